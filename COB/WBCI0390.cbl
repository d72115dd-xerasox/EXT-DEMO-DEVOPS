       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0390.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  MASS PAY INCREASE.                                            *
      *  READS THE INCRPOL INCREASE POLICY CARDS AND THE EMPLOYEE     *
      *  MASTER (EMPMSTR, XEXTEMPF LAYOUT) AND PRICES A MERIT OR      *
      *  COST-OF-LIVING INCREASE FOR EVERY ACTIVE HOURLY, SALES AND   *
      *  MANAGEMENT EMPLOYEE THE POLICY COVERS: EMP-RATE, SALES-      *
      *  SALARY OR MGMT-SALARY GOES UP BY A PERCENT OR A FLAT AMOUNT. *
      *  CARDS:                                                       *
      *    C  MODE (PROPOSE - THE DEFAULT - OR APPLY) AND OPERATOR    *
      *    P  POLICY: COMPANY, REGION AND EMP-TYPE ('**', '*' = ANY), *
      *       METHOD P/F, AMOUNT AND EFFECTIVE DATE.  WHEN SEVERAL    *
      *       COVER AN EMPLOYEE THE MOST SPECIFIC WINS (COMPANY, THEN *
      *       REGION, THEN TYPE), THE FIRST CARD ON A TIE             *
      *    X  AN EMP-NUM LEFT OUT OF THE INCREASE                     *
      *  INCRRPT ALWAYS SHOWS OLD AND NEW PAY AND THE ANNUAL COST     *
      *  IMPACT (ANNUALIZED AS WBCI0050 DOES).  ONLY IN APPLY MODE,   *
      *  AND ONLY WHEN EVERY CARD EDITS CLEAN, ARE THE WBCI0070       *
      *  MAINTTXN CHANGE TRANSACTIONS WRITTEN, DATED WITH THE POLICY  *
      *  EFFECTIVE DATE SO WBCI0070 HOLDS THEM UNTIL THEN.  THE       *
      *  OPERATOR ON THE TRANSACTIONS NEEDS COMPENSATION AUTHORITY IN *
      *  AUTHTAB.                                                     *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE   ASSIGN TO INCRPOL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-KEY
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT MAINT-TXN-FILE ASSIGN TO MAINTTXN.
           SELECT INCREASE-REPORT ASSIGN TO INCRRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    POLICY AMOUNT IS 9(5)V99 IMPLIED: A PERCENT FOR METHOD
      *    P (0000350 = 3.50%), AN AMOUNT ADDED TO THE HOURLY
      *    RATE OR MONTHLY SALARY FOR METHOD F
       01  POLICY-RECORD.
           05  IP-CARD-TYPE           PIC X(1).
               88  IP-CONTROL-CARD                 VALUE 'C'.
               88  IP-POLICY-CARD                  VALUE 'P'.
               88  IP-EXCLUDE-CARD                 VALUE 'X'.
           05  FILLER                 PIC X(1).
           05  IP-CARD-DATA           PIC X(78).
           05  IP-CONTROL-DATA        REDEFINES IP-CARD-DATA.
               10  IP-MODE            PIC X(7).
               10  FILLER             PIC X(1).
               10  IP-OPERATOR        PIC X(8).
               10  FILLER             PIC X(62).
           05  IP-POLICY-DATA         REDEFINES IP-CARD-DATA.
               10  IP-COMPANY         PIC X(2).
               10  FILLER             PIC X(1).
               10  IP-REGION          PIC X(1).
               10  FILLER             PIC X(1).
               10  IP-EMP-TYPE        PIC X(1).
               10  FILLER             PIC X(1).
               10  IP-METHOD          PIC X(1).
               10  FILLER             PIC X(1).
               10  IP-AMOUNT-DIGITS   PIC X(7).
               10  FILLER             PIC X(1).
               10  IP-EFF-DATE        PIC X(8).
               10  FILLER             PIC X(53).
           05  IP-EXCLUDE-DATA        REDEFINES IP-CARD-DATA.
               10  IP-EXCL-EMP-NUM    PIC X(5).
               10  FILLER             PIC X(73).

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-KEY           PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  MAINT-TXN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MAINT-TXN-RECORD           PIC X(137).

       FD  INCREASE-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  INCREASE-REPORT-RECORD     PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-POLICY-STATUS           PIC XX       VALUE SPACES.
       01  WS-EMPFILE-STATUS          PIC XX       VALUE SPACES.

       01  WS-POLICY-EOF-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-POLICY-EOF                       VALUE 'Y'.
       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-APPLY-FLAG              PIC X(1)     VALUE 'N'.
           88  WS-APPLY-MODE                       VALUE 'Y'.
       01  WS-TXN-OPEN-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-TXN-OPEN                         VALUE 'Y'.

       01  WS-OPERATOR                PIC X(8)     VALUE 'MASSINCR'.
       01  WS-EMP-COMPANY-NORM        PIC X(2)     VALUE SPACES.
       01  WS-CARD-REASON             PIC X(30)    VALUE SPACES.
       01  WS-NOTE                    PIC X(18)    VALUE SPACES.
       01  WS-SCORE                   PIC 9(1)     VALUE 0.
       01  WS-BEST-SCORE              PIC 9(1)     VALUE 0.

      *    INCREASE POLICIES AND EXCLUSIONS FROM INCRPOL
       01  WS-POL-IDX                 PIC 9(2)     VALUE 0.
       01  WS-POL-FOUND               PIC 9(2)     VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-COUNT           PIC 9(2)     VALUE 0.
           05  WS-POL-ENTRY           OCCURS 50 TIMES.
               10  WS-POL-COMPANY     PIC X(2).
               10  WS-POL-REGION      PIC X(1).
               10  WS-POL-TYPE        PIC X(1).
               10  WS-POL-METHOD      PIC X(1).
               10  WS-POL-AMOUNT      PIC 9(5)V99.
               10  WS-POL-EFF-DATE    PIC X(8).
       01  WS-EXC-IDX                 PIC 9(3)     VALUE 0.
       01  WS-EXC-FOUND               PIC 9(3)     VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-COUNT           PIC 9(3)     VALUE 0.
           05  WS-EXC-EMP-NUM         PIC X(5)     OCCURS 500 TIMES.

       01  WS-OLD-PAY                 PIC 9(5)V99  VALUE 0.
       01  WS-NEW-PAY                 PIC 9(5)V99  VALUE 0.
       01  WS-ANNUAL-IMPACT           PIC 9(7)V99  VALUE 0.
       01  WS-TOTAL-OLD               PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-NEW               PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-IMPACT            PIC 9(9)V99  VALUE 0.

       01  WS-CARD-COUNT              PIC 9(5)     VALUE 0.
       01  WS-BAD-CARD-COUNT          PIC 9(5)     VALUE 0.
       01  WS-EMPLOYEE-COUNT          PIC 9(5)     VALUE 0.
       01  WS-INCREASED-COUNT         PIC 9(5)     VALUE 0.
       01  WS-EXCLUDED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-NO-POLICY-COUNT         PIC 9(5)     VALUE 0.
       01  WS-NOT-ELIGIBLE-COUNT      PIC 9(5)     VALUE 0.
       01  WS-TOO-LARGE-COUNT         PIC 9(5)     VALUE 0.
       01  WS-TXN-WRITTEN-COUNT       PIC 9(5)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

      *    MIRROR OF THE MAINTTXN RECORD IN WBCI0070
       01  WS-TXN-AREA.
           05  WS-TXN-ACTION          PIC X(1).
           05  WS-TXN-EMPLOYEE        PIC X(120).
           05  WS-TXN-EFF-DATE        PIC X(8).
           05  WS-TXN-OPERATOR        PIC X(8).

       01  WS-POLICY-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(10)    VALUE 'POLICY CO '.
           05  WS-PLL-COMPANY         PIC X(2).
           05  FILLER                 PIC X(8)     VALUE '  REGION'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PLL-REGION          PIC X(1).
           05  FILLER                 PIC X(7)     VALUE '  TYPE '.
           05  WS-PLL-TYPE            PIC X(1).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-PLL-METHOD          PIC X(7).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PLL-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(12)    VALUE
                '  EFFECTIVE '.
           05  WS-PLL-EFF-DATE        PIC X(8).
           05  FILLER                 PIC X(10)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(6)     VALUE 'EMP'.
           05  FILLER                 PIC X(16)    VALUE 'NAME'.
           05  FILLER                 PIC X(7)     VALUE 'T CO R'.
           05  FILLER                 PIC X(10)    VALUE '  OLD PAY'.
           05  FILLER                 PIC X(10)    VALUE '  NEW PAY'.
           05  FILLER                 PIC X(11)    VALUE
                ' ANNUAL IMP'.
           05  FILLER                 PIC X(19)    VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NAME            PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-TYPE            PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-COMPANY         PIC X(2).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-REGION          PIC 9(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-OLD-PAY         PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NEW-PAY         PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-IMPACT          PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NOTE            PIC X(18).
           05  FILLER                 PIC X(1)     VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(32)    VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-AMT-LABEL           PIC X(40).
           05  WS-AMT-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(25)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-PROCESS-EMPLOYEE THRU 0200-PROCESS-EXIT
              UNTIL WS-EOF.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0390' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           OPEN OUTPUT INCREASE-REPORT.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS = '00'
              PERFORM 0110-LOAD-ONE-CARD THRU 0110-LOAD-EXIT
                 UNTIL WS-POLICY-EOF
              CLOSE POLICY-FILE
           END-IF.
           MOVE SPACES TO INCREASE-REPORT-RECORD.
           IF WS-APPLY-MODE
              MOVE ' MASS PAY INCREASE - APPLY - WBCI0390'
                 TO INCREASE-REPORT-RECORD
           ELSE
              MOVE ' MASS PAY INCREASE - PROPOSAL ONLY - WBCI0390'
                 TO INCREASE-REPORT-RECORD
           END-IF.
           WRITE INCREASE-REPORT-RECORD.
           MOVE SPACES TO INCREASE-REPORT-RECORD.
           WRITE INCREASE-REPORT-RECORD.
           PERFORM 0120-LIST-ONE-POLICY
              VARYING WS-POL-IDX FROM 1 BY 1
              UNTIL WS-POL-IDX > WS-POL-COUNT.

           IF WS-POL-COUNT = 0
              MOVE 'WBCI0390' TO EH-PROGRAM
              MOVE 'INCRPOL ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-POLICY-STATUS TO EH-FILE-STATUS
              MOVE 'NO USABLE INCREASE POLICY CARD - NOTHING PRICED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-EOF-FLAG
              MOVE 'N' TO WS-APPLY-FLAG
           END-IF.
           IF WS-BAD-CARD-COUNT > 0
              AND WS-APPLY-MODE
              MOVE 'WBCI0390' TO EH-PROGRAM
              MOVE 'INCRCARD' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'INCRPOL CARD IN ERROR - NO TRANSACTIONS WRITTEN'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-APPLY-FLAG
           END-IF.

           IF NOT WS-EOF
              OPEN INPUT EMPLOYEE-FILE
              IF WS-EMPFILE-STATUS NOT = '00'
                 MOVE 'WBCI0390' TO EH-PROGRAM
                 MOVE 'MSTROPEN' TO EH-CODE
                 MOVE 'E' TO EH-SEVERITY
                 MOVE WS-EMPFILE-STATUS TO EH-FILE-STATUS
                 MOVE 'EMPLOYEE MASTER OPEN FAILED - NOTHING PRICED'
                    TO EH-MESSAGE
                 CALL 'ERRHANDL' USING ERRHDL-AREA
                 MOVE 'Y' TO WS-EOF-FLAG
                 MOVE 'N' TO WS-APPLY-FLAG
              END-IF
           END-IF.
           IF WS-APPLY-MODE
              OPEN OUTPUT MAINT-TXN-FILE
              MOVE 'Y' TO WS-TXN-OPEN-FLAG
           END-IF.
           MOVE SPACES TO INCREASE-REPORT-RECORD.
           WRITE INCREASE-REPORT-RECORD.
           WRITE INCREASE-REPORT-RECORD FROM WS-HEADING-LINE.
           IF NOT WS-EOF
              PERFORM 0210-READ-EMPLOYEE
           END-IF.

       0110-LOAD-ONE-CARD.
           READ POLICY-FILE
              AT END
                 MOVE 'Y' TO WS-POLICY-EOF-FLAG
                 GO TO 0110-LOAD-EXIT
           END-READ.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SPACES TO WS-CARD-REASON.
           EVALUATE TRUE
              WHEN IP-CONTROL-CARD
                 EVALUATE IP-MODE
                    WHEN 'APPLY'
                       MOVE 'Y' TO WS-APPLY-FLAG
                    WHEN 'PROPOSE'
                       MOVE 'N' TO WS-APPLY-FLAG
                    WHEN OTHER
                       MOVE 'MODE NOT APPLY/PROPOSE'
                          TO WS-CARD-REASON
                 END-EVALUATE
                 IF IP-OPERATOR NOT = SPACES
                    MOVE IP-OPERATOR TO WS-OPERATOR
                 END-IF
              WHEN IP-POLICY-CARD
                 PERFORM 0115-EDIT-POLICY-CARD THRU 0115-EDIT-EXIT
              WHEN IP-EXCLUDE-CARD
                 IF IP-EXCL-EMP-NUM NOT NUMERIC
                    MOVE 'EXCLUDED EMP-NUM NOT NUMERIC'
                       TO WS-CARD-REASON
                 ELSE
                    IF WS-EXC-COUNT < 500
                       ADD 1 TO WS-EXC-COUNT
                       MOVE IP-EXCL-EMP-NUM
                          TO WS-EXC-EMP-NUM(WS-EXC-COUNT)
                    ELSE
                       MOVE 'EXCLUSION TABLE FULL' TO WS-CARD-REASON
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'CARD TYPE NOT C/P/X' TO WS-CARD-REASON
           END-EVALUATE.
           IF WS-CARD-REASON NOT = SPACES
              ADD 1 TO WS-BAD-CARD-COUNT
              MOVE SPACES TO INCREASE-REPORT-RECORD
              STRING ' CARD ' WS-CARD-COUNT ' REJECTED: '
                     WS-CARD-REASON
                     DELIMITED BY SIZE INTO INCREASE-REPORT-RECORD
              WRITE INCREASE-REPORT-RECORD
           END-IF.
       0110-LOAD-EXIT.
           EXIT.

       0115-EDIT-POLICY-CARD.
           IF IP-COMPANY = SPACES
              MOVE 'COMPANY MISSING (** = ANY)' TO WS-CARD-REASON
              GO TO 0115-EDIT-EXIT
           END-IF.
           IF IP-REGION NOT = '*'
              AND (IP-REGION < '1' OR IP-REGION > '5')
              MOVE 'REGION NOT 1-5 OR *' TO WS-CARD-REASON
              GO TO 0115-EDIT-EXIT
           END-IF.
           IF IP-EMP-TYPE NOT = '*' AND IP-EMP-TYPE NOT = 'H'
              AND IP-EMP-TYPE NOT = 'S' AND IP-EMP-TYPE NOT = 'M'
              MOVE 'EMP-TYPE NOT H/S/M OR *' TO WS-CARD-REASON
              GO TO 0115-EDIT-EXIT
           END-IF.
           IF IP-METHOD NOT = 'P' AND IP-METHOD NOT = 'F'
              MOVE 'METHOD NOT P/F' TO WS-CARD-REASON
              GO TO 0115-EDIT-EXIT
           END-IF.
           IF IP-AMOUNT-DIGITS NOT NUMERIC
              MOVE 'AMOUNT NOT NUMERIC' TO WS-CARD-REASON
              GO TO 0115-EDIT-EXIT
           END-IF.
           IF IP-EFF-DATE NOT NUMERIC
              MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-CARD-REASON
              GO TO 0115-EDIT-EXIT
           END-IF.
           IF WS-POL-COUNT NOT < 50
              MOVE 'POLICY TABLE FULL' TO WS-CARD-REASON
              GO TO 0115-EDIT-EXIT
           END-IF.
           ADD 1 TO WS-POL-COUNT.
           MOVE IP-COMPANY TO WS-POL-COMPANY(WS-POL-COUNT).
           MOVE IP-REGION TO WS-POL-REGION(WS-POL-COUNT).
           MOVE IP-EMP-TYPE TO WS-POL-TYPE(WS-POL-COUNT).
           MOVE IP-METHOD TO WS-POL-METHOD(WS-POL-COUNT).
           MOVE IP-AMOUNT-DIGITS TO WS-POL-AMOUNT(WS-POL-COUNT)(1:7).
           MOVE IP-EFF-DATE TO WS-POL-EFF-DATE(WS-POL-COUNT).
       0115-EDIT-EXIT.
           EXIT.

       0120-LIST-ONE-POLICY.
           MOVE WS-POL-COMPANY(WS-POL-IDX) TO WS-PLL-COMPANY.
           MOVE WS-POL-REGION(WS-POL-IDX) TO WS-PLL-REGION.
           MOVE WS-POL-TYPE(WS-POL-IDX) TO WS-PLL-TYPE.
           IF WS-POL-METHOD(WS-POL-IDX) = 'P'
              MOVE 'PERCENT' TO WS-PLL-METHOD
           ELSE
              MOVE 'FLAT' TO WS-PLL-METHOD
           END-IF.
           MOVE WS-POL-AMOUNT(WS-POL-IDX) TO WS-PLL-AMOUNT.
           MOVE WS-POL-EFF-DATE(WS-POL-IDX) TO WS-PLL-EFF-DATE.
           WRITE INCREASE-REPORT-RECORD FROM WS-POLICY-LINE.

      ****************************************************
      ****    PRICE ONE EMPLOYEE'S INCREASE
      ****************************************************
       0200-PROCESS-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD.
           IF EMP-TERMINATED OR CONTRACTOR
              OR NOT (HOURLY OR SALES OR MANAGEMENT)
              ADD 1 TO WS-NOT-ELIGIBLE-COUNT
              GO TO 0200-PROCESS-NEXT
           END-IF.
      *    A BLANK COMPANY ON AN OLD-FORMAT RECORD IS '01'
           MOVE WS-COMPANY-CODE TO WS-EMP-COMPANY-NORM.
           IF WS-EMP-COMPANY-NORM = SPACES
              MOVE '01' TO WS-EMP-COMPANY-NORM
           END-IF.
           PERFORM 0300-FIND-POLICY.
           IF WS-POL-FOUND = 0
              ADD 1 TO WS-NO-POLICY-COUNT
              GO TO 0200-PROCESS-NEXT
           END-IF.
           EVALUATE TRUE
              WHEN HOURLY
                 MOVE WS-EMP-RATE TO WS-OLD-PAY
              WHEN SALES
                 MOVE WS-SALES-SALARY TO WS-OLD-PAY
              WHEN MANAGEMENT
                 MOVE WS-MGMT-SALARY TO WS-OLD-PAY
           END-EVALUATE.
           MOVE SPACES TO WS-NOTE.
           MOVE 0 TO WS-EXC-FOUND.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
              IF WS-EXC-EMP-NUM(WS-EXC-IDX) = EMPLOYEE-KEY
                 MOVE WS-EXC-IDX TO WS-EXC-FOUND
              END-IF
           END-PERFORM.
           IF WS-EXC-FOUND NOT = 0
              ADD 1 TO WS-EXCLUDED-COUNT
              MOVE WS-OLD-PAY TO WS-NEW-PAY
              MOVE 0 TO WS-ANNUAL-IMPACT
              MOVE 'EXCLUDED' TO WS-NOTE
              PERFORM 0400-WRITE-DETAIL
              GO TO 0200-PROCESS-NEXT
           END-IF.
           PERFORM 0310-PRICE-INCREASE.
           IF WS-NOTE NOT = SPACES
              ADD 1 TO WS-TOO-LARGE-COUNT
              MOVE WS-OLD-PAY TO WS-NEW-PAY
              MOVE 0 TO WS-ANNUAL-IMPACT
              PERFORM 0400-WRITE-DETAIL
              GO TO 0200-PROCESS-NEXT
           END-IF.
           ADD 1 TO WS-INCREASED-COUNT.
           ADD WS-OLD-PAY TO WS-TOTAL-OLD.
           ADD WS-NEW-PAY TO WS-TOTAL-NEW.
           ADD WS-ANNUAL-IMPACT TO WS-TOTAL-IMPACT.
           PERFORM 0400-WRITE-DETAIL.
           IF WS-APPLY-MODE
              PERFORM 0500-WRITE-MAINT-TXN
           END-IF.
       0200-PROCESS-NEXT.
           PERFORM 0210-READ-EMPLOYEE.
       0200-PROCESS-EXIT.
           EXIT.

       0210-READ-EMPLOYEE.
           READ EMPLOYEE-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *    COMPANY MATCH COUNTS 4, REGION 2, TYPE 1 - THE
      *    HIGHEST SCORE IS THE MOST SPECIFIC POLICY
       0300-FIND-POLICY.
           MOVE 0 TO WS-POL-FOUND.
           MOVE 0 TO WS-BEST-SCORE.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
              IF (WS-POL-COMPANY(WS-POL-IDX) = '**'
                  OR WS-POL-COMPANY(WS-POL-IDX) = WS-EMP-COMPANY-NORM)
                 AND (WS-POL-REGION(WS-POL-IDX) = '*'
                  OR WS-POL-REGION(WS-POL-IDX) = WS-EMP-REGION)
                 AND (WS-POL-TYPE(WS-POL-IDX) = '*'
                  OR WS-POL-TYPE(WS-POL-IDX) = WS-EMP-TYPE)
                 MOVE 1 TO WS-SCORE
                 IF WS-POL-COMPANY(WS-POL-IDX) NOT = '**'
                    ADD 4 TO WS-SCORE
                 END-IF
                 IF WS-POL-REGION(WS-POL-IDX) NOT = '*'
                    ADD 2 TO WS-SCORE
                 END-IF
                 IF WS-POL-TYPE(WS-POL-IDX) NOT = '*'
                    ADD 1 TO WS-SCORE
                 END-IF
                 IF WS-SCORE > WS-BEST-SCORE
                    MOVE WS-SCORE TO WS-BEST-SCORE
                    MOVE WS-POL-IDX TO WS-POL-FOUND
                 END-IF
              END-IF
           END-PERFORM.

      *    THE HOURLY RATE HOLDS 999.99 AT MOST, THE SALARIES
      *    99,999.99; AN INCREASE PAST THAT IS LISTED, NOT MADE
       0310-PRICE-INCREASE.
           IF WS-POL-METHOD(WS-POL-FOUND) = 'P'
              COMPUTE WS-NEW-PAY ROUNDED = WS-OLD-PAY
                 + WS-OLD-PAY * WS-POL-AMOUNT(WS-POL-FOUND) / 100
                 ON SIZE ERROR
                    MOVE 'NEW PAY TOO LARGE' TO WS-NOTE
              END-COMPUTE
           ELSE
              COMPUTE WS-NEW-PAY = WS-OLD-PAY
                 + WS-POL-AMOUNT(WS-POL-FOUND)
                 ON SIZE ERROR
                    MOVE 'NEW PAY TOO LARGE' TO WS-NOTE
              END-COMPUTE
           END-IF.
           IF WS-NOTE = SPACES
              AND HOURLY
              AND WS-NEW-PAY > 999.99
              MOVE 'NEW PAY TOO LARGE' TO WS-NOTE
           END-IF.
           IF WS-NOTE = SPACES
              IF HOURLY
                 COMPUTE WS-ANNUAL-IMPACT =
                    (WS-NEW-PAY - WS-OLD-PAY) * WS-EMP-HOURS * 52
              ELSE
                 COMPUTE WS-ANNUAL-IMPACT =
                    (WS-NEW-PAY - WS-OLD-PAY) * 12
              END-IF
           END-IF.

       0400-WRITE-DETAIL.
           MOVE EMPLOYEE-KEY TO WS-DTL-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-DTL-NAME.
           MOVE WS-EMP-TYPE TO WS-DTL-TYPE.
           MOVE WS-EMP-COMPANY-NORM TO WS-DTL-COMPANY.
           MOVE WS-EMP-REGION TO WS-DTL-REGION.
           MOVE WS-OLD-PAY TO WS-DTL-OLD-PAY.
           MOVE WS-NEW-PAY TO WS-DTL-NEW-PAY.
           MOVE WS-ANNUAL-IMPACT TO WS-DTL-IMPACT.
           MOVE WS-NOTE TO WS-DTL-NOTE.
           WRITE INCREASE-REPORT-RECORD FROM WS-DETAIL-LINE.

      *    A FULL CHANGE IMAGE WITH ONLY THE PAY FIELD MOVED ON
       0500-WRITE-MAINT-TXN.
           EVALUATE TRUE
              WHEN HOURLY
                 MOVE WS-NEW-PAY TO WS-EMP-RATE
              WHEN SALES
                 MOVE WS-NEW-PAY TO WS-SALES-SALARY
              WHEN MANAGEMENT
                 MOVE WS-NEW-PAY TO WS-MGMT-SALARY
           END-EVALUATE.
           MOVE 'C' TO WS-TXN-ACTION.
           MOVE WS-EMPLOYEE-RECORD TO WS-TXN-EMPLOYEE.
           MOVE WS-POL-EFF-DATE(WS-POL-FOUND) TO WS-TXN-EFF-DATE.
           MOVE WS-OPERATOR TO WS-TXN-OPERATOR.
           WRITE MAINT-TXN-RECORD FROM WS-TXN-AREA.
           ADD 1 TO WS-TXN-WRITTEN-COUNT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO INCREASE-REPORT-RECORD.
           WRITE INCREASE-REPORT-RECORD.
           MOVE WS-EMPLOYEE-COUNT TO WS-TOT-COUNT.
           MOVE 'EMPLOYEES READ' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-INCREASED-COUNT TO WS-TOT-COUNT.
           MOVE 'EMPLOYEES GIVEN AN INCREASE' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-EXCLUDED-COUNT TO WS-TOT-COUNT.
           MOVE 'EXCLUDED BY EMP-NUM' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-TOO-LARGE-COUNT TO WS-TOT-COUNT.
           MOVE 'NEW PAY TOO LARGE - NOT INCREASED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-NO-POLICY-COUNT TO WS-TOT-COUNT.
           MOVE 'NO POLICY COVERS THE EMPLOYEE' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-NOT-ELIGIBLE-COUNT TO WS-TOT-COUNT.
           MOVE 'TERMINATED OR CONTRACTOR - SKIPPED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-BAD-CARD-COUNT TO WS-TOT-COUNT.
           MOVE 'INCRPOL CARDS REJECTED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-TXN-WRITTEN-COUNT TO WS-TOT-COUNT.
           MOVE 'MAINTTXN CHANGE TRANSACTIONS WRITTEN' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE 'OLD PAY OF THOSE INCREASED' TO WS-AMT-LABEL.
           MOVE WS-TOTAL-OLD TO WS-AMT-VALUE.
           WRITE INCREASE-REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'NEW PAY OF THOSE INCREASED' TO WS-AMT-LABEL.
           MOVE WS-TOTAL-NEW TO WS-AMT-VALUE.
           WRITE INCREASE-REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'TOTAL ANNUAL COST IMPACT' TO WS-AMT-LABEL.
           MOVE WS-TOTAL-IMPACT TO WS-AMT-VALUE.
           WRITE INCREASE-REPORT-RECORD FROM WS-AMOUNT-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE INCREASE-REPORT-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-EMPFILE-STATUS = '00' OR WS-EMPFILE-STATUS = '10'
              CLOSE EMPLOYEE-FILE
           END-IF.
           IF WS-TXN-OPEN
              CLOSE MAINT-TXN-FILE
           END-IF.
           CLOSE INCREASE-REPORT.

           IF WS-BAD-CARD-COUNT > 0
              OR WS-TOO-LARGE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0390' TO JL-PROGRAM.
           MOVE WS-EMPLOYEE-COUNT TO JL-RECORDS-IN.
           MOVE WS-TXN-WRITTEN-COUNT TO JL-RECORDS-OUT.
           COMPUTE JL-RECORDS-REJ =
              WS-BAD-CARD-COUNT + WS-TOO-LARGE-COUNT.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0390 INCREASED: ' WS-INCREASED-COUNT
                   ' TRANSACTIONS: ' WS-TXN-WRITTEN-COUNT.
