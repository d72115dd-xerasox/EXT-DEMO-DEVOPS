       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0310.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PER-PAY-PERIOD PAY ADVICE.                                    *
      *  READS THE PAYNET PER-EMPLOYEE NET-PAY EXTRACT WRITTEN BY     *
      *  WBCI0040 AND PRINTS ONE PAY ADVICE PER PAYNET RECORD ON      *
      *  ADVRPT: THE CURRENT GROSS, EVERY DEDUCTION PLAN TAKEN (FROM  *
      *  THE PAYDED PLAN DETAIL, DESCRIBED FROM DEDMSTR), NET PAY AND *
      *  THE DEPOSIT DESTINATION FROM EMPMSTR - THE BANK ACCOUNT      *
      *  MASKED TO ITS LAST FOUR CHARACTERS, OR PAPER CHECK WHEN NO   *
      *  ROUTING IS ON FILE, THE ACCOUNT IS FLAGGED SUSPECT AFTER A   *
      *  RETURN, OR IT IS NOT YET CLEARED ON PRENOTE.  THE YTDFILE    *
      *  AND DEDYTD YEAR-TO-DATE FIGURES PRINT NEXT TO THE CURRENT    *
      *  ONES.  PLANS ARE DESCRIBED FROM THE DEDMSTR TERMS IN FORCE   *
      *  ON THE RUN DATE.  NON-TAXABLE EXPENSE REIMBURSEMENTS PAID    *
      *  WITH THE RUN PRINT ON THEIR OWN LINE BETWEEN THE DEDUCTIONS  *
      *  AND NET PAY, SO THE ADVICE STILL ADDS UP.                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-NET-FILE  ASSIGN TO PAYNET
               FILE STATUS IS WS-PAYNET-STATUS.
           SELECT PAY-DED-FILE  ASSIGN TO PAYDED
               FILE STATUS IS WS-PAYDED-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO DEDMSTR
               FILE STATUS IS WS-DED-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT YTD-FILE      ASSIGN TO YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-NUM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DED-YTD-FILE  ASSIGN TO DEDYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DY-KEY
               FILE STATUS IS WS-DEDYTD-STATUS.
           SELECT PRENOTE-FILE  ASSIGN TO PRENOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRN-EMP-NUM
               FILE STATUS IS WS-PRN-STATUS.
           SELECT ADVICE-REPORT ASSIGN TO ADVRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-NET-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF PAY-NET-RECORD IN WBCI0040
       01  PAY-NET-RECORD.
           05  PN-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  PN-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PN-GROSS-DIGITS        PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-DED-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-NET-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(1).
           05  PN-REIMB-DIGITS        PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-RUN-NUMBER          PIC X(8).
           05  FILLER                 PIC X(5).

       FD  PAY-DED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF PAY-DED-RECORD IN WBCI0040
       01  PAY-DED-RECORD.
           05  PD-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  PD-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PD-NET-SEQ             PIC 9(7).
           05  FILLER                 PIC X(1).
           05  PD-PLAN-CODE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  PD-AMOUNT-DIGITS       PIC X(9).
           05  FILLER                 PIC X(43).

       FD  DEDUCTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF DEDUCTION-RECORD IN WBCI0040
       01  DEDUCTION-RECORD.
           05  DM-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  DM-PLAN-CODE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  DM-METHOD              PIC X(1).
           05  FILLER                 PIC X(1).
           05  DM-AMOUNT-DIGITS       PIC X(7).
           05  FILLER                 PIC X(1).
           05  DM-CAP-DIGITS          PIC X(9).
           05  FILLER                 PIC X(1).
           05  DM-CLASS               PIC X(1).
           05  FILLER                 PIC X(1).
           05  DM-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                 PIC X(1).
           05  DM-STOP-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  DM-TIER                PIC X(2).
           05  FILLER                 PIC X(27).

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  YTD-RECORD.
           05  YTD-EMP-NUM            PIC 9(5).
           05  YTD-COMP-TOTAL         PIC S9(7)V99 COMP-3.
           05  YTD-LAST-RUN-ID        PIC X(8).
           05  YTD-COMP-USD           PIC S9(7)V99 COMP-3.
           05  YTD-DED-TOTAL          PIC S9(7)V99 COMP-3.
           05  YTD-COMPANY            PIC X(2).
           05  YTD-PERIOD             PIC 9(4).
           05  YTD-RUN-TYPE           PIC X(1).
           05  YTD-REIMB-TOTAL        PIC S9(7)V99 COMP-3.

       FD  DED-YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DED-YTD-RECORD.
           05  DY-KEY.
               10  DY-EMP-NUM         PIC 9(5).
               10  DY-PLAN-CODE       PIC X(4).
           05  DY-YTD-AMOUNT          PIC S9(7)V99 COMP-3.
           05  FILLER                 PIC X(11).

       FD  PRENOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYPRN.

       FD  ADVICE-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ADVICE-RECORD              PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PAYNET-STATUS           PIC XX       VALUE SPACES.
       01  WS-PAYDED-STATUS           PIC XX       VALUE SPACES.
       01  WS-DED-STATUS              PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-YTD-STATUS              PIC XX       VALUE SPACES.
       01  WS-DEDYTD-STATUS           PIC XX       VALUE SPACES.
       01  WS-PRN-STATUS              PIC XX       VALUE SPACES.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-PAYDED-EOF-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-PAYDED-EOF                       VALUE 'Y'.
       01  WS-DED-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-DED-EOF                          VALUE 'Y'.

      *    SHARED PREDECESSOR-CHECK LINK AREA
       COPY TCPYDEP.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-MASTER-AVAIL-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MASTER-AVAILABLE                 VALUE 'Y'.
       01  WS-MASTER-FOUND-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MASTER-FOUND                     VALUE 'Y'.
       01  WS-YTD-FOUND-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-YTD-FOUND                        VALUE 'Y'.
       01  WS-PRN-AVAIL-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-PRN-AVAILABLE                    VALUE 'Y'.
       01  WS-DEPOSIT-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-PAY-BY-DEPOSIT                   VALUE 'Y'.

       01  WS-READ-COUNT              PIC 9(7)     VALUE 0.
       01  WS-ADVICE-COUNT            PIC 9(6)     VALUE 0.
       01  WS-BAD-REC-COUNT           PIC 9(6)     VALUE 0.
       01  WS-GROSS-AMOUNT            PIC 9(9)V99  VALUE 0.
       01  WS-DED-AMOUNT              PIC 9(9)V99  VALUE 0.
       01  WS-NET-AMOUNT              PIC 9(9)V99  VALUE 0.
       01  WS-REIMB-AMOUNT            PIC 9(9)V99  VALUE 0.
       01  WS-YTD-REIMB               PIC S9(7)V99 VALUE 0.
       01  WS-PLAN-AMOUNT             PIC 9(7)V99  VALUE 0.

      *    DEDMSTR PLAN TERMS, FOR DESCRIBING EACH PLAN TAKEN -
      *    ONLY THE TERMS IN FORCE ON THE RUN DATE
       01  WS-DED-TODAY               PIC X(8)     VALUE SPACES.
       01  WS-DED-IDX                 PIC 9(3)     VALUE 0.
       01  WS-DED-TABLE.
           05  WS-DED-COUNT           PIC 9(3)     VALUE 0.
           05  WS-DED-ENTRY           OCCURS 100 TIMES.
               10  WS-DED-EMP         PIC X(5).
               10  WS-DED-PLAN        PIC X(4).
               10  WS-DED-METHOD      PIC X(1).
               10  WS-DED-RATE        PIC 9(5)V99.
       01  WS-DED-FOUND-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-DED-FOUND                        VALUE 'Y'.
       01  WS-DED-PCT-EDIT            PIC ZZ9.99.

      *    DEPOSIT DESTINATION - ACCOUNT MASKED TO ITS LAST FOUR
       01  WS-ACCT-POS                PIC 9(2)     VALUE 0.
       01  WS-MASKED-ACCOUNT          PIC X(10)    VALUE SPACES.

       01  WS-STAR-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(60)    VALUE ALL '*'.
           05  FILLER                 PIC X(19)    VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(11)
               VALUE ' PAY ADVICE'.
           05  FILLER                 PIC X(10)    VALUE ' RUN DATE '.
           05  WS-TTL-RUN-DATE        PIC X(8).
           05  FILLER                 PIC X(50)    VALUE SPACES.

       01  WS-INFO-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-INF-LABEL           PIC X(16).
           05  WS-INF-VALUE           PIC X(40).
           05  FILLER                 PIC X(23)    VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(24)    VALUE SPACES.
           05  FILLER                 PIC X(13)
               VALUE '     THIS PAY'.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  FILLER                 PIC X(13)
               VALUE ' YEAR TO DATE'.
           05  FILLER                 PIC X(26)    VALUE SPACES.

       01  WS-AMT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-AMT-LABEL           PIC X(24).
           05  WS-AMT-CURRENT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-AMT-YTD             PIC Z,ZZZ,ZZ9.99-.
           05  WS-AMT-YTD-X REDEFINES WS-AMT-YTD
                                      PIC X(13).
           05  FILLER                 PIC X(26)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
      *    THE ADVICE MUST SHOW THE RUN AS POSTED - NEVER PRINT
      *    FROM A HALF-WRITTEN PAYNET OR YTD FILE
           MOVE 'WBCI0310' TO DC-PROGRAM.
           CALL 'DEPCHKSB' USING DEPCHECK-AREA.
           IF DC-BLOCKED
              DISPLAY 'WBCI0310 REFUSED - ' DC-REASON
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-PROCESS-PAY-NET UNTIL WS-EOF.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0310' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DED-TODAY.
           OPEN INPUT DEDUCTION-FILE.
           IF WS-DED-STATUS = '00'
              PERFORM 0110-LOAD-ONE-DEDUCTION UNTIL WS-DED-EOF
              CLOSE DEDUCTION-FILE
           END-IF.

           OPEN INPUT PAY-NET-FILE.
           OPEN INPUT PAY-DED-FILE.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-AVAIL-FLAG
           END-IF.
           OPEN INPUT YTD-FILE.
           OPEN INPUT DED-YTD-FILE.
           OPEN INPUT PRENOTE-FILE.
           IF WS-PRN-STATUS = '00'
              MOVE 'Y' TO WS-PRN-AVAIL-FLAG
           END-IF.
           OPEN OUTPUT ADVICE-REPORT.
           IF WS-PAYDED-STATUS = '00'
              PERFORM 0220-READ-PAY-DED
           ELSE
              MOVE 'Y' TO WS-PAYDED-EOF-FLAG
           END-IF.
           IF WS-PAYNET-STATUS NOT = '00'
              MOVE 'WBCI0310' TO EH-PROGRAM
              MOVE 'NETOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-PAYNET-STATUS TO EH-FILE-STATUS
              MOVE 'PAYNET EXTRACT NOT AVAILABLE - NO PAY ADVICES'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-EOF-FLAG
           ELSE
              PERFORM 0210-READ-PAY-NET
           END-IF.

       0110-LOAD-ONE-DEDUCTION.
           READ DEDUCTION-FILE
              AT END
                 MOVE 'Y' TO WS-DED-EOF-FLAG
              NOT AT END
                 IF DM-AMOUNT-DIGITS NUMERIC
                    AND (DM-EFFECTIVE-DATE = SPACES
                         OR DM-EFFECTIVE-DATE <= WS-DED-TODAY)
                    AND (DM-STOP-DATE = SPACES
                         OR DM-STOP-DATE > WS-DED-TODAY)
                    AND WS-DED-COUNT < 100
                    ADD 1 TO WS-DED-COUNT
                    MOVE DM-EMP-NUM TO WS-DED-EMP(WS-DED-COUNT)
                    MOVE DM-PLAN-CODE TO WS-DED-PLAN(WS-DED-COUNT)
                    MOVE DM-METHOD TO WS-DED-METHOD(WS-DED-COUNT)
                    MOVE DM-AMOUNT-DIGITS
                       TO WS-DED-RATE(WS-DED-COUNT)(1:7)
                 END-IF
           END-READ.

       0200-PROCESS-PAY-NET.
           ADD 1 TO WS-READ-COUNT.
           IF PN-EMP-NUM NOT NUMERIC
              OR PN-GROSS-DIGITS NOT NUMERIC
              OR PN-DED-DIGITS NOT NUMERIC
              OR PN-NET-DIGITS NOT NUMERIC
              ADD 1 TO WS-BAD-REC-COUNT
           ELSE
              MOVE PN-GROSS-DIGITS TO WS-GROSS-AMOUNT(1:11)
              MOVE PN-DED-DIGITS TO WS-DED-AMOUNT(1:11)
              MOVE PN-NET-DIGITS TO WS-NET-AMOUNT(1:11)
              IF PN-REIMB-DIGITS NUMERIC
                 MOVE PN-REIMB-DIGITS TO WS-REIMB-AMOUNT(1:11)
              ELSE
                 MOVE 0 TO WS-REIMB-AMOUNT
              END-IF
              PERFORM 0300-PRINT-ADVICE
           END-IF.
      *    PLAN DETAIL BELONGING TO AN UNREADABLE PAYNET RECORD
      *    IS PASSED OVER SO THE NEXT ADVICE STAYS IN STEP
           PERFORM 0220-READ-PAY-DED
              UNTIL WS-PAYDED-EOF
                 OR PD-NET-SEQ > WS-READ-COUNT.
           PERFORM 0210-READ-PAY-NET.

       0210-READ-PAY-NET.
           READ PAY-NET-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0220-READ-PAY-DED.
           READ PAY-DED-FILE
              AT END MOVE 'Y' TO WS-PAYDED-EOF-FLAG
           END-READ.
           IF NOT WS-PAYDED-EOF
              AND PD-NET-SEQ NOT NUMERIC
              MOVE 0 TO PD-NET-SEQ
           END-IF.

       0300-PRINT-ADVICE.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           IF WS-MASTER-AVAILABLE
              MOVE PN-EMP-NUM TO VM-EMP-NUM
              READ MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD
                    MOVE 'Y' TO WS-MASTER-FOUND-FLAG
              END-READ
           END-IF.
           MOVE 'N' TO WS-YTD-FOUND-FLAG.
           IF WS-YTD-STATUS = '00'
              MOVE PN-EMP-NUM TO YTD-EMP-NUM
              READ YTD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-YTD-FOUND-FLAG
              END-READ
           END-IF.

           ADD 1 TO WS-ADVICE-COUNT.
           MOVE PN-RUN-DATE TO WS-TTL-RUN-DATE.
           WRITE ADVICE-RECORD FROM WS-STAR-LINE.
           WRITE ADVICE-RECORD FROM WS-TITLE-LINE.

           MOVE 'EMPLOYEE NUMBER' TO WS-INF-LABEL.
           MOVE PN-EMP-NUM TO WS-INF-VALUE.
           PERFORM 0310-WRITE-INFO.
           IF WS-MASTER-FOUND
              MOVE 'NAME' TO WS-INF-LABEL
              MOVE WS-EMP-NAME TO WS-INF-VALUE
              PERFORM 0310-WRITE-INFO
              MOVE 'STREET' TO WS-INF-LABEL
              MOVE WS-EMP-STREET TO WS-INF-VALUE
              PERFORM 0310-WRITE-INFO
              MOVE 'CITY/STATE/ZIP' TO WS-INF-LABEL
              MOVE SPACES TO WS-INF-VALUE
              STRING WS-EMP-CITY ' ' WS-EMP-STATE ' ' WS-EMP-ZIP
                     DELIMITED BY SIZE INTO WS-INF-VALUE
              PERFORM 0310-WRITE-INFO
           ELSE
              MOVE 'NAME' TO WS-INF-LABEL
              MOVE '** NOT ON EMPLOYEE MASTER **' TO WS-INF-VALUE
              PERFORM 0310-WRITE-INFO
           END-IF.
           MOVE 'CURRENCY' TO WS-INF-LABEL.
           MOVE PN-CURRENCY TO WS-INF-VALUE.
           PERFORM 0310-WRITE-INFO.

           WRITE ADVICE-RECORD FROM WS-COLUMN-LINE.
           MOVE 'GROSS PAY' TO WS-AMT-LABEL.
           MOVE WS-GROSS-AMOUNT TO WS-AMT-CURRENT.
           IF WS-YTD-FOUND
              MOVE YTD-COMP-TOTAL TO WS-AMT-YTD
           ELSE
              MOVE SPACES TO WS-AMT-YTD-X
           END-IF.
           PERFORM 0320-WRITE-AMOUNT.

           PERFORM 0400-PRINT-ONE-PLAN
              UNTIL WS-PAYDED-EOF
                 OR PD-NET-SEQ NOT = WS-READ-COUNT.

           MOVE 'TOTAL DEDUCTIONS' TO WS-AMT-LABEL.
           MOVE WS-DED-AMOUNT TO WS-AMT-CURRENT.
           IF WS-YTD-FOUND
              MOVE YTD-DED-TOTAL TO WS-AMT-YTD
           ELSE
              MOVE SPACES TO WS-AMT-YTD-X
           END-IF.
           PERFORM 0320-WRITE-AMOUNT.
           MOVE 0 TO WS-YTD-REIMB.
           IF WS-YTD-FOUND
              AND YTD-REIMB-TOTAL NUMERIC
              MOVE YTD-REIMB-TOTAL TO WS-YTD-REIMB
           END-IF.
           IF WS-REIMB-AMOUNT NOT = 0
              OR WS-YTD-REIMB NOT = 0
              MOVE 'EXPENSE REIMBURSEMENTS' TO WS-AMT-LABEL
              MOVE WS-REIMB-AMOUNT TO WS-AMT-CURRENT
              IF WS-YTD-FOUND
                 MOVE WS-YTD-REIMB TO WS-AMT-YTD
              ELSE
                 MOVE SPACES TO WS-AMT-YTD-X
              END-IF
              PERFORM 0320-WRITE-AMOUNT
           END-IF.
           MOVE 'NET PAY' TO WS-AMT-LABEL.
           MOVE WS-NET-AMOUNT TO WS-AMT-CURRENT.
           IF WS-YTD-FOUND
              COMPUTE WS-AMT-YTD = YTD-COMP-TOTAL - YTD-DED-TOTAL
                                 + WS-YTD-REIMB
           ELSE
              MOVE SPACES TO WS-AMT-YTD-X
           END-IF.
           PERFORM 0320-WRITE-AMOUNT.

           PERFORM 0500-FORMAT-DEPOSIT.
           MOVE 'DEPOSITED TO' TO WS-INF-LABEL.
           PERFORM 0310-WRITE-INFO.

           WRITE ADVICE-RECORD FROM WS-STAR-LINE.
           MOVE SPACES TO ADVICE-RECORD.
           WRITE ADVICE-RECORD.

       0310-WRITE-INFO.
           WRITE ADVICE-RECORD FROM WS-INFO-LINE.

       0320-WRITE-AMOUNT.
           WRITE ADVICE-RECORD FROM WS-AMT-LINE.

      *    ONE LINE PER PLAN TAKEN: PLAN CODE AND ITS DEDMSTR
      *    TERMS, THIS PAY'S AMOUNT AND THE PLAN'S DEDYTD TOTAL
       0400-PRINT-ONE-PLAN.
           MOVE 0 TO WS-PLAN-AMOUNT.
           IF PD-AMOUNT-DIGITS NUMERIC
              MOVE PD-AMOUNT-DIGITS TO WS-PLAN-AMOUNT(1:9)
           END-IF.
           MOVE 'N' TO WS-DED-FOUND-FLAG.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
                      OR WS-DED-FOUND
              IF WS-DED-EMP(WS-DED-IDX) = PD-EMP-NUM
                 AND WS-DED-PLAN(WS-DED-IDX) = PD-PLAN-CODE
                 MOVE 'Y' TO WS-DED-FOUND-FLAG
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AMT-LABEL.
           IF WS-DED-FOUND
              SUBTRACT 1 FROM WS-DED-IDX
              IF WS-DED-METHOD(WS-DED-IDX) = 'P'
                 MOVE WS-DED-RATE(WS-DED-IDX) TO WS-DED-PCT-EDIT
                 STRING '  ' PD-PLAN-CODE ' ' WS-DED-PCT-EDIT
                        '% OF GROSS'
                        DELIMITED BY SIZE INTO WS-AMT-LABEL
              ELSE
                 STRING '  ' PD-PLAN-CODE ' FLAT AMOUNT'
                        DELIMITED BY SIZE INTO WS-AMT-LABEL
              END-IF
           ELSE
      *       WBCI0040 ITEMIZES GARNISHMENT ORDERS AS 'GARN'
              IF PD-PLAN-CODE = 'GARN'
                 STRING '  ' PD-PLAN-CODE ' COURT ORDER'
                        DELIMITED BY SIZE INTO WS-AMT-LABEL
              ELSE
                 STRING '  ' PD-PLAN-CODE
                        DELIMITED BY SIZE INTO WS-AMT-LABEL
              END-IF
           END-IF.
           MOVE WS-PLAN-AMOUNT TO WS-AMT-CURRENT.
           MOVE SPACES TO WS-AMT-YTD-X.
           IF WS-DEDYTD-STATUS = '00'
              AND PD-EMP-NUM NUMERIC
              MOVE PD-EMP-NUM TO DY-EMP-NUM
              MOVE PD-PLAN-CODE TO DY-PLAN-CODE
              READ DED-YTD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE DY-YTD-AMOUNT TO WS-AMT-YTD
              END-READ
           END-IF.
           PERFORM 0320-WRITE-AMOUNT.
           PERFORM 0220-READ-PAY-DED.

      *    SAME TEST WBCI0170 USES TO DECIDE A DEPOSIT - ANYTHING
      *    ELSE IS PAID BY PAPER CHECK
       0500-FORMAT-DEPOSIT.
           MOVE SPACES TO WS-INF-VALUE.
           MOVE 'N' TO WS-DEPOSIT-FLAG.
           IF WS-MASTER-FOUND
              AND WS-BANK-ROUTING NUMERIC
              AND WS-BANK-ROUTING > 0
              AND WS-BANK-ACCOUNT NOT = SPACES
              AND NOT BANK-SUSPECT
              MOVE 'Y' TO WS-DEPOSIT-FLAG
              PERFORM 0510-CHECK-PRENOTE
           END-IF.
           IF WS-PAY-BY-DEPOSIT
              PERFORM VARYING WS-ACCT-POS FROM 10 BY -1
                      UNTIL WS-ACCT-POS < 1
                         OR WS-BANK-ACCOUNT(WS-ACCT-POS:1)
                            NOT = SPACE
                 CONTINUE
              END-PERFORM
              MOVE SPACES TO WS-MASKED-ACCOUNT
              IF WS-ACCT-POS > 4
                 MOVE ALL '*'
                    TO WS-MASKED-ACCOUNT(1:WS-ACCT-POS - 4)
                 MOVE WS-BANK-ACCOUNT(WS-ACCT-POS - 3:4)
                    TO WS-MASKED-ACCOUNT(WS-ACCT-POS - 3:4)
              ELSE
                 MOVE WS-BANK-ACCOUNT TO WS-MASKED-ACCOUNT
              END-IF
              STRING 'ACCOUNT ' WS-MASKED-ACCOUNT
                     DELIMITED BY SIZE INTO WS-INF-VALUE
           ELSE
              MOVE 'PAPER CHECK' TO WS-INF-VALUE
           END-IF.

      *    AN ACCOUNT NOT YET CLEARED BY THE PRENOTE CYCLE IS PAID
      *    BY CHECK THIS PAY, THE SAME AS IN WBCI0170 AND WBCI0320
       0510-CHECK-PRENOTE.
           IF WS-PRN-AVAILABLE
              MOVE WS-EMP-NUM TO PRN-EMP-NUM
              READ PRENOTE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF NOT PRN-CLEARED
                       OR PRN-ROUTING NOT = WS-BANK-ROUTING
                       OR PRN-ACCOUNT NOT = WS-BANK-ACCOUNT
                       MOVE 'N' TO WS-DEPOSIT-FLAG
                    END-IF
              END-READ
           END-IF.

       0900-TERMINATE.
           IF WS-PAYNET-STATUS = '00' OR WS-PAYNET-STATUS = '10'
              CLOSE PAY-NET-FILE
           END-IF.
           IF WS-PAYDED-STATUS = '00' OR WS-PAYDED-STATUS = '10'
              CLOSE PAY-DED-FILE
           END-IF.
           IF WS-MASTER-AVAILABLE
              CLOSE MASTER-FILE
           END-IF.
           CLOSE YTD-FILE.
           CLOSE DED-YTD-FILE.
           IF WS-PRN-AVAILABLE
              CLOSE PRENOTE-FILE
           END-IF.
           CLOSE ADVICE-REPORT.

           IF WS-BAD-REC-COUNT > 0
              MOVE 'WBCI0310' TO EH-PROGRAM
              MOVE 'NETBAD  ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'UNREADABLE PAYNET RECORDS - NO ADVICE PRINTED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0310' TO JL-PROGRAM.
           MOVE WS-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-ADVICE-COUNT TO JL-RECORDS-OUT.
           MOVE WS-BAD-REC-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0310 PAY ADVICES PRINTED: ' WS-ADVICE-COUNT
                   ' REJECTED: ' WS-BAD-REC-COUNT.
