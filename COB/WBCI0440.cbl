       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0440.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  LEAVE LIABILITY VALUATION FOR THE MONTH-END CLOSE.            *
      *  VALUES EVERY LEAVEBAL BALANCE (MAINTAINED BY WBCI0250) AT    *
      *  THE EMPLOYEE'S CURRENT HOURLY PAY FROM EMPMSTR:              *
      *    HOURLY       EMP-RATE                                      *
      *    SALES        SALES-SALARY * 12 / 2080                      *
      *    MANAGEMENT   MGMT-SALARY * 12 / 2080                       *
      *    CONTRACTOR   NOT VALUED - CONTRACTORS EARN NO LEAVE        *
      *  (MONTHLY SALARY ANNUALIZED AS WBCI0050 DOES, OVER A 2080-    *
      *  HOUR YEAR), CONVERTED TO USD THROUGH EXRATES BY THE          *
      *  MASTER'S CURRENCY-CODE.  LVLIABRP LISTS EACH EMPLOYEE AND    *
      *  SUMMARIZES THE LIABILITY BY COMPANY, REGION AND COST-CENTER *
      *  AGAINST LAST MONTH'S FIGURE.                                  *
      *                                                                *
      *  LAST MONTH'S SUMMARY COMES IN ON LIABPRV AND THIS MONTH'S    *
      *  GOES OUT ON LIABCUR (ROLL LIABCUR TO LIABPRV FOR THE NEXT    *
      *  CLOSE); NO LIABPRV MEANS A FIRST VALUATION FROM ZERO.  THE   *
      *  CHANGE BY COMPANY AND REGION IS JOURNALED ON GLJRNL IN THE   *
      *  WBCI0220 FORMAT (TYPE 'L'):                                  *
      *    INCREASE  DR LEAVE EXPENSE      CR ACCRUED LEAVE LIABILITY *
      *    DECREASE  DR ACCRUED LIABILITY  CR LEAVE EXPENSE           *
      *  WITH THE ACCOUNTS FROM THE LLPARM CARD.  NO ACCOUNTS, OR AN  *
      *  UNBALANCED JOURNAL, REJECTS THE JOURNAL WITH CC 8.           *
      *                                                                *
      *  LLPARM CARD: COLS 1-8 LEAVE EXPENSE ACCOUNT, COLS 10-17      *
      *  ACCRUED LEAVE LIABILITY ACCOUNT.                              *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIAB-PARM-FILE ASSIGN TO LLPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LEAVE-BALANCE ASSIGN TO LEAVEBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-EMP-NUM
               FILE STATUS IS WS-BAL-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RATE-FILE     ASSIGN TO EXRATES
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PRIOR-LIAB-FILE ASSIGN TO LIABPRV
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT CURR-LIAB-FILE ASSIGN TO LIABCUR.
           SELECT GL-JOURNAL    ASSIGN TO GLJRNL.
           SELECT LIAB-REPORT   ASSIGN TO LVLIABRP.
       DATA DIVISION.
       FILE SECTION.
       FD  LIAB-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  LIAB-PARM-RECORD.
           05  LL-EXPENSE-ACCT        PIC X(8).
           05  FILLER                 PIC X(1).
           05  LL-LIABILITY-ACCT      PIC X(8).
           05  FILLER                 PIC X(63).

       FD  LEAVE-BALANCE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    MIRROR OF LEAVE-BALANCE-RECORD IN WBCI0250
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMP-NUM             PIC 9(5).
           05  LB-BALANCE-HRS         PIC S9(5)V99 COMP-3.
           05  LB-ACCRUED-YTD         PIC S9(5)V99 COMP-3.
           05  LB-TAKEN-YTD           PIC S9(5)V99 COMP-3.
           05  FILLER                 PIC X(8).

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05  EXR-CODE               PIC X(3).
           05  FILLER                 PIC X(1).
           05  EXR-RATE-DIGITS        PIC X(8).
           05  FILLER                 PIC X(68).

      *    ONE RECORD PER COMPANY/REGION/COST-CENTER: LIABILITY
      *    HOURS 9(7)V99 AND USD VALUE 9(9)V99, IMPLIED DECIMAL
       FD  PRIOR-LIAB-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRIOR-LIAB-RECORD.
           05  LP-COMPANY             PIC X(2).
           05  FILLER                 PIC X(1).
           05  LP-REGION              PIC X(1).
           05  FILLER                 PIC X(1).
           05  LP-COST-CENTER         PIC X(4).
           05  FILLER                 PIC X(1).
           05  LP-HOURS-DIGITS        PIC X(9).
           05  FILLER                 PIC X(1).
           05  LP-VALUE-DIGITS        PIC X(11).
           05  FILLER                 PIC X(1).
           05  LP-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(40).

       FD  CURR-LIAB-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CURR-LIAB-RECORD.
           05  LC-COMPANY             PIC X(2).
           05  FILLER                 PIC X(1).
           05  LC-REGION              PIC X(1).
           05  FILLER                 PIC X(1).
           05  LC-COST-CENTER         PIC X(4).
           05  FILLER                 PIC X(1).
           05  LC-HOURS               PIC 9(7)V99.
           05  FILLER                 PIC X(1).
           05  LC-VALUE               PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  LC-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(40).

       FD  GL-JOURNAL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD          PIC X(80).

       FD  LIAB-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  LIAB-REPORT-RECORD         PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-BAL-STATUS              PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-RATE-STATUS             PIC XX       VALUE SPACES.
       01  WS-PRIOR-STATUS            PIC XX       VALUE SPACES.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-PRIOR-EOF-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-PRIOR-EOF                        VALUE 'Y'.
       01  WS-PRIOR-FOUND-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-PRIOR-FOUND                      VALUE 'Y'.
       01  WS-JOURNAL-OK-FLAG         PIC X(1)     VALUE 'Y'.
           88  WS-JOURNAL-OK                       VALUE 'Y'.

       01  WS-EXPENSE-ACCT            PIC X(8)     VALUE SPACES.
       01  WS-LIABILITY-ACCT          PIC X(8)     VALUE SPACES.
       01  WS-PRIOR-RUN-DATE          PIC X(8)     VALUE SPACES.
       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

      *    MONTHLY SALARY OVER A 2080-HOUR (52 X 40) YEAR
       01  WS-ANNUAL-HOURS            PIC 9(4)     VALUE 2080.
       01  WS-HOURLY-RATE             PIC 9(5)V9(4) VALUE 0.
       01  WS-EMP-VALUE               PIC S9(7)V99 VALUE 0.
       01  WS-EMP-VALUE-USD           PIC S9(9)V99 VALUE 0.
       01  WS-EMP-COMPANY             PIC X(2)     VALUE SPACES.
       01  WS-EMP-REGION-X            PIC X(1)     VALUE SPACES.
       01  WS-EMP-COST-CENTER         PIC X(4)     VALUE SPACES.
       01  WS-VALUE-NOTE              PIC X(14)    VALUE SPACES.

      *    EXCHANGE RATES, AS IN WBCI0040
       01  WS-RATE-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-RATE-EOF                         VALUE 'Y'.
       01  WS-RATE-IDX                PIC 9(2)     VALUE 0.
       01  WS-RATE-FOUND              PIC 9(2)     VALUE 0.
       01  WS-RATE-WORK               PIC 9(2)V9(6) VALUE 1.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT          PIC 9(2)     VALUE 0.
           05  WS-RATE-ENTRY          OCCURS 20 TIMES.
               10  WS-RT-CCY          PIC X(3).
               10  WS-RT-RATE         PIC 9(2)V9(6).

      *    LIABILITY BY COMPANY/REGION/COST-CENTER, KEPT IN KEY
      *    ORDER; THIS MONTH AND LAST MONTH SIDE BY SIDE
       01  WS-GRP-IDX                 PIC 9(3)     VALUE 0.
       01  WS-GRP-FOUND               PIC 9(3)     VALUE 0.
       01  WS-GRP-SHIFT               PIC 9(3)     VALUE 0.
       01  WS-GRP-KEY.
           05  WS-GK-COMPANY          PIC X(2).
           05  WS-GK-REGION           PIC X(1).
           05  WS-GK-COST-CENTER      PIC X(4).
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT           PIC 9(3)     VALUE 0.
           05  WS-GRP-ENTRY           OCCURS 300 TIMES.
               10  WS-GR-KEY.
                   15  WS-GR-COMPANY  PIC X(2).
                   15  WS-GR-REGION   PIC X(1).
                   15  WS-GR-COST-CENTER PIC X(4).
               10  WS-GR-EMPS         PIC 9(5).
               10  WS-GR-HOURS        PIC S9(7)V99.
               10  WS-GR-VALUE        PIC S9(9)V99.
               10  WS-GR-PRIOR        PIC S9(9)V99.

      *    CHANGE BY COMPANY/REGION FOR THE JOURNAL
       01  WS-CR-IDX                  PIC 9(2)     VALUE 0.
       01  WS-CR-FOUND                PIC 9(2)     VALUE 0.
       01  WS-CR-TABLE.
           05  WS-CR-COUNT            PIC 9(2)     VALUE 0.
           05  WS-CR-ENTRY            OCCURS 60 TIMES.
               10  WS-CR-COMPANY      PIC X(2).
               10  WS-CR-REGION       PIC X(1).
               10  WS-CR-CHANGE       PIC S9(9)V99.

       01  WS-CHANGE                  PIC S9(9)V99 VALUE 0.
       01  WS-JRNL-AMT                PIC 9(9)V99  VALUE 0.
       01  WS-PRIOR-AMT               PIC 9(9)V99  VALUE 0.

       01  WS-BAL-COUNT               PIC 9(5)     VALUE 0.
       01  WS-VALUED-COUNT            PIC 9(5)     VALUE 0.
       01  WS-UNVALUED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-LINE-COUNT              PIC 9(7)     VALUE 0.
       01  WS-DEBIT-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-CREDIT-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-HOURS             PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-VALUE             PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-PRIOR             PIC S9(11)V99 VALUE 0.

       01  WS-DETAIL-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)
               VALUE 'EMPNO NAME            T CO R CCTR     HOURS  HOURL
      -       'Y RATE   VALUE (USD)'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-EMP             PIC 9(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NAME            PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-TYPE            PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-COMPANY         PIC X(2).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-REGION          PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-COST-CENTER     PIC X(4).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-HOURS           PIC ZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-RATE            PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-VALUE           PIC ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NOTE            PIC X(12).

       01  WS-SUMM-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)
               VALUE 'CO R CCTR  EMPS      HOURS    LIABILITY   LAST MO
      -       'NTH       CHANGE'.

       01  WS-SUMM-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-COMPANY         PIC X(2).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-REGION          PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-COST-CENTER     PIC X(4).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-EMPS            PIC ZZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-HOURS           PIC ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-VALUE           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-PRIOR           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-CHANGE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(10)    VALUE SPACES.

      *    GLJRNL RECORDS - MIRROR OF THE WBCI0220 JOURNAL LINES
       01  WS-JRNL-HEADER.
           05  FILLER                 PIC X(3)     VALUE 'HDR'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JH-RUN-DATE         PIC X(8).
           05  FILLER                 PIC X(17)
               VALUE ' LEAVE LIABILITY'.
           05  FILLER                 PIC X(51)    VALUE SPACES.

       01  WS-JRNL-LINE.
           05  FILLER                 PIC X(3)     VALUE 'JNL'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JL-ACCOUNT          PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JL-DRCR             PIC X(2).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JL-AMOUNT           PIC 9(9)V99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JL-COMPANY          PIC X(2).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JL-REGION           PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JL-TYPE             PIC X(1)     VALUE 'L'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JL-RUN-DATE         PIC X(8).
           05  FILLER                 PIC X(37)    VALUE SPACES.

       01  WS-JRNL-TRAILER.
           05  FILLER                 PIC X(3)     VALUE 'TRL'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JT-LINES            PIC 9(7).
           05  FILLER                 PIC X(4)     VALUE ' DR='.
           05  WS-JT-DEBITS           PIC 9(11)V99.
           05  FILLER                 PIC X(4)     VALUE ' CR='.
           05  WS-JT-CREDITS          PIC 9(11)V99.
           05  FILLER                 PIC X(35)    VALUE SPACES.

       01  WS-RPT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-RPT-LABEL           PIC X(36).
           05  WS-RPT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(26)    VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CNT-LABEL           PIC X(36).
           05  WS-CNT-VALUE           PIC ZZZZ9.
           05  FILLER                 PIC X(38)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-VALUE-ONE-BALANCE THRU 0200-VALUE-EXIT
              UNTIL WS-EOF.
           PERFORM 0400-LOAD-PRIOR-MONTH.
           PERFORM 0500-PRINT-SUMMARY.
           PERFORM 0600-BUILD-JOURNAL.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0440' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           OPEN OUTPUT LIAB-REPORT.
           OPEN OUTPUT CURR-LIAB-FILE.
           OPEN OUTPUT GL-JOURNAL.
           MOVE SPACES TO LIAB-REPORT-RECORD.
           STRING ' LEAVE LIABILITY VALUATION AS OF ' WS-TODAY-NUM
                  DELIMITED BY SIZE INTO LIAB-REPORT-RECORD.
           WRITE LIAB-REPORT-RECORD.
           MOVE SPACES TO LIAB-REPORT-RECORD.
           WRITE LIAB-REPORT-RECORD.
           WRITE LIAB-REPORT-RECORD FROM WS-DETAIL-HEAD-LINE.

           OPEN INPUT LIAB-PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ LIAB-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE LL-EXPENSE-ACCT TO WS-EXPENSE-ACCT
                    MOVE LL-LIABILITY-ACCT TO WS-LIABILITY-ACCT
              END-READ
              CLOSE LIAB-PARM-FILE
           END-IF.

           PERFORM 0110-LOAD-RATE-TABLE.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
              MOVE 'WBCI0440' TO EH-PROGRAM
              MOVE 'MSTROPEN' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE MASTER NOT AVAILABLE - NO VALUATION'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           OPEN INPUT LEAVE-BALANCE.
           IF WS-BAL-STATUS NOT = '00'
              MOVE 'WBCI0440' TO EH-PROGRAM
              MOVE 'BALOPEN ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-BAL-STATUS TO EH-FILE-STATUS
              MOVE 'LEAVE BALANCE FILE NOT AVAILABLE - NO VALUATION'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              MOVE 'Y' TO WS-EOF-FLAG
           ELSE
              IF NOT WS-EOF
                 PERFORM 0210-READ-BALANCE
              END-IF
           END-IF.

       0110-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = '00'
              PERFORM 0120-LOAD-ONE-RATE UNTIL WS-RATE-EOF
              CLOSE RATE-FILE
           END-IF.

       0120-LOAD-ONE-RATE.
           READ RATE-FILE
              AT END
                 MOVE 'Y' TO WS-RATE-EOF-FLAG
              NOT AT END
                 IF EXR-CODE NOT = 'SET'
                    AND EXR-RATE-DIGITS NUMERIC
                    AND WS-RATE-COUNT < 20
                    ADD 1 TO WS-RATE-COUNT
                    MOVE EXR-CODE TO WS-RT-CCY(WS-RATE-COUNT)
                    MOVE EXR-RATE-DIGITS
                       TO WS-RT-RATE(WS-RATE-COUNT)(1:8)
                 END-IF
           END-READ.

      ****************************************************
      ****    VALUE EACH BALANCE AT CURRENT PAY
      ****************************************************
       0200-VALUE-ONE-BALANCE.
           ADD 1 TO WS-BAL-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE(2:79).
           MOVE LB-EMP-NUM TO WS-DTL-EMP.
           MOVE LB-BALANCE-HRS TO WS-DTL-HOURS.
           MOVE LB-EMP-NUM TO VM-EMP-NUM.
           READ MASTER-FILE
              INVALID KEY
                 ADD 1 TO WS-UNVALUED-COUNT
                 MOVE 'NOT ON MSTR' TO WS-DTL-NOTE
                 WRITE LIAB-REPORT-RECORD FROM WS-DETAIL-LINE
                 PERFORM 0210-READ-BALANCE
                 GO TO 0200-VALUE-EXIT
           END-READ.
           MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD.
           MOVE WS-EMP-NAME TO WS-DTL-NAME.
           MOVE WS-EMP-TYPE TO WS-DTL-TYPE.
           IF WS-CURRENCY-CODE = SPACES
              MOVE 'USD' TO WS-CURRENCY-CODE
           END-IF.
           MOVE WS-COMPANY-CODE TO WS-EMP-COMPANY.
           IF WS-EMP-COMPANY = SPACES
              MOVE '01' TO WS-EMP-COMPANY
           END-IF.
           MOVE WS-EMP-REGION TO WS-EMP-REGION-X.
           MOVE WS-COST-CENTER TO WS-EMP-COST-CENTER.
           IF WS-EMP-COST-CENTER = SPACES
              MOVE 'GEN ' TO WS-EMP-COST-CENTER
           END-IF.
           MOVE WS-EMP-COMPANY TO WS-DTL-COMPANY.
           MOVE WS-EMP-REGION-X TO WS-DTL-REGION.
           MOVE WS-EMP-COST-CENTER TO WS-DTL-COST-CENTER.

           MOVE SPACES TO WS-VALUE-NOTE.
           MOVE 0 TO WS-HOURLY-RATE.
           EVALUATE TRUE
              WHEN HOURLY
                 MOVE WS-EMP-RATE TO WS-HOURLY-RATE
              WHEN SALES
                 COMPUTE WS-HOURLY-RATE ROUNDED =
                    WS-SALES-SALARY * 12 / WS-ANNUAL-HOURS
              WHEN MANAGEMENT
                 COMPUTE WS-HOURLY-RATE ROUNDED =
                    WS-MGMT-SALARY * 12 / WS-ANNUAL-HOURS
              WHEN CONTRACTOR
                 MOVE 'CONTRACTOR' TO WS-VALUE-NOTE
              WHEN OTHER
                 MOVE 'BAD EMP TYPE' TO WS-VALUE-NOTE
           END-EVALUATE.
           IF WS-VALUE-NOTE NOT = SPACES
              ADD 1 TO WS-UNVALUED-COUNT
              MOVE WS-VALUE-NOTE TO WS-DTL-NOTE
              WRITE LIAB-REPORT-RECORD FROM WS-DETAIL-LINE
              PERFORM 0210-READ-BALANCE
              GO TO 0200-VALUE-EXIT
           END-IF.

           COMPUTE WS-EMP-VALUE ROUNDED =
              LB-BALANCE-HRS * WS-HOURLY-RATE.
           PERFORM 0300-CONVERT-TO-USD.
           ADD 1 TO WS-VALUED-COUNT.
           MOVE WS-HOURLY-RATE TO WS-DTL-RATE.
           MOVE WS-EMP-VALUE-USD TO WS-DTL-VALUE.
           IF WS-CURRENCY-CODE NOT = 'USD'
              MOVE WS-CURRENCY-CODE TO WS-DTL-NOTE
           END-IF.
           WRITE LIAB-REPORT-RECORD FROM WS-DETAIL-LINE.

           MOVE WS-EMP-COMPANY TO WS-GK-COMPANY.
           MOVE WS-EMP-REGION-X TO WS-GK-REGION.
           MOVE WS-EMP-COST-CENTER TO WS-GK-COST-CENTER.
           PERFORM 0350-FIND-OR-ADD-GROUP THRU 0350-FIND-EXIT.
           IF WS-GRP-FOUND > 0
              ADD 1 TO WS-GR-EMPS(WS-GRP-FOUND)
              ADD LB-BALANCE-HRS TO WS-GR-HOURS(WS-GRP-FOUND)
              ADD WS-EMP-VALUE-USD TO WS-GR-VALUE(WS-GRP-FOUND)
           END-IF.
           ADD LB-BALANCE-HRS TO WS-GRAND-HOURS.
           ADD WS-EMP-VALUE-USD TO WS-GRAND-VALUE.
           PERFORM 0210-READ-BALANCE.
       0200-VALUE-EXIT.
           EXIT.

       0210-READ-BALANCE.
           READ LEAVE-BALANCE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *    RATE IN THE EMPLOYEE'S CURRENCY; AN UNKNOWN CODE IS
      *    TAKEN AT PAR, AS IN WBCI0040
       0300-CONVERT-TO-USD.
           MOVE 0 TO WS-RATE-FOUND.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RT-CCY(WS-RATE-IDX) = WS-CURRENCY-CODE
                 MOVE WS-RATE-IDX TO WS-RATE-FOUND
              END-IF
           END-PERFORM.
           IF WS-RATE-FOUND > 0
              MOVE WS-RT-RATE(WS-RATE-FOUND) TO WS-RATE-WORK
           ELSE
              MOVE 1 TO WS-RATE-WORK
           END-IF.
           COMPUTE WS-EMP-VALUE-USD ROUNDED =
              WS-EMP-VALUE * WS-RATE-WORK.

      *    LOCATE THE ROW FOR WS-GRP-KEY, INSERTING A ZEROED ROW
      *    IN KEY ORDER IF IT IS NEW.  THE INDEX COMES BACK IN
      *    WS-GRP-FOUND (ZERO WHEN THE TABLE IS FULL)
       0350-FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GRP-FOUND.
           MOVE 0 TO WS-GRP-SHIFT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                      OR WS-GRP-FOUND > 0
                      OR WS-GRP-SHIFT > 0
              IF WS-GR-KEY(WS-GRP-IDX) = WS-GRP-KEY
                 MOVE WS-GRP-IDX TO WS-GRP-FOUND
              ELSE
                 IF WS-GR-KEY(WS-GRP-IDX) > WS-GRP-KEY
                    MOVE WS-GRP-IDX TO WS-GRP-SHIFT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-GRP-FOUND > 0
              OR WS-GRP-COUNT NOT < 300
              GO TO 0350-FIND-EXIT
           END-IF.
           IF WS-GRP-SHIFT = 0
              COMPUTE WS-GRP-SHIFT = WS-GRP-COUNT + 1
           END-IF.
           PERFORM VARYING WS-GRP-IDX FROM WS-GRP-COUNT BY -1
                   UNTIL WS-GRP-IDX < WS-GRP-SHIFT
              MOVE WS-GRP-ENTRY(WS-GRP-IDX)
                 TO WS-GRP-ENTRY(WS-GRP-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-GRP-SHIFT TO WS-GRP-FOUND.
           MOVE WS-GRP-KEY TO WS-GR-KEY(WS-GRP-FOUND).
           MOVE 0 TO WS-GR-EMPS(WS-GRP-FOUND)
                     WS-GR-HOURS(WS-GRP-FOUND)
                     WS-GR-VALUE(WS-GRP-FOUND)
                     WS-GR-PRIOR(WS-GRP-FOUND).
       0350-FIND-EXIT.
           EXIT.

      ****************************************************
      ****    LAST MONTH'S LIABILITY, SAME GROUPING
      ****************************************************
       0400-LOAD-PRIOR-MONTH.
           OPEN INPUT PRIOR-LIAB-FILE.
           IF WS-PRIOR-STATUS = '00'
              MOVE 'Y' TO WS-PRIOR-FOUND-FLAG
              PERFORM 0410-LOAD-ONE-PRIOR UNTIL WS-PRIOR-EOF
              CLOSE PRIOR-LIAB-FILE
           END-IF.

      *    A GROUP THAT HAS SINCE EMPTIED STILL GETS A ROW SO
      *    ITS LIABILITY IS REVERSED
       0410-LOAD-ONE-PRIOR.
           READ PRIOR-LIAB-FILE
              AT END
                 MOVE 'Y' TO WS-PRIOR-EOF-FLAG
              NOT AT END
                 IF LP-VALUE-DIGITS NUMERIC
                    MOVE LP-RUN-DATE TO WS-PRIOR-RUN-DATE
                    MOVE LP-COMPANY TO WS-GK-COMPANY
                    MOVE LP-REGION TO WS-GK-REGION
                    MOVE LP-COST-CENTER TO WS-GK-COST-CENTER
                    PERFORM 0350-FIND-OR-ADD-GROUP
                       THRU 0350-FIND-EXIT
                    IF WS-GRP-FOUND > 0
                       MOVE LP-VALUE-DIGITS TO WS-PRIOR-AMT(1:11)
                       ADD WS-PRIOR-AMT TO WS-GR-PRIOR(WS-GRP-FOUND)
                       ADD WS-PRIOR-AMT TO WS-GRAND-PRIOR
                    END-IF
                 END-IF
           END-READ.

      ****************************************************
      ****    SUMMARY BY COMPANY/REGION/COST-CENTER
      ****************************************************
       0500-PRINT-SUMMARY.
           MOVE SPACES TO LIAB-REPORT-RECORD.
           WRITE LIAB-REPORT-RECORD.
           MOVE SPACES TO LIAB-REPORT-RECORD.
           IF WS-PRIOR-FOUND
              STRING ' LIABILITY SUMMARY - LAST MONTH VALUED '
                     WS-PRIOR-RUN-DATE
                     DELIMITED BY SIZE INTO LIAB-REPORT-RECORD
           ELSE
              MOVE ' LIABILITY SUMMARY - NO LIABPRV, FIRST VALUATION'
                 TO LIAB-REPORT-RECORD
           END-IF.
           WRITE LIAB-REPORT-RECORD.
           WRITE LIAB-REPORT-RECORD FROM WS-SUMM-HEAD-LINE.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
              PERFORM 0510-SUMMARIZE-ONE-GROUP
           END-PERFORM.

           MOVE SPACES TO LIAB-REPORT-RECORD.
           WRITE LIAB-REPORT-RECORD.
           MOVE 'LEAVE BALANCES READ' TO WS-CNT-LABEL.
           MOVE WS-BAL-COUNT TO WS-CNT-VALUE.
           WRITE LIAB-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'BALANCES VALUED' TO WS-CNT-LABEL.
           MOVE WS-VALUED-COUNT TO WS-CNT-VALUE.
           WRITE LIAB-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'BALANCES NOT VALUED' TO WS-CNT-LABEL.
           MOVE WS-UNVALUED-COUNT TO WS-CNT-VALUE.
           WRITE LIAB-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'TOTAL LEAVE HOURS VALUED' TO WS-RPT-LABEL.
           MOVE WS-GRAND-HOURS TO WS-RPT-AMOUNT.
           WRITE LIAB-REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'TOTAL LEAVE LIABILITY (USD)' TO WS-RPT-LABEL.
           MOVE WS-GRAND-VALUE TO WS-RPT-AMOUNT.
           WRITE LIAB-REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'LAST MONTH LIABILITY (USD)' TO WS-RPT-LABEL.
           MOVE WS-GRAND-PRIOR TO WS-RPT-AMOUNT.
           WRITE LIAB-REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'CHANGE IN LIABILITY (USD)' TO WS-RPT-LABEL.
           COMPUTE WS-RPT-AMOUNT = WS-GRAND-VALUE - WS-GRAND-PRIOR.
           WRITE LIAB-REPORT-RECORD FROM WS-RPT-LINE.

      *    PRINTS THE GROUP, CARRIES IT FORWARD ON LIABCUR AND
      *    ROLLS ITS CHANGE UP TO COMPANY/REGION
       0510-SUMMARIZE-ONE-GROUP.
           COMPUTE WS-CHANGE = WS-GR-VALUE(WS-GRP-IDX)
                             - WS-GR-PRIOR(WS-GRP-IDX).
           MOVE SPACES TO WS-SUMM-LINE(2:79).
           MOVE WS-GR-COMPANY(WS-GRP-IDX) TO WS-SUM-COMPANY.
           MOVE WS-GR-REGION(WS-GRP-IDX) TO WS-SUM-REGION.
           MOVE WS-GR-COST-CENTER(WS-GRP-IDX) TO WS-SUM-COST-CENTER.
           MOVE WS-GR-EMPS(WS-GRP-IDX) TO WS-SUM-EMPS.
           MOVE WS-GR-HOURS(WS-GRP-IDX) TO WS-SUM-HOURS.
           MOVE WS-GR-VALUE(WS-GRP-IDX) TO WS-SUM-VALUE.
           MOVE WS-GR-PRIOR(WS-GRP-IDX) TO WS-SUM-PRIOR.
           MOVE WS-CHANGE TO WS-SUM-CHANGE.
           WRITE LIAB-REPORT-RECORD FROM WS-SUMM-LINE.

           IF WS-GR-EMPS(WS-GRP-IDX) > 0
              MOVE SPACES TO CURR-LIAB-RECORD
              MOVE WS-GR-COMPANY(WS-GRP-IDX) TO LC-COMPANY
              MOVE WS-GR-REGION(WS-GRP-IDX) TO LC-REGION
              MOVE WS-GR-COST-CENTER(WS-GRP-IDX) TO LC-COST-CENTER
              MOVE WS-GR-HOURS(WS-GRP-IDX) TO LC-HOURS
              MOVE WS-GR-VALUE(WS-GRP-IDX) TO LC-VALUE
              MOVE WS-TODAY-NUM TO LC-RUN-DATE
              WRITE CURR-LIAB-RECORD
           END-IF.

           MOVE 0 TO WS-CR-FOUND.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
              IF WS-CR-COMPANY(WS-CR-IDX) = WS-GR-COMPANY(WS-GRP-IDX)
                 AND WS-CR-REGION(WS-CR-IDX)
                       = WS-GR-REGION(WS-GRP-IDX)
                 MOVE WS-CR-IDX TO WS-CR-FOUND
              END-IF
           END-PERFORM.
           IF WS-CR-FOUND = 0
              AND WS-CR-COUNT < 60
              ADD 1 TO WS-CR-COUNT
              MOVE WS-CR-COUNT TO WS-CR-FOUND
              MOVE WS-GR-COMPANY(WS-GRP-IDX)
                 TO WS-CR-COMPANY(WS-CR-FOUND)
              MOVE WS-GR-REGION(WS-GRP-IDX)
                 TO WS-CR-REGION(WS-CR-FOUND)
              MOVE 0 TO WS-CR-CHANGE(WS-CR-FOUND)
           END-IF.
           IF WS-CR-FOUND > 0
              ADD WS-CHANGE TO WS-CR-CHANGE(WS-CR-FOUND)
           END-IF.

      ****************************************************
      ****    MONTH-OVER-MONTH CHANGE TO THE LEDGER
      ****************************************************
       0600-BUILD-JOURNAL.
           IF WS-EXPENSE-ACCT = SPACES
              OR WS-LIABILITY-ACCT = SPACES
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              MOVE SPACES TO LIAB-REPORT-RECORD
              MOVE ' NO LLPARM EXPENSE/LIABILITY ACCOUNTS'
                 TO LIAB-REPORT-RECORD
              WRITE LIAB-REPORT-RECORD
           END-IF.
           MOVE WS-TODAY-NUM TO WS-JH-RUN-DATE.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-HEADER.
           IF WS-JOURNAL-OK
              PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                      UNTIL WS-CR-IDX > WS-CR-COUNT
                 IF WS-CR-CHANGE(WS-CR-IDX) NOT = 0
                    PERFORM 0610-JOURNAL-ONE-CHANGE
                 END-IF
              END-PERFORM
           END-IF.

           MOVE WS-LINE-COUNT TO WS-JT-LINES.
           MOVE WS-DEBIT-TOTAL TO WS-JT-DEBITS.
           MOVE WS-CREDIT-TOTAL TO WS-JT-CREDITS.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-TRAILER.

           MOVE SPACES TO WS-RPT-LINE(2:79).
           MOVE 'JOURNAL DEBITS' TO WS-RPT-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-RPT-AMOUNT.
           WRITE LIAB-REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'JOURNAL CREDITS' TO WS-RPT-LABEL.
           MOVE WS-CREDIT-TOTAL TO WS-RPT-AMOUNT.
           WRITE LIAB-REPORT-RECORD FROM WS-RPT-LINE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              MOVE ' *** JOURNAL OUT OF BALANCE - REJECTED ***'
                 TO LIAB-REPORT-RECORD
              WRITE LIAB-REPORT-RECORD
           END-IF.
           IF NOT WS-JOURNAL-OK
              MOVE ' *** DO NOT POST THIS JOURNAL ***'
                 TO LIAB-REPORT-RECORD
              WRITE LIAB-REPORT-RECORD
           END-IF.

       0610-JOURNAL-ONE-CHANGE.
           MOVE WS-CR-COMPANY(WS-CR-IDX) TO WS-JL-COMPANY.
           MOVE WS-CR-REGION(WS-CR-IDX) TO WS-JL-REGION.
           MOVE WS-TODAY-NUM TO WS-JL-RUN-DATE.
           IF WS-CR-CHANGE(WS-CR-IDX) > 0
              MOVE WS-CR-CHANGE(WS-CR-IDX) TO WS-JRNL-AMT
              MOVE WS-EXPENSE-ACCT TO WS-JL-ACCOUNT
           ELSE
              COMPUTE WS-JRNL-AMT = 0 - WS-CR-CHANGE(WS-CR-IDX)
              MOVE WS-LIABILITY-ACCT TO WS-JL-ACCOUNT
           END-IF.
           MOVE 'DR' TO WS-JL-DRCR.
           MOVE WS-JRNL-AMT TO WS-JL-AMOUNT.
           ADD WS-JRNL-AMT TO WS-DEBIT-TOTAL.
           ADD 1 TO WS-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-LINE.

           IF WS-CR-CHANGE(WS-CR-IDX) > 0
              MOVE WS-LIABILITY-ACCT TO WS-JL-ACCOUNT
           ELSE
              MOVE WS-EXPENSE-ACCT TO WS-JL-ACCOUNT
           END-IF.
           MOVE 'CR' TO WS-JL-DRCR.
           ADD WS-JRNL-AMT TO WS-CREDIT-TOTAL.
           ADD 1 TO WS-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-LINE.

       0900-TERMINATE.
           IF WS-BAL-STATUS = '00' OR WS-BAL-STATUS = '10'
              CLOSE LEAVE-BALANCE
           END-IF.
           IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '23'
              CLOSE MASTER-FILE
           END-IF.
           CLOSE CURR-LIAB-FILE
                 GL-JOURNAL
                 LIAB-REPORT.
           IF NOT WS-JOURNAL-OK
              AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0440' TO JL-PROGRAM.
           MOVE WS-BAL-COUNT TO JL-RECORDS-IN.
           MOVE WS-LINE-COUNT TO JL-RECORDS-OUT.
           MOVE WS-UNVALUED-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0440 BALANCES: ' WS-BAL-COUNT
                   ' VALUED: ' WS-VALUED-COUNT
                   ' JOURNAL LINES: ' WS-LINE-COUNT.
