       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0450.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  MONTH-END PAYROLL ACCRUAL WITH AUTOMATIC REVERSAL.            *
      *  WHEN THE CLOSING MONTH ENDS INSIDE AN OPEN PAY PERIOD ON     *
      *  PAYCAL, THE WORKING DAYS (MONDAY TO FRIDAY) FROM THE PERIOD  *
      *  START TO THE LAST DAY OF THE MONTH HAVE BEEN WORKED BUT NOT  *
      *  PAID.  EACH EMPLOYEE'S GROSS ON THE LAST PAYNET RUN (WRITTEN *
      *  BY WBCI0040) IS SPREAD OVER THE WORKING DAYS OF THE PERIOD   *
      *  THAT RUN PAID, AND THE UNPAID DAYS ARE ACCRUED AT THAT DAILY *
      *  FIGURE, CONVERTED TO USD THROUGH EXRATES:                    *
      *    ACCRUAL = GROSS * UNPAID DAYS / DAYS IN THE PAID PERIOD    *
      *  CONTRACTORS ARE NOT ACCRUED - THEIR COST ARRIVES ON INVOICE  *
      *  - NOR ARE EMPLOYEES TERMINATED BY THE MONTH END.             *
      *                                                                *
      *  EMPMSTR SUPPLIES COMPANY, REGION AND COST-CENTER (BLANKS     *
      *  AND EMPLOYEES NOT ON THE MASTER GO TO '01' / 'GEN ').  TWO   *
      *  JOURNALS ARE WRITTEN IN THE WBCI0220 FORMAT (TYPE 'A', THE   *
      *  COST-CENTER FOLLOWING THE RUN DATE), ONE LINE PAIR PER       *
      *  COMPANY/REGION/COST-CENTER:                                  *
      *    GLJRNL   DATED THE LAST DAY OF THE CLOSING MONTH           *
      *             DR ACCRUED WAGES EXPENSE  CR ACCRUED PAYROLL      *
      *    GLRVRS   DATED THE FIRST DAY OF THE NEXT MONTH             *
      *             DR ACCRUED PAYROLL        CR ACCRUED WAGES EXPENSE*
      *  SO THE ACCRUAL CLEARS WHEN THE REAL PAY POSTS.  ACCRPT       *
      *  LISTS EACH EMPLOYEE AND THE GROUP TOTALS.  NO VALID ACPARM   *
      *  CARD, NO ACCOUNTS, NO PAYCAL OR PAYNET, OR AN UNBALANCED     *
      *  JOURNAL REJECTS BOTH JOURNALS WITH CC 8.  A MONTH THAT ENDS  *
      *  ON A PERIOD BOUNDARY, OR INSIDE A PERIOD ALREADY CLOSED,     *
      *  HAS NOTHING TO ACCRUE AND WRITES EMPTY JOURNALS.             *
      *                                                                *
      *  ACPARM CARD: COLS 1-6 CLOSING MONTH YYYYMM, COLS 8-15        *
      *  ACCRUED WAGES EXPENSE ACCOUNT, COLS 17-24 ACCRUED PAYROLL    *
      *  LIABILITY ACCOUNT.                                            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCR-PARM-FILE ASSIGN TO ACPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-CALENDAR  ASSIGN TO PAYCAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PAY-NET-FILE  ASSIGN TO PAYNET
               FILE STATUS IS WS-PAYNET-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RATE-FILE     ASSIGN TO EXRATES
               FILE STATUS IS WS-RATE-STATUS.
           SELECT GL-JOURNAL    ASSIGN TO GLJRNL.
           SELECT GL-REVERSAL   ASSIGN TO GLRVRS.
           SELECT ACCR-REPORT   ASSIGN TO ACCRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCR-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ACCR-PARM-RECORD.
           05  AP-MONTH.
               10  AP-YEAR            PIC X(4).
               10  AP-MM              PIC X(2).
           05  FILLER                 PIC X(1).
           05  AP-EXPENSE-ACCT        PIC X(8).
           05  FILLER                 PIC X(1).
           05  AP-ACCRUAL-ACCT        PIC X(8).
           05  FILLER                 PIC X(56).

       FD  PAY-CALENDAR
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF PAY-CALENDAR-RECORD IN WBCI0040
       01  PAY-CALENDAR-RECORD.
           05  PC-PERIOD              PIC X(4).
           05  FILLER                 PIC X(1).
           05  PC-START-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  PC-END-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PC-SCHED-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  PC-STATUS              PIC X(1).
           05  FILLER                 PIC X(47).

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
           05  FILLER                 PIC X(26).

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

       FD  GL-JOURNAL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD          PIC X(80).

       FD  GL-REVERSAL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GL-REVERSAL-RECORD         PIC X(80).

       FD  ACCR-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ACCR-REPORT-RECORD         PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-CAL-STATUS              PIC XX       VALUE SPACES.
       01  WS-PAYNET-STATUS           PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-RATE-STATUS             PIC XX       VALUE SPACES.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-CAL-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-CAL-EOF                          VALUE 'Y'.
       01  WS-PARM-VALID-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-PARM-VALID                       VALUE 'Y'.
       01  WS-ACCRUE-FLAG             PIC X(1)     VALUE 'N'.
           88  WS-ACCRUE                           VALUE 'Y'.
       01  WS-JOURNAL-OK-FLAG         PIC X(1)     VALUE 'Y'.
           88  WS-JOURNAL-OK                       VALUE 'Y'.

       01  WS-EXPENSE-ACCT            PIC X(8)     VALUE SPACES.
       01  WS-ACCRUAL-ACCT            PIC X(8)     VALUE SPACES.
       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.

      *    THE CLOSING MONTH: ITS FIRST AND LAST DAYS AND THE
      *    FIRST DAY OF THE NEXT MONTH (THE REVERSAL DATE)
       01  WS-MONTH-START             PIC 9(8)     VALUE 0.
       01  WS-MONTH-START-X REDEFINES WS-MONTH-START.
           05  WS-MS-YEAR             PIC 9(4).
           05  WS-MS-MM               PIC 9(2).
           05  WS-MS-DD               PIC 9(2).
       01  WS-NEXT-MONTH              PIC 9(8)     VALUE 0.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05  WS-NM-YEAR             PIC 9(4).
           05  WS-NM-MM               PIC 9(2).
           05  WS-NM-DD               PIC 9(2).
       01  WS-MONTH-END               PIC 9(8)     VALUE 0.

      *    PAYCAL PERIODS WITH THEIR WORKING-DAY COUNTS
       01  WS-PER-IDX                 PIC 9(3)     VALUE 0.
       01  WS-PER-FOUND               PIC 9(3)     VALUE 0.
       01  WS-ACCR-PER                PIC 9(3)     VALUE 0.
       01  WS-PERIOD-TABLE.
           05  WS-PER-COUNT           PIC 9(3)     VALUE 0.
           05  WS-PER-ENTRY           OCCURS 100 TIMES.
               10  WS-PER-PERIOD      PIC X(4).
               10  WS-PER-START       PIC 9(8).
               10  WS-PER-END         PIC 9(8).
               10  WS-PER-STATUS      PIC X(1).
               10  WS-PER-DAYS        PIC 9(3).

      *    WORKING-DAY COUNT BETWEEN TWO DATES.  DAY 1 OF THE
      *    INTEGER-OF-DATE SCALE IS A MONDAY, SO WEEKDAY 5 AND 6
      *    ARE SATURDAY AND SUNDAY
       01  WS-CNT-FROM                PIC 9(8)     VALUE 0.
       01  WS-CNT-TO                  PIC 9(8)     VALUE 0.
       01  WS-CNT-DAYS                PIC 9(3)     VALUE 0.
       01  WS-DAY-INT                 PIC 9(7)     VALUE 0.
       01  WS-LAST-INT                PIC 9(7)     VALUE 0.
       01  WS-WEEKDAY                 PIC 9(1)     VALUE 0.
       01  WS-UNPAID-DAYS             PIC 9(3)     VALUE 0.
       01  WS-BASIS-DAYS              PIC 9(3)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-GROSS-AMT               PIC 9(9)V99  VALUE 0.
       01  WS-RUN-DATE-NUM            PIC 9(8)     VALUE 0.
       01  WS-ACCRUAL                 PIC 9(9)V99  VALUE 0.
       01  WS-ACCRUAL-USD             PIC 9(9)V99  VALUE 0.
       01  WS-EMP-CURRENCY            PIC X(3)     VALUE SPACES.
       01  WS-EMP-COMPANY             PIC X(2)     VALUE SPACES.
       01  WS-EMP-REGION-X            PIC X(1)     VALUE SPACES.
       01  WS-EMP-COST-CENTER         PIC X(4)     VALUE SPACES.
       01  WS-SKIP-NOTE               PIC X(12)    VALUE SPACES.

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

      *    ACCRUAL BY COMPANY/REGION/COST-CENTER, KEPT IN KEY
      *    ORDER, AS IN WBCI0440
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
               10  WS-GR-ACCRUAL      PIC 9(9)V99.

       01  WS-READ-COUNT              PIC 9(5)     VALUE 0.
       01  WS-ACCRUED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-LINE-COUNT              PIC 9(7)     VALUE 0.
       01  WS-DEBIT-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-CREDIT-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-ACCRUAL           PIC 9(11)V99 VALUE 0.

       01  WS-DETAIL-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)
               VALUE 'EMPNO NAME            T CO R CCTR      GROSS DAY
      -       '   ACCRUED NOTE'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-EMP             PIC X(5).
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
           05  WS-DTL-GROSS           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-DAYS            PIC ZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-ACCRUAL         PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NOTE            PIC X(12).
           05  FILLER                 PIC X(7)     VALUE SPACES.

       01  WS-SUMM-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)
               VALUE 'CO R CCTR  EMPS ACCRUED (USD)'.

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
           05  WS-SUM-ACCRUAL         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(51)    VALUE SPACES.

      *    GLJRNL RECORDS - MIRROR OF THE WBCI0220 JOURNAL LINES,
      *    WITH THE COST-CENTER CARRIED AFTER THE RUN DATE
       01  WS-JRNL-HEADER.
           05  FILLER                 PIC X(3)     VALUE 'HDR'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JH-RUN-DATE         PIC X(8).
           05  WS-JH-TITLE            PIC X(17).
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
           05  WS-JL-TYPE             PIC X(1)     VALUE 'A'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JL-RUN-DATE         PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-JL-COST-CENTER      PIC X(4).
           05  FILLER                 PIC X(32)    VALUE SPACES.

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
           05  WS-RPT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(27)    VALUE SPACES.

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
           PERFORM 0100-INITIALIZE THRU 0100-EXIT.
           PERFORM 0200-ACCRUE-ONE-EMPLOYEE THRU 0200-ACCRUE-EXIT
              UNTIL WS-EOF.
           PERFORM 0500-PRINT-SUMMARY.
           PERFORM 0600-BUILD-JOURNALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0450' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           OPEN OUTPUT ACCR-REPORT.
           OPEN OUTPUT GL-JOURNAL.
           OPEN OUTPUT GL-REVERSAL.
           MOVE 'Y' TO WS-EOF-FLAG.
           PERFORM 0110-READ-ACCRUAL-PARM.

      *    FAIL SAFE: WITHOUT A CLOSING MONTH THERE IS NO WAY TO
      *    TELL WHICH DAYS ARE UNPAID
           IF NOT WS-PARM-VALID
              MOVE ' NO VALID ACPARM CARD - NOTHING ACCRUED'
                 TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              GO TO 0100-EXIT
           END-IF.

           MOVE SPACES TO ACCR-REPORT-RECORD.
           STRING ' PAYROLL ACCRUAL FOR MONTH ENDING ' WS-MONTH-END
                  ' - REVERSAL DATED ' WS-NEXT-MONTH
                  DELIMITED BY SIZE INTO ACCR-REPORT-RECORD.
           WRITE ACCR-REPORT-RECORD.
           IF WS-EXPENSE-ACCT = SPACES
              OR WS-ACCRUAL-ACCT = SPACES
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              MOVE ' NO ACPARM EXPENSE/ACCRUAL ACCOUNTS'
                 TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
           END-IF.

           PERFORM 0120-LOAD-CALENDAR.
           IF WS-CAL-STATUS NOT = '00'
              GO TO 0100-EXIT
           END-IF.
           PERFORM 0140-FIND-ACCRUAL-PERIOD.
           IF NOT WS-ACCRUE
              GO TO 0100-EXIT
           END-IF.

           PERFORM 0130-LOAD-RATE-TABLE.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
              MOVE 'WBCI0450' TO EH-PROGRAM
              MOVE 'MSTROPEN' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE MASTER NOT AVAILABLE - ALL TO GEN CENTER'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           OPEN INPUT PAY-NET-FILE.
           IF WS-PAYNET-STATUS NOT = '00'
              MOVE 'WBCI0450' TO EH-PROGRAM
              MOVE 'NETOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-PAYNET-STATUS TO EH-FILE-STATUS
              MOVE 'PAYNET EXTRACT NOT AVAILABLE - NO ACCRUAL'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              GO TO 0100-EXIT
           END-IF.
           MOVE SPACES TO ACCR-REPORT-RECORD.
           WRITE ACCR-REPORT-RECORD.
           WRITE ACCR-REPORT-RECORD FROM WS-DETAIL-HEAD-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 0210-READ-PAY-NET.
       0100-EXIT.
           EXIT.

       0110-READ-ACCRUAL-PARM.
           OPEN INPUT ACCR-PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ ACCR-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF AP-MONTH NUMERIC
                       AND AP-MM >= '01'
                       AND AP-MM <= '12'
                       MOVE 'Y' TO WS-PARM-VALID-FLAG
                       MOVE AP-YEAR TO WS-MS-YEAR
                       MOVE AP-MM TO WS-MS-MM
                       MOVE 1 TO WS-MS-DD
                       MOVE AP-EXPENSE-ACCT TO WS-EXPENSE-ACCT
                       MOVE AP-ACCRUAL-ACCT TO WS-ACCRUAL-ACCT
                    END-IF
              END-READ
              CLOSE ACCR-PARM-FILE
           END-IF.
           IF WS-PARM-VALID
              MOVE WS-MONTH-START TO WS-NEXT-MONTH
              IF WS-NM-MM = 12
                 ADD 1 TO WS-NM-YEAR
                 MOVE 1 TO WS-NM-MM
              ELSE
                 ADD 1 TO WS-NM-MM
              END-IF
              COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           END-IF.

      ****************************************************
      ****    PAY PERIODS AND THEIR WORKING DAYS
      ****************************************************
       0120-LOAD-CALENDAR.
           OPEN INPUT PAY-CALENDAR.
           IF WS-CAL-STATUS NOT = '00'
              MOVE 'WBCI0450' TO EH-PROGRAM
              MOVE 'CALOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-CAL-STATUS TO EH-FILE-STATUS
              MOVE 'PAY CALENDAR NOT AVAILABLE - NO ACCRUAL'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
           ELSE
              PERFORM 0125-LOAD-ONE-PERIOD UNTIL WS-CAL-EOF
              CLOSE PAY-CALENDAR
           END-IF.

       0125-LOAD-ONE-PERIOD.
           READ PAY-CALENDAR
              AT END
                 MOVE 'Y' TO WS-CAL-EOF-FLAG
              NOT AT END
                 IF PC-START-DATE NUMERIC
                    AND PC-END-DATE NUMERIC
                    AND PC-START-DATE <= PC-END-DATE
                    AND WS-PER-COUNT < 100
                    ADD 1 TO WS-PER-COUNT
                    MOVE PC-PERIOD TO WS-PER-PERIOD(WS-PER-COUNT)
                    MOVE PC-START-DATE TO WS-PER-START(WS-PER-COUNT)
                    MOVE PC-END-DATE TO WS-PER-END(WS-PER-COUNT)
                    MOVE PC-STATUS TO WS-PER-STATUS(WS-PER-COUNT)
                    MOVE WS-PER-START(WS-PER-COUNT) TO WS-CNT-FROM
                    MOVE WS-PER-END(WS-PER-COUNT) TO WS-CNT-TO
                    PERFORM 0150-COUNT-WORK-DAYS
                    MOVE WS-CNT-DAYS TO WS-PER-DAYS(WS-PER-COUNT)
                 END-IF
           END-READ.

       0130-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = '00'
              PERFORM 0135-LOAD-ONE-RATE UNTIL WS-RATE-EOF
              CLOSE RATE-FILE
           END-IF.

       0135-LOAD-ONE-RATE.
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

      *    ONLY A PERIOD THAT STARTS IN OR BEFORE THE CLOSING
      *    MONTH AND ENDS AFTER IT LEAVES DAYS WORKED BUT UNPAID
      *    AT THE MONTH END.  ONCE THE PERIOD IS CLOSED ('C') ITS
      *    PAY HAS ALREADY POSTED AND THERE IS NOTHING TO ACCRUE
       0140-FIND-ACCRUAL-PERIOD.
           MOVE 0 TO WS-ACCR-PER.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
              IF WS-PER-START(WS-PER-IDX) <= WS-MONTH-END
                 AND WS-PER-END(WS-PER-IDX) > WS-MONTH-END
                 MOVE WS-PER-IDX TO WS-ACCR-PER
              END-IF
           END-PERFORM.
           MOVE SPACES TO ACCR-REPORT-RECORD.
           IF WS-ACCR-PER = 0
              MOVE ' MONTH ENDS ON A PAY-PERIOD BOUNDARY - NOTHING TO AC
      -            'CRUE' TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
           ELSE
              IF WS-PER-STATUS(WS-ACCR-PER) = 'C'
                 STRING ' PERIOD ' WS-PER-PERIOD(WS-ACCR-PER)
                        ' ALREADY PAID AND CLOSED - NOTHING TO ACCRUE'
                        DELIMITED BY SIZE INTO ACCR-REPORT-RECORD
                 WRITE ACCR-REPORT-RECORD
              ELSE
                 MOVE WS-PER-START(WS-ACCR-PER) TO WS-CNT-FROM
                 MOVE WS-MONTH-END TO WS-CNT-TO
                 PERFORM 0150-COUNT-WORK-DAYS
                 MOVE WS-CNT-DAYS TO WS-UNPAID-DAYS
                 STRING ' PERIOD ' WS-PER-PERIOD(WS-ACCR-PER)
                        ' ' WS-PER-START(WS-ACCR-PER)
                        '-' WS-PER-END(WS-ACCR-PER)
                        ' UNPAID WORKING DAYS ' WS-UNPAID-DAYS
                        ' OF ' WS-PER-DAYS(WS-ACCR-PER)
                        DELIMITED BY SIZE INTO ACCR-REPORT-RECORD
                 WRITE ACCR-REPORT-RECORD
                 IF WS-UNPAID-DAYS > 0
                    MOVE 'Y' TO WS-ACCRUE-FLAG
                 END-IF
              END-IF
           END-IF.

       0150-COUNT-WORK-DAYS.
           MOVE 0 TO WS-CNT-DAYS.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-CNT-FROM).
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-CNT-TO).
           PERFORM VARYING WS-DAY-INT FROM WS-DAY-INT BY 1
                   UNTIL WS-DAY-INT > WS-LAST-INT
              COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7)
              IF WS-WEEKDAY < 5
                 ADD 1 TO WS-CNT-DAYS
              END-IF
           END-PERFORM.

      ****************************************************
      ****    ESTIMATE EACH EMPLOYEE'S UNPAID EARNINGS
      ****************************************************
       0200-ACCRUE-ONE-EMPLOYEE.
           IF PN-EMP-NUM NOT NUMERIC
              OR PN-GROSS-DIGITS NOT NUMERIC
              PERFORM 0210-READ-PAY-NET
              GO TO 0200-ACCRUE-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE(2:79).
           MOVE PN-EMP-NUM TO WS-DTL-EMP.
           MOVE PN-GROSS-DIGITS TO WS-GROSS-AMT(1:11).
           MOVE WS-GROSS-AMT TO WS-DTL-GROSS.
           MOVE PN-CURRENCY TO WS-EMP-CURRENCY.
           IF WS-EMP-CURRENCY = SPACES
              MOVE 'USD' TO WS-EMP-CURRENCY
           END-IF.
           MOVE '01' TO WS-EMP-COMPANY.
           MOVE '0' TO WS-EMP-REGION-X.
           MOVE 'GEN ' TO WS-EMP-COST-CENTER.
           MOVE SPACES TO WS-SKIP-NOTE.
           MOVE SPACES TO WS-EMPLOYEE-RECORD.
           IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '23'
              MOVE PN-EMP-NUM TO VM-EMP-NUM
              READ MASTER-FILE
                 INVALID KEY
                    MOVE 'NOT ON MSTR' TO WS-DTL-NOTE
                 NOT INVALID KEY
                    PERFORM 0220-TAKE-MASTER-DETAILS
              END-READ
           END-IF.
           IF WS-SKIP-NOTE NOT = SPACES
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE WS-SKIP-NOTE TO WS-DTL-NOTE
              WRITE ACCR-REPORT-RECORD FROM WS-DETAIL-LINE
              PERFORM 0210-READ-PAY-NET
              GO TO 0200-ACCRUE-EXIT
           END-IF.

           PERFORM 0230-FIND-BASIS-DAYS.
           MOVE WS-BASIS-DAYS TO WS-DTL-DAYS.
           IF WS-BASIS-DAYS = 0
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE 'NO WORK DAYS' TO WS-DTL-NOTE
              WRITE ACCR-REPORT-RECORD FROM WS-DETAIL-LINE
              PERFORM 0210-READ-PAY-NET
              GO TO 0200-ACCRUE-EXIT
           END-IF.
           COMPUTE WS-ACCRUAL ROUNDED =
              WS-GROSS-AMT * WS-UNPAID-DAYS / WS-BASIS-DAYS.
           PERFORM 0300-CONVERT-TO-USD.
           ADD 1 TO WS-ACCRUED-COUNT.
           MOVE WS-ACCRUAL-USD TO WS-DTL-ACCRUAL.
           IF WS-EMP-CURRENCY NOT = 'USD'
              MOVE WS-EMP-CURRENCY TO WS-DTL-NOTE
           END-IF.
           WRITE ACCR-REPORT-RECORD FROM WS-DETAIL-LINE.

           MOVE WS-EMP-COMPANY TO WS-GK-COMPANY.
           MOVE WS-EMP-REGION-X TO WS-GK-REGION.
           MOVE WS-EMP-COST-CENTER TO WS-GK-COST-CENTER.
           PERFORM 0350-FIND-OR-ADD-GROUP THRU 0350-FIND-EXIT.
           IF WS-GRP-FOUND > 0
              ADD 1 TO WS-GR-EMPS(WS-GRP-FOUND)
              ADD WS-ACCRUAL-USD TO WS-GR-ACCRUAL(WS-GRP-FOUND)
              ADD WS-ACCRUAL-USD TO WS-GRAND-ACCRUAL
           ELSE
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              MOVE ' *** GROUP TABLE FULL - ACCRUAL INCOMPLETE ***'
                 TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
           END-IF.
           PERFORM 0210-READ-PAY-NET.
       0200-ACCRUE-EXIT.
           EXIT.

       0210-READ-PAY-NET.
           READ PAY-NET-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0220-TAKE-MASTER-DETAILS.
           MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD.
           MOVE WS-EMP-NAME TO WS-DTL-NAME.
           MOVE WS-EMP-TYPE TO WS-DTL-TYPE.
           IF WS-COMPANY-CODE NOT = SPACES
              MOVE WS-COMPANY-CODE TO WS-EMP-COMPANY
           END-IF.
           MOVE WS-EMP-REGION TO WS-EMP-REGION-X.
           IF WS-COST-CENTER NOT = SPACES
              MOVE WS-COST-CENTER TO WS-EMP-COST-CENTER
           END-IF.
           IF CONTRACTOR
              MOVE 'CONTRACTOR' TO WS-SKIP-NOTE
           END-IF.
           IF EMP-TERMINATED
              AND WS-STATUS-DATE NUMERIC
              AND WS-STATUS-DATE <= WS-MONTH-END
              MOVE 'TERMINATED' TO WS-SKIP-NOTE
           END-IF.
           MOVE WS-EMP-COMPANY TO WS-DTL-COMPANY.
           MOVE WS-EMP-REGION-X TO WS-DTL-REGION.
           MOVE WS-EMP-COST-CENTER TO WS-DTL-COST-CENTER.

      *    THE GROSS WAS EARNED OVER THE PERIOD ITS RUN DATE FALLS
      *    IN; A RUN OUTSIDE EVERY PERIOD (AN OFF-CYCLE RUN) IS
      *    TAKEN AS ONE FULL PERIOD OF THE ACCRUAL PERIOD'S LENGTH
       0230-FIND-BASIS-DAYS.
           MOVE 0 TO WS-PER-FOUND.
           IF PN-RUN-DATE NUMERIC
              MOVE PN-RUN-DATE TO WS-RUN-DATE-NUM
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                      UNTIL WS-PER-IDX > WS-PER-COUNT
                 IF WS-RUN-DATE-NUM >= WS-PER-START(WS-PER-IDX)
                    AND WS-RUN-DATE-NUM <= WS-PER-END(WS-PER-IDX)
                    MOVE WS-PER-IDX TO WS-PER-FOUND
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-PER-FOUND = 0
              MOVE WS-ACCR-PER TO WS-PER-FOUND
           END-IF.
           MOVE WS-PER-DAYS(WS-PER-FOUND) TO WS-BASIS-DAYS.

      *    RATE IN THE EMPLOYEE'S CURRENCY; AN UNKNOWN CODE IS
      *    TAKEN AT PAR, AS IN WBCI0040
       0300-CONVERT-TO-USD.
           MOVE 0 TO WS-RATE-FOUND.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RT-CCY(WS-RATE-IDX) = WS-EMP-CURRENCY
                 MOVE WS-RATE-IDX TO WS-RATE-FOUND
              END-IF
           END-PERFORM.
           IF WS-RATE-FOUND > 0
              MOVE WS-RT-RATE(WS-RATE-FOUND) TO WS-RATE-WORK
           ELSE
              MOVE 1 TO WS-RATE-WORK
           END-IF.
           COMPUTE WS-ACCRUAL-USD ROUNDED =
              WS-ACCRUAL * WS-RATE-WORK.

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
                     WS-GR-ACCRUAL(WS-GRP-FOUND).
       0350-FIND-EXIT.
           EXIT.

      ****************************************************
      ****    SUMMARY BY COMPANY/REGION/COST-CENTER
      ****************************************************
       0500-PRINT-SUMMARY.
           MOVE SPACES TO ACCR-REPORT-RECORD.
           WRITE ACCR-REPORT-RECORD.
           WRITE ACCR-REPORT-RECORD FROM WS-SUMM-HEAD-LINE.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
              MOVE WS-GR-COMPANY(WS-GRP-IDX) TO WS-SUM-COMPANY
              MOVE WS-GR-REGION(WS-GRP-IDX) TO WS-SUM-REGION
              MOVE WS-GR-COST-CENTER(WS-GRP-IDX) TO WS-SUM-COST-CENTER
              MOVE WS-GR-EMPS(WS-GRP-IDX) TO WS-SUM-EMPS
              MOVE WS-GR-ACCRUAL(WS-GRP-IDX) TO WS-SUM-ACCRUAL
              WRITE ACCR-REPORT-RECORD FROM WS-SUMM-LINE
           END-PERFORM.

           MOVE SPACES TO ACCR-REPORT-RECORD.
           WRITE ACCR-REPORT-RECORD.
           MOVE 'PAYNET RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-READ-COUNT TO WS-CNT-VALUE.
           WRITE ACCR-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES ACCRUED' TO WS-CNT-LABEL.
           MOVE WS-ACCRUED-COUNT TO WS-CNT-VALUE.
           WRITE ACCR-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES NOT ACCRUED' TO WS-CNT-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-CNT-VALUE.
           WRITE ACCR-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'TOTAL PAYROLL ACCRUAL (USD)' TO WS-RPT-LABEL.
           MOVE WS-GRAND-ACCRUAL TO WS-RPT-AMOUNT.
           WRITE ACCR-REPORT-RECORD FROM WS-RPT-LINE.

      ****************************************************
      ****    ACCRUAL AND REVERSAL JOURNALS
      ****************************************************
       0600-BUILD-JOURNALS.
           MOVE WS-MONTH-END TO WS-JH-RUN-DATE.
           MOVE ' PAYROLL ACCRUAL' TO WS-JH-TITLE.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-HEADER.
           MOVE WS-NEXT-MONTH TO WS-JH-RUN-DATE.
           MOVE ' ACCRUAL REVERSAL' TO WS-JH-TITLE.
           WRITE GL-REVERSAL-RECORD FROM WS-JRNL-HEADER.
           IF WS-JOURNAL-OK
              PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                      UNTIL WS-GRP-IDX > WS-GRP-COUNT
                 IF WS-GR-ACCRUAL(WS-GRP-IDX) > 0
                    PERFORM 0610-JOURNAL-ONE-GROUP
                 END-IF
              END-PERFORM
           END-IF.

      *    BOTH JOURNALS CARRY THE SAME LINES WITH THE SIDES
      *    SWAPPED, SO ONE SET OF CONTROL TOTALS SERVES BOTH
           MOVE WS-LINE-COUNT TO WS-JT-LINES.
           MOVE WS-DEBIT-TOTAL TO WS-JT-DEBITS.
           MOVE WS-CREDIT-TOTAL TO WS-JT-CREDITS.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-TRAILER.
           WRITE GL-REVERSAL-RECORD FROM WS-JRNL-TRAILER.

           MOVE SPACES TO WS-RPT-LINE(2:79).
           MOVE 'JOURNAL DEBITS' TO WS-RPT-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-RPT-AMOUNT.
           WRITE ACCR-REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'JOURNAL CREDITS' TO WS-RPT-LABEL.
           MOVE WS-CREDIT-TOTAL TO WS-RPT-AMOUNT.
           WRITE ACCR-REPORT-RECORD FROM WS-RPT-LINE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              OR (WS-JOURNAL-OK
                  AND WS-DEBIT-TOTAL NOT = WS-GRAND-ACCRUAL)
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              MOVE ' *** JOURNAL OUT OF BALANCE - REJECTED ***'
                 TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
           END-IF.
           IF NOT WS-JOURNAL-OK
              MOVE ' *** DO NOT POST THE ACCRUAL OR THE REVERSAL ***'
                 TO ACCR-REPORT-RECORD
              WRITE ACCR-REPORT-RECORD
           END-IF.

       0610-JOURNAL-ONE-GROUP.
           MOVE WS-GR-COMPANY(WS-GRP-IDX) TO WS-JL-COMPANY.
           MOVE WS-GR-REGION(WS-GRP-IDX) TO WS-JL-REGION.
           MOVE WS-GR-COST-CENTER(WS-GRP-IDX) TO WS-JL-COST-CENTER.
           MOVE WS-GR-ACCRUAL(WS-GRP-IDX) TO WS-JL-AMOUNT.
           ADD WS-GR-ACCRUAL(WS-GRP-IDX) TO WS-DEBIT-TOTAL
                                            WS-CREDIT-TOTAL.
           ADD 2 TO WS-LINE-COUNT.

           MOVE WS-MONTH-END TO WS-JL-RUN-DATE.
           MOVE WS-EXPENSE-ACCT TO WS-JL-ACCOUNT.
           MOVE 'DR' TO WS-JL-DRCR.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-LINE.
           MOVE WS-ACCRUAL-ACCT TO WS-JL-ACCOUNT.
           MOVE 'CR' TO WS-JL-DRCR.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-LINE.

           MOVE WS-NEXT-MONTH TO WS-JL-RUN-DATE.
           MOVE WS-ACCRUAL-ACCT TO WS-JL-ACCOUNT.
           MOVE 'DR' TO WS-JL-DRCR.
           WRITE GL-REVERSAL-RECORD FROM WS-JRNL-LINE.
           MOVE WS-EXPENSE-ACCT TO WS-JL-ACCOUNT.
           MOVE 'CR' TO WS-JL-DRCR.
           WRITE GL-REVERSAL-RECORD FROM WS-JRNL-LINE.

       0900-TERMINATE.
           IF WS-PAYNET-STATUS = '00' OR WS-PAYNET-STATUS = '10'
              CLOSE PAY-NET-FILE
           END-IF.
           IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '23'
              CLOSE MASTER-FILE
           END-IF.
           CLOSE GL-JOURNAL
                 GL-REVERSAL
                 ACCR-REPORT.
           IF NOT WS-JOURNAL-OK
              AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0450' TO JL-PROGRAM.
           MOVE WS-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-LINE-COUNT TO JL-RECORDS-OUT.
           MOVE WS-SKIPPED-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0450 ACCRUED: ' WS-ACCRUED-COUNT
                   ' NOT ACCRUED: ' WS-SKIPPED-COUNT
                   ' JOURNAL LINES: ' WS-LINE-COUNT.
