      *  CONCATENATE FINALPAY ONTO THE NEXT RUN'S SUSPIN: WBCI0040'S  *
      *  RELEASE PASS POSTS ADJUSTMENTS FOR TERMINATED EMPLOYEES      *
      *  EVEN THOUGH ORDINARY SALES TRANSACTIONS ARE BLOCKED.         *
      *  THE REMAINING LEAVEBAL BALANCE IS PAID OUT AS WELL: AN       *
      *  'LVE' PAYOUT TRANSACTION ('P' KIND, HOURS) GOES TO FINALPAY  *
      *  FOR WBCI0040 TO PRICE AT THE EMPLOYEE'S RATE, AND THE HOURS  *
      *  ARE DRAWN OFF THE BALANCE SO THEY CANNOT BE PAID TWICE.      *
      *  EVERY PAYOUT IS LISTED ON FINRPT.                             *
      *  WITHOUT LEAVEBAL NOTHING IS PAID AND THE STEP ENDS RC 8, SO   *
      *  NO FINAL PAY EVER GOES OUT WITHOUT ITS LEAVE PAYOUT.          *
      *                                                                *
      *  FINPARM CARD: COLS 1-8 FROM-DATE, COL 10-17 TO-DATE          *
      *  (YYYYMMDD) - ONLY TERMINATIONS EFFECTIVE IN THE WINDOW       *
      *  ARE PAID, SO A RERUN CANNOT PAY ANYONE TWICE.                 *
      *  THE WINDOW COMES FROM THE PARMREG REGISTRY (WBCI0200 FROM-    *
      *  DATE AND TO-DATE, BOTH NEEDED) THROUGH PARMLKSB WHEN IT HOLDS *
      *  ONE; THE FINPARM CARD IS STILL READ AS THE FALLBACK WHILE THE *
      *  JOBS MOVE OVER.                                               *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT FIN-PARM-FILE    ASSIGN TO FINPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LEAVE-BALANCE    ASSIGN TO LEAVEBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMP-NUM
               FILE STATUS IS WS-BAL-STATUS.
           SELECT FINAL-PAY-FILE   ASSIGN TO FINALPAY.
           SELECT FINAL-REPORT     ASSIGN TO FINRPT.
       DATA DIVISION.
           05  FP-TO-DATE             PIC X(8).
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

       FD  FINAL-PAY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
               10  FX-ADJ-SIGN        PIC X(1).
               10  FX-ADJ-DIGITS      PIC 9(7)V99.
               10  FILLER             PIC X(47).
      *    LEAVE PAYOUT: 'LVE' + 'P' + HOURS 9(7)V99, THE
      *    TERMINATION DATE, AND THE REFERENCE 'LVP' + TERMINATION
      *    DATE IN COLS 46-60 OF THE TRANSACTION
           05  FX-LVE-TXN REDEFINES FX-TXN.
               10  FX-LVE-MARKER      PIC X(3).
               10  FX-LVE-KIND        PIC X(1).
               10  FX-LVE-HOURS       PIC 9(7)V99.
               10  FILLER             PIC X(1).
               10  FX-LVE-DATE        PIC X(8).
               10  FILLER             PIC X(23).
               10  FX-LVE-REF-SOURCE  PIC X(3).
               10  FX-LVE-REF-DATE    PIC X(8).
               10  FILLER             PIC X(4).
           05  FILLER                 PIC X(14).

       FD  FINAL-REPORT
       WORKING-STORAGE SECTION.
       01  WS-EMPFILE-STATUS          PIC XX       VALUE SPACES.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-BAL-STATUS              PIC XX       VALUE SPACES.

       01  WS-BAL-OPEN-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-BAL-OPEN                         VALUE 'Y'.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.

       01  WS-FROM-DATE               PIC 9(8)     VALUE 0.
       01  WS-TO-DATE                 PIC 9(8)     VALUE 0.
       01  WS-REG-FROM-DATE           PIC 9(8)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.
       01  WS-FINAL-COMP              PIC 9(7)V99  VALUE 0.
       01  WS-READ-COUNT              PIC 9(6)     VALUE 0.
       01  WS-PAID-COUNT              PIC 9(6)     VALUE 0.
       01  WS-LEAVE-COUNT             PIC 9(6)     VALUE 0.
       01  WS-PAYOUT-HOURS            PIC 9(5)V99  VALUE 0.
      *    SALARIED HOURLY EQUIVALENT, AS WBCI0040 PRICES THE
      *    PAYOUT: MONTHLY SALARY OVER A 2080-HOUR YEAR
       01  WS-LEAVE-RATE              PIC 9(5)V9(4) VALUE 0.
       01  WS-LEAVE-PAY               PIC 9(7)V99  VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-TERM-DATE       PIC 9(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-AMOUNT          PIC ZZZ,ZZ9.99.
           05  WS-DTL-LABEL           PIC X(13)
               VALUE '  FINAL PAY'.
           05  WS-DTL-HOURS           PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(13)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZZ9.
           05  WS-TOT-LABEL           PIC X(30)
               VALUE ' FINAL PAYOUTS GENERATED'.
           05  FILLER                 PIC X(43)    VALUE SPACES.


      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.

      *    SHARED PARAMETER LOOKUP LINK AREA
       COPY TCPYPLK.
      ***
      ***
       PROCEDURE DIVISION.

           OPEN OUTPUT FINAL-REPORT.
           PERFORM 0110-READ-FIN-PARM.
           PERFORM 0115-REGISTRY-FIN-PARMS.

      *    FAIL SAFE: WITHOUT A WINDOW THE STEP WOULD PAY OUT
      *    EVERY TERMINATION EVER KEYED, EVERY NIGHT
           IF NOT WS-PARM-VALID
              MOVE ' NO VALID FINPARM WINDOW - NOTHING PAID'
                 TO FINAL-REPORT-RECORD
              WRITE FINAL-REPORT-RECORD
              MOVE 'Y' TO WS-EOF-FLAG
           ELSE
              OPEN INPUT EMPLOYEE-FILE
              OPEN OUTPUT FINAL-PAY-FILE
              PERFORM 0120-OPEN-LEAVE-BALANCE
              IF WS-EMPFILE-STATUS = '00'
                 IF WS-BAL-OPEN
                    PERFORM 0210-READ-EMPLOYEE
                 ELSE
                    MOVE 'Y' TO WS-EOF-FLAG
                 END-IF
              ELSE
                 MOVE 'WBCI0200' TO EH-PROGRAM
                 MOVE 'MSTROPEN' TO EH-CODE
              CLOSE FIN-PARM-FILE
           END-IF.

      *    A REGISTRY WINDOW WINS OVER THE CARD, BUT ONLY WHEN BOTH
      *    ENDS OF IT ARE THERE
       0115-REGISTRY-FIN-PARMS.
           MOVE 'WBCI0200' TO PK-PROGRAM.
           MOVE 0 TO PK-AS-OF-DATE.
           MOVE 'FROM-DATE' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              MOVE PK-NUMBER TO WS-REG-FROM-DATE
              MOVE 'TO-DATE' TO PK-PARM-NAME
              CALL 'PARMLKSB' USING PARMLK-AREA
              IF PK-FOUND AND PK-VALUE-NUMERIC
                 MOVE WS-REG-FROM-DATE TO WS-FROM-DATE
                 MOVE PK-NUMBER TO WS-TO-DATE
                 MOVE 'Y' TO WS-PARM-VALID-FLAG
              END-IF
           END-IF.

      *    WITHOUT LEAVEBAL NO EMPLOYEE IS PASSED: A FINAL PAY
      *    WRITTEN NOW WOULD FALL OUT OF THE WINDOW BEFORE ITS
      *    LEAVE COULD BE PAID, SO THE STEP ENDS RC 8 AND IS
      *    RERUN ONCE LEAVEBAL IS BACK
       0120-OPEN-LEAVE-BALANCE.
           OPEN I-O LEAVE-BALANCE.
           IF WS-BAL-STATUS = '00'
              MOVE 'Y' TO WS-BAL-OPEN-FLAG
           ELSE
              MOVE 'WBCI0200' TO EH-PROGRAM
              MOVE 'BALOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-BAL-STATUS TO EH-FILE-STATUS
              MOVE 'LEAVEBAL NOT AVAILABLE - NOTHING PAID'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

       0200-PROCESS-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT.
           MOVE EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD.
              WHEN OTHER
                 MOVE 0 TO WS-FINAL-COMP
           END-EVALUATE.
           IF WS-BAL-OPEN
              AND NOT CONTRACTOR
              PERFORM 0400-PAY-OUT-LEAVE THRU 0400-LEAVE-EXIT
           END-IF.
           IF WS-FINAL-COMP = 0
              GO TO 0300-PAY-EXIT
           END-IF.
           MOVE WS-EMP-NAME TO WS-DTL-NAME.
           MOVE WS-STATUS-DATE TO WS-DTL-TERM-DATE.
           MOVE WS-FINAL-COMP TO WS-DTL-AMOUNT.
           MOVE '  FINAL PAY' TO WS-DTL-LABEL.
           MOVE 0 TO WS-DTL-HOURS.
           WRITE FINAL-REPORT-RECORD FROM WS-DETAIL-LINE.
       0300-PAY-EXIT.
           EXIT.

      *    THE WHOLE REMAINING BALANCE GOES OUT AND IS DRAWN TO
      *    ZERO IN THE SAME STEP, SO A RERUN FINDS NOTHING LEFT
      *    TO PAY.  THE AMOUNT LISTED IS PRICED THE WAY WBCI0040
      *    WILL PAY IT
       0400-PAY-OUT-LEAVE.
           MOVE WS-EMP-NUM TO LB-EMP-NUM.
           READ LEAVE-BALANCE
              INVALID KEY GO TO 0400-LEAVE-EXIT
           END-READ.
           IF LB-BALANCE-HRS NOT > 0
              GO TO 0400-LEAVE-EXIT
           END-IF.
           MOVE LB-BALANCE-HRS TO WS-PAYOUT-HOURS.
           EVALUATE TRUE
              WHEN HOURLY
                 MOVE WS-EMP-RATE TO WS-LEAVE-RATE
              WHEN SALES
                 COMPUTE WS-LEAVE-RATE ROUNDED =
                    WS-SALES-SALARY * 12 / 2080
              WHEN MANAGEMENT
                 COMPUTE WS-LEAVE-RATE ROUNDED =
                    WS-MGMT-SALARY * 12 / 2080
              WHEN OTHER
                 GO TO 0400-LEAVE-EXIT
           END-EVALUATE.
           COMPUTE WS-LEAVE-PAY ROUNDED =
              WS-PAYOUT-HOURS * WS-LEAVE-RATE.

           MOVE SPACES TO FINAL-PAY-RECORD.
           MOVE WS-EMP-NUM TO FX-EMP-NUM.
           MOVE 'LVE' TO FX-LVE-MARKER.
           MOVE 'P' TO FX-LVE-KIND.
           MOVE WS-PAYOUT-HOURS TO FX-LVE-HOURS.
           MOVE WS-STATUS-DATE TO FX-LVE-DATE.
           MOVE 'LVP' TO FX-LVE-REF-SOURCE.
           MOVE WS-STATUS-DATE TO FX-LVE-REF-DATE.
           WRITE FINAL-PAY-RECORD.

           SUBTRACT WS-PAYOUT-HOURS FROM LB-BALANCE-HRS.
           ADD WS-PAYOUT-HOURS TO LB-TAKEN-YTD.
           REWRITE LEAVE-BALANCE-RECORD.
           ADD 1 TO WS-LEAVE-COUNT.

           MOVE WS-EMP-NUM TO WS-DTL-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-DTL-NAME.
           MOVE WS-STATUS-DATE TO WS-DTL-TERM-DATE.
           MOVE WS-LEAVE-PAY TO WS-DTL-AMOUNT.
           MOVE '  LEAVE HRS' TO WS-DTL-LABEL.
           MOVE WS-PAYOUT-HOURS TO WS-DTL-HOURS.
           WRITE FINAL-REPORT-RECORD FROM WS-DETAIL-LINE.
       0400-LEAVE-EXIT.
           EXIT.

       0900-TERMINATE.
           IF WS-PARM-VALID
              AND (WS-EMPFILE-STATUS = '00'
              CLOSE EMPLOYEE-FILE
              CLOSE FINAL-PAY-FILE
           END-IF.
           IF WS-BAL-OPEN
              CLOSE LEAVE-BALANCE
           END-IF.
           MOVE SPACES TO FINAL-REPORT-RECORD.
           WRITE FINAL-REPORT-RECORD.
           MOVE WS-PAID-COUNT TO WS-TOT-COUNT.
           WRITE FINAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-LEAVE-COUNT TO WS-TOT-COUNT.
           MOVE ' LEAVE BALANCES PAID OUT' TO WS-TOT-LABEL.
           WRITE FINAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           CLOSE FINAL-REPORT.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0200' TO JL-PROGRAM.
           MOVE WS-READ-COUNT TO JL-RECORDS-IN.
           COMPUTE JL-RECORDS-OUT = WS-PAID-COUNT + WS-LEAVE-COUNT.
           MOVE 0 TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0200 FINAL PAYOUTS: ' WS-PAID-COUNT
                   ' LEAVE PAYOUTS: ' WS-LEAVE-COUNT.
