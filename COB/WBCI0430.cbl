       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0430.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  CONTRACTOR INVOICE MATCHING AND CONTRACT BURN-DOWN.           *
      *  READS THE CONTRACTOR INVOICE FEED (INVOICES: EMP-NUM,         *
      *  INVOICE NUMBER, INVOICE DATE, AMOUNT 9(7)V99 IMPLIED) AND     *
      *  MATCHES EACH INVOICE AGAINST THE CONTRACT ON THE EMPLOYEE     *
      *  MASTER (EMPMSTR KSDS, XEXTEMPF LAYOUT - CONTRACT-AMOUNT IS    *
      *  THE CONTRACT VALUE) AND THE INVOICED-TO-DATE ON THE KEYED     *
      *  CONTLEDG CONTRACT LEDGER.  AN INVOICE IS HELD - LISTED ON     *
      *  INVEXCP AND COPIED UNCHANGED TO INVHOLD FOR RESUBMISSION -    *
      *  WHEN IT IS UNREADABLE, NOT FOR A CONTRACTOR, A DUPLICATE OF   *
      *  AN INVOICE NUMBER ALREADY ON THE KEYED INVREG REGISTER OR     *
      *  EARLIER IN THE SAME FEED, DATED AFTER CONTRACT-END-DATE, OR   *
      *  WOULD TAKE THE CONTRACT PAST ITS VALUE.  EVERY OTHER INVOICE  *
      *  IS REGISTERED, POSTED TO THE LEDGER AND WRITTEN TO CONTTXN    *
      *  AS AN 'INV' PAYMENT TRANSACTION IN THE SALESTXN LAYOUT (SORT  *
      *  IT INTO THE SALESTXN FEED BY EMP-NUM) FOR WBCI0040 TO PAY.    *
      *                                                                *
      *  CONTBURN THEN LISTS EVERY CONTRACTOR ON THE MASTER WITH THE   *
      *  CONTRACT VALUE, INVOICED TO DATE, REMAINING BALANCE AND THE   *
      *  PROJECTED RUN-OUT DATE AT THE RATE INVOICED SINCE THE FIRST   *
      *  INVOICE.  ANY HELD INVOICE SETS CONDITION CODE 4.             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE  ASSIGN TO INVOICES
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-KEY
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT LEDGER-FILE   ASSIGN TO CONTLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-EMP-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT INV-REG-FILE  ASSIGN TO INVREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-KEY
               FILE STATUS IS WS-INVREG-STATUS.
           SELECT CONT-TXN-FILE ASSIGN TO CONTTXN.
           SELECT HOLD-FILE     ASSIGN TO INVHOLD.
           SELECT EXCEPTION-REPORT ASSIGN TO INVEXCP.
           SELECT BURN-REPORT   ASSIGN TO CONTBURN.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    ONE RECORD PER CONTRACTOR INVOICE: DATE YYYYMMDD,
      *    AMOUNT 9(7)V99 IMPLIED DECIMAL
       01  INVOICE-RECORD.
           05  IV-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  IV-INV-NUM             PIC X(10).
           05  FILLER                 PIC X(1).
           05  IV-INV-DATE            PIC X(8).
           05  IV-INV-DATE-R REDEFINES IV-INV-DATE.
               10  IV-INV-YYYY        PIC 9(4).
               10  IV-INV-MM          PIC 9(2).
               10  IV-INV-DD          PIC 9(2).
           05  FILLER                 PIC X(1).
           05  IV-AMOUNT-DIGITS       PIC X(9).
           05  FILLER                 PIC X(45).

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-KEY           PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYCLG.

       FD  INV-REG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYINR.

       FD  CONT-TXN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF SALES-TXN-RECORD IN WBCI1210
       01  CONT-TXN-RECORD.
           05  CT-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  CT-TXN                 PIC X(60).
           05  FILLER                 PIC X(14).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  HOLD-RECORD                PIC X(80).

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  EXCEPTION-REPORT-RECORD    PIC X(80).

       FD  BURN-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BURN-REPORT-RECORD         PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS          PIC XX       VALUE SPACES.
       01  WS-EMPFILE-STATUS          PIC XX       VALUE SPACES.
       01  WS-LEDGER-STATUS           PIC XX       VALUE SPACES.
       01  WS-INVREG-STATUS           PIC XX       VALUE SPACES.

       01  WS-INVOICE-EOF-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-INVOICE-EOF                      VALUE 'Y'.
       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-LEDGER-FOUND-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-LEDGER-FOUND                     VALUE 'Y'.
       01  WS-RERUN-FLAG              PIC X(1)     VALUE 'N'.
           88  WS-RERUN-REISSUE                    VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-MASTER-OPEN                      VALUE 'Y'.
       01  WS-LEDGER-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-LEDGER-OPEN                      VALUE 'Y'.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

      *    'INV' PAYMENT TRANSACTION FOR WBCI0040: AMOUNT IN
      *    COLS 5-13 LIKE EVERY OTHER TRANSACTION, THE INVOICE
      *    NUMBER AND DATE, AND THE SOURCE-SYSTEM REFERENCE
      *    ('INV' + INVOICE NUMBER) IN COLS 46-60
       01  WS-INV-TXN.
           05  WS-IT-MARKER           PIC X(3)     VALUE 'INV'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-IT-AMOUNT           PIC X(9).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-IT-INV-NUM          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-IT-INV-DATE         PIC X(8).
           05  FILLER                 PIC X(12)    VALUE SPACES.
           05  WS-IT-REF.
               10  WS-IT-REF-SOURCE   PIC X(3)     VALUE 'INV'.
               10  WS-IT-REF-NUM      PIC X(12).

       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-TODAY-INT               PIC S9(9)    VALUE 0.
       01  WS-FIRST-INT               PIC S9(9)    VALUE 0.
       01  WS-ELAPSED-DAYS            PIC S9(9)    VALUE 0.
       01  WS-LAST-DATE-INT           PIC S9(9)    VALUE 0.
       01  WS-RUNOUT-DAYS             PIC S9(9)    VALUE 0.
       01  WS-RUNOUT-DATE             PIC 9(8)     VALUE 0.
       01  WS-END-DATE-NUM            PIC 9(8)     VALUE 0.
       01  WS-END-DATE-OK-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-END-DATE-OK                      VALUE 'Y'.

       01  WS-INV-AMOUNT              PIC 9(7)V99  VALUE 0.
       01  WS-CONTRACT-VALUE          PIC 9(7)V99  VALUE 0.
       01  WS-INVOICED-TO-DATE        PIC 9(7)V99  VALUE 0.
       01  WS-NEW-INVOICED            PIC 9(8)V99  VALUE 0.
       01  WS-REMAINING               PIC S9(7)V99 VALUE 0.
       01  WS-REASON                  PIC X(30)    VALUE SPACES.

      *    EVERY INVOICE SEEN IN THIS FEED, SO ONE PRESENTED TWICE
      *    IN THE SAME RUN IS NOT TAKEN FOR A RERUN REISSUE
       01  WS-SEEN-COUNT              PIC 9(4)     VALUE 0.
       01  WS-SEEN-IDX                PIC 9(4)     VALUE 0.
       01  WS-SEEN-FOUND-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-SEEN-FOUND                       VALUE 'Y'.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY          OCCURS 5000 TIMES.
               10  WS-SEEN-EMP-NUM    PIC X(5).
               10  WS-SEEN-INV-NUM    PIC X(10).

       01  WS-INVOICE-COUNT           PIC 9(5)     VALUE 0.
       01  WS-APPROVED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-REISSUED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-HELD-COUNT              PIC 9(5)     VALUE 0.
       01  WS-APPROVED-AMOUNT         PIC 9(9)V99  VALUE 0.
       01  WS-HELD-AMOUNT             PIC 9(9)V99  VALUE 0.
       01  WS-CONTRACTOR-COUNT        PIC 9(5)     VALUE 0.
       01  WS-TOT-CONTRACT            PIC 9(9)V99  VALUE 0.
       01  WS-TOT-INVOICED            PIC 9(9)V99  VALUE 0.
       01  WS-TOT-REMAINING           PIC S9(9)V99 VALUE 0.

       01  WS-EXCP-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)
               VALUE 'EMPNO  INVOICE     DATE          AMOUNT  REASON'.

       01  WS-EXCEPTION-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXL-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-EXL-INV-NUM         PIC X(10).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-EXL-INV-DATE        PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-EXL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-EXL-REASON          PIC X(30).
           05  FILLER                 PIC X(6)     VALUE SPACES.

       01  WS-BURN-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(45)
               VALUE 'CONTRACT BURN-DOWN - AS OF'.
           05  WS-BHD-DATE            PIC X(10).
           05  FILLER                 PIC X(24)    VALUE SPACES.

       01  WS-BURN-COL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)
               VALUE 'EMPNO NAME         CONTRACT     INVOICED  REMAINI
      -       'NG END-DATE RUN-OUT  NOTE'.

       01  WS-BURN-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-BRN-EMP-NUM         PIC 9(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-BRN-NAME            PIC X(12).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-BRN-CONTRACT        PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-BRN-INVOICED        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-BRN-REMAINING       PIC ---,--9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-BRN-END-DATE        PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-BRN-RUNOUT          PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-BRN-NOTE            PIC X(8).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-LABEL           PIC X(30).
           05  WS-TOT-VALUE           PIC ---,---,--9.99.
           05  FILLER                 PIC X(35)    VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CNT-LABEL           PIC X(30).
           05  WS-CNT-VALUE           PIC ZZZZ9.
           05  FILLER                 PIC X(44)    VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).
           05  FILLER                 PIC X(13).

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE THRU 0100-EXIT.
           PERFORM 0200-MATCH-ONE-INVOICE THRU 0200-MATCH-EXIT
              UNTIL WS-INVOICE-EOF.
           PERFORM 0500-BURN-DOWN-REPORT THRU 0500-BURN-EXIT.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0430' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-LAST-DATE-INT =
              FUNCTION INTEGER-OF-DATE(99991231).

           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE ' CONTRACTOR INVOICES HELD - WBCI0430'
              TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCP-HEAD-LINE.
           OPEN OUTPUT CONT-TXN-FILE.
           OPEN OUTPUT HOLD-FILE.
           OPEN OUTPUT BURN-REPORT.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPFILE-STATUS NOT = '00'
              MOVE 'WBCI0430' TO EH-PROGRAM
              MOVE 'MSTROPEN' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-EMPFILE-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE MASTER NOT AVAILABLE - NO INVOICES PAID'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           ELSE
              MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           END-IF.

      *    THE LEDGER AND THE REGISTER ARE CREATED ON FIRST USE;
      *    WITHOUT THEM NOTHING CAN BE MATCHED SAFELY
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN I-O LEDGER-FILE
           END-IF.
           OPEN I-O INV-REG-FILE.
           IF WS-INVREG-STATUS NOT = '00'
              OPEN OUTPUT INV-REG-FILE
              CLOSE INV-REG-FILE
              OPEN I-O INV-REG-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
              OR WS-INVREG-STATUS NOT = '00'
              MOVE 'WBCI0430' TO EH-PROGRAM
              MOVE 'LEDGOPEN' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              IF WS-LEDGER-STATUS NOT = '00'
                 MOVE WS-LEDGER-STATUS TO EH-FILE-STATUS
              ELSE
                 MOVE WS-INVREG-STATUS TO EH-FILE-STATUS
              END-IF
              MOVE 'CONTLEDG/INVREG UNUSABLE - NO INVOICES PAID'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           ELSE
              MOVE 'Y' TO WS-LEDGER-OPEN-FLAG
           END-IF.

      *    WITHOUT AN INVOICE FEED NOTHING IS PAID, BUT THE
      *    BURN-DOWN IS STILL PRODUCED FROM THE LEDGER
           IF NOT WS-MASTER-OPEN OR NOT WS-LEDGER-OPEN
              MOVE 'Y' TO WS-INVOICE-EOF-FLAG
              GO TO 0100-EXIT
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = '00'
              MOVE 'WBCI0430' TO EH-PROGRAM
              MOVE 'INVOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-INVOICE-STATUS TO EH-FILE-STATUS
              MOVE 'NO INVOICE FEED - BURN-DOWN ONLY'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-INVOICE-EOF-FLAG
           ELSE
              PERFORM 0210-READ-INVOICE
           END-IF.
       0100-EXIT.
           EXIT.

       0200-MATCH-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE 0 TO WS-INV-AMOUNT.
           IF IV-AMOUNT-DIGITS NUMERIC
              MOVE IV-AMOUNT-DIGITS TO WS-INV-AMOUNT(1:9)
           END-IF.
           IF IV-EMP-NUM NOT NUMERIC
              OR IV-INV-NUM = SPACES
              OR IV-INV-DATE NOT NUMERIC
              OR IV-INV-MM < 1 OR IV-INV-MM > 12
              OR IV-INV-DD < 1 OR IV-INV-DD > 31
              OR WS-INV-AMOUNT = 0
              MOVE 'INVALID INVOICE RECORD' TO WS-REASON
              PERFORM 0300-HOLD-INVOICE
              GO TO 0200-MATCH-NEXT
           END-IF.

           MOVE IV-EMP-NUM TO EMPLOYEE-KEY.
           READ EMPLOYEE-FILE
              INVALID KEY
                 MOVE 'NOT ON EMPLOYEE MASTER' TO WS-REASON
                 PERFORM 0300-HOLD-INVOICE
                 GO TO 0200-MATCH-NEXT
           END-READ.
           MOVE EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD.
           IF NOT CONTRACTOR
              MOVE 'NOT A CONTRACTOR' TO WS-REASON
              PERFORM 0300-HOLD-INVOICE
              GO TO 0200-MATCH-NEXT
           END-IF.

           PERFORM 0230-CHECK-SEEN.
           IF WS-SEEN-FOUND
              MOVE 'DUPLICATE IN THIS FEED' TO WS-REASON
              PERFORM 0300-HOLD-INVOICE
              GO TO 0200-MATCH-NEXT
           END-IF.

      *    AN INVOICE NUMBER ALREADY APPROVED IS A DUPLICATE -
      *    UNLESS THIS IS A SAME-DAY RERUN RE-PRESENTING ITS
      *    OWN APPROVAL, WHICH IS ISSUED AGAIN WITHOUT TOUCHING
      *    THE LEDGER
           MOVE 'N' TO WS-RERUN-FLAG.
           MOVE IV-EMP-NUM TO IR-EMP-NUM.
           MOVE IV-INV-NUM TO IR-INV-NUM.
           READ INV-REG-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF IR-RUN-DATE = WS-TODAY-NUM
                    AND IR-AMOUNT = WS-INV-AMOUNT
                    MOVE 'Y' TO WS-RERUN-FLAG
                 ELSE
                    MOVE 'DUPLICATE INVOICE NUMBER' TO WS-REASON
                    PERFORM 0300-HOLD-INVOICE
                    GO TO 0200-MATCH-NEXT
                 END-IF
           END-READ.
           IF WS-RERUN-REISSUE
              ADD 1 TO WS-REISSUED-COUNT
              PERFORM 0420-WRITE-PAYMENT-TXN
              GO TO 0200-MATCH-NEXT
           END-IF.

           PERFORM 0250-CHECK-END-DATE.
           IF NOT WS-END-DATE-OK
              MOVE 'NO VALID CONTRACT END DATE' TO WS-REASON
              PERFORM 0300-HOLD-INVOICE
              GO TO 0200-MATCH-NEXT
           END-IF.
           IF IV-INV-DATE > WS-CONTRACT-END-DATE
              MOVE 'DATED AFTER CONTRACT END' TO WS-REASON
              PERFORM 0300-HOLD-INVOICE
              GO TO 0200-MATCH-NEXT
           END-IF.

           PERFORM 0260-READ-LEDGER.
           MOVE WS-CONTRACT-AMOUNT TO WS-CONTRACT-VALUE.
           COMPUTE WS-NEW-INVOICED = CL-INVOICED + WS-INV-AMOUNT.
           IF WS-NEW-INVOICED > WS-CONTRACT-VALUE
              MOVE 'WOULD OVERRUN CONTRACT VALUE' TO WS-REASON
              PERFORM 0300-HOLD-INVOICE
              GO TO 0200-MATCH-NEXT
           END-IF.

           PERFORM 0400-APPROVE-INVOICE.
       0200-MATCH-NEXT.
           PERFORM 0210-READ-INVOICE.
       0200-MATCH-EXIT.
           EXIT.

       0210-READ-INVOICE.
           READ INVOICE-FILE
              AT END MOVE 'Y' TO WS-INVOICE-EOF-FLAG
           END-READ.

      *    LOOK THE INVOICE UP AMONG THOSE ALREADY SEEN IN THIS
      *    FEED, AND REMEMBER IT WHEN IT IS NEW
       0230-CHECK-SEEN.
           MOVE 'N' TO WS-SEEN-FOUND-FLAG.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                      OR WS-SEEN-FOUND
              IF WS-SEEN-EMP-NUM(WS-SEEN-IDX) = IV-EMP-NUM
                 AND WS-SEEN-INV-NUM(WS-SEEN-IDX) = IV-INV-NUM
                 MOVE 'Y' TO WS-SEEN-FOUND-FLAG
              END-IF
           END-PERFORM.
           IF NOT WS-SEEN-FOUND
              AND WS-SEEN-COUNT < 5000
              ADD 1 TO WS-SEEN-COUNT
              MOVE IV-EMP-NUM TO WS-SEEN-EMP-NUM(WS-SEEN-COUNT)
              MOVE IV-INV-NUM TO WS-SEEN-INV-NUM(WS-SEEN-COUNT)
           END-IF.

       0250-CHECK-END-DATE.
           MOVE 'N' TO WS-END-DATE-OK-FLAG.
           IF WS-CONTRACT-END-DATE NUMERIC
              AND WS-CONTRACT-END-MM >= 1
              AND WS-CONTRACT-END-MM <= 12
              AND WS-CONTRACT-END-DD >= 1
              AND WS-CONTRACT-END-DD <= 31
              MOVE 'Y' TO WS-END-DATE-OK-FLAG
           END-IF.

       0260-READ-LEDGER.
           MOVE 'N' TO WS-LEDGER-FOUND-FLAG.
           MOVE WS-EMP-NUM TO CL-EMP-NUM.
           READ LEDGER-FILE
              INVALID KEY
                 MOVE SPACES TO CONTRACT-LEDGER-RECORD
                 MOVE WS-EMP-NUM TO CL-EMP-NUM
                 MOVE 0 TO CL-INVOICED CL-INV-COUNT
                           CL-FIRST-INV-DATE CL-LAST-INV-DATE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LEDGER-FOUND-FLAG
           END-READ.

       0300-HOLD-INVOICE.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-INV-AMOUNT TO WS-HELD-AMOUNT.
           WRITE HOLD-RECORD FROM INVOICE-RECORD.
           MOVE IV-EMP-NUM TO WS-EXL-EMP-NUM.
           MOVE IV-INV-NUM TO WS-EXL-INV-NUM.
           MOVE IV-INV-DATE TO WS-EXL-INV-DATE.
           MOVE WS-INV-AMOUNT TO WS-EXL-AMOUNT.
           MOVE WS-REASON TO WS-EXL-REASON.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-LINE.

       0400-APPROVE-INVOICE.
           MOVE SPACES TO INVOICE-REGISTER-RECORD.
           MOVE IV-EMP-NUM TO IR-EMP-NUM.
           MOVE IV-INV-NUM TO IR-INV-NUM.
           MOVE IV-INV-DATE TO IR-INV-DATE.
           MOVE WS-INV-AMOUNT TO IR-AMOUNT.
           MOVE WS-TODAY-NUM TO IR-RUN-DATE.
           WRITE INVOICE-REGISTER-RECORD
              INVALID KEY CONTINUE
           END-WRITE.

           MOVE WS-NEW-INVOICED TO CL-INVOICED.
           ADD 1 TO CL-INV-COUNT.
           IF CL-FIRST-INV-DATE = 0
              OR IV-INV-DATE < CL-FIRST-INV-DATE
              MOVE IV-INV-DATE TO CL-FIRST-INV-DATE
           END-IF.
           IF IV-INV-DATE > CL-LAST-INV-DATE
              MOVE IV-INV-DATE TO CL-LAST-INV-DATE
           END-IF.
           MOVE WS-TODAY-NUM TO CL-LAST-RUN-DATE.
           IF WS-LEDGER-FOUND
              REWRITE CONTRACT-LEDGER-RECORD
           ELSE
              WRITE CONTRACT-LEDGER-RECORD
           END-IF.

           ADD 1 TO WS-APPROVED-COUNT.
           ADD WS-INV-AMOUNT TO WS-APPROVED-AMOUNT.
           PERFORM 0420-WRITE-PAYMENT-TXN.

       0420-WRITE-PAYMENT-TXN.
           MOVE SPACES TO CONT-TXN-RECORD.
           MOVE IV-EMP-NUM TO CT-EMP-NUM.
           MOVE IV-AMOUNT-DIGITS TO WS-IT-AMOUNT.
           MOVE IV-INV-NUM TO WS-IT-INV-NUM.
           MOVE IV-INV-DATE TO WS-IT-INV-DATE.
           MOVE IV-INV-NUM TO WS-IT-REF-NUM.
           MOVE WS-INV-TXN TO CT-TXN.
           WRITE CONT-TXN-RECORD.

      ****************************************************
      ****    BURN-DOWN - EVERY CONTRACTOR ON THE MASTER
      ****************************************************
       0500-BURN-DOWN-REPORT.
           MOVE SPACES TO WS-BHD-DATE.
           STRING WS-CURR-MM '/' WS-CURR-DD '/' WS-CURR-YYYY
                  DELIMITED BY SIZE INTO WS-BHD-DATE.
           WRITE BURN-REPORT-RECORD FROM WS-BURN-HEAD-LINE.
           MOVE SPACES TO BURN-REPORT-RECORD.
           WRITE BURN-REPORT-RECORD.
           WRITE BURN-REPORT-RECORD FROM WS-BURN-COL-LINE.
           IF NOT WS-MASTER-OPEN OR NOT WS-LEDGER-OPEN
              GO TO 0500-BURN-EXIT
           END-IF.
      *    REOPENED SO READ NEXT STARTS FROM THE FIRST EMPLOYEE
           CLOSE EMPLOYEE-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPFILE-STATUS NOT = '00'
              MOVE 'N' TO WS-MASTER-OPEN-FLAG
              GO TO 0500-BURN-EXIT
           END-IF.
           PERFORM 0510-READ-NEXT-EMPLOYEE.
           PERFORM 0520-BURN-ONE-EMPLOYEE THRU 0520-BURN-EXIT
              UNTIL WS-EOF.
       0500-BURN-EXIT.
           EXIT.

       0510-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *    RUN-OUT PROJECTION: THE CONTRACT HAS BEEN INVOICED AT
      *    INVOICED-TO-DATE OVER THE DAYS SINCE THE FIRST
      *    INVOICE; AT THAT RATE THE REMAINING BALANCE LASTS
      *    REMAINING * ELAPSED / INVOICED MORE DAYS
       0520-BURN-ONE-EMPLOYEE.
           MOVE EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD.
           IF NOT CONTRACTOR
              PERFORM 0510-READ-NEXT-EMPLOYEE
              GO TO 0520-BURN-EXIT
           END-IF.
           ADD 1 TO WS-CONTRACTOR-COUNT.
           PERFORM 0260-READ-LEDGER.
           MOVE WS-CONTRACT-AMOUNT TO WS-CONTRACT-VALUE.
           MOVE CL-INVOICED TO WS-INVOICED-TO-DATE.
           COMPUTE WS-REMAINING =
              WS-CONTRACT-VALUE - WS-INVOICED-TO-DATE.
           ADD WS-CONTRACT-VALUE TO WS-TOT-CONTRACT.
           ADD WS-INVOICED-TO-DATE TO WS-TOT-INVOICED.
           ADD WS-REMAINING TO WS-TOT-REMAINING.

           MOVE SPACES TO WS-BURN-LINE(2:79).
           MOVE WS-EMP-NUM TO WS-BRN-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-BRN-NAME.
           MOVE WS-CONTRACT-VALUE TO WS-BRN-CONTRACT.
           MOVE WS-INVOICED-TO-DATE TO WS-BRN-INVOICED.
           MOVE WS-REMAINING TO WS-BRN-REMAINING.
           PERFORM 0250-CHECK-END-DATE.
           IF WS-END-DATE-OK
              MOVE WS-CONTRACT-END-DATE TO WS-BRN-END-DATE
           ELSE
              MOVE 'NO DATE' TO WS-BRN-END-DATE
           END-IF.

           EVALUATE TRUE
              WHEN WS-INVOICED-TO-DATE = 0
                 MOVE 'NO INVCS' TO WS-BRN-NOTE
              WHEN WS-REMAINING NOT > 0
                 MOVE 'EXHAUSTD' TO WS-BRN-NOTE
              WHEN OTHER
                 PERFORM 0530-PROJECT-RUN-OUT
           END-EVALUATE.
           IF WS-END-DATE-OK
              AND WS-CONTRACT-END-DATE < WS-TODAY-NUM
              AND WS-BRN-NOTE = SPACES
              MOVE 'EXPIRED' TO WS-BRN-NOTE
           END-IF.
           WRITE BURN-REPORT-RECORD FROM WS-BURN-LINE.
           PERFORM 0510-READ-NEXT-EMPLOYEE.
       0520-BURN-EXIT.
           EXIT.

       0530-PROJECT-RUN-OUT.
           MOVE CL-FIRST-INV-DATE TO WS-RUNOUT-DATE.
           COMPUTE WS-FIRST-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUNOUT-DATE).
           COMPUTE WS-ELAPSED-DAYS = WS-TODAY-INT - WS-FIRST-INT + 1.
           IF WS-ELAPSED-DAYS < 1
              MOVE 1 TO WS-ELAPSED-DAYS
           END-IF.
      *    A RUN-OUT TOO FAR OFF TO HOLD, OR PAST 9999-12-31, HAS
      *    NOTHING USEFUL TO PROJECT
           COMPUTE WS-RUNOUT-DAYS =
              WS-REMAINING * WS-ELAPSED-DAYS / WS-INVOICED-TO-DATE
              ON SIZE ERROR
                 MOVE WS-LAST-DATE-INT TO WS-RUNOUT-DAYS
           END-COMPUTE.
           IF WS-TODAY-INT + WS-RUNOUT-DAYS > WS-LAST-DATE-INT
              MOVE 'NONE' TO WS-BRN-RUNOUT
           ELSE
              COMPUTE WS-RUNOUT-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-TODAY-INT + WS-RUNOUT-DAYS)
              MOVE WS-RUNOUT-DATE TO WS-BRN-RUNOUT
              IF WS-END-DATE-OK
                 AND WS-RUNOUT-DATE < WS-CONTRACT-END-DATE
                 MOVE 'EARLY' TO WS-BRN-NOTE
              END-IF
           END-IF.

       0800-PRINT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'INVOICES READ' TO WS-CNT-LABEL.
           MOVE WS-INVOICE-COUNT TO WS-CNT-VALUE.
           PERFORM 0810-WRITE-COUNT-LINE.
           MOVE 'INVOICES APPROVED FOR PAYMENT' TO WS-CNT-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-CNT-VALUE.
           PERFORM 0810-WRITE-COUNT-LINE.
           MOVE 'RE-ISSUED ON SAME-DAY RERUN' TO WS-CNT-LABEL.
           MOVE WS-REISSUED-COUNT TO WS-CNT-VALUE.
           PERFORM 0810-WRITE-COUNT-LINE.
           MOVE 'INVOICES HELD' TO WS-CNT-LABEL.
           MOVE WS-HELD-COUNT TO WS-CNT-VALUE.
           PERFORM 0810-WRITE-COUNT-LINE.
           MOVE 'AMOUNT APPROVED' TO WS-TOT-LABEL.
           MOVE WS-APPROVED-AMOUNT TO WS-TOT-VALUE.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'AMOUNT HELD' TO WS-TOT-LABEL.
           MOVE WS-HELD-AMOUNT TO WS-TOT-VALUE.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE SPACES TO BURN-REPORT-RECORD.
           WRITE BURN-REPORT-RECORD.
           MOVE 'CONTRACTORS ON FILE' TO WS-CNT-LABEL.
           MOVE WS-CONTRACTOR-COUNT TO WS-CNT-VALUE.
           WRITE BURN-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'TOTAL CONTRACT VALUE' TO WS-TOT-LABEL.
           MOVE WS-TOT-CONTRACT TO WS-TOT-VALUE.
           WRITE BURN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'TOTAL INVOICED TO DATE' TO WS-TOT-LABEL.
           MOVE WS-TOT-INVOICED TO WS-TOT-VALUE.
           WRITE BURN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'TOTAL REMAINING BALANCE' TO WS-TOT-LABEL.
           MOVE WS-TOT-REMAINING TO WS-TOT-VALUE.
           WRITE BURN-REPORT-RECORD FROM WS-TOTAL-LINE.

       0810-WRITE-COUNT-LINE.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-COUNT-LINE.

       0900-TERMINATE.
           IF WS-INVOICE-STATUS = '00' OR WS-INVOICE-STATUS = '10'
              CLOSE INVOICE-FILE
           END-IF.
           IF WS-MASTER-OPEN
              CLOSE EMPLOYEE-FILE
           END-IF.
           IF WS-LEDGER-OPEN
              CLOSE LEDGER-FILE
                    INV-REG-FILE
           END-IF.
           CLOSE CONT-TXN-FILE
                 HOLD-FILE
                 EXCEPTION-REPORT
                 BURN-REPORT.

           IF WS-HELD-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0430' TO JL-PROGRAM.
           MOVE WS-INVOICE-COUNT TO JL-RECORDS-IN.
           COMPUTE JL-RECORDS-OUT =
              WS-APPROVED-COUNT + WS-REISSUED-COUNT.
           MOVE WS-HELD-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0430 INVOICES: ' WS-INVOICE-COUNT
                   ' APPROVED: ' WS-APPROVED-COUNT
                   ' HELD: ' WS-HELD-COUNT.
