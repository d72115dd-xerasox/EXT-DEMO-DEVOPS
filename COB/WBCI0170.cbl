      *  (ZERO ROUTING) GO TO THE NOBANK EXCEPTION LISTING INSTEAD    *
      *  AND THE JOB ENDS WITH CC 4 SO PAYROLL KNOWS PAPER CHECKS     *
      *  ARE STILL NEEDED.                                             *
      *  A NEW OR CHANGED ACCOUNT ON THE PRENOTE CONTROL FILE (SEE    *
      *  WBCI0330) IS NOT PAID LIVE UNTIL ITS PRENOTE HAS CLEARED:    *
      *  THE FIRST RUN WRITES A ZERO-DOLLAR 'PRN' ENTRY ON PAYFILE    *
      *  INSTEAD OF THE PAYMENT, AND THE EMPLOYEE GOES TO NOBANK FOR  *
      *  A PAPER CHECK UNTIL THE WAITING PERIOD PASSES.               *
      *  AN ACCOUNT FLAGGED SUSPECT AFTER A RETURNED DEPOSIT (SEE     *
      *  WBCI0340) IS NOT PAID OR PRENOTED UNTIL IT IS RE-KEYED; THE  *
      *  EMPLOYEE GOES TO NOBANK FOR A PAPER CHECK MEANWHILE.          *
      *  THE TRAILER ALSO CARRIES A HASH TOTAL OF THE ROUTING NUMBERS *
      *  PAID (LOW-ORDER 10 DIGITS).  PAYFILE IS NOT SENT AS IT       *
      *  STANDS: WBCI0480 RELEASES IT TO PAYXMIT ONLY ON A SECOND     *
      *  OPERATOR'S APPROVAL.                                         *
      *  EVERY DTL AND PRN ENTRY CARRIES ITS SETTLEMENT DATE: THE PAY *
      *  RUN DATE, OR WHEN THAT IS A WEEKEND OR A HOLIDAY IN THE      *
      *  CALNDRSB CALENDAR FOR THE PAY CURRENCY'S COUNTRY AND THE     *
      *  EMPLOYEE'S REGION, THE NEXT BUSINESS DAY.                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PRENOTE-FILE  ASSIGN TO PRENOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRN-EMP-NUM
               FILE STATUS IS WS-PRN-STATUS.
           SELECT PAYMENT-FILE  ASSIGN TO PAYFILE.
           SELECT NOBANK-REPORT ASSIGN TO NOBANK.
       DATA DIVISION.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  PRENOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYPRN.

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
       WORKING-STORAGE SECTION.
       01  WS-PAYNET-STATUS           PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-PRN-STATUS              PIC XX       VALUE SPACES.

      *    NO PRENOTE DD MEANS EVERY ACCOUNT ON FILE IS PAID LIVE
       01  WS-PRN-AVAIL-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-PRN-AVAILABLE                    VALUE 'Y'.
       01  WS-DEPOSIT-HOLD-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-DEPOSIT-HOLD                     VALUE 'Y'.
       01  WS-HOLD-REASON             PIC X(25)    VALUE SPACES.
       01  WS-PRENOTE-COUNT           PIC 9(6)     VALUE 0.
       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-BAD-REC-COUNT           PIC 9(6)     VALUE 0.
       01  WS-NET-AMOUNT              PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-AMOUNT            PIC 9(11)V99 VALUE 0.
       01  WS-ROUTING-HASH            PIC 9(12)    VALUE 0.

      *    SETTLEMENT DATE OF THE CURRENT EMPLOYEE'S ENTRY
       01  WS-SETTLE-DATE             PIC X(8)     VALUE SPACES.
       01  WS-SETTLE-MOVED-COUNT      PIC 9(6)     VALUE 0.

      *    FIXED-FORMAT BANK INTERFACE RECORDS.  AMOUNTS ARE
      *    IMPLIED-DECIMAL DIGITS SO THE BANK CAN HASH THEM
           05  WS-PD-CURRENCY         PIC X(3).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PD-NAME             PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PD-SETTLE-DATE      PIC X(8).
           05  FILLER                 PIC X(9)     VALUE SPACES.

      *    ZERO-DOLLAR PRENOTE ENTRY - THE DETAIL LAYOUT UNDER ITS
      *    OWN MARKER SO THE TRAILER AND WBCI0180 PASS IT BY
       01  WS-PRENOTE-DETAIL.
           05  FILLER                 PIC X(3)     VALUE 'PRN'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PN-ROUTING          PIC 9(9).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PN-ACCOUNT          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PN-EMP-NUM          PIC X(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PN-AMOUNT           PIC 9(9)V99  VALUE 0.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PN-CURRENCY         PIC X(3).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PN-NAME             PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PN-SETTLE-DATE      PIC X(8).
           05  FILLER                 PIC X(9)     VALUE SPACES.

       01  WS-PAY-TRAILER.
           05  FILLER                 PIC X(3)     VALUE 'TRL'.
           05  WS-PT-COUNT            PIC 9(7).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PT-AMOUNT           PIC 9(11)V99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PT-HASH             PIC 9(10).
           05  FILLER                 PIC X(44)    VALUE SPACES.

       01  WS-NOBANK-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.

      *    SHARED BUSINESS-DAY CALENDAR LINK AREA
       COPY TCPYCAL.
      ***
      ***
       PROCEDURE DIVISION.

           OPEN INPUT PAY-NET-FILE.
           OPEN INPUT MASTER-FILE.
           OPEN I-O PRENOTE-FILE.
           IF WS-PRN-STATUS = '00'
              MOVE 'Y' TO WS-PRN-AVAIL-FLAG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT NOBANK-REPORT.
           IF WS-PAYNET-STATUS NOT = '00'
                    MOVE 'Y' TO WS-MASTER-FOUND-FLAG
              END-READ
           END-IF.
           PERFORM 0320-SET-SETTLEMENT-DATE
              THRU 0320-SET-SETTLEMENT-EXIT.

           MOVE 'N' TO WS-DEPOSIT-HOLD-FLAG.
           IF WS-MASTER-FOUND
              AND WS-BANK-ROUTING NUMERIC
              AND WS-BANK-ROUTING > 0
              AND WS-BANK-ACCOUNT NOT = SPACES
              IF BANK-SUSPECT
                 MOVE 'Y' TO WS-DEPOSIT-HOLD-FLAG
                 MOVE 'ACCOUNT SUSPECT - RE-KEY' TO WS-HOLD-REASON
              ELSE
                 PERFORM 0310-CHECK-PRENOTE
                    THRU 0310-CHECK-PRENOTE-EXIT
              END-IF
           END-IF.

           IF WS-MASTER-FOUND
              AND WS-BANK-ROUTING NUMERIC
              AND WS-BANK-ROUTING > 0
              AND WS-BANK-ACCOUNT NOT = SPACES
              AND NOT WS-DEPOSIT-HOLD
              ADD 1 TO WS-PAID-COUNT
              ADD WS-NET-AMOUNT TO WS-TOTAL-AMOUNT
              ADD WS-BANK-ROUTING TO WS-ROUTING-HASH
              MOVE WS-BANK-ROUTING TO WS-PD-ROUTING
              MOVE WS-BANK-ACCOUNT TO WS-PD-ACCOUNT
              MOVE PN-EMP-NUM TO WS-PD-EMP-NUM
              MOVE WS-NET-AMOUNT TO WS-PD-AMOUNT
              MOVE PN-CURRENCY TO WS-PD-CURRENCY
              MOVE WS-EMP-NAME TO WS-PD-NAME
              MOVE WS-SETTLE-DATE TO WS-PD-SETTLE-DATE
              WRITE PAYMENT-RECORD FROM WS-PAY-DETAIL
           ELSE
              ADD 1 TO WS-NOBANK-COUNT
              IF WS-MASTER-FOUND
                 MOVE WS-EMP-NAME TO WS-NB-NAME
                 MOVE 'NO ACCOUNT ON FILE' TO WS-NB-REASON
                 IF WS-DEPOSIT-HOLD
                    MOVE WS-HOLD-REASON TO WS-NB-REASON
                 END-IF
              ELSE
                 MOVE 'NOT ON EMPLOYEE MASTER' TO WS-NB-REASON
              END-IF
              WRITE NOBANK-RECORD FROM WS-NOBANK-LINE
           END-IF.

      *    AN ACCOUNT ON THE PRENOTE FILE IS PAID LIVE ONLY ONCE
      *    ITS PRENOTE HAS CLEARED AND IT STILL MATCHES THE MASTER.
      *    ONE AWAITING SEND GOES TO THE BANK NOW AS A ZERO-DOLLAR
      *    ENTRY; EITHER WAY THIS RUN PAYS BY PAPER
       0310-CHECK-PRENOTE.
           IF NOT WS-PRN-AVAILABLE
              GO TO 0310-CHECK-PRENOTE-EXIT
           END-IF.
           MOVE WS-EMP-NUM TO PRN-EMP-NUM.
           READ PRENOTE-FILE
              INVALID KEY
                 GO TO 0310-CHECK-PRENOTE-EXIT
           END-READ.
           IF PRN-CLEARED
              AND PRN-ROUTING = WS-BANK-ROUTING
              AND PRN-ACCOUNT = WS-BANK-ACCOUNT
              GO TO 0310-CHECK-PRENOTE-EXIT
           END-IF.
           MOVE 'Y' TO WS-DEPOSIT-HOLD-FLAG.
           EVALUATE TRUE
              WHEN PRN-ROUTING NOT = WS-BANK-ROUTING
                 OR PRN-ACCOUNT NOT = WS-BANK-ACCOUNT
                 MOVE 'ACCOUNT NOT YET PRENOTED' TO WS-HOLD-REASON
              WHEN PRN-AWAITING-SEND
                 MOVE WS-BANK-ROUTING TO WS-PN-ROUTING
                 MOVE WS-BANK-ACCOUNT TO WS-PN-ACCOUNT
                 MOVE PN-EMP-NUM TO WS-PN-EMP-NUM
                 MOVE PN-CURRENCY TO WS-PN-CURRENCY
                 MOVE WS-EMP-NAME TO WS-PN-NAME
                 MOVE WS-SETTLE-DATE TO WS-PN-SETTLE-DATE
                 WRITE PAYMENT-RECORD FROM WS-PRENOTE-DETAIL
                 ADD 1 TO WS-PRENOTE-COUNT
                 MOVE 'P' TO PRN-STATUS
                 MOVE WS-TODAY-NUM TO PRN-SENT-DATE
                 REWRITE PRENOTE-RECORD
                 MOVE 'PRENOTE SENT - PAPER' TO WS-HOLD-REASON
              WHEN PRN-PENDING
                 MOVE 'PRENOTE PENDING - PAPER' TO WS-HOLD-REASON
              WHEN OTHER
                 MOVE 'PRENOTE FAILED - RE-KEY' TO WS-HOLD-REASON
           END-EVALUATE.
       0310-CHECK-PRENOTE-EXIT.
           EXIT.

      *    THE ENTRY SETTLES ON THE PAY RUN DATE UNLESS THAT IS
      *    NOT A BUSINESS DAY IN THE CALENDAR OF THE CURRENCY'S
      *    COUNTRY (FIRST TWO LETTERS - US, CA, GB, EU FOR THE
      *    EURO) AND THE EMPLOYEE'S REGION; THEN IT MOVES TO THE
      *    NEXT BUSINESS DAY.  AN UNREADABLE RUN DATE IS LEFT AS IT
      *    STANDS FOR THE BANK TO REJECT
       0320-SET-SETTLEMENT-DATE.
           MOVE PN-RUN-DATE TO WS-SETTLE-DATE.
           IF PN-RUN-DATE NOT NUMERIC
              GO TO 0320-SET-SETTLEMENT-EXIT
           END-IF.
           MOVE PN-CURRENCY(1:2) TO CL-COUNTRY.
           IF CL-COUNTRY = SPACES
              MOVE 'US' TO CL-COUNTRY
           END-IF.
           MOVE SPACE TO CL-REGION.
           IF WS-MASTER-FOUND
              MOVE WS-EMP-REGION TO CL-REGION
           END-IF.
           MOVE 'B' TO CL-FUNCTION.
           MOVE PN-RUN-DATE TO CL-DATE-1.
           CALL 'CALNDRSB' USING CALNDR-AREA.
           IF NOT CL-OK OR CL-BUSINESS-DAY
              GO TO 0320-SET-SETTLEMENT-EXIT
           END-IF.
           MOVE 'N' TO CL-FUNCTION.
           CALL 'CALNDRSB' USING CALNDR-AREA.
           IF CL-OK
              MOVE CL-RESULT-DATE TO WS-SETTLE-DATE
              ADD 1 TO WS-SETTLE-MOVED-COUNT
           END-IF.
       0320-SET-SETTLEMENT-EXIT.
           EXIT.

       0900-TERMINATE.
           IF WS-PAYNET-STATUS = '00' OR WS-PAYNET-STATUS = '10'
              MOVE WS-PAID-COUNT TO WS-PT-COUNT
              MOVE WS-TOTAL-AMOUNT TO WS-PT-AMOUNT
      *       THE MOVE KEEPS THE LOW-ORDER 10 DIGITS OF THE HASH
              MOVE WS-ROUTING-HASH TO WS-PT-HASH
              WRITE PAYMENT-RECORD FROM WS-PAY-TRAILER
              CLOSE PAY-NET-FILE
           END-IF.
           MOVE WS-NOBANK-COUNT TO WS-NBT-COUNT.
           WRITE NOBANK-RECORD FROM WS-NOBANK-TOTAL.
           CLOSE MASTER-FILE.
           IF WS-PRN-AVAILABLE
              CLOSE PRENOTE-FILE
           END-IF.
           CLOSE PAYMENT-FILE.
           CLOSE NOBANK-REPORT.

           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0170 PAYMENTS: ' WS-PAID-COUNT
                   ' NO-BANK: ' WS-NOBANK-COUNT
                   ' PRENOTES: ' WS-PRENOTE-COUNT
                   ' SETTLEMENT MOVED OFF HOLIDAYS: '
                   WS-SETTLE-MOVED-COUNT.
