      *             THE LVRULES TENURE-BAND TABLE (TENURE FROM        *
      *             EMP-HIRE-DATE, COMPUTED AS WBCI0100 DOES)         *
      *    TAKE     APPLY LVTXN LEAVE-TAKEN TRANSACTIONS; A DRAW      *
      *             THAT WOULD GO NEGATIVE IS REFUSED AND LISTED.     *
      *             EACH DRAW IS WRITTEN TO LVPAY AS AN 'LVE'         *
      *             TRANSACTION IN THE SALESTXN LAYOUT (SORT IT INTO  *
      *             THE SALESTXN FEED BY EMP-NUM) SO WBCI0040 PAYS    *
      *             THE HOURS                                         *
      *    STMT     PRINT A PER-EMPLOYEE BALANCE STATEMENT            *
      *    YEAREND  CARRY OVER UP TO THE CARD'S MAXIMUM HOURS,        *
      *             FORFEIT THE REST, RESET THE YTD ACCUMULATORS      *
      *  9(3)V99 IMPLIED), ASCENDING; THE HIGHEST BAND THE EMPLOYEE   *
      *  REACHES APPLIES.                                             *
      *  LVTXN CARD: EMP-NUM(5) + HOURS TAKEN (5, 9(3)V99 IMPLIED).   *
      *  THE CARRYOVER MAXIMUM COMES FROM THE PARMREG REGISTRY         *
      *  (WBCI0250 CARRY-MAX, DIGITS WITH TWO IMPLIED DECIMALS)        *
      *  THROUGH PARMLKSB WHEN IT HOLDS ONE.  THE STEP STAYS ON THE    *
      *  LVPARM CARD - IT NAMES THE JOB STEP, NOT A SETTING.           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS LB-EMP-NUM
               FILE STATUS IS WS-BAL-STATUS.
           SELECT LEAVE-REPORT  ASSIGN TO LVRPT.
           SELECT LEAVE-PAY-FILE ASSIGN TO LVPAY.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-PARM
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  LEAVE-REPORT-RECORD        PIC X(80).

       FD  LEAVE-PAY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF SALES-TXN-RECORD IN WBCI1210 CARRYING AN
      *    'LVE' TAKEN TRANSACTION: HOURS 9(7)V99 IN COLS 5-13,
      *    DATE TAKEN, AND THE REFERENCE 'LVT' + RUN DATE + CARD
      *    NUMBER IN COLS 46-60
       01  LEAVE-PAY-RECORD.
           05  LY-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  LY-TXN.
               10  LY-MARKER          PIC X(3).
               10  LY-KIND            PIC X(1).
               10  LY-HOURS           PIC 9(7)V99.
               10  FILLER             PIC X(1).
               10  LY-DATE            PIC X(8).
               10  FILLER             PIC X(23).
               10  LY-REF-SOURCE      PIC X(3).
               10  LY-REF-DATE        PIC X(8).
               10  LY-REF-CARD        PIC 9(4).
           05  FILLER                 PIC X(14).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-TAKEN-EDIT              PIC ZZ,ZZ9.99.

       01  WS-PROCESSED-COUNT         PIC 9(6)     VALUE 0.
       01  WS-CARD-COUNT              PIC 9(4)     VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(6)     VALUE 0.

       01  WS-DETAIL-LINE.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.

      *    SHARED PARAMETER LOOKUP LINK AREA
       COPY TCPYPLK.
      ***
      ***
       PROCEDURE DIVISION.
              END-READ
              CLOSE LEAVE-PARM
           END-IF.
           PERFORM 0105-REGISTRY-PARMS.

           OPEN I-O LEAVE-BALANCE.
           IF WS-BAL-STATUS NOT = '00'
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

      *    A REGISTRY VALUE WINS OVER THE CARD
       0105-REGISTRY-PARMS.
           MOVE 'WBCI0250' TO PK-PROGRAM.
           MOVE 'CARRY-MAX' TO PK-PARM-NAME.
           MOVE 0 TO PK-AS-OF-DATE.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 100000
              COMPUTE WS-CARRY-MAX = PK-NUMBER / 100
           END-IF.

      ****************************************************
      ****    ACCRUE: EARNED HOURS BY TENURE BAND
      ****************************************************
      ****    TAKE: DRAW THE BALANCE DOWN, NEVER NEGATIVE
      ****************************************************
       0300-APPLY-LEAVE-TAKEN.
           OPEN OUTPUT LEAVE-PAY-FILE.
           OPEN INPUT LEAVE-TXN.
           IF WS-TXN-STATUS = '00'
              PERFORM 0310-READ-TXN
           IF WS-TXN-STATUS = '00' OR WS-TXN-STATUS = '10'
              CLOSE LEAVE-TXN
           END-IF.
           CLOSE LEAVE-PAY-FILE.
           MOVE WS-PROCESSED-COUNT TO WS-TOT-COUNT.
           MOVE 'LEAVE TRANSACTIONS APPLIED' TO WS-TOT-LABEL.
           WRITE LEAVE-REPORT-RECORD FROM WS-TOTAL-LINE.
           END-READ.

       0320-TAKE-ONE.
           ADD 1 TO WS-CARD-COUNT.
           IF LT-EMP-NUM NOT NUMERIC
              OR LT-HOURS-DIGITS NOT NUMERIC
              PERFORM 0310-READ-TXN
              ADD WS-TAKE-HOURS TO LB-TAKEN-YTD
              REWRITE LEAVE-BALANCE-RECORD
              MOVE 'TAKEN' TO WS-DTL-ACTION
              PERFORM 0340-WRITE-LEAVE-PAY
           END-IF.
           MOVE LB-BALANCE-HRS TO WS-DTL-BALANCE.
           WRITE LEAVE-REPORT-RECORD FROM WS-DETAIL-LINE.

      *    THE HOURS DRAWN GO TO WBCI0040 TO BE PAID
       0340-WRITE-LEAVE-PAY.
           MOVE SPACES TO LEAVE-PAY-RECORD.
           MOVE LT-EMP-NUM TO LY-EMP-NUM.
           MOVE 'LVE' TO LY-MARKER.
           MOVE 'T' TO LY-KIND.
           MOVE WS-TAKE-HOURS TO LY-HOURS.
           MOVE WS-TODAY-NUM TO LY-DATE.
           MOVE 'LVT' TO LY-REF-SOURCE.
           MOVE WS-TODAY-NUM TO LY-REF-DATE.
           MOVE WS-CARD-COUNT TO LY-REF-CARD.
           WRITE LEAVE-PAY-RECORD.

      ****************************************************
      ****    STMT: PER-EMPLOYEE BALANCE STATEMENT
      ****************************************************
