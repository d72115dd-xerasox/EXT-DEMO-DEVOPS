      *  EXPIRED, 0-30, 31-60, 61-90 OR OVER 90 DAYS OUT - WITH THE   *
      *  CONTRACT AMOUNT, AND TOTALS THE AMOUNTS AT RISK (EXPIRED OR  *
      *  EXPIRING WITHIN 90 DAYS) BY REGION.                           *
      *  DAYS TO EXPIRY ARE BUSINESS DAYS FROM THE CALNDRSB CALENDAR  *
      *  (PAY CURRENCY'S COUNTRY AND THE EMPLOYEE'S REGION), SO        *
      *  WEEKENDS AND HOLIDAYS DO NOT COUNT TOWARD A BUCKET.           *
      *  A CONTRACT IS EXPIRED WHEN ITS END DATE IS BEFORE TODAY, EVEN *
      *  IF NO BUSINESS DAY HAS PASSED SINCE (ENDED ON A SATURDAY,     *
      *  AGED ON THE SUNDAY); THE BUSINESS-DAY COUNT ONLY SPLITS THE   *
      *  CONTRACTS STILL RUNNING.                                      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-DAYS-TO-EXPIRY          PIC S9(5)    VALUE 0.
       01  WS-END-DATE-NUM            PIC 9(8)     VALUE 0.

           05  WS-CURR-DD             PIC 9(2).
           05  FILLER                 PIC X(13).
       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.

      *    SHARED BUSINESS-DAY CALENDAR LINK AREA
       COPY TCPYCAL.
      ***
      ***
       PROCEDURE DIVISION.
           OPEN OUTPUT AGING-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-NUM.
           MOVE SPACES TO WS-HEAD-DATE.
           STRING WS-CURR-MM '/' WS-CURR-DD '/' WS-CURR-YYYY
                  DELIMITED BY SIZE INTO WS-HEAD-DATE.
              GO TO 0300-AGE-EXIT
           END-IF.
           MOVE WS-CONTRACT-END-DATE TO WS-END-DATE-NUM.
           MOVE 'C' TO CL-FUNCTION.
           MOVE WS-CURRENCY-CODE(1:2) TO CL-COUNTRY.
           IF CL-COUNTRY = SPACES
              MOVE 'US' TO CL-COUNTRY
           END-IF.
           MOVE WS-EMP-REGION TO CL-REGION.
           MOVE WS-TODAY-NUM TO CL-DATE-1.
           MOVE WS-END-DATE-NUM TO CL-DATE-2.
           CALL 'CALNDRSB' USING CALNDR-AREA.
           IF NOT CL-OK
              ADD 1 TO WS-BAD-DATE-COUNT
              GO TO 0300-AGE-EXIT
           END-IF.
           MOVE CL-DAY-COUNT TO WS-DAYS-TO-EXPIRY.

           MOVE SPACES TO WS-DTL-BUCKET.
           EVALUATE TRUE
              WHEN WS-END-DATE-NUM < WS-TODAY-NUM
                 ADD 1 TO WS-CNT-EXPIRED
                 MOVE 'EXPIRED' TO WS-DTL-BUCKET
                 PERFORM 0310-ADD-AT-RISK
