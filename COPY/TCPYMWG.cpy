      ******************************************************
      *   COPY BOOK TCPYMWG (MINIMUM-WAGE RECORD ON THE
      *   MINWAGE CARD FILE).  ONE RECORD PER STATE AND
      *   EFFECTIVE DATE (CCYYMMDD); A NEW RATE IS LOADED AS
      *   AN ADDITIONAL CARD AHEAD OF ITS DATE, AND THE CARD
      *   WITH THE LATEST DATE NOT AFTER THE DAY IN QUESTION
      *   IS THE ONE IN FORCE.  STATE '**' IS THE FLOOR FOR
      *   EVERY STATE - THE HIGHER OF THE STATE'S OWN RATE
      *   AND THE FLOOR APPLIES.  THE RATE IS 9(3)V99 HOURLY,
      *   THE SAME UNIT AS THE XEXTEMPF EMP-RATE.  READ BY
      *   WBCI0070 (MAINTENANCE EDIT), WBCI0040 (RUN-DATE
      *   WARNING) AND WBCI0520 (UPCOMING-INCREASE REPORT).
      ******************************************************
       01  MIN-WAGE-RECORD.
           05  MW-STATE               PIC X(2).
           05  FILLER                 PIC X(1).
           05  MW-EFF-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  MW-RATE-DIGITS         PIC X(5).
           05  FILLER                 PIC X(63).
