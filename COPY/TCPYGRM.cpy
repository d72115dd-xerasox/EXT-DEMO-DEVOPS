      ******************************************************
      *   COPY BOOK TCPYGRM (GARNISHMENT REMITTANCE RECORD ON
      *   GARNREM).  ONE RECORD PER ORDER WITHHELD ON A PAY
      *   RUN, WRITTEN BY WBCI0040 WITH THE YTD POSTING AND
      *   TOTALLED BY RECEIVING AGENCY IN WBCI0360.  AMOUNTS
      *   ARE IMPLIED DECIMAL; GM-BALANCE-DIGITS IS WHAT IS
      *   STILL OWED AFTER THIS WITHHOLDING (ZERO ON AN ORDER
      *   WITH NO CEILING).
      ******************************************************
       01  GARNISH-REMIT-RECORD.
           05  GM-AGENCY              PIC X(6).
           05  FILLER                 PIC X(1).
           05  GM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(1).
           05  GM-ORDER-NUM           PIC X(10).
           05  FILLER                 PIC X(1).
           05  GM-ORDER-TYPE          PIC X(1).
           05  FILLER                 PIC X(1).
           05  GM-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  GM-AMOUNT-DIGITS       PIC 9(7)V99.
           05  FILLER                 PIC X(1).
           05  GM-BALANCE-DIGITS      PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  GM-STATUS              PIC X(1).
           05  FILLER                 PIC X(22).
