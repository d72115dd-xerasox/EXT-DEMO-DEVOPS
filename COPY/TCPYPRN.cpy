      ******************************************************
      *   COPY BOOK TCPYPRN (DIRECT-DEPOSIT PRENOTE CONTROL
      *   RECORD ON THE KEYED PRENOTE DATASET, MAINTAINED BY
      *   THE WBCI0330 PRENOTE CYCLE AND READ BY WBCI0170,
      *   WBCI0310 AND WBCI0320).  ONE RECORD PER EMPLOYEE
      *   FOR THE LAST NEW OR CHANGED ACCOUNT SEEN ON
      *   EMPHIST.  THE ACCOUNT IS PAID LIVE ONLY WHEN THE
      *   RECORD IS CLEARED AND STILL MATCHES EMPMSTR;
      *   UNTIL THEN THE EMPLOYEE IS PAID BY PAPER CHECK.
      *   AN EMPLOYEE WITH NO RECORD IS PAID AS BEFORE.
      ******************************************************
       01  PRENOTE-RECORD.
           05  PRN-EMP-NUM            PIC 9(5).
           05  PRN-ROUTING            PIC 9(9).
           05  PRN-ACCOUNT            PIC X(10).
           05  PRN-STATUS             PIC X(1).
               88  PRN-AWAITING-SEND  VALUE 'N'.
               88  PRN-PENDING        VALUE 'P'.
               88  PRN-CLEARED        VALUE 'C'.
               88  PRN-FAILED         VALUE 'F'.
           05  PRN-CHANGE-DATE        PIC 9(8).
           05  PRN-SENT-DATE          PIC 9(8).
           05  PRN-RESOLVED-DATE      PIC 9(8).
           05  FILLER                 PIC X(31).
