      ******************************************************
      *   COPY BOOK TCPYRTL (RETURNED-DEPOSIT LEDGER RECORD
      *   ON THE KEYED RETLEDG DATASET).  ONE RECORD PER
      *   DEPOSIT THE BANK RETURNED, WRITTEN BY THE WBCI0340
      *   RETURNED-ITEM PROCESSOR; WBCI0320 POSTS THE PAPER
      *   REISSUE CHECK AGAINST IT AND WBCI0340 MARKS THE
      *   REISSUE CLEARED (OR VOIDED) FROM THE BANK'S PAID-
      *   CHECK FILE AND THE CHECK REGISTER.  THE KEY IS THE
      *   EMPLOYEE, THE RUN DATE OF THE RETURNED PAYMENT AND
      *   THE PAYMENT'S OCCURRENCE FOR THAT EMPLOYEE ON THE
      *   RUN, SO THE SAME RETURN IS NEVER LEDGERED TWICE.
      ******************************************************
       01  RETURN-LEDGER-RECORD.
           05  RL-KEY.
               10  RL-EMP-NUM         PIC 9(5).
               10  RL-PAY-RUN-DATE    PIC 9(8).
               10  RL-SEQ             PIC 9(2).
           05  RL-AMOUNT              PIC 9(9)V99.
           05  RL-ROUTING             PIC 9(9).
           05  RL-ACCOUNT             PIC X(10).
           05  RL-RETURN-DATE         PIC 9(8).
           05  RL-STATUS              PIC X(1).
               88  RL-AWAITING-REISSUE VALUE 'R'.
               88  RL-REISSUED        VALUE 'I'.
               88  RL-CLEARED         VALUE 'C'.
               88  RL-VOIDED          VALUE 'V'.
           05  RL-CHECK-NUM           PIC 9(10).
           05  RL-REISSUE-DATE        PIC 9(8).
           05  RL-CLEARED-DATE        PIC 9(8).
           05  FILLER                 PIC X(20).
