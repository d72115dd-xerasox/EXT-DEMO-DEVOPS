      ******************************************************
      *   COPY BOOK TCPYINR (CONTRACTOR INVOICE REGISTER ON
      *   THE KEYED INVREG DATASET).  ONE RECORD PER INVOICE
      *   APPROVED FOR PAYMENT, KEYED BY CONTRACTOR AND
      *   INVOICE NUMBER, SO AN INVOICE NUMBER PRESENTED A
      *   SECOND TIME IS HELD AS A DUPLICATE.  IR-RUN-DATE IS
      *   THE WBCI0430 RUN THAT APPROVED IT; A SAME-DAY RERUN
      *   RE-ISSUES ITS OWN APPROVALS INSTEAD OF HOLDING THEM.
      ******************************************************
       01  INVOICE-REGISTER-RECORD.
           05  IR-KEY.
               10  IR-EMP-NUM         PIC X(5).
               10  IR-INV-NUM         PIC X(10).
           05  IR-INV-DATE            PIC X(8).
           05  IR-AMOUNT              PIC 9(7)V99.
           05  IR-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(40).
