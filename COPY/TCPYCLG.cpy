      ******************************************************
      *   COPY BOOK TCPYCLG (CONTRACT LEDGER RECORD ON THE
      *   KEYED CONTLEDG DATASET).  ONE RECORD PER
      *   CONTRACTOR, KEYED BY EMP-NUM, CARRYING WHAT HAS
      *   BEEN INVOICED AGAINST THE CONTRACT TO DATE.  THE
      *   CONTRACT VALUE ITSELF IS CONTRACT-AMOUNT ON THE
      *   EMPLOYEE MASTER; THE REMAINING BALANCE IS THE
      *   DIFFERENCE.  POSTED BY WBCI0430 AS EACH INVOICE IS
      *   APPROVED FOR PAYMENT.
      ******************************************************
       01  CONTRACT-LEDGER-RECORD.
           05  CL-EMP-NUM             PIC 9(5).
           05  CL-INVOICED            PIC 9(7)V99.
           05  CL-INV-COUNT           PIC 9(5).
           05  CL-FIRST-INV-DATE      PIC 9(8).
           05  CL-LAST-INV-DATE       PIC 9(8).
           05  CL-LAST-RUN-DATE       PIC X(8).
           05  FILLER                 PIC X(37).
