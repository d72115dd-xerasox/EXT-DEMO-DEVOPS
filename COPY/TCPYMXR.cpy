      ******************************************************
      *   COPY BOOK TCPYMXR (MAIL MESSAGE CROSS-REFERENCE,
      *   KEYED MAILXRF DATASET).  TPROG28 WRITES ONE RECORD
      *   FOR EVERY BULLETIN IT PUTS IN AN OUTBOUND E-MAIL
      *   MESSAGE, KEYED BY THE MESSAGE ID AND THE BULLETIN
      *   ID, SO A BOUNCE RETURNED BY THE MAIL RELAY FOR ONE
      *   MESSAGE ID LEADS BACK TO EVERY BULLETIN IN IT.
      *
      *   MESSAGE ID: 'BLT', THE TPROG28 RUN DATE AND TIME,
      *   '-' AND THE MESSAGE SEQUENCE WITHIN THE RUN.
      ******************************************************
       01  MAIL-XREF-REC.
           05  MXR-KEY.
               10  MXR-MESSAGE-ID     PIC X(23).
               10  MXR-BULLETIN-ID    PIC X(20).
           05  MXR-SUB-ID             PIC X(8).
           05  MXR-CATEGORY           PIC X(4).
           05  MXR-SENT-DATE          PIC 9(8).
           05  MXR-SENT-TIME          PIC 9(6).
           05  MXR-ADDRESS            PIC X(60).
           05  FILLER                 PIC X(11).
