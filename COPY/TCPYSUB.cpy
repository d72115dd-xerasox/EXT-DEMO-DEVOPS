      ******************************************************
      *   COPY BOOK TCPYSUB (BULLETIN SUBSCRIBER MASTER
      *   RECORD, SUBSMSTR).  ONE RECORD PER RECIPIENT: THE
      *   RECIPIENT ID, NAME, DELIVERY DESTINATION, UP TO
      *   FIVE SUBSCRIBED CATEGORY/FILTER TOKENS, THE
      *   DELIVERY PREFERENCE (BLANK OR I = IMMEDIATE, D =
      *   DAILY DIGEST, W = WEEKLY DIGEST) AND THE E-MAIL
      *   ADDRESS THE TPROG28 MAIL GATEWAY SENDS THE
      *   RECIPIENT'S BUNDLES TO (COLUMN 61 IS LEFT FREE FOR
      *   THE TPROG25 ACTION CODE).  READ BY TPROG21 AND
      *   TPROG28 AND MAINTAINED BY TPROG25.  THE FIELDS ARE
      *   05 LEVELS UNDER THE CALLER'S 01 SO THE SAME LAYOUT
      *   SERVES THE MASTER, THE TPROG25 TRANSACTION CARD
      *   AND THE BEFORE/AFTER WORK AREAS:
      *        01  SUBSCRIBER-REC.
      *            COPY TCPYSUB REPLACING ==(X)== BY ==SUB==.
      ******************************************************
           05  (X)-ID                 PIC X(8).
           05  FILLER                 PIC X(1).
           05  (X)-NAME               PIC X(20).
           05  FILLER                 PIC X(1).
           05  (X)-DEST               PIC X(8).
           05  FILLER                 PIC X(1).
           05  (X)-CATEGORY-LIST.
               10  (X)-CATEGORY       OCCURS 5 TIMES PIC X(4).
           05  (X)-DELIVERY           PIC X(1).
               88  (X)-IMMEDIATE              VALUE SPACE 'I'.
               88  (X)-DAILY-DIGEST           VALUE 'D'.
               88  (X)-WEEKLY-DIGEST          VALUE 'W'.
               88  (X)-DELIVERY-VALID         VALUE SPACE 'I' 'D' 'W'.
           05  FILLER                 PIC X(1).
           05  (X)-EMAIL              PIC X(60).
           05  FILLER                 PIC X(19).
