      ******************************************************
      *   COPY BOOK TCPYSBH (SUBSCRIBER MASTER HISTORY,
      *   SUBHIST).  TPROG25 APPENDS ONE RECORD FOR EVERY
      *   CHANGE IT MAKES TO SUBSMSTR, STAMPED WITH THE RUN
      *   DATE AND TIME, CARRYING THE FIRST 121 BYTES OF THE
      *   SUBSCRIBER RECORD (TCPYSUB) BEFORE AND AFTER THE
      *   CHANGE.  AN ADD HAS A BLANK BEFORE IMAGE AND A
      *   DELETE A BLANK AFTER IMAGE, SO THE SUBSCRIPTIONS IN
      *   FORCE ON ANY DAY CAN BE REBUILT FROM THE HISTORY.
      *
      *   ACTION CODES:
      *     A  SUBSCRIBER ADDED
      *     C  SUBSCRIBER CHANGED
      *     D  SUBSCRIBER DELETED
      *     X  DUPLICATE SUB-ID DROPPED FROM THE OLD MASTER
      ******************************************************
       01  SUBHIST-REC.
           05  SBH-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(1).
           05  SBH-RUN-TIME           PIC 9(6).
           05  FILLER                 PIC X(1).
           05  SBH-ACTION             PIC X(1).
               88  SBH-ADDED                  VALUE 'A'.
               88  SBH-CHANGED                VALUE 'C'.
               88  SBH-DELETED                VALUE 'D'.
               88  SBH-DUP-DROPPED            VALUE 'X'.
           05  FILLER                 PIC X(1).
           05  SBH-SUB-ID             PIC X(8).
           05  FILLER                 PIC X(1).
           05  SBH-BEFORE-IMAGE       PIC X(121).
           05  FILLER                 PIC X(1).
           05  SBH-AFTER-IMAGE        PIC X(121).
           05  FILLER                 PIC X(2).
