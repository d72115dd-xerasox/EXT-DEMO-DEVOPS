      ******************************************************
      *   COPY BOOK TCPYAPQ (EDITORIAL APPROVAL QUEUE,
      *   KEYED APPRQUE DATASET).  A BULLETIN WHOSE CATEGORY
      *   IS FLAGGED 'APPROVAL REQUIRED' ON ROUTEFIL IS NOT
      *   DISTRIBUTED BY TPROG17 BUT QUEUED HERE UNDER A
      *   QUEUE ID (RUN DATE, RUN TIME, '-', SEQUENCE FROM
      *   50001 UP SO IT NEVER CLASHES WITH A DISTRIBUTED
      *   BULLETIN ID OF THE SAME RUN).  TPROG26 APPLIES THE
      *   APPROVERS' DECISIONS AND THE NEXT TPROG17 RUN
      *   DISTRIBUTES WHATEVER HAS BEEN APPROVED.
      *
      *   THE BULLETIN IS KEPT AS ITS ORIGINAL 96-BYTE INPUT
      *   RECORD (TCPYB17 LAYOUT) PLUS UP TO THREE
      *   CONTINUATION LINES.  THE SUBMITTER IS THE INPUT
      *   FILE THE BULLETIN ARRIVED ON (INPUT, INPUT2 OR
      *   PENDIN).
      *
      *   QUEUE STATUS:
      *     P  PENDING - WAITING FOR AN APPROVER
      *     A  APPROVED (OR EDITED) - RELEASED BY THE NEXT
      *        TPROG17 RUN
      *     R  REJECTED - NEVER DISTRIBUTED
      *     D  DISTRIBUTED - APQ-RELEASED-ID IS THE BULLETIN
      *        ID IT WENT OUT UNDER
      *     X  EXPIRED BEFORE IT COULD BE DISTRIBUTED
      ******************************************************
       01  APPROVAL-QUEUE-REC.
           05  APQ-BULLETIN-ID.
               10  APQ-ID-DATE        PIC 9(8).
               10  APQ-ID-TIME        PIC 9(6).
               10  APQ-ID-DASH        PIC X(1).
               10  APQ-ID-SEQ         PIC 9(5).
           05  APQ-STATUS             PIC X(1).
               88  APQ-PENDING                VALUE 'P'.
               88  APQ-APPROVED               VALUE 'A'.
               88  APQ-REJECTED               VALUE 'R'.
               88  APQ-DISTRIBUTED            VALUE 'D'.
               88  APQ-EXPIRED                VALUE 'X'.
               88  APQ-OPEN-FOR-DECISION      VALUE 'P' 'A'.
           05  APQ-SUBMITTER          PIC X(8).
           05  APQ-QUEUED-DATE        PIC 9(8).
           05  APQ-QUEUED-TIME        PIC 9(6).
           05  APQ-INPUT-RECORD.
               10  APQ-KEEPER-TAG     PIC X(6).
               10  APQ-CATEGORY       PIC X(4).
               10  APQ-MSG-TEXT       PIC X(70).
               10  APQ-EFFECTIVE-DATE PIC X(8).
               10  APQ-EXPIRY-DATE    PIC X(8).
           05  APQ-CONT-LINES         PIC 9(1).
           05  APQ-CONT-TEXT          OCCURS 3 TIMES PIC X(70).
           05  APQ-EDITED-FLAG        PIC X(1).
               88  APQ-TEXT-EDITED            VALUE 'Y'.
           05  APQ-APPROVER           PIC X(8).
           05  APQ-DECISION-DATE      PIC 9(8).
           05  APQ-DECISION-TIME      PIC 9(6).
           05  APQ-DECISION-NOTE      PIC X(40).
           05  APQ-ESCALATION-COUNT   PIC 9(3).
           05  APQ-RELEASED-ID        PIC X(20).
           05  APQ-RELEASED-DATE      PIC X(8).
           05  FILLER                 PIC X(6).
