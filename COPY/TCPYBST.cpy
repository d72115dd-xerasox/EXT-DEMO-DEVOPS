      *     REJT  REJECTED BY THE EDIT PASS    (TSUBR17)
      *     RPRD  REPAIRED AND RESUBMITTED     (TPROG20)
      *     RPRT  REPRINTED FROM THE ARCHIVE   (TPROG18)
      *     RCLL  WITHDRAWN BY A RECALL OR     (TPROG17)
      *           CORRECTION
      *     QUED  HELD FOR EDITORIAL APPROVAL  (TPROG17)
      *     APPR  APPROVED FOR RELEASE         (TPROG26)
      *     APED  EDITED AND APPROVED          (TPROG26)
      *     APRJ  REJECTED BY AN APPROVER      (TPROG26)
      *     ESCL  APPROVAL OVERDUE - ESCALATED (TPROG26)
      *     APRL  APPROVED ITEM DISTRIBUTED    (TPROG17)
      *     BNCE  E-MAIL COPY BOUNCED BY THE   (TPROG28)
      *           MAIL RELAY
      *
      *   WHEN AN EVENT TIES TWO BULLETINS TOGETHER (RECALL,
      *   CORRECTION, RELEASE FROM THE APPROVAL QUEUE)
      *   BS-TEXT CARRIES A LINK LABEL AND THE OTHER
      *   BULLETIN'S ID IN THE BS-LINK LAYOUT SO THE
      *   HISTORY INQUIRY CAN FOLLOW IT.  A TPROG17 'DIST'
      *   EVENT CARRIES THE FEED THE BULLETIN ARRIVED ON
      *   (INPUT, INPUT2 OR PENDIN) IN THE BS-FEED LAYOUT,
      *   AHEAD OF THE START OF ITS TEXT.
      ******************************************************
       01  BULLSTAT-AREA.
           05  BS-BULLETIN-ID         PIC X(20).
           05  BS-PROGRAM             PIC X(8).
           05  BS-CATEGORY            PIC X(4).
           05  BS-TEXT                PIC X(40).
           05  BS-LINK-TEXT REDEFINES BS-TEXT.
               10  BS-LINK-LABEL      PIC X(13).
                   88  BS-LINK-WITHDRAWN    VALUE 'WITHDRAWN BY '.
                   88  BS-LINK-CORRECTED    VALUE 'CORRECTED BY '.
                   88  BS-LINK-RECALL-OF    VALUE 'RECALL OF    '.
                   88  BS-LINK-CORRECT-OF   VALUE 'CORRECTION OF'.
                   88  BS-LINK-RELEASED-AS  VALUE 'RELEASED AS  '.
                   88  BS-LINK-RELEASE-OF   VALUE 'RELEASE OF   '.
               10  FILLER             PIC X(1).
               10  BS-LINK-ID         PIC X(20).
               10  FILLER             PIC X(6).
           05  BS-FEED-TEXT REDEFINES BS-TEXT.
               10  BS-FEED-LABEL      PIC X(5).
                   88  BS-FEED-TAGGED       VALUE 'FEED='.
               10  BS-FEED-NAME       PIC X(8).
               10  FILLER             PIC X(1).
               10  BS-FEED-MSG        PIC X(26).
