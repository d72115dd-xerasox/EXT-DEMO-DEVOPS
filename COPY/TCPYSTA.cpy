      *   THE BSTATSB SERVICE AND READ BY THE TPROG23
      *   LIFE-HISTORY INQUIRY).  ONE RECORD PER EVENT; THE
      *   EVENT SEQUENCE KEEPS TWO EVENTS STAMPED IN THE
      *   SAME SECOND FROM COLLIDING.  A RECALL, CORRECTION
      *   OR APPROVAL-RELEASE EVENT CARRIES THE LINKED BULLETIN'S ID
      *   IN THE BST-LINK LAYOUT OF THE EVENT TEXT; A
      *   DISTRIBUTION EVENT CARRIES THE FEED THE BULLETIN
      *   ARRIVED ON IN THE BST-FEED LAYOUT.
      ******************************************************
       01  STATUS-REC.
           05  BST-STATUS-KEY.
           05  BST-PROGRAM           PIC X(8).
           05  BST-CATEGORY          PIC X(4).
           05  BST-TEXT              PIC X(40).
           05  BST-LINK-TEXT REDEFINES BST-TEXT.
               10  BST-LINK-LABEL    PIC X(13).
                   88  BST-LINK-WITHDRAWN   VALUE 'WITHDRAWN BY '.
                   88  BST-LINK-CORRECTED   VALUE 'CORRECTED BY '.
                   88  BST-LINK-RECALL-OF   VALUE 'RECALL OF    '.
                   88  BST-LINK-CORRECT-OF  VALUE 'CORRECTION OF'.
                   88  BST-LINK-RELEASED-AS VALUE 'RELEASED AS  '.
                   88  BST-LINK-RELEASE-OF  VALUE 'RELEASE OF   '.
               10  FILLER            PIC X(1).
               10  BST-LINK-ID       PIC X(20).
               10  FILLER            PIC X(6).
           05  BST-FEED-TEXT REDEFINES BST-TEXT.
               10  BST-FEED-LABEL    PIC X(5).
                   88  BST-FEED-TAGGED      VALUE 'FEED='.
               10  BST-FEED-NAME     PIC X(8).
               10  FILLER            PIC X(1).
               10  BST-FEED-MSG      PIC X(26).
           05  FILLER                PIC X(7).
