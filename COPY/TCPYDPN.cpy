      ******************************************************
      *   COPY BOOK TCPYDPN (DEPENDENT RECORD ON THE KEYED
      *   DEPNMSTR DATASET).  ONE RECORD PER DEPENDENT OF AN
      *   EMPLOYEE, KEYED BY EMPLOYEE AND A TWO-DIGIT
      *   SEQUENCE.  MAINTAINED BY THE WBCI0380 ENROLLMENT
      *   RUN.  A REMOVED DEPENDENT STAYS ON FILE WITH STATUS
      *   'R' AND THE DATE REMOVED, SO THE HISTORY OF WHO WAS
      *   COVERED IS KEPT; ONLY STATUS 'A' DEPENDENTS COUNT
      *   TOWARD A SPOUSE, CHILDREN OR FAMILY TIER.
      ******************************************************
       01  DEPENDENT-RECORD.
           05  DP-KEY.
               10  DP-EMP-NUM         PIC 9(5).
               10  DP-SEQ             PIC 9(2).
           05  DP-RELATION            PIC X(1).
               88  DP-SPOUSE          VALUE 'S'.
               88  DP-CHILD           VALUE 'C'.
               88  DP-VALID-RELATION  VALUE 'S' 'C'.
           05  DP-NAME                PIC X(20).
           05  DP-BIRTH-DATE          PIC 9(8).
           05  DP-STATUS              PIC X(1).
               88  DP-ACTIVE          VALUE 'A'.
               88  DP-REMOVED         VALUE 'R'.
           05  DP-ADDED-DATE          PIC 9(8).
           05  DP-REMOVED-DATE        PIC 9(8).
           05  FILLER                 PIC X(27).
