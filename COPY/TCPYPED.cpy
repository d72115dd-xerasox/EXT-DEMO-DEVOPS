      ******************************************************
      *   COPY BOOK TCPYPED (LINK AREA FOR THE SHARED
      *   PRMEDTSB PARAMETER-VALUE EDIT SERVICE).  THE
      *   CALLER MOVES IN THE PARAMETER'S RULE (FROM ITS
      *   TCPYPRL RULE CARD) AND THE VALUE; THE SERVICE
      *   RETURNS THE FIRST FAILURE IN PE-ERROR (SPACES =
      *   CLEAN).  USED BY THE WBCI0570 MAINTENANCE AND THE
      *   WBCI0580 PRE-SCHEDULE CHECK SO BOTH JUDGE A VALUE
      *   THE SAME WAY.
      ******************************************************
       01  PARMEDIT-AREA.
           05  PE-TYPE                PIC X(1).
               88  PE-TYPE-NUMBER     VALUE 'N'.
               88  PE-TYPE-DATE       VALUE 'D'.
               88  PE-TYPE-LIST       VALUE 'L'.
               88  PE-TYPE-TEXT       VALUE 'X'.
           05  PE-MIN                 PIC X(9).
           05  PE-MIN-NUM REDEFINES PE-MIN
                                      PIC 9(9).
           05  PE-MAX                 PIC X(9).
           05  PE-MAX-NUM REDEFINES PE-MAX
                                      PIC 9(9).
           05  PE-ALLOWED             PIC X(30).
           05  PE-VALUE               PIC X(30).
           05  PE-ERROR               PIC X(25).
               88  PE-VALUE-VALID     VALUE SPACES.
