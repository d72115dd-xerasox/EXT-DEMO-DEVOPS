      ******************************************************
      *   COPY BOOK TCPYPLK (LINK AREA FOR THE SHARED
      *   PARMLKSB PARAMETER LOOKUP SERVICE).  THE CALLER
      *   GIVES ITS PROGRAM NAME, THE PARAMETER NAME AND THE
      *   DATE THE VALUE IS WANTED FOR (ZERO = TODAY); THE
      *   SERVICE RETURNS THE REGISTRY VALUE IN FORCE ON
      *   THAT DATE AND ITS EFFECTIVE DATE.  WHEN THE VALUE
      *   IS ALL DIGITS (UP TO 9) PK-NUMBER CARRIES IT AND
      *   PK-VALUE-NUMERIC IS ON.
      *     PK-RETURN  SPACE  FOUND
      *                M      NO VALUE IN FORCE ON THE DATE
      *                U      NO PARMREG DD - REGISTRY UNUSABLE
      *   ON M OR U THE CALLER KEEPS ITS CONTROL-CARD VALUE.
      ******************************************************
       01  PARMLK-AREA.
           05  PK-PROGRAM             PIC X(8).
           05  PK-PARM-NAME           PIC X(12).
           05  PK-AS-OF-DATE          PIC 9(8).
           05  PK-VALUE               PIC X(30).
           05  PK-EFF-DATE            PIC 9(8).
           05  PK-NUMBER              PIC 9(9).
           05  PK-NUMERIC-FLAG        PIC X(1).
               88  PK-VALUE-NUMERIC   VALUE 'Y'.
           05  PK-RETURN              PIC X(1).
               88  PK-FOUND           VALUE SPACE.
               88  PK-MISSING         VALUE 'M'.
               88  PK-NO-REGISTRY     VALUE 'U'.
