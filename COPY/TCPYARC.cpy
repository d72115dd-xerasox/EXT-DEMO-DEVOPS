      *   AND THE REST IN ARCH-CONT-TEXT.  RECORDS ARCHIVED
      *   BEFORE THE CONTINUATION SUPPORT CARRY SPACES IN
      *   ARCH-LINE-COUNT AND ARE SINGLE-LINE BULLETINS.
      *   A RECALLED OR CORRECTED BULLETIN IS MARKED IN
      *   ARCH-RECALL-STATUS WITH THE DATE IT WAS WITHDRAWN,
      *   AND ARCH-LINK-KEY POINTS AT THE NOTICE OR
      *   CORRECTION THAT WITHDREW IT; THE NOTICE OR
      *   CORRECTION POINTS BACK AT THE ORIGINAL THE SAME
      *   WAY.  RECORDS ARCHIVED BEFORE RECALL SUPPORT CARRY
      *   SPACES IN ALL THREE FIELDS.
      ******************************************************
       01  ARCHIVE-REC.
           05  ARCH-BULLETIN-KEY.
           05  ARCH-LINE-COUNT       PIC 9(2).
           05  ARCH-CONT-TEXT        OCCURS 3 TIMES PIC X(70).
           05  FILLER                PIC X(9).
           05  ARCH-RECALL-STATUS    PIC X(1).
               88  ARCH-LIVE                VALUE SPACE.
               88  ARCH-WITHDRAWN           VALUE 'W'.
               88  ARCH-SUPERSEDED          VALUE 'S'.
               88  ARCH-RECALL-NOTICE       VALUE 'N'.
               88  ARCH-CORRECTION          VALUE 'C'.
           05  ARCH-LINK-KEY         PIC X(19).
           05  ARCH-RECALL-DATE      PIC X(8).
           05  FILLER                PIC X(2).
