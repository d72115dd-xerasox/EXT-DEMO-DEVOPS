      ******************************************************
      *   COPY BOOK TCPYORG (REPORTING RELATIONSHIP RECORD
      *   ON THE KEYED ORGREL DATASET).  ONE RECORD PER
      *   EMPLOYEE NAMING THE EMP-NUM OF THE SUPERVISOR THEY
      *   REPORT TO; ZERO MEANS THE TOP OF THE ORGANIZATION.
      *   OR-SUPV-NUM TAKES EFFECT ON OR-EFF-DATE - UNTIL
      *   THEN OR-PRIOR-SUPV IS STILL THE SUPERVISOR, SO A
      *   MOVE CAN BE KEYED AHEAD OF TIME.  MAINTAINED BY
      *   WBCI0490 AND REPORTED BY WBCI0500.
      ******************************************************
       01  REPORTS-TO-RECORD.
           05  OR-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(1).
           05  OR-SUPV-NUM            PIC 9(5).
           05  FILLER                 PIC X(1).
           05  OR-EFF-DATE            PIC 9(8).
           05  FILLER                 PIC X(1).
           05  OR-PRIOR-SUPV          PIC 9(5).
           05  FILLER                 PIC X(1).
           05  OR-LAST-CHANGED        PIC 9(8).
           05  FILLER                 PIC X(45).
