      ******************************************************
      *   COPY BOOK TCPYPRL (RULE CARD ON THE PARMRULE
      *   FILE).  ONE CARD PER REGISTRY PARAMETER SAYING
      *   WHAT A GOOD VALUE LOOKS LIKE.  WBCI0570 WILL NOT
      *   STORE A VALUE FOR A PARAMETER WITHOUT A RULE OR
      *   ONE THAT BREAKS ITS RULE; WBCI0580 RE-CHECKS EVERY
      *   PARAMETER FLAGGED REQUIRED BEFORE THE NIGHT RUNS.
      *     TYPE  N  UNSIGNED WHOLE NUMBER, UP TO 9 DIGITS
      *           D  DATE YYYYMMDD
      *           L  ONE OF THE '/'-SEPARATED ALLOWED VALUES
      *           X  ANY NON-BLANK TEXT
      *     MIN/MAX  9 DIGITS ZERO-FILLED, BLANK = NO LIMIT
      *              (TYPES N AND D)
      *     REQUIRED 'Y' = THE NIGHTLY SCHEDULE NEEDS IT
      ******************************************************
       01  PARM-RULE-RECORD.
           05  RL-PROGRAM             PIC X(8).
           05  FILLER                 PIC X(1).
           05  RL-PARM-NAME           PIC X(12).
           05  FILLER                 PIC X(1).
           05  RL-TYPE                PIC X(1).
           05  FILLER                 PIC X(1).
           05  RL-REQUIRED            PIC X(1).
               88  RL-NIGHTLY         VALUE 'Y'.
           05  FILLER                 PIC X(1).
           05  RL-MIN                 PIC X(9).
           05  FILLER                 PIC X(1).
           05  RL-MAX                 PIC X(9).
           05  FILLER                 PIC X(1).
           05  RL-ALLOWED             PIC X(30).
           05  FILLER                 PIC X(4).
