      ******************************************************
      *   COPY BOOK TCPYSCH (RECURRING BULLETIN SCHEDULE
      *   MASTER, SCHEDMST CARD FILE).  ONE CARD PER
      *   RECURRING BULLETIN: THE TEXT, CATEGORY AND KEEPER
      *   TAG IT IS ISSUED WITH, HOW OFTEN IT FALLS DUE AND
      *   THE DATE RANGE IT IS ACTIVE FOR.  READ BY TPROG29,
      *   WHICH WRITES THE BULLETINS DUE TODAY FOR TPROG17.
      *
      *   RECURRENCE TYPE AND DAY:
      *     D  DAILY           DAY NOT USED
      *     W  WEEKLY          DAY 01-07, 01 = MONDAY
      *     M  MONTHLY         DAY 01-31 OF THE MONTH
      *     Q  QUARTERLY       DAY 01-31 OF THE QUARTER MONTH
      *                        (1 = JAN/APR/JUL/OCT, 2 = FEB/
      *                        MAY/AUG/NOV, 3 = MAR/JUN/SEP/DEC)
      *   DAY 99 MEANS THE LAST DAY OF THE MONTH; A DAY PAST
      *   THE END OF A SHORT MONTH FALLS ON ITS LAST DAY.
      *   END DATE BLANK OR ZERO = NO END.  LIVE DAYS IS HOW
      *   MANY DAYS AFTER THE DUE DATE THE BULLETIN EXPIRES
      *   (BLANK OR ZERO = IT EXPIRES ON THE DUE DATE).
      ******************************************************
       01  SCHEDULE-RECORD.
           05  SCH-ID                 PIC X(8).
           05  FILLER                 PIC X(1).
           05  SCH-TAG                PIC X(6).
           05  FILLER                 PIC X(1).
           05  SCH-CATEGORY           PIC X(4).
           05  FILLER                 PIC X(1).
           05  SCH-RECUR-TYPE         PIC X(1).
               88  SCH-DAILY                  VALUE 'D'.
               88  SCH-WEEKLY                 VALUE 'W'.
               88  SCH-MONTHLY                VALUE 'M'.
               88  SCH-QUARTERLY              VALUE 'Q'.
           05  FILLER                 PIC X(1).
           05  SCH-RECUR-DAY          PIC X(2).
           05  FILLER                 PIC X(1).
           05  SCH-QTR-MONTH          PIC X(1).
           05  FILLER                 PIC X(1).
           05  SCH-START-DATE         PIC X(8).
           05  FILLER                 PIC X(1).
           05  SCH-END-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  SCH-LIVE-DAYS          PIC X(2).
           05  FILLER                 PIC X(1).
           05  SCH-TEXT               PIC X(70).
           05  FILLER                 PIC X(1).
