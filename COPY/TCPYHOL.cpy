      ******************************************************
      *   COPY BOOK TCPYHOL (HOLIDAY RECORD ON THE HOLIDAYS
      *   CARD FILE READ BY THE CALNDRSB CALENDAR SERVICE).
      *   ONE RECORD PER NON-WORKING DAY: COUNTRY (THE FIRST
      *   TWO LETTERS OF THE PAY CURRENCY - US, CA, GB; EU
      *   FOR THE EURO SETTLEMENT CALENDAR), REGION ('*' =
      *   THE WHOLE COUNTRY, OR AN EMP-REGION DIGIT FOR A
      *   REGIONAL HOLIDAY), DATE YYYYMMDD AND NAME.
      ******************************************************
       01  HOLIDAY-RECORD.
           05  HL-COUNTRY             PIC X(2).
           05  FILLER                 PIC X(1).
           05  HL-REGION              PIC X(1).
           05  FILLER                 PIC X(1).
           05  HL-DATE                PIC X(8).
           05  FILLER                 PIC X(1).
           05  HL-NAME                PIC X(30).
           05  FILLER                 PIC X(36).
