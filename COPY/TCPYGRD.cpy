      ******************************************************
      *   COPY BOOK TCPYGRD (PAY-GRADE RANGE RECORD ON THE
      *   GRADETAB CARD FILE).  ONE RECORD PER GRADE, EMP-TYPE
      *   AND REGION ('*' = EVERY REGION NOT GIVEN ITS OWN
      *   RANGE).  MINIMUM, MIDPOINT AND MAXIMUM ARE 9(5)V99
      *   IMPLIED IN THE SAME UNIT AS THE PAY FIELD OF THE
      *   TYPE: THE HOURLY EMP-RATE, OR THE MONTHLY SALES-
      *   SALARY / MGMT-SALARY.  AN EMPLOYEE'S GRADE IS THE
      *   XEXTEMPF PAY-GRADE.  READ BY WBCI0070 (RANGE
      *   WARNINGS ON MAINTENANCE) AND WBCI0400 (COMPLIANCE).
      ******************************************************
       01  PAY-GRADE-RECORD.
           05  GR-GRADE               PIC X(2).
           05  FILLER                 PIC X(1).
           05  GR-EMP-TYPE            PIC X(1).
           05  FILLER                 PIC X(1).
           05  GR-REGION              PIC X(1).
           05  FILLER                 PIC X(1).
           05  GR-MIN-DIGITS          PIC X(7).
           05  FILLER                 PIC X(1).
           05  GR-MID-DIGITS          PIC X(7).
           05  FILLER                 PIC X(1).
           05  GR-MAX-DIGITS          PIC X(7).
           05  FILLER                 PIC X(50).
