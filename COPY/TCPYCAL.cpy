      ******************************************************
      *   COPY BOOK TCPYCAL (LINK AREA FOR THE SHARED
      *   CALNDRSB BUSINESS-DAY CALENDAR SERVICE).  SATURDAY
      *   AND SUNDAY ARE NEVER BUSINESS DAYS; THE HOLIDAYS
      *   COME FROM THE HOLIDAYS TABLE (TCPYHOL) FOR THE
      *   COUNTRY AND REGION GIVEN.  FUNCTIONS:
      *     B  IS CL-DATE-1 A BUSINESS DAY - CL-BUSINESS-FLAG
      *        AND, WHEN IT IS NOT, CL-HOLIDAY-NAME
      *     N  FIRST BUSINESS DAY AFTER CL-DATE-1
      *     P  LAST BUSINESS DAY BEFORE CL-DATE-1
      *        (N AND P RETURN CL-RESULT-DATE)
      *     C  BUSINESS DAYS FROM CL-DATE-1 TO CL-DATE-2 -
      *        THOSE AFTER DATE-1 UP TO AND INCLUDING DATE-2,
      *        NEGATIVE WHEN DATE-2 IS THE EARLIER DATE
      *        (CL-DAY-COUNT)
      *   CL-RETURN IS SPACE WHEN THE ANSWER IS GOOD.  WITH
      *   NO HOLIDAYS DD ONLY WEEKENDS ARE NON-BUSINESS DAYS
      *   AND CL-HOLIDAYS-LOADED IS OFF.
      ******************************************************
       01  CALNDR-AREA.
           05  CL-FUNCTION            PIC X(1).
               88  CL-FN-IS-BUSINESS  VALUE 'B'.
               88  CL-FN-NEXT         VALUE 'N'.
               88  CL-FN-PREVIOUS     VALUE 'P'.
               88  CL-FN-COUNT        VALUE 'C'.
           05  CL-COUNTRY             PIC X(2).
           05  CL-REGION              PIC X(1).
           05  CL-DATE-1              PIC 9(8).
           05  CL-DATE-2              PIC 9(8).
           05  CL-RESULT-DATE         PIC 9(8).
           05  CL-DAY-COUNT           PIC S9(7).
           05  CL-BUSINESS-FLAG       PIC X(1).
               88  CL-BUSINESS-DAY    VALUE 'Y'.
           05  CL-HOLIDAY-NAME        PIC X(30).
           05  CL-RETURN              PIC X(1).
               88  CL-OK              VALUE SPACE.
               88  CL-BAD-DATE        VALUE 'D'.
               88  CL-BAD-FUNCTION    VALUE 'F'.
           05  CL-TABLE-FLAG          PIC X(1).
               88  CL-HOLIDAYS-LOADED VALUE 'Y'.
