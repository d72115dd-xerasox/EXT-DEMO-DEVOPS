      ******************************************************
      *   COPY BOOK TCPYACL (LINK AREA FOR THE SHARED
      *   ACCLOGSB SENSITIVE-DATA ACCESS LOG SERVICE).  EVERY
      *   INQUIRY AND STATEMENT PROGRAM CALLS IT ONCE PER
      *   EMPLOYEE IT IS ABOUT TO DISPLAY, WITH THE OPERATOR
      *   FROM ITS PARAMETER CARD.  THE SERVICE CHECKS THE
      *   OPERATOR AGAINST AUTHTAB AND LOGS THE ACCESS ON
      *   ACCLOG FOR THE WBCI0560 WEEKLY ACCESS REVIEW:
      *     A  AUTHORIZED - ON AUTHTAB, PRINT THE EMPLOYEE
      *     N  REFUSED    - BLANK OR NOT ON AUTHTAB, OR THE
      *                     ACCESS COULD NOT BE LOGGED; THE
      *                     CALLER PRINTS NOTHING FOR THEM
      *     U  UNCHECKED  - NO AUTHTAB DD (THE OLD OPEN-
      *                     DOOR BEHAVIOR), LOGGED ANYWAY
      ******************************************************
       01  ACCLOG-AREA.
           05  AL-PROGRAM             PIC X(8).
           05  AL-OPERATOR            PIC X(8).
           05  AL-EMP-NUM             PIC X(5).
           05  AL-RESULT              PIC X(1).
               88  AL-AUTHORIZED      VALUE 'A'.
               88  AL-REFUSED         VALUE 'N'.
               88  AL-UNCHECKED       VALUE 'U'.
               88  AL-MAY-DISPLAY     VALUE 'A' 'U'.
