      ******************************************************
      *   COPY BOOK TCPYEMV (LINK AREA FOR THE SHARED
      *   EMPEDTSB EMPLOYEE-RECORD EDIT SERVICE).  THE
      *   CALLER PASSES THE 120-BYTE XEXTEMPF IMAGE IT IS
      *   ABOUT TO ADD OR CHANGE; THE SERVICE APPLIES THE
      *   MASTER MAINTENANCE FIELD EDITS AND RETURNS THE
      *   FIRST FAILURE IN EV-ERROR (SPACES = CLEAN).  A
      *   CLEAN IMAGE COMES BACK NORMALIZED (A BLANK BANK
      *   EXTENSION BECOMES ZERO ROUTING / NO ACCOUNT).
      *   USED BY THE WBCI0070 BATCH AND THE WBCI0420
      *   ONLINE PATHS SO BOTH EDIT IDENTICALLY.
      ******************************************************
       01  EMPEDIT-AREA.
           05  EV-RECORD              PIC X(120).
           05  EV-ERROR               PIC X(20).
               88  EV-EDITS-PASS      VALUE SPACES.
