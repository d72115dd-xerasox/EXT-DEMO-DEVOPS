       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPEDTSB.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * SHARED EMPLOYEE-RECORD EDIT SERVICE.
      *      THE FIELD EDITS AN EMPLOYEE MASTER ADD OR
      *      CHANGE MUST PASS, HELD IN ONE PLACE SO THE
      *      WBCI0070 BATCH MAINTENANCE AND THE WBCI0420
      *      ONLINE UPDATE CANNOT DRIFT APART: NUMERIC
      *      EMP-NUM, VALID EMP-TYPE (H/S/M/C) AND REGION
      *      (1-5), NUMERIC HIRE DATE AND ZIP, NUMERIC BANK
      *      ROUTING WITH AN ACCOUNT WHEN ONE IS GIVEN,
      *      VALID STATUS WITH A DATE FOR L/T, AND A COST
      *      CENTER THAT IS NOT BLANK-LEADING.
      *      NO FILE I/O - SAFE TO CALL FROM CICS.
      *      WITH COPYLIB   TCPYEMV (LINKAGE AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  26/10/15  ISPW Dave   NEW PROGRAM
      * ======================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       LINKAGE SECTION.
      ********************************************************
      **** A COPY MEMBER FOR THE LINKAGE AREA
      ********************************************************
       COPY TCPYEMV.

       PROCEDURE DIVISION USING EMPEDIT-AREA.

       00000-MAIN-PROCEDURE.

           MOVE EV-RECORD TO WS-EMPLOYEE-RECORD.
           MOVE SPACES TO EV-ERROR.
           EVALUATE TRUE
              WHEN WS-EMPLOYEE-RECORD(1:5) NOT NUMERIC
                 MOVE 'EMP-NUM NOT NUMERIC' TO EV-ERROR
              WHEN WS-EMP-TYPE NOT = 'H' AND WS-EMP-TYPE NOT = 'S'
                 AND WS-EMP-TYPE NOT = 'M' AND WS-EMP-TYPE NOT = 'C'
                 MOVE 'INVALID EMP-TYPE' TO EV-ERROR
              WHEN WS-EMP-REGION NOT NUMERIC
                 MOVE 'INVALID EMP-REGION' TO EV-ERROR
              WHEN WS-EMP-REGION < 1 OR WS-EMP-REGION > 5
                 MOVE 'INVALID EMP-REGION' TO EV-ERROR
              WHEN WS-EMP-HIRE-DATE NOT NUMERIC
                 MOVE 'HIRE DATE NOT NUMERIC' TO EV-ERROR
              WHEN WS-EMP-ZIP5 NOT NUMERIC
                 MOVE 'ZIP NOT NUMERIC' TO EV-ERROR
              WHEN WS-EMP-ZIP4 NOT NUMERIC
                 MOVE 'ZIP NOT NUMERIC' TO EV-ERROR
              WHEN WS-BANK-ROUTING NOT NUMERIC
                 AND WS-BANK-ROUTING(1:9) NOT = SPACES
                 MOVE 'ROUTING NOT NUMERIC' TO EV-ERROR
              WHEN WS-BANK-ROUTING NUMERIC
                 AND WS-BANK-ROUTING > 0
                 AND WS-BANK-ACCOUNT = SPACES
                 MOVE 'BANK ACCOUNT MISSING' TO EV-ERROR
              WHEN WS-EMP-STATUS NOT = 'A'
                 AND WS-EMP-STATUS NOT = 'L'
                 AND WS-EMP-STATUS NOT = 'T'
                 AND WS-EMP-STATUS NOT = SPACE
                 MOVE 'INVALID EMP-STATUS' TO EV-ERROR
              WHEN (WS-EMP-STATUS = 'L' OR WS-EMP-STATUS = 'T')
                 AND WS-STATUS-DATE NOT NUMERIC
                 MOVE 'STATUS DATE INVALID' TO EV-ERROR
              WHEN WS-COST-CENTER(1:1) = SPACE
                 AND WS-COST-CENTER NOT = SPACES
                 MOVE 'INVALID COST CENTER' TO EV-ERROR
           END-EVALUATE.
      *    A BLANK EXTENSION AREA ON AN OLD-FORMAT CARD MEANS
      *    NO DIRECT DEPOSIT - NORMALIZE IT TO ZERO ROUTING
           IF EV-EDITS-PASS
              AND WS-BANK-ROUTING(1:9) = SPACES
              MOVE ZEROS TO WS-BANK-ROUTING
              MOVE SPACES TO WS-BANK-ACCOUNT
           END-IF.
           MOVE WS-EMPLOYEE-RECORD TO EV-RECORD.
           GOBACK.
