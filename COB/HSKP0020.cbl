      *
      *      ARCPARM CARD:
      *        COLS  1-8   RETENTION DAYS (ZERO-FILLED)
      *      THE RETENTION CAN BE HELD ON THE PARMREG REGISTRY
      *      INSTEAD (HSKP0020 RETAIN-DAYS, READ THROUGH
      *      PARMLKSB); A REGISTRY VALUE WINS OVER THE CARD.
      *
      *      THE REPORT SHOWS RECORDS READ/RETAINED/PURGED AND
      *      THE OLDEST AND NEWEST KEYS ON FILE SO OPERATIONS
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  26/09/02  ISPW Dave   NEW PROGRAM
      *  26/10/15  ISPW Dave   ARCHIVE RECORD GROWN TO 350 BYTES
      *                        FOR THE RECALL/CORRECTION LINK
      *  26/10/15  ISPW Dave   RETENTION FROM THE PARMREG
      *                        PARAMETER REGISTRY
      * ======================================================

       ENVIRONMENT DIVISION.
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-OLD-REC.

       01  ARCHIVE-OLD-REC       PIC X(350).

       FD  ARC-REPORT
           LABEL RECORDS OMITTED
      ****************************************************
       COPY TCPYERR.

      ****************************************************
      ****    SHARED PARAMETER LOOKUP LINK AREA
      ****************************************************
       COPY TCPYPLK.

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.

           OPEN OUTPUT ARC-REPORT.
           PERFORM 00010-READ-PARM-CARD.
           PERFORM 00015-REGISTRY-PARMS.

      *    FAIL SAFE: WITHOUT A VALID PARM CARD A DEFAULTED
      *    RETENTION WOULD PURGE THE WHOLE LIVE ARCHIVE - DO
      *    NOTHING AND END WITH A NONZERO CONDITION CODE
           IF NOT WS-PARM-VALID
              MOVE 'NO VALID RETENTION' TO WS-RPT-LABEL
              MOVE '- NOTHING PURGED' TO WS-RPT-VALUE
              WRITE ARC-REPORT-RECORD FROM WS-RPT-LINE
              CLOSE ARC-REPORT
              CLOSE ARC-PARM
           END-IF.

      *    A REGISTRY RETENTION WINS OVER THE CARD, UNDER THE SAME
      *    EDIT
       00015-REGISTRY-PARMS.
           MOVE 'HSKP0020' TO PK-PROGRAM.
           MOVE 'RETAIN-DAYS' TO PK-PARM-NAME.
           MOVE 0 TO PK-AS-OF-DATE.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER > 0 AND PK-NUMBER < 100000000
              MOVE PK-NUMBER TO WS-RETAIN-DAYS
              MOVE 'Y' TO WS-PARM-VALID-FLAG
           END-IF.

      *    ONE SEQUENTIAL SWEEP OF THE KSDS IN KEY ORDER:
      *    THE FIRST RECORD IS THE OLDEST KEY, THE LAST THE
      *    NEWEST; RECORDS PAST RETENTION GO TO ARCHOLD AND
