      *        COLS 12-19  N
      *        COLS 21-23  DATE COLUMN (RULE 'D')
      *        COLS 25-27  RECORD LENGTH: 006, 080, 082 OR 133
      *
      *      THE RULE, N, DATE COLUMN AND RECORD LENGTH FOR A
      *      TAG CAN BE HELD ON THE PARMREG REGISTRY INSTEAD
      *      (HSKP0010 RUL-<TAG>, LIM-<TAG>, COL-<TAG> AND
      *      LEN-<TAG>, READ THROUGH PARMLKSB); A REGISTRY
      *      VALUE WINS.  THE CARD STILL NAMES THE TAG.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  26/08/23  ISPW Dave   NEW PROGRAM
      *  26/10/15  ISPW Dave   RULE AND LIMITS FROM THE PARMREG
      *                        PARAMETER REGISTRY
      * ======================================================

       ENVIRONMENT DIVISION.
           05  WS-RPT-VALUE      PIC X(30).
           05  FILLER            PIC X(19) VALUE SPACES.

       01  WS-REG-RULE           PIC X(1)  VALUE SPACE.

      ****************************************************
      ****    SHARED PARAMETER LOOKUP LINK AREA
      ****************************************************
       COPY TCPYPLK.

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.

           OPEN OUTPUT HSK-REPORT.
           PERFORM 00010-READ-PARM-CARD.
           IF WS-TAG NOT = SPACES
              PERFORM 00015-REGISTRY-PARMS
           END-IF.

      *    FAIL SAFE: WITHOUT A VALID PARM CARD A DEFAULTED RULE
      *    WOULD ARCHIVE THE WHOLE LIVE DATASET - DO NOTHING AND
      *    END WITH A NONZERO CONDITION CODE INSTEAD
           IF NOT WS-PARM-VALID
              MOVE 'NO VALID HSKPARM RULE' TO WS-RPT-LABEL
              MOVE '- NOTHING TRIMMED' TO WS-RPT-VALUE
              WRITE HSK-REPORT-RECORD FROM WS-RPT-LINE
              CLOSE HSK-REPORT
              CLOSE HSK-PARM
           END-IF.

      *    THE REGISTRY ENTRIES FOR THE CARD'S TAG, UNDER THE SAME
      *    EDITS AS THE CARD - RULE AND LIMIT ONLY TOGETHER
       00015-REGISTRY-PARMS.
           MOVE 'HSKP0010' TO PK-PROGRAM.
           MOVE 0 TO PK-AS-OF-DATE.
           MOVE SPACES TO PK-PARM-NAME.
           STRING 'RUL-' WS-TAG DELIMITED BY SIZE INTO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND
              AND (PK-VALUE = 'R' OR PK-VALUE = 'D')
              MOVE PK-VALUE TO WS-REG-RULE
              MOVE SPACES TO PK-PARM-NAME
              STRING 'LIM-' WS-TAG DELIMITED BY SIZE
                 INTO PK-PARM-NAME
              CALL 'PARMLKSB' USING PARMLK-AREA
              IF PK-FOUND AND PK-VALUE-NUMERIC
                 AND PK-NUMBER > 0 AND PK-NUMBER < 100000000
                 MOVE WS-REG-RULE TO WS-RULE
                 MOVE PK-NUMBER TO WS-LIMIT
                 MOVE 'Y' TO WS-PARM-VALID-FLAG
              END-IF
           END-IF.
           MOVE SPACES TO PK-PARM-NAME.
           STRING 'COL-' WS-TAG DELIMITED BY SIZE INTO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER > 0 AND PK-NUMBER < 1000
              MOVE PK-NUMBER TO WS-DATE-COL
           END-IF.
           MOVE SPACES TO PK-PARM-NAME.
           STRING 'LEN-' WS-TAG DELIMITED BY SIZE INTO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND (PK-NUMBER = 6 OR PK-NUMBER = 80
                   OR PK-NUMBER = 82 OR PK-NUMBER = 133)
              MOVE PK-NUMBER TO WS-LRECL
           END-IF.

      * PASS 1 (RULE 'R'): COUNT THE RECORDS ON FILE
       00020-COUNT-PASS.
           PERFORM 00100-OPEN-INPUT.
