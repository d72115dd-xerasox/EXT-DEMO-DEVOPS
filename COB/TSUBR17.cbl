      *                        CATEGORY WHITELIST CHECK SINCE
      *                        ONLY THE PRIMARY RECORD CARRIES
      *                        THE CATEGORY
      *  26/10/15  ISPW Dave   ACCEPT THE '<RCLL>' RECALL AND
      *                        '<CORR>' CORRECTION TAGS; BOTH
      *                        SKIP THE CATEGORY CHECK AND ARE
      *                        REJECTED E6 WHEN THE REFERENCED
      *                        BULLETIN ID IS NOT WELL FORMED
      *  26/10/15  ISPW Dave   TELL THE CALLER WHICH FILE AN
      *                        ACCEPTED RECORD CAME FROM (USED
      *                        AS THE SUBMITTER ON THE EDITORIAL
      *                        APPROVAL QUEUE)
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ****  EDIT-PASS REASON CODES:
      ****    E1 BLANK RECORD       E2 INVALID KEEPER TAG
      ****    E3 UNKNOWN CATEGORY   E4 NON-PRINTABLE TEXT
      ****    E5 INVALID DATE FIELD E6 INVALID BULLETIN ID
      ******************************************************
       01   WS-EDIT-REASON       PIC X(2) VALUE SPACES.
            88  WS-RECORD-CLEAN  VALUE '  '.
            05  WS-CAND-EFF-DATE PIC X(8).
            05  WS-CAND-EXP-DATE PIC X(8).

      *    A RECALL OR CORRECTION NAMES THE ORIGINAL BULLETIN
      *    IN THE FIRST 20 BYTES AFTER THE TAG
       01   WS-CAND-RECALL REDEFINES WS-CAND-FIELDS.
            05  FILLER           PIC X(6).
            05  WS-CAND-REF-DATE PIC X(8).
            05  WS-CAND-REF-TIME PIC X(6).
            05  WS-CAND-REF-DASH PIC X(1).
            05  WS-CAND-REF-SEQ  PIC X(5).
            05  FILLER           PIC X(70).

       01   WS-SCAN-IDX          PIC 9(3) VALUE 0.

       01   WS-REASON-COUNTS.
            05  WS-REJ-E3-COUNT  PIC 9(5) VALUE 0.
            05  WS-REJ-E4-COUNT  PIC 9(5) VALUE 0.
            05  WS-REJ-E5-COUNT  PIC 9(5) VALUE 0.
            05  WS-REJ-E6-COUNT  PIC 9(5) VALUE 0.

       01   WS-DQ-LINE.
            05  WS-DQ-REASON     PIC X(2).
                   00160-EDIT-CANDIDATE-X.
           IF WS-RECORD-CLEAN
              MOVE WS-CANDIDATE-REC TO INCOMING-DATA
              IF READING-INFILE2
                 MOVE 'INPUT2' TO BULL-INPUT-SOURCE
              ELSE
                 MOVE 'INPUT' TO BULL-INPUT-SOURCE
              END-IF
              MOVE 'Y' TO WS-RECORD-ACCEPTED-FLAG
           ELSE
              PERFORM 00200-REJECT-RECORD
              AND WS-CAND-TAG NOT = '<KEEP>'
              AND WS-CAND-TAG NOT = '<URGT>'
              AND WS-CAND-TAG NOT = '<CONT>'
              AND WS-CAND-TAG NOT = '<RCLL>'
              AND WS-CAND-TAG NOT = '<CORR>'
              MOVE 'E2' TO WS-EDIT-REASON
              ADD 1 TO WS-REJ-E2-COUNT
              GO TO 00160-EDIT-CANDIDATE-X
           END-IF.

      *    A RECALL OR CORRECTION TAKES ITS CATEGORY FROM THE
      *    ORIGINAL BULLETIN, SO ONLY THE REFERENCED ID IS
      *    EDITED HERE
           IF WS-CAND-TAG = '<RCLL>' OR WS-CAND-TAG = '<CORR>'
              IF WS-CAND-REF-DATE NOT NUMERIC
                 OR WS-CAND-REF-TIME NOT NUMERIC
                 OR WS-CAND-REF-DASH NOT = '-'
                 OR WS-CAND-REF-SEQ NOT NUMERIC
                 MOVE 'E6' TO WS-EDIT-REASON
                 ADD 1 TO WS-REJ-E6-COUNT
                 GO TO 00160-EDIT-CANDIDATE-X
              END-IF
           END-IF.

      *    ONLY THE PRIMARY RECORD OF A MULTI-LINE BULLETIN
      *    CARRIES THE CATEGORY - CONTINUATIONS SKIP THE CHECK
           IF WS-CAND-TAG NOT = '<CONT>'
              AND WS-CAND-TAG NOT = '<RCLL>'
              AND WS-CAND-TAG NOT = '<CORR>'
              MOVE 0 TO WS-CAT-FOUND
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                      UNTIL WS-CAT-IDX > WS-VALID-CAT-COUNT
           MOVE 'INVALID DATE FIELD' TO WS-DQ-DESC.
           MOVE WS-REJ-E5-COUNT TO WS-DQ-COUNT.
           WRITE DATA-QUALITY-REC FROM WS-DQ-LINE.
           MOVE 'E6' TO WS-DQ-REASON.
           MOVE 'INVALID BULLETIN ID' TO WS-DQ-DESC.
           MOVE WS-REJ-E6-COUNT TO WS-DQ-COUNT.
           WRITE DATA-QUALITY-REC FROM WS-DQ-LINE.
           CLOSE DATA-QUALITY-FILE.
