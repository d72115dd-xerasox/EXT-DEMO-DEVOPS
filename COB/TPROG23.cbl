      *      BSTATSB SERVICE MAINTAINS AND PRINTS EVERY
      *      LIFECYCLE EVENT FOR THAT BULLETIN (DISTRIBUTED,
      *      ARCHIVED, EXPIRED, HELD, DUPLICATE, REJECTED,
      *      REPAIRED, REPRINTED, RECALLED) IN EVENT ORDER ON
      *      STARPT.  WHEN THE BULLETIN WAS RECALLED OR
      *      CORRECTED - OR IS ITSELF A RECALL OR CORRECTION -
      *      THE HISTORY OF THE LINKED BULLETIN FOLLOWS.  THE
      *      SAME APPLIES BETWEEN AN APPROVAL QUEUE ITEM AND
      *      THE BULLETIN IT WAS FINALLY RELEASED AS.
      *      ONE REQUEST CARD PER INQUIRY; SEVERAL CARDS MAY
      *      BE STACKED IN ONE RUN.
      *      WITH COPYLIB   TCPYSTA (STATUS RECORD)
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  26/09/02  ISPW Dave   NEW PROGRAM
      *  26/10/15  ISPW Dave   FOLLOW THE RECALL/CORRECTION LINK
      *                        ONE STEP AND LIST THE LINKED
      *                        BULLETIN'S HISTORY AFTER THE ONE
      *                        REQUESTED
      *  26/10/15  ISPW Dave   FOLLOW THE LINK BETWEEN AN
      *                        APPROVAL QUEUE ITEM AND THE
      *                        BULLETIN IT WAS RELEASED AS
      * ======================================================

       ENVIRONMENT DIVISION.
           88  WS-STAT-EOF                      VALUE 'Y'.

       01  WS-WANTED-ID               PIC X(20) VALUE SPACES.
       01  WS-LINKED-ID               PIC X(20) VALUE SPACES.
       01  WS-EVENT-COUNT             PIC 9(5)  VALUE 0.
       01  WS-EVENT-COUNT-EDIT        PIC ZZZZ9.

       01  WS-HISTORY-HEADER.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-HDR-LABEL           PIC X(22).
           05  WS-HDR-BULLETIN-ID     PIC X(20).
           05  FILLER                 PIC X(89) VALUE SPACES.

              GO TO 00010-PROCESS-ONE-REQUEST-X
           END-IF.
           MOVE REQ-BULLETIN-ID TO WS-WANTED-ID.
           MOVE 'LIFE HISTORY BULLETIN ' TO WS-HDR-LABEL.
           PERFORM 00020-PRINT-ONE-HISTORY.
      *    A RECALL OR CORRECTION LINKS TWO BULLETINS - THE
      *    OTHER ONE'S HISTORY IS LISTED TOO, ONE STEP ONLY
           IF WS-LINKED-ID NOT = SPACES
              AND WS-LINKED-ID NOT = REQ-BULLETIN-ID
              MOVE WS-LINKED-ID TO WS-WANTED-ID
              MOVE 'LINKED BULLETIN       ' TO WS-HDR-LABEL
              PERFORM 00020-PRINT-ONE-HISTORY
           END-IF.
       00010-PROCESS-ONE-REQUEST-X.
           EXIT.

           WRITE HISTORY-REC.

           MOVE 0 TO WS-EVENT-COUNT.
           MOVE SPACES TO WS-LINKED-ID.
           MOVE 'N' TO WS-STAT-EOF-FLAG.
           MOVE WS-WANTED-ID TO BST-BULLETIN-ID.
           MOVE ZEROS TO BST-EVENT-DATE.
           MOVE BST-PROGRAM TO WS-DTL-PROGRAM.
           MOVE BST-CATEGORY TO WS-DTL-CATEGORY.
           MOVE BST-TEXT TO WS-DTL-TEXT.
           IF BST-LINK-WITHDRAWN OR BST-LINK-CORRECTED
              OR BST-LINK-RECALL-OF OR BST-LINK-CORRECT-OF
              OR BST-LINK-RELEASED-AS OR BST-LINK-RELEASE-OF
              MOVE BST-LINK-ID TO WS-LINKED-ID
           END-IF.
           MOVE SPACES TO HISTORY-REC.
           MOVE WS-HISTORY-DETAIL TO HISTORY-LINE.
           WRITE HISTORY-REC.
