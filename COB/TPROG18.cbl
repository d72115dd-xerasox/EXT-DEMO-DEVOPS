      *      BULLETIN ARCHIVE (BULLARCH) WRITTEN BY TPROG17,
      *      ON DEMAND, WITHOUT TOUCHING THE DAILY RUN
      *
      *      EACH REQUEST CARD ON REQCARD SELECTS EITHER A
      *      SINGLE BULLETIN BY ITS FULL ARCHIVE KEY OR A RANGE
      *      OF RUN DATES; SEVERAL CARDS MAY BE STACKED
      *
      *      WITH COPYLIB   TCPYA17   (PRINT LINES)
      * ======================================================
      *                        LINE BULLETIN (CONTINUATION
      *                        LINES CARRIED ON THE EXTENDED
      *                        TCPYARC ARCHIVE RECORD)
      *  26/10/15  ISPW Dave   SHOW THE RECALL/CORRECTION LINK
      *                        UNDER EVERY WITHDRAWN, RECALL OR
      *                        CORRECTION BULLETIN; A SINGLE
      *                        REQUEST ALSO REPRINTS THE LINKED
      *                        BULLETIN SO BOTH ARE SEEN TOGETHER
      *  26/10/15  ISPW Dave   PROCESS EVERY CARD ON REQCARD, NOT
      *                        JUST THE FIRST, SO THE SRCHKEYS
      *                        HIT LIST FROM THE TPROG24 ARCHIVE
      *                        SEARCH CAN BE REPRINTED IN ONE RUN
      * ======================================================

       ENVIRONMENT DIVISION.
           05  WS-ARCH-TAG-OUT        PIC X(6).
           05  FILLER                 PIC X(45) VALUE SPACES.

      ****************************************************
      ****    THE LINKED BULLETIN OF A RECALL/CORRECTION,
      ****    REBUILT FROM ARCH-LINK-KEY IN BULLETIN-ID FORM
      ****************************************************
       01  WS-LINK-KEY.
           05  WS-LINK-KEY-DATE       PIC X(8).
           05  WS-LINK-KEY-TIME       PIC X(6).
           05  WS-LINK-KEY-SEQ        PIC X(5).

       01  WS-LINK-BULLETIN-ID.
           05  WS-LINK-ID-DATE        PIC X(8).
           05  WS-LINK-ID-TIME        PIC X(6).
           05  FILLER                 PIC X(1)  VALUE '-'.
           05  WS-LINK-ID-SEQ         PIC X(5).

      ****************************************************
      ****    THE DATA AREA COPYBOOK (PRINT LINES)
      ****************************************************
              END-READ
           END-IF.

           IF WS-REQ-EOF
              MOVE SPACES TO BODY-TEXT
              STRING '*** NO RETRIEVAL REQUEST CARD SUPPLIED ***'
                     DELIMITED BY SIZE INTO BODY-TEXT
              MOVE SPACES TO FILTER
              MOVE BODY-LINE TO REPRINT-REC
              WRITE REPRINT-REC
           ELSE
              OPEN INPUT BULLETIN-ARCHIVE
              IF WS-ARCH-STATUS NOT = '00'
                 MOVE SPACES TO BODY-TEXT
                 STRING '*** BULLETIN ARCHIVE NOT AVAILABLE, '
                        'STATUS ' WS-ARCH-STATUS ' ***'
                        DELIMITED BY SIZE INTO BODY-TEXT
                 MOVE SPACES TO FILTER
                 MOVE BODY-LINE TO REPRINT-REC
                 WRITE REPRINT-REC
              ELSE
                 PERFORM 00005-PROCESS-ONE-CARD
                    UNTIL WS-REQ-EOF
                 CLOSE BULLETIN-ARCHIVE
              END-IF
           END-IF.

           PERFORM 00080-PRINT-TRAILER.

           CLOSE REQUEST-FILE.
           CLOSE REPRINT-FILE.
           GOBACK.

      *    EVERY CARD ON REQCARD IS ONE REQUEST; A BLANK CARD
      *    IS PASSED OVER
       00005-PROCESS-ONE-CARD.
           EVALUATE TRUE
              WHEN REQUEST-REC = SPACES
                 CONTINUE
              WHEN NOT REQ-SINGLE AND NOT REQ-RANGE
                 MOVE SPACES TO BODY-TEXT
                 STRING '*** UNKNOWN REQUEST MODE: ' REQ-MODE
                 MOVE BODY-LINE TO REPRINT-REC
                 WRITE REPRINT-REC
              WHEN OTHER
                 PERFORM 00010-PROCESS-REQUEST
           END-EVALUATE.
           READ REQUEST-FILE
              AT END MOVE 'Y' TO WS-REQ-EOF-FLAG
           END-READ.

       00010-PROCESS-REQUEST.
           IF REQ-SINGLE
                 END-WRITE
              NOT INVALID KEY
                 PERFORM 00050-REPRINT-BULLETIN
                 PERFORM 00025-REPRINT-LINKED
           END-READ.

      *    A SINGLE REQUEST FOR A RECALLED OR CORRECTED
      *    BULLETIN ALSO REPRINTS THE ONE IT IS LINKED TO, SO
      *    THE ORIGINAL AND ITS CORRECTION ARE SEEN TOGETHER
       00025-REPRINT-LINKED.
           IF NOT ARCH-LIVE
              AND ARCH-LINK-KEY NOT = SPACES
              MOVE ARCH-LINK-KEY TO ARCH-BULLETIN-KEY
              READ BULLETIN-ARCHIVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM 00050-REPRINT-BULLETIN
              END-READ
           END-IF.

       00030-RETRIEVE-RANGE.
           MOVE 'N' TO WS-ARCH-EOF-FLAG.
           MOVE REQ-FROM-DATE TO ARCH-RUN-DATE.
           MOVE ZEROS TO ARCH-RUN-TIME.
           MOVE ZEROS TO ARCH-MSG-SEQ.
                 VARYING WS-CONT-IDX FROM 1 BY 1
                 UNTIL WS-CONT-IDX > WS-CONT-MAX
           END-IF.
           IF NOT ARCH-LIVE
              AND ARCH-LINK-KEY NOT = SPACES
              PERFORM 00056-REPRINT-LINK-LINE
           END-IF.
           MOVE SPACES TO BULLETIN-ID-OUT.

           MOVE STAR-LINE-1 TO REPRINT-REC.
           MOVE BODY-LINE TO REPRINT-REC.
           WRITE REPRINT-REC.

       00056-REPRINT-LINK-LINE.
           MOVE ARCH-LINK-KEY TO WS-LINK-KEY.
           MOVE WS-LINK-KEY-DATE TO WS-LINK-ID-DATE.
           MOVE WS-LINK-KEY-TIME TO WS-LINK-ID-TIME.
           MOVE WS-LINK-KEY-SEQ TO WS-LINK-ID-SEQ.
           MOVE SPACES TO BODY-TEXT.
           EVALUATE TRUE
              WHEN ARCH-WITHDRAWN
                 STRING '*** WITHDRAWN ' ARCH-RECALL-DATE
                        ' - SEE RECALL ' WS-LINK-BULLETIN-ID
                        ' ***' DELIMITED BY SIZE INTO BODY-TEXT
              WHEN ARCH-SUPERSEDED
                 STRING '*** WITHDRAWN ' ARCH-RECALL-DATE
                        ' - CORRECTED BY ' WS-LINK-BULLETIN-ID
                        ' ***' DELIMITED BY SIZE INTO BODY-TEXT
              WHEN ARCH-CORRECTION
                 STRING '*** CORRECTION OF BULLETIN '
                        WS-LINK-BULLETIN-ID
                        ' ***' DELIMITED BY SIZE INTO BODY-TEXT
              WHEN OTHER
                 STRING '*** RECALL OF BULLETIN '
                        WS-LINK-BULLETIN-ID
                        ' ***' DELIMITED BY SIZE INTO BODY-TEXT
           END-EVALUATE.
           MOVE BODY-LINE TO REPRINT-REC.
           WRITE REPRINT-REC.

       00080-PRINT-TRAILER.
           MOVE SPACES TO CC.
           MOVE WS-REPRINT-COUNT TO WS-REPRINT-COUNT-EDIT.
