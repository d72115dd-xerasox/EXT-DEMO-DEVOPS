      *                        DISPOSITION AT END.  BULLETIN
      *                        IDS KEEP THEIR DATE-TIME-SEQ
      *                        FORM - THAT IS THE BULLARCH KEY
      *  26/10/15  ISPW Dave   RECALL ('<RCLL>') AND CORRECTION
      *                        ('<CORR>') RECORDS NAME AN EARLIER
      *                        BULLETIN ID: THE BULLARCH ENTRY IS
      *                        MARKED WITHDRAWN, AN 'RCLL' EVENT
      *                        IS LOGGED AND A WITHDRAWN NOTICE
      *                        GOES TO THE SAME CATEGORY FILES AS
      *                        THE ORIGINAL.  A CORRECTION CARRIES
      *                        ITS REPLACEMENT TEXT ON '<CONT>'
      *                        RECORDS AND IS ARCHIVED LINKED TO
      *                        THE BULLETIN IT REPLACES
      *  26/10/15  ISPW Dave   EDITORIAL APPROVAL: A CATEGORY
      *                        FLAGGED 'A' (COL 8) ON ROUTEFIL IS
      *                        NOT DISTRIBUTED BUT QUEUED ON THE
      *                        KEYED APPRQUE DATASET WITH ITS
      *                        SUBMITTER ('QUED' EVENT).  ITEMS
      *                        APPROVED THROUGH TPROG26 ARE
      *                        DISTRIBUTED AT THE START OF THE
      *                        NEXT FRESH RUN UNDER A NEW
      *                        BULLETIN ID LINKED TO THE QUEUE ID
      *                        ('APRL' EVENTS)
      *  26/10/15  ISPW Dave   THE CATEGORY-FILE COPY OF EVERY
      *                        LINE OF AN URGENT BULLETIN CARRIES
      *                        THE '<URGT>' TAG IN FILTER COLUMNS
      *                        25-30 FOR THE TPROG21 DIGESTS
      *  26/10/15  ISPW Dave   THE 'DIST' STATUS EVENT CARRIES
      *                        THE FEED THE BULLETIN ARRIVED ON
      *                        (BS-FEED LAYOUT) FOR THE TPROG27
      *                        SERVICE-LEVEL TIMINGS
      * ======================================================

       ENVIRONMENT DIVISION.
             RECORD KEY IS ARCH-BULLETIN-KEY
             FILE STATUS IS WS-ARCH-STATUS.

           SELECT APPROVAL-QUEUE ASSIGN APPRQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS APQ-BULLETIN-ID
             FILE STATUS IS WS-APPRQ-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  ROUTE-CATEGORY        PIC X(4).
           05  FILLER                PIC X(1).
           05  ROUTE-DEST            PIC X(1).
           05  FILLER                PIC X(1).
           05  ROUTE-APPROVAL        PIC X(1).
               88  ROUTE-APPROVAL-REQUIRED      VALUE 'A'.
           05  FILLER                PIC X(72).

       FD  DUPLICATE-LOG
           LABEL RECORDS OMITTED

       COPY TCPYARC.

       FD  APPROVAL-QUEUE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS APPROVAL-QUEUE-REC.

       COPY TCPYAPQ.


       WORKING-STORAGE SECTION.


       01  WS-HELD-MSG                PIC X(96).
       01  WS-NEW-MSG                 PIC X(96).
       01  WS-HELD-SOURCE             PIC X(8).
       01  WS-NEW-SOURCE              PIC X(8).

      *    DISPOSITION OF THE MOST RECENT PRIMARY RECORD, SO
      *    A CONTINUATION CAN FOLLOW ITS BULLETIN TO PENDING

      ****************************************************
      ****    DATA-DRIVEN ROUTING TABLE (FROM ROUTEFIL).
      ****    CATEGORY '****' NAMES THE DEFAULT DESTINATION.
      ****    APPROVAL 'A' HOLDS THE CATEGORY FOR EDITORIAL
      ****    APPROVAL ON APPRQUE INSTEAD OF DISTRIBUTING IT
      ****************************************************
       01  WS-ROUTEFIL-EOF-FLAG       PIC X(1)  VALUE 'N'.
           88  WS-ROUTEFIL-EOF                  VALUE 'Y'.
           05  WS-ROUTE-ENTRY         OCCURS 50 TIMES.
               10  WS-RTE-CATEGORY    PIC X(4).
               10  WS-RTE-DEST        PIC 9(1).
               10  WS-RTE-APPROVAL    PIC X(1).

      ****************************************************
      ****    CATEGORY-FILE COPY OF THE LINE BEING ROUTED.
      ****    THE LINES OF AN URGENT BULLETIN CARRY ITS
      ****    '<URGT>' TAG IN THE SPARE FILTER COLUMNS 25-30 SO
      ****    TPROG21 CAN SEND THEM PAST A SUBSCRIBER'S DIGEST
      ****************************************************
       01  WS-ROUTE-REC.
           05  FILLER                 PIC X(24).
           05  WS-ROUTE-PRIORITY-TAG  PIC X(6).
           05  FILLER                 PIC X(103).

      ****************************************************
      ****    CATEGORY TEMPLATE LIBRARY (FROM TMPLFIL).
       01  ARCHIVE-OPEN-FLAG          PIC X(1)  VALUE 'N'.
           88  ARCHIVE-OPEN                     VALUE 'Y'.

      ****************************************************
      ****    RECALL/CORRECTION WORKING STORAGE.  THE
      ****    ORIGINAL BULLETIN IS FOUND ON BULLARCH BY THE
      ****    ID ON THE RECALL RECORD; ITS CATEGORY AND TIER
      ****    DECIDE WHERE THE WITHDRAWN NOTICE GOES
      ****************************************************
       01  WS-RECALL-COUNT            PIC 9(5)  VALUE 0.
       01  WS-CORRECTION-COUNT        PIC 9(5)  VALUE 0.
       01  WS-RECALL-FAIL-COUNT       PIC 9(5)  VALUE 0.

       01  WS-ORIG-BULLETIN-ID        PIC X(20).
       01  WS-ORIG-KEY.
           05  WS-ORIG-KEY-DATE       PIC X(8).
           05  WS-ORIG-KEY-TIME       PIC X(6).
           05  WS-ORIG-KEY-SEQ        PIC X(5).
       01  WS-NEW-KEY.
           05  WS-NEW-KEY-DATE        PIC 9(8).
           05  WS-NEW-KEY-TIME        PIC 9(6).
           05  WS-NEW-KEY-SEQ         PIC 9(5).
       01  WS-ORIG-TAG                PIC X(6).
           88  WS-ORIG-URGENT                   VALUE '<URGT>'.
           88  WS-ORIG-KEEPER                   VALUE '<KEEP>'.
       01  WS-ORIG-CATEGORY           PIC X(4).
       01  WS-ORIG-TEXT               PIC X(70).
       01  WS-RECALL-REASON           PIC X(53).

      ****************************************************
      ****    EDITORIAL APPROVAL QUEUE WORKING STORAGE.  A
      ****    QUEUED ITEM'S ID IS THE RUN STAMP WITH A
      ****    SEQUENCE FROM 50001 UP, CLEAR OF THE RUN'S
      ****    DISTRIBUTED BULLETIN IDS
      ****************************************************
       01  WS-APPRQ-STATUS            PIC XX    VALUE SPACES.

       01  APPRQUE-OPEN-FLAG          PIC X(1)  VALUE 'N'.
           88  APPRQUE-OPEN                     VALUE 'Y'.

       01  WS-APPRQ-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-APPRQ-EOF                     VALUE 'Y'.

       01  WS-APPROVAL-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-APPROVAL-NEEDED               VALUE 'Y'.

       01  WS-QUEUED-COUNT            PIC 9(5)  VALUE 0.
       01  WS-APPR-RELEASED-COUNT     PIC 9(5)  VALUE 0.
       01  WS-APPR-EXPIRED-COUNT      PIC 9(5)  VALUE 0.
       01  WS-QUEUE-ID                PIC X(20).

      ****************************************************
      ****    THE DATA AREA COPYBOOK Modified by Peter
      ****************************************************
              END-IF
              MOVE SPACES TO CC
              PERFORM 00007-PRINT-RUN-HEADER
              PERFORM 00070-RELEASE-APPROVED
                 THRU 00070-RELEASE-APPROVED-X
              PERFORM 00013-RELEASE-PENDING
           END-IF.

           IF ARCHIVE-OPEN
              CLOSE BULLETIN-ARCHIVE
           END-IF.
           IF APPRQUE-OPEN
              CLOSE APPROVAL-QUEUE
           END-IF.
           IF EXPRLOG-OPEN
              CLOSE EXPIRED-LOG
           END-IF.
      *    PROCESSED FIRST AND THE NEW ONE TAKES THE BUFFER
       00036-ACCEPT-PRIMARY.
           MOVE INCOMING-DATA(1:96) TO WS-NEW-MSG.
           MOVE BULL-INPUT-SOURCE TO WS-NEW-SOURCE.
           PERFORM 00035-FLUSH-HELD-MESSAGE.
           MOVE SPACES TO INCOMING-DATA.
           MOVE WS-NEW-MSG TO INCOMING-DATA(1:96).
           MOVE WS-NEW-SOURCE TO BULL-INPUT-SOURCE.
           PERFORM 00012-CHECK-BULLETIN-DATES.
           EVALUATE TRUE
              WHEN WS-BULL-EXPIRED
                    MOVE 'D' TO WS-LAST-DISP
                 ELSE
                    MOVE INCOMING-DATA(1:96) TO WS-HELD-MSG
                    MOVE BULL-INPUT-SOURCE TO WS-HELD-SOURCE
                    MOVE 'Y' TO WS-HELD-MSG-FLAG
                    MOVE 0 TO WS-CONT-LINES
                    MOVE 'P' TO WS-LAST-DISP
           IF WS-MSG-IN-HOLD
              MOVE SPACES TO INCOMING-DATA
              MOVE WS-HELD-MSG TO INCOMING-DATA(1:96)
              MOVE WS-HELD-SOURCE TO BULL-INPUT-SOURCE
              IF RECALL OR CORRECTION
                 PERFORM 00060-PROCESS-RECALL THRU
                         00060-PROCESS-RECALL-X
              ELSE
                 PERFORM 00073-CHECK-APPROVAL
                 IF WS-APPROVAL-NEEDED
                    PERFORM 00074-QUEUE-FOR-APPROVAL
                 ELSE
                    PERFORM 00020-PROCESS-MESSAGE
                 END-IF
              END-IF
              MOVE 'N' TO WS-HELD-MSG-FLAG
              MOVE 0 TO WS-CONT-LINES
              MOVE 'N' TO WS-LAST-DISP
           ADD 1 TO WS-PENDIN-COUNT.
           MOVE SPACES TO INCOMING-DATA.
           MOVE PENDING-IN-REC TO INCOMING-DATA(1:96).
           MOVE 'PENDIN' TO BULL-INPUT-SOURCE.
           IF CONTINUATION
              PERFORM 00037-ATTACH-CONTINUATION
              GO TO 00016-RELEASE-ONE-PENDING-X
              MOVE 2 TO WS-RTE-DEST(2)
              MOVE 'GEN ' TO WS-RTE-CATEGORY(3)
              MOVE 3 TO WS-RTE-DEST(3)
              MOVE SPACES TO WS-RTE-APPROVAL(1) WS-RTE-APPROVAL(2)
                             WS-RTE-APPROVAL(3)
              MOVE 4 TO WS-ROUTE-DEFAULT-DEST
           END-IF.

                 MOVE ROUTE-CATEGORY
                    TO WS-RTE-CATEGORY(WS-ROUTE-COUNT)
                 MOVE ROUTE-DEST TO WS-RTE-DEST(WS-ROUTE-COUNT)
                 MOVE ROUTE-APPROVAL
                    TO WS-RTE-APPROVAL(WS-ROUTE-COUNT)
              END-IF
           END-IF.
       00003A-LOAD-ONE-ROUTE-X.
           MOVE 'CONTINUATION RECORDS ABSORBED' TO WS-BAL-LABEL.
           MOVE WS-CONT-COUNT TO WS-BAL-COUNT.
           PERFORM 00019A-WRITE-BAL-LINE.
           MOVE 'RECALLS ISSUED' TO WS-BAL-LABEL.
           MOVE WS-RECALL-COUNT TO WS-BAL-COUNT.
           PERFORM 00019A-WRITE-BAL-LINE.
           MOVE 'CORRECTIONS ISSUED' TO WS-BAL-LABEL.
           MOVE WS-CORRECTION-COUNT TO WS-BAL-COUNT.
           PERFORM 00019A-WRITE-BAL-LINE.
           MOVE 'RECALLS/CORRECTIONS IGNORED' TO WS-BAL-LABEL.
           MOVE WS-RECALL-FAIL-COUNT TO WS-BAL-COUNT.
           PERFORM 00019A-WRITE-BAL-LINE.
           MOVE 'QUEUED FOR APPROVAL' TO WS-BAL-LABEL.
           MOVE WS-QUEUED-COUNT TO WS-BAL-COUNT.
           PERFORM 00019A-WRITE-BAL-LINE.
           MOVE 'RELEASED FROM APPROVAL QUEUE' TO WS-BAL-LABEL.
           MOVE WS-APPR-RELEASED-COUNT TO WS-BAL-COUNT.
           PERFORM 00019A-WRITE-BAL-LINE.
           MOVE 'APPROVED BUT EXPIRED' TO WS-BAL-LABEL.
           MOVE WS-APPR-EXPIRED-COUNT TO WS-BAL-COUNT.
           PERFORM 00019A-WRITE-BAL-LINE.
           MOVE 'ROUTED TO CATEGORY FILES' TO WS-BAL-LABEL.
           MOVE WS-ROUTED-COUNT TO WS-BAL-COUNT.
           PERFORM 00019A-WRITE-BAL-LINE.
              MOVE 'N' TO WS-BALANCE-FLAG
           END-IF.

           COMPUTE WS-BAL-ACTUAL = WS-TOTAL-READ + WS-PENDIN-COUNT
              + WS-APPR-RELEASED-COUNT.
           COMPUTE WS-BAL-EXPECTED = WS-HEADER-COUNT + WS-MSG-COUNT
              + WS-EXPIRED-COUNT + WS-HELD-COUNT + WS-DUP-COUNT
              + WS-CONT-COUNT + WS-RECALL-FAIL-COUNT
              + WS-QUEUED-COUNT.
           IF WS-BAL-ACTUAL NOT = WS-BAL-EXPECTED
              MOVE 'N' TO WS-BALANCE-FLAG
           END-IF.
              ADD 1 TO WS-ROUTED-COUNT
           END-IF.

           MOVE OUTPUT-REC TO WS-ROUTE-REC.
           IF URGENT
              MOVE KEEPER-TAG TO WS-ROUTE-PRIORITY-TAG
           END-IF.

           MOVE WS-ROUTE-DEFAULT-DEST TO WS-ROUTE-DEST-NUM.
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                    END-IF
                    MOVE 'Y' TO CAT-NEWS-OPEN-FLAG
                 END-IF
                 WRITE CAT-NEWS-REC FROM WS-ROUTE-REC
                 ADD 1 TO WS-CAT-REC-COUNT(1)
                 ADD WS-BULL-SEQ TO WS-CAT-HASH-TOTAL(1)
              WHEN 2
                    END-IF
                    MOVE 'Y' TO CAT-OPS-OPEN-FLAG
                 END-IF
                 WRITE CAT-OPS-REC FROM WS-ROUTE-REC
                 ADD 1 TO WS-CAT-REC-COUNT(2)
                 ADD WS-BULL-SEQ TO WS-CAT-HASH-TOTAL(2)
              WHEN 3
                    END-IF
                    MOVE 'Y' TO CAT-GEN-OPEN-FLAG
                 END-IF
                 WRITE CAT-GEN-REC FROM WS-ROUTE-REC
                 ADD 1 TO WS-CAT-REC-COUNT(3)
                 ADD WS-BULL-SEQ TO WS-CAT-HASH-TOTAL(3)
              WHEN 5
                    END-IF
                    MOVE 'Y' TO CAT-DEST5-OPEN-FLAG
                 END-IF
                 WRITE CAT-DEST5-REC FROM WS-ROUTE-REC
                 ADD 1 TO WS-CAT-REC-COUNT(5)
                 ADD WS-BULL-SEQ TO WS-CAT-HASH-TOTAL(5)
              WHEN 6
                    END-IF
                    MOVE 'Y' TO CAT-DEST6-OPEN-FLAG
                 END-IF
                 WRITE CAT-DEST6-REC FROM WS-ROUTE-REC
                 ADD 1 TO WS-CAT-REC-COUNT(6)
                 ADD WS-BULL-SEQ TO WS-CAT-HASH-TOTAL(6)
              WHEN OTHER
                    END-IF
                    MOVE 'Y' TO CAT-OTHER-OPEN-FLAG
                 END-IF
                 WRITE CAT-OTHER-REC FROM WS-ROUTE-REC
                 ADD 1 TO WS-CAT-REC-COUNT(4)
                 ADD WS-BULL-SEQ TO WS-CAT-HASH-TOTAL(4)
           END-EVALUATE.

       00033-ARCHIVE-BULLETIN.
           PERFORM 00033B-OPEN-ARCHIVE.
           MOVE SPACES TO ARCHIVE-REC.
           MOVE WS-BULL-RUN-DATE TO ARCH-RUN-DATE.
           MOVE WS-BULL-RUN-TIME TO ARCH-RUN-TIME.
           MOVE WS-CONT-TEXT(WS-CONT-IDX)
              TO ARCH-CONT-TEXT(WS-CONT-IDX).

       00033B-OPEN-ARCHIVE.
           IF NOT ARCHIVE-OPEN
              OPEN I-O BULLETIN-ARCHIVE
              IF WS-ARCH-STATUS NOT = '00'
                 OPEN OUTPUT BULLETIN-ARCHIVE
                 CLOSE BULLETIN-ARCHIVE
                 OPEN I-O BULLETIN-ARCHIVE
              END-IF
              MOVE 'Y' TO ARCHIVE-OPEN-FLAG
           END-IF.

      *    A DISTRIBUTION NAMES THE FEED IT CAME IN ON SO THE
      *    SERVICE-LEVEL STATISTICS CAN TIME EACH FEED APART
       00034-LOG-STATUS-EVENT.
           MOVE WS-BULLETIN-ID TO BS-BULLETIN-ID.
           MOVE 'TPROG17' TO BS-PROGRAM.
           MOVE MESSAGE-CATEGORY TO BS-CATEGORY.
           IF BS-STATUS-CODE = 'DIST'
              MOVE SPACES TO BS-TEXT
              MOVE 'FEED=' TO BS-FEED-LABEL
              MOVE BULL-INPUT-SOURCE TO BS-FEED-NAME
              MOVE MESSAGE-TEXT(1:26) TO BS-FEED-MSG
           ELSE
              MOVE MESSAGE-TEXT(1:40) TO BS-TEXT
           END-IF.
           CALL 'BSTATSB' USING BULLSTAT-AREA.

      ****************************************************
      ****    RECALL AND CORRECTION.  THE ORIGINAL IS READ
      ****    FROM BULLARCH, MARKED WITHDRAWN AND LINKED TO
      ****    THE NEW NOTICE, WHICH TAKES THE NEXT BULLETIN
      ****    ID AND IS DISTRIBUTED UNDER THE ORIGINAL'S
      ****    CATEGORY SO EVERY FILE AND SUBSCRIBER THAT GOT
      ****    THE BULLETIN ALSO GETS THE WITHDRAWAL
      ****************************************************
       00060-PROCESS-RECALL.
           MOVE RECALL-BULLETIN-ID TO WS-ORIG-BULLETIN-ID.
           MOVE RECALL-REASON TO WS-RECALL-REASON.
           MOVE RCL-REF-RUN-DATE TO WS-ORIG-KEY-DATE.
           MOVE RCL-REF-RUN-TIME TO WS-ORIG-KEY-TIME.
           MOVE RCL-REF-SEQ TO WS-ORIG-KEY-SEQ.

           PERFORM 00033B-OPEN-ARCHIVE.
           MOVE WS-ORIG-KEY TO ARCH-BULLETIN-KEY.
           READ BULLETIN-ARCHIVE
              INVALID KEY
                 MOVE 'RECALLED BULLETIN NOT ON BULLARCH - IGNORED'
                    TO EH-MESSAGE
                 PERFORM 00062-IGNORE-RECALL
                 GO TO 00060-PROCESS-RECALL-X
           END-READ.
      *    A BULLETIN IS WITHDRAWN ONCE; A RECALL NOTICE IS
      *    ITSELF NEVER RECALLED
           IF ARCH-WITHDRAWN OR ARCH-SUPERSEDED
              OR ARCH-RECALL-NOTICE
              MOVE 'BULLETIN ALREADY WITHDRAWN - RECALL IGNORED'
                 TO EH-MESSAGE
              PERFORM 00062-IGNORE-RECALL
              GO TO 00060-PROCESS-RECALL-X
           END-IF.

           MOVE ARCH-KEEPER-TAG TO WS-ORIG-TAG.
           MOVE ARCH-CATEGORY TO WS-ORIG-CATEGORY.
           MOVE ARCH-MSG-TEXT TO WS-ORIG-TEXT.

           ADD 1 TO WS-MSG-COUNT.
           PERFORM 00011-ASSIGN-BULLETIN-ID.
           MOVE WS-BULL-RUN-DATE TO WS-NEW-KEY-DATE.
           MOVE WS-BULL-RUN-TIME TO WS-NEW-KEY-TIME.
           MOVE WS-BULL-SEQ TO WS-NEW-KEY-SEQ.

      *    MARK THE ORIGINAL AND POINT IT AT ITS REPLACEMENT
           IF CORRECTION
              ADD 1 TO WS-CORRECTION-COUNT
              MOVE 'S' TO ARCH-RECALL-STATUS
           ELSE
              ADD 1 TO WS-RECALL-COUNT
              MOVE 'W' TO ARCH-RECALL-STATUS
           END-IF.
           MOVE WS-NEW-KEY TO ARCH-LINK-KEY.
           MOVE WS-TODAY-DATE-X TO ARCH-RECALL-DATE.
           REWRITE ARCHIVE-REC
              INVALID KEY CONTINUE
           END-REWRITE.

           MOVE SPACES TO BS-TEXT.
           IF CORRECTION
              MOVE 'CORRECTED BY ' TO BS-LINK-LABEL
           ELSE
              MOVE 'WITHDRAWN BY ' TO BS-LINK-LABEL
           END-IF.
           MOVE WS-BULLETIN-ID TO BS-LINK-ID.
           MOVE WS-ORIG-BULLETIN-ID TO BS-BULLETIN-ID.
           MOVE 'RCLL' TO BS-STATUS-CODE.
           PERFORM 00064-LOG-LINK-EVENT.

      *    THE RECALL RECORD HAS BEEN TAKEN APART - FROM HERE
      *    ON THE NOTICE CARRIES THE ORIGINAL'S CATEGORY
           MOVE WS-ORIG-CATEGORY TO MESSAGE-CATEGORY.
           MOVE WS-ORIG-CATEGORY TO FILTER.
           PERFORM 00026-FIND-TEMPLATE.
           MOVE 'N' TO WS-CONT-FLASH-FLAG.
           MOVE STAR-LINE-1 TO WS-TMPL-BANNER-REC.
           IF WS-ORIG-URGENT
              MOVE URGENT-LINE TO WS-TMPL-BANNER-REC
              MOVE 'Y' TO WS-CONT-FLASH-FLAG
           ELSE
              IF WS-ORIG-KEEPER
                 MOVE FLASH-LINE TO WS-TMPL-BANNER-REC
                 MOVE 'Y' TO WS-CONT-FLASH-FLAG
              END-IF
           END-IF.
           IF WS-TMPL-FOUND AND NOT WS-CONT-FLASH-WANTED
              EVALUATE WS-TPL-BANNER(WS-TMPL-USE-IDX)
                 WHEN 'U'
                    MOVE URGENT-LINE TO WS-TMPL-BANNER-REC
                    MOVE 'Y' TO WS-CONT-FLASH-FLAG
                 WHEN 'F'
                    MOVE FLASH-LINE TO WS-TMPL-BANNER-REC
                    MOVE 'Y' TO WS-CONT-FLASH-FLAG
              END-EVALUATE
           END-IF.

           PERFORM 00063-WRITE-NOTICE-BANNER.
           MOVE 'N' TO WS-CONT-ROUTING-FLAG.
           MOVE SPACES TO BODY-TEXT.
           IF CORRECTION
              STRING '*** WITHDRAWN - CORRECTED *** BULLETIN '
                     WS-ORIG-BULLETIN-ID
                     DELIMITED BY SIZE INTO BODY-TEXT
           ELSE
              STRING '*** WITHDRAWN *** BULLETIN '
                     WS-ORIG-BULLETIN-ID
                     DELIMITED BY SIZE INTO BODY-TEXT
           END-IF.
           PERFORM 00061-WRITE-NOTICE-LINE.
           MOVE WS-ORIG-TEXT TO BODY-TEXT.
           PERFORM 00061-WRITE-NOTICE-LINE.
           IF WS-RECALL-REASON NOT = SPACES
              MOVE SPACES TO BODY-TEXT
              STRING 'REASON: ' WS-RECALL-REASON
                     DELIMITED BY SIZE INTO BODY-TEXT
              PERFORM 00061-WRITE-NOTICE-LINE
           END-IF.
           IF CORRECTION
              MOVE '*** CORRECTED TEXT FOLLOWS ***' TO BODY-TEXT
              PERFORM 00061-WRITE-NOTICE-LINE
           END-IF.
           PERFORM 00038-WRITE-CONT-LINES.
           PERFORM 00063-WRITE-NOTICE-BANNER.

      *    ARCHIVE THE NOTICE (OR THE CORRECTION AND ITS
      *    REPLACEMENT TEXT) LINKED BACK TO THE ORIGINAL
           MOVE SPACES TO ARCHIVE-REC.
           MOVE WS-NEW-KEY TO ARCH-BULLETIN-KEY.
           MOVE KEEPER-TAG TO ARCH-KEEPER-TAG.
           MOVE WS-ORIG-CATEGORY TO ARCH-CATEGORY.
           IF CORRECTION
              STRING 'CORRECTION OF BULLETIN ' WS-ORIG-BULLETIN-ID
                     ' ' WS-RECALL-REASON
                     DELIMITED BY SIZE INTO ARCH-MSG-TEXT
              MOVE 'C' TO ARCH-RECALL-STATUS
           ELSE
              STRING 'RECALL OF BULLETIN ' WS-ORIG-BULLETIN-ID
                     ' ' WS-RECALL-REASON
                     DELIMITED BY SIZE INTO ARCH-MSG-TEXT
              MOVE 'N' TO ARCH-RECALL-STATUS
           END-IF.
           COMPUTE ARCH-LINE-COUNT = WS-CONT-LINES + 1.
           PERFORM 00033A-ARCHIVE-ONE-CONT-LINE
              VARYING WS-CONT-IDX FROM 1 BY 1
              UNTIL WS-CONT-IDX > WS-CONT-LINES.
           MOVE WS-ORIG-KEY TO ARCH-LINK-KEY.
           MOVE WS-TODAY-DATE-X TO ARCH-RECALL-DATE.
           WRITE ARCHIVE-REC
              INVALID KEY CONTINUE
           END-WRITE.

           MOVE SPACES TO BS-TEXT.
           IF CORRECTION
              MOVE 'CORRECTION OF' TO BS-LINK-LABEL
           ELSE
              MOVE 'RECALL OF    ' TO BS-LINK-LABEL
           END-IF.
           MOVE WS-ORIG-BULLETIN-ID TO BS-LINK-ID.
           MOVE WS-BULLETIN-ID TO BS-BULLETIN-ID.
           MOVE 'DIST' TO BS-STATUS-CODE.
           PERFORM 00064-LOG-LINK-EVENT.
           MOVE WS-BULLETIN-ID TO BS-BULLETIN-ID.
           MOVE 'ARCH' TO BS-STATUS-CODE.
           PERFORM 00064-LOG-LINK-EVENT.
       00060-PROCESS-RECALL-X.
           EXIT.

       00061-WRITE-NOTICE-LINE.
           MOVE BODY-LINE TO OUTPUT-REC.
           PERFORM 00030-WRITE-LINE.
           IF WS-CONT-FLASH-WANTED
              PERFORM 00031-WRITE-FLASH-LINE
           END-IF.
           PERFORM 00032-ROUTE-BY-CATEGORY.
           MOVE 'Y' TO WS-CONT-ROUTING-FLAG.

      *    AN UNKNOWN OR ALREADY-WITHDRAWN BULLETIN IS NOT A
      *    BULLETIN OF THIS RUN - IT BALANCES AS IGNORED
       00062-IGNORE-RECALL.
           ADD 1 TO WS-RECALL-FAIL-COUNT.
           MOVE 'TPROG17' TO EH-PROGRAM.
           MOVE 'RCLLNOID' TO EH-CODE.
           MOVE 'W' TO EH-SEVERITY.
           MOVE WS-ARCH-STATUS TO EH-FILE-STATUS.
           CALL 'ERRHANDL' USING ERRHDL-AREA.
           MOVE SPACES TO BULLETIN-ID-OUT.
           MOVE SPACES TO FILTER.
           MOVE SPACES TO BODY-TEXT.
           STRING 'RECALL/CORRECTION IGNORED FOR BULLETIN '
                  WS-ORIG-BULLETIN-ID
                  DELIMITED BY SIZE INTO BODY-TEXT.
           MOVE BODY-LINE TO OUTPUT-REC.
           PERFORM 00030-WRITE-LINE.

       00063-WRITE-NOTICE-BANNER.
           MOVE WS-TMPL-BANNER-REC TO OUTPUT-REC.
           PERFORM 00030-WRITE-LINE.
           IF WS-CONT-FLASH-WANTED
              PERFORM 00031-WRITE-FLASH-LINE
           END-IF.

       00064-LOG-LINK-EVENT.
           MOVE 'TPROG17' TO BS-PROGRAM.
           MOVE WS-ORIG-CATEGORY TO BS-CATEGORY.
           CALL 'BSTATSB' USING BULLSTAT-AREA.

       00040-PRINT-PAGE-HEADER.
           MOVE RUN-STAMP-LINE TO OUTPUT-REC.
           WRITE OUTPUT-REC.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 0 TO WS-LINE-COUNT.

      ****************************************************
      ****    EDITORIAL APPROVAL QUEUE.  A BULLETIN IN A
      ****    CATEGORY FLAGGED FOR APPROVAL IS WRITTEN TO
      ****    APPRQUE INSTEAD OF BEING DISTRIBUTED.  ITEMS
      ****    TPROG26 HAS SINCE APPROVED GO OUT AT THE START
      ****    OF THE NEXT FRESH RUN UNDER A NEW BULLETIN ID
      ****************************************************
       00070-RELEASE-APPROVED.
           PERFORM 00071-OPEN-APPROVAL-QUEUE.
           IF NOT APPRQUE-OPEN
              GO TO 00070-RELEASE-APPROVED-X
           END-IF.
           MOVE LOW-VALUES TO APQ-BULLETIN-ID.
           START APPROVAL-QUEUE KEY IS NOT LESS THAN APQ-BULLETIN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-APPRQ-EOF-FLAG
           END-START.
           PERFORM 00072-RELEASE-ONE-APPROVED THRU
                   00072-RELEASE-ONE-APPROVED-X
              UNTIL WS-APPRQ-EOF.
       00070-RELEASE-APPROVED-X.
           EXIT.

       00071-OPEN-APPROVAL-QUEUE.
           IF NOT APPRQUE-OPEN
              OPEN I-O APPROVAL-QUEUE
              IF WS-APPRQ-STATUS NOT = '00'
                 OPEN OUTPUT APPROVAL-QUEUE
                 CLOSE APPROVAL-QUEUE
                 OPEN I-O APPROVAL-QUEUE
              END-IF
              IF WS-APPRQ-STATUS = '00'
                 MOVE 'Y' TO APPRQUE-OPEN-FLAG
              END-IF
           END-IF.

      *    AN APPROVED ITEM THAT HAS PASSED ITS EXPIRY DATE
      *    WHILE WAITING IS NOT DISTRIBUTED - IT IS MARKED
      *    EXPIRED ON THE QUEUE AND AN 'EXPD' EVENT LOGGED
       00072-RELEASE-ONE-APPROVED.
           READ APPROVAL-QUEUE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-APPRQ-EOF-FLAG
                 GO TO 00072-RELEASE-ONE-APPROVED-X
           END-READ.
           IF NOT APQ-APPROVED
              GO TO 00072-RELEASE-ONE-APPROVED-X
           END-IF.
           MOVE APQ-BULLETIN-ID TO WS-QUEUE-ID.
           MOVE SPACES TO INCOMING-DATA.
           MOVE APQ-INPUT-RECORD TO INCOMING-DATA(1:96).
           MOVE APQ-SUBMITTER TO BULL-INPUT-SOURCE.
           IF BULL-EXPIRY-DATE NUMERIC
              AND BULL-EXPIRY-DATE NOT = '00000000'
              AND BULL-EXPIRY-DATE < WS-TODAY-DATE-X
              ADD 1 TO WS-APPR-EXPIRED-COUNT
              MOVE 'X' TO APQ-STATUS
              REWRITE APPROVAL-QUEUE-REC
                 INVALID KEY CONTINUE
              END-REWRITE
              MOVE 'EXPD' TO BS-STATUS-CODE
              MOVE MESSAGE-TEXT(1:40) TO BS-TEXT
              PERFORM 00075-LOG-QUEUE-EVENT
              GO TO 00072-RELEASE-ONE-APPROVED-X
           END-IF.
           MOVE APQ-CONT-LINES TO WS-CONT-LINES.
           IF WS-CONT-LINES > 3
              MOVE 3 TO WS-CONT-LINES
           END-IF.
           MOVE APQ-CONT-TEXT(1) TO WS-CONT-TEXT(1).
           MOVE APQ-CONT-TEXT(2) TO WS-CONT-TEXT(2).
           MOVE APQ-CONT-TEXT(3) TO WS-CONT-TEXT(3).
           PERFORM 00020-PROCESS-MESSAGE.
           MOVE 0 TO WS-CONT-LINES.
           ADD 1 TO WS-APPR-RELEASED-COUNT.
           MOVE 'D' TO APQ-STATUS.
           MOVE WS-BULLETIN-ID TO APQ-RELEASED-ID.
           MOVE WS-TODAY-DATE-X TO APQ-RELEASED-DATE.
           REWRITE APPROVAL-QUEUE-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           MOVE 'APRL' TO BS-STATUS-CODE.
           MOVE SPACES TO BS-TEXT.
           MOVE 'RELEASED AS  ' TO BS-LINK-LABEL.
           MOVE WS-BULLETIN-ID TO BS-LINK-ID.
           PERFORM 00075-LOG-QUEUE-EVENT.
           MOVE WS-BULLETIN-ID TO BS-BULLETIN-ID.
           MOVE 'APRL' TO BS-STATUS-CODE.
           MOVE SPACES TO BS-TEXT.
           MOVE 'RELEASE OF   ' TO BS-LINK-LABEL.
           MOVE WS-QUEUE-ID TO BS-LINK-ID.
           MOVE 'TPROG17' TO BS-PROGRAM.
           MOVE MESSAGE-CATEGORY TO BS-CATEGORY.
           CALL 'BSTATSB' USING BULLSTAT-AREA.
       00072-RELEASE-ONE-APPROVED-X.
           EXIT.

       00073-CHECK-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-FLAG.
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
              IF WS-RTE-CATEGORY(WS-ROUTE-IDX) = MESSAGE-CATEGORY
                 AND WS-RTE-APPROVAL(WS-ROUTE-IDX) = 'A'
                 MOVE 'Y' TO WS-APPROVAL-FLAG
              END-IF
           END-PERFORM.

      *    THE QUEUED ITEM COUNTS IN THE BALANCING BLOCK AS
      *    QUEUED, NOT AS A MESSAGE PROCESSED.  A QUEUE THAT
      *    CANNOT BE WRITTEN IS A SEVERE ERROR - THE ITEM IS
      *    STILL ON THE INPUT FOR A RERUN
       00074-QUEUE-FOR-APPROVAL.
           ADD 1 TO WS-QUEUED-COUNT.
           COMPUTE WS-BULL-SEQ = 50000 + WS-QUEUED-COUNT.
           PERFORM 00071-OPEN-APPROVAL-QUEUE.
           MOVE SPACES TO APPROVAL-QUEUE-REC.
           MOVE WS-BULLETIN-ID TO APQ-BULLETIN-ID.
           MOVE 'P' TO APQ-STATUS.
           MOVE BULL-INPUT-SOURCE TO APQ-SUBMITTER.
           MOVE WS-BULL-RUN-DATE TO APQ-QUEUED-DATE.
           MOVE WS-BULL-RUN-TIME TO APQ-QUEUED-TIME.
           MOVE INCOMING-DATA(1:96) TO APQ-INPUT-RECORD.
           MOVE WS-CONT-LINES TO APQ-CONT-LINES.
           MOVE WS-CONT-TEXT(1) TO APQ-CONT-TEXT(1).
           MOVE WS-CONT-TEXT(2) TO APQ-CONT-TEXT(2).
           MOVE WS-CONT-TEXT(3) TO APQ-CONT-TEXT(3).
           MOVE 'N' TO APQ-EDITED-FLAG.
           MOVE 0 TO APQ-DECISION-DATE APQ-DECISION-TIME
                     APQ-ESCALATION-COUNT.
           IF APPRQUE-OPEN
              WRITE APPROVAL-QUEUE-REC
                 INVALID KEY
                    MOVE '22' TO WS-APPRQ-STATUS
              END-WRITE
           END-IF.
           IF NOT APPRQUE-OPEN OR WS-APPRQ-STATUS NOT = '00'
              MOVE 'TPROG17' TO EH-PROGRAM
              MOVE 'APRQWRIT' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-APPRQ-STATUS TO EH-FILE-STATUS
              MOVE 'APPROVAL QUEUE WRITE FAILED - BULLETIN NOT QUEUED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           ELSE
              MOVE 'QUED' TO BS-STATUS-CODE
              PERFORM 00034-LOG-STATUS-EVENT
           END-IF.

       00075-LOG-QUEUE-EVENT.
           MOVE WS-QUEUE-ID TO BS-BULLETIN-ID.
           MOVE 'TPROG17' TO BS-PROGRAM.
           MOVE MESSAGE-CATEGORY TO BS-CATEGORY.
           CALL 'BSTATSB' USING BULLSTAT-AREA.
