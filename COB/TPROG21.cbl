      *      FILES ARE BYPASSED; DETAIL RECORDS CARRY THE
      *      CATEGORY IN THE FILTER COLUMNS (21-24) OF THE
      *      BODY-LINE LAYOUT (TCPYA17).
      *      SUBSMSTR IS MAINTAINED BY TPROG25.
      *
      *      DIGEST DELIVERY: A SUBSCRIBER WHOSE DELIVERY
      *      PREFERENCE IS D (DAILY DIGEST) OR W (WEEKLY
      *      DIGEST) GETS NO BUNDLE OF ORDINARY BULLETINS;
      *      THEIR LINES ARE HELD ON THE KEYED DIGHOLD FILE
      *      INSTEAD.  LINES OF AN URGENT BULLETIN (TAGGED
      *      '<URGT>' IN COLUMNS 25-30 BY TPROG17) ALWAYS GO
      *      OUT AT ONCE IN AN ORDINARY BUNDLE.  A DIGEST IS
      *      DUE ON EVERY RUN FOR A DAILY SUBSCRIBER AND ON THE
      *      RELEASE WEEKDAY FOR A WEEKLY ONE, AND TAKES EVERY
      *      LINE HELD ON AN EARLIER DAY.  IT IS WRITTEN AS ONE
      *      BUNDLE WHOSE HEADER NAMES THE DIGEST TYPE,
      *      OPENING WITH ONE 'TOC ' CONTENTS LINE PER
      *      CATEGORY AND GROUPED BY CATEGORY, EACH GROUP
      *      STARTING WITH A 'CATG' LINE.  LINES STILL HELD FOR
      *      A SUBSCRIBER NOW ON IMMEDIATE DELIVERY ARE ALL
      *      RELEASED THE SAME WAY.  THE TRAILER COUNTS THE
      *      BULLETIN LINES ONLY.
      *      A HELD LINE IS KEYED BY ITS BULLETIN ID AND LINE
      *      NUMBER, SO A RERUN OVER THE SAME CATEGORY FILES
      *      DOES NOT HOLD IT TWICE.  A RELEASED LINE IS
      *      MARKED WITH THE RUN DATE RATHER THAN DELETED: A
      *      RERUN ON THE SAME DATE REBUILDS BUNDLES FROM
      *      SCRATCH AND RELEASES IT AGAIN, A LATER RUN DOES
      *      NOT.
      *
      *      DIGPARM CARD:
      *        COL  1      WEEKLY RELEASE DAY, 1 = MONDAY TO
      *                    7 = SUNDAY (BLANK = 1)
      *
      *      WITH COPYLIB   TCPYSUB (SUBSCRIBER RECORD)
      *                     TCPYDGH (DIGEST HOLDING RECORD)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  26/09/02  ISPW Dave   NEW PROGRAM
      *  26/10/15  ISPW Dave   SUBSCRIBER RECORD LAYOUT MOVED TO
      *                        COPYBOOK TCPYSUB, SHARED WITH THE
      *                        TPROG25 MASTER MAINTENANCE
      *  26/10/15  ISPW Dave   DAILY AND WEEKLY DIGESTS: A DIGEST
      *                        SUBSCRIBER'S LINES ARE HELD ON THE
      *                        KEYED DIGHOLD FILE AND RELEASED ON
      *                        THEIR CYCLE AS ONE BUNDLE GROUPED
      *                        BY CATEGORY WITH A CONTENTS LIST.
      *                        URGENT BULLETINS ARE NEVER HELD
      *  26/10/15  ISPW Dave   DIGHOLD KEYED BY BULLETIN ID AND
      *                        LINE NUMBER SO A RERUN FINDS ITS
      *                        LINES ALREADY HELD; RELEASED LINES
      *                        MARKED WITH THE RELEASE DATE, NOT
      *                        DELETED, SO A SAME-DAY RERUN CAN
      *                        REBUILD THE DIGEST BUNDLES
      * ======================================================

       ENVIRONMENT DIVISION.
      *   CATNEWS..CATDST6  CATEGORY FILES FROM TPROG17
      *   BUNDLES   ONE BUNDLE PER RECIPIENT
      *   DISTRPT   DISTRIBUTION CONTROL REPORT
      *   DIGHOLD   KEYED DIGEST HOLDING FILE (I-O)
      *   DIGPARM   WEEKLY DIGEST RELEASE DAY CARD
      *****************************************************
           SELECT SUBSCRIBER-FILE ASSIGN UT-S-SUBSMSTR
             ORGANIZATION IS SEQUENTIAL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT DIGEST-HOLD-FILE ASSIGN DIGHOLD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DGH-KEY
             FILE STATUS IS WS-DIGHOLD-STATUS.

           SELECT PARM-FILE ASSIGN UT-S-DIGPARM
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS SUBSCRIBER-REC.

       01  SUBSCRIBER-REC.
           COPY TCPYSUB REPLACING ==(X)== BY ==SUB==.

       FD  CAT-NEWS-FILE
           LABEL RECORDS OMITTED
           05  CC                    PIC X(1).
           05  DIST-REPORT-LINE      PIC X(132).

       FD  DIGEST-HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS DIGEST-HOLD-REC.

       COPY TCPYDGH.

       FD  PARM-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-WEEKLY-DAY       PIC X(1).
           05  FILLER                PIC X(79).

       WORKING-STORAGE SECTION.

       01  WS-SUBS-STATUS             PIC XX    VALUE SPACES.
       01  WS-CATOTHR-STATUS          PIC XX    VALUE SPACES.
       01  WS-CATDST5-STATUS          PIC XX    VALUE SPACES.
       01  WS-CATDST6-STATUS          PIC XX    VALUE SPACES.
       01  WS-DIGHOLD-STATUS          PIC XX    VALUE SPACES.
       01  WS-PARM-STATUS             PIC XX    VALUE SPACES.

       01  WS-SUBS-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-SUBS-EOF                      VALUE 'Y'.
       01  WS-CAT-OPEN-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-CAT-OPENED                    VALUE 'Y'.

       01  WS-BUNDLE-OPEN-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-BUNDLE-STARTED                VALUE 'Y'.

       01  WS-DIGHOLD-OPEN-FLAG       PIC X(1)  VALUE 'N'.
           88  WS-DIGHOLD-OPEN                  VALUE 'Y'.

       01  WS-DIGHOLD-EOF-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-DIGHOLD-EOF                   VALUE 'Y'.

      ****************************************************
      ****    SUBSCRIBER TABLE LOADED FROM SUBSMSTR
      ****************************************************
               10  WS-SUB-NAME        PIC X(20).
               10  WS-SUB-DEST        PIC X(8).
               10  WS-SUB-CAT         OCCURS 5 TIMES PIC X(4).
               10  WS-SUB-DELIVERY    PIC X(1).
                   88  WS-SUB-IMMEDIATE         VALUE SPACE 'I'.
                   88  WS-SUB-DAILY             VALUE 'D'.
                   88  WS-SUB-WEEKLY            VALUE 'W'.

      ****************************************************
      ****    CURRENT CATEGORY RECORD AND MATCH STATE.
               88  WS-CAT-CTL-TRL               VALUE 'TRL'.
           05  FILLER                 PIC X(17).
           05  WS-CAT-FILTER          PIC X(4).
           05  WS-CAT-PRIORITY-TAG    PIC X(6).
               88  WS-CAT-URGENT                VALUE '<URGT>'.
           05  FILLER                 PIC X(103).

       01  WS-MATCH-FLAG              PIC X(1)  VALUE 'N'.
           88  WS-CATEGORY-WANTED               VALUE 'Y'.
       01  WS-BUNDLE-REC-COUNT        PIC 9(5)  VALUE 0.
       01  WS-TOTAL-BUNDLED           PIC 9(7)  VALUE 0.
       01  WS-BUNDLE-COUNT            PIC 9(5)  VALUE 0.
       01  WS-HELD-COUNT              PIC 9(5)  VALUE 0.
       01  WS-TOTAL-HELD              PIC 9(7)  VALUE 0.
       01  WS-HOLD-FAIL-COUNT         PIC 9(5)  VALUE 0.
       01  WS-TOTAL-ALREADY-HELD      PIC 9(7)  VALUE 0.
       01  WS-DIGEST-COUNT            PIC 9(5)  VALUE 0.
       01  WS-DIGEST-LINE-COUNT       PIC 9(5)  VALUE 0.
       01  WS-TOTAL-RELEASED          PIC 9(7)  VALUE 0.

      ****************************************************
      ****    DIGEST CYCLE.  A DIGEST TAKES THE LINES HELD
      ****    BEFORE THE CUT-OFF DATE; THE WEEKLY DIGEST IS
      ****    DUE ON THE RELEASE WEEKDAY (1 = MONDAY)
      ****************************************************
       01  WS-DAY-OF-WEEK             PIC 9(1)  VALUE 0.
       01  WS-WEEKLY-DAY              PIC 9(1)  VALUE 1.
       01  WS-RELEASE-CUTOFF          PIC 9(8)  VALUE 0.
       01  WS-HOLD-SEQ                PIC 9(5)  VALUE 0.
       01  WS-HOLD-BULLETIN-ID        PIC X(20) VALUE SPACES.
       01  WS-DIGEST-TYPE             PIC X(13) VALUE SPACES.
       01  WS-LAST-CATEGORY           PIC X(4)  VALUE SPACES.
       01  WS-LAST-BULLETIN-ID        PIC X(20) VALUE SPACES.

      *    CONTENTS OF THE DIGEST BEING BUILT, IN KEY ORDER
       01  WS-TOC-IDX                 PIC 9(2)  VALUE 0.
       01  WS-TOC-TABLE.
           05  WS-TOC-COUNT           PIC 9(2)  VALUE 0.
           05  WS-TOC-ENTRY           OCCURS 50 TIMES.
               10  WS-TOC-CATEGORY    PIC X(4).
               10  WS-TOC-BULLETINS   PIC 9(5).
               10  WS-TOC-LINES       PIC 9(5).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  FILLER                 PIC X(7).

       01  WS-RUN-DATE-X              PIC 9(8)  VALUE 0.
       01  WS-RUN-TIME-X              PIC 9(6)  VALUE 0.

      ****************************************************
      ****    BUNDLE FRAMING RECORDS
           05  WS-BH-SUB-DEST         PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-BH-RUN-DATE         PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-BH-BUNDLE-TYPE      PIC X(13).
           05  FILLER                 PIC X(67) VALUE SPACES.

       01  WS-BUNDLE-TRAILER.
           05  FILLER                 PIC X(4)  VALUE 'ENDR'.
           05  WS-BT-REC-COUNT        PIC 9(5).
           05  FILLER                 PIC X(114) VALUE SPACES.

      ****************************************************
      ****    DIGEST CONTENTS AND CATEGORY GROUP LINES
      ****************************************************
       01  WS-DIGEST-TOC-LINE.
           05  FILLER                 PIC X(4)  VALUE 'TOC '.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DT-CATEGORY         PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-DT-BULLETINS        PIC ZZZZ9.
           05  FILLER                 PIC X(11)
               VALUE ' BULLETINS '.
           05  WS-DT-LINES            PIC ZZZZ9.
           05  FILLER                 PIC X(6)  VALUE ' LINES'.
           05  FILLER                 PIC X(95) VALUE SPACES.

       01  WS-DIGEST-GROUP-LINE.
           05  FILLER                 PIC X(4)  VALUE 'CATG'.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DG-CATEGORY         PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-DG-BULLETINS        PIC ZZZZ9.
           05  FILLER                 PIC X(10)
               VALUE ' BULLETINS'.
           05  FILLER                 PIC X(107) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-RPT-SUB-ID          PIC X(8).
           05  FILLER                 PIC X(12)
               VALUE '  BULLETINS '.
           05  WS-RPT-REC-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(7)  VALUE '  HELD '.
           05  WS-RPT-HELD-COUNT      PIC ZZZZ9.
           05  FILLER                 PIC X(9)  VALUE '  DIGEST '.
           05  WS-RPT-DIGEST-COUNT    PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-RPT-DELIVERY        PIC X(13).
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  FILLER                 PIC X(1)  VALUE SPACE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-X.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME-X.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
           PERFORM 00012-READ-PARM-CARD.

           OPEN OUTPUT BUNDLE-FILE.
           OPEN OUTPUT DIST-REPORT.
           WRITE DIST-REPORT-REC.

           PERFORM 00010-LOAD-SUBSCRIBERS.
           PERFORM 00014-OPEN-DIGEST-HOLD.

           IF WS-SUB-COUNT = 0
              MOVE 'TPROG21' TO EH-PROGRAM

           PERFORM 00080-PRINT-TOTALS.

           IF WS-DIGHOLD-OPEN
              CLOSE DIGEST-HOLD-FILE
           END-IF.
           CLOSE BUNDLE-FILE.
           CLOSE DIST-REPORT.

              MOVE SUB-ID TO WS-SUB-ID(WS-SUB-COUNT)
              MOVE SUB-NAME TO WS-SUB-NAME(WS-SUB-COUNT)
              MOVE SUB-DEST TO WS-SUB-DEST(WS-SUB-COUNT)
              MOVE SUB-DELIVERY TO WS-SUB-DELIVERY(WS-SUB-COUNT)
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                      UNTIL WS-CAT-IDX > 5
                 MOVE SUB-CATEGORY(WS-CAT-IDX)
       00011-LOAD-ONE-SUBSCRIBER-X.
           EXIT.

       00012-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END MOVE SPACES TO PARM-REC
              END-READ
              IF PARM-WEEKLY-DAY NUMERIC
                 AND PARM-WEEKLY-DAY > '0' AND PARM-WEEKLY-DAY < '8'
                 MOVE PARM-WEEKLY-DAY TO WS-WEEKLY-DAY
              END-IF
              CLOSE PARM-FILE
           END-IF.

      *    THE HOLDING FILE IS CREATED ON FIRST USE (STATUS
      *    35 ONLY - ANY OTHER FAILURE LEAVES WHAT IS HELD
      *    ALONE).  WITHOUT IT NOTHING CAN BE HELD, SO DIGEST
      *    SUBSCRIBERS GET ORDINARY BUNDLES UNTIL IT IS BACK
       00014-OPEN-DIGEST-HOLD.
           OPEN I-O DIGEST-HOLD-FILE.
           IF WS-DIGHOLD-STATUS = '35'
              OPEN OUTPUT DIGEST-HOLD-FILE
              CLOSE DIGEST-HOLD-FILE
              OPEN I-O DIGEST-HOLD-FILE
           END-IF.
           IF WS-DIGHOLD-STATUS = '00'
              MOVE 'Y' TO WS-DIGHOLD-OPEN-FLAG
           ELSE
              MOVE 'TPROG21' TO EH-PROGRAM
              MOVE 'NODIGHLD' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-DIGHOLD-STATUS TO EH-FILE-STATUS
              MOVE 'DIGHOLD NOT AVAILABLE - DIGESTS SENT AS BUNDLES'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

      *    ONE FULL PASS OVER ALL SIX CATEGORY FILES PER
      *    SUBSCRIBER; ONLY DETAIL RECORDS WHOSE FILTER
      *    CATEGORY IS ON THE SUBSCRIBER'S LIST ARE COPIED.
      *    A DIGEST SUBSCRIBER'S BUNDLE IS ONLY STARTED WHEN
      *    AN URGENT LINE HAS TO GO OUT AT ONCE
       00020-BUNDLE-ONE-SUBSCRIBER.
           MOVE 0 TO WS-BUNDLE-REC-COUNT WS-HELD-COUNT
                     WS-HOLD-SEQ WS-DIGEST-LINE-COUNT.
           MOVE 'N' TO WS-BUNDLE-OPEN-FLAG.
           IF WS-SUB-IMMEDIATE(WS-SUB-IDX) OR NOT WS-DIGHOLD-OPEN
              PERFORM 00025-START-BUNDLE
           END-IF.

           PERFORM 00030-SCAN-ONE-CATEGORY-FILE
              VARYING WS-CAT-NO FROM 1 BY 1
              UNTIL WS-CAT-NO > 6.

           IF WS-BUNDLE-STARTED
              MOVE WS-SUB-ID(WS-SUB-IDX) TO WS-BT-SUB-ID
              MOVE WS-BUNDLE-REC-COUNT TO WS-BT-REC-COUNT
              WRITE BUNDLE-REC FROM WS-BUNDLE-TRAILER
           END-IF.

           PERFORM 00070-RELEASE-DIGEST THRU
                   00070-RELEASE-DIGEST-X.

           MOVE SPACES TO DIST-REPORT-REC.
           MOVE WS-SUB-ID(WS-SUB-IDX) TO WS-RPT-SUB-ID.
           MOVE WS-SUB-NAME(WS-SUB-IDX) TO WS-RPT-SUB-NAME.
           MOVE WS-SUB-DEST(WS-SUB-IDX) TO WS-RPT-SUB-DEST.
           MOVE WS-BUNDLE-REC-COUNT TO WS-RPT-REC-COUNT.
           MOVE WS-HELD-COUNT TO WS-RPT-HELD-COUNT.
           MOVE WS-DIGEST-LINE-COUNT TO WS-RPT-DIGEST-COUNT.
           EVALUATE TRUE
              WHEN WS-SUB-DAILY(WS-SUB-IDX)
                 MOVE 'DAILY DIGEST' TO WS-RPT-DELIVERY
              WHEN WS-SUB-WEEKLY(WS-SUB-IDX)
                 MOVE 'WEEKLY DIGEST' TO WS-RPT-DELIVERY
              WHEN OTHER
                 MOVE 'IMMEDIATE' TO WS-RPT-DELIVERY
           END-EVALUATE.
           MOVE WS-REPORT-DETAIL TO DIST-REPORT-REC.
           WRITE DIST-REPORT-REC.

       00025-START-BUNDLE.
           ADD 1 TO WS-BUNDLE-COUNT.
           MOVE 'Y' TO WS-BUNDLE-OPEN-FLAG.
           MOVE WS-SUB-ID(WS-SUB-IDX) TO WS-BH-SUB-ID.
           MOVE WS-SUB-NAME(WS-SUB-IDX) TO WS-BH-SUB-NAME.
           MOVE WS-SUB-DEST(WS-SUB-IDX) TO WS-BH-SUB-DEST.
           MOVE WS-RUN-DATE-X TO WS-BH-RUN-DATE.
           MOVE SPACES TO WS-BH-BUNDLE-TYPE.
           WRITE BUNDLE-REC FROM WS-BUNDLE-HEADER.

       00030-SCAN-ONE-CATEGORY-FILE.
           MOVE SPACES TO WS-HOLD-BULLETIN-ID.
           MOVE 'N' TO WS-CAT-EOF-FLAG.
           MOVE 'N' TO WS-CAT-OPEN-FLAG.
           PERFORM 00040-OPEN-CATEGORY-FILE.
              END-IF
           END-PERFORM.
           IF WS-CATEGORY-WANTED
              IF WS-SUB-IMMEDIATE(WS-SUB-IDX) OR WS-CAT-URGENT
                 OR NOT WS-DIGHOLD-OPEN
                 PERFORM 00056-ADD-TO-BUNDLE
              ELSE
                 PERFORM 00057-HOLD-FOR-DIGEST
              END-IF
           END-IF.
       00050-COPY-ONE-RECORD-X.
           EXIT.

       00056-ADD-TO-BUNDLE.
           IF NOT WS-BUNDLE-STARTED
              PERFORM 00025-START-BUNDLE
           END-IF.
           WRITE BUNDLE-REC FROM WS-CAT-RECORD.
           ADD 1 TO WS-BUNDLE-REC-COUNT.
           ADD 1 TO WS-TOTAL-BUNDLED.

      *    THE LINE NUMBER RESTARTS WITH EACH BULLETIN.  A
      *    DUPLICATE KEY MEANS AN EARLIER RUN OVER THE SAME
      *    CATEGORY FILES HELD THE LINE ALREADY.  A LINE THAT
      *    CANNOT BE HELD FOR ANY OTHER REASON IS NOT LOST -
      *    IT GOES OUT AT ONCE IN AN ORDINARY BUNDLE
       00057-HOLD-FOR-DIGEST.
           IF WS-CAT-RECORD(1:20) NOT = WS-HOLD-BULLETIN-ID
              MOVE WS-CAT-RECORD(1:20) TO WS-HOLD-BULLETIN-ID
              MOVE 0 TO WS-HOLD-SEQ
           END-IF.
           ADD 1 TO WS-HOLD-SEQ.
           MOVE SPACES TO DIGEST-HOLD-REC.
           MOVE WS-SUB-ID(WS-SUB-IDX) TO DGH-SUB-ID.
           MOVE WS-CAT-FILTER TO DGH-CATEGORY.
           MOVE WS-HOLD-BULLETIN-ID TO DGH-BULLETIN-ID.
           MOVE WS-HOLD-SEQ TO DGH-LINE-SEQ.
           MOVE WS-RUN-DATE-X TO DGH-HELD-DATE.
           MOVE WS-RUN-TIME-X TO DGH-HELD-TIME.
           MOVE 0 TO DGH-RELEASED-DATE.
           MOVE WS-SUB-DELIVERY(WS-SUB-IDX) TO DGH-DELIVERY.
           MOVE WS-CAT-RECORD TO DGH-LINE.
           WRITE DIGEST-HOLD-REC
              INVALID KEY
                 IF WS-DIGHOLD-STATUS = '22'
                    ADD 1 TO WS-TOTAL-ALREADY-HELD
                 ELSE
                    PERFORM 00058-HOLD-FAILED
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-HELD-COUNT
                 ADD 1 TO WS-TOTAL-HELD
           END-WRITE.

       00058-HOLD-FAILED.
           ADD 1 TO WS-HOLD-FAIL-COUNT.
           IF WS-HOLD-FAIL-COUNT = 1
              MOVE 'TPROG21' TO EH-PROGRAM
              MOVE 'DIGHWRIT' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-DIGHOLD-STATUS TO EH-FILE-STATUS
              MOVE 'DIGHOLD WRITE FAILED - LINES BUNDLED AT ONCE'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           PERFORM 00056-ADD-TO-BUNDLE.

       00055-READ-CATEGORY-RECORD.
           EVALUATE WS-CAT-NO
              WHEN 1
              WHEN 6 CLOSE CAT-DEST6-FILE
           END-EVALUATE.

      ****************************************************
      ****    DIGEST RELEASE FOR THE CURRENT SUBSCRIBER.  A
      ****    FIRST PASS OVER THE HELD LINES BUILDS THE
      ****    CONTENTS, A SECOND WRITES THEM AND MARKS
      ****    THEM RELEASED.  A LINE RELEASED BY AN EARLIER
      ****    RUN DATE IS PASSED BY; ONE RELEASED TODAY IS
      ****    TAKEN AGAIN, AS BUNDLES IS WRITTEN AFRESH
      ****************************************************
       00070-RELEASE-DIGEST.
           IF NOT WS-DIGHOLD-OPEN
              GO TO 00070-RELEASE-DIGEST-X
           END-IF.
           EVALUATE TRUE
              WHEN WS-SUB-DAILY(WS-SUB-IDX)
                 MOVE WS-RUN-DATE-X TO WS-RELEASE-CUTOFF
                 MOVE 'DAILY DIGEST' TO WS-DIGEST-TYPE
              WHEN WS-SUB-WEEKLY(WS-SUB-IDX)
                 IF WS-DAY-OF-WEEK NOT = WS-WEEKLY-DAY
                    GO TO 00070-RELEASE-DIGEST-X
                 END-IF
                 MOVE WS-RUN-DATE-X TO WS-RELEASE-CUTOFF
                 MOVE 'WEEKLY DIGEST' TO WS-DIGEST-TYPE
              WHEN OTHER
      *          BACK ON IMMEDIATE DELIVERY - WHATEVER IS STILL
      *          HELD FROM AN EARLIER DIGEST PREFERENCE GOES NOW
                 MOVE 99999999 TO WS-RELEASE-CUTOFF
                 MOVE 'HELD RELEASE' TO WS-DIGEST-TYPE
           END-EVALUATE.

           MOVE 0 TO WS-TOC-COUNT.
           PERFORM 00075-POSITION-HELD-LINES.
           PERFORM 00076-COUNT-ONE-HELD THRU
                   00076-COUNT-ONE-HELD-X
              UNTIL WS-DIGHOLD-EOF.
           IF WS-TOC-COUNT = 0
              GO TO 00070-RELEASE-DIGEST-X
           END-IF.

           ADD 1 TO WS-BUNDLE-COUNT.
           ADD 1 TO WS-DIGEST-COUNT.
           MOVE WS-SUB-ID(WS-SUB-IDX) TO WS-BH-SUB-ID.
           MOVE WS-SUB-NAME(WS-SUB-IDX) TO WS-BH-SUB-NAME.
           MOVE WS-SUB-DEST(WS-SUB-IDX) TO WS-BH-SUB-DEST.
           MOVE WS-RUN-DATE-X TO WS-BH-RUN-DATE.
           MOVE WS-DIGEST-TYPE TO WS-BH-BUNDLE-TYPE.
           WRITE BUNDLE-REC FROM WS-BUNDLE-HEADER.
           PERFORM 00077-WRITE-TOC-LINE
              VARYING WS-TOC-IDX FROM 1 BY 1
              UNTIL WS-TOC-IDX > WS-TOC-COUNT.

           MOVE 0 TO WS-TOC-IDX.
           MOVE SPACES TO WS-LAST-CATEGORY.
           PERFORM 00075-POSITION-HELD-LINES.
           PERFORM 00078-RELEASE-ONE-HELD THRU
                   00078-RELEASE-ONE-HELD-X
              UNTIL WS-DIGHOLD-EOF.

           MOVE WS-SUB-ID(WS-SUB-IDX) TO WS-BT-SUB-ID.
           MOVE WS-DIGEST-LINE-COUNT TO WS-BT-REC-COUNT.
           WRITE BUNDLE-REC FROM WS-BUNDLE-TRAILER.
       00070-RELEASE-DIGEST-X.
           EXIT.

       00075-POSITION-HELD-LINES.
           MOVE 'N' TO WS-DIGHOLD-EOF-FLAG.
           MOVE LOW-VALUES TO DGH-KEY.
           MOVE WS-SUB-ID(WS-SUB-IDX) TO DGH-SUB-ID.
           START DIGEST-HOLD-FILE KEY IS NOT LESS THAN DGH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DIGHOLD-EOF-FLAG
           END-START.

      *    THE LINES ARE IN CATEGORY ORDER, SO A NEW CATEGORY
      *    OPENS THE NEXT CONTENTS ENTRY.  LINES OF A CATEGORY
      *    PAST THE 50TH STAY HELD FOR THE NEXT DIGEST
       00076-COUNT-ONE-HELD.
           READ DIGEST-HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DIGHOLD-EOF-FLAG
                 GO TO 00076-COUNT-ONE-HELD-X
           END-READ.
           IF DGH-SUB-ID NOT = WS-SUB-ID(WS-SUB-IDX)
              MOVE 'Y' TO WS-DIGHOLD-EOF-FLAG
              GO TO 00076-COUNT-ONE-HELD-X
           END-IF.
           IF DGH-HELD-DATE NOT < WS-RELEASE-CUTOFF
              GO TO 00076-COUNT-ONE-HELD-X
           END-IF.
           IF NOT DGH-NOT-RELEASED
              AND DGH-RELEASED-DATE NOT = WS-RUN-DATE-X
              GO TO 00076-COUNT-ONE-HELD-X
           END-IF.
           IF WS-TOC-COUNT = 0
              OR DGH-CATEGORY NOT = WS-TOC-CATEGORY(WS-TOC-COUNT)
              IF WS-TOC-COUNT NOT < 50
                 MOVE 'Y' TO WS-DIGHOLD-EOF-FLAG
                 GO TO 00076-COUNT-ONE-HELD-X
              END-IF
              ADD 1 TO WS-TOC-COUNT
              MOVE DGH-CATEGORY TO WS-TOC-CATEGORY(WS-TOC-COUNT)
              MOVE 0 TO WS-TOC-BULLETINS(WS-TOC-COUNT)
                        WS-TOC-LINES(WS-TOC-COUNT)
              MOVE SPACES TO WS-LAST-BULLETIN-ID
           END-IF.
           ADD 1 TO WS-TOC-LINES(WS-TOC-COUNT).
           IF DGH-BULLETIN-ID NOT = WS-LAST-BULLETIN-ID
              ADD 1 TO WS-TOC-BULLETINS(WS-TOC-COUNT)
              MOVE DGH-BULLETIN-ID TO WS-LAST-BULLETIN-ID
           END-IF.
       00076-COUNT-ONE-HELD-X.
           EXIT.

       00077-WRITE-TOC-LINE.
           MOVE WS-TOC-CATEGORY(WS-TOC-IDX) TO WS-DT-CATEGORY.
           MOVE WS-TOC-BULLETINS(WS-TOC-IDX) TO WS-DT-BULLETINS.
           MOVE WS-TOC-LINES(WS-TOC-IDX) TO WS-DT-LINES.
           WRITE BUNDLE-REC FROM WS-DIGEST-TOC-LINE.

       00078-RELEASE-ONE-HELD.
           READ DIGEST-HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DIGHOLD-EOF-FLAG
                 GO TO 00078-RELEASE-ONE-HELD-X
           END-READ.
           IF DGH-SUB-ID NOT = WS-SUB-ID(WS-SUB-IDX)
              MOVE 'Y' TO WS-DIGHOLD-EOF-FLAG
              GO TO 00078-RELEASE-ONE-HELD-X
           END-IF.
           IF DGH-HELD-DATE NOT < WS-RELEASE-CUTOFF
              GO TO 00078-RELEASE-ONE-HELD-X
           END-IF.
           IF NOT DGH-NOT-RELEASED
              AND DGH-RELEASED-DATE NOT = WS-RUN-DATE-X
              GO TO 00078-RELEASE-ONE-HELD-X
           END-IF.
           IF DGH-CATEGORY NOT = WS-LAST-CATEGORY
              ADD 1 TO WS-TOC-IDX
              MOVE DGH-CATEGORY TO WS-LAST-CATEGORY
              IF WS-TOC-IDX > WS-TOC-COUNT
                 MOVE 'Y' TO WS-DIGHOLD-EOF-FLAG
                 GO TO 00078-RELEASE-ONE-HELD-X
              END-IF
              MOVE DGH-CATEGORY TO WS-DG-CATEGORY
              MOVE WS-TOC-BULLETINS(WS-TOC-IDX) TO WS-DG-BULLETINS
              WRITE BUNDLE-REC FROM WS-DIGEST-GROUP-LINE
           END-IF.
           WRITE BUNDLE-REC FROM DGH-LINE.
           ADD 1 TO WS-DIGEST-LINE-COUNT.
           ADD 1 TO WS-TOTAL-RELEASED.
           ADD 1 TO WS-TOTAL-BUNDLED.
           MOVE WS-RUN-DATE-X TO DGH-RELEASED-DATE.
           REWRITE DIGEST-HOLD-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE.
       00078-RELEASE-ONE-HELD-X.
           EXIT.

       00080-PRINT-TOTALS.
           MOVE SPACES TO DIST-REPORT-REC.
           WRITE DIST-REPORT-REC.
           MOVE 'BULLETIN RECORDS COPIED' TO WS-TOT-LABEL.
           MOVE WS-REPORT-TOTAL TO DIST-REPORT-REC.
           WRITE DIST-REPORT-REC.
           MOVE SPACES TO DIST-REPORT-REC.
           MOVE WS-TOTAL-HELD TO WS-TOT-COUNT.
           MOVE 'BULLETIN LINES HELD FOR DIGESTS' TO WS-TOT-LABEL.
           MOVE WS-REPORT-TOTAL TO DIST-REPORT-REC.
           WRITE DIST-REPORT-REC.
           MOVE SPACES TO DIST-REPORT-REC.
           MOVE WS-TOTAL-ALREADY-HELD TO WS-TOT-COUNT.
           MOVE 'LINES FOUND ALREADY HELD' TO WS-TOT-LABEL.
           MOVE WS-REPORT-TOTAL TO DIST-REPORT-REC.
           WRITE DIST-REPORT-REC.
           MOVE SPACES TO DIST-REPORT-REC.
           MOVE WS-DIGEST-COUNT TO WS-TOT-COUNT.
           MOVE 'DIGEST BUNDLES WRITTEN' TO WS-TOT-LABEL.
           MOVE WS-REPORT-TOTAL TO DIST-REPORT-REC.
           WRITE DIST-REPORT-REC.
           MOVE SPACES TO DIST-REPORT-REC.
           MOVE WS-TOTAL-RELEASED TO WS-TOT-COUNT.
           MOVE 'HELD LINES RELEASED IN DIGESTS' TO WS-TOT-LABEL.
           MOVE WS-REPORT-TOTAL TO DIST-REPORT-REC.
           WRITE DIST-REPORT-REC.
