       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG27.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * MONTHLY BULLETIN SERVICE-LEVEL STATISTICS.
      *      READS THE WHOLE KEYED BULLSTAT STATUS DATASET THAT
      *      THE BSTATSB SERVICE MAINTAINS AND PRINTS, FOR THE
      *      REPORT MONTH, ON SLARPT:
      *        - BY CATEGORY: BULLETINS RECEIVED AND
      *          DISTRIBUTED, THE AVERAGE AND WORST TIME FROM
      *          RECEIPT TO DISTRIBUTION, THE SHARE HELD
      *          PENDING, EXPIRED UNREAD, REJECTED AND REPAIRED
      *          THROUGH TPROG20, THE TPROG18 REPRINTS, AND THE
      *          CHANGE IN DISTRIBUTED VOLUME FROM THE MONTH
      *          BEFORE;
      *        - BY SOURCE: EVENT VOLUMES, BULLETINS
      *          DISTRIBUTED AND THE SAME RECEIPT-TO-
      *          DISTRIBUTION TIMES, AGAINST THE MONTH BEFORE.
      *          A DISTRIBUTION COUNTS UNDER THE FEED THE
      *          BULLETIN ARRIVED ON (INPUT, INPUT2 OR PENDIN,
      *          FROM THE TPROG17 'DIST' EVENT); EVERY OTHER
      *          EVENT UNDER THE PROGRAM THAT LOGGED IT;
      *        - A SIX-MONTH TREND ENDING WITH THE REPORT MONTH,
      *          EACH MONTH AGAINST THE ONE BEFORE IT.
      *
      *      SLAPARM CARD:
      *        COLS  1-6   REPORT MONTH YYYYMM (BLANK = THE
      *                    PREVIOUS CALENDAR MONTH)
      *
      *      AN EVENT COUNTS IN THE MONTH OF ITS EVENT DATE.
      *      RECEIPT IS THE RUN STAMP IN THE BULLETIN ID, OR FOR
      *      A BULLETIN RELEASED FROM THE APPROVAL QUEUE THE
      *      STAMP OF THE QUEUE ID IT WAS RELEASED FROM (ITS
      *      'RELEASE OF' LINK).  RECEIVED = DISTRIBUTED +
      *      EXPIRED + DUPLICATE + REJECTED - REPAIRED, SINCE A
      *      REPAIRED REJECT COMES BACK AND IS COUNTED AGAIN
      *      WHEN IT IS DISTRIBUTED.  REJECTED INCLUDES THE
      *      BULLETINS AN APPROVER REJECTED (TPROG26).
      *      WITH COPYLIB   TCPYSTA (STATUS RECORD)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  26/10/15  ISPW Dave   NEW PROGRAM
      *  26/10/15  ISPW Dave   DISTRIBUTIONS AND THEIR TIMINGS
      *                        GROUPED BY ORIGINATING FEED, NOT
      *                        UNDER THE TPROG17 ROW
      *  26/10/15  ISPW Dave   A CHANGE% TOO BIG FOR ITS COLUMN
      *                        PRINTS AS ***** INSTEAD OF BEING
      *                        TRUNCATED
      * ======================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************
      *  FILES USED:
      *   SLAPARM   REPORT MONTH CARD
      *   BULLSTAT  THE KEYED BULLETIN STATUS FILE (INPUT)
      *   SLARPT    THE SERVICE-LEVEL STATISTICS REPORT
      *****************************************************
           SELECT PARM-FILE ASSIGN UT-S-SLAPARM
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.

           SELECT BULLETIN-STATUS-FILE ASSIGN BULLSTAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BST-STATUS-KEY
             FILE STATUS IS WS-STAT-STATUS.

           SELECT SLA-REPORT ASSIGN UT-S-SLARPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-REPORT-MONTH     PIC X(6).
           05  PARM-MONTH-NUM REDEFINES PARM-REPORT-MONTH.
               10  PARM-YYYY         PIC 9(4).
               10  PARM-MM           PIC 9(2).
           05  FILLER                PIC X(74).

       FD  BULLETIN-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS STATUS-REC.

       COPY TCPYSTA.

       FD  SLA-REPORT
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS SLA-REPORT-REC.

       01  SLA-REPORT-REC.
           05  CC                    PIC X(1).
           05  SLA-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS             PIC XX    VALUE SPACES.
       01  WS-STAT-STATUS             PIC XX    VALUE SPACES.

       01  WS-STAT-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-STAT-EOF                      VALUE 'Y'.

       01  WS-TABLE-FULL-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-TABLE-FULL                    VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).
           05  FILLER                 PIC X(13).

      ****************************************************
      ****    REPORT MONTH AND THE SIX-MONTH WINDOW.  SLOT 1
      ****    IS THE REPORT MONTH, SLOT 2 THE MONTH BEFORE,
      ****    AND SO ON BACK TO SLOT 6
      ****************************************************
       01  WS-REPORT-YYYY             PIC 9(4)  VALUE 0.
       01  WS-REPORT-MM               PIC 9(2)  VALUE 0.
       01  WS-REPORT-MONTH-NO         PIC 9(6)  VALUE 0.
       01  WS-EVENT-MONTH-NO          PIC 9(6)  VALUE 0.
       01  WS-SLOT                    PIC S9(3) VALUE 0.
       01  WS-SLOT-IDX                PIC 9(1)  VALUE 0.
       01  WS-PRIOR-IDX               PIC 9(1)  VALUE 0.
       01  WS-MONTH-LABELS.
           05  WS-MONTH-LABEL         OCCURS 6 TIMES.
               10  WS-ML-YYYY         PIC 9(4).
               10  FILLER             PIC X(1)  VALUE '-'.
               10  WS-ML-MM           PIC 9(2).
               10  FILLER             PIC X(1)  VALUE SPACE.
       01  WS-LABEL-YYYY              PIC 9(4)  VALUE 0.
       01  WS-LABEL-MM                PIC 9(2)  VALUE 0.

       01  WS-EVENT-DATE-X.
           05  WS-EVENT-YYYY          PIC 9(4).
           05  WS-EVENT-MM            PIC 9(2).
           05  WS-EVENT-DD            PIC 9(2).

      ****************************************************
      ****    COUNTERS BY CATEGORY AND MONTH SLOT
      ****************************************************
       01  WS-CAT-IDX                 PIC 9(2)  VALUE 0.
       01  WS-CAT-USE-IDX             PIC 9(2)  VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-COUNT           PIC 9(2)  VALUE 0.
           05  WS-CAT-ENTRY           OCCURS 50 TIMES.
               10  WS-CT-CATEGORY     PIC X(4).
               10  WS-CT-MONTH        OCCURS 6 TIMES.
                   15  WS-CT-DIST     PIC 9(7).
                   15  WS-CT-EXPD     PIC 9(7).
                   15  WS-CT-HELD     PIC 9(7).
                   15  WS-CT-REJT     PIC 9(7).
                   15  WS-CT-DUPL     PIC 9(7).
                   15  WS-CT-RPRD     PIC 9(7).
                   15  WS-CT-RPRT     PIC 9(7).
                   15  WS-CT-TIMED    PIC 9(7).
                   15  WS-CT-TIME-SUM PIC 9(11).
                   15  WS-CT-TIME-MAX PIC 9(9).

      *    ALL CATEGORIES TOGETHER, FOR THE TREND
       01  WS-TOTAL-TABLE.
           05  WS-TT-MONTH            OCCURS 6 TIMES.
               10  WS-TT-DIST         PIC 9(7).
               10  WS-TT-EXPD         PIC 9(7).
               10  WS-TT-HELD         PIC 9(7).
               10  WS-TT-REJT         PIC 9(7).
               10  WS-TT-DUPL         PIC 9(7).
               10  WS-TT-RPRD         PIC 9(7).
               10  WS-TT-RPRT         PIC 9(7).
               10  WS-TT-TIMED        PIC 9(7).
               10  WS-TT-TIME-SUM     PIC 9(11).
               10  WS-TT-TIME-MAX     PIC 9(9).

      ****************************************************
      ****    COUNTERS BY SOURCE PROGRAM AND MONTH SLOT
      ****************************************************
       01  WS-PGM-IDX                 PIC 9(2)  VALUE 0.
       01  WS-PGM-USE-IDX             PIC 9(2)  VALUE 0.
       01  WS-SOURCE-KEY              PIC X(8)  VALUE SPACES.
       01  WS-PGM-TABLE.
           05  WS-PGM-COUNT           PIC 9(2)  VALUE 0.
           05  WS-PGM-ENTRY           OCCURS 20 TIMES.
               10  WS-PG-PROGRAM      PIC X(8).
               10  WS-PG-MONTH        OCCURS 6 TIMES.
                   15  WS-PG-EVENTS   PIC 9(7).
                   15  WS-PG-DIST     PIC 9(7).
                   15  WS-PG-TIMED    PIC 9(7).
                   15  WS-PG-TIME-SUM PIC 9(11).
                   15  WS-PG-TIME-MAX PIC 9(9).

      ****************************************************
      ****    ONE BULLETIN ID AT A TIME.  THE DISTRIBUTION IS
      ****    TIMED WHEN THE LAST EVENT OF THE ID HAS BEEN
      ****    SEEN, SINCE A 'RELEASE OF' LINK FOLLOWS THE
      ****    'DIST' EVENT IT CHANGES THE RECEIPT TIME OF
      ****************************************************
       01  WS-GROUP-ID                PIC X(20) VALUE SPACES.
       01  WS-GROUP-DIST-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-GROUP-DISTRIBUTED             VALUE 'Y'.
       01  WS-DIST-SLOT               PIC 9(1)  VALUE 0.
       01  WS-DIST-CAT-IDX            PIC 9(2)  VALUE 0.
       01  WS-DIST-PGM-IDX            PIC 9(2)  VALUE 0.
       01  WS-DIST-DATE               PIC 9(8)  VALUE 0.
       01  WS-DIST-TIME.
           05  WS-DIST-HH             PIC 9(2).
           05  WS-DIST-MIN            PIC 9(2).
           05  WS-DIST-SEC            PIC 9(2).
       01  WS-RECEIPT-STAMP.
           05  WS-RECEIPT-DATE        PIC 9(8).
           05  WS-RECEIPT-TIME.
               10  WS-RECEIPT-HH      PIC 9(2).
               10  WS-RECEIPT-MIN     PIC 9(2).
               10  WS-RECEIPT-SEC     PIC 9(2).
       01  WS-RECEIPT-STAMP-X REDEFINES WS-RECEIPT-STAMP
                                      PIC X(14).
       01  WS-ELAPSED-DAYS            PIC S9(7)  COMP VALUE 0.
       01  WS-ELAPSED-SECS            PIC S9(11) COMP VALUE 0.

      ****************************************************
      ****    REPORT ARITHMETIC.  ONE MONTH'S COUNTERS (A
      ****    CATEGORY'S OR THE TOTALS) ARE MOVED TO THE WORK
      ****    MONTH AND FORMATTED FROM THERE
      ****************************************************
       01  WS-WORK-MONTH.
           05  WK-DIST                PIC 9(7).
           05  WK-EXPD                PIC 9(7).
           05  WK-HELD                PIC 9(7).
           05  WK-REJT                PIC 9(7).
           05  WK-DUPL                PIC 9(7).
           05  WK-RPRD                PIC 9(7).
           05  WK-RPRT                PIC 9(7).
           05  WK-TIMED               PIC 9(7).
           05  WK-TIME-SUM            PIC 9(11).
           05  WK-TIME-MAX            PIC 9(9).
       01  WS-RECEIVED                PIC S9(7) VALUE 0.
       01  WS-THIS-COUNT              PIC 9(7)  VALUE 0.
       01  WS-PRIOR-COUNT             PIC 9(7)  VALUE 0.
       01  WS-EVENT-READ-COUNT        PIC 9(9)  VALUE 0.
       01  WS-EVENT-USED-COUNT        PIC 9(9)  VALUE 0.

      ****************************************************
      ****    REPORT LINES
      ****************************************************
       01  WS-TITLE-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  FILLER                 PIC X(42)
               VALUE 'BULLETIN SERVICE-LEVEL STATISTICS - MONTH '.
           05  WS-TITLE-MONTH         PIC X(7).
           05  FILLER                 PIC X(12)
               VALUE '   (TPROG27)'.
           05  FILLER                 PIC X(70) VALUE SPACES.

       01  WS-CAT-HEADING-1.
           05  FILLER                 PIC X(44)
               VALUE ' CAT    RECEIVED   DISTRIB   AVG MINS WORST '.
           05  FILLER                 PIC X(44)
               VALUE 'MINS  HELD%  EXPD%  REJT%  RPRD% REPRINTS  P'.
           05  FILLER                 PIC X(44)
               VALUE 'ER 100 PRIOR DIST  CHANGE%                  '.

       01  WS-CAT-DETAIL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-CD-LABEL            PIC X(8).
           05  WS-CD-RECEIVED         PIC ZZZZZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-CD-DIST             PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-AVG              PIC ZZZZZZ9.9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-WORST            PIC ZZZZZZ9.9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-HELD-PCT         PIC ZZ9.9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-EXPD-PCT         PIC ZZ9.9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-REJT-PCT         PIC ZZ9.9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-RPRD-PCT         PIC ZZ9.9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-REPRINTS         PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-RPRT-RATE        PIC ZZZZ9.9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WS-CD-PRIOR            PIC ZZZZZZ9.
           05  WS-CD-PRIOR-X REDEFINES WS-CD-PRIOR
                                      PIC X(7).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-CHANGE           PIC ----9.9.
           05  WS-CD-CHANGE-X REDEFINES WS-CD-CHANGE
                                      PIC X(7).
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-PGM-HEADING-1.
           05  FILLER                 PIC X(44)
               VALUE ' SOURCE   EVENTS   DISTRIB   AVG MINS WORST '.
           05  FILLER                 PIC X(44)
               VALUE 'MINS  PRIOR EVENTS  CHANGE%                 '.
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  WS-PGM-DETAIL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-PD-PROGRAM          PIC X(8).
           05  WS-PD-EVENTS           PIC ZZZZZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-PD-DIST             PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-PD-AVG              PIC ZZZZZZ9.9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-PD-WORST            PIC ZZZZZZ9.9.
           05  FILLER                 PIC X(7)  VALUE SPACES.
           05  WS-PD-PRIOR            PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-PD-CHANGE           PIC ----9.9.
           05  WS-PD-CHANGE-X REDEFINES WS-PD-CHANGE
                                      PIC X(7).
           05  FILLER                 PIC X(61) VALUE SPACES.

       01  WS-TREND-HEADING-1.
           05  FILLER                 PIC X(44)
               VALUE ' MONTH  RECEIVED   DISTRIB   AVG MINS WORST '.
           05  FILLER                 PIC X(44)
               VALUE 'MINS  HELD%  EXPD%  REJT%  RPRD% REPRINTS  P'.
           05  FILLER                 PIC X(44)
               VALUE 'ER 100 PRIOR DIST  CHANGE%                  '.

       01  WS-SECTION-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-SECTION-TEXT        PIC X(60).
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(80) VALUE SPACES.

      ****************************************************
      ****    SHARED JOB-EXECUTION LOG LINK AREA
      ****************************************************
       COPY TCPYJLG.

      ****************************************************
      ****    SHARED ERROR-HANDLING LINK AREA
      ****************************************************
       COPY TCPYERR.

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.

           MOVE 'S' TO JL-ACTION.
           MOVE 'TPROG27' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           INITIALIZE WS-CAT-TABLE WS-TOTAL-TABLE WS-PGM-TABLE.

           PERFORM 00010-SET-REPORT-MONTH.

           OPEN OUTPUT SLA-REPORT.
           MOVE WS-MONTH-LABEL(1) TO WS-TITLE-MONTH.
           MOVE SPACES TO SLA-REPORT-REC.
           MOVE WS-TITLE-LINE TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-REC.

           OPEN INPUT BULLETIN-STATUS-FILE.
           IF WS-STAT-STATUS = '00'
              PERFORM 00020-READ-ONE-EVENT THRU
                      00020-READ-ONE-EVENT-X
                 UNTIL WS-STAT-EOF
              PERFORM 00040-END-OF-BULLETIN THRU
                      00040-END-OF-BULLETIN-X
              CLOSE BULLETIN-STATUS-FILE
           ELSE
              MOVE 'TPROG27' TO EH-PROGRAM
              MOVE 'NOSTATFL' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-STAT-STATUS TO EH-FILE-STATUS
              MOVE 'BULLSTAT STATUS FILE NOT AVAILABLE - NO STATISTICS'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE SPACES TO SLA-REPORT-REC
              MOVE ' *** NO BULLSTAT STATUS FILE - NO STATISTICS ***'
                 TO SLA-REPORT-LINE
              WRITE SLA-REPORT-REC
           END-IF.

           IF WS-TABLE-FULL
              MOVE 'TPROG27' TO EH-PROGRAM
              MOVE 'SLATBFUL' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'CATEGORY OR PROGRAM TABLE FULL - EVENTS LEFT OUT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           PERFORM 00050-PRINT-CATEGORIES.
           PERFORM 00060-PRINT-PROGRAMS.
           PERFORM 00070-PRINT-TREND.

           MOVE SPACES TO SLA-REPORT-REC.
           WRITE SLA-REPORT-REC.
           MOVE WS-EVENT-READ-COUNT TO WS-TOT-COUNT.
           MOVE 'STATUS EVENTS READ' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-EVENT-USED-COUNT TO WS-TOT-COUNT.
           MOVE 'EVENTS IN THE SIX-MONTH WINDOW' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.

           CLOSE SLA-REPORT.

           MOVE 'E' TO JL-ACTION.
           MOVE 'TPROG27' TO JL-PROGRAM.
           MOVE WS-EVENT-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-EVENT-USED-COUNT TO JL-RECORDS-OUT.
           MOVE 0 TO JL-RECORDS-REJ.
           MOVE EH-CONDITION-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************
      ****    REPORT MONTH FROM SLAPARM, OR THE PREVIOUS
      ****    CALENDAR MONTH, AND THE LABELS OF THE FIVE
      ****    MONTHS BEFORE IT
      ****************************************************
       00010-SET-REPORT-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF WS-CURR-MM = 1
              COMPUTE WS-REPORT-YYYY = WS-CURR-YYYY - 1
              MOVE 12 TO WS-REPORT-MM
           ELSE
              MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
              COMPUTE WS-REPORT-MM = WS-CURR-MM - 1
           END-IF.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END MOVE SPACES TO PARM-REC
              END-READ
              IF PARM-REPORT-MONTH NUMERIC
                 AND PARM-MM > 0 AND PARM-MM < 13
                 MOVE PARM-YYYY TO WS-REPORT-YYYY
                 MOVE PARM-MM TO WS-REPORT-MM
              END-IF
              CLOSE PARM-FILE
           END-IF.
           COMPUTE WS-REPORT-MONTH-NO =
              WS-REPORT-YYYY * 12 + WS-REPORT-MM - 1.
           MOVE WS-REPORT-YYYY TO WS-LABEL-YYYY.
           MOVE WS-REPORT-MM TO WS-LABEL-MM.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 6
              MOVE WS-LABEL-YYYY TO WS-ML-YYYY(WS-SLOT-IDX)
              MOVE WS-LABEL-MM TO WS-ML-MM(WS-SLOT-IDX)
              IF WS-LABEL-MM = 1
                 SUBTRACT 1 FROM WS-LABEL-YYYY
                 MOVE 12 TO WS-LABEL-MM
              ELSE
                 SUBTRACT 1 FROM WS-LABEL-MM
              END-IF
           END-PERFORM.

      ****************************************************
      ****    ONE STATUS EVENT.  THE FILE IS IN BULLETIN-ID
      ****    ORDER, SO A NEW ID CLOSES OFF THE PREVIOUS ONE
      ****************************************************
       00020-READ-ONE-EVENT.
           READ BULLETIN-STATUS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STAT-EOF-FLAG
                 GO TO 00020-READ-ONE-EVENT-X
           END-READ.
           ADD 1 TO WS-EVENT-READ-COUNT.
           IF BST-BULLETIN-ID NOT = WS-GROUP-ID
              PERFORM 00040-END-OF-BULLETIN THRU
                      00040-END-OF-BULLETIN-X
              MOVE BST-BULLETIN-ID TO WS-GROUP-ID
              MOVE 'N' TO WS-GROUP-DIST-FLAG
              MOVE BST-BULLETIN-ID(1:14) TO WS-RECEIPT-STAMP-X
           END-IF.
      *    A LINK BACK TO THE APPROVAL QUEUE MOVES THE RECEIPT
      *    TIME BACK TO WHEN THE BULLETIN WAS FIRST QUEUED
           IF BST-STATUS-CODE = 'APRL' AND BST-LINK-RELEASE-OF
              MOVE BST-LINK-ID(1:14) TO WS-RECEIPT-STAMP-X
           END-IF.
           MOVE BST-EVENT-DATE TO WS-EVENT-DATE-X.
           COMPUTE WS-EVENT-MONTH-NO =
              WS-EVENT-YYYY * 12 + WS-EVENT-MM - 1.
           COMPUTE WS-SLOT = WS-REPORT-MONTH-NO
                           - WS-EVENT-MONTH-NO + 1.
           IF WS-SLOT < 1 OR WS-SLOT > 6
              GO TO 00020-READ-ONE-EVENT-X
           END-IF.
           MOVE WS-SLOT TO WS-SLOT-IDX.
           PERFORM 00025-FIND-CATEGORY.
           PERFORM 00027-FIND-PROGRAM.
           IF WS-CAT-USE-IDX = 0 OR WS-PGM-USE-IDX = 0
              GO TO 00020-READ-ONE-EVENT-X
           END-IF.
           ADD 1 TO WS-EVENT-USED-COUNT.
           ADD 1 TO WS-PG-EVENTS(WS-PGM-USE-IDX, WS-SLOT-IDX).
           EVALUATE BST-STATUS-CODE
              WHEN 'DIST'
                 MOVE 'Y' TO WS-GROUP-DIST-FLAG
                 MOVE WS-SLOT-IDX TO WS-DIST-SLOT
                 MOVE WS-CAT-USE-IDX TO WS-DIST-CAT-IDX
                 MOVE WS-PGM-USE-IDX TO WS-DIST-PGM-IDX
                 MOVE BST-EVENT-DATE TO WS-DIST-DATE
                 MOVE BST-EVENT-TIME TO WS-DIST-TIME
              WHEN 'EXPD'
                 ADD 1 TO WS-CT-EXPD(WS-CAT-USE-IDX, WS-SLOT-IDX)
                 ADD 1 TO WS-TT-EXPD(WS-SLOT-IDX)
              WHEN 'HELD'
                 ADD 1 TO WS-CT-HELD(WS-CAT-USE-IDX, WS-SLOT-IDX)
                 ADD 1 TO WS-TT-HELD(WS-SLOT-IDX)
              WHEN 'REJT'
              WHEN 'APRJ'
                 ADD 1 TO WS-CT-REJT(WS-CAT-USE-IDX, WS-SLOT-IDX)
                 ADD 1 TO WS-TT-REJT(WS-SLOT-IDX)
              WHEN 'DUPL'
                 ADD 1 TO WS-CT-DUPL(WS-CAT-USE-IDX, WS-SLOT-IDX)
                 ADD 1 TO WS-TT-DUPL(WS-SLOT-IDX)
              WHEN 'RPRD'
                 ADD 1 TO WS-CT-RPRD(WS-CAT-USE-IDX, WS-SLOT-IDX)
                 ADD 1 TO WS-TT-RPRD(WS-SLOT-IDX)
              WHEN 'RPRT'
                 ADD 1 TO WS-CT-RPRT(WS-CAT-USE-IDX, WS-SLOT-IDX)
                 ADD 1 TO WS-TT-RPRT(WS-SLOT-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       00020-READ-ONE-EVENT-X.
           EXIT.

       00025-FIND-CATEGORY.
           MOVE 0 TO WS-CAT-USE-IDX.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
              IF WS-CT-CATEGORY(WS-CAT-IDX) = BST-CATEGORY
                 AND WS-CAT-USE-IDX = 0
                 MOVE WS-CAT-IDX TO WS-CAT-USE-IDX
              END-IF
           END-PERFORM.
           IF WS-CAT-USE-IDX = 0
              IF WS-CAT-COUNT < 50
                 ADD 1 TO WS-CAT-COUNT
                 MOVE BST-CATEGORY TO WS-CT-CATEGORY(WS-CAT-COUNT)
                 MOVE WS-CAT-COUNT TO WS-CAT-USE-IDX
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL-FLAG
              END-IF
           END-IF.

      *    A DISTRIBUTION IS FILED UNDER ITS FEED WHEN THE
      *    EVENT NAMES ONE (A RECALL OR CORRECTION NOTICE
      *    DOES NOT, AND STAYS UNDER THE LOGGING PROGRAM)
       00027-FIND-PROGRAM.
           MOVE BST-PROGRAM TO WS-SOURCE-KEY.
           IF BST-STATUS-CODE = 'DIST'
              AND BST-FEED-TAGGED
              AND BST-FEED-NAME NOT = SPACES
              MOVE BST-FEED-NAME TO WS-SOURCE-KEY
           END-IF.
           MOVE 0 TO WS-PGM-USE-IDX.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
              IF WS-PG-PROGRAM(WS-PGM-IDX) = WS-SOURCE-KEY
                 AND WS-PGM-USE-IDX = 0
                 MOVE WS-PGM-IDX TO WS-PGM-USE-IDX
              END-IF
           END-PERFORM.
           IF WS-PGM-USE-IDX = 0
              IF WS-PGM-COUNT < 20
                 ADD 1 TO WS-PGM-COUNT
                 MOVE WS-SOURCE-KEY TO WS-PG-PROGRAM(WS-PGM-COUNT)
                 MOVE WS-PGM-COUNT TO WS-PGM-USE-IDX
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL-FLAG
              END-IF
           END-IF.

      ****************************************************
      ****    END OF ONE BULLETIN ID: COUNT AND TIME ITS
      ****    DISTRIBUTION.  A RECEIPT STAMP THAT IS NOT A
      ****    DATE AND TIME LEAVES THE BULLETIN UNTIMED
      ****************************************************
       00040-END-OF-BULLETIN.
           IF NOT WS-GROUP-DISTRIBUTED
              GO TO 00040-END-OF-BULLETIN-X
           END-IF.
           MOVE 'N' TO WS-GROUP-DIST-FLAG.
           MOVE WS-DIST-SLOT TO WS-SLOT-IDX.
           MOVE WS-DIST-CAT-IDX TO WS-CAT-USE-IDX.
           MOVE WS-DIST-PGM-IDX TO WS-PGM-USE-IDX.
           ADD 1 TO WS-CT-DIST(WS-CAT-USE-IDX, WS-SLOT-IDX).
           ADD 1 TO WS-TT-DIST(WS-SLOT-IDX).
           ADD 1 TO WS-PG-DIST(WS-PGM-USE-IDX, WS-SLOT-IDX).
           IF WS-RECEIPT-STAMP-X NOT NUMERIC
              OR WS-RECEIPT-DATE < 19000101
              OR WS-RECEIPT-DATE > WS-DIST-DATE
              GO TO 00040-END-OF-BULLETIN-X
           END-IF.
           COMPUTE WS-ELAPSED-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DIST-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-RECEIPT-DATE).
           COMPUTE WS-ELAPSED-SECS = WS-ELAPSED-DAYS * 86400
              + WS-DIST-HH * 3600 + WS-DIST-MIN * 60 + WS-DIST-SEC
              - WS-RECEIPT-HH * 3600 - WS-RECEIPT-MIN * 60
              - WS-RECEIPT-SEC.
           IF WS-ELAPSED-SECS < 0
              MOVE 0 TO WS-ELAPSED-SECS
           END-IF.
           ADD 1 TO WS-CT-TIMED(WS-CAT-USE-IDX, WS-SLOT-IDX).
           ADD WS-ELAPSED-SECS
              TO WS-CT-TIME-SUM(WS-CAT-USE-IDX, WS-SLOT-IDX).
           IF WS-ELAPSED-SECS
              > WS-CT-TIME-MAX(WS-CAT-USE-IDX, WS-SLOT-IDX)
              MOVE WS-ELAPSED-SECS
                 TO WS-CT-TIME-MAX(WS-CAT-USE-IDX, WS-SLOT-IDX)
           END-IF.
           ADD 1 TO WS-TT-TIMED(WS-SLOT-IDX).
           ADD WS-ELAPSED-SECS TO WS-TT-TIME-SUM(WS-SLOT-IDX).
           IF WS-ELAPSED-SECS > WS-TT-TIME-MAX(WS-SLOT-IDX)
              MOVE WS-ELAPSED-SECS TO WS-TT-TIME-MAX(WS-SLOT-IDX)
           END-IF.
           ADD 1 TO WS-PG-TIMED(WS-PGM-USE-IDX, WS-SLOT-IDX).
           ADD WS-ELAPSED-SECS
              TO WS-PG-TIME-SUM(WS-PGM-USE-IDX, WS-SLOT-IDX).
           IF WS-ELAPSED-SECS
              > WS-PG-TIME-MAX(WS-PGM-USE-IDX, WS-SLOT-IDX)
              MOVE WS-ELAPSED-SECS
                 TO WS-PG-TIME-MAX(WS-PGM-USE-IDX, WS-SLOT-IDX)
           END-IF.
       00040-END-OF-BULLETIN-X.
           EXIT.

      ****************************************************
      ****    SECTION 1 - THE REPORT MONTH BY CATEGORY
      ****************************************************
       00050-PRINT-CATEGORIES.
           MOVE 'VOLUMES AND SERVICE LEVELS BY CATEGORY'
              TO WS-SECTION-TEXT.
           PERFORM 00090-WRITE-SECTION-HEAD.
           MOVE WS-CAT-HEADING-1 TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-REC.
           PERFORM 00051-PRINT-ONE-CATEGORY
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT.

       00051-PRINT-ONE-CATEGORY.
           IF WS-CT-CATEGORY(WS-CAT-IDX) = SPACES
              MOVE '(NONE)' TO WS-CD-LABEL
           ELSE
              MOVE WS-CT-CATEGORY(WS-CAT-IDX) TO WS-CD-LABEL
           END-IF.
           MOVE WS-CT-MONTH(WS-CAT-IDX, 1) TO WS-WORK-MONTH.
           PERFORM 00080-FORMAT-STATS-LINE.
           MOVE WS-CT-DIST(WS-CAT-IDX, 1) TO WS-THIS-COUNT.
           MOVE WS-CT-DIST(WS-CAT-IDX, 2) TO WS-PRIOR-COUNT.
           MOVE WS-PRIOR-COUNT TO WS-CD-PRIOR.
           PERFORM 00085-FORMAT-CHANGE.
           MOVE SPACES TO SLA-REPORT-REC.
           MOVE WS-CAT-DETAIL TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-REC.

      ****************************************************
      ****    SECTION 2 - THE REPORT MONTH BY SOURCE FEED OR PROGRAM
      ****************************************************
       00060-PRINT-PROGRAMS.
           MOVE 'VOLUMES AND SERVICE LEVELS BY SOURCE FEED/PROGRAM'
              TO WS-SECTION-TEXT.
           PERFORM 00090-WRITE-SECTION-HEAD.
           MOVE WS-PGM-HEADING-1 TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-REC.
           PERFORM 00061-PRINT-ONE-PROGRAM
              VARYING WS-PGM-IDX FROM 1 BY 1
              UNTIL WS-PGM-IDX > WS-PGM-COUNT.

       00061-PRINT-ONE-PROGRAM.
           MOVE WS-PG-PROGRAM(WS-PGM-IDX) TO WS-PD-PROGRAM.
           MOVE WS-PG-EVENTS(WS-PGM-IDX, 1) TO WS-PD-EVENTS.
           MOVE WS-PG-DIST(WS-PGM-IDX, 1) TO WS-PD-DIST.
           IF WS-PG-TIMED(WS-PGM-IDX, 1) > 0
              COMPUTE WS-PD-AVG ROUNDED =
                 WS-PG-TIME-SUM(WS-PGM-IDX, 1)
                 / WS-PG-TIMED(WS-PGM-IDX, 1) / 60
              COMPUTE WS-PD-WORST ROUNDED =
                 WS-PG-TIME-MAX(WS-PGM-IDX, 1) / 60
           ELSE
              MOVE 0 TO WS-PD-AVG WS-PD-WORST
           END-IF.
           MOVE WS-PG-EVENTS(WS-PGM-IDX, 1) TO WS-THIS-COUNT.
           MOVE WS-PG-EVENTS(WS-PGM-IDX, 2) TO WS-PRIOR-COUNT.
           MOVE WS-PRIOR-COUNT TO WS-PD-PRIOR.
           IF WS-PRIOR-COUNT = 0
              MOVE SPACES TO WS-PD-CHANGE-X
           ELSE
              COMPUTE WS-PD-CHANGE ROUNDED =
                 (WS-THIS-COUNT - WS-PRIOR-COUNT) * 100
                 / WS-PRIOR-COUNT
                 ON SIZE ERROR
                    MOVE '  *****' TO WS-PD-CHANGE-X
              END-COMPUTE
           END-IF.
           MOVE SPACES TO SLA-REPORT-REC.
           MOVE WS-PGM-DETAIL TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-REC.

      ****************************************************
      ****    SECTION 3 - SIX-MONTH TREND, OLDEST FIRST,
      ****    EACH MONTH'S DISTRIBUTED VOLUME AGAINST THE
      ****    MONTH BEFORE IT (THE OLDEST MONTH HAS NONE)
      ****************************************************
       00070-PRINT-TREND.
           MOVE 'MONTH-OVER-MONTH TREND - ALL CATEGORIES'
              TO WS-SECTION-TEXT.
           PERFORM 00090-WRITE-SECTION-HEAD.
           MOVE WS-TREND-HEADING-1 TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-REC.
           PERFORM 00071-PRINT-ONE-MONTH
              VARYING WS-SLOT-IDX FROM 6 BY -1
              UNTIL WS-SLOT-IDX < 1.

       00071-PRINT-ONE-MONTH.
           MOVE WS-MONTH-LABEL(WS-SLOT-IDX) TO WS-CD-LABEL.
           MOVE WS-TT-MONTH(WS-SLOT-IDX) TO WS-WORK-MONTH.
           PERFORM 00080-FORMAT-STATS-LINE.
           MOVE WS-TT-DIST(WS-SLOT-IDX) TO WS-THIS-COUNT.
           IF WS-SLOT-IDX = 6
              MOVE SPACES TO WS-CD-PRIOR-X WS-CD-CHANGE-X
           ELSE
              COMPUTE WS-PRIOR-IDX = WS-SLOT-IDX + 1
              MOVE WS-TT-DIST(WS-PRIOR-IDX) TO WS-PRIOR-COUNT
              MOVE WS-PRIOR-COUNT TO WS-CD-PRIOR
              PERFORM 00085-FORMAT-CHANGE
           END-IF.
           MOVE SPACES TO SLA-REPORT-REC.
           MOVE WS-CAT-DETAIL TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-REC.

      ****************************************************
      ****    ONE STATISTICS LINE FROM THE WORK MONTH.
      ****    TIMES ARE SHOWN IN MINUTES; SHARES ARE PERCENT
      ****    OF THE BULLETINS RECEIVED; REPRINTS ARE ALSO
      ****    SHOWN PER 100 BULLETINS DISTRIBUTED
      ****************************************************
       00080-FORMAT-STATS-LINE.
           COMPUTE WS-RECEIVED = WK-DIST + WK-EXPD + WK-DUPL
              + WK-REJT - WK-RPRD.
           IF WS-RECEIVED < 0
              MOVE 0 TO WS-RECEIVED
           END-IF.
           MOVE WS-RECEIVED TO WS-CD-RECEIVED.
           MOVE WK-DIST TO WS-CD-DIST.
           IF WK-TIMED > 0
              COMPUTE WS-CD-AVG ROUNDED = WK-TIME-SUM / WK-TIMED / 60
              COMPUTE WS-CD-WORST ROUNDED = WK-TIME-MAX / 60
           ELSE
              MOVE 0 TO WS-CD-AVG WS-CD-WORST
           END-IF.
           IF WS-RECEIVED > 0
              COMPUTE WS-CD-HELD-PCT ROUNDED =
                 WK-HELD * 100 / WS-RECEIVED
              COMPUTE WS-CD-EXPD-PCT ROUNDED =
                 WK-EXPD * 100 / WS-RECEIVED
              COMPUTE WS-CD-REJT-PCT ROUNDED =
                 WK-REJT * 100 / WS-RECEIVED
              COMPUTE WS-CD-RPRD-PCT ROUNDED =
                 WK-RPRD * 100 / WS-RECEIVED
           ELSE
              MOVE 0 TO WS-CD-HELD-PCT WS-CD-EXPD-PCT
                        WS-CD-REJT-PCT WS-CD-RPRD-PCT
           END-IF.
           MOVE WK-RPRT TO WS-CD-REPRINTS.
           IF WK-DIST > 0
              COMPUTE WS-CD-RPRT-RATE ROUNDED =
                 WK-RPRT * 100 / WK-DIST
           ELSE
              MOVE 0 TO WS-CD-RPRT-RATE
           END-IF.

       00085-FORMAT-CHANGE.
           IF WS-PRIOR-COUNT = 0
              MOVE SPACES TO WS-CD-CHANGE-X
           ELSE
              COMPUTE WS-CD-CHANGE ROUNDED =
                 (WS-THIS-COUNT - WS-PRIOR-COUNT) * 100
                 / WS-PRIOR-COUNT
                 ON SIZE ERROR
                    MOVE '  *****' TO WS-CD-CHANGE-X
              END-COMPUTE
           END-IF.

       00090-WRITE-SECTION-HEAD.
           MOVE SPACES TO SLA-REPORT-REC.
           WRITE SLA-REPORT-REC.
           MOVE WS-SECTION-LINE TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-REC.
           MOVE SPACES TO SLA-REPORT-REC.
           WRITE SLA-REPORT-REC.

       00091-WRITE-TOTAL-LINE.
           MOVE SPACES TO SLA-REPORT-REC.
           MOVE WS-REPORT-TOTAL TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-REC.
