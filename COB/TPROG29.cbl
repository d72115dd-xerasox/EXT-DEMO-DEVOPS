       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG29.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * RECURRING SCHEDULED BULLETIN GENERATOR.  READS THE
      *      SCHEDMST BULLETIN SCHEDULE MASTER (TCPYSCH: TEXT,
      *      CATEGORY, KEEPER TAG, RECURRENCE - DAILY, A
      *      WEEKDAY, A DAY OF THE MONTH OR QUARTERLY - AND THE
      *      ACTIVE DATE RANGE) AND WRITES EVERY BULLETIN DUE
      *      TODAY TO SCHFEED IN THE 96-BYTE TCPYB17 INCOMING-
      *      DATA LAYOUT, WITH THE EFFECTIVE DATE SET TO TODAY
      *      AND THE EXPIRY DATE TO TODAY PLUS THE CARD'S LIVE
      *      DAYS, SO MONTH-END, MAINTENANCE-WINDOW AND FILING-
      *      DEADLINE NOTICES NO LONGER DEPEND ON SOMEONE
      *      REMEMBERING TO KEY THEM.
      *
      *      SCHFCST LISTS WHAT WAS GENERATED TODAY AND
      *      FORECASTS EVERY BULLETIN THE SCHEDULE WILL
      *      GENERATE OVER THE NEXT 30 DAYS.  A SCHEDULE CARD
      *      THAT FAILS THE EDIT IS LISTED AND SKIPPED AND SETS
      *      CONDITION CODE 4.
      *
      *      RUN AHEAD OF TPROG17 AND CONCATENATE SCHFEED ONTO
      *      THE BULLETIN RUN'S INPUT2.
      *      WITH COPYLIB   TCPYSCH (SCHEDULE MASTER CARD)
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

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************
      *  FILES USED:
      *   SCHEDMST  RECURRING BULLETIN SCHEDULE CARDS
      *   SCHFEED   BULLETINS DUE TODAY, FOR TPROG17 INPUT2
      *   SCHFCST   GENERATION AND 30-DAY FORECAST LISTING
      *****************************************************
           SELECT SCHEDULE-FILE ASSIGN UT-S-SCHEDMST
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-SCHED-STATUS.

           SELECT BULLETIN-FEED ASSIGN UT-S-SCHFEED
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT FORECAST-REPORT ASSIGN UT-S-SCHFCST
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  SCHEDULE-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS SCHEDULE-RECORD.

       COPY TCPYSCH.

       FD  BULLETIN-FEED
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS BULLETIN-FEED-REC.

       01  BULLETIN-FEED-REC         PIC X(96).

       FD  FORECAST-REPORT
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS FORECAST-REPORT-REC.

       01  FORECAST-REPORT-REC       PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-SCHED-STATUS            PIC XX    VALUE SPACES.

       01  WS-SCHED-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-SCHED-EOF                     VALUE 'Y'.

       01  WS-TODAY                   PIC 9(8)  VALUE 0.
       01  WS-TODAY-INT               PIC 9(7)  VALUE 0.

      ****************************************************
      ****    THE ACTIVE SCHEDULE, LOADED FROM SCHEDMST
      ****************************************************
       01  WS-SCH-IDX                 PIC 9(3)  VALUE 0.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-COUNT           PIC 9(3)  VALUE 0.
           05  WS-SCH-ENTRY           OCCURS 200 TIMES.
               10  WS-SCH-ID          PIC X(8).
               10  WS-SCH-TAG         PIC X(6).
               10  WS-SCH-CATEGORY    PIC X(4).
               10  WS-SCH-TYPE        PIC X(1).
               10  WS-SCH-DAY         PIC 9(2).
               10  WS-SCH-QTR-MONTH   PIC 9(1).
               10  WS-SCH-START       PIC 9(8).
               10  WS-SCH-END         PIC 9(8).
               10  WS-SCH-LIVE-DAYS   PIC 9(2).
               10  WS-SCH-TEXT        PIC X(70).

       01  WS-CARD-REASON             PIC X(30) VALUE SPACES.

      ****************************************************
      ****    DUE-DATE TEST: IS SCHEDULE ENTRY WS-SCH-IDX
      ****    DUE ON WS-TEST-DATE.  DAY 1 OF THE INTEGER-OF-
      ****    DATE SCALE IS A MONDAY, SO WEEKDAY 1 IS MONDAY
      ****    AND 7 IS SUNDAY
      ****************************************************
       01  WS-TEST-DATE               PIC 9(8)  VALUE 0.
       01  WS-TEST-DATE-R REDEFINES WS-TEST-DATE.
           05  WS-TEST-CCYY           PIC 9(4).
           05  WS-TEST-MM             PIC 9(2).
           05  WS-TEST-DD             PIC 9(2).
       01  WS-TEST-INT                PIC 9(7)  VALUE 0.
       01  WS-TEST-WEEKDAY            PIC 9(1)  VALUE 0.
       01  WS-TEST-QTR-MONTH          PIC 9(1)  VALUE 0.
       01  WS-NEXT-DATE               PIC 9(8)  VALUE 0.
       01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
           05  FILLER                 PIC 9(6).
           05  WS-NEXT-DD             PIC 9(2).
       01  WS-LAST-DAY-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-LAST-DAY-OF-MONTH             VALUE 'Y'.
       01  WS-DUE-FLAG                PIC X(1)  VALUE 'N'.
           88  WS-DUE                           VALUE 'Y'.
       01  WS-EXPIRY-DATE             PIC 9(8)  VALUE 0.

       01  WS-DAY-OFFSET              PIC 9(2)  VALUE 0.
       01  WS-FORECAST-DAYS           PIC 9(2)  VALUE 30.

       01  WS-DAY-NAMES-X             PIC X(21)
           VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-X.
           05  WS-DAY-NAME            PIC X(3)  OCCURS 7 TIMES.

       01  WS-CARD-COUNT              PIC 9(5)  VALUE 0.
       01  WS-ACTIVE-COUNT            PIC 9(5)  VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5)  VALUE 0.
       01  WS-GENERATED-COUNT         PIC 9(5)  VALUE 0.
       01  WS-FORECAST-COUNT          PIC 9(5)  VALUE 0.

      ****************************************************
      ****    BULLETIN IN THE TCPYB17 INCOMING-DATA LAYOUT
      ****************************************************
       01  WS-BULLETIN-LINE.
           05  WS-BULL-TAG            PIC X(6).
           05  WS-BULL-CATEGORY       PIC X(4).
           05  WS-BULL-TEXT           PIC X(70).
           05  WS-BULL-EFF-DATE       PIC X(8)  VALUE SPACES.
           05  WS-BULL-EXP-DATE       PIC X(8)  VALUE SPACES.

      ****************************************************
      ****    REPORT LINES
      ****************************************************
       01  WS-REJECT-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-REJ-CARD            PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-REJ-ID              PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-REJ-REASON          PIC X(30).
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  FILLER                 PIC X(9)  VALUE 'DUE DATE'.
           05  FILLER                 PIC X(4)  VALUE 'DAY'.
           05  FILLER                 PIC X(9)  VALUE 'SCHEDULE'.
           05  FILLER                 PIC X(5)  VALUE 'CAT'.
           05  FILLER                 PIC X(7)  VALUE 'TAG'.
           05  FILLER                 PIC X(9)  VALUE 'EXPIRES'.
           05  FILLER                 PIC X(36) VALUE 'TEXT'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-DATE            PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-DAY             PIC X(3).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-ID              PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-CATEGORY        PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-TAG             PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-EXPIRY          PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-TEXT            PIC X(36).

       01  WS-REPORT-TOTAL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(32) VALUE SPACES.

      ****************************************************
      ****    SHARED INTERFACE-COUNT LEDGER LINK AREA
      ****************************************************
       COPY TCPYIFC.

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
           MOVE 'TPROG29' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN OUTPUT BULLETIN-FEED.
           OPEN OUTPUT FORECAST-REPORT.
           MOVE ' SCHEDULED BULLETIN GENERATION AND FORECAST - TPROG29'
              TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           MOVE SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.

           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHED-STATUS = '00'
              PERFORM 00010-LOAD-ONE-SCHEDULE THRU
                      00010-LOAD-ONE-SCHEDULE-X
                 UNTIL WS-SCHED-EOF
              CLOSE SCHEDULE-FILE
           ELSE
              MOVE 'TPROG29' TO EH-PROGRAM
              MOVE 'SCHEDMST' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-SCHED-STATUS TO EH-FILE-STATUS
              MOVE 'SCHEDULE MASTER OPEN FAILED - NOTHING GENERATED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           PERFORM 00020-GENERATE-TODAY THRU
                   00020-GENERATE-TODAY-X.
           PERFORM 00040-PRINT-FORECAST THRU
                   00040-PRINT-FORECAST-X.
           PERFORM 00080-PRINT-TOTALS THRU
                   00080-PRINT-TOTALS-X.

           CLOSE BULLETIN-FEED.
           CLOSE FORECAST-REPORT.
      *    THE SCHFEED OUTPUT IS CONCATENATED ONTO THE BULLETIN
      *    RUN'S INPUT2, SO THE PRODUCER LEG IS LOGGED UNDER THE
      *    INTERFACE NAME THE CONSUMER (TSUBR17) LOGS AGAINST
           MOVE 'TPROG29' TO IC-PROGRAM.
           MOVE 'INPUT2  ' TO IC-INTERFACE.
           MOVE 'P' TO IC-ROLE.
           MOVE WS-GENERATED-COUNT TO IC-COUNT.
           CALL 'IFCLOGSB' USING IFCLOG-AREA.

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'TPROG29' TO JL-PROGRAM.
           MOVE WS-CARD-COUNT TO JL-RECORDS-IN.
           MOVE WS-GENERATED-COUNT TO JL-RECORDS-OUT.
           MOVE WS-REJECT-COUNT TO JL-RECORDS-REJ.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'TPROG29 SCHEDULE ENTRIES: ' WS-ACTIVE-COUNT
                   ' GENERATED TODAY: ' WS-GENERATED-COUNT.
           GOBACK.

      ****************************************************
      ****    ONE SCHEDULE CARD.  EVERY CARD IS EDITED
      ****    BEFORE IT IS TRUSTED; A BAD CARD IS LISTED AND
      ****    SKIPPED, THE REST OF THE SCHEDULE RUNS
      ****************************************************
       00010-LOAD-ONE-SCHEDULE.
           READ SCHEDULE-FILE
              AT END
                 MOVE 'Y' TO WS-SCHED-EOF-FLAG
                 GO TO 00010-LOAD-ONE-SCHEDULE-X
           END-READ.
           ADD 1 TO WS-CARD-COUNT.
           IF SCHEDULE-RECORD = SPACES
              GO TO 00010-LOAD-ONE-SCHEDULE-X
           END-IF.
           MOVE SPACES TO WS-CARD-REASON.
           EVALUATE TRUE
              WHEN SCH-TEXT = SPACES
                 MOVE 'NO BULLETIN TEXT' TO WS-CARD-REASON
              WHEN SCH-CATEGORY = SPACES
                 MOVE 'NO BULLETIN CATEGORY' TO WS-CARD-REASON
              WHEN SCH-TAG NOT = SPACES
                   AND SCH-TAG NOT = '<KEEP>'
                   AND SCH-TAG NOT = '<URGT>'
                 MOVE 'INVALID KEEPER TAG' TO WS-CARD-REASON
              WHEN NOT SCH-DAILY AND NOT SCH-WEEKLY
                   AND NOT SCH-MONTHLY AND NOT SCH-QUARTERLY
                 MOVE 'INVALID RECURRENCE TYPE' TO WS-CARD-REASON
              WHEN SCH-START-DATE NOT NUMERIC
                 MOVE 'INVALID START DATE' TO WS-CARD-REASON
              WHEN SCH-END-DATE NOT = SPACES
                   AND SCH-END-DATE NOT NUMERIC
                 MOVE 'INVALID END DATE' TO WS-CARD-REASON
              WHEN SCH-LIVE-DAYS NOT = SPACES
                   AND SCH-LIVE-DAYS NOT NUMERIC
                 MOVE 'INVALID LIVE DAYS' TO WS-CARD-REASON
           END-EVALUATE.
           IF WS-CARD-REASON = SPACES
              AND NOT SCH-DAILY
              IF SCH-RECUR-DAY NOT NUMERIC
                 MOVE 'INVALID RECURRENCE DAY' TO WS-CARD-REASON
              ELSE
                 IF SCH-WEEKLY
                    AND (SCH-RECUR-DAY < '01' OR SCH-RECUR-DAY > '07')
                    MOVE 'WEEKDAY NOT 01-07' TO WS-CARD-REASON
                 END-IF
                 IF NOT SCH-WEEKLY
                    AND (SCH-RECUR-DAY < '01'
                         OR (SCH-RECUR-DAY > '31'
                             AND SCH-RECUR-DAY NOT = '99'))
                    MOVE 'DAY OF MONTH NOT 01-31 OR 99'
                       TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-REASON = SPACES
              AND SCH-QUARTERLY
              AND (SCH-QTR-MONTH < '1' OR SCH-QTR-MONTH > '3')
              MOVE 'QUARTER MONTH NOT 1-3' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-REASON = SPACES
              AND WS-SCH-COUNT NOT < 200
              MOVE 'SCHEDULE TABLE FULL' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-REASON NOT = SPACES
              PERFORM 00015-REJECT-CARD THRU
                      00015-REJECT-CARD-X
              GO TO 00010-LOAD-ONE-SCHEDULE-X
           END-IF.

           ADD 1 TO WS-SCH-COUNT.
           MOVE SCH-ID TO WS-SCH-ID(WS-SCH-COUNT).
           MOVE SCH-TAG TO WS-SCH-TAG(WS-SCH-COUNT).
           MOVE SCH-CATEGORY TO WS-SCH-CATEGORY(WS-SCH-COUNT).
           MOVE SCH-RECUR-TYPE TO WS-SCH-TYPE(WS-SCH-COUNT).
           MOVE 0 TO WS-SCH-DAY(WS-SCH-COUNT)
                     WS-SCH-QTR-MONTH(WS-SCH-COUNT)
                     WS-SCH-END(WS-SCH-COUNT)
                     WS-SCH-LIVE-DAYS(WS-SCH-COUNT).
           IF NOT SCH-DAILY
              MOVE SCH-RECUR-DAY TO WS-SCH-DAY(WS-SCH-COUNT)
           END-IF.
           IF SCH-QUARTERLY
              MOVE SCH-QTR-MONTH TO WS-SCH-QTR-MONTH(WS-SCH-COUNT)
           END-IF.
           MOVE SCH-START-DATE TO WS-SCH-START(WS-SCH-COUNT).
           IF SCH-END-DATE NUMERIC
              MOVE SCH-END-DATE TO WS-SCH-END(WS-SCH-COUNT)
           END-IF.
           IF SCH-LIVE-DAYS NUMERIC
              MOVE SCH-LIVE-DAYS TO WS-SCH-LIVE-DAYS(WS-SCH-COUNT)
           END-IF.
           MOVE SCH-TEXT TO WS-SCH-TEXT(WS-SCH-COUNT).
           ADD 1 TO WS-ACTIVE-COUNT.
       00010-LOAD-ONE-SCHEDULE-X.
           EXIT.

       00015-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT.
           IF WS-REJECT-COUNT = 1
              MOVE ' SCHEDULE CARDS REJECTED (NOT GENERATED)'
                 TO FORECAST-REPORT-REC
              WRITE FORECAST-REPORT-REC
           END-IF.
           MOVE WS-CARD-COUNT TO WS-REJ-CARD.
           MOVE SCH-ID TO WS-REJ-ID.
           MOVE WS-CARD-REASON TO WS-REJ-REASON.
           WRITE FORECAST-REPORT-REC FROM WS-REJECT-LINE.
           MOVE 'TPROG29' TO EH-PROGRAM.
           MOVE 'SCHEDBAD' TO EH-CODE.
           MOVE 'W' TO EH-SEVERITY.
           MOVE SPACES TO EH-FILE-STATUS.
           MOVE SPACES TO EH-MESSAGE.
           STRING 'SCHEDULE ' SCH-ID ' REJECTED - ' WS-CARD-REASON
                  DELIMITED BY SIZE INTO EH-MESSAGE.
           CALL 'ERRHANDL' USING ERRHDL-AREA.
       00015-REJECT-CARD-X.
           EXIT.

      ****************************************************
      ****    TODAY'S BULLETINS: EVERY ACTIVE SCHEDULE
      ****    ENTRY DUE TODAY GOES TO THE FEED
      ****************************************************
       00020-GENERATE-TODAY.
           IF WS-REJECT-COUNT > 0
              MOVE SPACES TO FORECAST-REPORT-REC
              WRITE FORECAST-REPORT-REC
           END-IF.
           MOVE ' BULLETINS GENERATED TODAY' TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC FROM WS-HEADING-LINE.
           MOVE WS-TODAY TO WS-TEST-DATE.
           MOVE WS-TODAY-INT TO WS-TEST-INT.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
              PERFORM 00030-TEST-DUE THRU
                      00030-TEST-DUE-X
              IF WS-DUE
                 PERFORM 00021-WRITE-BULLETIN THRU
                         00021-WRITE-BULLETIN-X
              END-IF
           END-PERFORM.
           IF WS-GENERATED-COUNT = 0
              MOVE '   NONE DUE TODAY' TO FORECAST-REPORT-REC
              WRITE FORECAST-REPORT-REC
           END-IF.
       00020-GENERATE-TODAY-X.
           EXIT.

       00021-WRITE-BULLETIN.
           ADD 1 TO WS-GENERATED-COUNT.
           MOVE WS-SCH-TAG(WS-SCH-IDX) TO WS-BULL-TAG.
           MOVE WS-SCH-CATEGORY(WS-SCH-IDX) TO WS-BULL-CATEGORY.
           MOVE WS-SCH-TEXT(WS-SCH-IDX) TO WS-BULL-TEXT.
           MOVE WS-TEST-DATE TO WS-BULL-EFF-DATE.
           MOVE WS-EXPIRY-DATE TO WS-BULL-EXP-DATE.
           WRITE BULLETIN-FEED-REC FROM WS-BULLETIN-LINE.
           PERFORM 00035-PRINT-DUE-LINE THRU
                   00035-PRINT-DUE-LINE-X.
       00021-WRITE-BULLETIN-X.
           EXIT.

      ****************************************************
      ****    IS ENTRY WS-SCH-IDX DUE ON WS-TEST-DATE
      ****    (WS-TEST-INT IS THE SAME DATE AS AN INTEGER)
      ****************************************************
       00030-TEST-DUE.
           MOVE 'N' TO WS-DUE-FLAG.
           IF WS-TEST-DATE < WS-SCH-START(WS-SCH-IDX)
              GO TO 00030-TEST-DUE-X
           END-IF.
           IF WS-SCH-END(WS-SCH-IDX) > 0
              AND WS-TEST-DATE > WS-SCH-END(WS-SCH-IDX)
              GO TO 00030-TEST-DUE-X
           END-IF.

           COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-INT + 1).
           IF WS-NEXT-DD = 1
              MOVE 'Y' TO WS-LAST-DAY-FLAG
           ELSE
              MOVE 'N' TO WS-LAST-DAY-FLAG
           END-IF.

           EVALUATE WS-SCH-TYPE(WS-SCH-IDX)
              WHEN 'D'
                 MOVE 'Y' TO WS-DUE-FLAG
              WHEN 'W'
                 COMPUTE WS-TEST-WEEKDAY =
                         FUNCTION MOD(WS-TEST-INT - 1, 7) + 1
                 IF WS-TEST-WEEKDAY = WS-SCH-DAY(WS-SCH-IDX)
                    MOVE 'Y' TO WS-DUE-FLAG
                 END-IF
              WHEN 'M'
                 PERFORM 00031-TEST-DAY-OF-MONTH THRU
                         00031-TEST-DAY-OF-MONTH-X
              WHEN 'Q'
                 COMPUTE WS-TEST-QTR-MONTH =
                         FUNCTION MOD(WS-TEST-MM - 1, 3) + 1
                 IF WS-TEST-QTR-MONTH = WS-SCH-QTR-MONTH(WS-SCH-IDX)
                    PERFORM 00031-TEST-DAY-OF-MONTH THRU
                            00031-TEST-DAY-OF-MONTH-X
                 END-IF
           END-EVALUATE.

           IF WS-DUE
              COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                      (WS-TEST-INT + WS-SCH-LIVE-DAYS(WS-SCH-IDX))
           END-IF.
       00030-TEST-DUE-X.
           EXIT.

      *    DAY 99, OR A DAY PAST THE END OF A SHORT MONTH, FALLS
      *    ON THE LAST DAY OF THE MONTH
       00031-TEST-DAY-OF-MONTH.
           IF WS-TEST-DD = WS-SCH-DAY(WS-SCH-IDX)
              MOVE 'Y' TO WS-DUE-FLAG
           ELSE
              IF WS-LAST-DAY-OF-MONTH
                 AND WS-SCH-DAY(WS-SCH-IDX) > WS-TEST-DD
                 MOVE 'Y' TO WS-DUE-FLAG
              END-IF
           END-IF.
       00031-TEST-DAY-OF-MONTH-X.
           EXIT.

       00035-PRINT-DUE-LINE.
           MOVE WS-TEST-DATE TO WS-DTL-DATE.
           COMPUTE WS-TEST-WEEKDAY =
                   FUNCTION MOD(WS-TEST-INT - 1, 7) + 1.
           MOVE WS-DAY-NAME(WS-TEST-WEEKDAY) TO WS-DTL-DAY.
           MOVE WS-SCH-ID(WS-SCH-IDX) TO WS-DTL-ID.
           MOVE WS-SCH-CATEGORY(WS-SCH-IDX) TO WS-DTL-CATEGORY.
           MOVE WS-SCH-TAG(WS-SCH-IDX) TO WS-DTL-TAG.
           MOVE WS-EXPIRY-DATE TO WS-DTL-EXPIRY.
           MOVE WS-SCH-TEXT(WS-SCH-IDX) TO WS-DTL-TEXT.
           WRITE FORECAST-REPORT-REC FROM WS-DETAIL-LINE.
       00035-PRINT-DUE-LINE-X.
           EXIT.

      ****************************************************
      ****    FORECAST: WHAT THE SCHEDULE WILL GENERATE ON
      ****    EACH OF THE NEXT 30 DAYS, DAY BY DAY
      ****************************************************
       00040-PRINT-FORECAST.
           MOVE SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           MOVE ' FORECAST - NEXT 30 DAYS' TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC FROM WS-HEADING-LINE.
           PERFORM 00041-FORECAST-ONE-DAY THRU
                   00041-FORECAST-ONE-DAY-X
              VARYING WS-DAY-OFFSET FROM 1 BY 1
              UNTIL WS-DAY-OFFSET > WS-FORECAST-DAYS.
           IF WS-FORECAST-COUNT = 0
              MOVE '   NOTHING SCHEDULED' TO FORECAST-REPORT-REC
              WRITE FORECAST-REPORT-REC
           END-IF.
       00040-PRINT-FORECAST-X.
           EXIT.

       00041-FORECAST-ONE-DAY.
           COMPUTE WS-TEST-INT = WS-TODAY-INT + WS-DAY-OFFSET.
           COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(WS-TEST-INT).
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
              PERFORM 00030-TEST-DUE THRU
                      00030-TEST-DUE-X
              IF WS-DUE
                 ADD 1 TO WS-FORECAST-COUNT
                 PERFORM 00035-PRINT-DUE-LINE THRU
                         00035-PRINT-DUE-LINE-X
              END-IF
           END-PERFORM.
       00041-FORECAST-ONE-DAY-X.
           EXIT.

      ****************************************************
      ****    RUN TOTALS
      ****************************************************
       00080-PRINT-TOTALS.
           MOVE SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           MOVE WS-CARD-COUNT TO WS-TOT-COUNT.
           MOVE 'SCHEDULE CARDS READ' TO WS-TOT-LABEL.
           WRITE FORECAST-REPORT-REC FROM WS-REPORT-TOTAL.
           MOVE WS-ACTIVE-COUNT TO WS-TOT-COUNT.
           MOVE 'SCHEDULE ENTRIES LOADED' TO WS-TOT-LABEL.
           WRITE FORECAST-REPORT-REC FROM WS-REPORT-TOTAL.
           MOVE WS-REJECT-COUNT TO WS-TOT-COUNT.
           MOVE 'SCHEDULE CARDS REJECTED' TO WS-TOT-LABEL.
           WRITE FORECAST-REPORT-REC FROM WS-REPORT-TOTAL.
           MOVE WS-GENERATED-COUNT TO WS-TOT-COUNT.
           MOVE 'BULLETINS GENERATED TODAY' TO WS-TOT-LABEL.
           WRITE FORECAST-REPORT-REC FROM WS-REPORT-TOTAL.
           MOVE WS-FORECAST-COUNT TO WS-TOT-COUNT.
           MOVE 'BULLETINS FORECAST - NEXT 30 DAYS' TO WS-TOT-LABEL.
           WRITE FORECAST-REPORT-REC FROM WS-REPORT-TOTAL.
       00080-PRINT-TOTALS-X.
           EXIT.
