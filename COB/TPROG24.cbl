       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG24.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * KEYWORD SEARCH OVER THE KEYED BULLARCH BULLETIN
      *      ARCHIVE THAT TPROG17 WRITES.  TPROG18 FINDS A
      *      BULLETIN ONLY BY ITS EXACT KEY OR A RUN-DATE
      *      RANGE; THIS PROGRAM FINDS EVERY BULLETIN WHOSE
      *      TEXT - THE PRIMARY LINE AND ALL CONTINUATION
      *      LINES - MENTIONS ONE OR MORE KEYWORDS.  THE
      *      COMPARISON IGNORES UPPER/LOWER CASE.
      *
      *      SRCHCARD CARD, ONE PER SEARCH (SEVERAL MAY BE
      *      STACKED IN ONE RUN):
      *        COLS  1-4   CATEGORY        (BLANK = ALL)
      *        COLS  6-13  FROM RUN DATE   (BLANK = OLDEST)
      *        COLS 15-22  TO RUN DATE     (BLANK = NEWEST)
      *        COL  24     TAG FILTER      (BLANK = ALL,
      *                    K = <KEEP> ONLY, U = <URGT> ONLY,
      *                    F = <KEEP> OR <URGT>)
      *        COL  26     MATCH           (A = EVERY KEYWORD,
      *                    BLANK OR O = ANY KEYWORD)
      *        COL  28     REPRINT         (Y = PASS THE KEYS
      *                    OF THE HITS TO TPROG18)
      *        COLS 30-44  KEYWORD 1
      *        COLS 45-59  KEYWORD 2       (OPTIONAL)
      *        COLS 60-74  KEYWORD 3       (OPTIONAL)
      *      A KEYWORD MAY BE A PHRASE WITH EMBEDDED SPACES.
      *
      *      SRCHRPT LISTS EACH HIT WITH ITS KEY, RUN DATE,
      *      CATEGORY AND TAG, AND EVERY MATCHING LINE WITH
      *      THE KEYWORDS MARKED UNDERNEATH.  WITH REPRINT = Y
      *      THE HIT KEYS ARE ALSO WRITTEN TO SRCHKEYS AS
      *      TPROG18 'SINGLE' REQUEST CARDS - SUPPLY SRCHKEYS
      *      AS TPROG18'S REQCARD TO REPRINT THEM.
      *      WITH COPYLIB   TCPYARC (ARCHIVE RECORD)
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
      *   SRCHCARD  THE SEARCH REQUEST CARDS
      *   BULLARCH  THE KEYED BULLETIN ARCHIVE (INPUT)
      *   SRCHRPT   THE SEARCH LISTING
      *   SRCHKEYS  TPROG18 REQUEST CARDS FOR THE HITS
      *****************************************************
           SELECT SEARCH-FILE ASSIGN UT-S-SRCHCARD
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-SRCH-STATUS.

           SELECT BULLETIN-ARCHIVE ASSIGN BULLARCH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCH-BULLETIN-KEY
             FILE STATUS IS WS-ARCH-STATUS.

           SELECT SEARCH-REPORT ASSIGN UT-S-SRCHRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT REPRINT-KEY-FILE ASSIGN UT-S-SRCHKEYS
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  SEARCH-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS SEARCH-REC.

       01  SEARCH-REC.
           05  SRCH-CATEGORY         PIC X(4).
           05  FILLER                PIC X(1).
           05  SRCH-FROM-DATE        PIC X(8).
           05  FILLER                PIC X(1).
           05  SRCH-TO-DATE          PIC X(8).
           05  FILLER                PIC X(1).
           05  SRCH-TAG-FILTER       PIC X(1).
               88  SRCH-ANY-TAG      VALUE ' '.
               88  SRCH-KEEPER-ONLY  VALUE 'K'.
               88  SRCH-URGENT-ONLY  VALUE 'U'.
               88  SRCH-FLAGGED-ONLY VALUE 'F'.
           05  FILLER                PIC X(1).
           05  SRCH-MATCH-MODE       PIC X(1).
               88  SRCH-MATCH-ALL    VALUE 'A'.
               88  SRCH-MATCH-ANY    VALUE ' ' 'O'.
           05  FILLER                PIC X(1).
           05  SRCH-REPRINT          PIC X(1).
               88  SRCH-PASS-KEYS    VALUE 'Y'.
           05  FILLER                PIC X(1).
           05  SRCH-KEYWORD          OCCURS 3 TIMES PIC X(15).
           05  FILLER                PIC X(6).

       FD  BULLETIN-ARCHIVE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-REC.

       COPY TCPYARC.

       FD  SEARCH-REPORT
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS SEARCH-RPT-REC.

       01  SEARCH-RPT-REC.
           05  CC                PIC X(1).
           05  SEARCH-LINE       PIC X(132).

      *    SAME LAYOUT AS THE TPROG18 REQCARD 'SINGLE' CARD
       FD  REPRINT-KEY-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS REPRINT-KEY-REC.

       01  REPRINT-KEY-REC.
           05  RKY-MODE              PIC X(6).
           05  FILLER                PIC X(1).
           05  RKY-KEY               PIC X(19).
           05  FILLER                PIC X(54).

       WORKING-STORAGE SECTION.

       01  WS-SRCH-STATUS             PIC XX    VALUE SPACES.
       01  WS-ARCH-STATUS             PIC XX    VALUE SPACES.

       01  WS-SRCH-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-SRCH-EOF                      VALUE 'Y'.

       01  WS-ARCH-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-ARCH-EOF                      VALUE 'Y'.

       01  WS-FROM-DATE               PIC 9(8)  VALUE 0.
       01  WS-TO-DATE                 PIC 9(8)  VALUE 0.

       01  WS-SEARCH-COUNT            PIC 9(5)  VALUE 0.
       01  WS-SCANNED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-HIT-COUNT               PIC 9(5)  VALUE 0.
       01  WS-TOTAL-HIT-COUNT         PIC 9(7)  VALUE 0.

       01  WS-LOWER-CASE              PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE              PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      ****************************************************
      ****    THE KEYWORDS OF THE CURRENT SEARCH, IN UPPER
      ****    CASE, WITH THEIR SIGNIFICANT LENGTH
      ****************************************************
       01  WS-KW-IDX                  PIC 9(1)  VALUE 0.
       01  WS-KW-USED                 PIC 9(1)  VALUE 0.
       01  WS-KW-FOUND                PIC 9(1)  VALUE 0.
       01  WS-KEYWORD-TABLE.
           05  WS-KEYWORD-ENTRY       OCCURS 3 TIMES.
               10  WS-KW-TEXT         PIC X(15).
               10  WS-KW-LEN          PIC 9(2).
               10  WS-KW-HIT-FLAG     PIC X(1).
                   88  WS-KW-HIT                VALUE 'Y'.

      ****************************************************
      ****    THE LINES OF THE CURRENT BULLETIN: THE PRIMARY
      ****    LINE AND UP TO THREE CONTINUATION LINES
      ****************************************************
       01  WS-LINE-IDX                PIC 9(1)  VALUE 0.
       01  WS-LINE-COUNT              PIC 9(1)  VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY          OCCURS 4 TIMES.
               10  WS-LINE-TEXT       PIC X(70).
               10  WS-LINE-UPPER      PIC X(70).
               10  WS-LINE-HIT-FLAG   PIC X(1).
                   88  WS-LINE-HIT              VALUE 'Y'.

       01  WS-TALLY                   PIC 9(3)  VALUE 0.
       01  WS-MATCH-FLAG              PIC X(1)  VALUE 'N'.
           88  WS-BULLETIN-MATCHES              VALUE 'Y'.

       01  WS-CARD-ERROR              PIC X(40) VALUE SPACES.

       01  WS-SEARCH-HEADER.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  FILLER                 PIC X(17)
               VALUE 'ARCHIVE SEARCH - '.
           05  WS-SH-KEYWORDS         PIC X(51).
           05  FILLER                 PIC X(63) VALUE SPACES.

       01  WS-SEARCH-CRITERIA.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'CATEGORY: '.
           05  WS-SC-CATEGORY         PIC X(4).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE 'DATES: '.
           05  WS-SC-FROM-DATE        PIC 9(8).
           05  FILLER                 PIC X(3)  VALUE ' - '.
           05  WS-SC-TO-DATE          PIC 9(8).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE 'TAG: '.
           05  WS-SC-TAG-FILTER       PIC X(1).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE 'MATCH: '.
           05  WS-SC-MATCH            PIC X(3).
           05  FILLER                 PIC X(64) VALUE SPACES.

       01  WS-HIT-HEADER.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(13)
               VALUE 'BULLETIN ID: '.
           05  WS-HH-KEY              PIC X(19).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HH-DATE             PIC 9(8).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'CATEGORY: '.
           05  WS-HH-CATEGORY         PIC X(4).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE 'TAG: '.
           05  WS-HH-TAG              PIC X(6).
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  WS-HIT-LINE.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WS-HL-MARK             PIC X(4).
           05  WS-HL-TEXT             PIC X(70).
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-MARK-LINE.
           05  FILLER                 PIC X(9)  VALUE SPACES.
           05  WS-ML-CARETS           PIC X(70).
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-SEARCH-TOTAL.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(80) VALUE SPACES.

      ****************************************************
      ****    SHARED JOB-EXECUTION LOG LINK AREA
      ****************************************************
       COPY TCPYJLG.

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.

           MOVE 'S' TO JL-ACTION.
           MOVE 'TPROG24' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           OPEN INPUT SEARCH-FILE.
           OPEN OUTPUT SEARCH-REPORT.
           OPEN OUTPUT REPRINT-KEY-FILE.

           IF WS-SRCH-STATUS NOT = '00'
              MOVE 'Y' TO WS-SRCH-EOF-FLAG
              MOVE SPACES TO SEARCH-RPT-REC
              MOVE ' *** NO SEARCH CARD SUPPLIED ***'
                 TO SEARCH-LINE
              WRITE SEARCH-RPT-REC
           ELSE
              OPEN INPUT BULLETIN-ARCHIVE
              IF WS-ARCH-STATUS NOT = '00'
                 MOVE 'Y' TO WS-SRCH-EOF-FLAG
                 MOVE SPACES TO SEARCH-RPT-REC
                 MOVE ' *** BULLETIN ARCHIVE NOT AVAILABLE ***'
                    TO SEARCH-LINE
                 WRITE SEARCH-RPT-REC
              END-IF
           END-IF.

           PERFORM 00010-PROCESS-ONE-SEARCH THRU
                   00010-PROCESS-ONE-SEARCH-X
              UNTIL WS-SRCH-EOF.

           IF WS-ARCH-STATUS = '00' OR WS-ARCH-STATUS = '10'
              CLOSE BULLETIN-ARCHIVE
           END-IF.
           CLOSE SEARCH-FILE.
           CLOSE SEARCH-REPORT.
           CLOSE REPRINT-KEY-FILE.

           MOVE 'E' TO JL-ACTION.
           MOVE 'TPROG24' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-REJ JL-RETURN-CODE.
           MOVE WS-SCANNED-COUNT TO JL-RECORDS-IN.
           MOVE WS-TOTAL-HIT-COUNT TO JL-RECORDS-OUT.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           GOBACK.

       00010-PROCESS-ONE-SEARCH.
           READ SEARCH-FILE
              AT END
                 MOVE 'Y' TO WS-SRCH-EOF-FLAG
                 GO TO 00010-PROCESS-ONE-SEARCH-X
           END-READ.
           IF SEARCH-REC = SPACES
              GO TO 00010-PROCESS-ONE-SEARCH-X
           END-IF.
           ADD 1 TO WS-SEARCH-COUNT.
           PERFORM 00015-EDIT-SEARCH-CARD.
           PERFORM 00016-PRINT-SEARCH-HEADER.
           IF WS-CARD-ERROR NOT = SPACES
              MOVE SPACES TO SEARCH-RPT-REC
              MOVE WS-CARD-ERROR TO SEARCH-LINE(4:40)
              WRITE SEARCH-RPT-REC
              GO TO 00010-PROCESS-ONE-SEARCH-X
           END-IF.
           PERFORM 00020-SCAN-ARCHIVE.
       00010-PROCESS-ONE-SEARCH-X.
           EXIT.

      *    KEYWORDS ARE FOLDED TO UPPER CASE AND MEASURED TO
      *    THEIR LAST NON-BLANK CHARACTER
       00015-EDIT-SEARCH-CARD.
           MOVE SPACES TO WS-CARD-ERROR.
           MOVE 0 TO WS-KW-USED.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > 3
              MOVE SRCH-KEYWORD(WS-KW-IDX) TO WS-KW-TEXT(WS-KW-IDX)
              INSPECT WS-KW-TEXT(WS-KW-IDX)
                 CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              PERFORM VARYING WS-KW-LEN(WS-KW-IDX) FROM 15 BY -1
                      UNTIL WS-KW-LEN(WS-KW-IDX) = 0
                      OR WS-KW-TEXT(WS-KW-IDX)
                         (WS-KW-LEN(WS-KW-IDX):1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              IF WS-KW-LEN(WS-KW-IDX) > 0
                 ADD 1 TO WS-KW-USED
              END-IF
           END-PERFORM.

           MOVE 0 TO WS-FROM-DATE.
           MOVE 99999999 TO WS-TO-DATE.
           EVALUATE TRUE
              WHEN WS-KW-USED = 0
                 MOVE '*** SEARCH CARD HAS NO KEYWORD ***'
                    TO WS-CARD-ERROR
              WHEN SRCH-FROM-DATE NOT = SPACES
                   AND SRCH-FROM-DATE NOT NUMERIC
                 MOVE '*** INVALID FROM DATE ***' TO WS-CARD-ERROR
              WHEN SRCH-TO-DATE NOT = SPACES
                   AND SRCH-TO-DATE NOT NUMERIC
                 MOVE '*** INVALID TO DATE ***' TO WS-CARD-ERROR
              WHEN NOT SRCH-ANY-TAG AND NOT SRCH-KEEPER-ONLY
                   AND NOT SRCH-URGENT-ONLY
                   AND NOT SRCH-FLAGGED-ONLY
                 MOVE '*** INVALID TAG FILTER ***' TO WS-CARD-ERROR
              WHEN NOT SRCH-MATCH-ALL AND NOT SRCH-MATCH-ANY
                 MOVE '*** INVALID MATCH MODE ***' TO WS-CARD-ERROR
           END-EVALUATE.
           IF SRCH-FROM-DATE NUMERIC
              MOVE SRCH-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF SRCH-TO-DATE NUMERIC
              MOVE SRCH-TO-DATE TO WS-TO-DATE
           END-IF.

       00016-PRINT-SEARCH-HEADER.
           MOVE SPACES TO SEARCH-RPT-REC.
           WRITE SEARCH-RPT-REC.
           MOVE SPACES TO WS-SH-KEYWORDS.
           STRING SRCH-KEYWORD(1) ' ' SRCH-KEYWORD(2) ' '
                  SRCH-KEYWORD(3)
                  DELIMITED BY SIZE INTO WS-SH-KEYWORDS.
           MOVE SPACES TO SEARCH-RPT-REC.
           MOVE WS-SEARCH-HEADER TO SEARCH-LINE.
           WRITE SEARCH-RPT-REC.
           IF SRCH-CATEGORY = SPACES
              MOVE 'ALL ' TO WS-SC-CATEGORY
           ELSE
              MOVE SRCH-CATEGORY TO WS-SC-CATEGORY
           END-IF.
           MOVE WS-FROM-DATE TO WS-SC-FROM-DATE.
           MOVE WS-TO-DATE TO WS-SC-TO-DATE.
           MOVE SRCH-TAG-FILTER TO WS-SC-TAG-FILTER.
           IF SRCH-MATCH-ALL
              MOVE 'ALL' TO WS-SC-MATCH
           ELSE
              MOVE 'ANY' TO WS-SC-MATCH
           END-IF.
           MOVE SPACES TO SEARCH-RPT-REC.
           MOVE WS-SEARCH-CRITERIA TO SEARCH-LINE.
           WRITE SEARCH-RPT-REC.

       00020-SCAN-ARCHIVE.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE 'N' TO WS-ARCH-EOF-FLAG.
           MOVE WS-FROM-DATE TO ARCH-RUN-DATE.
           MOVE ZEROS TO ARCH-RUN-TIME.
           MOVE ZEROS TO ARCH-MSG-SEQ.
           START BULLETIN-ARCHIVE
              KEY IS NOT LESS THAN ARCH-BULLETIN-KEY
              INVALID KEY MOVE 'Y' TO WS-ARCH-EOF-FLAG
           END-START.
           PERFORM 00030-CHECK-ONE-BULLETIN THRU
                   00030-CHECK-ONE-BULLETIN-X
              UNTIL WS-ARCH-EOF.

           MOVE SPACES TO SEARCH-RPT-REC.
           IF WS-HIT-COUNT = 0
              MOVE '   *** NO MATCHING BULLETINS ***'
                 TO SEARCH-LINE
              WRITE SEARCH-RPT-REC
           ELSE
              MOVE WS-HIT-COUNT TO WS-TOT-COUNT
              MOVE 'BULLETINS MATCHED' TO WS-TOT-LABEL
              MOVE WS-SEARCH-TOTAL TO SEARCH-LINE
              WRITE SEARCH-RPT-REC
              IF SRCH-PASS-KEYS
                 MOVE 'KEYS PASSED TO TPROG18 ON SRCHKEYS'
                    TO WS-TOT-LABEL
                 MOVE WS-SEARCH-TOTAL TO SEARCH-LINE
                 WRITE SEARCH-RPT-REC
              END-IF
           END-IF.

       00030-CHECK-ONE-BULLETIN.
           READ BULLETIN-ARCHIVE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-ARCH-EOF-FLAG
                 GO TO 00030-CHECK-ONE-BULLETIN-X
           END-READ.
           IF ARCH-RUN-DATE > WS-TO-DATE
              MOVE 'Y' TO WS-ARCH-EOF-FLAG
              GO TO 00030-CHECK-ONE-BULLETIN-X
           END-IF.
           ADD 1 TO WS-SCANNED-COUNT.

           IF SRCH-CATEGORY NOT = SPACES
              AND ARCH-CATEGORY NOT = SRCH-CATEGORY
              GO TO 00030-CHECK-ONE-BULLETIN-X
           END-IF.
           IF SRCH-KEEPER-ONLY
              AND ARCH-KEEPER-TAG NOT = '<KEEP>'
              GO TO 00030-CHECK-ONE-BULLETIN-X
           END-IF.
           IF SRCH-URGENT-ONLY
              AND ARCH-KEEPER-TAG NOT = '<URGT>'
              GO TO 00030-CHECK-ONE-BULLETIN-X
           END-IF.
           IF SRCH-FLAGGED-ONLY
              AND ARCH-KEEPER-TAG NOT = '<KEEP>'
              AND ARCH-KEEPER-TAG NOT = '<URGT>'
              GO TO 00030-CHECK-ONE-BULLETIN-X
           END-IF.

      *    RECORDS ARCHIVED BEFORE THE CONTINUATION SUPPORT
      *    CARRY SPACES IN ARCH-LINE-COUNT - SINGLE-LINE
           MOVE 1 TO WS-LINE-COUNT.
           MOVE ARCH-MSG-TEXT TO WS-LINE-TEXT(1).
           IF ARCH-LINE-COUNT NUMERIC
              AND ARCH-LINE-COUNT > 1
              PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                      UNTIL WS-LINE-IDX > 3
                      OR WS-LINE-IDX NOT < ARCH-LINE-COUNT
                 ADD 1 TO WS-LINE-COUNT
                 MOVE ARCH-CONT-TEXT(WS-LINE-IDX)
                    TO WS-LINE-TEXT(WS-LINE-COUNT)
              END-PERFORM
           END-IF.

           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > 3
              MOVE 'N' TO WS-KW-HIT-FLAG(WS-KW-IDX)
           END-PERFORM.
           PERFORM 00035-SCAN-ONE-LINE
              VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-COUNT.

           MOVE 0 TO WS-KW-FOUND.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > 3
              IF WS-KW-HIT(WS-KW-IDX)
                 ADD 1 TO WS-KW-FOUND
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-MATCH-FLAG.
           IF SRCH-MATCH-ALL
              IF WS-KW-FOUND = WS-KW-USED
                 MOVE 'Y' TO WS-MATCH-FLAG
              END-IF
           ELSE
              IF WS-KW-FOUND > 0
                 MOVE 'Y' TO WS-MATCH-FLAG
              END-IF
           END-IF.
           IF WS-BULLETIN-MATCHES
              PERFORM 00040-PRINT-HIT
           END-IF.
       00030-CHECK-ONE-BULLETIN-X.
           EXIT.

       00035-SCAN-ONE-LINE.
           MOVE WS-LINE-TEXT(WS-LINE-IDX) TO WS-LINE-UPPER(WS-LINE-IDX).
           INSPECT WS-LINE-UPPER(WS-LINE-IDX)
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE 'N' TO WS-LINE-HIT-FLAG(WS-LINE-IDX).
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > 3
              IF WS-KW-LEN(WS-KW-IDX) > 0
                 MOVE 0 TO WS-TALLY
                 INSPECT WS-LINE-UPPER(WS-LINE-IDX)
                    TALLYING WS-TALLY FOR ALL
                    WS-KW-TEXT(WS-KW-IDX)(1:WS-KW-LEN(WS-KW-IDX))
                 IF WS-TALLY > 0
                    MOVE 'Y' TO WS-KW-HIT-FLAG(WS-KW-IDX)
                    MOVE 'Y' TO WS-LINE-HIT-FLAG(WS-LINE-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       00040-PRINT-HIT.
           ADD 1 TO WS-HIT-COUNT.
           ADD 1 TO WS-TOTAL-HIT-COUNT.
           MOVE ARCH-BULLETIN-KEY TO WS-HH-KEY.
           MOVE ARCH-RUN-DATE TO WS-HH-DATE.
           MOVE ARCH-CATEGORY TO WS-HH-CATEGORY.
           MOVE ARCH-KEEPER-TAG TO WS-HH-TAG.
           MOVE SPACES TO SEARCH-RPT-REC.
           MOVE WS-HIT-HEADER TO SEARCH-LINE.
           WRITE SEARCH-RPT-REC.
           PERFORM 00045-PRINT-HIT-LINE
              VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           IF SRCH-PASS-KEYS
              MOVE SPACES TO REPRINT-KEY-REC
              MOVE 'SINGLE' TO RKY-MODE
              MOVE ARCH-BULLETIN-KEY TO RKY-KEY
              WRITE REPRINT-KEY-REC
           END-IF.

      *    ONLY THE LINES THAT MATCHED ARE LISTED, EACH WITH THE
      *    FIRST OCCURRENCE OF EVERY KEYWORD IT HOLDS MARKED
       00045-PRINT-HIT-LINE.
           IF WS-LINE-HIT(WS-LINE-IDX)
              MOVE '>>> ' TO WS-HL-MARK
              MOVE WS-LINE-TEXT(WS-LINE-IDX) TO WS-HL-TEXT
              MOVE SPACES TO SEARCH-RPT-REC
              MOVE WS-HIT-LINE TO SEARCH-LINE
              WRITE SEARCH-RPT-REC
              MOVE SPACES TO WS-ML-CARETS
              PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                      UNTIL WS-KW-IDX > 3
                 IF WS-KW-LEN(WS-KW-IDX) > 0
                    MOVE 0 TO WS-TALLY
                    INSPECT WS-LINE-UPPER(WS-LINE-IDX)
                       TALLYING WS-TALLY FOR CHARACTERS BEFORE
                       INITIAL
                       WS-KW-TEXT(WS-KW-IDX)(1:WS-KW-LEN(WS-KW-IDX))
                    IF WS-TALLY < 70
                       MOVE ALL '^' TO WS-ML-CARETS
                          (WS-TALLY + 1:WS-KW-LEN(WS-KW-IDX))
                    END-IF
                 END-IF
              END-PERFORM
              MOVE SPACES TO SEARCH-RPT-REC
              MOVE WS-MARK-LINE TO SEARCH-LINE
              WRITE SEARCH-RPT-REC
           END-IF.
