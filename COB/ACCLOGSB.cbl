       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCLOGSB.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * SHARED SENSITIVE-DATA ACCESS LOG SERVICE.
      *      THE INQUIRY AND STATEMENT PROGRAMS PRINT PAY,
      *      BANK AND ADDRESS DETAILS FOR ANY EMP-NUM ON A
      *      CARD; THIS MODULE RECORDS WHO ASKED FOR WHOM.
      *      EACH CALL CHECKS THE REQUESTING OPERATOR AGAINST
      *      THE AUTHTAB AUTHORITY TABLE (LOADED ON THE FIRST
      *      CALL) AND APPENDS ONE STAMPED RECORD (DATE, TIME,
      *      PROGRAM, OPERATOR, EMP-NUM, RESULT) TO THE COMMON
      *      ACCLOG FILE READ BY THE WBCI0560 WEEKLY ACCESS
      *      REVIEW.  A BLANK OR UNKNOWN OPERATOR IS REFUSED.
      *      ACCLOG IS CREATED ONLY WHEN IT DOES NOT EXIST YET
      *      (STATUS 35).  WHEN IT CANNOT BE OPENED FOR ANY
      *      OTHER REASON THE ACCESS IS REFUSED, SINCE IT COULD
      *      NOT BE RECORDED, AND AN ERROR IS RAISED THROUGH
      *      ERRHANDL ON THE FIRST SUCH CALL OF THE RUN.
      *      WITH COPYLIBS  TCPYACL (LINKAGE AREA)
      *                     TCPYERR (ERRHANDL LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  26/10/15  ISPW Dave   NEW PROGRAM
      *  26/10/15  ISPW Dave   ACCLOG CREATED ON STATUS 35 ONLY;
      *                        AN ACCESS THAT CANNOT BE LOGGED IS
      *                        REFUSED AND REPORTED TO ERRHANDL
      * ======================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACCESS-LOG-FILE ASSIGN ACCLOG
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-ACCLOG-STATUS.

           SELECT AUTH-TABLE ASSIGN AUTHTAB
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCESS-LOG-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS ACCESS-LOG-RECORD.

       01  ACCESS-LOG-RECORD     PIC X(80).

       FD  AUTH-TABLE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS AUTH-RECORD.

      *    MIRROR OF AUTH-RECORD IN WBCI0070 - ONLY THE OPERATOR
      *    MATTERS HERE
       01  AUTH-RECORD.
           05  AT-OPERATOR       PIC X(8).
           05  FILLER            PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-ACCLOG-STATUS      PIC XX    VALUE SPACES.
       01  WS-AUTH-STATUS        PIC XX    VALUE SPACES.

       01  WS-LOAD-DONE-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-LOAD-DONE                VALUE 'Y'.
       01  WS-AUTH-LOADED-FLAG   PIC X(1)  VALUE 'N'.
           88  WS-AUTH-LOADED              VALUE 'Y'.
       01  WS-AUTH-EOF-FLAG      PIC X(1)  VALUE 'N'.
           88  WS-AUTH-EOF                 VALUE 'Y'.
       01  WS-LOG-FAIL-FLAG      PIC X(1)  VALUE 'N'.
           88  WS-LOG-FAIL-REPORTED        VALUE 'Y'.

       01  WS-AUTH-IDX           PIC 9(3)  VALUE 0.
       01  WS-AUTH-FOUND         PIC 9(3)  VALUE 0.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT     PIC 9(3)  VALUE 0.
           05  WS-AT-OPERATOR    PIC X(8)  OCCURS 100 TIMES.

       01  WS-CURRENT-DATE-TIME  PIC X(21).

       01  WS-ACC-LINE.
           05  WS-ACC-DATE       PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-ACC-TIME       PIC X(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-ACC-PROGRAM    PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-ACC-OPERATOR   PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-ACC-EMP-NUM    PIC X(5).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-ACC-RESULT     PIC X(1).
           05  FILLER            PIC X(39) VALUE SPACES.

      ********************************************************
      **** ERRHANDL LINK AREA
      ********************************************************
       COPY TCPYERR.

       LINKAGE SECTION.
      ********************************************************
      **** A COPY MEMBER FOR THE LINKAGE AREA
      ********************************************************
       COPY TCPYACL.

       PROCEDURE DIVISION USING ACCLOG-AREA.

       00000-MAIN-PROCEDURE.

           IF NOT WS-LOAD-DONE
              PERFORM 00100-LOAD-AUTHORITY
           END-IF.

      *    THE AUTHORITY CHECK - AN OPERATOR MUST BE NAMED, AND
      *    WHEN AN AUTHTAB WAS SUPPLIED MUST BE ON IT
           MOVE 'A' TO AL-RESULT.
           IF NOT WS-AUTH-LOADED
              MOVE 'U' TO AL-RESULT
           END-IF.
           IF AL-OPERATOR = SPACES
              MOVE 'N' TO AL-RESULT
           ELSE
              IF WS-AUTH-LOADED
                 MOVE 0 TO WS-AUTH-FOUND
                 PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                    IF WS-AT-OPERATOR(WS-AUTH-IDX) = AL-OPERATOR
                       MOVE WS-AUTH-IDX TO WS-AUTH-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-AUTH-FOUND = 0
                    MOVE 'N' TO AL-RESULT
                 END-IF
              END-IF
           END-IF.

           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCLOG-STATUS = '35'
              OPEN OUTPUT ACCESS-LOG-FILE
              CLOSE ACCESS-LOG-FILE
              OPEN EXTEND ACCESS-LOG-FILE
           END-IF.
           IF WS-ACCLOG-STATUS NOT = '00'
      *       AN ACCESS THAT CANNOT BE LOGGED IS NOT ALLOWED
              MOVE 'N' TO AL-RESULT
              PERFORM 00200-REPORT-LOG-FAILURE
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-ACC-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-ACC-TIME.
           MOVE AL-PROGRAM TO WS-ACC-PROGRAM.
           MOVE AL-OPERATOR TO WS-ACC-OPERATOR.
           MOVE AL-EMP-NUM TO WS-ACC-EMP-NUM.
           MOVE AL-RESULT TO WS-ACC-RESULT.
           WRITE ACCESS-LOG-RECORD FROM WS-ACC-LINE.

           CLOSE ACCESS-LOG-FILE.
           GOBACK.

      *    FIRST CALL ONLY.  WITHOUT AN AUTHTAB DD THE ACCESS IS
      *    LOGGED AS UNCHECKED AND THE CALLER CARRIES ON
       00100-LOAD-AUTHORITY.
           MOVE 'Y' TO WS-LOAD-DONE-FLAG.
           OPEN INPUT AUTH-TABLE.
           IF WS-AUTH-STATUS = '00'
              MOVE 'Y' TO WS-AUTH-LOADED-FLAG
              PERFORM 00110-LOAD-ONE-AUTHORITY UNTIL WS-AUTH-EOF
              CLOSE AUTH-TABLE
           END-IF.

       00110-LOAD-ONE-AUTHORITY.
           READ AUTH-TABLE
              AT END
                 MOVE 'Y' TO WS-AUTH-EOF-FLAG
              NOT AT END
                 IF AT-OPERATOR NOT = SPACES
                    AND WS-AUTH-COUNT < 100
                    ADD 1 TO WS-AUTH-COUNT
                    MOVE AT-OPERATOR
                       TO WS-AT-OPERATOR(WS-AUTH-COUNT)
                 END-IF
           END-READ.

      *    ONCE PER RUN - EVERY LATER CALL FAILS THE SAME WAY
       00200-REPORT-LOG-FAILURE.
           IF NOT WS-LOG-FAIL-REPORTED
              MOVE 'Y' TO WS-LOG-FAIL-FLAG
              MOVE AL-PROGRAM TO EH-PROGRAM
              MOVE 'ACCLOGOP' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-ACCLOG-STATUS TO EH-FILE-STATUS
              MOVE 'ACCLOG OPEN FAILED - SENSITIVE INQUIRIES REFUSED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
