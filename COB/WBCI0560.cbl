       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0560.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  WEEKLY SENSITIVE-DATA ACCESS REVIEW.                          *
      *  READS THE ACCLOG ACCESS LOG WRITTEN BY THE SHARED ACCLOGSB    *
      *  SERVICE (EVERY EMPLOYEE VIEWED BY THE INQUIRY AND STATEMENT   *
      *  PROGRAMS - CONCATENATE THE ONLINE WBCI0420 ACCL QUEUE         *
      *  DATASET UNDER IT) FOR THE SEVEN DAYS ENDING ON THE REVIEW     *
      *  DATE AND FLAGS ON ACCRVW:                                     *
      *    - OWN RECORD       AN OPERATOR VIEWED THE EMPLOYEE WHOSE    *
      *                       EMP-NUM AUTHTAB CARRIES AS THEIR OWN     *
      *    - OUTSIDE COMPANY  AN OPERATOR VIEWED AN EMPLOYEE WHOSE     *
      *                       EMPMSTR COMPANY CODE (BLANK = '01') IS   *
      *                       NOT AMONG THE COMPANY CODES AUTHTAB      *
      *                       ALLOWS THEM (NONE LISTED = ALL)          *
      *    - OVER THRESHOLD   AN OPERATOR VIEWED MORE DISTINCT         *
      *                       EMPLOYEES THAN THE REVIEW THRESHOLD      *
      *  EACH OPERATOR/EMPLOYEE PAIR IS CHECKED ONCE, ON ITS FIRST     *
      *  VIEW IN THE WEEK.  REFUSED ACCESSES SHOWED NO DATA; THEY ARE  *
      *  COUNTED PER OPERATOR BUT NOT CHECKED.  THE OPERATOR SUMMARY   *
      *  LISTS VIEWS, DISTINCT EMPLOYEES AND REFUSALS FOR EVERYONE     *
      *  WHO APPEARS IN THE WEEK.  ANY FLAG SETS CONDITION CODE 4.     *
      *  THE SCHEDULED STATEMENT RUNS LOG AS OPERATOR 'BATCH'; THEIR   *
      *  VIEWS ARE COUNTED AND LISTED BUT NEVER TESTED AGAINST THE     *
      *  THRESHOLD, SINCE A FULL RUN VIEWS EVERY EMPLOYEE.             *
      *                                                                *
      *  ACRPARM CARD: COLS 1-8 WEEK-ENDING DATE YYYYMMDD (BLANK =     *
      *  TODAY), COLS 10-13 DISTINCT-EMPLOYEE THRESHOLD (BLANK = 25).  *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-PARM   ASSIGN TO ACRPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCESS-LOG    ASSIGN TO ACCLOG
               FILE STATUS IS WS-ACCLOG-STATUS.
           SELECT AUTH-TABLE    ASSIGN TO AUTHTAB
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-EMPF-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO ACCRVW.
       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-PARM
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REVIEW-PARM-RECORD.
           05  RP-WEEK-ENDING         PIC X(8).
           05  FILLER                 PIC X(1).
           05  RP-THRESHOLD           PIC X(4).
           05  FILLER                 PIC X(67).

       FD  ACCESS-LOG
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF WS-ACC-LINE IN ACCLOGSB
       01  ACCESS-LOG-RECORD.
           05  AC-DATE                PIC X(8).
           05  FILLER                 PIC X(1).
           05  AC-TIME                PIC X(6).
           05  FILLER                 PIC X(1).
           05  AC-PROGRAM             PIC X(8).
           05  FILLER                 PIC X(1).
           05  AC-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(1).
           05  AC-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  AC-RESULT              PIC X(1).
               88  AC-REFUSED         VALUE 'N'.
           05  FILLER                 PIC X(39).

       FD  AUTH-TABLE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF AUTH-RECORD IN WBCI0070
       01  AUTH-RECORD.
           05  AT-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(1).
           05  AT-ACTIONS             PIC X(3).
           05  FILLER                 PIC X(1).
           05  AT-COMP-ALLOWED        PIC X(1).
           05  FILLER                 PIC X(1).
           05  AT-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  AT-COMPANY-CODES       PIC X(10).
           05  FILLER                 PIC X(49).

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  REVIEW-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REVIEW-REPORT-RECORD       PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-ACCLOG-STATUS           PIC XX       VALUE SPACES.
       01  WS-AUTH-STATUS             PIC XX       VALUE SPACES.
       01  WS-EMPF-STATUS             PIC XX       VALUE SPACES.

       01  WS-LOG-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-LOG-EOF                          VALUE 'Y'.
       01  WS-AUTH-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-AUTH-EOF                         VALUE 'Y'.
       01  WS-AUTH-LOADED-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-AUTH-LOADED                      VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-MASTER-OPEN                      VALUE 'Y'.

      *    THE REVIEW WEEK: THE SEVEN DAYS ENDING WS-WEEK-END
       01  WS-WEEK-END                PIC 9(8)     VALUE 0.
       01  WS-WEEK-START              PIC 9(8)     VALUE 0.
       01  WS-THRESHOLD               PIC 9(4)     VALUE 25.
       01  WS-LOG-DATE                PIC 9(8)     VALUE 0.

      *    THE AUTHORITY TABLE, LOADED FROM AUTHTAB
       01  WS-AUTH-IDX                PIC 9(3)     VALUE 0.
       01  WS-AUTH-FOUND              PIC 9(3)     VALUE 0.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT          PIC 9(3)     VALUE 0.
           05  WS-AUTH-ENTRY          OCCURS 100 TIMES.
               10  WS-AT-OPERATOR     PIC X(8).
               10  WS-AT-EMP-NUM      PIC X(5).
               10  WS-AT-COMPANIES    PIC X(10).
               10  WS-AT-COMPANY REDEFINES WS-AT-COMPANIES
                                      PIC X(2)     OCCURS 5 TIMES.

      *    ONE SUMMARY ENTRY PER OPERATOR SEEN IN THE WEEK
       01  WS-OPR-IDX                 PIC 9(3)     VALUE 0.
       01  WS-OPR-FOUND               PIC 9(3)     VALUE 0.
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-COUNT           PIC 9(3)     VALUE 0.
           05  WS-OPR-ENTRY           OCCURS 100 TIMES.
               10  WS-OPR-OPERATOR    PIC X(8).
               10  WS-OPR-AUTH-IDX    PIC 9(3).
               10  WS-OPR-VIEWS       PIC 9(5).
               10  WS-OPR-DISTINCT    PIC 9(5).
               10  WS-OPR-REFUSED     PIC 9(5).
               10  WS-OPR-OWN         PIC 9(5).
               10  WS-OPR-OUTSIDE     PIC 9(5).

      *    EVERY OPERATOR/EMPLOYEE PAIR ALREADY SEEN THIS WEEK
       01  WS-PAIR-IDX                PIC 9(4)     VALUE 0.
       01  WS-PAIR-FOUND              PIC 9(4)     VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT          PIC 9(4)     VALUE 0.
           05  WS-PAIR-ENTRY          OCCURS 5000 TIMES.
               10  WS-PAIR-OPR        PIC 9(3).
               10  WS-PAIR-EMP        PIC X(5).

       01  WS-COMPANY-IDX             PIC 9(1)     VALUE 0.
       01  WS-EMP-COMPANY             PIC X(2)     VALUE SPACES.
       01  WS-COMPANY-OK-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-COMPANY-OK                       VALUE 'Y'.
       01  WS-EXCEPTION-TEXT          PIC X(16)    VALUE SPACES.

       01  WS-LOG-COUNT               PIC 9(7)     VALUE 0.
       01  WS-WEEK-COUNT              PIC 9(7)     VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5)     VALUE 0.
       01  WS-OVER-COUNT              PIC 9(5)     VALUE 0.
       01  WS-OVERFLOW-COUNT          PIC 9(5)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-TITLE-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(36)
               VALUE 'WEEKLY ACCESS REVIEW - WBCI0560'.
           05  WS-TTL-FROM            PIC 9(8).
           05  FILLER                 PIC X(6)     VALUE ' THRU '.
           05  WS-TTL-TO              PIC 9(8).
           05  FILLER                 PIC X(21)    VALUE SPACES.

       01  WS-EXC-HEADING.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(9)     VALUE 'DATE'.
           05  FILLER                 PIC X(7)     VALUE 'TIME'.
           05  FILLER                 PIC X(9)     VALUE 'PROGRAM'.
           05  FILLER                 PIC X(9)     VALUE 'OPERATOR'.
           05  FILLER                 PIC X(6)     VALUE 'EMP'.
           05  FILLER                 PIC X(17)    VALUE 'EXCEPTION'.
           05  FILLER                 PIC X(22)    VALUE 'COMPANY'.

       01  WS-EXC-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-DATE            PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-TIME            PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-PROGRAM         PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-TEXT            PIC X(16).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-COMPANY         PIC X(2).
           05  FILLER                 PIC X(20)    VALUE SPACES.

       01  WS-SUM-HEADING.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(10)    VALUE 'OPERATOR'.
           05  FILLER                 PIC X(7)     VALUE ' VIEWS'.
           05  FILLER                 PIC X(10)    VALUE ' DISTINCT'.
           05  FILLER                 PIC X(9)     VALUE ' REFUSED'.
           05  FILLER                 PIC X(6)     VALUE '  OWN'.
           05  FILLER                 PIC X(9)     VALUE ' OUTSIDE'.
           05  FILLER                 PIC X(28)    VALUE '  FLAG'.

       01  WS-SUM-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-SUM-VIEWS           PIC ZZZZ9.
           05  FILLER                 PIC X(5)     VALUE SPACES.
           05  WS-SUM-DISTINCT        PIC ZZZZ9.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-SUM-REFUSED         PIC ZZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-OWN             PIC ZZZZ9.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-SUM-OUTSIDE         PIC ZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-SUM-FLAG            PIC X(28).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(30)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-REVIEW-ONE-ACCESS THRU 0200-REVIEW-EXIT
              UNTIL WS-LOG-EOF.
           PERFORM 0500-PRINT-SUMMARY.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0560' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WEEK-END.
           OPEN INPUT REVIEW-PARM.
           IF WS-PARM-STATUS = '00'
              READ REVIEW-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF RP-WEEK-ENDING NUMERIC
                       MOVE RP-WEEK-ENDING TO WS-WEEK-END
                    END-IF
                    IF RP-THRESHOLD NUMERIC
                       MOVE RP-THRESHOLD TO WS-THRESHOLD
                    END-IF
              END-READ
              CLOSE REVIEW-PARM
           END-IF.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6).

           OPEN OUTPUT REVIEW-REPORT.
           MOVE WS-WEEK-START TO WS-TTL-FROM.
           MOVE WS-WEEK-END TO WS-TTL-TO.
           WRITE REVIEW-REPORT-RECORD FROM WS-TITLE-LINE.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.

      *    WITHOUT AUTHTAB THERE IS NOTHING TO CHECK OWN RECORD
      *    OR COMPANY AGAINST; THE VOLUME REVIEW STILL RUNS
           OPEN INPUT AUTH-TABLE.
           IF WS-AUTH-STATUS = '00'
              MOVE 'Y' TO WS-AUTH-LOADED-FLAG
              PERFORM 0110-LOAD-ONE-AUTHORITY UNTIL WS-AUTH-EOF
              CLOSE AUTH-TABLE
           ELSE
              MOVE 'WBCI0560' TO EH-PROGRAM
              MOVE 'AUTHTAB ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-AUTH-STATUS TO EH-FILE-STATUS
              MOVE 'NO AUTHTAB - OWN/COMPANY CHECKS NOT MADE'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE ' ** NO AUTHTAB - OWN/COMPANY CHECKS NOT MADE **'
                 TO REVIEW-REPORT-RECORD
              WRITE REVIEW-REPORT-RECORD
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPF-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
              MOVE 'WBCI0560' TO EH-PROGRAM
              MOVE 'EMPMSTR ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-EMPF-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE MASTER OPEN FAILED - NO COMPANY CHECKS'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE ' ** NO EMPMSTR - COMPANY CHECKS NOT MADE **'
                 TO REVIEW-REPORT-RECORD
              WRITE REVIEW-REPORT-RECORD
           END-IF.

           MOVE ' EXCEPTIONS' TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD FROM WS-EXC-HEADING.

           OPEN INPUT ACCESS-LOG.
           IF WS-ACCLOG-STATUS NOT = '00'
              MOVE 'Y' TO WS-LOG-EOF-FLAG
              MOVE 'WBCI0560' TO EH-PROGRAM
              MOVE 'ACCLOG  ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-ACCLOG-STATUS TO EH-FILE-STATUS
              MOVE 'ACCESS LOG OPEN FAILED - NOTHING REVIEWED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

       0110-LOAD-ONE-AUTHORITY.
           READ AUTH-TABLE
              AT END
                 MOVE 'Y' TO WS-AUTH-EOF-FLAG
              NOT AT END
                 IF AT-OPERATOR NOT = SPACES
                    AND WS-AUTH-COUNT < 100
                    ADD 1 TO WS-AUTH-COUNT
                    MOVE AT-OPERATOR
                       TO WS-AT-OPERATOR(WS-AUTH-COUNT)
                    MOVE AT-EMP-NUM
                       TO WS-AT-EMP-NUM(WS-AUTH-COUNT)
                    MOVE AT-COMPANY-CODES
                       TO WS-AT-COMPANIES(WS-AUTH-COUNT)
                 END-IF
           END-READ.

      ****************************************************
      ****    ONE ACCESS-LOG RECORD: COUNT IT AGAINST ITS
      ****    OPERATOR AND CHECK A FIRST VIEW OF THE PAIR
      ****************************************************
       0200-REVIEW-ONE-ACCESS.
           READ ACCESS-LOG
              AT END
                 MOVE 'Y' TO WS-LOG-EOF-FLAG
                 GO TO 0200-REVIEW-EXIT
           END-READ.
           ADD 1 TO WS-LOG-COUNT.
           IF AC-DATE NOT NUMERIC
              GO TO 0200-REVIEW-EXIT
           END-IF.
           MOVE AC-DATE TO WS-LOG-DATE.
           IF WS-LOG-DATE < WS-WEEK-START
              OR WS-LOG-DATE > WS-WEEK-END
              GO TO 0200-REVIEW-EXIT
           END-IF.
           ADD 1 TO WS-WEEK-COUNT.

           PERFORM 0300-FIND-OPERATOR.
           IF WS-OPR-FOUND = 0
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO 0200-REVIEW-EXIT
           END-IF.
           IF AC-REFUSED
              ADD 1 TO WS-OPR-REFUSED(WS-OPR-FOUND)
              GO TO 0200-REVIEW-EXIT
           END-IF.
           ADD 1 TO WS-OPR-VIEWS(WS-OPR-FOUND).

           PERFORM 0310-FIND-PAIR.
           IF WS-PAIR-FOUND > 0
              GO TO 0200-REVIEW-EXIT
           END-IF.
           IF WS-PAIR-COUNT < 5000
              ADD 1 TO WS-PAIR-COUNT
              MOVE WS-OPR-FOUND TO WS-PAIR-OPR(WS-PAIR-COUNT)
              MOVE AC-EMP-NUM TO WS-PAIR-EMP(WS-PAIR-COUNT)
           ELSE
              ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
           ADD 1 TO WS-OPR-DISTINCT(WS-OPR-FOUND).

           MOVE WS-OPR-AUTH-IDX(WS-OPR-FOUND) TO WS-AUTH-FOUND.
           IF WS-AUTH-FOUND = 0
              GO TO 0200-REVIEW-EXIT
           END-IF.
           IF WS-AT-EMP-NUM(WS-AUTH-FOUND) NOT = SPACES
              AND WS-AT-EMP-NUM(WS-AUTH-FOUND) = AC-EMP-NUM
              ADD 1 TO WS-OPR-OWN(WS-OPR-FOUND)
              MOVE 'OWN RECORD' TO WS-EXCEPTION-TEXT
              MOVE SPACES TO WS-EMP-COMPANY
              PERFORM 0420-PRINT-EXCEPTION
           END-IF.
           IF WS-AT-COMPANIES(WS-AUTH-FOUND) NOT = SPACES
              AND WS-MASTER-OPEN
              PERFORM 0410-CHECK-COMPANY THRU 0410-CHECK-EXIT
           END-IF.
       0200-REVIEW-EXIT.
           EXIT.

      *    THE OPERATOR'S SUMMARY ENTRY, ADDED ON FIRST SIGHT
      *    WITH ITS AUTHTAB ENTRY (0 = NOT ON AUTHTAB)
       0300-FIND-OPERATOR.
           MOVE 0 TO WS-OPR-FOUND.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
                      OR WS-OPR-FOUND > 0
              IF WS-OPR-OPERATOR(WS-OPR-IDX) = AC-OPERATOR
                 MOVE WS-OPR-IDX TO WS-OPR-FOUND
              END-IF
           END-PERFORM.
           IF WS-OPR-FOUND = 0
              AND WS-OPR-COUNT < 100
              ADD 1 TO WS-OPR-COUNT
              MOVE WS-OPR-COUNT TO WS-OPR-FOUND
              MOVE AC-OPERATOR TO WS-OPR-OPERATOR(WS-OPR-FOUND)
              MOVE 0 TO WS-OPR-AUTH-IDX(WS-OPR-FOUND)
                        WS-OPR-VIEWS(WS-OPR-FOUND)
                        WS-OPR-DISTINCT(WS-OPR-FOUND)
                        WS-OPR-REFUSED(WS-OPR-FOUND)
                        WS-OPR-OWN(WS-OPR-FOUND)
                        WS-OPR-OUTSIDE(WS-OPR-FOUND)
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                 IF WS-AT-OPERATOR(WS-AUTH-IDX) = AC-OPERATOR
                    MOVE WS-AUTH-IDX TO WS-OPR-AUTH-IDX(WS-OPR-FOUND)
                 END-IF
              END-PERFORM
           END-IF.

       0310-FIND-PAIR.
           MOVE 0 TO WS-PAIR-FOUND.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                      OR WS-PAIR-FOUND > 0
              IF WS-PAIR-OPR(WS-PAIR-IDX) = WS-OPR-FOUND
                 AND WS-PAIR-EMP(WS-PAIR-IDX) = AC-EMP-NUM
                 MOVE WS-PAIR-IDX TO WS-PAIR-FOUND
              END-IF
           END-PERFORM.

      *    THE EMPLOYEE'S COMPANY MUST BE ONE OF THE OPERATOR'S;
      *    AN EMPLOYEE NO LONGER ON THE MASTER CANNOT BE PLACED
       0410-CHECK-COMPANY.
           IF AC-EMP-NUM NOT NUMERIC
              GO TO 0410-CHECK-EXIT
           END-IF.
           MOVE AC-EMP-NUM TO VM-EMP-NUM.
           READ EMPLOYEE-FILE
              INVALID KEY
                 GO TO 0410-CHECK-EXIT
           END-READ.
           MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD.
           MOVE WS-COMPANY-CODE TO WS-EMP-COMPANY.
           IF WS-EMP-COMPANY = SPACES
              MOVE '01' TO WS-EMP-COMPANY
           END-IF.
           MOVE 'N' TO WS-COMPANY-OK-FLAG.
           PERFORM VARYING WS-COMPANY-IDX FROM 1 BY 1
                   UNTIL WS-COMPANY-IDX > 5
              IF WS-AT-COMPANY(WS-AUTH-FOUND, WS-COMPANY-IDX)
                 = WS-EMP-COMPANY
                 MOVE 'Y' TO WS-COMPANY-OK-FLAG
              END-IF
           END-PERFORM.
           IF NOT WS-COMPANY-OK
              ADD 1 TO WS-OPR-OUTSIDE(WS-OPR-FOUND)
              MOVE 'OUTSIDE COMPANY' TO WS-EXCEPTION-TEXT
              PERFORM 0420-PRINT-EXCEPTION
           END-IF.
       0410-CHECK-EXIT.
           EXIT.

       0420-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE AC-DATE TO WS-EXC-DATE.
           MOVE AC-TIME TO WS-EXC-TIME.
           MOVE AC-PROGRAM TO WS-EXC-PROGRAM.
           MOVE AC-OPERATOR TO WS-EXC-OPERATOR.
           MOVE AC-EMP-NUM TO WS-EXC-EMP-NUM.
           MOVE WS-EXCEPTION-TEXT TO WS-EXC-TEXT.
           MOVE WS-EMP-COMPANY TO WS-EXC-COMPANY.
           WRITE REVIEW-REPORT-RECORD FROM WS-EXC-LINE.

      ****************************************************
      ****    OPERATOR SUMMARY, WITH THE VOLUME FLAG
      ****************************************************
       0500-PRINT-SUMMARY.
           IF WS-EXCEPTION-COUNT = 0
              MOVE '   NONE' TO REVIEW-REPORT-RECORD
              WRITE REVIEW-REPORT-RECORD
           END-IF.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           STRING ' OPERATOR SUMMARY - THRESHOLD ' WS-THRESHOLD
                  ' DISTINCT EMPLOYEES'
                  DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD FROM WS-SUM-HEADING.
           PERFORM 0510-PRINT-ONE-OPERATOR
              VARYING WS-OPR-IDX FROM 1 BY 1
              UNTIL WS-OPR-IDX > WS-OPR-COUNT.
           IF WS-OPR-COUNT = 0
              MOVE '   NO ACCESSES LOGGED IN THE WEEK'
                 TO REVIEW-REPORT-RECORD
              WRITE REVIEW-REPORT-RECORD
           END-IF.

       0510-PRINT-ONE-OPERATOR.
           MOVE WS-OPR-OPERATOR(WS-OPR-IDX) TO WS-SUM-OPERATOR.
           MOVE WS-OPR-VIEWS(WS-OPR-IDX) TO WS-SUM-VIEWS.
           MOVE WS-OPR-DISTINCT(WS-OPR-IDX) TO WS-SUM-DISTINCT.
           MOVE WS-OPR-REFUSED(WS-OPR-IDX) TO WS-SUM-REFUSED.
           MOVE WS-OPR-OWN(WS-OPR-IDX) TO WS-SUM-OWN.
           MOVE WS-OPR-OUTSIDE(WS-OPR-IDX) TO WS-SUM-OUTSIDE.
           MOVE SPACES TO WS-SUM-FLAG.
      *    THE SCHEDULED RUN VIEWS EVERYONE BY DESIGN
           IF WS-OPR-DISTINCT(WS-OPR-IDX) > WS-THRESHOLD
              AND WS-OPR-OPERATOR(WS-OPR-IDX) NOT = 'BATCH'
              ADD 1 TO WS-OVER-COUNT
              MOVE 'OVER THRESHOLD' TO WS-SUM-FLAG
           END-IF.
           IF WS-OPR-AUTH-IDX(WS-OPR-IDX) = 0
              AND WS-AUTH-LOADED
              IF WS-SUM-FLAG = SPACES
                 MOVE 'NOT ON AUTHTAB' TO WS-SUM-FLAG
              ELSE
                 MOVE 'OVER THRESHOLD/NOT ON AUTHTAB' TO WS-SUM-FLAG
              END-IF
           END-IF.
           WRITE REVIEW-REPORT-RECORD FROM WS-SUM-LINE.

       0800-PRINT-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE WS-LOG-COUNT TO WS-TOT-COUNT.
           MOVE 'ACCESS-LOG RECORDS READ' TO WS-TOT-LABEL.
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-WEEK-COUNT TO WS-TOT-COUNT.
           MOVE 'ACCESSES IN THE REVIEW WEEK' TO WS-TOT-LABEL.
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-OPR-COUNT TO WS-TOT-COUNT.
           MOVE 'OPERATORS' TO WS-TOT-LABEL.
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT.
           MOVE 'OWN-RECORD/OUTSIDE-COMPANY EXCEPTIONS' TO WS-TOT-LABEL.
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-OVER-COUNT TO WS-TOT-COUNT.
           MOVE 'OPERATORS OVER THRESHOLD' TO WS-TOT-LABEL.
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-OVERFLOW-COUNT > 0
              MOVE WS-OVERFLOW-COUNT TO WS-TOT-COUNT
              MOVE 'ACCESSES NOT TABLED - TABLE FULL' TO WS-TOT-LABEL
              WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
              MOVE 'WBCI0560' TO EH-PROGRAM
              MOVE 'ACCTABLE' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'OPERATOR OR PAIR TABLE FULL - REVIEW INCOMPLETE'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

       0900-TERMINATE.
           IF WS-ACCLOG-STATUS = '00' OR WS-ACCLOG-STATUS = '10'
              CLOSE ACCESS-LOG
           END-IF.
           IF WS-MASTER-OPEN
              CLOSE EMPLOYEE-FILE
           END-IF.
           CLOSE REVIEW-REPORT.

           IF WS-EXCEPTION-COUNT > 0 OR WS-OVER-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0560' TO JL-PROGRAM.
           MOVE WS-LOG-COUNT TO JL-RECORDS-IN.
           MOVE WS-WEEK-COUNT TO JL-RECORDS-OUT.
           MOVE 0 TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           MOVE JL-RETURN-CODE TO RETURN-CODE.
           DISPLAY 'WBCI0560 ACCESSES REVIEWED: ' WS-WEEK-COUNT
                   ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
                   ' OVER THRESHOLD: ' WS-OVER-COUNT.
