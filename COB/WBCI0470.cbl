       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0470.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PARALLEL-RUN COMPARISON OF TWO COMPENSATION RUNS.  READS TWO *
      *  PAYNET-FORMAT NET-PAY EXTRACTS - CMPNETA (THE BASE RUN) AND  *
      *  CMPNETB (THE RUN UNDER TEST) - EACH OF WHICH MAY BE A LIVE   *
      *  PAYNET, THE SIMNET OF A SIMPARM WHAT-IF RUN OR THE EXTRACT   *
      *  OF A RUN FROM A TEST LIBRARY, AND MATCHES THEM BY EMP-NUM.   *
      *  CMPRPT LISTS EVERY EMPLOYEE WITH THE GROSS, DEDUCTION AND    *
      *  NET DIFFERENCE (RUN B LESS RUN A), FLAGS THOSE PRESENT IN    *
      *  ONLY ONE RUN, AND SUMMARIZES THE DIFFERENCES BY REGION AND   *
      *  EMPLOYEE TYPE (TAKEN FROM EMPMSTR).                          *
      *                                                                *
      *  CMPPARM CARD: COLS 1-9 THE TOLERANCE, 9(7)V99 IMPLIED        *
      *  DECIMAL (DEFAULT ZERO), COLS 11-30 AND 31-50 OPTIONAL        *
      *  LABELS FOR RUN A AND RUN B.  THE COMPARISON PASSES WHEN NO   *
      *  EMPLOYEE'S GROSS, DEDUCTION OR NET MOVED BY MORE THAN THE    *
      *  TOLERANCE (AN EMPLOYEE IN ONLY ONE RUN COUNTS AS ZERO IN     *
      *  THE OTHER) AND NO EMPLOYEE CHANGED CURRENCY; OTHERWISE IT    *
      *  ENDS WITH CC 8.                                              *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-PARM-FILE ASSIGN TO CMPPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-A-FILE    ASSIGN TO CMPNETA
               FILE STATUS IS WS-RUNA-STATUS.
           SELECT RUN-B-FILE    ASSIGN TO CMPNETB
               FILE STATUS IS WS-RUNB-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT COMPARE-REPORT ASSIGN TO CMPRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  COMPARE-PARM-RECORD.
           05  CP-TOLERANCE-DIGITS    PIC X(9).
           05  FILLER                 PIC X(1).
           05  CP-RUN-A-LABEL         PIC X(20).
           05  CP-RUN-B-LABEL         PIC X(20).
           05  FILLER                 PIC X(30).

       FD  RUN-A-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF PAY-NET-RECORD IN WBCI0040
       01  RUN-A-RECORD.
           05  RA-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  RA-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  RA-GROSS-DIGITS        PIC X(11).
           05  FILLER                 PIC X(1).
           05  RA-DED-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  RA-NET-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  RA-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(26).

       FD  RUN-B-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF PAY-NET-RECORD IN WBCI0040
       01  RUN-B-RECORD.
           05  RB-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  RB-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  RB-GROSS-DIGITS        PIC X(11).
           05  FILLER                 PIC X(1).
           05  RB-DED-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  RB-NET-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  RB-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(26).

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  COMPARE-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  COMPARE-REPORT-RECORD      PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-RUNA-STATUS             PIC XX       VALUE SPACES.
       01  WS-RUNB-STATUS             PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.

       01  WS-RUNA-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-RUNA-EOF                         VALUE 'Y'.
       01  WS-RUNB-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-RUNB-EOF                         VALUE 'Y'.
       01  WS-RUN-OK-FLAG             PIC X(1)     VALUE 'Y'.
           88  WS-RUN-OK                           VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-MASTER-OPEN                      VALUE 'Y'.

       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-TOLERANCE               PIC 9(7)V99  VALUE 0.
       01  WS-RUN-A-LABEL             PIC X(20)    VALUE 'RUN A'.
       01  WS-RUN-B-LABEL             PIC X(20)    VALUE 'RUN B'.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

      *    ONE EXTRACT RECORD, WHICHEVER RUN IT CAME FROM
       01  WS-IN-RUN                  PIC X(1)     VALUE SPACE.
       01  WS-IN-EMP                  PIC 9(5)     VALUE 0.
       01  WS-IN-GROSS                PIC 9(9)V99  VALUE 0.
       01  WS-IN-DED                  PIC 9(9)V99  VALUE 0.
       01  WS-IN-NET                  PIC 9(9)V99  VALUE 0.
       01  WS-IN-CURRENCY             PIC X(3)     VALUE SPACES.

      *    BOTH RUNS SIDE BY SIDE, KEPT IN EMP-NUM ORDER.  AN
      *    EMPLOYEE ON AN EXTRACT MORE THAN ONCE IS ADDED UP
       01  WS-EMP-IDX                 PIC 9(4)     VALUE 0.
       01  WS-EMP-FOUND               PIC 9(4)     VALUE 0.
       01  WS-EMP-SHIFT               PIC 9(4)     VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-COUNT           PIC 9(4)     VALUE 0.
           05  WS-EMP-ENTRY           OCCURS 5000 TIMES.
               10  WS-EM-EMP          PIC 9(5).
               10  WS-EM-IN-A         PIC X(1).
               10  WS-EM-IN-B         PIC X(1).
               10  WS-EM-CUR-A        PIC X(3).
               10  WS-EM-CUR-B        PIC X(3).
               10  WS-EM-GROSS-A      PIC 9(9)V99.
               10  WS-EM-DED-A        PIC 9(9)V99.
               10  WS-EM-NET-A        PIC 9(9)V99.
               10  WS-EM-GROSS-B      PIC 9(9)V99.
               10  WS-EM-DED-B        PIC 9(9)V99.
               10  WS-EM-NET-B        PIC 9(9)V99.

      *    DIFFERENCES BY REGION AND EMPLOYEE TYPE, KEY ORDER
       01  WS-GRP-KEY.
           05  WS-GRP-KEY-REGION      PIC X(1).
           05  WS-GRP-KEY-TYPE        PIC X(1).
       01  WS-GRP-IDX                 PIC 9(3)     VALUE 0.
       01  WS-GRP-FOUND               PIC 9(3)     VALUE 0.
       01  WS-GRP-SHIFT               PIC 9(3)     VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-COUNT           PIC 9(3)     VALUE 0.
           05  WS-GRP-ENTRY           OCCURS 50 TIMES.
               10  WS-GR-KEY.
                   15  WS-GR-REGION   PIC X(1).
                   15  WS-GR-TYPE     PIC X(1).
               10  WS-GR-EMPS         PIC 9(5).
               10  WS-GR-DIFFS        PIC 9(5).
               10  WS-GR-GROSS-DIFF   PIC S9(9)V99.
               10  WS-GR-DED-DIFF     PIC S9(9)V99.
               10  WS-GR-NET-DIFF     PIC S9(9)V99.

       01  WS-GROSS-DIFF              PIC S9(9)V99 VALUE 0.
       01  WS-DED-DIFF                PIC S9(9)V99 VALUE 0.
       01  WS-NET-DIFF                PIC S9(9)V99 VALUE 0.
       01  WS-ABS-DIFF                PIC 9(9)V99  VALUE 0.
       01  WS-OVER-FLAG               PIC X(1)     VALUE 'N'.
           88  WS-OVER-TOLERANCE                   VALUE 'Y'.

       01  WS-READ-A-COUNT            PIC 9(6)     VALUE 0.
       01  WS-READ-B-COUNT            PIC 9(6)     VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(6)     VALUE 0.
       01  WS-MATCHED-COUNT           PIC 9(6)     VALUE 0.
       01  WS-ONLY-A-COUNT            PIC 9(6)     VALUE 0.
       01  WS-ONLY-B-COUNT            PIC 9(6)     VALUE 0.
       01  WS-SAME-COUNT              PIC 9(6)     VALUE 0.
       01  WS-WITHIN-COUNT            PIC 9(6)     VALUE 0.
       01  WS-OVER-COUNT              PIC 9(6)     VALUE 0.
       01  WS-CURRENCY-COUNT          PIC 9(6)     VALUE 0.
       01  WS-TOT-GROSS-A             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-GROSS-B             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-DED-A               PIC 9(11)V99 VALUE 0.
       01  WS-TOT-DED-B               PIC 9(11)V99 VALUE 0.
       01  WS-TOT-NET-A               PIC 9(11)V99 VALUE 0.
       01  WS-TOT-NET-B               PIC 9(11)V99 VALUE 0.

       01  WS-DETAIL-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)    VALUE
           'EMPNO R T      GROSS DIFF   DEDUCTION DIFF        NET DIFF
      -    ' RESULT'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-EMP             PIC 9(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-REGION          PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-TYPE            PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-GROSS           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-DED             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NET             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-RESULT          PIC X(8).
           05  FILLER                 PIC X(13)    VALUE SPACES.

       01  WS-SUMM-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)    VALUE
           'R T  EMPS DIFFS      GROSS DIFF  DEDUCTION DIFF        NET
      -    'DIFF'.

       01  WS-SUMM-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-REGION          PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-TYPE            PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-EMPS            PIC ZZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-DIFFS           PIC ZZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-GROSS           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-DED             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUM-NET             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(12)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-LABEL           PIC X(20).
           05  WS-TOT-AMT-A           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-AMT-B           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(24)    VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CNT-LABEL           PIC X(36).
           05  WS-CNT-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(34)    VALUE SPACES.

       01  WS-TOLERANCE-EDIT          PIC Z,ZZZ,ZZ9.99.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE THRU 0100-EXIT.
           IF WS-RUN-OK
              PERFORM 0200-LOAD-RUN-A UNTIL WS-RUNA-EOF
              PERFORM 0250-LOAD-RUN-B UNTIL WS-RUNB-EOF
              PERFORM 0300-COMPARE-ONE-EMPLOYEE
                 VARYING WS-EMP-IDX FROM 1 BY 1
                 UNTIL WS-EMP-IDX > WS-EMP-COUNT
              PERFORM 0500-PRINT-SUMMARY
           END-IF.
           PERFORM 0600-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0470' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           OPEN OUTPUT COMPARE-REPORT.
           PERFORM 0110-READ-COMPARE-PARM.

           OPEN INPUT RUN-A-FILE.
           IF WS-RUNA-STATUS NOT = '00'
              MOVE 'WBCI0470' TO EH-PROGRAM
              MOVE 'RUNAOPEN' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-RUNA-STATUS TO EH-FILE-STATUS
              MOVE 'RUN A EXTRACT NOT AVAILABLE - NO COMPARISON'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-RUN-OK-FLAG
              GO TO 0100-EXIT
           END-IF.
           OPEN INPUT RUN-B-FILE.
           IF WS-RUNB-STATUS NOT = '00'
              MOVE 'WBCI0470' TO EH-PROGRAM
              MOVE 'RUNBOPEN' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-RUNB-STATUS TO EH-FILE-STATUS
              MOVE 'RUN B EXTRACT NOT AVAILABLE - NO COMPARISON'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-RUN-OK-FLAG
              GO TO 0100-EXIT
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
              MOVE 'WBCI0470' TO EH-PROGRAM
              MOVE 'MSTROPEN' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE MASTER NOT AVAILABLE - NO REGION/TYPE'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           WRITE COMPARE-REPORT-RECORD FROM WS-DETAIL-HEAD-LINE.
           MOVE SPACES TO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
       0100-EXIT.
           EXIT.

       0110-READ-COMPARE-PARM.
           OPEN INPUT COMPARE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ COMPARE-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CP-TOLERANCE-DIGITS NUMERIC
                       MOVE CP-TOLERANCE-DIGITS TO WS-TOLERANCE(1:9)
                    END-IF
                    IF CP-RUN-A-LABEL NOT = SPACES
                       MOVE CP-RUN-A-LABEL TO WS-RUN-A-LABEL
                    END-IF
                    IF CP-RUN-B-LABEL NOT = SPACES
                       MOVE CP-RUN-B-LABEL TO WS-RUN-B-LABEL
                    END-IF
              END-READ
              CLOSE COMPARE-PARM-FILE
           END-IF.
           MOVE WS-TOLERANCE TO WS-TOLERANCE-EDIT.

           MOVE SPACES TO COMPARE-REPORT-RECORD.
           STRING ' PARALLEL-RUN COMPARISON - RUN ' WS-TODAY-NUM
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           MOVE SPACES TO COMPARE-REPORT-RECORD.
           STRING ' RUN A: ' WS-RUN-A-LABEL
                  '  RUN B: ' WS-RUN-B-LABEL
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           MOVE SPACES TO COMPARE-REPORT-RECORD.
           STRING ' DIFFERENCES ARE RUN B LESS RUN A - TOLERANCE '
                  WS-TOLERANCE-EDIT
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           MOVE SPACES TO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.

      ****************************************************
      ****    LOAD BOTH EXTRACTS INTO THE EMPLOYEE TABLE
      ****************************************************
       0200-LOAD-RUN-A.
           READ RUN-A-FILE
              AT END
                 MOVE 'Y' TO WS-RUNA-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-READ-A-COUNT
                 IF RA-EMP-NUM NOT NUMERIC
                    OR RA-GROSS-DIGITS NOT NUMERIC
                    OR RA-DED-DIGITS NOT NUMERIC
                    OR RA-NET-DIGITS NOT NUMERIC
                    ADD 1 TO WS-REJECT-COUNT
                 ELSE
                    MOVE 'A' TO WS-IN-RUN
                    MOVE RA-EMP-NUM TO WS-IN-EMP
                    MOVE RA-GROSS-DIGITS TO WS-IN-GROSS(1:11)
                    MOVE RA-DED-DIGITS TO WS-IN-DED(1:11)
                    MOVE RA-NET-DIGITS TO WS-IN-NET(1:11)
                    MOVE RA-CURRENCY TO WS-IN-CURRENCY
                    PERFORM 0270-POST-EXTRACT-RECORD
                 END-IF
           END-READ.

       0250-LOAD-RUN-B.
           READ RUN-B-FILE
              AT END
                 MOVE 'Y' TO WS-RUNB-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-READ-B-COUNT
                 IF RB-EMP-NUM NOT NUMERIC
                    OR RB-GROSS-DIGITS NOT NUMERIC
                    OR RB-DED-DIGITS NOT NUMERIC
                    OR RB-NET-DIGITS NOT NUMERIC
                    ADD 1 TO WS-REJECT-COUNT
                 ELSE
                    MOVE 'B' TO WS-IN-RUN
                    MOVE RB-EMP-NUM TO WS-IN-EMP
                    MOVE RB-GROSS-DIGITS TO WS-IN-GROSS(1:11)
                    MOVE RB-DED-DIGITS TO WS-IN-DED(1:11)
                    MOVE RB-NET-DIGITS TO WS-IN-NET(1:11)
                    MOVE RB-CURRENCY TO WS-IN-CURRENCY
                    PERFORM 0270-POST-EXTRACT-RECORD
                 END-IF
           END-READ.

      *    A BLANK CURRENCY ON AN OLDER EXTRACT MEANS USD
       0270-POST-EXTRACT-RECORD.
           IF WS-IN-CURRENCY = SPACES
              MOVE 'USD' TO WS-IN-CURRENCY
           END-IF.
           PERFORM 0280-FIND-OR-ADD-EMPLOYEE THRU 0280-FIND-EXIT.
           IF WS-EMP-FOUND = 0
      *       AN INCOMPLETE TABLE CANNOT PROVE THE RUNS AGREE
              IF WS-RUN-OK
                 MOVE 'WBCI0470' TO EH-PROGRAM
                 MOVE 'EMPFULL ' TO EH-CODE
                 MOVE 'E' TO EH-SEVERITY
                 MOVE SPACES TO EH-FILE-STATUS
                 MOVE 'EMPLOYEE TABLE FULL - COMPARISON INCOMPLETE'
                    TO EH-MESSAGE
                 CALL 'ERRHANDL' USING ERRHDL-AREA
                 MOVE 'N' TO WS-RUN-OK-FLAG
              END-IF
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              IF WS-IN-RUN = 'A'
                 MOVE 'Y' TO WS-EM-IN-A(WS-EMP-FOUND)
                 MOVE WS-IN-CURRENCY TO WS-EM-CUR-A(WS-EMP-FOUND)
                 ADD WS-IN-GROSS TO WS-EM-GROSS-A(WS-EMP-FOUND)
                 ADD WS-IN-DED TO WS-EM-DED-A(WS-EMP-FOUND)
                 ADD WS-IN-NET TO WS-EM-NET-A(WS-EMP-FOUND)
                 ADD WS-IN-GROSS TO WS-TOT-GROSS-A
                 ADD WS-IN-DED TO WS-TOT-DED-A
                 ADD WS-IN-NET TO WS-TOT-NET-A
              ELSE
                 MOVE 'Y' TO WS-EM-IN-B(WS-EMP-FOUND)
                 MOVE WS-IN-CURRENCY TO WS-EM-CUR-B(WS-EMP-FOUND)
                 ADD WS-IN-GROSS TO WS-EM-GROSS-B(WS-EMP-FOUND)
                 ADD WS-IN-DED TO WS-EM-DED-B(WS-EMP-FOUND)
                 ADD WS-IN-NET TO WS-EM-NET-B(WS-EMP-FOUND)
                 ADD WS-IN-GROSS TO WS-TOT-GROSS-B
                 ADD WS-IN-DED TO WS-TOT-DED-B
                 ADD WS-IN-NET TO WS-TOT-NET-B
              END-IF
           END-IF.

      *    LOCATE THE ROW FOR WS-IN-EMP, INSERTING A ZEROED ROW
      *    IN EMP-NUM ORDER IF IT IS NEW.  THE INDEX COMES BACK
      *    IN WS-EMP-FOUND (ZERO WHEN THE TABLE IS FULL)
       0280-FIND-OR-ADD-EMPLOYEE.
           MOVE 0 TO WS-EMP-FOUND.
           MOVE 0 TO WS-EMP-SHIFT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                      OR WS-EMP-FOUND > 0
                      OR WS-EMP-SHIFT > 0
              IF WS-EM-EMP(WS-EMP-IDX) = WS-IN-EMP
                 MOVE WS-EMP-IDX TO WS-EMP-FOUND
              ELSE
                 IF WS-EM-EMP(WS-EMP-IDX) > WS-IN-EMP
                    MOVE WS-EMP-IDX TO WS-EMP-SHIFT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-EMP-FOUND > 0
              OR WS-EMP-COUNT NOT < 5000
              GO TO 0280-FIND-EXIT
           END-IF.
           IF WS-EMP-SHIFT = 0
              COMPUTE WS-EMP-SHIFT = WS-EMP-COUNT + 1
           END-IF.
           PERFORM VARYING WS-EMP-IDX FROM WS-EMP-COUNT BY -1
                   UNTIL WS-EMP-IDX < WS-EMP-SHIFT
              MOVE WS-EMP-ENTRY(WS-EMP-IDX)
                 TO WS-EMP-ENTRY(WS-EMP-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-EMP-COUNT.
           MOVE WS-EMP-SHIFT TO WS-EMP-FOUND.
           MOVE WS-IN-EMP TO WS-EM-EMP(WS-EMP-FOUND).
           MOVE 'N' TO WS-EM-IN-A(WS-EMP-FOUND)
                       WS-EM-IN-B(WS-EMP-FOUND).
           MOVE SPACES TO WS-EM-CUR-A(WS-EMP-FOUND)
                          WS-EM-CUR-B(WS-EMP-FOUND).
           MOVE 0 TO WS-EM-GROSS-A(WS-EMP-FOUND)
                     WS-EM-DED-A(WS-EMP-FOUND)
                     WS-EM-NET-A(WS-EMP-FOUND)
                     WS-EM-GROSS-B(WS-EMP-FOUND)
                     WS-EM-DED-B(WS-EMP-FOUND)
                     WS-EM-NET-B(WS-EMP-FOUND).
       0280-FIND-EXIT.
           EXIT.

      ****************************************************
      ****    ONE LINE PER EMPLOYEE, IN EMP-NUM ORDER
      ****************************************************
       0300-COMPARE-ONE-EMPLOYEE.
           MOVE SPACES TO WS-DETAIL-LINE(2:79).
           MOVE WS-EM-EMP(WS-EMP-IDX) TO WS-DTL-EMP.
           PERFORM 0310-GET-REGION-AND-TYPE.
           COMPUTE WS-GROSS-DIFF =
              WS-EM-GROSS-B(WS-EMP-IDX) - WS-EM-GROSS-A(WS-EMP-IDX).
           COMPUTE WS-DED-DIFF =
              WS-EM-DED-B(WS-EMP-IDX) - WS-EM-DED-A(WS-EMP-IDX).
           COMPUTE WS-NET-DIFF =
              WS-EM-NET-B(WS-EMP-IDX) - WS-EM-NET-A(WS-EMP-IDX).
           MOVE WS-GROSS-DIFF TO WS-DTL-GROSS.
           MOVE WS-DED-DIFF TO WS-DTL-DED.
           MOVE WS-NET-DIFF TO WS-DTL-NET.

           MOVE 'N' TO WS-OVER-FLAG.
           MOVE WS-GROSS-DIFF TO WS-ABS-DIFF.
           PERFORM 0320-TEST-TOLERANCE.
           MOVE WS-DED-DIFF TO WS-ABS-DIFF.
           PERFORM 0320-TEST-TOLERANCE.
           MOVE WS-NET-DIFF TO WS-ABS-DIFF.
           PERFORM 0320-TEST-TOLERANCE.

           EVALUATE TRUE
              WHEN WS-EM-IN-B(WS-EMP-IDX) = 'N'
                 ADD 1 TO WS-ONLY-A-COUNT
                 MOVE 'A ONLY' TO WS-DTL-RESULT
              WHEN WS-EM-IN-A(WS-EMP-IDX) = 'N'
                 ADD 1 TO WS-ONLY-B-COUNT
                 MOVE 'B ONLY' TO WS-DTL-RESULT
              WHEN OTHER
                 ADD 1 TO WS-MATCHED-COUNT
                 IF WS-EM-CUR-A(WS-EMP-IDX)
                    NOT = WS-EM-CUR-B(WS-EMP-IDX)
                    ADD 1 TO WS-CURRENCY-COUNT
                    MOVE 'Y' TO WS-OVER-FLAG
                    MOVE 'CURRENCY' TO WS-DTL-RESULT
                 ELSE
                    IF WS-GROSS-DIFF = 0
                       AND WS-DED-DIFF = 0
                       AND WS-NET-DIFF = 0
                       ADD 1 TO WS-SAME-COUNT
                       MOVE 'SAME' TO WS-DTL-RESULT
                    ELSE
                       IF WS-OVER-TOLERANCE
                          MOVE 'OVER' TO WS-DTL-RESULT
                       ELSE
                          ADD 1 TO WS-WITHIN-COUNT
                          MOVE 'WITHIN' TO WS-DTL-RESULT
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.
           IF WS-OVER-TOLERANCE
              ADD 1 TO WS-OVER-COUNT
              MOVE '*' TO WS-DETAIL-LINE(80:1)
           END-IF.
           WRITE COMPARE-REPORT-RECORD FROM WS-DETAIL-LINE.

           PERFORM 0350-FIND-OR-ADD-GROUP THRU 0350-FIND-EXIT.
           IF WS-GRP-FOUND > 0
              ADD 1 TO WS-GR-EMPS(WS-GRP-FOUND)
              IF WS-GROSS-DIFF NOT = 0
                 OR WS-DED-DIFF NOT = 0
                 OR WS-NET-DIFF NOT = 0
                 OR WS-EM-IN-A(WS-EMP-IDX) = 'N'
                 OR WS-EM-IN-B(WS-EMP-IDX) = 'N'
                 ADD 1 TO WS-GR-DIFFS(WS-GRP-FOUND)
              END-IF
              ADD WS-GROSS-DIFF TO WS-GR-GROSS-DIFF(WS-GRP-FOUND)
              ADD WS-DED-DIFF TO WS-GR-DED-DIFF(WS-GRP-FOUND)
              ADD WS-NET-DIFF TO WS-GR-NET-DIFF(WS-GRP-FOUND)
           END-IF.

      *    REGION AND TYPE FROM THE MASTER; '0' AND '?' WHEN
      *    THE EMPLOYEE IS NOT ON IT
       0310-GET-REGION-AND-TYPE.
           MOVE '0' TO WS-GRP-KEY-REGION.
           MOVE '?' TO WS-GRP-KEY-TYPE.
           IF WS-MASTER-OPEN
              MOVE WS-EM-EMP(WS-EMP-IDX) TO VM-EMP-NUM
              READ MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD
                    MOVE WS-EMP-REGION TO WS-GRP-KEY-REGION
                    MOVE WS-EMP-TYPE TO WS-GRP-KEY-TYPE
              END-READ
           END-IF.
           MOVE WS-GRP-KEY-REGION TO WS-DTL-REGION.
           MOVE WS-GRP-KEY-TYPE TO WS-DTL-TYPE.

      *    WS-ABS-DIFF IS UNSIGNED, SO THE MOVE INTO IT HAS
      *    ALREADY DROPPED THE SIGN OF THE DIFFERENCE
       0320-TEST-TOLERANCE.
           IF WS-ABS-DIFF > WS-TOLERANCE
              MOVE 'Y' TO WS-OVER-FLAG
           END-IF.

      *    LOCATE THE ROW FOR WS-GRP-KEY, INSERTING A ZEROED ROW
      *    IN KEY ORDER IF IT IS NEW.  THE INDEX COMES BACK IN
      *    WS-GRP-FOUND (ZERO WHEN THE TABLE IS FULL)
       0350-FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GRP-FOUND.
           MOVE 0 TO WS-GRP-SHIFT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                      OR WS-GRP-FOUND > 0
                      OR WS-GRP-SHIFT > 0
              IF WS-GR-KEY(WS-GRP-IDX) = WS-GRP-KEY
                 MOVE WS-GRP-IDX TO WS-GRP-FOUND
              ELSE
                 IF WS-GR-KEY(WS-GRP-IDX) > WS-GRP-KEY
                    MOVE WS-GRP-IDX TO WS-GRP-SHIFT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-GRP-FOUND > 0
              OR WS-GRP-COUNT NOT < 50
              GO TO 0350-FIND-EXIT
           END-IF.
           IF WS-GRP-SHIFT = 0
              COMPUTE WS-GRP-SHIFT = WS-GRP-COUNT + 1
           END-IF.
           PERFORM VARYING WS-GRP-IDX FROM WS-GRP-COUNT BY -1
                   UNTIL WS-GRP-IDX < WS-GRP-SHIFT
              MOVE WS-GRP-ENTRY(WS-GRP-IDX)
                 TO WS-GRP-ENTRY(WS-GRP-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-GRP-SHIFT TO WS-GRP-FOUND.
           MOVE WS-GRP-KEY TO WS-GR-KEY(WS-GRP-FOUND).
           MOVE 0 TO WS-GR-EMPS(WS-GRP-FOUND)
                     WS-GR-DIFFS(WS-GRP-FOUND)
                     WS-GR-GROSS-DIFF(WS-GRP-FOUND)
                     WS-GR-DED-DIFF(WS-GRP-FOUND)
                     WS-GR-NET-DIFF(WS-GRP-FOUND).
       0350-FIND-EXIT.
           EXIT.

      ****************************************************
      ****    SUMMARY BY REGION/TYPE
      ****************************************************
       0500-PRINT-SUMMARY.
           MOVE SPACES TO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           MOVE ' DIFFERENCES BY REGION AND EMPLOYEE TYPE'
              TO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD FROM WS-SUMM-HEAD-LINE.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
              MOVE WS-GR-REGION(WS-GRP-IDX) TO WS-SUM-REGION
              MOVE WS-GR-TYPE(WS-GRP-IDX) TO WS-SUM-TYPE
              MOVE WS-GR-EMPS(WS-GRP-IDX) TO WS-SUM-EMPS
              MOVE WS-GR-DIFFS(WS-GRP-IDX) TO WS-SUM-DIFFS
              MOVE WS-GR-GROSS-DIFF(WS-GRP-IDX) TO WS-SUM-GROSS
              MOVE WS-GR-DED-DIFF(WS-GRP-IDX) TO WS-SUM-DED
              MOVE WS-GR-NET-DIFF(WS-GRP-IDX) TO WS-SUM-NET
              WRITE COMPARE-REPORT-RECORD FROM WS-SUMM-LINE
           END-PERFORM.

       0600-PRINT-TOTALS.
           MOVE SPACES TO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE(2:79).
           MOVE '                       RUN A' TO WS-TOTAL-LINE(22:28).
           MOVE '              RUN B' TO WS-TOTAL-LINE(50:19).
           WRITE COMPARE-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'TOTAL GROSS' TO WS-TOT-LABEL.
           MOVE WS-TOT-GROSS-A TO WS-TOT-AMT-A.
           MOVE WS-TOT-GROSS-B TO WS-TOT-AMT-B.
           WRITE COMPARE-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'TOTAL DEDUCTIONS' TO WS-TOT-LABEL.
           MOVE WS-TOT-DED-A TO WS-TOT-AMT-A.
           MOVE WS-TOT-DED-B TO WS-TOT-AMT-B.
           WRITE COMPARE-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'TOTAL NET' TO WS-TOT-LABEL.
           MOVE WS-TOT-NET-A TO WS-TOT-AMT-A.
           MOVE WS-TOT-NET-B TO WS-TOT-AMT-B.
           WRITE COMPARE-REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE SPACES TO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           MOVE 'RUN A RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-READ-A-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'RUN B RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-READ-B-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'RECORDS REJECTED (UNREADABLE)' TO WS-CNT-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES IN BOTH RUNS' TO WS-CNT-LABEL.
           MOVE WS-MATCHED-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  IDENTICAL' TO WS-CNT-LABEL.
           MOVE WS-SAME-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  DIFFERENT, WITHIN TOLERANCE' TO WS-CNT-LABEL.
           MOVE WS-WITHIN-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  CURRENCY CHANGED' TO WS-CNT-LABEL.
           MOVE WS-CURRENCY-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES IN RUN A ONLY' TO WS-CNT-LABEL.
           MOVE WS-ONLY-A-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES IN RUN B ONLY' TO WS-CNT-LABEL.
           MOVE WS-ONLY-B-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES OVER TOLERANCE (*)' TO WS-CNT-LABEL.
           MOVE WS-OVER-COUNT TO WS-CNT-VALUE.
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE.

           MOVE SPACES TO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           IF NOT WS-RUN-OK
              MOVE ' *** COMPARISON NOT COMPLETED ***'
                 TO COMPARE-REPORT-RECORD
           ELSE
              IF WS-OVER-COUNT > 0
                 MOVE ' *** COMPARISON FAILED - DIFFERENCES OVER TOLER
      -             'ANCE ***' TO COMPARE-REPORT-RECORD
              ELSE
                 MOVE ' COMPARISON PASSED - ALL DIFFERENCES WITHIN TOL
      -             'ERANCE' TO COMPARE-REPORT-RECORD
              END-IF
           END-IF.
           WRITE COMPARE-REPORT-RECORD.

       0900-TERMINATE.
           IF WS-RUNA-STATUS = '00' OR WS-RUNA-STATUS = '10'
              CLOSE RUN-A-FILE
           END-IF.
           IF WS-RUNB-STATUS = '00' OR WS-RUNB-STATUS = '10'
              CLOSE RUN-B-FILE
           END-IF.
           IF WS-MASTER-OPEN
              CLOSE MASTER-FILE
           END-IF.
           CLOSE COMPARE-REPORT.
           IF (NOT WS-RUN-OK OR WS-OVER-COUNT > 0)
              AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0470' TO JL-PROGRAM.
           COMPUTE JL-RECORDS-IN = WS-READ-A-COUNT + WS-READ-B-COUNT.
           MOVE WS-EMP-COUNT TO JL-RECORDS-OUT.
           MOVE WS-REJECT-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0470 EMPLOYEES: ' WS-EMP-COUNT
                   ' OVER TOLERANCE: ' WS-OVER-COUNT
                   ' A ONLY: ' WS-ONLY-A-COUNT
                   ' B ONLY: ' WS-ONLY-B-COUNT.
