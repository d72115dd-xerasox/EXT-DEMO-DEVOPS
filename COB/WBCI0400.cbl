       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0400.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PAY-GRADE COMPLIANCE REPORT.                                  *
      *  LOADS THE GRADETAB PAY-GRADE RANGES (TCPYGRD: GRADE, EMP-     *
      *  TYPE, REGION OR '*', MINIMUM, MIDPOINT, MAXIMUM) AND READS    *
      *  THE EMPLOYEE MASTER (EMPMSTR, XEXTEMPF LAYOUT).  EVERY        *
      *  ACTIVE OR ON-LEAVE HOURLY, SALES AND MANAGEMENT EMPLOYEE      *
      *  WITH A PAY-GRADE IS PRICED AGAINST THE RANGE FOR THE GRADE,   *
      *  TYPE AND REGION (A REGION-SPECIFIC RANGE WINS OVER '*').      *
      *  PAY IS EMP-RATE FOR HOURLY, THE MONTHLY SALES-SALARY OR       *
      *  MGMT-SALARY OTHERWISE - THE SAME UNIT AS THE RANGE.           *
      *                                                                *
      *  CMPLRPT LISTS EVERY EMPLOYEE BELOW THE MINIMUM OR ABOVE THE   *
      *  MAXIMUM, AND EVERY GRADE WITH NO RANGE, WITH THE COMPA-RATIO  *
      *  (PAY / GRADE MIDPOINT), THEN SUMMARIZES THE AVERAGE COMPA-    *
      *  RATIO AND THE OUT-OF-RANGE COUNTS BY REGION AND TYPE.         *
      *  ANY EXCEPTION SETS CONDITION CODE 4.                          *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-TABLE   ASSIGN TO GRADETAB
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-KEY
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT COMPLIANCE-REPORT ASSIGN TO CMPLRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-TABLE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYGRD.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-KEY           PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  COMPLIANCE-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  COMPLIANCE-REPORT-RECORD   PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-GRADE-STATUS            PIC XX       VALUE SPACES.
       01  WS-EMPFILE-STATUS          PIC XX       VALUE SPACES.

       01  WS-GRADE-EOF-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-GRADE-EOF                        VALUE 'Y'.
       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.

      *    PAY-GRADE RANGES FROM GRADETAB
       01  WS-GRADE-IDX               PIC 9(3)     VALUE 0.
       01  WS-GRADE-FOUND             PIC 9(3)     VALUE 0.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-COUNT         PIC 9(3)     VALUE 0.
           05  WS-GRADE-ENTRY         OCCURS 200 TIMES.
               10  WS-GT-GRADE        PIC X(2).
               10  WS-GT-EMP-TYPE     PIC X(1).
               10  WS-GT-REGION       PIC X(1).
               10  WS-GT-MIN          PIC 9(5)V99.
               10  WS-GT-MID          PIC 9(5)V99.
               10  WS-GT-MAX          PIC 9(5)V99.

      *    COMPA-RATIO ACCUMULATORS BY REGION (1-5) AND TYPE
      *    (1 = HOURLY, 2 = SALES, 3 = MANAGEMENT)
       01  WS-REG-IDX                 PIC 9(1)     VALUE 0.
       01  WS-TYP-IDX                 PIC 9(1)     VALUE 0.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-REGION          OCCURS 5 TIMES.
               10  WS-SUM-TYPE        OCCURS 3 TIMES.
                   15  WS-SUM-COUNT   PIC 9(5).
                   15  WS-SUM-RATIO   PIC 9(7)V999.
                   15  WS-SUM-BELOW   PIC 9(5).
                   15  WS-SUM-ABOVE   PIC 9(5).
       01  WS-TYPE-NAMES              PIC X(30)    VALUE
           'HOURLY    SALES     MANAGEMENT'.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME           PIC X(10)    OCCURS 3 TIMES.

       01  WS-PAY                     PIC 9(5)V99  VALUE 0.
       01  WS-COMPA-RATIO             PIC 99V999   VALUE 0.
       01  WS-AVG-RATIO               PIC 99V999   VALUE 0.
       01  WS-TOTAL-RATIO             PIC 9(7)V999 VALUE 0.
       01  WS-NOTE                    PIC X(6)     VALUE SPACES.

       01  WS-EMPLOYEE-COUNT          PIC 9(5)     VALUE 0.
       01  WS-MEASURED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-BELOW-COUNT             PIC 9(5)     VALUE 0.
       01  WS-ABOVE-COUNT             PIC 9(5)     VALUE 0.
       01  WS-NO-RANGE-COUNT          PIC 9(5)     VALUE 0.
       01  WS-UNGRADED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-NOT-ELIGIBLE-COUNT      PIC 9(5)     VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(6)     VALUE 'EMP'.
           05  FILLER                 PIC X(16)    VALUE 'NAME'.
           05  FILLER                 PIC X(8)     VALUE 'T R GR'.
           05  FILLER                 PIC X(10)    VALUE '      PAY'.
           05  FILLER                 PIC X(10)    VALUE '  MINIMUM'.
           05  FILLER                 PIC X(10)    VALUE '  MAXIMUM'.
           05  FILLER                 PIC X(7)     VALUE ' COMPA'.
           05  FILLER                 PIC X(12)    VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NAME            PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-TYPE            PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-REGION          PIC 9(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-GRADE           PIC X(2).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-PAY             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-MIN             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-MAX             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-COMPA           PIC Z9.999.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NOTE            PIC X(6).
           05  FILLER                 PIC X(6)     VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(8)     VALUE 'REGION'.
           05  FILLER                 PIC X(12)    VALUE 'TYPE'.
           05  FILLER                 PIC X(8)     VALUE ' GRADED'.
           05  FILLER                 PIC X(11)    VALUE ' AVG COMPA'.
           05  FILLER                 PIC X(8)     VALUE '   BELOW'.
           05  FILLER                 PIC X(8)     VALUE '   ABOVE'.
           05  FILLER                 PIC X(24)    VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-SML-REGION          PIC X(1).
           05  FILLER                 PIC X(5)     VALUE SPACES.
           05  WS-SML-TYPE            PIC X(10).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-SML-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(5)     VALUE SPACES.
           05  WS-SML-AVG             PIC Z9.999.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-SML-BELOW           PIC ZZZZ9.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-SML-ABOVE           PIC ZZZZ9.
           05  FILLER                 PIC X(26)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(32)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-PROCESS-EMPLOYEE THRU 0200-PROCESS-EXIT
              UNTIL WS-EOF.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0400' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE ZEROS TO WS-SUMMARY-TABLE.
           OPEN OUTPUT COMPLIANCE-REPORT.
           MOVE ' PAY-GRADE COMPLIANCE REPORT - WBCI0400'
              TO COMPLIANCE-REPORT-RECORD.
           WRITE COMPLIANCE-REPORT-RECORD.
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD.
           WRITE COMPLIANCE-REPORT-RECORD.

           OPEN INPUT GRADE-TABLE.
           IF WS-GRADE-STATUS = '00'
              PERFORM 0110-LOAD-ONE-GRADE UNTIL WS-GRADE-EOF
              CLOSE GRADE-TABLE
           END-IF.
           IF WS-GRADE-COUNT = 0
              MOVE 'WBCI0400' TO EH-PROGRAM
              MOVE 'GRADETAB' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-GRADE-STATUS TO EH-FILE-STATUS
              MOVE 'NO USABLE PAY-GRADE RANGE - NOTHING CHECKED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           IF NOT WS-EOF
              OPEN INPUT EMPLOYEE-FILE
              IF WS-EMPFILE-STATUS NOT = '00'
                 MOVE 'WBCI0400' TO EH-PROGRAM
                 MOVE 'MSTROPEN' TO EH-CODE
                 MOVE 'E' TO EH-SEVERITY
                 MOVE WS-EMPFILE-STATUS TO EH-FILE-STATUS
                 MOVE 'EMPLOYEE MASTER OPEN FAILED - NOTHING CHECKED'
                    TO EH-MESSAGE
                 CALL 'ERRHANDL' USING ERRHDL-AREA
                 MOVE 'Y' TO WS-EOF-FLAG
              END-IF
           END-IF.
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-HEADING-LINE.
           IF NOT WS-EOF
              PERFORM 0210-READ-EMPLOYEE
           END-IF.

      *    A CARD WITH A BLANK GRADE, A NON-NUMERIC AMOUNT OR A
      *    ZERO MIDPOINT CANNOT PRICE ANYONE AND IS LEFT OUT
       0110-LOAD-ONE-GRADE.
           READ GRADE-TABLE
              AT END
                 MOVE 'Y' TO WS-GRADE-EOF-FLAG
              NOT AT END
                 IF GR-GRADE NOT = SPACES
                    AND GR-MIN-DIGITS NUMERIC
                    AND GR-MID-DIGITS NUMERIC
                    AND GR-MAX-DIGITS NUMERIC
                    AND GR-MID-DIGITS NOT = ZEROS
                    AND WS-GRADE-COUNT < 200
                    ADD 1 TO WS-GRADE-COUNT
                    MOVE GR-GRADE TO WS-GT-GRADE(WS-GRADE-COUNT)
                    MOVE GR-EMP-TYPE
                       TO WS-GT-EMP-TYPE(WS-GRADE-COUNT)
                    MOVE GR-REGION TO WS-GT-REGION(WS-GRADE-COUNT)
                    MOVE GR-MIN-DIGITS
                       TO WS-GT-MIN(WS-GRADE-COUNT)(1:7)
                    MOVE GR-MID-DIGITS
                       TO WS-GT-MID(WS-GRADE-COUNT)(1:7)
                    MOVE GR-MAX-DIGITS
                       TO WS-GT-MAX(WS-GRADE-COUNT)(1:7)
                 END-IF
           END-READ.

      ****************************************************
      ****    PRICE ONE EMPLOYEE AGAINST THE GRADE RANGE
      ****************************************************
       0200-PROCESS-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD.
           IF EMP-TERMINATED OR CONTRACTOR
              OR NOT (HOURLY OR SALES OR MANAGEMENT)
              OR WS-EMP-REGION NOT NUMERIC
              OR WS-EMP-REGION < 1 OR WS-EMP-REGION > 5
              ADD 1 TO WS-NOT-ELIGIBLE-COUNT
              GO TO 0200-PROCESS-NEXT
           END-IF.
           IF WS-PAY-GRADE = SPACES
              ADD 1 TO WS-UNGRADED-COUNT
              GO TO 0200-PROCESS-NEXT
           END-IF.
           EVALUATE TRUE
              WHEN HOURLY
                 MOVE WS-EMP-RATE TO WS-PAY
                 MOVE 1 TO WS-TYP-IDX
              WHEN SALES
                 MOVE WS-SALES-SALARY TO WS-PAY
                 MOVE 2 TO WS-TYP-IDX
              WHEN MANAGEMENT
                 MOVE WS-MGMT-SALARY TO WS-PAY
                 MOVE 3 TO WS-TYP-IDX
           END-EVALUATE.
           MOVE WS-EMP-REGION TO WS-REG-IDX.
           PERFORM 0300-FIND-RANGE.
           IF WS-GRADE-FOUND = 0
              ADD 1 TO WS-NO-RANGE-COUNT
              MOVE 0 TO WS-COMPA-RATIO
              MOVE 'NO RNG' TO WS-NOTE
              PERFORM 0400-WRITE-DETAIL
              GO TO 0200-PROCESS-NEXT
           END-IF.
           COMPUTE WS-COMPA-RATIO ROUNDED =
              WS-PAY / WS-GT-MID(WS-GRADE-FOUND)
              ON SIZE ERROR
                 MOVE 99.999 TO WS-COMPA-RATIO
           END-COMPUTE.
           ADD 1 TO WS-MEASURED-COUNT.
           ADD 1 TO WS-SUM-COUNT(WS-REG-IDX WS-TYP-IDX).
           ADD WS-COMPA-RATIO TO WS-SUM-RATIO(WS-REG-IDX WS-TYP-IDX).
           IF WS-PAY < WS-GT-MIN(WS-GRADE-FOUND)
              ADD 1 TO WS-BELOW-COUNT
              ADD 1 TO WS-SUM-BELOW(WS-REG-IDX WS-TYP-IDX)
              MOVE 'BELOW' TO WS-NOTE
              PERFORM 0400-WRITE-DETAIL
           END-IF.
           IF WS-PAY > WS-GT-MAX(WS-GRADE-FOUND)
              ADD 1 TO WS-ABOVE-COUNT
              ADD 1 TO WS-SUM-ABOVE(WS-REG-IDX WS-TYP-IDX)
              MOVE 'ABOVE' TO WS-NOTE
              PERFORM 0400-WRITE-DETAIL
           END-IF.
       0200-PROCESS-NEXT.
           PERFORM 0210-READ-EMPLOYEE.
       0200-PROCESS-EXIT.
           EXIT.

       0210-READ-EMPLOYEE.
           READ EMPLOYEE-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *    A RANGE FOR THE EMPLOYEE'S OWN REGION WINS OVER A
      *    '*' RANGE FOR THE SAME GRADE AND TYPE
       0300-FIND-RANGE.
           MOVE 0 TO WS-GRADE-FOUND.
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
              IF WS-GT-GRADE(WS-GRADE-IDX) = WS-PAY-GRADE
                 AND WS-GT-EMP-TYPE(WS-GRADE-IDX) = WS-EMP-TYPE
                 IF WS-GT-REGION(WS-GRADE-IDX) = WS-EMP-REGION
                    MOVE WS-GRADE-IDX TO WS-GRADE-FOUND
                 ELSE
                    IF WS-GT-REGION(WS-GRADE-IDX) = '*'
                       AND WS-GRADE-FOUND = 0
                       MOVE WS-GRADE-IDX TO WS-GRADE-FOUND
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       0400-WRITE-DETAIL.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-EMP-NUM TO WS-DTL-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-DTL-NAME.
           MOVE WS-EMP-TYPE TO WS-DTL-TYPE.
           MOVE WS-EMP-REGION TO WS-DTL-REGION.
           MOVE WS-PAY-GRADE TO WS-DTL-GRADE.
           MOVE WS-PAY TO WS-DTL-PAY.
           IF WS-GRADE-FOUND = 0
              MOVE 0 TO WS-DTL-MIN WS-DTL-MAX
           ELSE
              MOVE WS-GT-MIN(WS-GRADE-FOUND) TO WS-DTL-MIN
              MOVE WS-GT-MAX(WS-GRADE-FOUND) TO WS-DTL-MAX
           END-IF.
           MOVE WS-COMPA-RATIO TO WS-DTL-COMPA.
           MOVE WS-NOTE TO WS-DTL-NOTE.
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-DETAIL-LINE.

      ****************************************************
      ****    COMPA-RATIO SUMMARY BY REGION AND TYPE
      ****************************************************
       0700-PRINT-SUMMARY.
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD.
           WRITE COMPLIANCE-REPORT-RECORD.
           MOVE ' COMPA-RATIO SUMMARY BY REGION AND TYPE'
              TO COMPLIANCE-REPORT-RECORD.
           WRITE COMPLIANCE-REPORT-RECORD.
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-SUMMARY-HEADING.
           MOVE 0 TO WS-TOTAL-RATIO.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > 5
              PERFORM 0710-PRINT-ONE-CELL THRU 0710-PRINT-ONE-EXIT
                 VARYING WS-TYP-IDX FROM 1 BY 1
                 UNTIL WS-TYP-IDX > 3
           END-PERFORM.
           MOVE 0 TO WS-AVG-RATIO.
           IF WS-MEASURED-COUNT > 0
              COMPUTE WS-AVG-RATIO ROUNDED =
                 WS-TOTAL-RATIO / WS-MEASURED-COUNT
                 ON SIZE ERROR
                    MOVE 99.999 TO WS-AVG-RATIO
              END-COMPUTE
           END-IF.
           MOVE '*' TO WS-SML-REGION.
           MOVE 'ALL' TO WS-SML-TYPE.
           MOVE WS-MEASURED-COUNT TO WS-SML-COUNT.
           MOVE WS-AVG-RATIO TO WS-SML-AVG.
           MOVE WS-BELOW-COUNT TO WS-SML-BELOW.
           MOVE WS-ABOVE-COUNT TO WS-SML-ABOVE.
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-SUMMARY-LINE.

       0710-PRINT-ONE-CELL.
           IF WS-SUM-COUNT(WS-REG-IDX WS-TYP-IDX) = 0
              GO TO 0710-PRINT-ONE-EXIT
           END-IF.
           ADD WS-SUM-RATIO(WS-REG-IDX WS-TYP-IDX) TO WS-TOTAL-RATIO.
           COMPUTE WS-AVG-RATIO ROUNDED =
              WS-SUM-RATIO(WS-REG-IDX WS-TYP-IDX)
              / WS-SUM-COUNT(WS-REG-IDX WS-TYP-IDX)
              ON SIZE ERROR
                 MOVE 99.999 TO WS-AVG-RATIO
           END-COMPUTE.
           MOVE WS-REG-IDX TO WS-SML-REGION.
           MOVE WS-TYPE-NAME(WS-TYP-IDX) TO WS-SML-TYPE.
           MOVE WS-SUM-COUNT(WS-REG-IDX WS-TYP-IDX) TO WS-SML-COUNT.
           MOVE WS-AVG-RATIO TO WS-SML-AVG.
           MOVE WS-SUM-BELOW(WS-REG-IDX WS-TYP-IDX) TO WS-SML-BELOW.
           MOVE WS-SUM-ABOVE(WS-REG-IDX WS-TYP-IDX) TO WS-SML-ABOVE.
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-SUMMARY-LINE.
       0710-PRINT-ONE-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD.
           WRITE COMPLIANCE-REPORT-RECORD.
           MOVE WS-EMPLOYEE-COUNT TO WS-TOT-COUNT.
           MOVE 'EMPLOYEES READ' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-MEASURED-COUNT TO WS-TOT-COUNT.
           MOVE 'MEASURED AGAINST A RANGE' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-BELOW-COUNT TO WS-TOT-COUNT.
           MOVE 'BELOW GRADE MINIMUM' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-ABOVE-COUNT TO WS-TOT-COUNT.
           MOVE 'ABOVE GRADE MAXIMUM' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-NO-RANGE-COUNT TO WS-TOT-COUNT.
           MOVE 'GRADE WITH NO RANGE ON GRADETAB' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-UNGRADED-COUNT TO WS-TOT-COUNT.
           MOVE 'NO PAY-GRADE ASSIGNED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-NOT-ELIGIBLE-COUNT TO WS-TOT-COUNT.
           MOVE 'TERMINATED OR CONTRACTOR - SKIPPED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-EMPFILE-STATUS = '00' OR WS-EMPFILE-STATUS = '10'
              CLOSE EMPLOYEE-FILE
           END-IF.
           CLOSE COMPLIANCE-REPORT.

           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0400' TO JL-PROGRAM.
           MOVE WS-EMPLOYEE-COUNT TO JL-RECORDS-IN.
           MOVE WS-MEASURED-COUNT TO JL-RECORDS-OUT.
           MOVE WS-EXCEPTION-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0400 MEASURED: ' WS-MEASURED-COUNT
                   ' OUT OF RANGE: ' WS-BELOW-COUNT ' / '
                   WS-ABOVE-COUNT.
