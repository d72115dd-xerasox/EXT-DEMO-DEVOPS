       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0520.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  MINIMUM-WAGE INCREASE EXPOSURE REPORT.                        *
      *  LOADS THE MINWAGE MINIMUM-WAGE TABLE (TCPYMWG: STATE OR '**', *
      *  EFFECTIVE DATE, HOURLY RATE) AND READS THE EMPLOYEE MASTER    *
      *  (EMPMSTR, XEXTEMPF LAYOUT).  EVERY MINIMUM LOADED WITH AN     *
      *  EFFECTIVE DATE AFTER TODAY IS AN UPCOMING INCREASE.  EACH     *
      *  ACTIVE OR ON-LEAVE HOURLY EMPLOYEE IS PRICED AGAINST THE      *
      *  MINIMUM FOR THEIR STATE AS IT WILL STAND ON EACH UPCOMING     *
      *  DATE (THE HIGHER OF THE STATE RATE AND THE '**' FLOOR, THE    *
      *  SAME RULE WBCI0070 AND WBCI0040 APPLY).                       *
      *                                                                *
      *  MWGRPT LISTS THE UPCOMING MINIMUMS, THEN EVERY EMPLOYEE WHOSE *
      *  CURRENT EMP-RATE WILL FALL BELOW ONE OF THEM - WITH THE       *
      *  MINIMUM IN FORCE TODAY, THE NEW MINIMUM, ITS DATE AND THE     *
      *  HOURLY SHORTFALL, MARKED 'ALREADY' WHEN THE RATE IS BELOW     *
      *  TODAY'S MINIMUM TOO - AND A COUNT BY EFFECTIVE DATE, SO THE   *
      *  RATES CAN BE RAISED THROUGH MAINTENANCE BEFORE THE DATE.      *
      *  ANY EMPLOYEE LISTED SETS CONDITION CODE 4.                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIN-WAGE-TABLE ASSIGN TO MINWAGE
               FILE STATUS IS WS-MINWG-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-KEY
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT EXPOSURE-REPORT ASSIGN TO MWGRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  MIN-WAGE-TABLE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYMWG.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-KEY           PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  EXPOSURE-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  EXPOSURE-REPORT-RECORD     PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-MINWG-STATUS            PIC XX       VALUE SPACES.
       01  WS-EMPFILE-STATUS          PIC XX       VALUE SPACES.

       01  WS-MINWG-EOF-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-MINWG-EOF                        VALUE 'Y'.
       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.

       01  WS-TODAY-X                 PIC X(8)     VALUE SPACES.

      *    MINIMUM WAGE BY STATE AND EFFECTIVE DATE FROM MINWAGE
       01  WS-MINWG-IDX               PIC 9(3)     VALUE 0.
       01  WS-MINWG-TABLE.
           05  WS-MINWG-COUNT         PIC 9(3)     VALUE 0.
           05  WS-MINWG-ENTRY         OCCURS 500 TIMES.
               10  WS-MW-STATE        PIC X(2).
               10  WS-MW-EFF-DATE     PIC X(8).
               10  WS-MW-RATE         PIC 9(3)V99.

      *    DISTINCT UPCOMING EFFECTIVE DATES, ASCENDING, WITH
      *    THE NUMBER OF EMPLOYEES EACH ONE LEAVES BELOW
       01  WS-FUT-IDX                 PIC 9(3)     VALUE 0.
       01  WS-FUT-POS                 PIC 9(3)     VALUE 0.
       01  WS-FUT-FOUND-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-FUT-FOUND                        VALUE 'Y'.
       01  WS-FUT-TABLE.
           05  WS-FUT-COUNT           PIC 9(3)     VALUE 0.
           05  WS-FUT-ENTRY           OCCURS 100 TIMES.
               10  WS-FUT-DATE        PIC X(8).
               10  WS-FUT-BELOW       PIC 9(5).

      *    LOOKUP: THE MINIMUM IN FORCE ON WS-MW-ON-DATE FOR
      *    THE EMPLOYEE'S STATE
       01  WS-MW-ON-DATE              PIC X(8)     VALUE SPACES.
       01  WS-MW-STATE-DATE           PIC X(8)     VALUE SPACES.
       01  WS-MW-STATE-RATE           PIC 9(3)V99  VALUE 0.
       01  WS-MW-FLOOR-DATE           PIC X(8)     VALUE SPACES.
       01  WS-MW-FLOOR-RATE           PIC 9(3)V99  VALUE 0.
       01  WS-MW-MINIMUM              PIC 9(3)V99  VALUE 0.
       01  WS-MW-CHANGED-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-MW-CHANGED                       VALUE 'Y'.

       01  WS-CURRENT-MINIMUM         PIC 9(3)V99  VALUE 0.
       01  WS-SHORTFALL               PIC 9(3)V99  VALUE 0.
       01  WS-EMP-LISTED-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-EMP-LISTED                       VALUE 'Y'.

       01  WS-EMPLOYEE-COUNT          PIC 9(5)     VALUE 0.
       01  WS-CHECKED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-NOT-ELIGIBLE-COUNT      PIC 9(5)     VALUE 0.
       01  WS-AFFECTED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-ALREADY-COUNT           PIC 9(5)     VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-UPCOMING-HEADING.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(6)     VALUE 'STATE'.
           05  FILLER                 PIC X(10)    VALUE 'EFFECTIVE'.
           05  FILLER                 PIC X(8)     VALUE 'MINIMUM'.
           05  FILLER                 PIC X(55)    VALUE SPACES.

       01  WS-UPCOMING-LINE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-UPL-STATE           PIC X(2).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-UPL-DATE            PIC X(8).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-UPL-RATE            PIC ZZ9.99.
           05  FILLER                 PIC X(56)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(6)     VALUE 'EMP'.
           05  FILLER                 PIC X(16)    VALUE 'NAME'.
           05  FILLER                 PIC X(4)     VALUE 'ST'.
           05  FILLER                 PIC X(7)     VALUE '  RATE'.
           05  FILLER                 PIC X(7)     VALUE 'CUR MIN'.
           05  FILLER                 PIC X(7)     VALUE 'NEW MIN'.
           05  FILLER                 PIC X(9)     VALUE 'EFFECTIVE'.
           05  FILLER                 PIC X(7)     VALUE ' SHORT'.
           05  FILLER                 PIC X(7)     VALUE 'NOTE'.
           05  FILLER                 PIC X(9)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NAME            PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-STATE           PIC X(2).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-RATE            PIC ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-CUR-MIN         PIC ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NEW-MIN         PIC ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-EFF-DATE        PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-SHORT           PIC ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-NOTE            PIC X(7).
           05  FILLER                 PIC X(9)     VALUE SPACES.

       01  WS-DATE-SUMMARY-LINE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DSL-DATE            PIC X(8).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-DSL-BELOW           PIC ZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(20)
               VALUE 'EMPLOYEE(S) BELOW'.
           05  FILLER                 PIC X(40)    VALUE SPACES.

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
           PERFORM 0700-PRINT-DATE-SUMMARY THRU 0700-PRINT-EXIT.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0520' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-X.
           OPEN OUTPUT EXPOSURE-REPORT.
           MOVE ' MINIMUM-WAGE INCREASE EXPOSURE REPORT - WBCI0520'
              TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.

           OPEN INPUT MIN-WAGE-TABLE.
           IF WS-MINWG-STATUS = '00'
              PERFORM 0110-LOAD-ONE-MIN-WAGE UNTIL WS-MINWG-EOF
              CLOSE MIN-WAGE-TABLE
           END-IF.
           IF WS-MINWG-COUNT = 0
              MOVE 'WBCI0520' TO EH-PROGRAM
              MOVE 'MINWAGE ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-MINWG-STATUS TO EH-FILE-STATUS
              MOVE 'NO USABLE MINIMUM-WAGE RATE - NOTHING CHECKED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           PERFORM VARYING WS-MINWG-IDX FROM 1 BY 1
                   UNTIL WS-MINWG-IDX > WS-MINWG-COUNT
              IF WS-MW-EFF-DATE(WS-MINWG-IDX) > WS-TODAY-X
                 PERFORM 0120-ADD-UPCOMING-DATE THRU 0120-ADD-EXIT
              END-IF
           END-PERFORM.
           PERFORM 0130-PRINT-UPCOMING.
           IF WS-FUT-COUNT = 0
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           IF NOT WS-EOF
              OPEN INPUT EMPLOYEE-FILE
              IF WS-EMPFILE-STATUS NOT = '00'
                 MOVE 'WBCI0520' TO EH-PROGRAM
                 MOVE 'MSTROPEN' TO EH-CODE
                 MOVE 'E' TO EH-SEVERITY
                 MOVE WS-EMPFILE-STATUS TO EH-FILE-STATUS
                 MOVE 'EMPLOYEE MASTER OPEN FAILED - NOTHING CHECKED'
                    TO EH-MESSAGE
                 CALL 'ERRHANDL' USING ERRHDL-AREA
                 MOVE 'Y' TO WS-EOF-FLAG
              END-IF
           END-IF.
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD FROM WS-HEADING-LINE.
           IF NOT WS-EOF
              PERFORM 0210-READ-EMPLOYEE
           END-IF.

      *    A CARD WITH A BLANK STATE OR A NON-NUMERIC DATE OR
      *    RATE CANNOT PRICE ANYONE AND IS LEFT OUT
       0110-LOAD-ONE-MIN-WAGE.
           READ MIN-WAGE-TABLE
              AT END
                 MOVE 'Y' TO WS-MINWG-EOF-FLAG
              NOT AT END
                 IF MW-STATE NOT = SPACES
                    AND MW-EFF-DATE NUMERIC
                    AND MW-RATE-DIGITS NUMERIC
                    AND WS-MINWG-COUNT < 500
                    ADD 1 TO WS-MINWG-COUNT
                    MOVE MW-STATE TO WS-MW-STATE(WS-MINWG-COUNT)
                    MOVE MW-EFF-DATE
                       TO WS-MW-EFF-DATE(WS-MINWG-COUNT)
                    MOVE MW-RATE-DIGITS
                       TO WS-MW-RATE(WS-MINWG-COUNT)(1:5)
                 END-IF
           END-READ.

      *    KEEP EACH UPCOMING DATE ONCE, IN ASCENDING ORDER
       0120-ADD-UPCOMING-DATE.
           MOVE 'N' TO WS-FUT-FOUND-FLAG.
           MOVE 0 TO WS-FUT-POS.
           PERFORM VARYING WS-FUT-IDX FROM 1 BY 1
                   UNTIL WS-FUT-IDX > WS-FUT-COUNT
                      OR WS-FUT-FOUND
                      OR WS-FUT-POS > 0
              IF WS-FUT-DATE(WS-FUT-IDX) = WS-MW-EFF-DATE(WS-MINWG-IDX)
                 MOVE 'Y' TO WS-FUT-FOUND-FLAG
              ELSE
                 IF WS-FUT-DATE(WS-FUT-IDX)
                    > WS-MW-EFF-DATE(WS-MINWG-IDX)
                    MOVE WS-FUT-IDX TO WS-FUT-POS
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-FUT-FOUND OR WS-FUT-COUNT NOT < 100
              GO TO 0120-ADD-EXIT
           END-IF.
           IF WS-FUT-POS = 0
              COMPUTE WS-FUT-POS = WS-FUT-COUNT + 1
           ELSE
              PERFORM VARYING WS-FUT-IDX FROM WS-FUT-COUNT BY -1
                      UNTIL WS-FUT-IDX < WS-FUT-POS
                 MOVE WS-FUT-ENTRY(WS-FUT-IDX)
                    TO WS-FUT-ENTRY(WS-FUT-IDX + 1)
              END-PERFORM
           END-IF.
           ADD 1 TO WS-FUT-COUNT.
           MOVE WS-MW-EFF-DATE(WS-MINWG-IDX) TO WS-FUT-DATE(WS-FUT-POS).
           MOVE 0 TO WS-FUT-BELOW(WS-FUT-POS).
       0120-ADD-EXIT.
           EXIT.

      ****************************************************
      ****    LIST THE UPCOMING MINIMUMS AS LOADED
      ****************************************************
       0130-PRINT-UPCOMING.
           MOVE ' UPCOMING MINIMUMS ON MINWAGE'
              TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD FROM WS-UPCOMING-HEADING.
           IF WS-FUT-COUNT = 0
              MOVE '  NONE - NO MINIMUM TAKES EFFECT AFTER TODAY'
                 TO EXPOSURE-REPORT-RECORD
              WRITE EXPOSURE-REPORT-RECORD
           END-IF.
           PERFORM VARYING WS-FUT-IDX FROM 1 BY 1
                   UNTIL WS-FUT-IDX > WS-FUT-COUNT
              PERFORM VARYING WS-MINWG-IDX FROM 1 BY 1
                      UNTIL WS-MINWG-IDX > WS-MINWG-COUNT
                 IF WS-MW-EFF-DATE(WS-MINWG-IDX)
                    = WS-FUT-DATE(WS-FUT-IDX)
                    MOVE WS-MW-STATE(WS-MINWG-IDX) TO WS-UPL-STATE
                    MOVE WS-MW-EFF-DATE(WS-MINWG-IDX) TO WS-UPL-DATE
                    MOVE WS-MW-RATE(WS-MINWG-IDX) TO WS-UPL-RATE
                    WRITE EXPOSURE-REPORT-RECORD
                       FROM WS-UPCOMING-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

      ****************************************************
      ****    PRICE ONE EMPLOYEE AGAINST EACH UPCOMING DATE
      ****************************************************
       0200-PROCESS-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD.
           IF NOT HOURLY
              OR EMP-TERMINATED
              OR WS-EMP-STATE = SPACES
              ADD 1 TO WS-NOT-ELIGIBLE-COUNT
              GO TO 0200-PROCESS-NEXT
           END-IF.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE WS-TODAY-X TO WS-MW-ON-DATE.
           PERFORM 0300-FIND-MINIMUM.
           MOVE WS-MW-MINIMUM TO WS-CURRENT-MINIMUM.
           MOVE 'N' TO WS-EMP-LISTED-FLAG.
           PERFORM VARYING WS-FUT-IDX FROM 1 BY 1
                   UNTIL WS-FUT-IDX > WS-FUT-COUNT
              MOVE WS-FUT-DATE(WS-FUT-IDX) TO WS-MW-ON-DATE
              PERFORM 0300-FIND-MINIMUM
              IF WS-MW-CHANGED
                 AND WS-EMP-RATE < WS-MW-MINIMUM
                 PERFORM 0400-WRITE-DETAIL
              END-IF
           END-PERFORM.
           IF WS-EMP-LISTED
              ADD 1 TO WS-AFFECTED-COUNT
              IF WS-EMP-RATE < WS-CURRENT-MINIMUM
                 ADD 1 TO WS-ALREADY-COUNT
              END-IF
           END-IF.
       0200-PROCESS-NEXT.
           PERFORM 0210-READ-EMPLOYEE.
       0200-PROCESS-EXIT.
           EXIT.

       0210-READ-EMPLOYEE.
           READ EMPLOYEE-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *    THE LATEST CARD NOT AFTER THE DATE, FOR THE STATE
      *    AND FOR THE '**' FLOOR; THE HIGHER ONE APPLIES.  THE
      *    MINIMUM CHANGED ON THE DATE WHEN THE CARD THAT SET
      *    IT TAKES EFFECT THAT VERY DAY
       0300-FIND-MINIMUM.
           MOVE '00000000' TO WS-MW-STATE-DATE WS-MW-FLOOR-DATE.
           MOVE 0 TO WS-MW-STATE-RATE WS-MW-FLOOR-RATE.
           PERFORM VARYING WS-MINWG-IDX FROM 1 BY 1
                   UNTIL WS-MINWG-IDX > WS-MINWG-COUNT
              IF WS-MW-EFF-DATE(WS-MINWG-IDX) NOT > WS-MW-ON-DATE
                 IF WS-MW-STATE(WS-MINWG-IDX) = WS-EMP-STATE
                    AND WS-MW-EFF-DATE(WS-MINWG-IDX)
                        NOT < WS-MW-STATE-DATE
                    MOVE WS-MW-EFF-DATE(WS-MINWG-IDX)
                       TO WS-MW-STATE-DATE
                    MOVE WS-MW-RATE(WS-MINWG-IDX) TO WS-MW-STATE-RATE
                 END-IF
                 IF WS-MW-STATE(WS-MINWG-IDX) = '**'
                    AND WS-MW-EFF-DATE(WS-MINWG-IDX)
                        NOT < WS-MW-FLOOR-DATE
                    MOVE WS-MW-EFF-DATE(WS-MINWG-IDX)
                       TO WS-MW-FLOOR-DATE
                    MOVE WS-MW-RATE(WS-MINWG-IDX) TO WS-MW-FLOOR-RATE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-MW-CHANGED-FLAG.
           IF WS-MW-FLOOR-RATE > WS-MW-STATE-RATE
              MOVE WS-MW-FLOOR-RATE TO WS-MW-MINIMUM
              IF WS-MW-FLOOR-DATE = WS-MW-ON-DATE
                 MOVE 'Y' TO WS-MW-CHANGED-FLAG
              END-IF
           ELSE
              MOVE WS-MW-STATE-RATE TO WS-MW-MINIMUM
              IF WS-MW-STATE-DATE = WS-MW-ON-DATE
                 MOVE 'Y' TO WS-MW-CHANGED-FLAG
              END-IF
           END-IF.

       0400-WRITE-DETAIL.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-FUT-BELOW(WS-FUT-IDX).
           MOVE 'Y' TO WS-EMP-LISTED-FLAG.
           COMPUTE WS-SHORTFALL = WS-MW-MINIMUM - WS-EMP-RATE.
           MOVE WS-EMP-NUM TO WS-DTL-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-DTL-NAME.
           MOVE WS-EMP-STATE TO WS-DTL-STATE.
           MOVE WS-EMP-RATE TO WS-DTL-RATE.
           MOVE WS-CURRENT-MINIMUM TO WS-DTL-CUR-MIN.
           MOVE WS-MW-MINIMUM TO WS-DTL-NEW-MIN.
           MOVE WS-MW-ON-DATE TO WS-DTL-EFF-DATE.
           MOVE WS-SHORTFALL TO WS-DTL-SHORT.
           IF WS-EMP-RATE < WS-CURRENT-MINIMUM
              MOVE 'ALREADY' TO WS-DTL-NOTE
           ELSE
              MOVE SPACES TO WS-DTL-NOTE
           END-IF.
           WRITE EXPOSURE-REPORT-RECORD FROM WS-DETAIL-LINE.

      ****************************************************
      ****    EMPLOYEES LEFT BELOW, BY EFFECTIVE DATE
      ****************************************************
       0700-PRINT-DATE-SUMMARY.
           IF WS-FUT-COUNT = 0
              GO TO 0700-PRINT-EXIT
           END-IF.
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           MOVE ' EMPLOYEES BELOW THE NEW MINIMUM BY EFFECTIVE DATE'
              TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           PERFORM VARYING WS-FUT-IDX FROM 1 BY 1
                   UNTIL WS-FUT-IDX > WS-FUT-COUNT
              MOVE WS-FUT-DATE(WS-FUT-IDX) TO WS-DSL-DATE
              MOVE WS-FUT-BELOW(WS-FUT-IDX) TO WS-DSL-BELOW
              WRITE EXPOSURE-REPORT-RECORD FROM WS-DATE-SUMMARY-LINE
           END-PERFORM.
       0700-PRINT-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           MOVE WS-EMPLOYEE-COUNT TO WS-TOT-COUNT.
           MOVE 'EMPLOYEES READ' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-CHECKED-COUNT TO WS-TOT-COUNT.
           MOVE 'HOURLY EMPLOYEES CHECKED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-AFFECTED-COUNT TO WS-TOT-COUNT.
           MOVE 'WILL FALL BELOW AN UPCOMING MINIMUM' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-ALREADY-COUNT TO WS-TOT-COUNT.
           MOVE 'OF THOSE, ALREADY BELOW TODAY' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-NOT-ELIGIBLE-COUNT TO WS-TOT-COUNT.
           MOVE 'NOT HOURLY, TERMINATED OR NO STATE' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE EXPOSURE-REPORT-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-EMPFILE-STATUS = '00' OR WS-EMPFILE-STATUS = '10'
              CLOSE EMPLOYEE-FILE
           END-IF.
           CLOSE EXPOSURE-REPORT.

           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0520' TO JL-PROGRAM.
           MOVE WS-EMPLOYEE-COUNT TO JL-RECORDS-IN.
           MOVE WS-CHECKED-COUNT TO JL-RECORDS-OUT.
           MOVE WS-EXCEPTION-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0520 CHECKED: ' WS-CHECKED-COUNT
                   ' BELOW AN UPCOMING MINIMUM: ' WS-AFFECTED-COUNT.
