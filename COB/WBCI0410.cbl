       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0410.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  TIME AND ATTENDANCE - HOURS BUILD FROM CLOCK PUNCHES.         *
      *  READS THE PAY PERIOD'S RAW CLOCK PUNCHES (PUNCHIN: EMP-NUM,   *
      *  DATE, HHMM, I/O - CONTIGUOUS BY EMP-NUM IN THE ORDER          *
      *  PUNCHED), PAIRS EACH CLOCK-IN WITH THE CLOCK-OUT THAT         *
      *  FOLLOWS IT, AND CLASSIFIES EVERY WORKED HOUR AS DAY,          *
      *  EVENING, NIGHT OR WEEKEND USING THE SHIFTPRM SHIFT HOURS      *
      *  WBCI0040 PAYS ON (WEEKEND - SATURDAY AND SUNDAY - WINS OVER   *
      *  NIGHT, NIGHT OVER EVENING).  THE TOTALS, ROUNDED TO WHOLE     *
      *  HOURS, REPLACE EMP-HOURS / EVE-HOURS / NGT-HOURS / WKD-HOURS  *
      *  ON EACH HOURLY EMPLOYEE'S EMPIN RECORD, WRITTEN TO EMPOUT     *
      *  AS THE FEED THE WBCI1210 COMPENSATION RUN READS.  AN HOURLY   *
      *  EMPLOYEE WITH NO PUNCHES KEEPS THE HOURS AS FED.              *
      *                                                                *
      *  TAEXCP LISTS, FOR REVIEW BEFORE THE COMPENSATION RUN, EVERY   *
      *  INVALID PUNCH, MISSING IN OR OUT PUNCH, SHIFT OVERLAPPING THE *
      *  ONE BEFORE IT, SHIFT OVER 16 HOURS, AND PUNCHES THAT CANNOT   *
      *  BE POSTED TO AN HOURLY EMPIN RECORD.  NONE OF THESE HOURS IS  *
      *  COUNTED; ANY EXCEPTION SETS CONDITION CODE 4.                 *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNCH-FILE    ASSIGN TO PUNCHIN
               FILE STATUS IS WS-PUNCH-STATUS.
           SELECT SHIFT-PREM-FILE ASSIGN TO SHIFTPRM
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT EMPLOYEE-IN   ASSIGN TO EMPIN
               FILE STATUS IS WS-EMPIN-STATUS.
           SELECT EMPLOYEE-OUT  ASSIGN TO EMPOUT.
           SELECT EXCEPTION-REPORT ASSIGN TO TAEXCP.
       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    ONE RECORD PER CLOCK PUNCH: DATE YYYYMMDD, TIME HHMM
      *    (24-HOUR), TYPE 'I' CLOCK-IN OR 'O' CLOCK-OUT
       01  PUNCH-RECORD.
           05  PN-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  PN-DATE                PIC X(8).
           05  PN-DATE-N   REDEFINES PN-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X(1).
           05  PN-TIME.
               10  PN-HH              PIC 9(2).
               10  PN-MM              PIC 9(2).
           05  FILLER                 PIC X(1).
           05  PN-TYPE                PIC X(1).
               88  PN-CLOCK-IN                     VALUE 'I'.
               88  PN-CLOCK-OUT                    VALUE 'O'.
           05  FILLER                 PIC X(59).

       FD  SHIFT-PREM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF SHIFT-PREM-RECORD IN WBCI0040
       01  SHIFT-PREM-RECORD.
           05  SH-CLASS               PIC X(1).
           05  FILLER                 PIC X(1).
           05  SH-PCT-DIGITS          PIC X(5).
           05  FILLER                 PIC X(1).
           05  SH-START-HH            PIC X(2).
           05  FILLER                 PIC X(1).
           05  SH-END-HH              PIC X(2).
           05  FILLER                 PIC X(67).

       FD  EMPLOYEE-IN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  EMPLOYEE-IN-RECORD         PIC X(120).

       FD  EMPLOYEE-OUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  EMPLOYEE-OUT-RECORD        PIC X(120).

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  EXCEPTION-REPORT-RECORD    PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PUNCH-STATUS            PIC XX       VALUE SPACES.
       01  WS-SHIFT-STATUS            PIC XX       VALUE SPACES.
       01  WS-EMPIN-STATUS            PIC XX       VALUE SPACES.

       01  WS-PUNCH-EOF-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-PUNCH-EOF                        VALUE 'Y'.
       01  WS-SHIFT-EOF-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-SHIFT-EOF                        VALUE 'Y'.
       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-IN-PENDING-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-IN-PENDING                       VALUE 'Y'.
       01  WS-TABLE-FULL-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-TABLE-FULL                       VALUE 'Y'.

      *    SHIFT HOURS FROM SHIFTPRM; WITHOUT A CARD EVENING IS
      *    18:00-23:00 AND NIGHT 23:00-07:00.  A WINDOW WHOSE
      *    END IS BEFORE ITS START RUNS PAST MIDNIGHT
       01  WS-EVE-START               PIC 9(2)     VALUE 18.
       01  WS-EVE-END                 PIC 9(2)     VALUE 23.
       01  WS-NGT-START               PIC 9(2)     VALUE 23.
       01  WS-NGT-END                 PIC 9(2)     VALUE 07.

      *    HOURS WORKED PER EMPLOYEE, HELD IN MINUTES BY CLASS
      *    (1 = DAY, 2 = EVENING, 3 = NIGHT, 4 = WEEKEND)
       01  WS-EMP-IDX                 PIC 9(4)     VALUE 0.
       01  WS-EMP-FOUND               PIC 9(4)     VALUE 0.
       01  WS-CUR-EMP                 PIC 9(4)     VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-COUNT           PIC 9(4)     VALUE 0.
           05  WS-EMP-ENTRY           OCCURS 2000 TIMES.
               10  WS-ET-EMP-NUM      PIC X(5).
               10  WS-ET-MINUTES      PIC 9(5)     OCCURS 4 TIMES.
               10  WS-ET-SHIFTS       PIC 9(3).
               10  WS-ET-LAST-OUT     PIC 9(9).
               10  WS-ET-POSTED       PIC X(1).

       01  WS-LAST-EMP-NUM            PIC X(5)     VALUE SPACES.
       01  WS-PUNCH-MINUTE            PIC 9(9)     VALUE 0.
       01  WS-DAY-NUMBER              PIC 9(7)     VALUE 0.
       01  WS-IN-MINUTE               PIC 9(9)     VALUE 0.
       01  WS-IN-DATE                 PIC X(8)     VALUE SPACES.
       01  WS-IN-TIME                 PIC X(4)     VALUE SPACES.
       01  WS-SHIFT-LENGTH            PIC 9(9)     VALUE 0.
       01  WS-SEG-START               PIC 9(9)     VALUE 0.
       01  WS-SEG-END                 PIC 9(9)     VALUE 0.
       01  WS-HOUR-NUMBER             PIC 9(9)     VALUE 0.
       01  WS-HOUR-OF-DAY             PIC 9(2)     VALUE 0.
       01  WS-WEEKDAY                 PIC 9(1)     VALUE 0.
       01  WS-CLASS                   PIC 9(1)     VALUE 0.
       01  WS-CLS-IDX                 PIC 9(1)     VALUE 0.
       01  WS-WIN-START               PIC 9(2)     VALUE 0.
       01  WS-WIN-END                 PIC 9(2)     VALUE 0.
       01  WS-IN-WINDOW-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-IN-WINDOW                        VALUE 'Y'.
       01  WS-HOURS-BY-CLASS.
           05  WS-HOURS               PIC 9(4)     OCCURS 4 TIMES.
       01  WS-REASON                  PIC X(30)    VALUE SPACES.

       01  WS-PUNCH-COUNT             PIC 9(7)     VALUE 0.
       01  WS-SHIFT-COUNT             PIC 9(7)     VALUE 0.
       01  WS-EMPIN-COUNT             PIC 9(5)     VALUE 0.
       01  WS-UPDATED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-NO-PUNCH-COUNT          PIC 9(5)     VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(6)     VALUE 'EMP'.
           05  FILLER                 PIC X(9)     VALUE 'DATE'.
           05  FILLER                 PIC X(5)     VALUE 'TIME'.
           05  FILLER                 PIC X(59)    VALUE 'EXCEPTION'.

       01  WS-EXCEPTION-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXL-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXL-DATE            PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXL-TIME            PIC X(4).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXL-REASON          PIC X(30).
           05  FILLER                 PIC X(29)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(28)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-PAIR-ONE-PUNCH THRU 0200-PAIR-EXIT
              UNTIL WS-PUNCH-EOF.
           PERFORM 0250-CLOSE-EMPLOYEE.
           PERFORM 0500-UPDATE-ONE-EMPLOYEE THRU 0500-UPDATE-EXIT
              UNTIL WS-EOF.
           PERFORM 0600-LIST-UNPOSTED
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0410' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE ' TIME AND ATTENDANCE EXCEPTIONS - WBCI0410'
              TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-HEADING-LINE.

           OPEN INPUT SHIFT-PREM-FILE.
           IF WS-SHIFT-STATUS = '00'
              PERFORM 0110-LOAD-ONE-SHIFT UNTIL WS-SHIFT-EOF
              CLOSE SHIFT-PREM-FILE
           END-IF.

           OPEN INPUT EMPLOYEE-IN.
           IF WS-EMPIN-STATUS NOT = '00'
              MOVE 'WBCI0410' TO EH-PROGRAM
              MOVE 'EMPOPEN ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-EMPIN-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE FEED NOT AVAILABLE - NO HOURS BUILT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           OPEN OUTPUT EMPLOYEE-OUT.

      *    WITHOUT PUNCHES EMPIN IS COPIED THROUGH AS FED
           OPEN INPUT PUNCH-FILE.
           IF WS-PUNCH-STATUS NOT = '00'
              MOVE 'WBCI0410' TO EH-PROGRAM
              MOVE 'PUNCHOPN' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-PUNCH-STATUS TO EH-FILE-STATUS
              MOVE 'NO PUNCH FEED - EMPIN HOURS PASSED THROUGH AS FED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-PUNCH-EOF-FLAG
           ELSE
              PERFORM 0210-READ-PUNCH
           END-IF.
           PERFORM 0510-READ-EMPLOYEE.

       0110-LOAD-ONE-SHIFT.
           READ SHIFT-PREM-FILE
              AT END
                 MOVE 'Y' TO WS-SHIFT-EOF-FLAG
              NOT AT END
                 IF SH-START-HH NUMERIC AND SH-END-HH NUMERIC
                    AND SH-START-HH < '24' AND SH-END-HH < '24'
                    EVALUATE SH-CLASS
                       WHEN 'E'
                          MOVE SH-START-HH TO WS-EVE-START
                          MOVE SH-END-HH TO WS-EVE-END
                       WHEN 'N'
                          MOVE SH-START-HH TO WS-NGT-START
                          MOVE SH-END-HH TO WS-NGT-END
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.

      ****************************************************
      ****    PAIR THE PUNCHES INTO SHIFTS
      ****************************************************
       0200-PAIR-ONE-PUNCH.
           ADD 1 TO WS-PUNCH-COUNT.
           IF PN-EMP-NUM NOT = WS-LAST-EMP-NUM
              PERFORM 0250-CLOSE-EMPLOYEE
              MOVE PN-EMP-NUM TO WS-LAST-EMP-NUM
              PERFORM 0260-FIND-EMPLOYEE
           END-IF.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
              WHEN PN-EMP-NUM NOT NUMERIC
                 MOVE 'EMP-NUM NOT NUMERIC' TO WS-REASON
              WHEN PN-DATE NOT NUMERIC
                 MOVE 'PUNCH DATE INVALID' TO WS-REASON
              WHEN PN-TIME NOT NUMERIC
                 MOVE 'PUNCH TIME INVALID' TO WS-REASON
              WHEN PN-HH > 23 OR PN-MM > 59
                 MOVE 'PUNCH TIME INVALID' TO WS-REASON
              WHEN NOT PN-CLOCK-IN AND NOT PN-CLOCK-OUT
                 MOVE 'PUNCH TYPE NOT I/O' TO WS-REASON
              WHEN WS-CUR-EMP = 0
                 MOVE 'EMPLOYEE TABLE FULL' TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES
              COMPUTE WS-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(PN-DATE-N)
              IF WS-DAY-NUMBER = 0
                 MOVE 'PUNCH DATE INVALID' TO WS-REASON
              END-IF
           END-IF.
           IF WS-REASON NOT = SPACES
              PERFORM 0700-WRITE-PUNCH-EXCEPTION
              GO TO 0200-PAIR-NEXT
           END-IF.
           COMPUTE WS-PUNCH-MINUTE =
              WS-DAY-NUMBER * 1440 + PN-HH * 60 + PN-MM.
           IF PN-CLOCK-IN
              IF WS-IN-PENDING
                 PERFORM 0270-MISSING-OUT
              END-IF
              MOVE 'Y' TO WS-IN-PENDING-FLAG
              MOVE WS-PUNCH-MINUTE TO WS-IN-MINUTE
              MOVE PN-DATE TO WS-IN-DATE
              MOVE PN-TIME TO WS-IN-TIME
              GO TO 0200-PAIR-NEXT
           END-IF.
           IF NOT WS-IN-PENDING
              MOVE 'MISSING CLOCK-IN PUNCH' TO WS-REASON
              PERFORM 0700-WRITE-PUNCH-EXCEPTION
              GO TO 0200-PAIR-NEXT
           END-IF.
           MOVE 'N' TO WS-IN-PENDING-FLAG.
           PERFORM 0300-EDIT-SHIFT THRU 0300-EDIT-EXIT.
       0200-PAIR-NEXT.
           PERFORM 0210-READ-PUNCH.
       0200-PAIR-EXIT.
           EXIT.

       0210-READ-PUNCH.
           READ PUNCH-FILE
              AT END MOVE 'Y' TO WS-PUNCH-EOF-FLAG
           END-READ.

      *    AN EMPLOYEE'S PUNCHES ARE DONE - A CLOCK-IN STILL
      *    OPEN HAS NO CLOCK-OUT
       0250-CLOSE-EMPLOYEE.
           IF WS-IN-PENDING
              PERFORM 0270-MISSING-OUT
              MOVE 'N' TO WS-IN-PENDING-FLAG
           END-IF.

       0260-FIND-EMPLOYEE.
           MOVE 0 TO WS-CUR-EMP.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
              IF WS-ET-EMP-NUM(WS-EMP-IDX) = PN-EMP-NUM
                 MOVE WS-EMP-IDX TO WS-CUR-EMP
              END-IF
           END-PERFORM.
           IF WS-CUR-EMP = 0
              IF WS-EMP-COUNT < 2000
                 ADD 1 TO WS-EMP-COUNT
                 MOVE WS-EMP-COUNT TO WS-CUR-EMP
                 MOVE PN-EMP-NUM TO WS-ET-EMP-NUM(WS-CUR-EMP)
                 MOVE 0 TO WS-ET-MINUTES(WS-CUR-EMP 1)
                           WS-ET-MINUTES(WS-CUR-EMP 2)
                           WS-ET-MINUTES(WS-CUR-EMP 3)
                           WS-ET-MINUTES(WS-CUR-EMP 4)
                           WS-ET-SHIFTS(WS-CUR-EMP)
                           WS-ET-LAST-OUT(WS-CUR-EMP)
                 MOVE 'N' TO WS-ET-POSTED(WS-CUR-EMP)
              ELSE
                 IF NOT WS-TABLE-FULL
                    MOVE 'Y' TO WS-TABLE-FULL-FLAG
                    MOVE 'WBCI0410' TO EH-PROGRAM
                    MOVE 'TAFULL  ' TO EH-CODE
                    MOVE 'E' TO EH-SEVERITY
                    MOVE SPACES TO EH-FILE-STATUS
                    MOVE 'PUNCH EMPLOYEE TABLE FULL - PUNCHES DROPPED'
                       TO EH-MESSAGE
                    CALL 'ERRHANDL' USING ERRHDL-AREA
                 END-IF
              END-IF
           END-IF.

       0270-MISSING-OUT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE WS-LAST-EMP-NUM TO WS-EXL-EMP-NUM.
           MOVE WS-IN-DATE TO WS-EXL-DATE.
           MOVE WS-IN-TIME TO WS-EXL-TIME.
           MOVE 'MISSING CLOCK-OUT PUNCH' TO WS-EXL-REASON.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-LINE.

      *    A PAIRED SHIFT MUST END AFTER IT STARTS, LAST NO MORE
      *    THAN 16 HOURS, AND START NO EARLIER THAN THE END OF
      *    THE EMPLOYEE'S PREVIOUS SHIFT
       0300-EDIT-SHIFT.
           IF WS-PUNCH-MINUTE NOT > WS-IN-MINUTE
              MOVE 'CLOCK-OUT NOT AFTER CLOCK-IN' TO WS-REASON
           ELSE
              COMPUTE WS-SHIFT-LENGTH =
                 WS-PUNCH-MINUTE - WS-IN-MINUTE
              IF WS-SHIFT-LENGTH > 960
                 MOVE 'SHIFT OVER 16 HOURS' TO WS-REASON
              ELSE
                 IF WS-IN-MINUTE < WS-ET-LAST-OUT(WS-CUR-EMP)
                    MOVE 'OVERLAPS THE PREVIOUS SHIFT'
                       TO WS-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-REASON NOT = SPACES
              PERFORM 0700-WRITE-PUNCH-EXCEPTION
              GO TO 0300-EDIT-EXIT
           END-IF.
           ADD 1 TO WS-SHIFT-COUNT.
           ADD 1 TO WS-ET-SHIFTS(WS-CUR-EMP).
           MOVE WS-PUNCH-MINUTE TO WS-ET-LAST-OUT(WS-CUR-EMP).
           MOVE WS-IN-MINUTE TO WS-SEG-START.
           PERFORM 0310-CLASSIFY-ONE-HOUR
              UNTIL WS-SEG-START NOT < WS-PUNCH-MINUTE.
       0300-EDIT-EXIT.
           EXIT.

      *    ONE CLOCK HOUR (OR THE PART OF IT WORKED) AT A TIME.
      *    DAY 1 OF THE INTEGER-OF-DATE SCALE IS A MONDAY, SO
      *    WEEKDAY 5 AND 6 ARE SATURDAY AND SUNDAY
       0310-CLASSIFY-ONE-HOUR.
           COMPUTE WS-HOUR-NUMBER = WS-SEG-START / 60.
           COMPUTE WS-SEG-END = (WS-HOUR-NUMBER + 1) * 60.
           IF WS-SEG-END > WS-PUNCH-MINUTE
              MOVE WS-PUNCH-MINUTE TO WS-SEG-END
           END-IF.
           COMPUTE WS-HOUR-OF-DAY = FUNCTION MOD(WS-HOUR-NUMBER, 24).
           COMPUTE WS-DAY-NUMBER = WS-SEG-START / 1440.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUMBER - 1, 7).
           MOVE 1 TO WS-CLASS.
           IF WS-WEEKDAY > 4
              MOVE 4 TO WS-CLASS
           ELSE
              MOVE WS-NGT-START TO WS-WIN-START
              MOVE WS-NGT-END TO WS-WIN-END
              PERFORM 0320-TEST-WINDOW
              IF WS-IN-WINDOW
                 MOVE 3 TO WS-CLASS
              ELSE
                 MOVE WS-EVE-START TO WS-WIN-START
                 MOVE WS-EVE-END TO WS-WIN-END
                 PERFORM 0320-TEST-WINDOW
                 IF WS-IN-WINDOW
                    MOVE 2 TO WS-CLASS
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-ET-MINUTES(WS-CUR-EMP WS-CLASS) =
              WS-ET-MINUTES(WS-CUR-EMP WS-CLASS)
              + WS-SEG-END - WS-SEG-START.
           MOVE WS-SEG-END TO WS-SEG-START.

       0320-TEST-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW-FLAG.
           IF WS-WIN-START < WS-WIN-END
              IF WS-HOUR-OF-DAY NOT < WS-WIN-START
                 AND WS-HOUR-OF-DAY < WS-WIN-END
                 MOVE 'Y' TO WS-IN-WINDOW-FLAG
              END-IF
           END-IF.
           IF WS-WIN-START > WS-WIN-END
              IF WS-HOUR-OF-DAY NOT < WS-WIN-START
                 OR WS-HOUR-OF-DAY < WS-WIN-END
                 MOVE 'Y' TO WS-IN-WINDOW-FLAG
              END-IF
           END-IF.

      ****************************************************
      ****    POST THE HOURS ONTO THE EMPIN RECORDS
      ****************************************************
       0500-UPDATE-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPIN-COUNT.
           MOVE EMPLOYEE-IN-RECORD TO WS-EMPLOYEE-RECORD.
           MOVE 0 TO WS-EMP-FOUND.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
              IF WS-ET-EMP-NUM(WS-EMP-IDX) = EMPLOYEE-IN-RECORD(1:5)
                 MOVE WS-EMP-IDX TO WS-EMP-FOUND
              END-IF
           END-PERFORM.
           IF WS-EMP-FOUND = 0
              IF HOURLY
                 ADD 1 TO WS-NO-PUNCH-COUNT
              END-IF
              GO TO 0500-UPDATE-WRITE
           END-IF.
           MOVE 'Y' TO WS-ET-POSTED(WS-EMP-FOUND).
           IF WS-ET-SHIFTS(WS-EMP-FOUND) = 0
              GO TO 0500-UPDATE-WRITE
           END-IF.
           IF NOT HOURLY
              MOVE 'PUNCHES FOR NON-HOURLY EMP' TO WS-REASON
              PERFORM 0710-WRITE-EMP-EXCEPTION
              GO TO 0500-UPDATE-WRITE
           END-IF.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > 4
              COMPUTE WS-HOURS(WS-CLS-IDX) =
                 (WS-ET-MINUTES(WS-EMP-FOUND WS-CLS-IDX) + 30) / 60
           END-PERFORM.
           IF WS-HOURS(1) > 99 OR WS-HOURS(2) > 99
              OR WS-HOURS(3) > 99 OR WS-HOURS(4) > 99
              MOVE 'HOURS OVER 99 - NOT UPDATED' TO WS-REASON
              PERFORM 0710-WRITE-EMP-EXCEPTION
              GO TO 0500-UPDATE-WRITE
           END-IF.
           MOVE WS-HOURS(1) TO WS-EMP-HOURS.
           MOVE WS-HOURS(2) TO WS-EVE-HOURS.
           MOVE WS-HOURS(3) TO WS-NGT-HOURS.
           MOVE WS-HOURS(4) TO WS-WKD-HOURS.
           ADD 1 TO WS-UPDATED-COUNT.
       0500-UPDATE-WRITE.
           WRITE EMPLOYEE-OUT-RECORD FROM WS-EMPLOYEE-RECORD.
           PERFORM 0510-READ-EMPLOYEE.
       0500-UPDATE-EXIT.
           EXIT.

       0510-READ-EMPLOYEE.
           IF WS-EMPIN-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF-FLAG
           ELSE
              READ EMPLOYEE-IN
                 AT END MOVE 'Y' TO WS-EOF-FLAG
              END-READ
           END-IF.

      *    HOURS BUILT FOR AN EMP-NUM THAT IS NOT ON EMPIN
       0600-LIST-UNPOSTED.
           IF WS-ET-POSTED(WS-EMP-IDX) = 'N'
              AND WS-ET-SHIFTS(WS-EMP-IDX) > 0
              MOVE SPACES TO WS-EMPLOYEE-RECORD
              MOVE WS-ET-EMP-NUM(WS-EMP-IDX)
                 TO WS-EMPLOYEE-RECORD(1:5)
              MOVE 'NO EMPIN RECORD FOR PUNCHES' TO WS-REASON
              PERFORM 0710-WRITE-EMP-EXCEPTION
           END-IF.

       0700-WRITE-PUNCH-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE PN-EMP-NUM TO WS-EXL-EMP-NUM.
           MOVE PN-DATE TO WS-EXL-DATE.
           MOVE PN-TIME TO WS-EXL-TIME.
           MOVE WS-REASON TO WS-EXL-REASON.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-LINE.

       0710-WRITE-EMP-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE WS-EMPLOYEE-RECORD(1:5) TO WS-EXL-EMP-NUM.
           MOVE WS-REASON TO WS-EXL-REASON.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-LINE.

       0800-PRINT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE WS-PUNCH-COUNT TO WS-TOT-COUNT.
           MOVE 'PUNCHES READ' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-SHIFT-COUNT TO WS-TOT-COUNT.
           MOVE 'SHIFTS PAIRED AND COUNTED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-EMPIN-COUNT TO WS-TOT-COUNT.
           MOVE 'EMPIN RECORDS READ' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-UPDATED-COUNT TO WS-TOT-COUNT.
           MOVE 'HOURS BUILT FROM PUNCHES' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-NO-PUNCH-COUNT TO WS-TOT-COUNT.
           MOVE 'HOURLY WITH NO PUNCHES - AS FED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT.
           MOVE 'EXCEPTIONS' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-PUNCH-STATUS = '00' OR WS-PUNCH-STATUS = '10'
              CLOSE PUNCH-FILE
           END-IF.
           IF WS-EMPIN-STATUS = '00' OR WS-EMPIN-STATUS = '10'
              CLOSE EMPLOYEE-IN
           END-IF.
           CLOSE EMPLOYEE-OUT
                 EXCEPTION-REPORT.

           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0410' TO JL-PROGRAM.
           MOVE WS-PUNCH-COUNT TO JL-RECORDS-IN.
           MOVE WS-EMPIN-COUNT TO JL-RECORDS-OUT.
           MOVE WS-EXCEPTION-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0410 PUNCHES: ' WS-PUNCH-COUNT
                   ' HOURS BUILT: ' WS-UPDATED-COUNT
                   ' EXCEPTIONS: ' WS-EXCEPTION-COUNT.
