       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0580.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PRE-SCHEDULE PARAMETER CHECK.                                 *
      *  RUNS AS THE FIRST STEP OF THE NIGHTLY SCHEDULE, BEFORE ANY    *
      *  PROGRAM READS THE PARMREG PARAMETER REGISTRY.  FOR EVERY      *
      *  PARAMETER RULE ON PARMRULE FLAGGED REQUIRED IT LOOKS UP THE   *
      *  VALUE IN FORCE ON THE SCHEDULE DATE THROUGH THE SHARED        *
      *  PARMLKSB SERVICE AND RE-EDITS IT THROUGH PRMEDTSB, SO A RULE  *
      *  TIGHTENED SINCE THE VALUE WAS STORED IS CAUGHT TOO.  EVERY    *
      *  REQUIRED PARAMETER IS LISTED ON PARMCHK AS OK, MISSING OR     *
      *  INVALID.  ANY MISSING OR INVALID PARAMETER, OR NO REGISTRY    *
      *  OR RULES AT ALL, IS ALERTED ON THE CONSOLE AND ENDS THE STEP  *
      *  WITH CONDITION CODE 8.                                        *
      *                                                                *
      *  THE SCHEDULE IS STOPPED BY A DEPFILE CARD NAMING WBCI0580,    *
      *  MAXIMUM RETURN CODE 0000, AS THE PREDECESSOR OF THE FIRST     *
      *  PRODUCTION STEP - THE DEPCHKSB CHECK THEN REFUSES TO START    *
      *  THE NIGHT ON BAD PARAMETERS.                                  *
      *                                                                *
      *  PCKPARM CARD: COLS 1-8 SCHEDULE DATE YYYYMMDD (BLANK = TODAY) *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-PARM     ASSIGN TO PCKPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARM-RULE-FILE ASSIGN TO PARMRULE
               FILE STATUS IS WS-RULE-STATUS.
           SELECT CHECK-REPORT   ASSIGN TO PARMCHK.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-PARM
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHECK-PARM-RECORD.
           05  CP-SCHEDULE-DATE       PIC X(8).
           05  FILLER                 PIC X(72).

       FD  PARM-RULE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       COPY TCPYPRL.

       FD  CHECK-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHECK-REPORT-RECORD        PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-RULE-STATUS             PIC XX       VALUE SPACES.

       01  WS-RULE-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-RULE-EOF                         VALUE 'Y'.
       01  WS-NO-REGISTRY-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-NO-REGISTRY                      VALUE 'Y'.

       01  WS-SCHEDULE-DATE           PIC 9(8)     VALUE 0.

       01  WS-RULE-COUNT              PIC 9(5)     VALUE 0.
       01  WS-REQUIRED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-OK-COUNT                PIC 9(5)     VALUE 0.
       01  WS-MISSING-COUNT           PIC 9(5)     VALUE 0.
       01  WS-INVALID-COUNT           PIC 9(5)     VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(50)
               VALUE 'PRE-SCHEDULE PARAMETER CHECK - WBCI0580 - NIGHT'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TTL-DATE            PIC 9(8).
           05  FILLER                 PIC X(20)    VALUE SPACES.

       01  WS-CHK-HEADING.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(9)     VALUE 'PROGRAM'.
           05  FILLER                 PIC X(13)    VALUE 'PARAMETER'.
           05  FILLER                 PIC X(9)     VALUE 'EFFECTIVE'.
           05  FILLER                 PIC X(21)    VALUE 'VALUE'.
           05  FILLER                 PIC X(27)    VALUE 'STATUS'.

       01  WS-CHK-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CHK-PROGRAM         PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CHK-PARM-NAME       PIC X(12).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CHK-EFF-DATE        PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CHK-VALUE           PIC X(20).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CHK-STATUS          PIC X(27).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(30)    VALUE SPACES.

      *    SHARED PARAMETER LOOKUP LINK AREA
       COPY TCPYPLK.

      *    SHARED PARAMETER-VALUE EDIT LINK AREA
       COPY TCPYPED.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-CHECK-ONE-RULE THRU 0200-CHECK-EXIT
              UNTIL WS-RULE-EOF.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0580' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCHEDULE-DATE.
           OPEN INPUT CHECK-PARM.
           IF WS-PARM-STATUS = '00'
              READ CHECK-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF CP-SCHEDULE-DATE NUMERIC
                       MOVE CP-SCHEDULE-DATE TO WS-SCHEDULE-DATE
                    END-IF
              END-READ
              CLOSE CHECK-PARM
           END-IF.

           OPEN OUTPUT CHECK-REPORT.
           MOVE WS-SCHEDULE-DATE TO WS-TTL-DATE.
           WRITE CHECK-REPORT-RECORD FROM WS-TITLE-LINE.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD FROM WS-CHK-HEADING.

           OPEN INPUT PARM-RULE-FILE.
           IF WS-RULE-STATUS NOT = '00'
              MOVE 'Y' TO WS-RULE-EOF-FLAG
              MOVE 'WBCI0580' TO EH-PROGRAM
              MOVE 'PARMRULE' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-RULE-STATUS TO EH-FILE-STATUS
              MOVE 'NO PARMRULE - REQUIRED PARAMETERS UNKNOWN'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              DISPLAY 'WBCI0580 NO PARMRULE - PARAMETERS NOT CHECKED'
                 UPON CONSOLE
           END-IF.

      ****************************************************
      ****    ONE RULE CARD: LOOK UP AND RE-EDIT ITS VALUE
      ****    WHEN THE NIGHT NEEDS IT
      ****************************************************
       0200-CHECK-ONE-RULE.
           READ PARM-RULE-FILE
              AT END
                 MOVE 'Y' TO WS-RULE-EOF-FLAG
                 GO TO 0200-CHECK-EXIT
           END-READ.
           ADD 1 TO WS-RULE-COUNT.
           IF NOT RL-NIGHTLY
              GO TO 0200-CHECK-EXIT
           END-IF.
           ADD 1 TO WS-REQUIRED-COUNT.

           MOVE RL-PROGRAM TO PK-PROGRAM WS-CHK-PROGRAM.
           MOVE RL-PARM-NAME TO PK-PARM-NAME WS-CHK-PARM-NAME.
           MOVE WS-SCHEDULE-DATE TO PK-AS-OF-DATE.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           MOVE PK-VALUE TO WS-CHK-VALUE.
           MOVE SPACES TO WS-CHK-EFF-DATE.

           IF PK-NO-REGISTRY
              MOVE 'Y' TO WS-NO-REGISTRY-FLAG
              MOVE 'Y' TO WS-RULE-EOF-FLAG
              GO TO 0200-CHECK-EXIT
           END-IF.
           IF PK-MISSING
              ADD 1 TO WS-MISSING-COUNT
              MOVE 'MISSING' TO WS-CHK-STATUS
              PERFORM 0300-ALERT-ONE-PARM
              GO TO 0200-CHECK-EXIT
           END-IF.
           MOVE PK-EFF-DATE TO WS-CHK-EFF-DATE.

           MOVE RL-TYPE TO PE-TYPE.
           MOVE RL-MIN TO PE-MIN.
           MOVE RL-MAX TO PE-MAX.
           MOVE RL-ALLOWED TO PE-ALLOWED.
           MOVE PK-VALUE TO PE-VALUE.
           CALL 'PRMEDTSB' USING PARMEDIT-AREA.
           IF NOT PE-VALUE-VALID
              ADD 1 TO WS-INVALID-COUNT
              MOVE SPACES TO WS-CHK-STATUS
              STRING 'INVALID - ' PE-ERROR
                     DELIMITED BY SIZE INTO WS-CHK-STATUS
              PERFORM 0300-ALERT-ONE-PARM
              GO TO 0200-CHECK-EXIT
           END-IF.

           ADD 1 TO WS-OK-COUNT.
           MOVE 'OK' TO WS-CHK-STATUS.
           WRITE CHECK-REPORT-RECORD FROM WS-CHK-LINE.
       0200-CHECK-EXIT.
           EXIT.

       0300-ALERT-ONE-PARM.
           WRITE CHECK-REPORT-RECORD FROM WS-CHK-LINE.
           DISPLAY 'WBCI0580 PARAMETER ' WS-CHK-PROGRAM ' '
                   WS-CHK-PARM-NAME ' ' WS-CHK-STATUS
              UPON CONSOLE.

       0800-PRINT-TOTALS.
           IF WS-NO-REGISTRY
              MOVE ' ** NO PARMREG REGISTRY - NOTHING CHECKED **'
                 TO CHECK-REPORT-RECORD
              WRITE CHECK-REPORT-RECORD
              MOVE 'WBCI0580' TO EH-PROGRAM
              MOVE 'PARMREG ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'PARAMETER REGISTRY NOT AVAILABLE'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              DISPLAY 'WBCI0580 NO PARMREG - PARAMETERS NOT CHECKED'
                 UPON CONSOLE
           END-IF.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE WS-RULE-COUNT TO WS-TOT-COUNT.
           MOVE 'PARAMETER RULES READ' TO WS-TOT-LABEL.
           WRITE CHECK-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-REQUIRED-COUNT TO WS-TOT-COUNT.
           MOVE 'REQUIRED BY THE NIGHTLY SCHEDULE' TO WS-TOT-LABEL.
           WRITE CHECK-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-OK-COUNT TO WS-TOT-COUNT.
           MOVE 'PRESENT AND VALID' TO WS-TOT-LABEL.
           WRITE CHECK-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-MISSING-COUNT TO WS-TOT-COUNT.
           MOVE 'MISSING' TO WS-TOT-LABEL.
           WRITE CHECK-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-INVALID-COUNT TO WS-TOT-COUNT.
           MOVE 'INVALID' TO WS-TOT-LABEL.
           WRITE CHECK-REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-MISSING-COUNT > 0 OR WS-INVALID-COUNT > 0
              MOVE 'WBCI0580' TO EH-PROGRAM
              MOVE 'PARMCHK ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'REQUIRED PARAMETERS MISSING OR INVALID'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              DISPLAY 'WBCI0580 NIGHTLY SCHEDULE HELD - SEE PARMCHK'
                 UPON CONSOLE
           END-IF.

       0900-TERMINATE.
           IF WS-RULE-STATUS = '00' OR WS-RULE-STATUS = '10'
              CLOSE PARM-RULE-FILE
           END-IF.
           CLOSE CHECK-REPORT.

           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0580' TO JL-PROGRAM.
           MOVE WS-REQUIRED-COUNT TO JL-RECORDS-IN.
           MOVE WS-OK-COUNT TO JL-RECORDS-OUT.
           COMPUTE JL-RECORDS-REJ = WS-MISSING-COUNT
                                  + WS-INVALID-COUNT.
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           MOVE JL-RETURN-CODE TO RETURN-CODE.
           DISPLAY 'WBCI0580 REQUIRED PARAMETERS: ' WS-REQUIRED-COUNT
                   ' OK: ' WS-OK-COUNT
                   ' MISSING: ' WS-MISSING-COUNT
                   ' INVALID: ' WS-INVALID-COUNT.
