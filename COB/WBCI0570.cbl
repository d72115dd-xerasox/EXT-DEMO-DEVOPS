       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0570.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PARAMETER REGISTRY MAINTENANCE.                               *
      *  APPLIES PARMTXN TRANSACTION CARDS TO THE KEYED PARMREG        *
      *  REGISTRY THAT REPLACES THE ONE-OFF CONTROL CARDS (TAXPARM,    *
      *  DASHPARM, FINPARM ...).  EVERY VALUE IS EDITED BY THE SHARED  *
      *  PRMEDTSB SERVICE AGAINST ITS PARAMETER'S RULE ON PARMRULE     *
      *  BEFORE IT IS STORED; A PARAMETER WITH NO RULE CANNOT BE       *
      *  STORED AT ALL.  EVERY ADD, CHANGE AND DELETE IS WRITTEN TO    *
      *  THE PARMHIST CHANGE HISTORY WITH THE BEFORE AND AFTER VALUES  *
      *  AND THE OPERATOR, AND LISTED ON PARMRPT.  ANY REJECTED        *
      *  TRANSACTION SETS CONDITION CODE 4.                            *
      *                                                                *
      *  PARMTXN CARD:                                                 *
      *    COL   1     ACTION  A = ADD, OR CHANGE WHEN THE PROGRAM,    *
      *                            NAME AND EFFECTIVE DATE EXIST       *
      *                        D = DELETE                              *
      *    COLS  3-10  PROGRAM                                         *
      *    COLS 12-23  PARAMETER NAME                                  *
      *    COLS 25-32  EFFECTIVE DATE YYYYMMDD (BLANK = TODAY)         *
      *    COLS 34-63  VALUE, LEFT-JUSTIFIED (NOT USED ON A DELETE)    *
      *    COLS 65-72  OPERATOR (REQUIRED)                             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-TXN-FILE ASSIGN TO PARMTXN
               FILE STATUS IS WS-TXN-STATUS.
           SELECT PARM-RULE-FILE ASSIGN TO PARMRULE
               FILE STATUS IS WS-RULE-STATUS.
           SELECT PARM-REGISTRY ASSIGN TO PARMREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT PARM-HISTORY  ASSIGN TO PARMHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PARM-REPORT   ASSIGN TO PARMRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-TXN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PARM-TXN-RECORD.
           05  PT-ACTION              PIC X(1).
               88  PT-ADD-CHANGE      VALUE 'A'.
               88  PT-DELETE          VALUE 'D'.
           05  FILLER                 PIC X(1).
           05  PT-PROGRAM             PIC X(8).
           05  FILLER                 PIC X(1).
           05  PT-PARM-NAME           PIC X(12).
           05  FILLER                 PIC X(1).
           05  PT-EFF-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PT-VALUE               PIC X(30).
           05  FILLER                 PIC X(1).
           05  PT-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(8).

       FD  PARM-RULE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       COPY TCPYPRL.

       FD  PARM-REGISTRY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY TCPYPRM.

       FD  PARM-HISTORY
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PARM-HISTORY-RECORD        PIC X(120).

       FD  PARM-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PARM-REPORT-RECORD         PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS              PIC XX       VALUE SPACES.
       01  WS-RULE-STATUS             PIC XX       VALUE SPACES.
       01  WS-REG-STATUS              PIC XX       VALUE SPACES.
       01  WS-HIST-STATUS             PIC XX       VALUE SPACES.

       01  WS-TXN-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-TXN-EOF                          VALUE 'Y'.
       01  WS-RULE-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-RULE-EOF                         VALUE 'Y'.
       01  WS-REG-OPEN-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-REG-OPEN                         VALUE 'Y'.
       01  WS-HIST-OPEN-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-HIST-OPEN                        VALUE 'Y'.
       01  WS-ON-FILE-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-ON-FILE                          VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME       PIC X(21).
       01  WS-TODAY                   PIC 9(8)     VALUE 0.
       01  WS-NOW                     PIC 9(6)     VALUE 0.
       01  WS-REJECT-REASON           PIC X(25)    VALUE SPACES.
       01  WS-HIST-ACTION             PIC X(1)     VALUE SPACE.
       01  WS-OLD-VALUE               PIC X(30)    VALUE SPACES.

      *    THE PARAMETER RULES, LOADED FROM PARMRULE
       01  WS-RULE-IDX                PIC 9(3)     VALUE 0.
       01  WS-RULE-FOUND              PIC 9(3)     VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT          PIC 9(3)     VALUE 0.
           05  WS-RULE-ENTRY          OCCURS 300 TIMES.
               10  WS-RL-PROGRAM      PIC X(8).
               10  WS-RL-PARM-NAME    PIC X(12).
               10  WS-RL-TYPE         PIC X(1).
               10  WS-RL-MIN          PIC X(9).
               10  WS-RL-MAX          PIC X(9).
               10  WS-RL-ALLOWED      PIC X(30).

       01  WS-TXN-COUNT               PIC 9(7)     VALUE 0.
       01  WS-ADD-COUNT               PIC 9(7)     VALUE 0.
       01  WS-CHANGE-COUNT            PIC 9(7)     VALUE 0.
       01  WS-DELETE-COUNT            PIC 9(7)     VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(7)     VALUE 0.

       01  WS-HIST-LINE.
           05  WS-HST-DATE            PIC 9(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-HST-TIME            PIC 9(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-HST-ACTION          PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-HST-PROGRAM         PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-HST-PARM-NAME       PIC X(12).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-HST-EFF-DATE        PIC 9(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-HST-OLD-VALUE       PIC X(30).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-HST-NEW-VALUE       PIC X(30).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-HST-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.

       01  WS-TITLE-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(44)
               VALUE 'PARAMETER REGISTRY MAINTENANCE - WBCI0570'.
           05  WS-TTL-DATE            PIC 9(8).
           05  FILLER                 PIC X(27)    VALUE SPACES.

       01  WS-TXN-HEADING.
           05  FILLER                 PIC X(3)     VALUE ' A'.
           05  FILLER                 PIC X(9)     VALUE 'PROGRAM'.
           05  FILLER                 PIC X(13)    VALUE 'PARAMETER'.
           05  FILLER                 PIC X(9)     VALUE 'EFFECTIVE'.
           05  FILLER                 PIC X(21)    VALUE 'VALUE'.
           05  FILLER                 PIC X(25)    VALUE 'RESULT'.

       01  WS-TXN-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TXL-ACTION          PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TXL-PROGRAM         PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TXL-PARM-NAME       PIC X(12).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TXL-EFF-DATE        PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TXL-VALUE           PIC X(20).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TXL-RESULT          PIC X(25).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(30)    VALUE SPACES.

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
           PERFORM 0200-PROCESS-ONE-TXN THRU 0200-PROCESS-EXIT
              UNTIL WS-TXN-EOF.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0570' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-NOW.

           OPEN OUTPUT PARM-REPORT.
           MOVE WS-TODAY TO WS-TTL-DATE.
           WRITE PARM-REPORT-RECORD FROM WS-TITLE-LINE.
           MOVE SPACES TO PARM-REPORT-RECORD.
           WRITE PARM-REPORT-RECORD.
           WRITE PARM-REPORT-RECORD FROM WS-TXN-HEADING.

      *    WITHOUT RULES NOTHING CAN BE VALIDATED, SO NOTHING
      *    IS STORED - EVERY TRANSACTION IS REJECTED
           OPEN INPUT PARM-RULE-FILE.
           IF WS-RULE-STATUS = '00'
              PERFORM 0110-LOAD-ONE-RULE UNTIL WS-RULE-EOF
              CLOSE PARM-RULE-FILE
           ELSE
              MOVE 'WBCI0570' TO EH-PROGRAM
              MOVE 'PARMRULE' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-RULE-STATUS TO EH-FILE-STATUS
              MOVE 'NO PARMRULE - NO PARAMETER CAN BE VALIDATED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

      *    THE REGISTRY AND ITS HISTORY ARE CREATED ONLY ON THE
      *    FIRST RUN (STATUS 35).  ANY OTHER OPEN FAILURE MUST
      *    NOT REPLACE WHAT IS ALREADY ON FILE
           OPEN I-O PARM-REGISTRY.
           IF WS-REG-STATUS = '35'
              OPEN OUTPUT PARM-REGISTRY
              CLOSE PARM-REGISTRY
              OPEN I-O PARM-REGISTRY
           END-IF.
           IF WS-REG-STATUS = '00'
              MOVE 'Y' TO WS-REG-OPEN-FLAG
           ELSE
              MOVE 'WBCI0570' TO EH-PROGRAM
              MOVE 'PARMREG ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-REG-STATUS TO EH-FILE-STATUS
              MOVE 'PARAMETER REGISTRY OPEN FAILED - NOTHING APPLIED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN EXTEND PARM-HISTORY.
           IF WS-HIST-STATUS = '35'
              OPEN OUTPUT PARM-HISTORY
           END-IF.
           IF WS-HIST-STATUS = '00'
              MOVE 'Y' TO WS-HIST-OPEN-FLAG
           ELSE
      *       NO CHANGE MAY GO UNRECORDED - HOLD EVERY TRANSACTION
              MOVE 'WBCI0570' TO EH-PROGRAM
              MOVE 'PARMHIST' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-HIST-STATUS TO EH-FILE-STATUS
              MOVE 'CHANGE HISTORY OPEN FAILED - NOTHING APPLIED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT PARM-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
              MOVE 'Y' TO WS-TXN-EOF-FLAG
           END-IF.

       0110-LOAD-ONE-RULE.
           READ PARM-RULE-FILE
              AT END
                 MOVE 'Y' TO WS-RULE-EOF-FLAG
              NOT AT END
                 IF RL-PROGRAM NOT = SPACES
                    AND WS-RULE-COUNT < 300
                    ADD 1 TO WS-RULE-COUNT
                    MOVE RL-PROGRAM TO WS-RL-PROGRAM(WS-RULE-COUNT)
                    MOVE RL-PARM-NAME
                       TO WS-RL-PARM-NAME(WS-RULE-COUNT)
                    MOVE RL-TYPE TO WS-RL-TYPE(WS-RULE-COUNT)
                    MOVE RL-MIN TO WS-RL-MIN(WS-RULE-COUNT)
                    MOVE RL-MAX TO WS-RL-MAX(WS-RULE-COUNT)
                    MOVE RL-ALLOWED TO WS-RL-ALLOWED(WS-RULE-COUNT)
                 END-IF
           END-READ.

      ****************************************************
      ****    ONE TRANSACTION: EDIT, APPLY, RECORD
      ****************************************************
       0200-PROCESS-ONE-TXN.
           READ PARM-TXN-FILE
              AT END
                 MOVE 'Y' TO WS-TXN-EOF-FLAG
                 GO TO 0200-PROCESS-EXIT
           END-READ.
           ADD 1 TO WS-TXN-COUNT.
           MOVE PT-ACTION TO WS-TXL-ACTION.
           MOVE PT-PROGRAM TO WS-TXL-PROGRAM.
           MOVE PT-PARM-NAME TO WS-TXL-PARM-NAME.
           MOVE PT-VALUE TO WS-TXL-VALUE.
           IF PT-EFF-DATE = SPACES
              MOVE WS-TODAY TO PT-EFF-DATE
           END-IF.
           MOVE PT-EFF-DATE TO WS-TXL-EFF-DATE.

           IF NOT WS-REG-OPEN OR NOT WS-HIST-OPEN
              MOVE 'REGISTRY NOT AVAILABLE' TO WS-REJECT-REASON
              GO TO 0290-REJECT
           END-IF.
           IF NOT PT-ADD-CHANGE AND NOT PT-DELETE
              MOVE 'INVALID ACTION' TO WS-REJECT-REASON
              GO TO 0290-REJECT
           END-IF.
           IF PT-OPERATOR = SPACES
              MOVE 'OPERATOR MISSING' TO WS-REJECT-REASON
              GO TO 0290-REJECT
           END-IF.

      *    THE EFFECTIVE DATE ITSELF GOES THROUGH THE DATE EDIT
           MOVE 'D' TO PE-TYPE.
           MOVE SPACES TO PE-MIN PE-MAX PE-ALLOWED.
           MOVE PT-EFF-DATE TO PE-VALUE.
           CALL 'PRMEDTSB' USING PARMEDIT-AREA.
           IF NOT PE-VALUE-VALID
              MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
              GO TO 0290-REJECT
           END-IF.

           PERFORM 0300-FIND-RULE.
           IF WS-RULE-FOUND = 0
              MOVE 'NO RULE FOR PARAMETER' TO WS-REJECT-REASON
              GO TO 0290-REJECT
           END-IF.

           MOVE PT-PROGRAM TO PR-PROGRAM.
           MOVE PT-PARM-NAME TO PR-PARM-NAME.
           MOVE PT-EFF-DATE TO PR-EFF-DATE.
           MOVE 'Y' TO WS-ON-FILE-FLAG.
           MOVE SPACES TO WS-OLD-VALUE.
           READ PARM-REGISTRY
              INVALID KEY
                 MOVE 'N' TO WS-ON-FILE-FLAG
           END-READ.
           IF WS-ON-FILE
              MOVE PR-VALUE TO WS-OLD-VALUE
           END-IF.

           IF PT-DELETE
              IF NOT WS-ON-FILE
                 MOVE 'NOT ON REGISTRY' TO WS-REJECT-REASON
                 GO TO 0290-REJECT
              END-IF
              DELETE PARM-REGISTRY
                 INVALID KEY
                    MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                    GO TO 0290-REJECT
              END-DELETE
              ADD 1 TO WS-DELETE-COUNT
              MOVE 'D' TO WS-HIST-ACTION
              MOVE SPACES TO PT-VALUE
              MOVE 'DELETED' TO WS-TXL-RESULT
              GO TO 0280-RECORD-CHANGE
           END-IF.

           MOVE WS-RL-TYPE(WS-RULE-FOUND) TO PE-TYPE.
           MOVE WS-RL-MIN(WS-RULE-FOUND) TO PE-MIN.
           MOVE WS-RL-MAX(WS-RULE-FOUND) TO PE-MAX.
           MOVE WS-RL-ALLOWED(WS-RULE-FOUND) TO PE-ALLOWED.
           MOVE PT-VALUE TO PE-VALUE.
           CALL 'PRMEDTSB' USING PARMEDIT-AREA.
           IF NOT PE-VALUE-VALID
              MOVE PE-ERROR TO WS-REJECT-REASON
              GO TO 0290-REJECT
           END-IF.

           MOVE PT-VALUE TO PR-VALUE.
           MOVE WS-TODAY TO PR-UPD-DATE.
           MOVE WS-NOW TO PR-UPD-TIME.
           MOVE PT-OPERATOR TO PR-UPD-OPERATOR.
           IF WS-ON-FILE
              REWRITE PARMREG-RECORD
                 INVALID KEY
                    MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                    GO TO 0290-REJECT
              END-REWRITE
              ADD 1 TO WS-CHANGE-COUNT
              MOVE 'C' TO WS-HIST-ACTION
              MOVE 'CHANGED' TO WS-TXL-RESULT
           ELSE
              WRITE PARMREG-RECORD
                 INVALID KEY
                    MOVE 'WRITE FAILED' TO WS-REJECT-REASON
                    GO TO 0290-REJECT
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
              MOVE 'A' TO WS-HIST-ACTION
              MOVE 'ADDED' TO WS-TXL-RESULT
           END-IF.

       0280-RECORD-CHANGE.
           MOVE WS-TODAY TO WS-HST-DATE.
           MOVE WS-NOW TO WS-HST-TIME.
           MOVE WS-HIST-ACTION TO WS-HST-ACTION.
           MOVE PT-PROGRAM TO WS-HST-PROGRAM.
           MOVE PT-PARM-NAME TO WS-HST-PARM-NAME.
           MOVE PT-EFF-DATE TO WS-HST-EFF-DATE.
           MOVE WS-OLD-VALUE TO WS-HST-OLD-VALUE.
           MOVE PT-VALUE TO WS-HST-NEW-VALUE.
           MOVE PT-OPERATOR TO WS-HST-OPERATOR.
           WRITE PARM-HISTORY-RECORD FROM WS-HIST-LINE.
           WRITE PARM-REPORT-RECORD FROM WS-TXN-LINE.
           GO TO 0200-PROCESS-EXIT.

       0290-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-REJECT-REASON TO WS-TXL-RESULT.
           WRITE PARM-REPORT-RECORD FROM WS-TXN-LINE.
       0200-PROCESS-EXIT.
           EXIT.

       0300-FIND-RULE.
           MOVE 0 TO WS-RULE-FOUND.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                      OR WS-RULE-FOUND > 0
              IF WS-RL-PROGRAM(WS-RULE-IDX) = PT-PROGRAM
                 AND WS-RL-PARM-NAME(WS-RULE-IDX) = PT-PARM-NAME
                 MOVE WS-RULE-IDX TO WS-RULE-FOUND
              END-IF
           END-PERFORM.

       0800-PRINT-TOTALS.
           MOVE SPACES TO PARM-REPORT-RECORD.
           WRITE PARM-REPORT-RECORD.
           MOVE WS-TXN-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS READ' TO WS-TOT-LABEL.
           WRITE PARM-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-ADD-COUNT TO WS-TOT-COUNT.
           MOVE 'VALUES ADDED' TO WS-TOT-LABEL.
           WRITE PARM-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-CHANGE-COUNT TO WS-TOT-COUNT.
           MOVE 'VALUES CHANGED' TO WS-TOT-LABEL.
           WRITE PARM-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-DELETE-COUNT TO WS-TOT-COUNT.
           MOVE 'VALUES DELETED' TO WS-TOT-LABEL.
           WRITE PARM-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-REJECT-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS REJECTED' TO WS-TOT-LABEL.
           WRITE PARM-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-RULE-COUNT TO WS-TOT-COUNT.
           MOVE 'PARAMETER RULES LOADED' TO WS-TOT-LABEL.
           WRITE PARM-REPORT-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-TXN-STATUS = '00' OR WS-TXN-STATUS = '10'
              CLOSE PARM-TXN-FILE
           END-IF.
           IF WS-REG-OPEN
              CLOSE PARM-REGISTRY
           END-IF.
           IF WS-HIST-OPEN
              CLOSE PARM-HISTORY
           END-IF.
           CLOSE PARM-REPORT.

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0570' TO JL-PROGRAM.
           MOVE WS-TXN-COUNT TO JL-RECORDS-IN.
           COMPUTE JL-RECORDS-OUT = WS-ADD-COUNT + WS-CHANGE-COUNT
                                  + WS-DELETE-COUNT.
           MOVE WS-REJECT-COUNT TO JL-RECORDS-REJ.
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           MOVE JL-RETURN-CODE TO RETURN-CODE.
           DISPLAY 'WBCI0570 PARAMETER TRANSACTIONS: ' WS-TXN-COUNT
                   ' APPLIED: ' JL-RECORDS-OUT
                   ' REJECTED: ' WS-REJECT-COUNT.
