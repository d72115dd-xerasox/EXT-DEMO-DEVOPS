       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0490.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  REPORTING RELATIONSHIP MAINTENANCE.                           *
      *  APPLIES THE ORGTXN TRANSACTIONS TO THE KEYED ORGREL FILE     *
      *  (TCPYORG) THAT SAYS WHO EACH EMPLOYEE REPORTS TO, AND LISTS  *
      *  EVERY TRANSACTION WITH ITS RESULT ON ORGLST.  WBCI0500       *
      *  CHECKS AND REPORTS THE HIERARCHY.                            *
      *  TRANSACTION ACTIONS:                                          *
      *    A  ADD AN EMPLOYEE'S REPORTING LINE                        *
      *    C  CHANGE THE SUPERVISOR FROM THE EFFECTIVE DATE ON        *
      *    D  DELETE AN EMPLOYEE'S REPORTING LINE                     *
      *  THE EMPLOYEE MUST BE ON EMPMSTR, AND SO MUST THE SUPERVISOR  *
      *  UNLESS IT IS 00000 (TOP OF THE ORGANIZATION).  NOBODY MAY    *
      *  REPORT TO THEMSELVES.  A BLANK EFFECTIVE DATE MEANS TODAY.   *
      *  LONGER LOOPS (A REPORTS TO B REPORTS TO A) ARE LEFT TO THE   *
      *  WBCI0500 HIERARCHY CHECK, WHICH SEES THE WHOLE FILE.         *
      *  A REJECTED TRANSACTION IS LISTED WITH ITS REASON AND SETS    *
      *  RETURN CODE 4.                                               *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-TXN-FILE  ASSIGN TO ORGTXN
               FILE STATUS IS WS-TXN-STATUS.
           SELECT ORG-FILE      ASSIGN TO ORGREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OR-EMP-NUM
               FILE STATUS IS WS-ORG-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ORG-LIST      ASSIGN TO ORGLST.
       DATA DIVISION.
       FILE SECTION.
       FD  ORG-TXN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ORG-TXN-RECORD.
           05  OT-ACTION              PIC X(1).
               88  OT-ADD                          VALUE 'A'.
               88  OT-CHANGE                       VALUE 'C'.
               88  OT-DELETE                       VALUE 'D'.
           05  FILLER                 PIC X(1).
           05  OT-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  OT-SUPV-NUM            PIC X(5).
           05  FILLER                 PIC X(1).
           05  OT-EFF-DATE            PIC X(8).
           05  FILLER                 PIC X(58).

       FD  ORG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYORG.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  ORG-LIST
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ORG-LIST-RECORD            PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS              PIC XX       VALUE SPACES.
       01  WS-ORG-STATUS              PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.

       01  WS-TXN-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-TXN-EOF                          VALUE 'Y'.
       01  WS-MASTER-AVAIL-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MASTER-AVAILABLE                 VALUE 'Y'.
       01  WS-TXN-OK-FLAG             PIC X(1)     VALUE 'Y'.
           88  WS-TXN-OK                           VALUE 'Y'.

       01  WS-REJECT-REASON           PIC X(30)    VALUE SPACES.
       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-TXN-EMP                 PIC 9(5)     VALUE 0.
       01  WS-TXN-SUPV                PIC 9(5)     VALUE 0.
       01  WS-TXN-EFF-DATE            PIC 9(8)     VALUE 0.

       01  WS-TXN-READ-COUNT          PIC 9(5)     VALUE 0.
       01  WS-ADDED-COUNT             PIC 9(5)     VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-DELETED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5)     VALUE 0.

       01  WS-TXN-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TXL-ACTION          PIC X(1).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TXL-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TXL-SUPV-NUM        PIC X(5).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TXL-EFF-DATE        PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TXL-RESULT          PIC X(9).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TXL-REASON          PIC X(30).
           05  FILLER                 PIC X(11)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)    VALUE
           'A  EMP    SUPV   EFFECTIVE RESULT'.

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
           PERFORM 0200-PROCESS-ONE-TXN THRU 0200-PROCESS-EXIT
              UNTIL WS-TXN-EOF.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0490' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.

           OPEN OUTPUT ORG-LIST.
           MOVE ' REPORTING RELATIONSHIP MAINTENANCE - WBCI0490'
              TO ORG-LIST-RECORD.
           WRITE ORG-LIST-RECORD.
           MOVE SPACES TO ORG-LIST-RECORD.
           WRITE ORG-LIST-RECORD.
           WRITE ORG-LIST-RECORD FROM WS-HEADING-LINE.

           OPEN I-O ORG-FILE.
           IF WS-ORG-STATUS NOT = '00'
              OPEN OUTPUT ORG-FILE
              CLOSE ORG-FILE
              OPEN I-O ORG-FILE
           END-IF.
           IF WS-ORG-STATUS NOT = '00'
              MOVE 'WBCI0490' TO EH-PROGRAM
              MOVE 'ORGOPEN ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-ORG-STATUS TO EH-FILE-STATUS
              MOVE 'REPORTING RELATIONSHIP FILE UNUSABLE - STEP REFUSED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-AVAIL-FLAG
           ELSE
              MOVE 'WBCI0490' TO EH-PROGRAM
              MOVE 'MSTOPEN ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPMSTR NOT AVAILABLE - EMPLOYEES NOT CHECKED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT ORG-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
              MOVE 'Y' TO WS-TXN-EOF-FLAG
           END-IF.

      ****************************************************
      ****    APPLY THE REPORTING-LINE TRANSACTIONS
      ****************************************************
       0200-PROCESS-ONE-TXN.
           READ ORG-TXN-FILE
              AT END
                 MOVE 'Y' TO WS-TXN-EOF-FLAG
                 GO TO 0200-PROCESS-EXIT
           END-READ.
           ADD 1 TO WS-TXN-READ-COUNT.
           MOVE 'Y' TO WS-TXN-OK-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           IF OT-EMP-NUM NOT NUMERIC
              MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 0200-PROCESS-REJECT
           END-IF.
           MOVE OT-EMP-NUM TO WS-TXN-EMP.
           EVALUATE TRUE
              WHEN OT-ADD
                 PERFORM 0300-APPLY-ADD THRU 0300-APPLY-ADD-EXIT
              WHEN OT-CHANGE
                 PERFORM 0400-APPLY-CHANGE THRU 0400-APPLY-CHANGE-EXIT
              WHEN OT-DELETE
                 PERFORM 0500-APPLY-DELETE THRU 0500-APPLY-DELETE-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
           END-EVALUATE.
           IF WS-TXN-OK
              MOVE 'APPLIED' TO WS-TXL-RESULT
              PERFORM 0210-WRITE-TXN-LINE
              GO TO 0200-PROCESS-EXIT
           END-IF.
       0200-PROCESS-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'REJECTED' TO WS-TXL-RESULT.
           PERFORM 0210-WRITE-TXN-LINE.
       0200-PROCESS-EXIT.
           EXIT.

       0210-WRITE-TXN-LINE.
           MOVE OT-ACTION TO WS-TXL-ACTION.
           MOVE OT-EMP-NUM TO WS-TXL-EMP-NUM.
           MOVE OT-SUPV-NUM TO WS-TXL-SUPV-NUM.
           MOVE OT-EFF-DATE TO WS-TXL-EFF-DATE.
           MOVE WS-REJECT-REASON TO WS-TXL-REASON.
           WRITE ORG-LIST-RECORD FROM WS-TXN-LINE.

       0300-APPLY-ADD.
           PERFORM 0700-EDIT-TXN-FIELDS THRU 0700-EDIT-EXIT.
           IF NOT WS-TXN-OK
              GO TO 0300-APPLY-ADD-EXIT
           END-IF.
           MOVE SPACES TO REPORTS-TO-RECORD.
           MOVE WS-TXN-EMP TO OR-EMP-NUM.
           MOVE WS-TXN-SUPV TO OR-SUPV-NUM.
           MOVE WS-TXN-EFF-DATE TO OR-EFF-DATE.
      *    NOBODY WAS THE SUPERVISOR BEFORE THE FIRST LINE
           MOVE 0 TO OR-PRIOR-SUPV.
           MOVE WS-TODAY-NUM TO OR-LAST-CHANGED.
           WRITE REPORTS-TO-RECORD
              INVALID KEY
                 MOVE 'EMPLOYEE ALREADY ON FILE' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0300-APPLY-ADD-EXIT
           END-WRITE.
           ADD 1 TO WS-ADDED-COUNT.
       0300-APPLY-ADD-EXIT.
           EXIT.

      *    THE SUPERVISOR IN FORCE TODAY BECOMES THE PRIOR ONE.
      *    A CHANGE STILL WAITING FOR ITS DATE IS SIMPLY REPLACED
       0400-APPLY-CHANGE.
           PERFORM 0700-EDIT-TXN-FIELDS THRU 0700-EDIT-EXIT.
           IF NOT WS-TXN-OK
              GO TO 0400-APPLY-CHANGE-EXIT
           END-IF.
           MOVE WS-TXN-EMP TO OR-EMP-NUM.
           READ ORG-FILE
              INVALID KEY
                 MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0400-APPLY-CHANGE-EXIT
           END-READ.
           IF OR-EFF-DATE NOT > WS-TODAY-NUM
              MOVE OR-SUPV-NUM TO OR-PRIOR-SUPV
           END-IF.
           MOVE WS-TXN-SUPV TO OR-SUPV-NUM.
           MOVE WS-TXN-EFF-DATE TO OR-EFF-DATE.
           MOVE WS-TODAY-NUM TO OR-LAST-CHANGED.
           REWRITE REPORTS-TO-RECORD.
           ADD 1 TO WS-CHANGED-COUNT.
       0400-APPLY-CHANGE-EXIT.
           EXIT.

       0500-APPLY-DELETE.
           MOVE WS-TXN-EMP TO OR-EMP-NUM.
           DELETE ORG-FILE
              INVALID KEY
                 MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0500-APPLY-DELETE-EXIT
           END-DELETE.
           ADD 1 TO WS-DELETED-COUNT.
       0500-APPLY-DELETE-EXIT.
           EXIT.

      *    EMPLOYEE AND SUPERVISOR ON THE MASTER, NOT THE SAME
      *    PERSON, AND A REAL EFFECTIVE DATE
       0700-EDIT-TXN-FIELDS.
           IF OT-SUPV-NUM NOT NUMERIC
              MOVE 'SUPERVISOR NOT NUMERIC' TO WS-REJECT-REASON
              MOVE 'N' TO WS-TXN-OK-FLAG
              GO TO 0700-EDIT-EXIT
           END-IF.
           MOVE OT-SUPV-NUM TO WS-TXN-SUPV.
           IF WS-TXN-SUPV = WS-TXN-EMP
              MOVE 'CANNOT REPORT TO THEMSELVES' TO WS-REJECT-REASON
              MOVE 'N' TO WS-TXN-OK-FLAG
              GO TO 0700-EDIT-EXIT
           END-IF.
           IF OT-EFF-DATE = SPACES
              MOVE WS-TODAY-NUM TO WS-TXN-EFF-DATE
           ELSE
              IF OT-EFF-DATE NOT NUMERIC
                 MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0700-EDIT-EXIT
              END-IF
              MOVE OT-EFF-DATE TO WS-TXN-EFF-DATE
           END-IF.
           IF NOT WS-MASTER-AVAILABLE
              GO TO 0700-EDIT-EXIT
           END-IF.
           MOVE WS-TXN-EMP TO VM-EMP-NUM.
           READ MASTER-FILE
              INVALID KEY
                 MOVE 'EMPLOYEE NOT ON EMPMSTR' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0700-EDIT-EXIT
           END-READ.
           IF WS-TXN-SUPV = 0
              GO TO 0700-EDIT-EXIT
           END-IF.
           MOVE WS-TXN-SUPV TO VM-EMP-NUM.
           READ MASTER-FILE
              INVALID KEY
                 MOVE 'SUPERVISOR NOT ON EMPMSTR' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
           END-READ.
       0700-EDIT-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO ORG-LIST-RECORD.
           WRITE ORG-LIST-RECORD.
           MOVE WS-TXN-READ-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS READ' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-ADDED-COUNT TO WS-TOT-COUNT.
           MOVE 'REPORTING LINES ADDED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT.
           MOVE 'REPORTING LINES CHANGED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-DELETED-COUNT TO WS-TOT-COUNT.
           MOVE 'REPORTING LINES DELETED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS REJECTED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE ORG-LIST-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-TXN-STATUS = '00' OR WS-TXN-STATUS = '10'
              CLOSE ORG-TXN-FILE
           END-IF.
           IF WS-MASTER-AVAILABLE
              CLOSE MASTER-FILE
           END-IF.
           CLOSE ORG-FILE.
           CLOSE ORG-LIST.

           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0490' TO JL-PROGRAM.
           MOVE WS-TXN-READ-COUNT TO JL-RECORDS-IN.
           COMPUTE JL-RECORDS-OUT = WS-ADDED-COUNT + WS-CHANGED-COUNT
              + WS-DELETED-COUNT.
           MOVE WS-REJECTED-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0490 LINES ADDED: ' WS-ADDED-COUNT
                   ' CHANGED: ' WS-CHANGED-COUNT
                   ' DELETED: ' WS-DELETED-COUNT
                   ' REJECTED: ' WS-REJECTED-COUNT.
