       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0330.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  DIRECT-DEPOSIT PRENOTE CYCLE.                                 *
      *  RUNS AHEAD OF WBCI0170.  FINDS NEW AND CHANGED BANK ACCOUNTS *
      *  FROM THE EMPHIST BEFORE/AFTER IMAGES WBCI0070 WRITES (AN ADD *
      *  WITH A ROUTING NUMBER, OR A CHANGE TO BANK-ROUTING OR        *
      *  BANK-ACCOUNT) AND PUTS THE LATEST ONE PER EMPLOYEE ON THE    *
      *  KEYED PRENOTE CONTROL FILE AS AWAITING SEND.  WBCI0170 SENDS *
      *  THE ZERO-DOLLAR PRENOTE ENTRY AND PAYS THE EMPLOYEE BY PAPER *
      *  UNTIL THIS STEP CLEARS THE ACCOUNT: A PRENOTE OUTSTANDING    *
      *  FOR THE WAITING PERIOD WITH NO ZERO-DOLLAR RETURN ON BANKRET *
      *  IS CLEARED; ONE THE BANK RETURNED IS FAILED.  PRNRPT LISTS   *
      *  THE ACCOUNTS AWAITING SEND, PENDING, CLEARED THIS RUN AND    *
      *  FAILED.                                                       *
      *  THE OPTIONAL PRNPARM CARD:                                    *
      *    COLS 1-3   WAITING PERIOD IN DAYS (DEFAULT 010)            *
      *    COLS 5-12  IGNORE EMPHIST CHANGES BEFORE THIS YYYYMMDD     *
      *               (DEFAULT 00000000 = ALL HISTORY)                *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-HISTORY   ASSIGN TO EMPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HX-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PRENOTE-FILE  ASSIGN TO PRENOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRN-EMP-NUM
               FILE STATUS IS WS-PRN-STATUS.
           SELECT BANK-FILE     ASSIGN TO BANKRET
               FILE STATUS IS WS-BANK-STATUS.
           SELECT PRENOTE-PARM  ASSIGN TO PRNPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PRENOTE-REPORT ASSIGN TO PRNRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    MIRROR OF EMP-HISTORY-RECORD IN WBCI0070
       01  EMP-HISTORY-RECORD.
           05  HX-HIST-KEY.
               10  HX-EMP-NUM         PIC 9(5).
               10  HX-TS-DATE         PIC 9(8).
               10  HX-TS-TIME         PIC 9(6).
               10  HX-TS-SEQ          PIC 9(3).
           05  HX-ACTION              PIC X(1).
           05  HX-OPERATOR            PIC X(8).
           05  HX-BEFORE-IMAGE        PIC X(120).
           05  HX-AFTER-IMAGE         PIC X(120).
           05  FILLER                 PIC X(9).

       FD  PRENOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYPRN.

       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF BANK-RECORD IN WBCI0180
       01  BANK-RECORD.
           05  BR-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  BR-AMOUNT-DIGITS       PIC X(11).
           05  FILLER                 PIC X(1).
           05  BR-STATUS              PIC X(1).
               88  BR-CLEARED                      VALUE 'C'.
               88  BR-RETURNED                     VALUE 'R'.
           05  FILLER                 PIC X(61).

       FD  PRENOTE-PARM
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRENOTE-PARM-RECORD.
           05  PP-WAIT-DAYS           PIC X(3).
           05  FILLER                 PIC X(1).
           05  PP-SINCE-DATE          PIC X(8).
           05  FILLER                 PIC X(68).

       FD  PRENOTE-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRENOTE-REPORT-RECORD      PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS             PIC XX       VALUE SPACES.
       01  WS-PRN-STATUS              PIC XX       VALUE SPACES.
       01  WS-BANK-STATUS             PIC XX       VALUE SPACES.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.

       01  WS-HIST-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-HIST-EOF                         VALUE 'Y'.
       01  WS-PRN-AVAIL-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-PRN-AVAILABLE                    VALUE 'Y'.
       01  WS-PRN-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-PRN-EOF                          VALUE 'Y'.
       01  WS-BANK-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-BANK-EOF                         VALUE 'Y'.

       01  WS-WAIT-DAYS               PIC 9(3)     VALUE 10.
       01  WS-SINCE-DATE              PIC 9(8)     VALUE 0.

       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-TODAY-INT               PIC S9(9)    VALUE 0.
       01  WS-SENT-INT                PIC S9(9)    VALUE 0.
       01  WS-DAYS-OUT                PIC S9(9)    VALUE 0.

      *    LATEST BANK CHANGE SEEN FOR THE EMPLOYEE BEING READ -
      *    EMPHIST IS IN EMP-NUM/TIMESTAMP ORDER, SO ONLY THE
      *    LAST ONE BEFORE THE EMPLOYEE BREAK COUNTS
       01  WS-CUR-EMP                 PIC 9(5)     VALUE 0.
       01  WS-CHG-FOUND-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-CHG-FOUND                        VALUE 'Y'.
       01  WS-CHG-ROUTING             PIC 9(9)     VALUE 0.
       01  WS-CHG-ACCOUNT             PIC X(10)    VALUE SPACES.
       01  WS-CHG-DATE                PIC 9(8)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

      *    ZERO-DOLLAR RETURNS - THE BANK'S ANSWER TO A PRENOTE
       01  WS-RET-IDX                 PIC 9(3)     VALUE 0.
       01  WS-RET-TABLE.
           05  WS-RET-COUNT           PIC 9(3)     VALUE 0.
           05  WS-RET-EMP             OCCURS 500 TIMES
                                      PIC X(5).
       01  WS-RET-FOUND-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-RET-FOUND                        VALUE 'Y'.
       01  WS-RET-AMOUNT              PIC 9(9)V99  VALUE 0.

       01  WS-HIST-READ-COUNT         PIC 9(6)     VALUE 0.
       01  WS-NEW-COUNT               PIC 9(5)     VALUE 0.
       01  WS-AWAITING-COUNT          PIC 9(5)     VALUE 0.
       01  WS-PENDING-COUNT           PIC 9(5)     VALUE 0.
       01  WS-CLEARED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(5)     VALUE 0.
       01  WS-FAILED-NOW-COUNT        PIC 9(5)     VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(7)     VALUE 'EMP NUM'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(9)     VALUE 'ROUTING'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(10)    VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(14)    VALUE 'STATUS'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE 'CHANGED'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE 'SENT'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE 'RESOLVED'.
           05  FILLER                 PIC X(3)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-EMP-NUM         PIC 9(5).
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-DTL-ROUTING         PIC 9(9).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-ACCOUNT         PIC X(10).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-STATUS          PIC X(14).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-CHANGED         PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-SENT            PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-RESOLVED        PIC X(8).
           05  FILLER                 PIC X(3)     VALUE SPACES.

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
           PERFORM 0200-SCAN-HISTORY THRU 0200-SCAN-HISTORY-EXIT
              UNTIL WS-HIST-EOF.
           PERFORM 0400-REVIEW-PRENOTES THRU 0400-REVIEW-EXIT.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0330' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           OPEN INPUT PRENOTE-PARM.
           IF WS-PARM-STATUS = '00'
              READ PRENOTE-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF PP-WAIT-DAYS NUMERIC
                       MOVE PP-WAIT-DAYS TO WS-WAIT-DAYS
                    END-IF
                    IF PP-SINCE-DATE NUMERIC
                       MOVE PP-SINCE-DATE TO WS-SINCE-DATE
                    END-IF
              END-READ
              CLOSE PRENOTE-PARM
           END-IF.

           OPEN OUTPUT PRENOTE-REPORT.
           MOVE ' DIRECT-DEPOSIT PRENOTE STATUS - WBCI0330'
              TO PRENOTE-REPORT-RECORD.
           WRITE PRENOTE-REPORT-RECORD.
           MOVE SPACES TO PRENOTE-REPORT-RECORD.
           WRITE PRENOTE-REPORT-RECORD.
           WRITE PRENOTE-REPORT-RECORD FROM WS-HEADING-LINE.

           OPEN I-O PRENOTE-FILE.
           IF WS-PRN-STATUS NOT = '00'
              OPEN OUTPUT PRENOTE-FILE
              CLOSE PRENOTE-FILE
              OPEN I-O PRENOTE-FILE
           END-IF.
           IF WS-PRN-STATUS NOT = '00'
              MOVE 'WBCI0330' TO EH-PROGRAM
              MOVE 'PRNOPEN ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-PRN-STATUS TO EH-FILE-STATUS
              MOVE 'PRENOTE CONTROL FILE UNUSABLE - STEP REFUSED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           MOVE 'Y' TO WS-PRN-AVAIL-FLAG.

           PERFORM 0110-LOAD-RETURNS.

           OPEN INPUT EMP-HISTORY.
           IF WS-HIST-STATUS NOT = '00'
              MOVE 'WBCI0330' TO EH-PROGRAM
              MOVE 'HISTOPEN' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-HIST-STATUS TO EH-FILE-STATUS
              MOVE 'EMPHIST NOT AVAILABLE - NO NEW PRENOTES FOUND'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF.

       0110-LOAD-RETURNS.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = '00'
              PERFORM 0120-LOAD-ONE-RETURN UNTIL WS-BANK-EOF
              CLOSE BANK-FILE
           END-IF.

       0120-LOAD-ONE-RETURN.
           READ BANK-FILE
              AT END
                 MOVE 'Y' TO WS-BANK-EOF-FLAG
              NOT AT END
                 IF BR-EMP-NUM NUMERIC
                    AND BR-AMOUNT-DIGITS NUMERIC
                    AND BR-RETURNED
                    MOVE BR-AMOUNT-DIGITS TO WS-RET-AMOUNT(1:11)
                    IF WS-RET-AMOUNT = 0
                       AND WS-RET-COUNT < 500
                       ADD 1 TO WS-RET-COUNT
                       MOVE BR-EMP-NUM TO WS-RET-EMP(WS-RET-COUNT)
                    END-IF
                 END-IF
           END-READ.

      ****************************************************
      ****    PASS 1: NEW AND CHANGED ACCOUNTS ON EMPHIST
      ****************************************************
       0200-SCAN-HISTORY.
           READ EMP-HISTORY
              AT END
                 MOVE 'Y' TO WS-HIST-EOF-FLAG
                 PERFORM 0300-POST-EMPLOYEE-CHANGE THRU 0300-POST-EXIT
                 GO TO 0200-SCAN-HISTORY-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF HX-EMP-NUM NOT = WS-CUR-EMP
              PERFORM 0300-POST-EMPLOYEE-CHANGE THRU 0300-POST-EXIT
              MOVE HX-EMP-NUM TO WS-CUR-EMP
              MOVE 'N' TO WS-CHG-FOUND-FLAG
           END-IF.
           IF HX-TS-DATE < WS-SINCE-DATE
              GO TO 0200-SCAN-HISTORY-EXIT
           END-IF.
           IF HX-ACTION NOT = 'A' AND HX-ACTION NOT = 'C'
              GO TO 0200-SCAN-HISTORY-EXIT
           END-IF.
      *    BYTES 81-99 OF THE IMAGE ARE BANK-ROUTING/ACCOUNT
           IF HX-ACTION = 'C'
              AND HX-BEFORE-IMAGE(81:19) = HX-AFTER-IMAGE(81:19)
              GO TO 0200-SCAN-HISTORY-EXIT
           END-IF.
           MOVE HX-AFTER-IMAGE TO WS-EMPLOYEE-RECORD.
           IF WS-BANK-ROUTING NOT NUMERIC
              OR WS-BANK-ROUTING = 0
              OR WS-BANK-ACCOUNT = SPACES
      *       ACCOUNT REMOVED - NOTHING TO PRENOTE, AND AN
      *       EARLIER CHANGE FOR THIS EMPLOYEE IS SUPERSEDED
              MOVE 'N' TO WS-CHG-FOUND-FLAG
              GO TO 0200-SCAN-HISTORY-EXIT
           END-IF.
           MOVE 'Y' TO WS-CHG-FOUND-FLAG.
           MOVE WS-BANK-ROUTING TO WS-CHG-ROUTING.
           MOVE WS-BANK-ACCOUNT TO WS-CHG-ACCOUNT.
           MOVE HX-TS-DATE TO WS-CHG-DATE.
       0200-SCAN-HISTORY-EXIT.
           EXIT.

      *    AN ACCOUNT ALREADY ON PRENOTE (IN ANY STATUS) IS LEFT
      *    ALONE, SO A RERUN NEVER RESTARTS A PRENOTE IN FLIGHT
       0300-POST-EMPLOYEE-CHANGE.
           IF NOT WS-CHG-FOUND
              OR NOT WS-PRN-AVAILABLE
              GO TO 0300-POST-EXIT
           END-IF.
           MOVE 'N' TO WS-CHG-FOUND-FLAG.
           MOVE WS-CUR-EMP TO PRN-EMP-NUM.
           READ PRENOTE-FILE
              INVALID KEY
                 MOVE SPACES TO PRENOTE-RECORD
                 MOVE WS-CUR-EMP TO PRN-EMP-NUM
                 PERFORM 0310-SET-AWAITING
                 WRITE PRENOTE-RECORD
                 ADD 1 TO WS-NEW-COUNT
              NOT INVALID KEY
                 IF PRN-ROUTING NOT = WS-CHG-ROUTING
                    OR PRN-ACCOUNT NOT = WS-CHG-ACCOUNT
                    PERFORM 0310-SET-AWAITING
                    REWRITE PRENOTE-RECORD
                    ADD 1 TO WS-NEW-COUNT
                 END-IF
           END-READ.
       0300-POST-EXIT.
           EXIT.

       0310-SET-AWAITING.
           MOVE WS-CHG-ROUTING TO PRN-ROUTING.
           MOVE WS-CHG-ACCOUNT TO PRN-ACCOUNT.
           MOVE 'N' TO PRN-STATUS.
           MOVE WS-CHG-DATE TO PRN-CHANGE-DATE.
           MOVE 0 TO PRN-SENT-DATE.
           MOVE 0 TO PRN-RESOLVED-DATE.

      ****************************************************
      ****    PASS 2: CLEAR OR FAIL THE PRENOTES IN FLIGHT
      ****************************************************
       0400-REVIEW-PRENOTES.
           IF NOT WS-PRN-AVAILABLE
              GO TO 0400-REVIEW-EXIT
           END-IF.
           MOVE 0 TO PRN-EMP-NUM.
           START PRENOTE-FILE
              KEY IS NOT LESS THAN PRN-EMP-NUM
              INVALID KEY
                 MOVE 'Y' TO WS-PRN-EOF-FLAG
           END-START.
           PERFORM 0410-REVIEW-ONE-PRENOTE THRU
                   0410-REVIEW-ONE-EXIT
              UNTIL WS-PRN-EOF.
       0400-REVIEW-EXIT.
           EXIT.

       0410-REVIEW-ONE-PRENOTE.
           READ PRENOTE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PRN-EOF-FLAG
                 GO TO 0410-REVIEW-ONE-EXIT
           END-READ.
           IF PRN-PENDING
              MOVE 'N' TO WS-RET-FOUND-FLAG
              PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                      UNTIL WS-RET-IDX > WS-RET-COUNT
                 IF WS-RET-EMP(WS-RET-IDX) = PRN-EMP-NUM
                    MOVE 'Y' TO WS-RET-FOUND-FLAG
                 END-IF
              END-PERFORM
              IF WS-RET-FOUND
                 MOVE 'F' TO PRN-STATUS
                 MOVE WS-TODAY-NUM TO PRN-RESOLVED-DATE
                 REWRITE PRENOTE-RECORD
                 ADD 1 TO WS-FAILED-NOW-COUNT
              ELSE
                 COMPUTE WS-SENT-INT =
                    FUNCTION INTEGER-OF-DATE(PRN-SENT-DATE)
                 COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-SENT-INT
                 IF WS-DAYS-OUT >= WS-WAIT-DAYS
                    MOVE 'C' TO PRN-STATUS
                    MOVE WS-TODAY-NUM TO PRN-RESOLVED-DATE
                    REWRITE PRENOTE-RECORD
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
              WHEN PRN-AWAITING-SEND
                 ADD 1 TO WS-AWAITING-COUNT
                 MOVE 'AWAITING SEND' TO WS-DTL-STATUS
              WHEN PRN-PENDING
                 ADD 1 TO WS-PENDING-COUNT
                 MOVE 'PENDING' TO WS-DTL-STATUS
              WHEN PRN-FAILED
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE 'FAILED' TO WS-DTL-STATUS
              WHEN PRN-CLEARED
                 AND PRN-RESOLVED-DATE = WS-TODAY-NUM
                 ADD 1 TO WS-CLEARED-COUNT
                 MOVE 'CLEARED' TO WS-DTL-STATUS
              WHEN OTHER
      *          CLEARED ON AN EARLIER RUN - NOTHING TO REPORT
                 GO TO 0410-REVIEW-ONE-EXIT
           END-EVALUATE.
           MOVE PRN-EMP-NUM TO WS-DTL-EMP-NUM.
           MOVE PRN-ROUTING TO WS-DTL-ROUTING.
           MOVE PRN-ACCOUNT TO WS-DTL-ACCOUNT.
           MOVE PRN-CHANGE-DATE TO WS-DTL-CHANGED.
           IF PRN-SENT-DATE NOT = 0
              MOVE PRN-SENT-DATE TO WS-DTL-SENT
           END-IF.
           IF PRN-RESOLVED-DATE NOT = 0
              MOVE PRN-RESOLVED-DATE TO WS-DTL-RESOLVED
           END-IF.
           WRITE PRENOTE-REPORT-RECORD FROM WS-DETAIL-LINE.
       0410-REVIEW-ONE-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO PRENOTE-REPORT-RECORD.
           WRITE PRENOTE-REPORT-RECORD.
           MOVE WS-NEW-COUNT TO WS-TOT-COUNT.
           MOVE 'NEW OR CHANGED ACCOUNTS FOUND' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-AWAITING-COUNT TO WS-TOT-COUNT.
           MOVE 'AWAITING SEND BY WBCI0170' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-PENDING-COUNT TO WS-TOT-COUNT.
           MOVE 'PENDING - PAID BY PAPER' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-CLEARED-COUNT TO WS-TOT-COUNT.
           MOVE 'CLEARED THIS RUN' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-FAILED-COUNT TO WS-TOT-COUNT.
           MOVE 'FAILED - ACCOUNT MUST BE RE-KEYED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE PRENOTE-REPORT-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '10'
              CLOSE EMP-HISTORY
           END-IF.
           IF WS-PRN-AVAILABLE
              CLOSE PRENOTE-FILE
           END-IF.
           CLOSE PRENOTE-REPORT.

           IF WS-FAILED-NOW-COUNT > 0
              MOVE 'WBCI0330' TO EH-PROGRAM
              MOVE 'PRNFAIL ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'PRENOTES RETURNED BY THE BANK - SEE PRNRPT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0330' TO JL-PROGRAM.
           MOVE WS-HIST-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-NEW-COUNT TO JL-RECORDS-OUT.
           MOVE WS-FAILED-NOW-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0330 NEW PRENOTES: ' WS-NEW-COUNT
                   ' CLEARED: ' WS-CLEARED-COUNT
                   ' FAILED: ' WS-FAILED-NOW-COUNT.
