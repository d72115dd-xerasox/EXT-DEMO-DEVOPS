      *  ON HSTMTRPT.                                                  *
      *                                                                *
      *  HSTPARM CARD: COLS 1-4 CLOSING YEAR, COLS 6-10 'ALL' OR      *
      *  A 5-DIGIT EMP-NUM, COLS 12-19 THE REQUESTING OPERATOR         *
      *  (BLANK = 'BATCH').  EVERY STATEMENT PRINTED IS LOGGED         *
      *  THROUGH THE SHARED ACCLOGSB ACCESS LOG, WHICH CHECKS THE      *
      *  OPERATOR AGAINST AUTHTAB; A REFUSED OPERATOR GETS A REFUSAL   *
      *  LINE, NOT THE STATEMENT.                                      *
      *  THE SCHEDULED RUN IDENTIFIES ITSELF AS 'BATCH', SO 'BATCH'    *
      *  MUST BE CARRIED ON AUTHTAB OR EVERY STATEMENT IS REFUSED.     *
      *  WBCI0560 KEEPS IT OUT OF THE WEEKLY VOLUME THRESHOLD.         *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  HP-CLOSE-YEAR          PIC X(4).
           05  FILLER                 PIC X(1).
           05  HP-SELECTION           PIC X(5).
           05  FILLER                 PIC X(1).
           05  HP-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(61).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-SEL-YEAR                PIC 9(4)     VALUE 0.
       01  WS-SELECTION               PIC X(5)     VALUE 'ALL  '.
           88  WS-SELECT-ALL                       VALUE 'ALL  '.
       01  WS-SEL-OPERATOR            PIC X(8)     VALUE 'BATCH'.

      *    THE ARCHIVED YTD RECORD, DECODED FROM YH-YTD-IMAGE
       01  WS-YTD-IMAGE.
           05  WS-YTD-COMPANY         PIC X(2).
           05  WS-YTD-PERIOD          PIC 9(4).
           05  WS-YTD-RUN-TYPE        PIC X(1).
           05  WS-YTD-REIMB-TOTAL     PIC S9(7)V99 COMP-3.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.
           88  WS-MASTER-FOUND                     VALUE 'Y'.

       01  WS-STMT-COUNT              PIC 9(5)     VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(5)     VALUE 0.

       01  WS-STAR-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED SENSITIVE-DATA ACCESS LOG LINK AREA
       COPY TCPYACL.
      ***
      ***
       PROCEDURE DIVISION.
                       OR HP-SELECTION NUMERIC
                       MOVE HP-SELECTION TO WS-SELECTION
                    END-IF
                    IF HP-OPERATOR NOT = SPACES
                       MOVE HP-OPERATOR TO WS-SEL-OPERATOR
                    END-IF
              END-READ
              CLOSE STMT-PARM-FILE
           END-IF.
           IF YH-YTD-IMAGE(31:4) = SPACES
              MOVE ZEROS TO WS-YTD-PERIOD
           END-IF.
           IF WS-YTD-REIMB-TOTAL NOT NUMERIC
              MOVE 0 TO WS-YTD-REIMB-TOTAL
           END-IF.
           IF YH-CLOSE-YEAR = WS-SEL-YEAR
              AND (WS-SELECT-ALL
                   OR WS-YTD-IMAGE(1:5) = WS-SELECTION)
              PERFORM 0220-LOG-ACCESS
              IF AL-MAY-DISPLAY
                 PERFORM 0300-PRINT-STATEMENT
              END-IF
           END-IF.
           PERFORM 0210-READ-HISTORY.

       0220-LOG-ACCESS.
           MOVE 'WBCI0280' TO AL-PROGRAM.
           MOVE WS-SEL-OPERATOR TO AL-OPERATOR.
           MOVE WS-YTD-IMAGE(1:5) TO AL-EMP-NUM.
           CALL 'ACCLOGSB' USING ACCLOG-AREA.
           IF AL-REFUSED
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO STATEMENT-RECORD
              STRING ' EMPLOYEE ' AL-EMP-NUM
                     ' ACCESS REFUSED - OPERATOR ' WS-SEL-OPERATOR
                     ' NOT ON AUTHTAB'
                     DELIMITED BY SIZE INTO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
           END-IF.

       0300-PRINT-STATEMENT.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           IF WS-EMPF-STATUS = '00'
           MOVE 'YEAR DEDUCTIONS' TO WS-AMT-LABEL.
           MOVE WS-YTD-DED-TOTAL TO WS-AMT-VALUE.
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE.
           IF WS-YTD-REIMB-TOTAL NOT = 0
              MOVE 'YEAR REIMBURSEMENTS' TO WS-AMT-LABEL
              MOVE WS-YTD-REIMB-TOTAL TO WS-AMT-VALUE
              WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           END-IF.
           MOVE 'YEAR NET' TO WS-AMT-LABEL.
           COMPUTE WS-AMT-VALUE =
              WS-YTD-COMP-TOTAL - WS-YTD-DED-TOTAL
              + WS-YTD-REIMB-TOTAL.
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE.
           MOVE 'LAST POSTED' TO WS-INF-LABEL.
           MOVE WS-YTD-LAST-RUN-ID TO WS-INF-VALUE.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0280 STATEMENTS PRINTED: ' WS-STMT-COUNT.
           IF WS-REFUSED-COUNT > 0
              DISPLAY 'WBCI0280 STATEMENTS REFUSED: ' WS-REFUSED-COUNT
           END-IF.
