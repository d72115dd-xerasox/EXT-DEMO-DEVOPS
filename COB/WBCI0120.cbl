      *  THE STMPARM CARD SELECTS 'ALL' (DEFAULT) OR A SINGLE         *
      *  5-DIGIT EMP-NUM.                                              *
      *                                                                *
      *  STMPARM COLS 10-17 NAME THE REQUESTING OPERATOR (BLANK =      *
      *  'BATCH', THE SCHEDULED RUN).  EVERY STATEMENT PRINTED IS      *
      *  LOGGED THROUGH THE SHARED ACCLOGSB ACCESS LOG, WHICH CHECKS   *
      *  THE OPERATOR AGAINST AUTHTAB; A REFUSED OPERATOR GETS A       *
      *  REFUSAL LINE, NOT THE STATEMENT.                              *
      *  THE SCHEDULED RUN IDENTIFIES ITSELF AS 'BATCH', SO 'BATCH'    *
      *  MUST BE CARRIED ON AUTHTAB OR EVERY STATEMENT IS REFUSED.     *
      *  WBCI0560 KEEPS IT OUT OF THE WEEKLY VOLUME THRESHOLD.         *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  YTD-COMPANY            PIC X(2).
           05  YTD-PERIOD             PIC 9(4).
           05  YTD-RUN-TYPE           PIC X(1).
           05  YTD-REIMB-TOTAL        PIC S9(7)V99 COMP-3.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    COLS 7-8 OPTIONALLY SELECT A SINGLE COMPANY/PAYGROUP
      *    (BLANK = ALL COMPANIES); COLS 10-17 THE OPERATOR
       01  STMT-PARM-RECORD.
           05  SP-SELECTION           PIC X(5).
           05  FILLER                 PIC X(1).
           05  SP-COMPANY             PIC X(2).
           05  FILLER                 PIC X(1).
           05  SP-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(63).
      ***
      ***
       WORKING-STORAGE SECTION.

       01  WS-SEL-COMPANY             PIC X(2)     VALUE SPACES.
       01  WS-YTD-COMPANY-NORM        PIC X(2)     VALUE SPACES.
       01  WS-SEL-OPERATOR            PIC X(8)     VALUE 'BATCH'.
       01  WS-REFUSED-COUNT           PIC 9(5)     VALUE 0.

      *    SHARED PREDECESSOR-CHECK LINK AREA
       COPY TCPYDEP.

      *    SHARED SENSITIVE-DATA ACCESS LOG LINK AREA
       COPY TCPYACL.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

           88  WS-MASTER-FOUND                     VALUE 'Y'.

       01  WS-STMT-COUNT              PIC 9(5)     VALUE 0.
       01  WS-YTD-REIMB               PIC S9(7)V99 VALUE 0.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
                    IF SP-COMPANY NOT = SPACES
                       MOVE SP-COMPANY TO WS-SEL-COMPANY
                    END-IF
                    IF SP-OPERATOR NOT = SPACES
                       MOVE SP-OPERATOR TO WS-SEL-OPERATOR
                    END-IF
              END-READ
              CLOSE STMT-PARM-FILE
           END-IF.
               OR YTD-EMP-NUM = FUNCTION NUMVAL(WS-SELECTION))
              AND (WS-SEL-COMPANY = SPACES
                   OR WS-YTD-COMPANY-NORM = WS-SEL-COMPANY)
              PERFORM 0220-LOG-ACCESS
              IF AL-MAY-DISPLAY
                 PERFORM 0300-PRINT-STATEMENT
              END-IF
           END-IF.
           PERFORM 0210-READ-YTD.

              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0220-LOG-ACCESS.
           MOVE 'WBCI0120' TO AL-PROGRAM.
           MOVE WS-SEL-OPERATOR TO AL-OPERATOR.
           MOVE YTD-EMP-NUM TO AL-EMP-NUM.
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
           MOVE YTD-EMP-NUM TO VM-EMP-NUM.
           MOVE 'YTD DEDUCTIONS' TO WS-AMT-LABEL.
           MOVE YTD-DED-TOTAL TO WS-AMT-VALUE.
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE.
      *    REIMBURSEMENTS ARE PAID IN NET BUT ARE NOT EARNINGS
           IF YTD-REIMB-TOTAL NUMERIC
              MOVE YTD-REIMB-TOTAL TO WS-YTD-REIMB
           ELSE
              MOVE 0 TO WS-YTD-REIMB
           END-IF.
           IF WS-YTD-REIMB NOT = 0
              MOVE 'YTD REIMBURSEMENTS' TO WS-AMT-LABEL
              MOVE WS-YTD-REIMB TO WS-AMT-VALUE
              WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           END-IF.
           MOVE 'YTD NET' TO WS-AMT-LABEL.
           COMPUTE WS-AMT-VALUE = YTD-COMP-TOTAL - YTD-DED-TOTAL
                                + WS-YTD-REIMB.
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE.
           MOVE 'LAST POSTED' TO WS-INF-LABEL.
           MOVE YTD-LAST-RUN-ID TO WS-INF-VALUE.
           CLOSE EMPLOYEE-FILE.
           CLOSE STATEMENT-REPORT.
           DISPLAY 'WBCI0120 STATEMENTS PRINTED: ' WS-STMT-COUNT.
           IF WS-REFUSED-COUNT > 0
              DISPLAY 'WBCI0120 STATEMENTS REFUSED: ' WS-REFUSED-COUNT
           END-IF.
