      *  CONTRACTORS WHOSE CONTRACT-END-DATE PASSED DURING THE        *
      *  CLOSING YEAR ARE FLAGGED 'P' (PARTIAL YEAR).  CONTRACTORS    *
      *  UNDER THE THRESHOLD ARE COUNTED AND SKIPPED.                  *
      *  THE TOTAL PAID IS YTD-COMP-TOTAL ONLY - EXPENSE              *
      *  REIMBURSEMENTS (YTD-REIMB-TOTAL) ARE NOT REPORTABLE INCOME    *
      *  AND NEVER ENTER THE EXTRACT OR THE THRESHOLD TEST.            *
      *                                                                *
      *  CTRPARM CARD: COLS 1-4 CLOSING YEAR, COLS 6-14 THRESHOLD     *
      *  AMOUNT (9(7)V99 IMPLIED).                                    *
      *  BOTH COME FROM THE PARMREG REGISTRY (WBCI0260 CLOSE-YEAR,     *
      *  THRESHOLD - DIGITS WITH TWO IMPLIED DECIMALS) THROUGH         *
      *  PARMLKSB WHEN IT HOLDS THEM; THE CTRPARM CARD IS STILL READ   *
      *  AS THE FALLBACK WHILE THE JOBS MOVE OVER.                     *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  YTD-COMPANY            PIC X(2).
           05  YTD-PERIOD             PIC 9(4).
           05  YTD-RUN-TYPE           PIC X(1).
           05  YTD-REIMB-TOTAL        PIC S9(7)V99 COMP-3.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.

      *    SHARED PARAMETER LOOKUP LINK AREA
       COPY TCPYPLK.
      ***
      ***
       PROCEDURE DIVISION.
              END-READ
              CLOSE CTR-PARM-FILE
           END-IF.
           PERFORM 0105-REGISTRY-PARMS.
           COMPUTE WS-YEAR-START = WS-CLOSE-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-CLOSE-YEAR * 10000 + 1231.

              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *    A REGISTRY VALUE WINS OVER THE CARD
       0105-REGISTRY-PARMS.
           MOVE 'WBCI0260' TO PK-PROGRAM.
           MOVE 0 TO PK-AS-OF-DATE.
           MOVE 'CLOSE-YEAR' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 10000
              MOVE PK-NUMBER TO WS-CLOSE-YEAR
           END-IF.
           MOVE 'THRESHOLD' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              COMPUTE WS-THRESHOLD = PK-NUMBER / 100
           END-IF.

       0210-READ-YTD.
           READ YTD-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
