       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0370.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PERIOD EMPLOYER-COST REPORT.                                  *
      *  READS THE ERCFEED EMPLOYER-COST RECORDS (TCPYERC) WBCI0040   *
      *  WRITES AT EACH COMPANY/REGION/TYPE BREAK - THE PERIOD'S RUNS *
      *  MAY BE CONCATENATED ON THE DD - AND PRINTS ERCRPT: FOR EACH  *
      *  COMPANY, EACH REGION'S COST TYPES WITH THE WAGES THEY WERE   *
      *  CHARGED ON AND THE EMPLOYER COST, A REGION SUBTOTAL, A       *
      *  COMPANY TOTAL BY COST TYPE AND A GRAND TOTAL.  THE REPORT    *
      *  COVERS THE PAY PERIOD OF THE FIRST RECORD; RECORDS OF ANY    *
      *  OTHER PERIOD ARE COUNTED, LEFT OUT AND RAISE RC 4.           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYER-COST-FEED ASSIGN TO ERCFEED
               FILE STATUS IS WS-ERC-STATUS.
           SELECT COST-REPORT   ASSIGN TO ERCRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYER-COST-FEED
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYERC.

       FD  COST-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  COST-REPORT-RECORD         PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-ERC-STATUS              PIC XX       VALUE SPACES.
       01  WS-ERC-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-ERC-EOF                          VALUE 'Y'.
       01  WS-PERIOD-FLAG             PIC X(1)     VALUE 'N'.
           88  WS-PERIOD-SET                       VALUE 'Y'.

       01  WS-PERIOD                  PIC X(4)     VALUE SPACES.
       01  WS-READ-COUNT              PIC 9(6)     VALUE 0.
       01  WS-OTHER-PERIOD-COUNT      PIC 9(6)     VALUE 0.
       01  WS-FULL-COUNT              PIC 9(6)     VALUE 0.
       01  WS-REGION                  PIC 9(1)     VALUE 0.
       01  WS-REGION-AMT              PIC 9(11)V99 VALUE 0.
       01  WS-REGION-WAGES            PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-AMT               PIC 9(11)V99 VALUE 0.

      *    COMPANY / REGION / COST TYPE ACCUMULATORS, AND THE
      *    COMPANIES IN THE ORDER THEY FIRST APPEAR
       01  WS-ACC-IDX                 PIC 9(3)     VALUE 0.
       01  WS-ACC-FOUND               PIC 9(3)     VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-COUNT           PIC 9(3)     VALUE 0.
           05  WS-ACC-ENTRY           OCCURS 500 TIMES.
               10  WS-ACC-COMPANY     PIC X(2).
               10  WS-ACC-REGION      PIC 9(1).
               10  WS-ACC-COST-TYPE   PIC X(4).
               10  WS-ACC-WAGES       PIC 9(11)V99.
               10  WS-ACC-AMOUNT      PIC 9(11)V99.
       01  WS-CO-IDX                  PIC 9(2)     VALUE 0.
       01  WS-CO-FOUND                PIC 9(2)     VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-COUNT            PIC 9(2)     VALUE 0.
           05  WS-CO-ENTRY            OCCURS 50 TIMES.
               10  WS-CO-CODE         PIC X(2).
               10  WS-CO-AMOUNT       PIC 9(11)V99.
      *    COST-TYPE TOTALS FOR THE COMPANY BEING PRINTED
       01  WS-CT-IDX                  PIC 9(2)     VALUE 0.
       01  WS-CT-FOUND                PIC 9(2)     VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-COUNT            PIC 9(2)     VALUE 0.
           05  WS-CT-ENTRY            OCCURS 30 TIMES.
               10  WS-CT-COST-TYPE    PIC X(4).
               10  WS-CT-WAGES        PIC 9(11)V99.
               10  WS-CT-AMOUNT       PIC 9(11)V99.

       01  WS-COMPANY-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(8)     VALUE 'COMPANY '.
           05  WS-COL-COMPANY         PIC X(2).
           05  FILLER                 PIC X(69)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  FILLER                 PIC X(6)     VALUE 'REGION'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(9)     VALUE 'COST TYPE'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(17)    VALUE
                                                '   CHARGED WAGES'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(17)    VALUE
                                                '   EMPLOYER COST'.
           05  FILLER                 PIC X(20)    VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-DTL-REGION          PIC X(6).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-COST-TYPE       PIC X(9).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-WAGES           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(20)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-LABEL           PIC X(40).
           05  WS-TOT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(22)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-ACCUMULATE-ONE-COST UNTIL WS-ERC-EOF.
           PERFORM 0300-PRINT-COMPANY
              VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-COUNT.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0370' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           OPEN OUTPUT COST-REPORT.
           OPEN INPUT EMPLOYER-COST-FEED.
           IF WS-ERC-STATUS NOT = '00'
              MOVE 'WBCI0370' TO EH-PROGRAM
              MOVE 'ERCOPEN ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-ERC-STATUS TO EH-FILE-STATUS
              MOVE 'ERCFEED NOT AVAILABLE - NO EMPLOYER COSTS'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-ERC-EOF-FLAG
           END-IF.

       0200-ACCUMULATE-ONE-COST.
           READ EMPLOYER-COST-FEED
              AT END
                 MOVE 'Y' TO WS-ERC-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 IF NOT WS-PERIOD-SET
                    MOVE EF-PERIOD TO WS-PERIOD
                    MOVE 'Y' TO WS-PERIOD-FLAG
                    MOVE SPACES TO COST-REPORT-RECORD
                    STRING ' EMPLOYER PAYROLL COST - PERIOD '
                           WS-PERIOD ' - WBCI0370'
                           DELIMITED BY SIZE INTO COST-REPORT-RECORD
                    WRITE COST-REPORT-RECORD
                 END-IF
                 IF EF-PERIOD NOT = WS-PERIOD
                    ADD 1 TO WS-OTHER-PERIOD-COUNT
                 ELSE
                    IF EF-AMOUNT-DIGITS NUMERIC
                       AND EF-WAGES-DIGITS NUMERIC
                       PERFORM 0210-ADD-TO-TOTALS
                    END-IF
                 END-IF
           END-READ.

       0210-ADD-TO-TOTALS.
           MOVE 0 TO WS-ACC-FOUND.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
              IF WS-ACC-COMPANY(WS-ACC-IDX) = EF-COMPANY
                 AND WS-ACC-REGION(WS-ACC-IDX) = EF-REGION
                 AND WS-ACC-COST-TYPE(WS-ACC-IDX) = EF-COST-TYPE
                 MOVE WS-ACC-IDX TO WS-ACC-FOUND
              END-IF
           END-PERFORM.
           IF WS-ACC-FOUND = 0
              AND WS-ACC-COUNT < 500
              ADD 1 TO WS-ACC-COUNT
              MOVE WS-ACC-COUNT TO WS-ACC-FOUND
              MOVE EF-COMPANY TO WS-ACC-COMPANY(WS-ACC-FOUND)
              MOVE EF-REGION TO WS-ACC-REGION(WS-ACC-FOUND)
              MOVE EF-COST-TYPE TO WS-ACC-COST-TYPE(WS-ACC-FOUND)
              MOVE 0 TO WS-ACC-WAGES(WS-ACC-FOUND)
              MOVE 0 TO WS-ACC-AMOUNT(WS-ACC-FOUND)
           END-IF.
           MOVE 0 TO WS-CO-FOUND.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
              IF WS-CO-CODE(WS-CO-IDX) = EF-COMPANY
                 MOVE WS-CO-IDX TO WS-CO-FOUND
              END-IF
           END-PERFORM.
           IF WS-CO-FOUND = 0
              AND WS-CO-COUNT < 50
              ADD 1 TO WS-CO-COUNT
              MOVE WS-CO-COUNT TO WS-CO-FOUND
              MOVE EF-COMPANY TO WS-CO-CODE(WS-CO-FOUND)
              MOVE 0 TO WS-CO-AMOUNT(WS-CO-FOUND)
           END-IF.
           IF WS-ACC-FOUND = 0
              OR WS-CO-FOUND = 0
              ADD 1 TO WS-FULL-COUNT
           ELSE
              ADD EF-WAGES-DIGITS TO WS-ACC-WAGES(WS-ACC-FOUND)
              ADD EF-AMOUNT-DIGITS TO WS-ACC-AMOUNT(WS-ACC-FOUND)
              ADD EF-AMOUNT-DIGITS TO WS-CO-AMOUNT(WS-CO-FOUND)
              ADD EF-AMOUNT-DIGITS TO WS-GRAND-AMT
           END-IF.

      ****************************************************
      ****    ONE COMPANY: REGIONS IN ORDER, THEN COST TYPES
      ****************************************************
       0300-PRINT-COMPANY.
           MOVE SPACES TO COST-REPORT-RECORD.
           WRITE COST-REPORT-RECORD.
           MOVE WS-CO-CODE(WS-CO-IDX) TO WS-COL-COMPANY.
           WRITE COST-REPORT-RECORD FROM WS-COMPANY-LINE.
           WRITE COST-REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE 0 TO WS-CT-COUNT.
           PERFORM 0310-PRINT-REGION
              VARYING WS-REGION FROM 0 BY 1
              UNTIL WS-REGION > 8.
           MOVE 9 TO WS-REGION.
           PERFORM 0310-PRINT-REGION.
           MOVE SPACES TO COST-REPORT-RECORD.
           WRITE COST-REPORT-RECORD.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
              MOVE 'ALL' TO WS-DTL-REGION
              MOVE WS-CT-COST-TYPE(WS-CT-IDX) TO WS-DTL-COST-TYPE
              MOVE WS-CT-WAGES(WS-CT-IDX) TO WS-DTL-WAGES
              MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-DTL-AMOUNT
              WRITE COST-REPORT-RECORD FROM WS-DETAIL-LINE
           END-PERFORM.
           MOVE SPACES TO WS-TOT-LABEL.
           STRING '    COMPANY ' WS-CO-CODE(WS-CO-IDX)
                  ' EMPLOYER COST'
                  DELIMITED BY SIZE INTO WS-TOT-LABEL.
           MOVE WS-CO-AMOUNT(WS-CO-IDX) TO WS-TOT-AMOUNT.
           WRITE COST-REPORT-RECORD FROM WS-TOTAL-LINE.

       0310-PRINT-REGION.
           MOVE 0 TO WS-REGION-AMT.
           MOVE 0 TO WS-REGION-WAGES.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
              IF WS-ACC-COMPANY(WS-ACC-IDX) = WS-CO-CODE(WS-CO-IDX)
                 AND WS-ACC-REGION(WS-ACC-IDX) = WS-REGION
                 PERFORM 0320-PRINT-ONE-COST
              END-IF
           END-PERFORM.
           IF WS-REGION-AMT NOT = 0
              MOVE SPACES TO WS-TOT-LABEL
              STRING '    REGION ' WS-REGION ' TOTAL'
                     DELIMITED BY SIZE INTO WS-TOT-LABEL
              MOVE WS-REGION-AMT TO WS-TOT-AMOUNT
              WRITE COST-REPORT-RECORD FROM WS-TOTAL-LINE
           END-IF.

       0320-PRINT-ONE-COST.
           MOVE SPACES TO WS-DTL-REGION.
           MOVE WS-REGION TO WS-DTL-REGION(1:1).
           MOVE WS-ACC-COST-TYPE(WS-ACC-IDX) TO WS-DTL-COST-TYPE.
           MOVE WS-ACC-WAGES(WS-ACC-IDX) TO WS-DTL-WAGES.
           MOVE WS-ACC-AMOUNT(WS-ACC-IDX) TO WS-DTL-AMOUNT.
           WRITE COST-REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD WS-ACC-AMOUNT(WS-ACC-IDX) TO WS-REGION-AMT.
           ADD WS-ACC-WAGES(WS-ACC-IDX) TO WS-REGION-WAGES.
           MOVE 0 TO WS-CT-FOUND.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
              IF WS-CT-COST-TYPE(WS-CT-IDX) =
                 WS-ACC-COST-TYPE(WS-ACC-IDX)
                 MOVE WS-CT-IDX TO WS-CT-FOUND
              END-IF
           END-PERFORM.
           IF WS-CT-FOUND = 0
              AND WS-CT-COUNT < 30
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CT-FOUND
              MOVE WS-ACC-COST-TYPE(WS-ACC-IDX)
                 TO WS-CT-COST-TYPE(WS-CT-FOUND)
              MOVE 0 TO WS-CT-WAGES(WS-CT-FOUND)
              MOVE 0 TO WS-CT-AMOUNT(WS-CT-FOUND)
           END-IF.
           IF WS-CT-FOUND NOT = 0
              ADD WS-ACC-WAGES(WS-ACC-IDX) TO WS-CT-WAGES(WS-CT-FOUND)
              ADD WS-ACC-AMOUNT(WS-ACC-IDX)
                 TO WS-CT-AMOUNT(WS-CT-FOUND)
           END-IF.

       0800-PRINT-TOTALS.
           MOVE SPACES TO COST-REPORT-RECORD.
           WRITE COST-REPORT-RECORD.
           MOVE 'TOTAL EMPLOYER COST FOR THE PERIOD' TO WS-TOT-LABEL.
           MOVE WS-GRAND-AMT TO WS-TOT-AMOUNT.
           WRITE COST-REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-OTHER-PERIOD-COUNT > 0
              MOVE SPACES TO COST-REPORT-RECORD
              STRING ' RECORDS FOR ANOTHER PERIOD LEFT OUT: '
                     WS-OTHER-PERIOD-COUNT
                     DELIMITED BY SIZE INTO COST-REPORT-RECORD
              WRITE COST-REPORT-RECORD
           END-IF.
           IF WS-FULL-COUNT > 0
              MOVE SPACES TO COST-REPORT-RECORD
              STRING ' RECORDS NOT REPORTED - TABLE FULL: '
                     WS-FULL-COUNT
                     DELIMITED BY SIZE INTO COST-REPORT-RECORD
              WRITE COST-REPORT-RECORD
           END-IF.

       0900-TERMINATE.
           IF WS-ERC-STATUS = '00' OR WS-ERC-STATUS = '10'
              CLOSE EMPLOYER-COST-FEED
           END-IF.
           CLOSE COST-REPORT.

           IF WS-OTHER-PERIOD-COUNT > 0
              MOVE 'WBCI0370' TO EH-PROGRAM
              MOVE 'ERCPERD ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'ERCFEED HOLDS MORE THAN ONE PERIOD - SEE ERCRPT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           IF WS-FULL-COUNT > 0
              MOVE 'WBCI0370' TO EH-PROGRAM
              MOVE 'ERCFULL ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'EMPLOYER COSTS NOT REPORTED - TOTALS SHORT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0370' TO JL-PROGRAM.
           MOVE WS-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-ACC-COUNT TO JL-RECORDS-OUT.
           COMPUTE JL-RECORDS-REJ =
              WS-OTHER-PERIOD-COUNT + WS-FULL-COUNT.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0370 COST LINES: ' WS-ACC-COUNT
                   ' PERIOD: ' WS-PERIOD.
