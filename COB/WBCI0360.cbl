       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0360.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  GARNISHMENT REMITTANCE BY RECEIVING AGENCY.                   *
      *  RUNS AFTER THE PAY RUN.  READS THE GARNREM REMITTANCES       *
      *  (TCPYGRM) WBCI0040 WROTE WITH THE YTD POSTING AND PRINTS     *
      *  THEM ON GARNRPT GROUPED BY AGENCY - EVERY ORDER WITHHELD     *
      *  FOR THE AGENCY WITH THE BALANCE STILL OWED, AND THE AMOUNT   *
      *  TO BE REMITTED TO THE AGENCY - FOLLOWED BY THE GRAND TOTAL.  *
      *  AGENCIES PRINT IN THE ORDER THEY FIRST APPEAR ON GARNREM.    *
      *  AN ORDER SATISFIED BY THIS RUN IS MARKED SO THE AGENCY CAN   *
      *  BE TOLD IT IS THE FINAL PAYMENT.                             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNISH-REMIT-FILE ASSIGN TO GARNREM
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT REMIT-REPORT  ASSIGN TO GARNRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  GARNISH-REMIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYGRM.

       FD  REMIT-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REMIT-REPORT-RECORD        PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-REMIT-STATUS            PIC XX       VALUE SPACES.
       01  WS-REMIT-EOF-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-REMIT-EOF                        VALUE 'Y'.

       01  WS-REMIT-READ-COUNT        PIC 9(5)     VALUE 0.
       01  WS-REMIT-SKIP-COUNT        PIC 9(5)     VALUE 0.
       01  WS-REMIT-AMOUNT            PIC 9(7)V99  VALUE 0.
       01  WS-GRAND-AMOUNT            PIC 9(9)V99  VALUE 0.

      *    REMITTANCES AS READ, AND THE DISTINCT AGENCIES WITH
      *    THEIR TOTALS
       01  WS-RMT-IDX                 PIC 9(4)     VALUE 0.
       01  WS-RMT-TABLE.
           05  WS-RMT-COUNT           PIC 9(4)     VALUE 0.
           05  WS-RMT-ENTRY           OCCURS 2000 TIMES.
               10  WS-RMT-AGENCY      PIC X(6).
               10  WS-RMT-EMP-NUM     PIC 9(5).
               10  WS-RMT-ORDER-NUM   PIC X(10).
               10  WS-RMT-TYPE        PIC X(1).
               10  WS-RMT-AMOUNT      PIC 9(7)V99.
               10  WS-RMT-BALANCE     PIC 9(9)V99.
               10  WS-RMT-STATUS      PIC X(1).
       01  WS-AGY-IDX                 PIC 9(3)     VALUE 0.
       01  WS-AGY-FOUND               PIC 9(3)     VALUE 0.
       01  WS-AGY-TABLE.
           05  WS-AGY-COUNT           PIC 9(3)     VALUE 0.
           05  WS-AGY-ENTRY           OCCURS 200 TIMES.
               10  WS-AGY-CODE        PIC X(6).
               10  WS-AGY-ORDERS      PIC 9(5).
               10  WS-AGY-AMOUNT      PIC 9(9)V99.

       01  WS-RUN-DATE                PIC X(8)     VALUE SPACES.

       01  WS-AGENCY-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(8)     VALUE 'AGENCY  '.
           05  WS-AGL-CODE            PIC X(6).
           05  FILLER                 PIC X(65)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  FILLER                 PIC X(7)     VALUE 'EMP NUM'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(10)    VALUE 'ORDER'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(4)     VALUE 'TYPE'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(12)    VALUE '    WITHHELD'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(14)    VALUE
                                                '  BALANCE OWED'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(18)    VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-DTL-EMP-NUM         PIC 9(5).
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-DTL-ORDER-NUM       PIC X(10).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-TYPE            PIC X(1).
           05  FILLER                 PIC X(5)     VALUE SPACES.
           05  WS-DTL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-NOTE            PIC X(18).

       01  WS-AGY-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  FILLER                 PIC X(9)     VALUE 'REMIT TO '.
           05  WS-AGT-CODE            PIC X(6).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-AGT-ORDERS          PIC ZZZZ9.
           05  FILLER                 PIC X(8)     VALUE ' ORDERS '.
           05  WS-AGT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(31)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(30).
           05  WS-TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 0200-LOAD-ONE-REMITTANCE UNTIL WS-REMIT-EOF.
           PERFORM 0300-PRINT-AGENCY
              VARYING WS-AGY-IDX FROM 1 BY 1
              UNTIL WS-AGY-IDX > WS-AGY-COUNT.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0360' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           OPEN OUTPUT REMIT-REPORT.
           MOVE ' GARNISHMENT REMITTANCE BY AGENCY - WBCI0360'
              TO REMIT-REPORT-RECORD.
           WRITE REMIT-REPORT-RECORD.

           OPEN INPUT GARNISH-REMIT-FILE.
           IF WS-REMIT-STATUS NOT = '00'
              MOVE 'WBCI0360' TO EH-PROGRAM
              MOVE 'RMTOPEN ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-REMIT-STATUS TO EH-FILE-STATUS
              MOVE 'GARNREM NOT AVAILABLE - NOTHING TO REMIT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-REMIT-EOF-FLAG
           END-IF.

      *    A REMITTANCE THAT WILL NOT FIT THE TABLES IS COUNTED
      *    AS SKIPPED AND TURNS THE STEP TO RC 8 - AN AGENCY MUST
      *    NEVER BE SHORT-PAID WITHOUT SOMEONE BEING TOLD
       0200-LOAD-ONE-REMITTANCE.
           READ GARNISH-REMIT-FILE
              AT END
                 MOVE 'Y' TO WS-REMIT-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-REMIT-READ-COUNT
                 IF WS-RUN-DATE = SPACES
                    MOVE GM-RUN-DATE TO WS-RUN-DATE
                 END-IF
                 MOVE 0 TO WS-AGY-FOUND
                 PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                         UNTIL WS-AGY-IDX > WS-AGY-COUNT
                    IF WS-AGY-CODE(WS-AGY-IDX) = GM-AGENCY
                       MOVE WS-AGY-IDX TO WS-AGY-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-AGY-FOUND = 0
                    AND WS-AGY-COUNT < 200
                    ADD 1 TO WS-AGY-COUNT
                    MOVE WS-AGY-COUNT TO WS-AGY-FOUND
                    MOVE GM-AGENCY TO WS-AGY-CODE(WS-AGY-FOUND)
                    MOVE 0 TO WS-AGY-ORDERS(WS-AGY-FOUND)
                    MOVE 0 TO WS-AGY-AMOUNT(WS-AGY-FOUND)
                 END-IF
                 IF WS-AGY-FOUND = 0
                    OR WS-RMT-COUNT NOT < 2000
                    ADD 1 TO WS-REMIT-SKIP-COUNT
                 ELSE
                    ADD 1 TO WS-RMT-COUNT
                    MOVE GM-AGENCY TO WS-RMT-AGENCY(WS-RMT-COUNT)
                    MOVE GM-EMP-NUM TO WS-RMT-EMP-NUM(WS-RMT-COUNT)
                    MOVE GM-ORDER-NUM
                       TO WS-RMT-ORDER-NUM(WS-RMT-COUNT)
                    MOVE GM-ORDER-TYPE TO WS-RMT-TYPE(WS-RMT-COUNT)
                    MOVE GM-AMOUNT-DIGITS
                       TO WS-RMT-AMOUNT(WS-RMT-COUNT)
                    MOVE GM-BALANCE-DIGITS
                       TO WS-RMT-BALANCE(WS-RMT-COUNT)
                    MOVE GM-STATUS TO WS-RMT-STATUS(WS-RMT-COUNT)
                    ADD 1 TO WS-AGY-ORDERS(WS-AGY-FOUND)
                    ADD GM-AMOUNT-DIGITS
                       TO WS-AGY-AMOUNT(WS-AGY-FOUND)
                    ADD GM-AMOUNT-DIGITS TO WS-GRAND-AMOUNT
                 END-IF
           END-READ.

       0300-PRINT-AGENCY.
           MOVE SPACES TO REMIT-REPORT-RECORD.
           WRITE REMIT-REPORT-RECORD.
           MOVE WS-AGY-CODE(WS-AGY-IDX) TO WS-AGL-CODE.
           WRITE REMIT-REPORT-RECORD FROM WS-AGENCY-LINE.
           WRITE REMIT-REPORT-RECORD FROM WS-HEADING-LINE.
           PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                   UNTIL WS-RMT-IDX > WS-RMT-COUNT
              IF WS-RMT-AGENCY(WS-RMT-IDX) = WS-AGY-CODE(WS-AGY-IDX)
                 PERFORM 0310-PRINT-REMITTANCE
              END-IF
           END-PERFORM.
           MOVE WS-AGY-CODE(WS-AGY-IDX) TO WS-AGT-CODE.
           MOVE WS-AGY-ORDERS(WS-AGY-IDX) TO WS-AGT-ORDERS.
           MOVE WS-AGY-AMOUNT(WS-AGY-IDX) TO WS-AGT-AMOUNT.
           WRITE REMIT-REPORT-RECORD FROM WS-AGY-TOTAL-LINE.

       0310-PRINT-REMITTANCE.
           MOVE WS-RMT-EMP-NUM(WS-RMT-IDX) TO WS-DTL-EMP-NUM.
           MOVE WS-RMT-ORDER-NUM(WS-RMT-IDX) TO WS-DTL-ORDER-NUM.
           MOVE WS-RMT-TYPE(WS-RMT-IDX) TO WS-DTL-TYPE.
           MOVE WS-RMT-AMOUNT(WS-RMT-IDX) TO WS-DTL-AMOUNT.
           MOVE WS-RMT-BALANCE(WS-RMT-IDX) TO WS-DTL-BALANCE.
           IF WS-RMT-STATUS(WS-RMT-IDX) = 'S'
              MOVE 'FINAL - SATISFIED' TO WS-DTL-NOTE
           ELSE
              MOVE SPACES TO WS-DTL-NOTE
           END-IF.
           WRITE REMIT-REPORT-RECORD FROM WS-DETAIL-LINE.

       0800-PRINT-TOTALS.
           MOVE SPACES TO REMIT-REPORT-RECORD.
           WRITE REMIT-REPORT-RECORD.
           MOVE WS-RUN-DATE TO REMIT-REPORT-RECORD(2:8).
           MOVE 'PAY RUN' TO REMIT-REPORT-RECORD(11:7).
           WRITE REMIT-REPORT-RECORD.
           MOVE WS-AGY-COUNT TO WS-TOT-COUNT.
           MOVE 'AGENCIES' TO WS-TOT-LABEL.
           MOVE 0 TO WS-TOT-AMOUNT.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-RMT-COUNT TO WS-TOT-COUNT.
           MOVE 'ORDERS WITHHELD - TOTAL' TO WS-TOT-LABEL.
           MOVE WS-GRAND-AMOUNT TO WS-TOT-AMOUNT.
           PERFORM 0810-WRITE-TOTAL-LINE.
           IF WS-REMIT-SKIP-COUNT > 0
              MOVE WS-REMIT-SKIP-COUNT TO WS-TOT-COUNT
              MOVE 'NOT LISTED - TABLE FULL' TO WS-TOT-LABEL
              MOVE 0 TO WS-TOT-AMOUNT
              PERFORM 0810-WRITE-TOTAL-LINE
           END-IF.

       0810-WRITE-TOTAL-LINE.
           WRITE REMIT-REPORT-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-REMIT-STATUS = '00' OR WS-REMIT-STATUS = '10'
              CLOSE GARNISH-REMIT-FILE
           END-IF.
           CLOSE REMIT-REPORT.

           IF WS-REMIT-SKIP-COUNT > 0
              MOVE 'WBCI0360' TO EH-PROGRAM
              MOVE 'RMTFULL ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'REMITTANCES NOT LISTED - AGENCY TOTALS SHORT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0360' TO JL-PROGRAM.
           MOVE WS-REMIT-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-RMT-COUNT TO JL-RECORDS-OUT.
           MOVE WS-REMIT-SKIP-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0360 AGENCIES: ' WS-AGY-COUNT
                   ' REMITTANCES: ' WS-RMT-COUNT.
