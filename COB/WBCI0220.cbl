      *    DR  EXPENSE ACCOUNT (GLMAP)         GROSS                  *
      *    CR  PAYROLL CLEARING ACCOUNT        NET                    *
      *    CR  DEDUCTIONS PAYABLE ACCOUNT      DEDUCTIONS             *
      *    DR  REIMBURSEMENT ACCOUNT (GLMAP)   REIMBURSEMENTS         *
      *  (NET ON THE CLEARING CREDIT INCLUDES THE REIMBURSEMENTS PAID *
      *  WITH THE RUN, WHICH ARE NEVER PART OF THE GROSS DEBIT.)      *
      *  FOLLOWED BY THE EMPLOYER COSTS WBCI0040 ACCRUED (ERCFEED,    *
      *  ONE RECORD PER GROUP AND COST TYPE, ACCOUNTS FROM ERCRATE):  *
      *    DR  EMPLOYER-COST EXPENSE ACCOUNT   EMPLOYER COST          *
      *    CR  EMPLOYER LIABILITY ACCOUNT      EMPLOYER COST          *
      *  THE JOURNAL CARRIES A BATCH HEADER AND A TRAILER WITH LINE   *
      *  COUNT AND DEBIT/CREDIT HASH TOTALS.  IF DEBITS AND CREDITS   *
      *  DISAGREE, OR ANY GROUP HAS NO GLMAP ACCOUNT (OR A COST TYPE  *
      *  HAS NO EXPENSE OR LIABILITY ACCOUNT), THE WHOLE              *
      *  JOURNAL IS REJECTED WITH CC 8 - NOTHING PARTIAL EVER         *
      *  REACHES THE LEDGER.                                           *
      *                                                                *
      *  GLMAP CARD: COMPANY(2) REGION(1) TYPE(1) EXPENSE-ACCT(8)     *
      *  CLEARING-ACCT(8) DEDUCTION-ACCT(8) REIMBURSE-ACCT(8),       *
      *  BLANK-SEPARATED; A CARD WITH COMPANY '**' IS THE CATCH-ALL   *
      *  DEFAULT.  A GROUP WITH REIMBURSEMENTS WHOSE CARD HAS NO      *
      *  REIMBURSE-ACCT REFUSES THE JOURNAL LIKE AN UNMAPPED GROUP.   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FEED-STATUS.
           SELECT GL-MAP-FILE   ASSIGN TO GLMAP
               FILE STATUS IS WS-MAP-STATUS.
           SELECT EMPLOYER-COST-FEED ASSIGN TO ERCFEED
               FILE STATUS IS WS-ERC-STATUS.
           SELECT GL-JOURNAL    ASSIGN TO GLJRNL.
           SELECT GL-REPORT     ASSIGN TO GLRPT.
       DATA DIVISION.
           05  GF-ADJ-COUNT           PIC X(5).
           05  FILLER                 PIC X(1).
           05  GF-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  GF-REIMB-DIGITS        PIC X(11).
           05  FILLER                 PIC X(17).

       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD
           05  GM-CLEARING-ACCT       PIC X(8).
           05  FILLER                 PIC X(1).
           05  GM-DEDUCTION-ACCT      PIC X(8).
           05  FILLER                 PIC X(1).
           05  GM-REIMB-ACCT          PIC X(8).
           05  FILLER                 PIC X(38).

       FD  EMPLOYER-COST-FEED
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYERC.

       FD  GL-JOURNAL
           LABEL RECORDS ARE STANDARD
       WORKING-STORAGE SECTION.
       01  WS-FEED-STATUS             PIC XX       VALUE SPACES.
       01  WS-MAP-STATUS              PIC XX       VALUE SPACES.
       01  WS-ERC-STATUS              PIC XX       VALUE SPACES.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-MAP-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-MAP-EOF                          VALUE 'Y'.

       01  WS-ERC-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-ERC-EOF                          VALUE 'Y'.

       01  WS-HEADER-FLAG             PIC X(1)     VALUE 'N'.
           88  WS-HEADER-WRITTEN                   VALUE 'Y'.

       01  WS-MAP-IDX                 PIC 9(2)     VALUE 0.
       01  WS-MAP-FOUND               PIC 9(2)     VALUE 0.
       01  WS-MAP-DEFAULT             PIC 9(2)     VALUE 0.
               10  WS-GM-EXPENSE      PIC X(8).
               10  WS-GM-CLEARING     PIC X(8).
               10  WS-GM-DEDUCTION    PIC X(8).
               10  WS-GM-REIMB        PIC X(8).

       01  WS-GROSS-AMT               PIC 9(9)V99  VALUE 0.
       01  WS-DED-AMT                 PIC 9(9)V99  VALUE 0.
       01  WS-NET-AMT                 PIC 9(9)V99  VALUE 0.
       01  WS-REIMB-AMT               PIC 9(9)V99  VALUE 0.
       01  WS-ERC-AMT                 PIC 9(9)V99  VALUE 0.
       01  WS-ERC-TOTAL               PIC 9(11)V99 VALUE 0.
       01  WS-ERC-COUNT               PIC 9(5)     VALUE 0.

       01  WS-GROUP-COUNT             PIC 9(5)     VALUE 0.
       01  WS-LINE-COUNT              PIC 9(7)     VALUE 0.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-JOURNAL-ONE-GROUP UNTIL WS-EOF.
           PERFORM 0500-JOURNAL-EMPLOYER-COSTS.
           PERFORM 0800-BALANCE-AND-CLOSE.
           PERFORM 0900-TERMINATE.
           STOP RUN.
              IF NOT WS-EOF
                 MOVE GF-RUN-DATE TO WS-JH-RUN-DATE
                 WRITE GL-JOURNAL-RECORD FROM WS-JRNL-HEADER
                 MOVE 'Y' TO WS-HEADER-FLAG
              END-IF
           END-IF.

                       TO WS-GM-CLEARING(WS-MAP-COUNT)
                    MOVE GM-DEDUCTION-ACCT
                       TO WS-GM-DEDUCTION(WS-MAP-COUNT)
                    MOVE GM-REIMB-ACCT
                       TO WS-GM-REIMB(WS-MAP-COUNT)
                    IF GM-COMPANY = '**'
                       MOVE WS-MAP-COUNT TO WS-MAP-DEFAULT
                    END-IF
              ADD 1 TO WS-GROUP-COUNT
              MOVE GF-COMP-DIGITS TO WS-GROSS-AMT(1:11)
              MOVE GF-DED-DIGITS TO WS-DED-AMT(1:11)
      *       A FEED WRITTEN BEFORE REIMBURSEMENTS CARRIES SPACES
              IF GF-REIMB-DIGITS NUMERIC
                 MOVE GF-REIMB-DIGITS TO WS-REIMB-AMT(1:11)
              ELSE
                 MOVE 0 TO WS-REIMB-AMT
              END-IF
              COMPUTE WS-NET-AMT = WS-GROSS-AMT - WS-DED-AMT
                                 + WS-REIMB-AMT
              PERFORM 0300-MAP-AND-POST THRU 0300-POST-EXIT
           END-IF.
           PERFORM 0210-READ-FEED.
              WRITE GL-REPORT-RECORD
              GO TO 0300-POST-EXIT
           END-IF.
           IF WS-REIMB-AMT > 0
              AND WS-GM-REIMB(WS-MAP-FOUND) = SPACES
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              MOVE SPACES TO GL-REPORT-RECORD
              STRING ' NO REIMBURSEMENT ACCOUNT FOR COMPANY '
                     GF-COMPANY ' REGION ' GF-REGION
                     ' TYPE ' GF-TYPE
                     DELIMITED BY SIZE INTO GL-REPORT-RECORD
              WRITE GL-REPORT-RECORD
              GO TO 0300-POST-EXIT
           END-IF.

           MOVE WS-GM-EXPENSE(WS-MAP-FOUND) TO WS-JL-ACCOUNT.
           MOVE 'DR' TO WS-JL-DRCR.
              ADD WS-DED-AMT TO WS-CREDIT-TOTAL
              PERFORM 0400-WRITE-JOURNAL-LINE
           END-IF.

           IF WS-REIMB-AMT > 0
              MOVE WS-GM-REIMB(WS-MAP-FOUND) TO WS-JL-ACCOUNT
              MOVE 'DR' TO WS-JL-DRCR
              MOVE WS-REIMB-AMT TO WS-JL-AMOUNT
              ADD WS-REIMB-AMT TO WS-DEBIT-TOTAL
              PERFORM 0400-WRITE-JOURNAL-LINE
           END-IF.
       0300-POST-EXIT.
           EXIT.

           MOVE GF-RUN-DATE TO WS-JL-RUN-DATE.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-LINE.

      *    EMPLOYER COSTS BALANCE LINE BY LINE - THE SAME AMOUNT
      *    GOES TO THE EXPENSE AND THE LIABILITY SIDE.  A COST
      *    TYPE MISSING EITHER ACCOUNT REFUSES THE JOURNAL
       0500-JOURNAL-EMPLOYER-COSTS.
           OPEN INPUT EMPLOYER-COST-FEED.
           IF WS-ERC-STATUS = '00'
              PERFORM 0510-JOURNAL-ONE-COST UNTIL WS-ERC-EOF
              CLOSE EMPLOYER-COST-FEED
           END-IF.

       0510-JOURNAL-ONE-COST.
           READ EMPLOYER-COST-FEED
              AT END
                 MOVE 'Y' TO WS-ERC-EOF-FLAG
              NOT AT END
                 IF EF-AMOUNT-DIGITS NUMERIC
                    PERFORM 0520-POST-ONE-COST THRU 0520-POST-EXIT
                 END-IF
           END-READ.

       0520-POST-ONE-COST.
           ADD 1 TO WS-ERC-COUNT.
           MOVE EF-AMOUNT-DIGITS TO WS-ERC-AMT.
           IF EF-EXPENSE-ACCT = SPACES
              OR EF-LIABILITY-ACCT = SPACES
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
              MOVE SPACES TO GL-REPORT-RECORD
              STRING ' NO ERCRATE ACCOUNT FOR COST TYPE ' EF-COST-TYPE
                     ' COMPANY ' EF-COMPANY
                     DELIMITED BY SIZE INTO GL-REPORT-RECORD
              WRITE GL-REPORT-RECORD
              GO TO 0520-POST-EXIT
           END-IF.
           IF NOT WS-HEADER-WRITTEN
              MOVE EF-RUN-DATE TO WS-JH-RUN-DATE
              WRITE GL-JOURNAL-RECORD FROM WS-JRNL-HEADER
              MOVE 'Y' TO WS-HEADER-FLAG
           END-IF.
           ADD WS-ERC-AMT TO WS-ERC-TOTAL.

           MOVE EF-EXPENSE-ACCT TO WS-JL-ACCOUNT.
           MOVE 'DR' TO WS-JL-DRCR.
           MOVE WS-ERC-AMT TO WS-JL-AMOUNT.
           ADD WS-ERC-AMT TO WS-DEBIT-TOTAL.
           PERFORM 0530-WRITE-COST-LINE.

           MOVE EF-LIABILITY-ACCT TO WS-JL-ACCOUNT.
           MOVE 'CR' TO WS-JL-DRCR.
           MOVE WS-ERC-AMT TO WS-JL-AMOUNT.
           ADD WS-ERC-AMT TO WS-CREDIT-TOTAL.
           PERFORM 0530-WRITE-COST-LINE.
       0520-POST-EXIT.
           EXIT.

       0530-WRITE-COST-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE EF-COMPANY TO WS-JL-COMPANY.
           MOVE EF-REGION TO WS-JL-REGION.
           MOVE EF-TYPE TO WS-JL-TYPE.
           MOVE EF-RUN-DATE TO WS-JL-RUN-DATE.
           WRITE GL-JOURNAL-RECORD FROM WS-JRNL-LINE.

       0800-BALANCE-AND-CLOSE.
           MOVE WS-LINE-COUNT TO WS-JT-LINES.
           MOVE WS-DEBIT-TOTAL TO WS-JT-DEBITS.
           MOVE 'JOURNAL CREDITS' TO WS-RPT-LABEL.
           MOVE WS-CREDIT-TOTAL TO WS-RPT-AMOUNT.
           WRITE GL-REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'OF WHICH EMPLOYER COST ACCRUED' TO WS-RPT-LABEL.
           MOVE WS-ERC-TOTAL TO WS-RPT-AMOUNT.
           WRITE GL-REPORT-RECORD FROM WS-RPT-LINE.

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              MOVE 'N' TO WS-JOURNAL-OK-FLAG
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0220' TO JL-PROGRAM.
           COMPUTE JL-RECORDS-IN = WS-GROUP-COUNT + WS-ERC-COUNT.
           MOVE WS-LINE-COUNT TO JL-RECORDS-OUT.
           MOVE WS-UNMAPPED-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
