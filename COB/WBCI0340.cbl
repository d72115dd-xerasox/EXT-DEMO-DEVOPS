       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0340.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  RETURNED-DEPOSIT REISSUE PROCESSING.                          *
      *  RUNS AFTER WBCI0180 AGAINST THE SAME PAYFILE AND BANKRET.    *
      *  EACH DEPOSIT THE BANK RETURNED (STATUS R, NON-ZERO AMOUNT -  *
      *  ZERO-AMOUNT RETURNS ARE PRENOTES, LEFT TO WBCI0330) IS       *
      *  MATCHED TO THE PAYFILE PAYMENT IT CAME FROM AND:              *
      *    - GOES ON THE KEYED RETLEDG RETURNS LEDGER (TCPYRTL)        *
      *    - GETS A REISSUE TRANSACTION ON RISSUE, WHICH WBCI0320     *
      *      PAYS BY PAPER CHECK ON ITS NEXT RUN                       *
      *    - FLAGS THE EMPMSTR BANK DETAILS SUSPECT WHEN THEY STILL   *
      *      NAME THE ACCOUNT THAT RETURNED IT, SO WBCI0170 STOPS     *
      *      DEPOSITING THERE UNTIL WBCI0070 RE-KEYS THE ACCOUNT      *
      *  A RETURN ALREADY ON THE LEDGER IS NOT PROCESSED AGAIN.       *
      *  REISSUE CHECKS ARE THEN FOLLOWED TO THE END: ONE ON THE      *
      *  BANK'S CHKPAID PAID-CHECK FILE IS CLEARED, ONE VOIDED ON THE *
      *  CHKREG CHECK REGISTER IS MARKED VOIDED, AND A SPOILED ONE    *
      *  FOLLOWS ITS REPLACEMENT NUMBER.  RETRPT LISTS THE LEDGER.    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE  ASSIGN TO PAYFILE
               FILE STATUS IS WS-PAYFILE-STATUS.
           SELECT BANK-FILE     ASSIGN TO BANKRET
               FILE STATUS IS WS-BANK-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RETURN-LEDGER ASSIGN TO RETLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REISSUE-FILE  ASSIGN TO RISSUE
               FILE STATUS IS WS-REISSUE-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO CHKREG
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT PAID-CHECK-FILE ASSIGN TO CHKPAID
               FILE STATUS IS WS-PAID-STATUS.
           SELECT RETURN-REPORT ASSIGN TO RETRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF WS-PAY-HEADER/WS-PAY-DETAIL IN WBCI0170
       01  PAYMENT-RECORD.
           05  PR-MARKER              PIC X(3).
               88  PR-HEADER                       VALUE 'HDR'.
               88  PR-DETAIL                       VALUE 'DTL'.
           05  FILLER                 PIC X(1).
           05  PR-ROUTING             PIC X(9).
           05  FILLER                 PIC X(1).
           05  PR-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(1).
           05  PR-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  PR-AMOUNT-DIGITS       PIC X(11).
           05  FILLER                 PIC X(38).
       01  PAYMENT-HEADER-RECORD.
           05  FILLER                 PIC X(4).
           05  PH-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(68).

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

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  RETURN-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYRTL.

       FD  REISSUE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    ONE TRANSACTION PER RETURN TO BE PAID BY CHECK; THE
      *    EMP-NUM/RUN DATE/SEQUENCE ARE THE RETLEDG KEY
       01  REISSUE-RECORD.
           05  RI-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(1).
           05  RI-PAY-RUN-DATE        PIC 9(8).
           05  FILLER                 PIC X(1).
           05  RI-SEQ                 PIC 9(2).
           05  FILLER                 PIC X(1).
           05  RI-AMOUNT-DIGITS       PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  RI-RETURN-DATE         PIC 9(8).
           05  FILLER                 PIC X(42).

       FD  CHECK-REGISTER
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF CHECK-REGISTER-RECORD IN WBCI0320
       01  CHECK-REGISTER-RECORD.
           05  CR-CHECK-NUM           PIC 9(10).
           05  FILLER                 PIC X(1).
           05  CR-EVENT               PIC X(1).
           05  FILLER                 PIC X(1).
           05  CR-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  CR-AMOUNT-DIGITS       PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  CR-ISSUE-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  CR-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  CR-PAYEE               PIC X(15).
           05  FILLER                 PIC X(1).
           05  CR-ORIGIN              PIC X(1).
           05  FILLER                 PIC X(1).
           05  CR-REASON              PIC X(13).

       FD  PAID-CHECK-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    THE BANK'S PAID-CHECK FILE: CHECK NUMBER, AMOUNT AS
      *    9(9)V99 IMPLIED DIGITS, DATE PAID
       01  PAID-CHECK-RECORD.
           05  CP-CHECK-NUM           PIC X(10).
           05  FILLER                 PIC X(1).
           05  CP-AMOUNT-DIGITS       PIC X(11).
           05  FILLER                 PIC X(1).
           05  CP-PAID-DATE           PIC X(8).
           05  FILLER                 PIC X(49).

       FD  RETURN-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RETURN-REPORT-RECORD       PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PAYFILE-STATUS          PIC XX       VALUE SPACES.
       01  WS-BANK-STATUS             PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-LEDGER-STATUS           PIC XX       VALUE SPACES.
       01  WS-REISSUE-STATUS          PIC XX       VALUE SPACES.
       01  WS-CHKREG-STATUS           PIC XX       VALUE SPACES.
       01  WS-PAID-STATUS             PIC XX       VALUE SPACES.

       01  WS-PAY-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-PAY-EOF                          VALUE 'Y'.
       01  WS-BANK-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-BANK-EOF                         VALUE 'Y'.
       01  WS-LEDGER-EOF-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-LEDGER-EOF                       VALUE 'Y'.
       01  WS-REG-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-REG-EOF                          VALUE 'Y'.
       01  WS-PAID-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-PAID-EOF                         VALUE 'Y'.
       01  WS-MASTER-AVAIL-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MASTER-AVAILABLE                 VALUE 'Y'.
       01  WS-LEDGER-ON-FILE-FLAG     PIC X(1)     VALUE 'N'.
           88  WS-LEDGER-ON-FILE                   VALUE 'Y'.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-PAY-RUN-DATE            PIC 9(8)     VALUE 0.
       01  WS-RET-AMOUNT              PIC 9(9)V99  VALUE 0.

      *    PAYFILE PAYMENTS OF THE RUN, EACH CLAIMED BY AT MOST
      *    ONE RETURN
       01  WS-PAY-IDX                 PIC 9(3)     VALUE 0.
       01  WS-MATCH-IDX               PIC 9(3)     VALUE 0.
       01  WS-PAY-SEQ                 PIC 9(2)     VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-COUNT           PIC 9(3)     VALUE 0.
           05  WS-PAY-ENTRY           OCCURS 500 TIMES.
               10  WS-PY-EMP          PIC X(5).
               10  WS-PY-ROUTING      PIC X(9).
               10  WS-PY-ACCOUNT      PIC X(10).
               10  WS-PY-USED-FLAG    PIC X(1).
                   88  WS-PY-USED     VALUE 'Y'.

      *    REISSUE CHECKS STILL OUTSTANDING, WITH WHAT THE CHECK
      *    REGISTER AND THE PAID-CHECK FILE SAY HAPPENED TO THEM
       01  WS-OPN-IDX                 PIC 9(3)     VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPN-COUNT           PIC 9(3)     VALUE 0.
           05  WS-OPN-ENTRY           OCCURS 500 TIMES.
               10  WS-OPN-KEY         PIC X(15).
               10  WS-OPN-CHECK       PIC 9(10).
               10  WS-OPN-NEW-CHECK   PIC 9(10).
               10  WS-OPN-PAID-DATE   PIC 9(8).
               10  WS-OPN-OUTCOME     PIC X(1).
                   88  WS-OPN-NO-NEWS              VALUE ' '.
                   88  WS-OPN-PAID                 VALUE 'C'.
                   88  WS-OPN-VOIDED               VALUE 'V'.
                   88  WS-OPN-REPLACED             VALUE 'S'.
       01  WS-RPL-CHECK               PIC 9(10)    VALUE 0.

       01  WS-RETURN-COUNT            PIC 9(5)     VALUE 0.
       01  WS-LEDGERED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-ALREADY-COUNT           PIC 9(5)     VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(5)     VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-CLEARED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-VOIDED-COUNT            PIC 9(5)     VALUE 0.
       01  WS-LIST-AWAITING           PIC 9(5)     VALUE 0.
       01  WS-LIST-REISSUED           PIC 9(5)     VALUE 0.
       01  WS-LIST-CLEARED            PIC 9(5)     VALUE 0.
       01  WS-LIST-VOIDED             PIC 9(5)     VALUE 0.

       01  WS-EXCEPTION-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-EXC-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-EXC-NOTE            PIC X(40).
           05  FILLER                 PIC X(16)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(7)     VALUE 'EMP NUM'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(8)     VALUE 'PAY RUN'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(14)    VALUE '   AMOUNT'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(8)     VALUE 'RETURNED'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(10)    VALUE 'CHECK NO.'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(8)     VALUE 'REISSUED'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(10)    VALUE 'STATUS'.
           05  FILLER                 PIC X(8)     VALUE SPACES.

       01  WS-LEDGER-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-LDG-EMP-NUM         PIC 9(5).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-LDG-RUN-DATE        PIC 9(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-LDG-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-LDG-RETURN-DATE     PIC 9(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-LDG-CHECK-NUM       PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-LDG-REISSUE-DATE    PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-LDG-STATUS          PIC X(17).

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
           PERFORM 0200-PROCESS-ONE-RETURN THRU 0200-PROCESS-EXIT
              UNTIL WS-BANK-EOF.
           PERFORM 0400-FOLLOW-REISSUES THRU 0400-FOLLOW-EXIT.
           PERFORM 0600-LIST-LEDGER.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0340' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.

           OPEN OUTPUT RETURN-REPORT.
           MOVE ' RETURNED-DEPOSIT REISSUE PROCESSING - WBCI0340'
              TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           OPEN I-O RETURN-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
              OPEN OUTPUT RETURN-LEDGER
              CLOSE RETURN-LEDGER
              OPEN I-O RETURN-LEDGER
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
              MOVE 'WBCI0340' TO EH-PROGRAM
              MOVE 'LDGOPEN ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-LEDGER-STATUS TO EH-FILE-STATUS
              MOVE 'RETURNS LEDGER UNUSABLE - STEP REFUSED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-AVAIL-FLAG
           ELSE
              MOVE 'WBCI0340' TO EH-PROGRAM
              MOVE 'MSTOPEN ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPMSTR NOT AVAILABLE - ACCOUNTS NOT FLAGGED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN EXTEND REISSUE-FILE.
           IF WS-REISSUE-STATUS NOT = '00'
              OPEN OUTPUT REISSUE-FILE
              CLOSE REISSUE-FILE
              OPEN EXTEND REISSUE-FILE
           END-IF.

           PERFORM 0110-LOAD-PAYMENTS.

           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS NOT = '00'
              MOVE 'Y' TO WS-BANK-EOF-FLAG
           END-IF.

      *    THE PAYFILE HEADER CARRIES THE RUN DATE THAT KEYS
      *    THE LEDGER; WITHOUT THE PAYMENTS A RETURN CANNOT BE
      *    TIED TO AN ACCOUNT, SO NO NEW RETURNS ARE TAKEN
       0110-LOAD-PAYMENTS.
           MOVE WS-TODAY-NUM TO WS-PAY-RUN-DATE.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYFILE-STATUS = '00'
              PERFORM 0120-LOAD-ONE-PAYMENT UNTIL WS-PAY-EOF
              CLOSE PAYMENT-FILE
           ELSE
              MOVE 'WBCI0340' TO EH-PROGRAM
              MOVE 'PAYOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-PAYFILE-STATUS TO EH-FILE-STATUS
              MOVE 'PAYMENT FILE NOT AVAILABLE - NO RETURNS TAKEN'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-BANK-EOF-FLAG
           END-IF.

       0120-LOAD-ONE-PAYMENT.
           READ PAYMENT-FILE
              AT END
                 MOVE 'Y' TO WS-PAY-EOF-FLAG
              NOT AT END
                 IF PR-HEADER
                    AND PH-RUN-DATE NUMERIC
                    MOVE PH-RUN-DATE TO WS-PAY-RUN-DATE
                 END-IF
                 IF PR-DETAIL
                    AND PR-AMOUNT-DIGITS NUMERIC
                    AND WS-PAY-COUNT < 500
                    ADD 1 TO WS-PAY-COUNT
                    MOVE PR-EMP-NUM TO WS-PY-EMP(WS-PAY-COUNT)
                    MOVE PR-ROUTING TO WS-PY-ROUTING(WS-PAY-COUNT)
                    MOVE PR-ACCOUNT TO WS-PY-ACCOUNT(WS-PAY-COUNT)
                    MOVE 'N' TO WS-PY-USED-FLAG(WS-PAY-COUNT)
                 END-IF
           END-READ.

      ****************************************************
      ****    PASS 1: LEDGER, REISSUE AND FLAG EACH RETURN
      ****************************************************
       0200-PROCESS-ONE-RETURN.
           READ BANK-FILE
              AT END
                 MOVE 'Y' TO WS-BANK-EOF-FLAG
                 GO TO 0200-PROCESS-EXIT
           END-READ.
           IF NOT BR-RETURNED
              OR BR-EMP-NUM NOT NUMERIC
              OR BR-AMOUNT-DIGITS NOT NUMERIC
              GO TO 0200-PROCESS-EXIT
           END-IF.
           MOVE BR-AMOUNT-DIGITS TO WS-RET-AMOUNT(1:11).
           IF WS-RET-AMOUNT = 0
              GO TO 0200-PROCESS-EXIT
           END-IF.
           ADD 1 TO WS-RETURN-COUNT.

      *    THE SEQUENCE IS THE PAYMENT'S PLACE AMONG THE
      *    EMPLOYEE'S PAYMENTS ON THE RUN, SO A RERUN BUILDS
      *    THE SAME LEDGER KEY
           MOVE 0 TO WS-MATCH-IDX.
           MOVE 0 TO WS-PAY-SEQ.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-COUNT
                      OR WS-MATCH-IDX > 0
              IF WS-PY-EMP(WS-PAY-IDX) = BR-EMP-NUM
                 ADD 1 TO WS-PAY-SEQ
                 IF NOT WS-PY-USED(WS-PAY-IDX)
                    MOVE WS-PAY-IDX TO WS-MATCH-IDX
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE SPACES TO WS-EXCEPTION-LINE
              MOVE BR-EMP-NUM TO WS-EXC-EMP-NUM
              MOVE WS-RET-AMOUNT TO WS-EXC-AMOUNT
              MOVE 'NO PAYFILE PAYMENT - NOT REISSUED'
                 TO WS-EXC-NOTE
              WRITE RETURN-REPORT-RECORD FROM WS-EXCEPTION-LINE
              GO TO 0200-PROCESS-EXIT
           END-IF.
           MOVE 'Y' TO WS-PY-USED-FLAG(WS-MATCH-IDX).

           MOVE BR-EMP-NUM TO RL-EMP-NUM.
           MOVE WS-PAY-RUN-DATE TO RL-PAY-RUN-DATE.
           MOVE WS-PAY-SEQ TO RL-SEQ.
           MOVE 'N' TO WS-LEDGER-ON-FILE-FLAG.
           READ RETURN-LEDGER
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LEDGER-ON-FILE-FLAG
           END-READ.
           IF WS-LEDGER-ON-FILE
              ADD 1 TO WS-ALREADY-COUNT
              MOVE SPACES TO WS-EXCEPTION-LINE
              MOVE BR-EMP-NUM TO WS-EXC-EMP-NUM
              MOVE WS-RET-AMOUNT TO WS-EXC-AMOUNT
              MOVE 'ALREADY ON LEDGER - NOT REISSUED AGAIN'
                 TO WS-EXC-NOTE
              WRITE RETURN-REPORT-RECORD FROM WS-EXCEPTION-LINE
              GO TO 0200-PROCESS-EXIT
           END-IF.

           MOVE SPACES TO RETURN-LEDGER-RECORD.
           MOVE BR-EMP-NUM TO RL-EMP-NUM.
           MOVE WS-PAY-RUN-DATE TO RL-PAY-RUN-DATE.
           MOVE WS-PAY-SEQ TO RL-SEQ.
           MOVE WS-RET-AMOUNT TO RL-AMOUNT.
           MOVE 0 TO RL-ROUTING.
           IF WS-PY-ROUTING(WS-MATCH-IDX) NUMERIC
              MOVE WS-PY-ROUTING(WS-MATCH-IDX) TO RL-ROUTING
           END-IF.
           MOVE WS-PY-ACCOUNT(WS-MATCH-IDX) TO RL-ACCOUNT.
           MOVE WS-TODAY-NUM TO RL-RETURN-DATE.
           MOVE 'R' TO RL-STATUS.
           MOVE 0 TO RL-CHECK-NUM RL-REISSUE-DATE RL-CLEARED-DATE.
           WRITE RETURN-LEDGER-RECORD.
           ADD 1 TO WS-LEDGERED-COUNT.

           MOVE SPACES TO REISSUE-RECORD.
           MOVE RL-EMP-NUM TO RI-EMP-NUM.
           MOVE RL-PAY-RUN-DATE TO RI-PAY-RUN-DATE.
           MOVE RL-SEQ TO RI-SEQ.
           MOVE RL-AMOUNT TO RI-AMOUNT-DIGITS.
           MOVE RL-RETURN-DATE TO RI-RETURN-DATE.
           WRITE REISSUE-RECORD.

           PERFORM 0300-FLAG-SUSPECT THRU 0300-FLAG-EXIT.
       0200-PROCESS-EXIT.
           EXIT.

      *    ONLY THE ACCOUNT THAT RETURNED THE MONEY IS FLAGGED -
      *    ONE ALREADY RE-KEYED SINCE THE RUN IS LEFT ALONE
       0300-FLAG-SUSPECT.
           IF NOT WS-MASTER-AVAILABLE
              GO TO 0300-FLAG-EXIT
           END-IF.
           MOVE RL-EMP-NUM TO VM-EMP-NUM.
           READ MASTER-FILE
              INVALID KEY
                 GO TO 0300-FLAG-EXIT
           END-READ.
           MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD.
           IF WS-BANK-ROUTING NOT = RL-ROUTING
              OR WS-BANK-ACCOUNT NOT = RL-ACCOUNT
              OR BANK-SUSPECT
              GO TO 0300-FLAG-EXIT
           END-IF.
           MOVE 'Y' TO WS-BANK-SUSPECT.
           MOVE WS-EMPLOYEE-RECORD TO VSAM-MASTER-RECORD.
           REWRITE VSAM-MASTER-RECORD.
           ADD 1 TO WS-FLAGGED-COUNT.
       0300-FLAG-EXIT.
           EXIT.

      ****************************************************
      ****    PASS 2: FOLLOW THE REISSUE CHECKS
      ****************************************************
       0400-FOLLOW-REISSUES.
           MOVE 0 TO RL-EMP-NUM RL-PAY-RUN-DATE RL-SEQ.
           MOVE 'N' TO WS-LEDGER-EOF-FLAG.
           START RETURN-LEDGER
              KEY IS NOT LESS THAN RL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LEDGER-EOF-FLAG
           END-START.
           PERFORM 0410-COLLECT-ONE-REISSUE UNTIL WS-LEDGER-EOF.
           IF WS-OPN-COUNT = 0
              GO TO 0400-FOLLOW-EXIT
           END-IF.

           OPEN INPUT CHECK-REGISTER.
           IF WS-CHKREG-STATUS = '00'
              PERFORM 0420-SCAN-ONE-REGISTER UNTIL WS-REG-EOF
              CLOSE CHECK-REGISTER
           END-IF.
           OPEN INPUT PAID-CHECK-FILE.
           IF WS-PAID-STATUS = '00'
              PERFORM 0430-SCAN-ONE-PAID UNTIL WS-PAID-EOF
              CLOSE PAID-CHECK-FILE
           END-IF.
           PERFORM 0440-POST-ONE-OUTCOME THRU 0440-POST-EXIT
              VARYING WS-OPN-IDX FROM 1 BY 1
              UNTIL WS-OPN-IDX > WS-OPN-COUNT.
       0400-FOLLOW-EXIT.
           EXIT.

       0410-COLLECT-ONE-REISSUE.
           READ RETURN-LEDGER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LEDGER-EOF-FLAG
              NOT AT END
                 IF RL-REISSUED
                    AND WS-OPN-COUNT < 500
                    ADD 1 TO WS-OPN-COUNT
                    MOVE RL-KEY TO WS-OPN-KEY(WS-OPN-COUNT)
                    MOVE RL-CHECK-NUM TO WS-OPN-CHECK(WS-OPN-COUNT)
                    MOVE 0 TO WS-OPN-NEW-CHECK(WS-OPN-COUNT)
                    MOVE 0 TO WS-OPN-PAID-DATE(WS-OPN-COUNT)
                    MOVE SPACE TO WS-OPN-OUTCOME(WS-OPN-COUNT)
                 END-IF
           END-READ.

      *    A VOID ENDS THE REISSUE; A SPOIL IS FOLLOWED BY A
      *    REPLACEMENT ISSUE WHOSE REASON NAMES THE SPOILED NUMBER
       0420-SCAN-ONE-REGISTER.
           READ CHECK-REGISTER
              AT END
                 MOVE 'Y' TO WS-REG-EOF-FLAG
              NOT AT END
                 MOVE 0 TO WS-RPL-CHECK
                 IF CR-EVENT = 'I'
                    AND CR-REASON(1:3) = 'RPL'
                    AND CR-REASON(4:10) NUMERIC
                    MOVE CR-REASON(4:10) TO WS-RPL-CHECK
                 END-IF
                 PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                         UNTIL WS-OPN-IDX > WS-OPN-COUNT
                    IF CR-EVENT = 'V'
                       AND CR-CHECK-NUM = WS-OPN-CHECK(WS-OPN-IDX)
                       MOVE 'V' TO WS-OPN-OUTCOME(WS-OPN-IDX)
                    END-IF
                    IF WS-RPL-CHECK > 0
                       AND WS-RPL-CHECK = WS-OPN-CHECK(WS-OPN-IDX)
                       MOVE CR-CHECK-NUM
                          TO WS-OPN-NEW-CHECK(WS-OPN-IDX)
                       MOVE 'S' TO WS-OPN-OUTCOME(WS-OPN-IDX)
                    END-IF
                 END-PERFORM
           END-READ.

       0430-SCAN-ONE-PAID.
           READ PAID-CHECK-FILE
              AT END
                 MOVE 'Y' TO WS-PAID-EOF-FLAG
              NOT AT END
                 IF CP-CHECK-NUM NUMERIC
                    PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                            UNTIL WS-OPN-IDX > WS-OPN-COUNT
                       IF CP-CHECK-NUM = WS-OPN-CHECK(WS-OPN-IDX)
                          OR (WS-OPN-REPLACED(WS-OPN-IDX)
                              AND CP-CHECK-NUM =
                                  WS-OPN-NEW-CHECK(WS-OPN-IDX))
                          MOVE 'C' TO WS-OPN-OUTCOME(WS-OPN-IDX)
                          MOVE CP-CHECK-NUM
                             TO WS-OPN-NEW-CHECK(WS-OPN-IDX)
                          MOVE WS-TODAY-NUM
                             TO WS-OPN-PAID-DATE(WS-OPN-IDX)
                          IF CP-PAID-DATE NUMERIC
                             MOVE CP-PAID-DATE
                                TO WS-OPN-PAID-DATE(WS-OPN-IDX)
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ.

       0440-POST-ONE-OUTCOME.
           IF WS-OPN-NO-NEWS(WS-OPN-IDX)
              GO TO 0440-POST-EXIT
           END-IF.
           MOVE WS-OPN-KEY(WS-OPN-IDX) TO RL-KEY.
           READ RETURN-LEDGER
              INVALID KEY
                 GO TO 0440-POST-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN WS-OPN-PAID(WS-OPN-IDX)
                 MOVE 'C' TO RL-STATUS
                 MOVE WS-OPN-NEW-CHECK(WS-OPN-IDX) TO RL-CHECK-NUM
                 MOVE WS-OPN-PAID-DATE(WS-OPN-IDX) TO RL-CLEARED-DATE
                 ADD 1 TO WS-CLEARED-COUNT
              WHEN WS-OPN-REPLACED(WS-OPN-IDX)
                 MOVE WS-OPN-NEW-CHECK(WS-OPN-IDX) TO RL-CHECK-NUM
              WHEN OTHER
                 MOVE 'V' TO RL-STATUS
                 ADD 1 TO WS-VOIDED-COUNT
           END-EVALUATE.
           REWRITE RETURN-LEDGER-RECORD.
       0440-POST-EXIT.
           EXIT.

      ****************************************************
      ****    THE LEDGER LISTING
      ****************************************************
       0600-LIST-LEDGER.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE 0 TO RL-EMP-NUM RL-PAY-RUN-DATE RL-SEQ.
           MOVE 'N' TO WS-LEDGER-EOF-FLAG.
           START RETURN-LEDGER
              KEY IS NOT LESS THAN RL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LEDGER-EOF-FLAG
           END-START.
           PERFORM 0610-LIST-ONE-ENTRY UNTIL WS-LEDGER-EOF.

       0610-LIST-ONE-ENTRY.
           READ RETURN-LEDGER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LEDGER-EOF-FLAG
              NOT AT END
                 MOVE SPACES TO WS-LEDGER-LINE
                 MOVE RL-EMP-NUM TO WS-LDG-EMP-NUM
                 MOVE RL-PAY-RUN-DATE TO WS-LDG-RUN-DATE
                 MOVE RL-AMOUNT TO WS-LDG-AMOUNT
                 MOVE RL-RETURN-DATE TO WS-LDG-RETURN-DATE
                 IF RL-CHECK-NUM > 0
                    MOVE RL-CHECK-NUM TO WS-LDG-CHECK-NUM
                 END-IF
                 IF RL-REISSUE-DATE > 0
                    MOVE RL-REISSUE-DATE TO WS-LDG-REISSUE-DATE
                 END-IF
                 EVALUATE TRUE
                    WHEN RL-AWAITING-REISSUE
                       ADD 1 TO WS-LIST-AWAITING
                       MOVE 'AWAITING REISSUE' TO WS-LDG-STATUS
                    WHEN RL-REISSUED
                       ADD 1 TO WS-LIST-REISSUED
                       MOVE 'CHECK OUTSTANDING' TO WS-LDG-STATUS
                    WHEN RL-CLEARED
                       ADD 1 TO WS-LIST-CLEARED
                       MOVE SPACES TO WS-LDG-STATUS
                       STRING 'CLEARED ' RL-CLEARED-DATE
                              DELIMITED BY SIZE INTO WS-LDG-STATUS
                    WHEN RL-VOIDED
                       ADD 1 TO WS-LIST-VOIDED
                       MOVE 'REISSUE VOIDED' TO WS-LDG-STATUS
                    WHEN OTHER
                       MOVE 'UNKNOWN STATUS' TO WS-LDG-STATUS
                 END-EVALUATE
                 WRITE RETURN-REPORT-RECORD FROM WS-LEDGER-LINE
           END-READ.

       0800-PRINT-TOTALS.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE WS-RETURN-COUNT TO WS-TOT-COUNT.
           MOVE 'DEPOSITS RETURNED ON BANKRET' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-LEDGERED-COUNT TO WS-TOT-COUNT.
           MOVE 'NEW RETURNS LEDGERED FOR REISSUE' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-ALREADY-COUNT TO WS-TOT-COUNT.
           MOVE 'ALREADY ON LEDGER' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-TOT-COUNT.
           MOVE 'NO MATCHING PAYMENT - NOT REISSUED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-TOT-COUNT.
           MOVE 'ACCOUNTS FLAGGED SUSPECT' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-CLEARED-COUNT TO WS-TOT-COUNT.
           MOVE 'REISSUES CLEARED THIS RUN' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-VOIDED-COUNT TO WS-TOT-COUNT.
           MOVE 'REISSUES VOIDED THIS RUN' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE WS-LIST-AWAITING TO WS-TOT-COUNT.
           MOVE 'LEDGER - AWAITING REISSUE' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-LIST-REISSUED TO WS-TOT-COUNT.
           MOVE 'LEDGER - REISSUE CHECK OUTSTANDING' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-LIST-CLEARED TO WS-TOT-COUNT.
           MOVE 'LEDGER - REISSUE CLEARED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-LIST-VOIDED TO WS-TOT-COUNT.
           MOVE 'LEDGER - REISSUE VOIDED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-BANK-STATUS = '00' OR WS-BANK-STATUS = '10'
              CLOSE BANK-FILE
           END-IF.
           IF WS-MASTER-AVAILABLE
              CLOSE MASTER-FILE
           END-IF.
           CLOSE RETURN-LEDGER.
           CLOSE REISSUE-FILE.
           CLOSE RETURN-REPORT.

           IF (WS-UNMATCHED-COUNT > 0 OR WS-VOIDED-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0340' TO JL-PROGRAM.
           MOVE WS-RETURN-COUNT TO JL-RECORDS-IN.
           MOVE WS-LEDGERED-COUNT TO JL-RECORDS-OUT.
           MOVE WS-UNMATCHED-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0340 RETURNS LEDGERED: ' WS-LEDGERED-COUNT
                   ' FLAGGED: ' WS-FLAGGED-COUNT
                   ' CLEARED: ' WS-CLEARED-COUNT.
