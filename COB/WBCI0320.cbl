       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0320.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PAPER CHECK WRITER WITH POSITIVE PAY.                         *
      *  READS THE SAME PAYNET NET-PAY RECORDS AS WBCI0170 AND, FOR   *
      *  EACH EMPLOYEE WBCI0170 CANNOT DEPOSIT (NO ROUTING/ACCOUNT    *
      *  ON EMPMSTR, AN ACCOUNT FLAGGED SUSPECT, OR ONE NOT YET       *
      *  CLEARED BY THE PRENOTE CYCLE ON PRENOTE), PRINTS A CHECK-    *
      *  STOCK IMAGE ON CHKPRT WITH THE MASTER NAME AND ADDRESS       *
      *  BLOCK.  CHECK NUMBERS COME FROM THE CHKREG CHECK REGISTER -  *
      *  APPEND-ONLY, SCANNED FOR THE HIGHEST NUMBER EVER USED, SO A  *
      *  NUMBER IS NEVER ISSUED TWICE.                                *
      *  THE OPTIONAL CHKPARM CARD (COLS 1-10) GIVES THE FIRST NUMBER *
      *  ON NEW STOCK; IT IS IGNORED WHEN NOT ABOVE THE REGISTER.     *
      *  OPTIONAL CHKVOID CARDS RECORD VOIDS AND SPOILS:              *
      *    COLS 1-10 CHECK NUMBER, COL 12 'V' VOID OR 'S' SPOILED,    *
      *    COLS 14-28 REASON.                                          *
      *  A SPOILED CHECK IS REPRINTED ON THE NEXT NUMBER.  EVERY      *
      *  ISSUE AND VOID GOES TO THE POSPAY POSITIVE-PAY FILE FOR THE  *
      *  BANK WITH A TRAILER COUNT AND TOTAL, AND TO THE CHKLIST      *
      *  CONTROL LISTING.                                              *
      *  RETURNED DEPOSITS ARE REISSUED HERE AS WELL: EACH RISSUE     *
      *  TRANSACTION FROM WBCI0340 WHOSE RETLEDG RETURNS-LEDGER ENTRY *
      *  IS STILL AWAITING REISSUE GETS A CHECK, AND THE CHECK NUMBER *
      *  IS POSTED BACK TO THE LEDGER SO IT IS NEVER PAID TWICE.      *
      *  A PAYNET ISSUE IS REGISTERED WITH 'RUN' AND THE WBCI0040     *
      *  RUNREGSB RUN NUMBER AS ITS REASON; A PAYNET WHOSE RUN NUMBER *
      *  IS ALREADY ON THE REGISTER IS A RERUN AND CUTS NO CHECKS.    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-NET-FILE  ASSIGN TO PAYNET
               FILE STATUS IS WS-PAYNET-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PRENOTE-FILE  ASSIGN TO PRENOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRN-EMP-NUM
               FILE STATUS IS WS-PRN-STATUS.
           SELECT REISSUE-FILE  ASSIGN TO RISSUE
               FILE STATUS IS WS-REISSUE-STATUS.
           SELECT RETURN-LEDGER ASSIGN TO RETLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CHECK-PARM-FILE ASSIGN TO CHKPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHECK-VOID-FILE ASSIGN TO CHKVOID
               FILE STATUS IS WS-VOID-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO CHKREG
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT CHECK-PRINT   ASSIGN TO CHKPRT.
           SELECT POSITIVE-PAY-FILE ASSIGN TO POSPAY.
           SELECT CHECK-LISTING ASSIGN TO CHKLIST.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-NET-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF PAY-NET-RECORD IN WBCI0040
       01  PAY-NET-RECORD.
           05  PN-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  PN-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PN-GROSS-DIGITS        PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-DED-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-NET-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(1).
           05  PN-REIMB-DIGITS        PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-RUN-NUMBER          PIC X(8).
           05  FILLER                 PIC X(5).

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  PRENOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYPRN.

       FD  REISSUE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF REISSUE-RECORD IN WBCI0340
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

       FD  RETURN-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYRTL.

       FD  CHECK-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHECK-PARM-RECORD.
           05  CK-FIRST-CHECK         PIC X(10).
           05  FILLER                 PIC X(70).

       FD  CHECK-VOID-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHECK-VOID-RECORD.
           05  CV-CHECK-NUM           PIC X(10).
           05  FILLER                 PIC X(1).
           05  CV-ACTION              PIC X(1).
           05  FILLER                 PIC X(1).
           05  CV-REASON              PIC X(15).
           05  FILLER                 PIC X(52).

       FD  CHECK-REGISTER
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    ONE RECORD PER CHECK EVENT: 'I' ISSUED, 'V' VOIDED,
      *    'S' SPOILED.  ORIGIN 'P' IS A PAYNET ISSUE, 'R' A
      *    REPLACEMENT FOR A SPOILED CHECK, 'X' A REISSUE OF A
      *    RETURNED DEPOSIT
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

       FD  CHECK-PRINT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHECK-PRINT-RECORD         PIC X(80).

       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  POSITIVE-PAY-RECORD        PIC X(80).

       FD  CHECK-LISTING
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHECK-LISTING-RECORD       PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PAYNET-STATUS           PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-VOID-STATUS             PIC XX       VALUE SPACES.
       01  WS-CHKREG-STATUS           PIC XX       VALUE SPACES.
       01  WS-PRN-STATUS              PIC XX       VALUE SPACES.
       01  WS-REISSUE-STATUS          PIC XX       VALUE SPACES.
       01  WS-LEDGER-STATUS           PIC XX       VALUE SPACES.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-VOID-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-VOID-EOF                         VALUE 'Y'.
       01  WS-REG-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-REG-EOF                          VALUE 'Y'.
       01  WS-RIS-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-RIS-EOF                          VALUE 'Y'.
       01  WS-LEDGER-AVAIL-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-LEDGER-AVAILABLE                 VALUE 'Y'.
      *    THIS PAYNET RUN ALREADY HAS CHECKS ON THE REGISTER -
      *    A RERUN MUST NOT PRINT A SECOND SET
       01  WS-ALREADY-ISSUED-FLAG     PIC X(1)     VALUE 'N'.
           88  WS-ALREADY-ISSUED                   VALUE 'Y'.

      *    SHARED PREDECESSOR-CHECK LINK AREA
       COPY TCPYDEP.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-MASTER-AVAIL-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MASTER-AVAILABLE                 VALUE 'Y'.
       01  WS-MASTER-FOUND-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MASTER-FOUND                     VALUE 'Y'.
       01  WS-PRN-AVAIL-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-PRN-AVAILABLE                    VALUE 'Y'.
       01  WS-PAPER-FLAG              PIC X(1)     VALUE 'N'.
           88  WS-PAY-BY-PAPER                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).
           05  FILLER                 PIC X(13).
       01  WS-ISSUE-DATE              PIC X(8)     VALUE SPACES.
       01  WS-PAYNET-RUN-DATE         PIC X(8)     VALUE SPACES.
       01  WS-PAYNET-RUN-NUMBER       PIC X(8)     VALUE SPACES.

       01  WS-HIGHEST-CHECK           PIC 9(10)    VALUE 0.
       01  WS-NEXT-CHECK              PIC 9(10)    VALUE 0.
       01  WS-STOCK-FIRST             PIC 9(10)    VALUE 0.

       01  WS-READ-COUNT              PIC 9(6)     VALUE 0.
       01  WS-ISSUED-COUNT            PIC 9(6)     VALUE 0.
       01  WS-VOIDED-COUNT            PIC 9(6)     VALUE 0.
       01  WS-SPOILED-COUNT           PIC 9(6)     VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(6)     VALUE 0.
       01  WS-REISSUE-COUNT           PIC 9(6)     VALUE 0.
       01  WS-NET-AMOUNT              PIC 9(9)V99  VALUE 0.
       01  WS-ISSUED-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-VOIDED-AMOUNT           PIC 9(11)V99 VALUE 0.

      *    VOID AND SPOIL CARDS, MATCHED TO THEIR ORIGINAL ISSUE
      *    DURING THE REGISTER SCAN
       01  WS-VD-IDX                  PIC 9(3)     VALUE 0.
       01  WS-VD-IDX2                 PIC 9(3)     VALUE 0.
       01  WS-VOID-TABLE.
           05  WS-VD-COUNT            PIC 9(3)     VALUE 0.
           05  WS-VD-ENTRY            OCCURS 100 TIMES.
               10  WS-VD-CHECK        PIC 9(10).
               10  WS-VD-ACTION       PIC X(1).
               10  WS-VD-REASON       PIC X(15).
               10  WS-VD-STATE        PIC X(1).
                   88  WS-VD-NOT-FOUND             VALUE ' '.
                   88  WS-VD-ISSUED                VALUE 'I'.
                   88  WS-VD-CANCELLED             VALUE 'C'.
               10  WS-VD-EMP          PIC X(5).
               10  WS-VD-AMOUNT       PIC 9(9)V99.
               10  WS-VD-RUN-DATE     PIC X(8).
               10  WS-VD-PAYEE        PIC X(15).

      *    THE CHECK BEING ISSUED - SET BY THE CALLER OF 0400
       01  WS-ISSUE-AREA.
           05  WS-ISS-EMP             PIC X(5).
           05  WS-ISS-AMOUNT          PIC 9(9)V99.
           05  WS-ISS-RUN-DATE        PIC X(8).
           05  WS-ISS-NAME            PIC X(15).
           05  WS-ISS-STREET          PIC X(15).
           05  WS-ISS-CITY-LINE       PIC X(40).
           05  WS-ISS-ORIGIN          PIC X(1).
           05  WS-ISS-REASON          PIC X(13).

      *    CHECK-STOCK IMAGE, ONE CHECK PER FORM
       01  WS-CHK-TOP-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(40)
               VALUE 'PAYROLL DISBURSEMENT ACCOUNT'.
           05  FILLER                 PIC X(10)    VALUE 'CHECK NO. '.
           05  WS-CHK-NUMBER          PIC 9(10).
           05  FILLER                 PIC X(19)    VALUE SPACES.

       01  WS-CHK-DATE-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(40)    VALUE SPACES.
           05  FILLER                 PIC X(10)    VALUE 'DATE      '.
           05  WS-CHK-DATE            PIC X(10).
           05  FILLER                 PIC X(19)    VALUE SPACES.

       01  WS-CHK-PAY-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(21)
               VALUE 'PAY TO THE ORDER OF  '.
           05  WS-CHK-PAYEE           PIC X(15).
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  FILLER                 PIC X(4)     VALUE 'USD '.
           05  WS-CHK-AMOUNT          PIC ***,***,**9.99.
           05  FILLER                 PIC X(21)    VALUE SPACES.

       01  WS-CHK-ADDR-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(21)    VALUE SPACES.
           05  WS-CHK-ADDRESS         PIC X(40).
           05  FILLER                 PIC X(18)    VALUE SPACES.

       01  WS-CHK-MEMO-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(14)
               VALUE 'MEMO  PAY RUN '.
           05  WS-CHK-RUN-DATE        PIC X(8).
           05  FILLER                 PIC X(6)     VALUE '  EMP '.
           05  WS-CHK-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(6)     VALUE SPACES.
           05  FILLER                 PIC X(20)
               VALUE 'VOID AFTER 90 DAYS'.
           05  FILLER                 PIC X(20)    VALUE SPACES.

       01  WS-CHK-RULE-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(70)    VALUE ALL '-'.
           05  FILLER                 PIC X(9)     VALUE SPACES.

      *    FIXED-FORMAT POSITIVE-PAY RECORDS.  AMOUNTS ARE
      *    IMPLIED-DECIMAL DIGITS SO THE BANK CAN HASH THEM
       01  WS-PP-HEADER.
           05  FILLER                 PIC X(3)     VALUE 'HDR'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPH-ISSUE-DATE      PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(16)
               VALUE 'WBCI0320 CHECKS '.
           05  FILLER                 PIC X(51)    VALUE SPACES.

      *    TYPE 'I' ISSUE, 'V' VOID (VOIDS AND SPOILS ALIKE)
       01  WS-PP-DETAIL.
           05  FILLER                 PIC X(3)     VALUE 'DTL'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPD-CHECK-NUM       PIC 9(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPD-TYPE            PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPD-AMOUNT          PIC 9(9)V99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPD-ISSUE-DATE      PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPD-PAYEE           PIC X(15).
           05  FILLER                 PIC X(27)    VALUE SPACES.

       01  WS-PP-TRAILER.
           05  FILLER                 PIC X(3)     VALUE 'TRL'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPT-ISSUE-COUNT     PIC 9(7).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPT-ISSUE-AMOUNT    PIC 9(11)V99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPT-VOID-COUNT      PIC 9(7).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-PPT-VOID-AMOUNT     PIC 9(11)V99.
           05  FILLER                 PIC X(33)    VALUE SPACES.

       01  WS-LIST-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-LST-CHECK-NUM       PIC X(10).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-LST-EVENT           PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-LST-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-LST-NAME            PIC X(15).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-LST-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-LST-NOTE            PIC X(17).

       01  WS-LIST-TOTAL.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-LTT-LABEL           PIC X(24).
           05  WS-LTT-COUNT           PIC ZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-LTT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(30)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
      *    CHECKS ARE ONLY CUT FROM A COMPLETE COMPENSATION RUN
           MOVE 'WBCI0320' TO DC-PROGRAM.
           CALL 'DEPCHKSB' USING DEPCHECK-AREA.
           IF DC-BLOCKED
              DISPLAY 'WBCI0320 REFUSED - ' DC-REASON
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0100-INITIALIZE.
           PERFORM 0300-APPLY-ONE-VOID
              VARYING WS-VD-IDX FROM 1 BY 1
              UNTIL WS-VD-IDX > WS-VD-COUNT.
           PERFORM 0500-REISSUE-ONE-RETURN THRU 0500-REISSUE-EXIT
              UNTIL WS-RIS-EOF.
           PERFORM 0200-PROCESS-PAY-NET UNTIL WS-EOF.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0320' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-ISSUE-DATE.
           MOVE SPACES TO WS-CHK-DATE.
           STRING WS-CURR-MM '/' WS-CURR-DD '/' WS-CURR-YYYY
                  DELIMITED BY SIZE INTO WS-CHK-DATE.

           OPEN INPUT CHECK-PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ CHECK-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CK-FIRST-CHECK NUMERIC
                       MOVE CK-FIRST-CHECK TO WS-STOCK-FIRST
                    END-IF
              END-READ
              CLOSE CHECK-PARM-FILE
           END-IF.

           OPEN INPUT CHECK-VOID-FILE.
           IF WS-VOID-STATUS = '00'
              PERFORM 0110-LOAD-ONE-VOID UNTIL WS-VOID-EOF
              CLOSE CHECK-VOID-FILE
           END-IF.

           OPEN INPUT PAY-NET-FILE.
           IF WS-PAYNET-STATUS = '00'
              PERFORM 0210-READ-PAY-NET
              IF NOT WS-EOF
                 MOVE PN-RUN-DATE TO WS-PAYNET-RUN-DATE
                 MOVE PN-RUN-NUMBER TO WS-PAYNET-RUN-NUMBER
              END-IF
           ELSE
              MOVE 'WBCI0320' TO EH-PROGRAM
              MOVE 'NETOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-PAYNET-STATUS TO EH-FILE-STATUS
              MOVE 'PAYNET EXTRACT NOT AVAILABLE - NO CHECKS'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           PERFORM 0120-SCAN-REGISTER.
           COMPUTE WS-NEXT-CHECK = WS-HIGHEST-CHECK + 1.
           IF WS-STOCK-FIRST > WS-NEXT-CHECK
              MOVE WS-STOCK-FIRST TO WS-NEXT-CHECK
           END-IF.

           OPEN EXTEND CHECK-REGISTER.
           IF WS-CHKREG-STATUS NOT = '00'
              OPEN OUTPUT CHECK-REGISTER
              CLOSE CHECK-REGISTER
              OPEN EXTEND CHECK-REGISTER
           END-IF.
           IF WS-CHKREG-STATUS NOT = '00'
              MOVE 'WBCI0320' TO EH-PROGRAM
              MOVE 'REGOPEN ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-CHKREG-STATUS TO EH-FILE-STATUS
              MOVE 'CHECK REGISTER UNUSABLE - NO CHECKS CUT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           IF WS-ALREADY-ISSUED
              MOVE 'WBCI0320' TO EH-PROGRAM
              MOVE 'CHKRERUN' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'CHECKS ALREADY ON REGISTER FOR THIS PAYNET RUN'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-AVAIL-FLAG
           END-IF.
           OPEN INPUT PRENOTE-FILE.
           IF WS-PRN-STATUS = '00'
              MOVE 'Y' TO WS-PRN-AVAIL-FLAG
           END-IF.
           OPEN INPUT REISSUE-FILE.
           IF WS-REISSUE-STATUS NOT = '00'
              MOVE 'Y' TO WS-RIS-EOF-FLAG
           END-IF.
           OPEN I-O RETURN-LEDGER.
           IF WS-LEDGER-STATUS = '00'
              MOVE 'Y' TO WS-LEDGER-AVAIL-FLAG
           END-IF.
           OPEN OUTPUT CHECK-PRINT.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN OUTPUT CHECK-LISTING.
           MOVE WS-ISSUE-DATE TO WS-PPH-ISSUE-DATE.
           WRITE POSITIVE-PAY-RECORD FROM WS-PP-HEADER.

       0110-LOAD-ONE-VOID.
           READ CHECK-VOID-FILE
              AT END
                 MOVE 'Y' TO WS-VOID-EOF-FLAG
              NOT AT END
                 IF WS-VD-COUNT < 100
                    ADD 1 TO WS-VD-COUNT
                    MOVE 0 TO WS-VD-CHECK(WS-VD-COUNT)
                    IF CV-CHECK-NUM NUMERIC
                       MOVE CV-CHECK-NUM TO WS-VD-CHECK(WS-VD-COUNT)
                    END-IF
                    MOVE CV-ACTION TO WS-VD-ACTION(WS-VD-COUNT)
                    MOVE CV-REASON TO WS-VD-REASON(WS-VD-COUNT)
                    MOVE SPACE TO WS-VD-STATE(WS-VD-COUNT)
                 END-IF
           END-READ.

      *    ONE PASS OF THE REGISTER: THE HIGHEST NUMBER EVER USED,
      *    THE ORIGINAL ISSUE BEHIND EACH VOID CARD, AND WHETHER
      *    THIS PAYNET RUN HAS ALREADY BEEN PRINTED
       0120-SCAN-REGISTER.
           MOVE 0 TO WS-HIGHEST-CHECK.
           MOVE 'N' TO WS-REG-EOF-FLAG.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CHKREG-STATUS = '00'
              PERFORM 0130-SCAN-ONE-RECORD THRU
                      0130-SCAN-ONE-RECORD-X
                 UNTIL WS-REG-EOF
              CLOSE CHECK-REGISTER
           END-IF.

       0130-SCAN-ONE-RECORD.
           READ CHECK-REGISTER
              AT END
                 MOVE 'Y' TO WS-REG-EOF-FLAG
                 GO TO 0130-SCAN-ONE-RECORD-X
           END-READ.
           IF CR-CHECK-NUM NOT NUMERIC
              GO TO 0130-SCAN-ONE-RECORD-X
           END-IF.
           IF CR-CHECK-NUM > WS-HIGHEST-CHECK
              MOVE CR-CHECK-NUM TO WS-HIGHEST-CHECK
           END-IF.
      *    A PAYNET ISSUE CARRIES ITS WBCI0040 RUN NUMBER IN THE
      *    REASON, SO A SECOND CORRECT RUN THE SAME DAY IS NOT
      *    MISTAKEN FOR A RERUN; AN EXTRACT WITHOUT A RUN NUMBER
      *    FALLS BACK TO THE RUN DATE
           IF CR-EVENT = 'I'
              AND CR-ORIGIN = 'P'
              IF WS-PAYNET-RUN-NUMBER NOT = SPACES
                 IF CR-REASON(1:3) = 'RUN'
                    AND CR-REASON(4:8) = WS-PAYNET-RUN-NUMBER
                    MOVE 'Y' TO WS-ALREADY-ISSUED-FLAG
                 END-IF
              ELSE
                 IF WS-PAYNET-RUN-DATE NOT = SPACES
                    AND CR-RUN-DATE = WS-PAYNET-RUN-DATE
                    MOVE 'Y' TO WS-ALREADY-ISSUED-FLAG
                 END-IF
              END-IF
           END-IF.
           PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                   UNTIL WS-VD-IDX > WS-VD-COUNT
              IF WS-VD-CHECK(WS-VD-IDX) = CR-CHECK-NUM
                 IF CR-EVENT = 'I'
                    IF NOT WS-VD-CANCELLED(WS-VD-IDX)
                       MOVE 'I' TO WS-VD-STATE(WS-VD-IDX)
                    END-IF
                    MOVE CR-EMP-NUM TO WS-VD-EMP(WS-VD-IDX)
                    MOVE CR-AMOUNT-DIGITS TO WS-VD-AMOUNT(WS-VD-IDX)
                    MOVE CR-RUN-DATE TO WS-VD-RUN-DATE(WS-VD-IDX)
                    MOVE CR-PAYEE TO WS-VD-PAYEE(WS-VD-IDX)
                 ELSE
                    MOVE 'C' TO WS-VD-STATE(WS-VD-IDX)
                 END-IF
              END-IF
           END-PERFORM.
       0130-SCAN-ONE-RECORD-X.
           EXIT.

       0200-PROCESS-PAY-NET.
           ADD 1 TO WS-READ-COUNT.
           IF PN-EMP-NUM NOT NUMERIC
              OR PN-NET-DIGITS NOT NUMERIC
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO WS-LIST-LINE
              MOVE 'REJECTED' TO WS-LST-EVENT
              MOVE PN-EMP-NUM TO WS-LST-EMP-NUM
              MOVE 'UNREADABLE PAYNET' TO WS-LST-NOTE
              WRITE CHECK-LISTING-RECORD FROM WS-LIST-LINE
           ELSE
              MOVE PN-NET-DIGITS TO WS-NET-AMOUNT(1:11)
              IF WS-NET-AMOUNT > 0
                 PERFORM 0220-CHECK-ONE-EMPLOYEE
              END-IF
           END-IF.
           PERFORM 0210-READ-PAY-NET.

       0210-READ-PAY-NET.
           READ PAY-NET-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *    THE INVERSE OF WBCI0170'S DEPOSIT TEST: ONLY THE
      *    EMPLOYEES IT SENDS TO THE NOBANK LISTING GET A CHECK -
      *    NO ACCOUNT ON FILE, OR ONE NOT YET CLEARED BY PRENOTE
       0220-CHECK-ONE-EMPLOYEE.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           IF WS-MASTER-AVAILABLE
              MOVE PN-EMP-NUM TO VM-EMP-NUM
              READ MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD
                    MOVE 'Y' TO WS-MASTER-FOUND-FLAG
              END-READ
           END-IF.
           IF NOT WS-MASTER-FOUND
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO WS-LIST-LINE
              MOVE 'REJECTED' TO WS-LST-EVENT
              MOVE PN-EMP-NUM TO WS-LST-EMP-NUM
              MOVE WS-NET-AMOUNT TO WS-LST-AMOUNT
              MOVE 'NOT ON MASTER' TO WS-LST-NOTE
              WRITE CHECK-LISTING-RECORD FROM WS-LIST-LINE
           ELSE
              PERFORM 0240-DECIDE-PAPER
              IF WS-PAY-BY-PAPER
                 MOVE PN-EMP-NUM TO WS-ISS-EMP
                 MOVE WS-NET-AMOUNT TO WS-ISS-AMOUNT
                 MOVE PN-RUN-DATE TO WS-ISS-RUN-DATE
                 PERFORM 0230-SET-ADDRESS-BLOCK
                 MOVE 'P' TO WS-ISS-ORIGIN
                 MOVE SPACES TO WS-ISS-REASON
                 IF PN-RUN-NUMBER NOT = SPACES
                    STRING 'RUN' PN-RUN-NUMBER
                           DELIMITED BY SIZE INTO WS-ISS-REASON
                 END-IF
                 PERFORM 0400-ISSUE-CHECK
              END-IF
           END-IF.

       0230-SET-ADDRESS-BLOCK.
           MOVE WS-EMP-NAME TO WS-ISS-NAME.
           MOVE WS-EMP-STREET TO WS-ISS-STREET.
           MOVE SPACES TO WS-ISS-CITY-LINE.
           STRING WS-EMP-CITY ' ' WS-EMP-STATE ' ' WS-EMP-ZIP
                  DELIMITED BY SIZE INTO WS-ISS-CITY-LINE.

      *    PAPER WHEN THERE IS NO ACCOUNT, THE ACCOUNT IS FLAGGED
      *    SUSPECT AFTER A RETURN, OR IT HAS A PRENOTE RECORD THAT
      *    HAS NOT CLEARED FOR IT
       0240-DECIDE-PAPER.
           MOVE 'N' TO WS-PAPER-FLAG.
           IF WS-BANK-ROUTING NOT NUMERIC
              OR WS-BANK-ROUTING = 0
              OR WS-BANK-ACCOUNT = SPACES
              OR BANK-SUSPECT
              MOVE 'Y' TO WS-PAPER-FLAG
           ELSE
              IF WS-PRN-AVAILABLE
                 MOVE WS-EMP-NUM TO PRN-EMP-NUM
                 READ PRENOTE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF NOT PRN-CLEARED
                          OR PRN-ROUTING NOT = WS-BANK-ROUTING
                          OR PRN-ACCOUNT NOT = WS-BANK-ACCOUNT
                          MOVE 'Y' TO WS-PAPER-FLAG
                       END-IF
                 END-READ
              END-IF
           END-IF.

      *    A VOID OR SPOIL MUST NAME A CHECK THAT WAS ISSUED AND
      *    NOT ALREADY CANCELLED.  BOTH GO TO THE BANK AS VOIDS;
      *    A SPOILED FORM IS REPRINTED ON THE NEXT NUMBER
       0300-APPLY-ONE-VOID.
           MOVE SPACES TO WS-LIST-LINE.
           MOVE WS-VD-CHECK(WS-VD-IDX) TO WS-LST-CHECK-NUM.
           IF (WS-VD-ACTION(WS-VD-IDX) NOT = 'V'
               AND WS-VD-ACTION(WS-VD-IDX) NOT = 'S')
              OR NOT WS-VD-ISSUED(WS-VD-IDX)
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'REJECTED' TO WS-LST-EVENT
              EVALUATE TRUE
                 WHEN WS-VD-ACTION(WS-VD-IDX) NOT = 'V'
                      AND WS-VD-ACTION(WS-VD-IDX) NOT = 'S'
                    MOVE 'BAD VOID ACTION' TO WS-LST-NOTE
                 WHEN WS-VD-CANCELLED(WS-VD-IDX)
                    MOVE 'ALREADY CANCELLED' TO WS-LST-NOTE
                 WHEN OTHER
                    MOVE 'NEVER ISSUED' TO WS-LST-NOTE
              END-EVALUATE
              WRITE CHECK-LISTING-RECORD FROM WS-LIST-LINE
           ELSE
              MOVE SPACES TO CHECK-REGISTER-RECORD
              MOVE WS-VD-CHECK(WS-VD-IDX) TO CR-CHECK-NUM
              MOVE WS-VD-ACTION(WS-VD-IDX) TO CR-EVENT
              MOVE WS-VD-EMP(WS-VD-IDX) TO CR-EMP-NUM
              MOVE WS-VD-AMOUNT(WS-VD-IDX) TO CR-AMOUNT-DIGITS
              MOVE WS-ISSUE-DATE TO CR-ISSUE-DATE
              MOVE WS-VD-RUN-DATE(WS-VD-IDX) TO CR-RUN-DATE
              MOVE WS-VD-PAYEE(WS-VD-IDX) TO CR-PAYEE
              MOVE WS-VD-REASON(WS-VD-IDX) TO CR-REASON
              WRITE CHECK-REGISTER-RECORD
      *       A SECOND CARD FOR THE SAME CHECK IS NOW A REJECT
              PERFORM VARYING WS-VD-IDX2 FROM WS-VD-IDX BY 1
                      UNTIL WS-VD-IDX2 > WS-VD-COUNT
                 IF WS-VD-CHECK(WS-VD-IDX2) = WS-VD-CHECK(WS-VD-IDX)
                    MOVE 'C' TO WS-VD-STATE(WS-VD-IDX2)
                 END-IF
              END-PERFORM
              MOVE WS-VD-CHECK(WS-VD-IDX) TO WS-PPD-CHECK-NUM
              MOVE 'V' TO WS-PPD-TYPE
              MOVE WS-VD-AMOUNT(WS-VD-IDX) TO WS-PPD-AMOUNT
              MOVE WS-ISSUE-DATE TO WS-PPD-ISSUE-DATE
              MOVE WS-VD-PAYEE(WS-VD-IDX) TO WS-PPD-PAYEE
              WRITE POSITIVE-PAY-RECORD FROM WS-PP-DETAIL
              ADD WS-VD-AMOUNT(WS-VD-IDX) TO WS-VOIDED-AMOUNT
              MOVE WS-VD-EMP(WS-VD-IDX) TO WS-LST-EMP-NUM
              MOVE WS-VD-PAYEE(WS-VD-IDX) TO WS-LST-NAME
              MOVE WS-VD-AMOUNT(WS-VD-IDX) TO WS-LST-AMOUNT
              MOVE WS-VD-REASON(WS-VD-IDX) TO WS-LST-NOTE
              IF WS-VD-ACTION(WS-VD-IDX) = 'V'
                 ADD 1 TO WS-VOIDED-COUNT
                 MOVE 'VOIDED' TO WS-LST-EVENT
                 WRITE CHECK-LISTING-RECORD FROM WS-LIST-LINE
              ELSE
                 ADD 1 TO WS-SPOILED-COUNT
                 MOVE 'SPOILED' TO WS-LST-EVENT
                 WRITE CHECK-LISTING-RECORD FROM WS-LIST-LINE
                 PERFORM 0310-REPLACE-SPOILED
              END-IF
           END-IF.

       0310-REPLACE-SPOILED.
           MOVE WS-VD-EMP(WS-VD-IDX) TO WS-ISS-EMP.
           MOVE WS-VD-AMOUNT(WS-VD-IDX) TO WS-ISS-AMOUNT.
           MOVE WS-VD-RUN-DATE(WS-VD-IDX) TO WS-ISS-RUN-DATE.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           IF WS-MASTER-AVAILABLE
              AND WS-VD-EMP(WS-VD-IDX) NUMERIC
              MOVE WS-VD-EMP(WS-VD-IDX) TO VM-EMP-NUM
              READ MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD
                    MOVE 'Y' TO WS-MASTER-FOUND-FLAG
              END-READ
           END-IF.
           IF WS-MASTER-FOUND
              PERFORM 0230-SET-ADDRESS-BLOCK
           ELSE
              MOVE WS-VD-PAYEE(WS-VD-IDX) TO WS-ISS-NAME
              MOVE SPACES TO WS-ISS-STREET WS-ISS-CITY-LINE
           END-IF.
           MOVE 'R' TO WS-ISS-ORIGIN.
           MOVE SPACES TO WS-ISS-REASON.
           STRING 'RPL' WS-VD-CHECK(WS-VD-IDX)
                  DELIMITED BY SIZE INTO WS-ISS-REASON.
           PERFORM 0400-ISSUE-CHECK.

      *    PRINT THE FORM, THEN RECORD THE NUMBER ON THE REGISTER
      *    AND THE BANK'S ISSUE FILE BEFORE IT CAN BE USED AGAIN
       0400-ISSUE-CHECK.
           MOVE WS-NEXT-CHECK TO WS-CHK-NUMBER.
           MOVE WS-ISS-NAME TO WS-CHK-PAYEE.
           MOVE WS-ISS-AMOUNT TO WS-CHK-AMOUNT.
           MOVE WS-ISS-RUN-DATE TO WS-CHK-RUN-DATE.
           MOVE WS-ISS-EMP TO WS-CHK-EMP-NUM.
           WRITE CHECK-PRINT-RECORD FROM WS-CHK-TOP-LINE.
           WRITE CHECK-PRINT-RECORD FROM WS-CHK-DATE-LINE.
           MOVE SPACES TO CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD FROM WS-CHK-PAY-LINE.
           MOVE WS-ISS-STREET TO WS-CHK-ADDRESS.
           WRITE CHECK-PRINT-RECORD FROM WS-CHK-ADDR-LINE.
           MOVE WS-ISS-CITY-LINE TO WS-CHK-ADDRESS.
           WRITE CHECK-PRINT-RECORD FROM WS-CHK-ADDR-LINE.
           MOVE SPACES TO CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD FROM WS-CHK-MEMO-LINE.
           WRITE CHECK-PRINT-RECORD FROM WS-CHK-RULE-LINE.

           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE WS-NEXT-CHECK TO CR-CHECK-NUM.
           MOVE 'I' TO CR-EVENT.
           MOVE WS-ISS-EMP TO CR-EMP-NUM.
           MOVE WS-ISS-AMOUNT TO CR-AMOUNT-DIGITS.
           MOVE WS-ISSUE-DATE TO CR-ISSUE-DATE.
           MOVE WS-ISS-RUN-DATE TO CR-RUN-DATE.
           MOVE WS-ISS-NAME TO CR-PAYEE.
           MOVE WS-ISS-ORIGIN TO CR-ORIGIN.
           MOVE WS-ISS-REASON TO CR-REASON.
           WRITE CHECK-REGISTER-RECORD.

           MOVE WS-NEXT-CHECK TO WS-PPD-CHECK-NUM.
           MOVE 'I' TO WS-PPD-TYPE.
           MOVE WS-ISS-AMOUNT TO WS-PPD-AMOUNT.
           MOVE WS-ISSUE-DATE TO WS-PPD-ISSUE-DATE.
           MOVE WS-ISS-NAME TO WS-PPD-PAYEE.
           WRITE POSITIVE-PAY-RECORD FROM WS-PP-DETAIL.

           MOVE SPACES TO WS-LIST-LINE.
           MOVE WS-NEXT-CHECK TO WS-LST-CHECK-NUM.
           MOVE 'ISSUED' TO WS-LST-EVENT.
           MOVE WS-ISS-EMP TO WS-LST-EMP-NUM.
           MOVE WS-ISS-NAME TO WS-LST-NAME.
           MOVE WS-ISS-AMOUNT TO WS-LST-AMOUNT.
           MOVE WS-ISS-REASON TO WS-LST-NOTE.
           WRITE CHECK-LISTING-RECORD FROM WS-LIST-LINE.

           ADD 1 TO WS-ISSUED-COUNT.
           ADD WS-ISS-AMOUNT TO WS-ISSUED-AMOUNT.
           ADD 1 TO WS-NEXT-CHECK.

      *    A RETURNED DEPOSIT IS PAID BY CHECK ONCE: ONLY WHILE ITS
      *    LEDGER ENTRY IS AWAITING REISSUE, AND THE CHECK NUMBER
      *    GOES BACK ON THE ENTRY.  A TRANSACTION WHOSE ENTRY WAS
      *    ALREADY REISSUED IS PASSED OVER
       0500-REISSUE-ONE-RETURN.
           READ REISSUE-FILE
              AT END
                 MOVE 'Y' TO WS-RIS-EOF-FLAG
                 GO TO 0500-REISSUE-EXIT
           END-READ.
           MOVE SPACES TO WS-LIST-LINE.
           MOVE 'REJECTED' TO WS-LST-EVENT.
           MOVE RI-EMP-NUM TO WS-LST-EMP-NUM.
           IF RI-AMOUNT-DIGITS NUMERIC
              MOVE RI-AMOUNT-DIGITS TO WS-LST-AMOUNT
           END-IF.
           IF NOT WS-LEDGER-AVAILABLE
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NO RETURNS LEDGER' TO WS-LST-NOTE
              WRITE CHECK-LISTING-RECORD FROM WS-LIST-LINE
              GO TO 0500-REISSUE-EXIT
           END-IF.
           MOVE RI-EMP-NUM TO RL-EMP-NUM.
           MOVE RI-PAY-RUN-DATE TO RL-PAY-RUN-DATE.
           MOVE RI-SEQ TO RL-SEQ.
           READ RETURN-LEDGER
              INVALID KEY
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'NOT ON LEDGER' TO WS-LST-NOTE
                 WRITE CHECK-LISTING-RECORD FROM WS-LIST-LINE
                 GO TO 0500-REISSUE-EXIT
           END-READ.
           IF NOT RL-AWAITING-REISSUE
              GO TO 0500-REISSUE-EXIT
           END-IF.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           IF WS-MASTER-AVAILABLE
              MOVE RL-EMP-NUM TO VM-EMP-NUM
              READ MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD
                    MOVE 'Y' TO WS-MASTER-FOUND-FLAG
              END-READ
           END-IF.
           IF NOT WS-MASTER-FOUND
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NOT ON MASTER' TO WS-LST-NOTE
              WRITE CHECK-LISTING-RECORD FROM WS-LIST-LINE
              GO TO 0500-REISSUE-EXIT
           END-IF.
           MOVE RL-EMP-NUM TO WS-ISS-EMP.
           MOVE RL-AMOUNT TO WS-ISS-AMOUNT.
           MOVE RL-PAY-RUN-DATE TO WS-ISS-RUN-DATE.
           PERFORM 0230-SET-ADDRESS-BLOCK.
           MOVE 'X' TO WS-ISS-ORIGIN.
           MOVE SPACES TO WS-ISS-REASON.
           STRING 'RTN ' RL-PAY-RUN-DATE
                  DELIMITED BY SIZE INTO WS-ISS-REASON.
           MOVE WS-NEXT-CHECK TO RL-CHECK-NUM.
           PERFORM 0400-ISSUE-CHECK.
           MOVE 'I' TO RL-STATUS.
           MOVE WS-ISSUE-DATE TO RL-REISSUE-DATE.
           REWRITE RETURN-LEDGER-RECORD.
           ADD 1 TO WS-REISSUE-COUNT.
       0500-REISSUE-EXIT.
           EXIT.

       0900-TERMINATE.
           MOVE WS-ISSUED-COUNT TO WS-PPT-ISSUE-COUNT.
           MOVE WS-ISSUED-AMOUNT TO WS-PPT-ISSUE-AMOUNT.
           COMPUTE WS-PPT-VOID-COUNT =
              WS-VOIDED-COUNT + WS-SPOILED-COUNT.
           MOVE WS-VOIDED-AMOUNT TO WS-PPT-VOID-AMOUNT.
           WRITE POSITIVE-PAY-RECORD FROM WS-PP-TRAILER.

           MOVE SPACES TO CHECK-LISTING-RECORD.
           WRITE CHECK-LISTING-RECORD.
           MOVE 'CHECKS ISSUED' TO WS-LTT-LABEL.
           MOVE WS-ISSUED-COUNT TO WS-LTT-COUNT.
           MOVE WS-ISSUED-AMOUNT TO WS-LTT-AMOUNT.
           WRITE CHECK-LISTING-RECORD FROM WS-LIST-TOTAL.
           MOVE 'CHECKS VOIDED/SPOILED' TO WS-LTT-LABEL.
           COMPUTE WS-LTT-COUNT = WS-VOIDED-COUNT + WS-SPOILED-COUNT.
           MOVE WS-VOIDED-AMOUNT TO WS-LTT-AMOUNT.
           WRITE CHECK-LISTING-RECORD FROM WS-LIST-TOTAL.
           MOVE 'RETURNS REISSUED' TO WS-LTT-LABEL.
           MOVE WS-REISSUE-COUNT TO WS-LTT-COUNT.
           MOVE 0 TO WS-LTT-AMOUNT.
           WRITE CHECK-LISTING-RECORD FROM WS-LIST-TOTAL.
           MOVE 'REJECTED' TO WS-LTT-LABEL.
           MOVE WS-REJECT-COUNT TO WS-LTT-COUNT.
           MOVE 0 TO WS-LTT-AMOUNT.
           WRITE CHECK-LISTING-RECORD FROM WS-LIST-TOTAL.
           MOVE SPACES TO CHECK-LISTING-RECORD.
           STRING ' NEXT CHECK NUMBER ' WS-NEXT-CHECK
                  DELIMITED BY SIZE INTO CHECK-LISTING-RECORD.
           WRITE CHECK-LISTING-RECORD.

           IF WS-PAYNET-STATUS = '00' OR WS-PAYNET-STATUS = '10'
              CLOSE PAY-NET-FILE
           END-IF.
           IF WS-MASTER-AVAILABLE
              CLOSE MASTER-FILE
           END-IF.
           IF WS-PRN-AVAILABLE
              CLOSE PRENOTE-FILE
           END-IF.
           IF WS-REISSUE-STATUS = '00' OR WS-REISSUE-STATUS = '10'
              CLOSE REISSUE-FILE
           END-IF.
           IF WS-LEDGER-AVAILABLE
              CLOSE RETURN-LEDGER
           END-IF.
           CLOSE CHECK-REGISTER.
           CLOSE CHECK-PRINT.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE CHECK-LISTING.

           IF WS-REJECT-COUNT > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0320' TO JL-PROGRAM.
           MOVE WS-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-ISSUED-COUNT TO JL-RECORDS-OUT.
           MOVE WS-REJECT-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0320 CHECKS ISSUED: ' WS-ISSUED-COUNT
                   ' VOIDED/SPOILED: ' WS-PPT-VOID-COUNT
                   ' REJECTED: ' WS-REJECT-COUNT.
