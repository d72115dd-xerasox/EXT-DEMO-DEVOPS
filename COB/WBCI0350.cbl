       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0350.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  GARNISHMENT ORDER MAINTENANCE.                                *
      *  RUNS AHEAD OF THE PAY RUN.  APPLIES THE GARNTXN ORDER        *
      *  TRANSACTIONS TO THE KEYED GARNMSTR ORDER MASTER (TCPYGRN)    *
      *  THAT WBCI0040 WITHHOLDS FROM, THEN LISTS EVERY ORDER WITH    *
      *  WHAT HAS BEEN WITHHELD AGAINST IT ON GARNLST.                *
      *  TRANSACTION ACTIONS:                                          *
      *    A  ADD A NEW ORDER (EMPLOYEE MUST BE ON EMPMSTR)           *
      *    C  CHANGE AN ORDER - BLANK FIELDS KEEP THEIR VALUE         *
      *    H  HOLD AN ACTIVE ORDER (TAKES NOTHING UNTIL RESUMED)      *
      *    R  RESUME A HELD ORDER                                     *
      *  ORDER TYPE SETS THE DEFAULT LEGAL PRIORITY AND THE DEFAULT   *
      *  LIMIT ON DISPOSABLE EARNINGS WHEN THE CARD LEAVES THEM       *
      *  BLANK:  S SUPPORT 01/050.00  B BANKRUPTCY 02/100.00          *
      *          T TAX LEVY 03/100.00  C CREDITOR 04/025.00           *
      *  A REJECTED TRANSACTION IS LISTED WITH ITS REASON AND SETS    *
      *  RETURN CODE 4.                                               *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNISH-TXN-FILE ASSIGN TO GARNTXN
               FILE STATUS IS WS-TXN-STATUS.
           SELECT GARNISH-FILE  ASSIGN TO GARNMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GARN-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GARNISH-LIST  ASSIGN TO GARNLST.
       DATA DIVISION.
       FILE SECTION.
       FD  GARNISH-TXN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    AMOUNT IS 9(5)V99 (FLAT) OR 9(3)V99 PERCENT OF
      *    DISPOSABLE EARNINGS (METHOD P), LIMIT IS 9(3)V99
      *    PERCENT, TOTAL OWED 9(9)V99 (ZEROS = NO CEILING),
      *    ALL IMPLIED DECIMAL
       01  GARNISH-TXN-RECORD.
           05  GT-ACTION              PIC X(1).
               88  GT-ADD                          VALUE 'A'.
               88  GT-CHANGE                       VALUE 'C'.
               88  GT-HOLD                         VALUE 'H'.
               88  GT-RESUME                       VALUE 'R'.
           05  FILLER                 PIC X(1).
           05  GT-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  GT-ORDER-NUM           PIC X(10).
           05  FILLER                 PIC X(1).
           05  GT-ORDER-TYPE          PIC X(1).
           05  FILLER                 PIC X(1).
           05  GT-PRIORITY            PIC X(2).
           05  FILLER                 PIC X(1).
           05  GT-AGENCY              PIC X(6).
           05  FILLER                 PIC X(1).
           05  GT-METHOD              PIC X(1).
           05  FILLER                 PIC X(1).
           05  GT-AMOUNT-DIGITS       PIC X(7).
           05  FILLER                 PIC X(1).
           05  GT-LIMIT-DIGITS        PIC X(5).
           05  FILLER                 PIC X(1).
           05  GT-OWED-DIGITS         PIC X(11).
           05  FILLER                 PIC X(22).

       FD  GARNISH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYGRN.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  GARNISH-LIST
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GARNISH-LIST-RECORD        PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS              PIC XX       VALUE SPACES.
       01  WS-GARN-STATUS             PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.

       01  WS-TXN-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-TXN-EOF                          VALUE 'Y'.
       01  WS-GARN-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-GARN-EOF                         VALUE 'Y'.
       01  WS-MASTER-AVAIL-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MASTER-AVAILABLE                 VALUE 'Y'.
       01  WS-TXN-OK-FLAG             PIC X(1)     VALUE 'Y'.
           88  WS-TXN-OK                           VALUE 'Y'.

       01  WS-REJECT-REASON           PIC X(30)    VALUE SPACES.
       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.

      *    IMPLIED-DECIMAL CARD FIELDS, MOVED IN DIGIT FOR DIGIT
       01  WS-TXN-AMOUNT              PIC 9(5)V99  VALUE 0.
       01  WS-TXN-LIMIT               PIC 9(3)V99  VALUE 0.
       01  WS-TXN-OWED                PIC 9(9)V99  VALUE 0.

       01  WS-TXN-READ-COUNT          PIC 9(5)     VALUE 0.
       01  WS-ADDED-COUNT             PIC 9(5)     VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-HELD-COUNT              PIC 9(5)     VALUE 0.
       01  WS-RESUMED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-ORDER-COUNT             PIC 9(5)     VALUE 0.
       01  WS-ACTIVE-COUNT            PIC 9(5)     VALUE 0.
       01  WS-SATISFIED-COUNT         PIC 9(5)     VALUE 0.

       01  WS-TXN-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TXL-ACTION          PIC X(1).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TXL-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TXL-ORDER-NUM       PIC X(10).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TXL-RESULT          PIC X(9).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TXL-REASON          PIC X(30).
           05  FILLER                 PIC X(16)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(5)     VALUE 'EMP'.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  FILLER                 PIC X(10)    VALUE 'ORDER'.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  FILLER                 PIC X(4)     VALUE 'T PR'.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  FILLER                 PIC X(6)     VALUE 'AGENCY'.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  FILLER                 PIC X(11)    VALUE '   AMOUNT M'.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  FILLER                 PIC X(6)     VALUE ' LIMIT'.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  FILLER                 PIC X(12)    VALUE '        OWED'.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  FILLER                 PIC X(12)    VALUE '    WITHHELD'.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  FILLER                 PIC X(5)     VALUE 'STAT'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-EMP-NUM         PIC 9(5).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-ORDER-NUM       PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-TYPE            PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-PRIORITY        PIC 9(2).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-AGENCY          PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-METHOD          PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-LIMIT           PIC ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-OWED            PIC ZZZZZZZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-WITHHELD        PIC ZZZZZZZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  WS-DTL-STATUS          PIC X(4).

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
           PERFORM 0600-LIST-ORDERS THRU 0600-LIST-EXIT.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0350' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.

           OPEN OUTPUT GARNISH-LIST.
           MOVE ' GARNISHMENT ORDER MAINTENANCE - WBCI0350'
              TO GARNISH-LIST-RECORD.
           WRITE GARNISH-LIST-RECORD.
           MOVE SPACES TO GARNISH-LIST-RECORD.
           WRITE GARNISH-LIST-RECORD.

           OPEN I-O GARNISH-FILE.
           IF WS-GARN-STATUS NOT = '00'
              OPEN OUTPUT GARNISH-FILE
              CLOSE GARNISH-FILE
              OPEN I-O GARNISH-FILE
           END-IF.
           IF WS-GARN-STATUS NOT = '00'
              MOVE 'WBCI0350' TO EH-PROGRAM
              MOVE 'GRNOPEN ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-GARN-STATUS TO EH-FILE-STATUS
              MOVE 'GARNISHMENT ORDER MASTER UNUSABLE - STEP REFUSED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-AVAIL-FLAG
           ELSE
              MOVE 'WBCI0350' TO EH-PROGRAM
              MOVE 'MSTOPEN ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPMSTR NOT AVAILABLE - ADDS NOT CHECKED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT GARNISH-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
              MOVE 'Y' TO WS-TXN-EOF-FLAG
           END-IF.

      ****************************************************
      ****    PASS 1: APPLY THE ORDER TRANSACTIONS
      ****************************************************
       0200-PROCESS-ONE-TXN.
           READ GARNISH-TXN-FILE
              AT END
                 MOVE 'Y' TO WS-TXN-EOF-FLAG
                 GO TO 0200-PROCESS-EXIT
           END-READ.
           ADD 1 TO WS-TXN-READ-COUNT.
           MOVE 'Y' TO WS-TXN-OK-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           IF GT-EMP-NUM NOT NUMERIC
              MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 0200-PROCESS-REJECT
           END-IF.
           IF GT-ORDER-NUM = SPACES
              MOVE 'ORDER NUMBER MISSING' TO WS-REJECT-REASON
              GO TO 0200-PROCESS-REJECT
           END-IF.
           EVALUATE TRUE
              WHEN GT-ADD
                 PERFORM 0300-APPLY-ADD THRU 0300-APPLY-ADD-EXIT
              WHEN GT-CHANGE
                 PERFORM 0400-APPLY-CHANGE THRU 0400-APPLY-CHANGE-EXIT
              WHEN GT-HOLD
                 PERFORM 0500-APPLY-HOLD THRU 0500-APPLY-HOLD-EXIT
              WHEN GT-RESUME
                 PERFORM 0510-APPLY-RESUME THRU 0510-APPLY-RESUME-EXIT
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
           MOVE GT-ACTION TO WS-TXL-ACTION.
           MOVE GT-EMP-NUM TO WS-TXL-EMP-NUM.
           MOVE GT-ORDER-NUM TO WS-TXL-ORDER-NUM.
           MOVE WS-REJECT-REASON TO WS-TXL-REASON.
           WRITE GARNISH-LIST-RECORD FROM WS-TXN-LINE.

       0300-APPLY-ADD.
           IF WS-MASTER-AVAILABLE
              MOVE GT-EMP-NUM TO VM-EMP-NUM
              READ MASTER-FILE
                 INVALID KEY
                    MOVE 'EMPLOYEE NOT ON EMPMSTR'
                       TO WS-REJECT-REASON
                    MOVE 'N' TO WS-TXN-OK-FLAG
                    GO TO 0300-APPLY-ADD-EXIT
              END-READ
           END-IF.
           MOVE SPACES TO GARNISH-ORDER-RECORD.
           MOVE GT-EMP-NUM TO GO-EMP-NUM.
           MOVE GT-ORDER-NUM TO GO-ORDER-NUM.
           MOVE GT-ORDER-TYPE TO GO-ORDER-TYPE.
           IF NOT GO-VALID-TYPE
              MOVE 'ORDER TYPE NOT S/B/T/C' TO WS-REJECT-REASON
              MOVE 'N' TO WS-TXN-OK-FLAG
              GO TO 0300-APPLY-ADD-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN GO-SUPPORT
                 MOVE 01 TO GO-PRIORITY
                 MOVE 50 TO GO-LIMIT-PCT
              WHEN GO-BANKRUPTCY
                 MOVE 02 TO GO-PRIORITY
                 MOVE 100 TO GO-LIMIT-PCT
              WHEN GO-TAX-LEVY
                 MOVE 03 TO GO-PRIORITY
                 MOVE 100 TO GO-LIMIT-PCT
              WHEN GO-CREDITOR
                 MOVE 04 TO GO-PRIORITY
                 MOVE 25 TO GO-LIMIT-PCT
           END-EVALUATE.
           MOVE 0 TO GO-AMOUNT GO-TOTAL-OWED GO-WITHHELD
                     GO-LAST-AMOUNT GO-SATISFIED-DATE.
           IF GT-AGENCY = SPACES
              MOVE 'RECEIVING AGENCY MISSING' TO WS-REJECT-REASON
              MOVE 'N' TO WS-TXN-OK-FLAG
              GO TO 0300-APPLY-ADD-EXIT
           END-IF.
           IF GT-METHOD = SPACE
              OR GT-AMOUNT-DIGITS = SPACES
              MOVE 'METHOD AND AMOUNT REQUIRED' TO WS-REJECT-REASON
              MOVE 'N' TO WS-TXN-OK-FLAG
              GO TO 0300-APPLY-ADD-EXIT
           END-IF.
           PERFORM 0700-EDIT-ORDER-FIELDS THRU 0700-EDIT-EXIT.
           IF NOT WS-TXN-OK
              GO TO 0300-APPLY-ADD-EXIT
           END-IF.
           MOVE 'A' TO GO-STATUS.
           WRITE GARNISH-ORDER-RECORD
              INVALID KEY
                 MOVE 'ORDER ALREADY ON FILE' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0300-APPLY-ADD-EXIT
           END-WRITE.
           ADD 1 TO WS-ADDED-COUNT.
       0300-APPLY-ADD-EXIT.
           EXIT.

      *    A CHANGED TOTAL OWED CAN SATISFY AN ORDER OUTRIGHT OR
      *    REOPEN ONE ALREADY SATISFIED
       0400-APPLY-CHANGE.
           MOVE GT-EMP-NUM TO GO-EMP-NUM.
           MOVE GT-ORDER-NUM TO GO-ORDER-NUM.
           READ GARNISH-FILE
              INVALID KEY
                 MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0400-APPLY-CHANGE-EXIT
           END-READ.
           IF GT-ORDER-TYPE NOT = SPACE
              MOVE GT-ORDER-TYPE TO GO-ORDER-TYPE
              IF NOT GO-VALID-TYPE
                 MOVE 'ORDER TYPE NOT S/B/T/C' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0400-APPLY-CHANGE-EXIT
              END-IF
           END-IF.
           IF GT-AGENCY NOT = SPACES
              MOVE GT-AGENCY TO GO-AGENCY
           END-IF.
           PERFORM 0700-EDIT-ORDER-FIELDS THRU 0700-EDIT-EXIT.
           IF NOT WS-TXN-OK
              GO TO 0400-APPLY-CHANGE-EXIT
           END-IF.
           IF GO-TOTAL-OWED > 0
              AND GO-WITHHELD >= GO-TOTAL-OWED
              IF NOT GO-SATISFIED
                 MOVE 'S' TO GO-STATUS
                 MOVE WS-TODAY-NUM TO GO-SATISFIED-DATE
              END-IF
           ELSE
              IF GO-SATISFIED
                 MOVE 'A' TO GO-STATUS
                 MOVE 0 TO GO-SATISFIED-DATE
              END-IF
           END-IF.
           REWRITE GARNISH-ORDER-RECORD.
           ADD 1 TO WS-CHANGED-COUNT.
       0400-APPLY-CHANGE-EXIT.
           EXIT.

       0500-APPLY-HOLD.
           MOVE GT-EMP-NUM TO GO-EMP-NUM.
           MOVE GT-ORDER-NUM TO GO-ORDER-NUM.
           READ GARNISH-FILE
              INVALID KEY
                 MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0500-APPLY-HOLD-EXIT
           END-READ.
           IF NOT GO-ACTIVE
              MOVE 'ORDER IS NOT ACTIVE' TO WS-REJECT-REASON
              MOVE 'N' TO WS-TXN-OK-FLAG
              GO TO 0500-APPLY-HOLD-EXIT
           END-IF.
           MOVE 'H' TO GO-STATUS.
           REWRITE GARNISH-ORDER-RECORD.
           ADD 1 TO WS-HELD-COUNT.
       0500-APPLY-HOLD-EXIT.
           EXIT.

       0510-APPLY-RESUME.
           MOVE GT-EMP-NUM TO GO-EMP-NUM.
           MOVE GT-ORDER-NUM TO GO-ORDER-NUM.
           READ GARNISH-FILE
              INVALID KEY
                 MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0510-APPLY-RESUME-EXIT
           END-READ.
           IF NOT GO-HELD
              MOVE 'ORDER IS NOT HELD' TO WS-REJECT-REASON
              MOVE 'N' TO WS-TXN-OK-FLAG
              GO TO 0510-APPLY-RESUME-EXIT
           END-IF.
           MOVE 'A' TO GO-STATUS.
           REWRITE GARNISH-ORDER-RECORD.
           ADD 1 TO WS-RESUMED-COUNT.
       0510-APPLY-RESUME-EXIT.
           EXIT.

      ****************************************************
      ****    PASS 2: LIST THE ORDER MASTER
      ****************************************************
       0600-LIST-ORDERS.
           MOVE SPACES TO GARNISH-LIST-RECORD.
           WRITE GARNISH-LIST-RECORD.
           WRITE GARNISH-LIST-RECORD FROM WS-HEADING-LINE.
           MOVE 0 TO GO-EMP-NUM.
           MOVE LOW-VALUES TO GO-ORDER-NUM.
           START GARNISH-FILE
              KEY IS NOT LESS THAN GO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-GARN-EOF-FLAG
           END-START.
           PERFORM 0610-LIST-ONE-ORDER THRU 0610-LIST-ONE-EXIT
              UNTIL WS-GARN-EOF.
       0600-LIST-EXIT.
           EXIT.

       0610-LIST-ONE-ORDER.
           READ GARNISH-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-GARN-EOF-FLAG
                 GO TO 0610-LIST-ONE-EXIT
           END-READ.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
              WHEN GO-ACTIVE
                 ADD 1 TO WS-ACTIVE-COUNT
                 MOVE 'ACTV' TO WS-DTL-STATUS
              WHEN GO-HELD
                 MOVE 'HELD' TO WS-DTL-STATUS
              WHEN GO-SATISFIED
                 ADD 1 TO WS-SATISFIED-COUNT
                 MOVE 'SATS' TO WS-DTL-STATUS
              WHEN OTHER
                 MOVE GO-STATUS TO WS-DTL-STATUS
           END-EVALUATE.
           MOVE GO-EMP-NUM TO WS-DTL-EMP-NUM.
           MOVE GO-ORDER-NUM TO WS-DTL-ORDER-NUM.
           MOVE GO-ORDER-TYPE TO WS-DTL-TYPE.
           MOVE GO-PRIORITY TO WS-DTL-PRIORITY.
           MOVE GO-AGENCY TO WS-DTL-AGENCY.
           MOVE GO-AMOUNT TO WS-DTL-AMOUNT.
           MOVE GO-METHOD TO WS-DTL-METHOD.
           MOVE GO-LIMIT-PCT TO WS-DTL-LIMIT.
           MOVE GO-TOTAL-OWED TO WS-DTL-OWED.
           MOVE GO-WITHHELD TO WS-DTL-WITHHELD.
           WRITE GARNISH-LIST-RECORD FROM WS-DETAIL-LINE.
       0610-LIST-ONE-EXIT.
           EXIT.

      *    PRIORITY, METHOD, AMOUNT, LIMIT AND TOTAL OWED - ON
      *    AN ADD THE TYPE DEFAULTS ARE ALREADY IN PLACE, ON A
      *    CHANGE THE ORDER'S OWN VALUES; A BLANK FIELD KEEPS
      *    WHAT IS THERE
       0700-EDIT-ORDER-FIELDS.
           IF GT-PRIORITY NOT = SPACES
              IF GT-PRIORITY NUMERIC
                 MOVE GT-PRIORITY TO GO-PRIORITY
              ELSE
                 MOVE 'PRIORITY NOT NUMERIC' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0700-EDIT-EXIT
              END-IF
           END-IF.
           IF GT-METHOD NOT = SPACE
              IF GT-METHOD = 'P' OR GT-METHOD = 'F'
                 MOVE GT-METHOD TO GO-METHOD
              ELSE
                 MOVE 'METHOD NOT P/F' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0700-EDIT-EXIT
              END-IF
           END-IF.
           IF GT-AMOUNT-DIGITS NOT = SPACES
              IF GT-AMOUNT-DIGITS NUMERIC
                 MOVE GT-AMOUNT-DIGITS TO WS-TXN-AMOUNT(1:7)
                 MOVE WS-TXN-AMOUNT TO GO-AMOUNT
              ELSE
                 MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0700-EDIT-EXIT
              END-IF
           END-IF.
           IF GT-LIMIT-DIGITS NOT = SPACES
              IF GT-LIMIT-DIGITS NUMERIC
                 MOVE GT-LIMIT-DIGITS TO WS-TXN-LIMIT(1:5)
                 MOVE WS-TXN-LIMIT TO GO-LIMIT-PCT
              ELSE
                 MOVE 'LIMIT NOT NUMERIC' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0700-EDIT-EXIT
              END-IF
           END-IF.
           IF GT-OWED-DIGITS NOT = SPACES
              IF GT-OWED-DIGITS NUMERIC
                 MOVE GT-OWED-DIGITS TO WS-TXN-OWED(1:11)
                 MOVE WS-TXN-OWED TO GO-TOTAL-OWED
              ELSE
                 MOVE 'TOTAL OWED NOT NUMERIC' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-TXN-OK-FLAG
                 GO TO 0700-EDIT-EXIT
              END-IF
           END-IF.
           IF GO-LIMIT-PCT = 0 OR GO-LIMIT-PCT > 100
              MOVE 'LIMIT MUST BE 000.01-100.00' TO WS-REJECT-REASON
              MOVE 'N' TO WS-TXN-OK-FLAG
              GO TO 0700-EDIT-EXIT
           END-IF.
           IF GO-PCT-OF-DISPOSABLE
              AND GO-AMOUNT > 100
              MOVE 'PERCENT OVER 100.00' TO WS-REJECT-REASON
              MOVE 'N' TO WS-TXN-OK-FLAG
           END-IF.
       0700-EDIT-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO GARNISH-LIST-RECORD.
           WRITE GARNISH-LIST-RECORD.
           MOVE WS-TXN-READ-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS READ' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-ADDED-COUNT TO WS-TOT-COUNT.
           MOVE 'ORDERS ADDED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT.
           MOVE 'ORDERS CHANGED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT.
           MOVE 'ORDERS HELD' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-RESUMED-COUNT TO WS-TOT-COUNT.
           MOVE 'ORDERS RESUMED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS REJECTED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-ORDER-COUNT TO WS-TOT-COUNT.
           MOVE 'ORDERS ON FILE' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-TOT-COUNT.
           MOVE 'ACTIVE - WITHHELD BY WBCI0040' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-SATISFIED-COUNT TO WS-TOT-COUNT.
           MOVE 'SATISFIED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE GARNISH-LIST-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-TXN-STATUS = '00' OR WS-TXN-STATUS = '10'
              CLOSE GARNISH-TXN-FILE
           END-IF.
           IF WS-MASTER-AVAILABLE
              CLOSE MASTER-FILE
           END-IF.
           CLOSE GARNISH-FILE.
           CLOSE GARNISH-LIST.

           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0350' TO JL-PROGRAM.
           MOVE WS-TXN-READ-COUNT TO JL-RECORDS-IN.
           COMPUTE JL-RECORDS-OUT = WS-ADDED-COUNT + WS-CHANGED-COUNT
              + WS-HELD-COUNT + WS-RESUMED-COUNT.
           MOVE WS-REJECTED-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0350 ORDERS ADDED: ' WS-ADDED-COUNT
                   ' CHANGED: ' WS-CHANGED-COUNT
                   ' REJECTED: ' WS-REJECTED-COUNT.
