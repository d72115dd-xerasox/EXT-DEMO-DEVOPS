       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0480.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  DUAL-CONTROL RELEASE OF THE DIRECT-DEPOSIT PAYMENT FILE.     *
      *  PAYFILE (WBCI0170) GOES TO THE BANK ONLY AS PAYXMIT, AND     *
      *  ONLY THIS PROGRAM WRITES PAYXMIT.  THE RLSCARD RELEASE CARD  *
      *  SAYS WHICH STEP IS BEING RUN AND BY WHOM:                    *
      *    'S' SUMMARY  - THE PREPARER ASKS FOR RELEASE.  PAYFILE IS  *
      *                   PROVED AGAINST ITS OWN TRAILER, THE RELRPT  *
      *                   RELEASE SUMMARY IS PRINTED (PAYMENT COUNT,  *
      *                   AMOUNT TOTAL, HASH TOTAL AND THE LARGEST    *
      *                   PAYMENTS) AND THE RELPEND PENDING-RELEASE   *
      *                   RECORD IS WRITTEN WITH A CHECKSUM OF THE    *
      *                   WHOLE FILE AS IT WAS REVIEWED               *
      *    'A' APPROVE  - A SECOND OPERATOR, NOT THE PREPARER, WHO    *
      *                   HAS REVIEWED THE SUMMARY.  THE CARD MUST    *
      *                   REPEAT THE TRAILER PAYMENT COUNT AND HASH   *
      *                   TOTAL, AND PAYFILE MUST STILL MATCH RELPEND *
      *                   BYTE FOR BYTE (BY CHECKSUM).  ONLY THEN IS  *
      *                   PAYFILE COPIED TO PAYXMIT                   *
      *    'R' REFUSE   - THE REVIEWER TURNS THE RELEASE DOWN         *
      *  THE OPERATOR ON EITHER CARD MUST BE ON AUTHTAB WITH 'R'      *
      *  (RELEASE) IN ITS ALLOWED ACTIONS.  AN APPROVAL OR REFUSAL    *
      *  CLEARS RELPEND, SO A FILE IS NEVER RELEASED TWICE ON ONE     *
      *  SUMMARY.  EVERY SUMMARY, APPROVAL AND REFUSAL - INCLUDING A  *
      *  REQUEST TURNED DOWN BY THE CHECKS - IS APPENDED TO THE       *
      *  RELLOG RELEASE LOG.  A REFUSAL ENDS WITH CC 8 SO THE         *
      *  TRANSMISSION STEP DOES NOT RUN.                              *
      *                                                                *
      *  RLSCARD: COL 1 ACTION, COLS 3-10 OPERATOR, COLS 12-18        *
      *  TRAILER PAYMENT COUNT, COLS 20-29 TRAILER HASH TOTAL         *
      *  (COUNT AND HASH ARE NEEDED ON AN APPROVAL ONLY).             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-CARD-FILE ASSIGN TO RLSCARD
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AUTH-TABLE    ASSIGN TO AUTHTAB
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT PAYMENT-FILE  ASSIGN TO PAYFILE
               FILE STATUS IS WS-PAYFILE-STATUS.
           SELECT RELEASE-PEND-FILE ASSIGN TO RELPEND
               FILE STATUS IS WS-PEND-STATUS.
           SELECT TRANSMIT-FILE ASSIGN TO PAYXMIT.
           SELECT RELEASE-REPORT ASSIGN TO RELRPT.
           SELECT RELEASE-LOG   ASSIGN TO RELLOG
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RELEASE-CARD-RECORD.
           05  RC-ACTION              PIC X(1).
               88  RC-SUMMARY                      VALUE 'S'.
               88  RC-APPROVE                      VALUE 'A'.
               88  RC-REFUSE                       VALUE 'R'.
           05  FILLER                 PIC X(1).
           05  RC-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(1).
           05  RC-COUNT-DIGITS        PIC X(7).
           05  FILLER                 PIC X(1).
           05  RC-HASH-DIGITS         PIC X(10).
           05  FILLER                 PIC X(51).

       FD  AUTH-TABLE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF AUTH-RECORD IN WBCI0070
       01  AUTH-RECORD.
           05  AT-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(1).
           05  AT-ACTIONS             PIC X(3).
           05  FILLER                 PIC X(1).
           05  AT-COMP-ALLOWED        PIC X(1).
           05  FILLER                 PIC X(1).
           05  AT-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  AT-COMPANY-CODES       PIC X(10).
           05  FILLER                 PIC X(49).

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF WS-PAY-DETAIL IN WBCI0170, WITH THE HEADER
      *    AND TRAILER VIEWS
       01  PAYMENT-RECORD.
           05  PR-RECORD-TYPE         PIC X(3).
               88  PR-HEADER                       VALUE 'HDR'.
               88  PR-DETAIL                       VALUE 'DTL'.
               88  PR-PRENOTE                      VALUE 'PRN'.
               88  PR-TRAILER                      VALUE 'TRL'.
           05  FILLER                 PIC X(1).
           05  PR-ROUTING             PIC 9(9).
           05  FILLER                 PIC X(1).
           05  PR-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(1).
           05  PR-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  PR-AMOUNT              PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PR-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(1).
           05  PR-NAME                PIC X(15).
           05  FILLER                 PIC X(18).
       01  PAYMENT-HEADER-RECORD.
           05  FILLER                 PIC X(4).
           05  PH-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(68).
       01  PAYMENT-TRAILER-RECORD.
           05  FILLER                 PIC X(4).
           05  PT-COUNT               PIC 9(7).
           05  FILLER                 PIC X(1).
           05  PT-AMOUNT              PIC 9(11)V99.
           05  FILLER                 PIC X(1).
           05  PT-HASH                PIC 9(10).
           05  FILLER                 PIC X(44).

       FD  RELEASE-PEND-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    THE PAYFILE AS IT WAS SUMMARIZED, AWAITING APPROVAL
       01  RELEASE-PEND-RECORD.
           05  RL-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  RL-PREPARER            PIC X(8).
           05  FILLER                 PIC X(1).
           05  RL-PREP-DATE           PIC 9(8).
           05  FILLER                 PIC X(1).
           05  RL-PREP-TIME           PIC 9(6).
           05  FILLER                 PIC X(1).
           05  RL-COUNT               PIC 9(7).
           05  FILLER                 PIC X(1).
           05  RL-AMOUNT              PIC 9(11)V99.
           05  FILLER                 PIC X(1).
           05  RL-HASH                PIC 9(10).
           05  FILLER                 PIC X(1).
           05  RL-CHECKSUM            PIC 9(12).
           05  FILLER                 PIC X(1).

       FD  TRANSMIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TRANSMIT-RECORD            PIC X(80).

       FD  RELEASE-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RELEASE-REPORT-RECORD      PIC X(80).

       FD  RELEASE-LOG
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RELEASE-LOG-RECORD.
           05  LG-DATE                PIC 9(8).
           05  FILLER                 PIC X(1).
           05  LG-TIME                PIC 9(6).
           05  FILLER                 PIC X(1).
           05  LG-DECISION            PIC X(8).
           05  FILLER                 PIC X(1).
           05  LG-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(1).
           05  LG-PREPARER            PIC X(8).
           05  FILLER                 PIC X(1).
           05  LG-COUNT               PIC 9(7).
           05  FILLER                 PIC X(1).
           05  LG-HASH                PIC 9(10).
           05  FILLER                 PIC X(1).
           05  LG-REASON              PIC X(18).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS             PIC XX       VALUE SPACES.
       01  WS-AUTH-STATUS             PIC XX       VALUE SPACES.
       01  WS-PAYFILE-STATUS          PIC XX       VALUE SPACES.
       01  WS-PEND-STATUS             PIC XX       VALUE SPACES.
       01  WS-LOG-STATUS              PIC XX       VALUE SPACES.

       01  WS-AUTH-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-AUTH-EOF                         VALUE 'Y'.
       01  WS-PAY-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-PAY-EOF                          VALUE 'Y'.
       01  WS-TRAILER-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-TRAILER-SEEN                     VALUE 'Y'.
       01  WS-PEND-FOUND-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-PEND-FOUND                       VALUE 'Y'.

       01  WS-NOW                     PIC X(21)    VALUE SPACES.
       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-TIME-NUM                PIC 9(6)     VALUE 0.

      *    THE CARD, KEPT AFTER THE CARD FILE IS CLOSED
       01  WS-ACTION                  PIC X(1)     VALUE SPACE.
       01  WS-OPERATOR                PIC X(8)     VALUE SPACES.
       01  WS-CARD-COUNT              PIC 9(7)     VALUE 0.
       01  WS-CARD-HASH               PIC 9(10)    VALUE 0.

      *    A NON-BLANK REASON TURNS THE REQUEST DOWN
       01  WS-REFUSE-REASON           PIC X(18)    VALUE SPACES.
       01  WS-DECISION                PIC X(8)     VALUE SPACES.

       01  WS-AUTH-IDX                PIC 9(2)     VALUE 0.
       01  WS-AUTH-FOUND              PIC 9(2)     VALUE 0.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT          PIC 9(2)     VALUE 0.
           05  WS-AUTH-ENTRY          OCCURS 50 TIMES.
               10  WS-AT-OPERATOR     PIC X(8).
               10  WS-AT-ACTIONS      PIC X(3).

      *    PAYFILE AS READ THIS RUN
       01  WS-RUN-DATE                PIC X(8)     VALUE SPACES.
       01  WS-RECORD-COUNT            PIC 9(7)     VALUE 0.
       01  WS-PAY-COUNT               PIC 9(7)     VALUE 0.
       01  WS-PRENOTE-COUNT           PIC 9(7)     VALUE 0.
       01  WS-PAY-AMOUNT              PIC 9(11)V99 VALUE 0.
       01  WS-ROUTING-HASH            PIC 9(12)    VALUE 0.
       01  WS-PAY-HASH                PIC 9(10)    VALUE 0.
       01  WS-TRL-COUNT               PIC 9(7)     VALUE 0.
       01  WS-TRL-AMOUNT              PIC 9(11)V99 VALUE 0.
       01  WS-TRL-HASH                PIC 9(10)    VALUE 0.

      *    POSITION-WEIGHTED SUM OF EVERY BYTE ON THE FILE.  ANY
      *    CHANGE TO ANY RECORD BETWEEN THE SUMMARY AND THE
      *    APPROVAL SHOWS UP AS A DIFFERENT CHECKSUM
       01  WS-CHECKSUM                PIC 9(12)    VALUE 0.
       01  WS-BYTE-IDX                PIC 9(2)     VALUE 0.

      *    THE LARGEST PAYMENTS, LARGEST FIRST
       01  WS-TOP-IDX                 PIC 9(2)     VALUE 0.
       01  WS-TOP-SLOT                PIC 9(2)     VALUE 0.
       01  WS-TOP-TABLE.
           05  WS-TOP-COUNT           PIC 9(2)     VALUE 0.
           05  WS-TOP-ENTRY           OCCURS 10 TIMES.
               10  WS-TP-EMP          PIC X(5).
               10  WS-TP-NAME         PIC X(15).
               10  WS-TP-ROUTING      PIC 9(9).
               10  WS-TP-AMOUNT       PIC 9(9)V99.
               10  WS-TP-CURRENCY     PIC X(3).

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CNT-LABEL           PIC X(30).
           05  WS-CNT-VALUE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(29)    VALUE SPACES.

       01  WS-COUNT-INT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CNI-LABEL           PIC X(30).
           05  WS-CNI-VALUE           PIC Z(11)9.
           05  FILLER                 PIC X(37)    VALUE SPACES.

       01  WS-TOP-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)    VALUE
           'EMPNO NAME            ROUTING             AMOUNT CUR'.

       01  WS-TOP-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TL-EMP              PIC X(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TL-NAME             PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TL-ROUTING          PIC 9(9).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TL-CURRENCY         PIC X(3).
           05  FILLER                 PIC X(29)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-CHECK-REQUEST THRU 0200-CHECK-EXIT.
           PERFORM 0500-PRINT-SUMMARY.
           PERFORM 0600-CARRY-OUT-DECISION.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0480' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:8) TO WS-TODAY-NUM.
           MOVE WS-NOW(9:6) TO WS-TIME-NUM.
           OPEN OUTPUT RELEASE-REPORT.

           OPEN INPUT RELEASE-CARD-FILE.
           IF WS-CARD-STATUS = '00'
              READ RELEASE-CARD-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE RC-ACTION TO WS-ACTION
                    MOVE RC-OPERATOR TO WS-OPERATOR
                    IF RC-COUNT-DIGITS NUMERIC
                       MOVE RC-COUNT-DIGITS TO WS-CARD-COUNT
                    END-IF
                    IF RC-HASH-DIGITS NUMERIC
                       MOVE RC-HASH-DIGITS TO WS-CARD-HASH
                    END-IF
              END-READ
              CLOSE RELEASE-CARD-FILE
           END-IF.

           OPEN INPUT AUTH-TABLE.
           IF WS-AUTH-STATUS = '00'
              PERFORM 0110-LOAD-ONE-AUTHORITY UNTIL WS-AUTH-EOF
              CLOSE AUTH-TABLE
           END-IF.

       0110-LOAD-ONE-AUTHORITY.
           READ AUTH-TABLE
              AT END
                 MOVE 'Y' TO WS-AUTH-EOF-FLAG
              NOT AT END
                 IF AT-OPERATOR NOT = SPACES
                    AND WS-AUTH-COUNT < 50
                    ADD 1 TO WS-AUTH-COUNT
                    MOVE AT-OPERATOR
                       TO WS-AT-OPERATOR(WS-AUTH-COUNT)
                    MOVE AT-ACTIONS
                       TO WS-AT-ACTIONS(WS-AUTH-COUNT)
                 END-IF
           END-READ.

      ****************************************************
      ****    EVERY CHECK THE REQUEST MUST PASS.  THE FIRST
      ****    ONE FAILED IS THE REASON LOGGED
      ****************************************************
       0200-CHECK-REQUEST.
           IF WS-ACTION NOT = 'S'
              AND WS-ACTION NOT = 'A'
              AND WS-ACTION NOT = 'R'
              MOVE 'NO VALID CARD' TO WS-REFUSE-REASON
              GO TO 0200-CHECK-EXIT
           END-IF.
           IF WS-AUTH-COUNT = 0
              MOVE 'AUTHTAB NOT LOADED' TO WS-REFUSE-REASON
              GO TO 0200-CHECK-EXIT
           END-IF.
           PERFORM 0210-CHECK-OPERATOR.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO 0200-CHECK-EXIT
           END-IF.

           IF WS-ACTION NOT = 'S'
              PERFORM 0220-READ-PENDING-RELEASE
              IF NOT WS-PEND-FOUND
                 MOVE 'NO SUMMARY PENDING' TO WS-REFUSE-REASON
                 GO TO 0200-CHECK-EXIT
              END-IF
           END-IF.
      *    AN EXPLICIT REFUSAL NEEDS NOTHING MORE; THE FILE IS
      *    STILL READ SO THE SUMMARY SHOWS WHAT WAS TURNED DOWN
           IF WS-ACTION = 'R'
              PERFORM 0300-PROVE-PAYMENT-FILE THRU 0300-PROVE-EXIT
              MOVE 'REVIEWER REFUSED' TO WS-REFUSE-REASON
              GO TO 0200-CHECK-EXIT
           END-IF.
           IF WS-ACTION = 'A'
              AND WS-OPERATOR = RL-PREPARER
              MOVE 'SAME AS PREPARER' TO WS-REFUSE-REASON
              GO TO 0200-CHECK-EXIT
           END-IF.

           PERFORM 0300-PROVE-PAYMENT-FILE THRU 0300-PROVE-EXIT.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO 0200-CHECK-EXIT
           END-IF.

           IF WS-ACTION = 'A'
              IF WS-CARD-COUNT NOT = WS-TRL-COUNT
                 OR WS-CARD-HASH NOT = WS-TRL-HASH
                 MOVE 'CARD TOTALS DIFFER' TO WS-REFUSE-REASON
                 GO TO 0200-CHECK-EXIT
              END-IF
              IF RL-COUNT NOT = WS-PAY-COUNT
                 OR RL-AMOUNT NOT = WS-PAY-AMOUNT
                 OR RL-HASH NOT = WS-PAY-HASH
                 OR RL-CHECKSUM NOT = WS-CHECKSUM
                 MOVE 'CHANGED SINCE REVW' TO WS-REFUSE-REASON
              END-IF
           END-IF.
       0200-CHECK-EXIT.
           EXIT.

       0210-CHECK-OPERATOR.
           MOVE 0 TO WS-AUTH-FOUND.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
              IF WS-AT-OPERATOR(WS-AUTH-IDX) = WS-OPERATOR
                 MOVE WS-AUTH-IDX TO WS-AUTH-FOUND
              END-IF
           END-PERFORM.
           IF WS-OPERATOR = SPACES
              OR WS-AUTH-FOUND = 0
              MOVE 'OPERATOR NOT AUTHD' TO WS-REFUSE-REASON
           ELSE
              IF WS-AT-ACTIONS(WS-AUTH-FOUND)(1:1) NOT = 'R'
                 AND WS-AT-ACTIONS(WS-AUTH-FOUND)(2:1) NOT = 'R'
                 AND WS-AT-ACTIONS(WS-AUTH-FOUND)(3:1) NOT = 'R'
                 MOVE 'NO RELEASE AUTHRTY' TO WS-REFUSE-REASON
              END-IF
           END-IF.

       0220-READ-PENDING-RELEASE.
           OPEN INPUT RELEASE-PEND-FILE.
           IF WS-PEND-STATUS = '00'
              READ RELEASE-PEND-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF RL-PREPARER NOT = SPACES
                       MOVE 'Y' TO WS-PEND-FOUND-FLAG
                    END-IF
              END-READ
              CLOSE RELEASE-PEND-FILE
           END-IF.

      ****************************************************
      ****    PROVE PAYFILE AGAINST ITS OWN TRAILER
      ****************************************************
       0300-PROVE-PAYMENT-FILE.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYFILE-STATUS NOT = '00'
              MOVE 'PAYFILE NOT READY' TO WS-REFUSE-REASON
              GO TO 0300-PROVE-EXIT
           END-IF.
           PERFORM 0310-PROVE-ONE-RECORD UNTIL WS-PAY-EOF.
           CLOSE PAYMENT-FILE.
      *    THE MOVE KEEPS THE LOW-ORDER 10 DIGITS, AS WBCI0170 DOES
           MOVE WS-ROUTING-HASH TO WS-PAY-HASH.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO 0300-PROVE-EXIT
           END-IF.
           IF NOT WS-TRAILER-SEEN
              MOVE 'NO TRAILER' TO WS-REFUSE-REASON
              GO TO 0300-PROVE-EXIT
           END-IF.
           IF WS-TRL-COUNT NOT = WS-PAY-COUNT
              OR WS-TRL-AMOUNT NOT = WS-PAY-AMOUNT
              OR WS-TRL-HASH NOT = WS-PAY-HASH
              MOVE 'TRAILER MISMATCH' TO WS-REFUSE-REASON
           END-IF.
       0300-PROVE-EXIT.
           EXIT.

      *    NOTHING MAY FOLLOW THE TRAILER
       0310-PROVE-ONE-RECORD.
           READ PAYMENT-FILE
              AT END
                 MOVE 'Y' TO WS-PAY-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-RECORD-COUNT
                 PERFORM 0320-ADD-TO-CHECKSUM
                 IF WS-TRAILER-SEEN
                    MOVE 'DATA AFTER TRAILER' TO WS-REFUSE-REASON
                 END-IF
                 EVALUATE TRUE
                    WHEN PR-HEADER
                       MOVE PH-RUN-DATE TO WS-RUN-DATE
                    WHEN PR-DETAIL
                       ADD 1 TO WS-PAY-COUNT
                       ADD PR-AMOUNT TO WS-PAY-AMOUNT
                       ADD PR-ROUTING TO WS-ROUTING-HASH
                       PERFORM 0330-KEEP-LARGEST THRU 0330-KEEP-EXIT
                    WHEN PR-PRENOTE
                       ADD 1 TO WS-PRENOTE-COUNT
                    WHEN PR-TRAILER
                       MOVE 'Y' TO WS-TRAILER-FLAG
                       MOVE PT-COUNT TO WS-TRL-COUNT
                       MOVE PT-AMOUNT TO WS-TRL-AMOUNT
                       MOVE PT-HASH TO WS-TRL-HASH
                    WHEN OTHER
                       MOVE 'UNKNOWN RECORD' TO WS-REFUSE-REASON
                 END-EVALUATE
           END-READ.

       0320-ADD-TO-CHECKSUM.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 80
              COMPUTE WS-CHECKSUM = WS-CHECKSUM
                 + FUNCTION ORD(PAYMENT-RECORD(WS-BYTE-IDX:1))
                 * WS-BYTE-IDX
           END-PERFORM.

      *    INSERT THIS PAYMENT INTO THE LARGEST-FIRST TABLE IF IT
      *    BEATS ONE ALREADY THERE (OR THE TABLE IS NOT YET FULL)
       0330-KEEP-LARGEST.
           MOVE 0 TO WS-TOP-SLOT.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
                      OR WS-TOP-SLOT > 0
              IF PR-AMOUNT > WS-TP-AMOUNT(WS-TOP-IDX)
                 MOVE WS-TOP-IDX TO WS-TOP-SLOT
              END-IF
           END-PERFORM.
           IF WS-TOP-SLOT = 0
              IF WS-TOP-COUNT < 10
                 COMPUTE WS-TOP-SLOT = WS-TOP-COUNT + 1
              ELSE
                 GO TO 0330-KEEP-EXIT
              END-IF
           END-IF.
           IF WS-TOP-COUNT < 10
              ADD 1 TO WS-TOP-COUNT
           END-IF.
           PERFORM VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
                   UNTIL WS-TOP-IDX NOT > WS-TOP-SLOT
              MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1)
                 TO WS-TOP-ENTRY(WS-TOP-IDX)
           END-PERFORM.
           MOVE PR-EMP-NUM TO WS-TP-EMP(WS-TOP-SLOT).
           MOVE PR-NAME TO WS-TP-NAME(WS-TOP-SLOT).
           MOVE PR-ROUTING TO WS-TP-ROUTING(WS-TOP-SLOT).
           MOVE PR-AMOUNT TO WS-TP-AMOUNT(WS-TOP-SLOT).
           MOVE PR-CURRENCY TO WS-TP-CURRENCY(WS-TOP-SLOT).
       0330-KEEP-EXIT.
           EXIT.

      ****************************************************
      ****    THE RELEASE SUMMARY THE REVIEWER SIGNS OFF
      ****************************************************
       0500-PRINT-SUMMARY.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           STRING ' PAYMENT FILE RELEASE SUMMARY - ' WS-TODAY-NUM
                  ' ' WS-TIME-NUM
                  DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           STRING ' PAYFILE RUN ' WS-RUN-DATE
                  '   CARD ' WS-ACTION ' OPERATOR ' WS-OPERATOR
                  DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           IF WS-PEND-FOUND
              MOVE SPACES TO RELEASE-REPORT-RECORD
              STRING ' SUMMARY BY ' RL-PREPARER ' ON ' RL-PREP-DATE
                     ' ' RL-PREP-TIME
                     DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
              WRITE RELEASE-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.

           MOVE 'PAYMENT COUNT' TO WS-CNI-LABEL.
           MOVE WS-PAY-COUNT TO WS-CNI-VALUE.
           WRITE RELEASE-REPORT-RECORD FROM WS-COUNT-INT-LINE.
           MOVE 'AMOUNT TOTAL' TO WS-CNT-LABEL.
           MOVE WS-PAY-AMOUNT TO WS-CNT-VALUE.
           WRITE RELEASE-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ROUTING HASH TOTAL' TO WS-CNI-LABEL.
           MOVE WS-PAY-HASH TO WS-CNI-VALUE.
           WRITE RELEASE-REPORT-RECORD FROM WS-COUNT-INT-LINE.
           MOVE 'PRENOTE ENTRIES (ZERO)' TO WS-CNI-LABEL.
           MOVE WS-PRENOTE-COUNT TO WS-CNI-VALUE.
           WRITE RELEASE-REPORT-RECORD FROM WS-COUNT-INT-LINE.
           MOVE 'RECORDS ON PAYFILE' TO WS-CNI-LABEL.
           MOVE WS-RECORD-COUNT TO WS-CNI-VALUE.
           WRITE RELEASE-REPORT-RECORD FROM WS-COUNT-INT-LINE.
           MOVE 'FILE CHECKSUM' TO WS-CNI-LABEL.
           MOVE WS-CHECKSUM TO WS-CNI-VALUE.
           WRITE RELEASE-REPORT-RECORD FROM WS-COUNT-INT-LINE.

           MOVE SPACES TO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           MOVE ' LARGEST PAYMENTS' TO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD FROM WS-TOP-HEAD-LINE.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
              MOVE WS-TP-EMP(WS-TOP-IDX) TO WS-TL-EMP
              MOVE WS-TP-NAME(WS-TOP-IDX) TO WS-TL-NAME
              MOVE WS-TP-ROUTING(WS-TOP-IDX) TO WS-TL-ROUTING
              MOVE WS-TP-AMOUNT(WS-TOP-IDX) TO WS-TL-AMOUNT
              MOVE WS-TP-CURRENCY(WS-TOP-IDX) TO WS-TL-CURRENCY
              WRITE RELEASE-REPORT-RECORD FROM WS-TOP-LINE
           END-PERFORM.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.

      ****************************************************
      ****    SUMMARY, RELEASE OR REFUSAL - EACH ONE LOGGED
      ****************************************************
       0600-CARRY-OUT-DECISION.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           IF WS-REFUSE-REASON NOT = SPACES
              MOVE 'REFUSED' TO WS-DECISION
              STRING ' *** RELEASE REFUSED - ' WS-REFUSE-REASON
                     ' - PAYFILE NOT SENT ***'
                     DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
              MOVE 'WBCI0480' TO EH-PROGRAM
              MOVE 'RLSREFUS' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE SPACES TO EH-MESSAGE
              STRING 'PAYFILE RELEASE REFUSED - ' WS-REFUSE-REASON
                     DELIMITED BY SIZE INTO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
      *       A FAILED SUMMARY LEAVES ANY EARLIER ONE STANDING
              IF WS-ACTION NOT = 'S'
                 PERFORM 0620-CLEAR-PENDING-RELEASE
              END-IF
           ELSE
              IF WS-ACTION = 'S'
                 MOVE 'SUMMARY' TO WS-DECISION
                 PERFORM 0610-WRITE-PENDING-RELEASE
                 MOVE ' AWAITING APPROVAL BY A SECOND OPERATOR'
                    TO RELEASE-REPORT-RECORD
              ELSE
                 MOVE 'APPROVED' TO WS-DECISION
                 PERFORM 0630-COPY-TO-TRANSMISSION
                 PERFORM 0620-CLEAR-PENDING-RELEASE
                 STRING ' RELEASED TO PAYXMIT - APPROVED BY '
                        WS-OPERATOR
                        DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
              END-IF
           END-IF.
           WRITE RELEASE-REPORT-RECORD.
           PERFORM 0650-WRITE-RELEASE-LOG.

       0610-WRITE-PENDING-RELEASE.
           OPEN OUTPUT RELEASE-PEND-FILE.
           MOVE SPACES TO RELEASE-PEND-RECORD.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-OPERATOR TO RL-PREPARER.
           MOVE WS-TODAY-NUM TO RL-PREP-DATE.
           MOVE WS-TIME-NUM TO RL-PREP-TIME.
           MOVE WS-PAY-COUNT TO RL-COUNT.
           MOVE WS-PAY-AMOUNT TO RL-AMOUNT.
           MOVE WS-PAY-HASH TO RL-HASH.
           MOVE WS-CHECKSUM TO RL-CHECKSUM.
           WRITE RELEASE-PEND-RECORD.
           CLOSE RELEASE-PEND-FILE.

      *    AN EMPTY RELPEND - THE NEXT RELEASE NEEDS A NEW SUMMARY
       0620-CLEAR-PENDING-RELEASE.
           OPEN OUTPUT RELEASE-PEND-FILE.
           CLOSE RELEASE-PEND-FILE.

       0630-COPY-TO-TRANSMISSION.
           MOVE 'N' TO WS-PAY-EOF-FLAG.
           OPEN INPUT PAYMENT-FILE.
           OPEN OUTPUT TRANSMIT-FILE.
           PERFORM 0640-COPY-ONE-RECORD UNTIL WS-PAY-EOF.
           CLOSE PAYMENT-FILE.
           CLOSE TRANSMIT-FILE.

       0640-COPY-ONE-RECORD.
           READ PAYMENT-FILE
              AT END
                 MOVE 'Y' TO WS-PAY-EOF-FLAG
              NOT AT END
                 WRITE TRANSMIT-RECORD FROM PAYMENT-RECORD
                 ADD 1 TO JL-RECORDS-OUT
           END-READ.

       0650-WRITE-RELEASE-LOG.
           OPEN EXTEND RELEASE-LOG.
           IF WS-LOG-STATUS NOT = '00'
              OPEN OUTPUT RELEASE-LOG
              CLOSE RELEASE-LOG
              OPEN EXTEND RELEASE-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
              MOVE 'WBCI0480' TO EH-PROGRAM
              MOVE 'RLOGOPEN' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-LOG-STATUS TO EH-FILE-STATUS
              MOVE 'RELEASE LOG NOT AVAILABLE - DECISION NOT LOGGED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           ELSE
              MOVE SPACES TO RELEASE-LOG-RECORD
              MOVE WS-TODAY-NUM TO LG-DATE
              MOVE WS-TIME-NUM TO LG-TIME
              MOVE WS-DECISION TO LG-DECISION
              MOVE WS-OPERATOR TO LG-OPERATOR
              IF WS-PEND-FOUND
                 MOVE RL-PREPARER TO LG-PREPARER
              END-IF
              MOVE WS-PAY-COUNT TO LG-COUNT
              MOVE WS-PAY-HASH TO LG-HASH
              MOVE WS-REFUSE-REASON TO LG-REASON
              WRITE RELEASE-LOG-RECORD
              CLOSE RELEASE-LOG
           END-IF.

       0900-TERMINATE.
           CLOSE RELEASE-REPORT.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0480' TO JL-PROGRAM.
           MOVE WS-RECORD-COUNT TO JL-RECORDS-IN.
           IF WS-REFUSE-REASON NOT = SPACES
              MOVE 1 TO JL-RECORDS-REJ
           END-IF.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0480 ' WS-DECISION ' BY ' WS-OPERATOR
                   ' PAYMENTS: ' WS-PAY-COUNT
                   ' ' WS-REFUSE-REASON.
