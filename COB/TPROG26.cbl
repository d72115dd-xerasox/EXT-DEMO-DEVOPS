       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG26.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * EDITORIAL APPROVAL.  APPLIES THE APPROVERS' DECISIONS
      *      (APPRDEC) TO THE KEYED APPRQUE APPROVAL QUEUE THAT
      *      TPROG17 FILLS WITH BULLETINS IN CATEGORIES FLAGGED
      *      'APPROVAL REQUIRED' ON ROUTEFIL.  WHAT IS APPROVED
      *      HERE IS DISTRIBUTED BY THE NEXT TPROG17 RUN.
      *
      *      APPRDEC DECISION CARD:
      *        COLS   1-8    APPROVER ID (ON APPRTBL)
      *        COL   10      DECISION
      *                        A  APPROVE
      *                        R  REJECT - NEVER DISTRIBUTED
      *                        E  EDIT - REPLACE ONE LINE OF THE
      *                           TEXT; AN EDIT ALSO APPROVES
      *        COLS  12-31   QUEUE ID OF THE BULLETIN
      *        COL   33      LINE TO EDIT (1 = THE PRIMARY TEXT,
      *                      2-4 = CONTINUATION LINES; THE LINE
      *                      AFTER THE LAST ONE ADDS A LINE)
      *        COLS  35-104  REPLACEMENT TEXT (E) OR A NOTE (A/R,
      *                      FIRST 40 CHARACTERS KEPT)
      *      CARDS APPLY IN ORDER, SO A LATER CARD CAN REVISE AN
      *      EARLIER DECISION UNTIL TPROG17 HAS DISTRIBUTED THE
      *      ITEM.  A CARD IS REJECTED WHEN THE APPROVER IS NOT
      *      ON APPRTBL, IS NOT AUTHORIZED FOR THE BULLETIN'S
      *      CATEGORY, THE QUEUE ID IS NOT ON FILE OR THE ITEM
      *      HAS ALREADY BEEN REJECTED, DISTRIBUTED OR EXPIRED.
      *
      *      APPRTBL APPROVER CARD:
      *        COLS   1-8    APPROVER ID
      *        COLS  10-29   NAME
      *        COLS  31-50   UP TO FIVE 4-CHARACTER CATEGORIES
      *                      THE APPROVER MAY DECIDE (ALL BLANK =
      *                      EVERY CATEGORY)
      *
      *      APPRPARM CARD:
      *        COLS   1-4    ESCALATION THRESHOLD IN HOURS
      *                      (ZERO-FILLED, DEFAULT 24)
      *
      *      EVERY DECISION IS LOGGED ON BULLSTAT THROUGH THE
      *      BSTATSB SERVICE (APPR, APED, APRJ).  AN ITEM STILL
      *      PENDING PAST THE THRESHOLD IS ESCALATED: AN ALERT
      *      RECORD ON ALERTFIL, A CONSOLE MESSAGE AND AN 'ESCL'
      *      EVENT, REPEATED ON EVERY RUN UNTIL IT IS DECIDED.
      *      APPRRPT LISTS THE DECISIONS, THE REJECTED CARDS
      *      WITH THEIR REASON, THE ESCALATIONS AND THE ITEMS
      *      STILL OPEN ON THE QUEUE WITH THEIR AGE.
      *      WITH COPYLIB   TCPYAPQ (APPROVAL QUEUE RECORD)
      *                     TCPYBST (BULLETIN STATUS LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  26/10/15  ISPW Dave   NEW PROGRAM
      * ======================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************
      *  FILES USED:
      *   APPRDEC   APPROVER DECISION CARDS
      *   APPRTBL   NAMED APPROVERS AND THEIR CATEGORIES
      *   APPRPARM  ESCALATION THRESHOLD CARD
      *   APPRQUE   THE KEYED APPROVAL QUEUE (UPDATED)
      *   ALERTFIL  OPERATOR ALERT FILE (APPENDED)
      *   APPRRPT   DECISION AND QUEUE LISTING
      *****************************************************
           SELECT DECISION-FILE ASSIGN UT-S-APPRDEC
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-DEC-STATUS.

           SELECT APPROVER-FILE ASSIGN UT-S-APPRTBL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-APPRTBL-STATUS.

           SELECT PARM-FILE ASSIGN UT-S-APPRPARM
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.

           SELECT APPROVAL-QUEUE ASSIGN APPRQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS APQ-BULLETIN-ID
             FILE STATUS IS WS-APPRQ-STATUS.

           SELECT ALERT-FILE ASSIGN UT-S-ALERTFIL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-ALERT-STATUS.

           SELECT APPROVAL-REPORT ASSIGN UT-S-APPRRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DECISION-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS DECISION-REC.

       01  DECISION-REC.
           05  DEC-APPROVER          PIC X(8).
           05  FILLER                PIC X(1).
           05  DEC-ACTION            PIC X(1).
               88  DEC-APPROVE       VALUE 'A'.
               88  DEC-REJECT        VALUE 'R'.
               88  DEC-EDIT          VALUE 'E'.
           05  FILLER                PIC X(1).
           05  DEC-QUEUE-ID          PIC X(20).
           05  FILLER                PIC X(1).
           05  DEC-LINE-NO           PIC X(1).
           05  FILLER                PIC X(1).
           05  DEC-TEXT              PIC X(70).
           05  FILLER                PIC X(16).

       FD  APPROVER-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS APPROVER-REC.

       01  APPROVER-REC.
           05  APV-ID                PIC X(8).
           05  FILLER                PIC X(1).
           05  APV-NAME              PIC X(20).
           05  FILLER                PIC X(1).
           05  APV-CATEGORY-LIST.
               10  APV-CATEGORY      OCCURS 5 TIMES PIC X(4).
           05  FILLER                PIC X(30).

       FD  PARM-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-ESCALATE-HOURS   PIC X(4).
           05  FILLER                PIC X(76).

       FD  APPROVAL-QUEUE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS APPROVAL-QUEUE-REC.

       COPY TCPYAPQ.

       FD  ALERT-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-REC.

       01  ALERT-REC                 PIC X(80).

       FD  APPROVAL-REPORT
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS APPROVAL-REPORT-REC.

       01  APPROVAL-REPORT-REC.
           05  CC                    PIC X(1).
           05  APPROVAL-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DEC-STATUS              PIC XX    VALUE SPACES.
       01  WS-APPRTBL-STATUS          PIC XX    VALUE SPACES.
       01  WS-PARM-STATUS             PIC XX    VALUE SPACES.
       01  WS-APPRQ-STATUS            PIC XX    VALUE SPACES.
       01  WS-ALERT-STATUS            PIC XX    VALUE SPACES.

       01  WS-DEC-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-DEC-EOF                       VALUE 'Y'.

       01  WS-APPRTBL-EOF-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-APPRTBL-EOF                   VALUE 'Y'.

       01  WS-APPRQ-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-APPRQ-EOF                     VALUE 'Y'.

       01  APPRQUE-OPEN-FLAG          PIC X(1)  VALUE 'N'.
           88  APPRQUE-OPEN                     VALUE 'Y'.

       01  ALERT-FILE-OPEN-FLAG       PIC X(1)  VALUE 'N'.
           88  ALERT-FILE-OPEN                  VALUE 'Y'.

       01  WS-ESCALATE-HOURS          PIC 9(4)  VALUE 24.

      ****************************************************
      ****    NAMED APPROVERS FROM APPRTBL
      ****************************************************
       01  WS-APV-IDX                 PIC 9(2)  VALUE 0.
       01  WS-APV-FOUND-IDX           PIC 9(2)  VALUE 0.
       01  WS-APV-CAT-IDX             PIC 9(1)  VALUE 0.
       01  WS-APV-TABLE.
           05  WS-APV-COUNT           PIC 9(2)  VALUE 0.
           05  WS-APV-ENTRY           OCCURS 50 TIMES.
               10  WS-APV-ID          PIC X(8).
               10  WS-APV-NAME        PIC X(20).
               10  WS-APV-CATS        PIC X(20).
               10  WS-APV-CAT         REDEFINES WS-APV-CATS
                                      OCCURS 5 TIMES PIC X(4).

       01  WS-AUTH-FLAG               PIC X(1)  VALUE 'N'.
           88  WS-AUTHORIZED                    VALUE 'Y'.

       01  WS-REJECT-REASON           PIC X(40) VALUE SPACES.
           88  WS-CARD-PASSES                   VALUE SPACES.

       01  WS-EDIT-LINE               PIC 9(1)  VALUE 0.
       01  WS-CONT-SLOT               PIC 9(1)  VALUE 0.

      ****************************************************
      ****    QUEUE AGE IN HOURS, FROM THE QUEUED STAMP TO
      ****    THE START OF THIS RUN
      ****************************************************
       01  WS-QUEUED-TIME-X.
           05  WS-QUEUED-HH           PIC 9(2).
           05  WS-QUEUED-MIN          PIC 9(2).
           05  WS-QUEUED-SEC          PIC 9(2).
       01  WS-AGE-DAYS                PIC S9(7) COMP VALUE 0.
       01  WS-AGE-MINUTES             PIC S9(9) COMP VALUE 0.
       01  WS-AGE-HOURS               PIC 9(5)  VALUE 0.

       01  WS-CARD-COUNT              PIC 9(5)  VALUE 0.
       01  WS-APPROVE-COUNT           PIC 9(5)  VALUE 0.
       01  WS-EDIT-COUNT              PIC 9(5)  VALUE 0.
       01  WS-REJECT-DEC-COUNT        PIC 9(5)  VALUE 0.
       01  WS-CARD-REJECT-COUNT       PIC 9(5)  VALUE 0.
       01  WS-ESCALATE-COUNT          PIC 9(5)  VALUE 0.
       01  WS-PENDING-COUNT           PIC 9(5)  VALUE 0.
       01  WS-AWAITING-COUNT          PIC 9(5)  VALUE 0.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).
           05  WS-CURR-HH             PIC 9(2).
           05  WS-CURR-MIN            PIC 9(2).
           05  WS-CURR-SEC            PIC 9(2).
           05  FILLER                 PIC X(7).

       01  WS-RUN-DATE-X              PIC 9(8)  VALUE 0.
       01  WS-RUN-TIME-X              PIC 9(6)  VALUE 0.

      ****************************************************
      ****    OPERATOR ALERT RECORD (80 BYTES, THE SAME
      ****    ALERTFIL THE TPROG17 URGENT-VOLUME ALERT USES)
      ****************************************************
       01  WS-ALERT-LINE.
           05  FILLER                 PIC X(20)
               VALUE 'APPROVAL OVERDUE -  '.
           05  WS-ALERT-QUEUE-ID      PIC X(20).
           05  FILLER                 PIC X(5)  VALUE ' CAT='.
           05  WS-ALERT-CATEGORY      PIC X(4).
           05  FILLER                 PIC X(7)  VALUE ' HOURS='.
           05  WS-ALERT-HOURS         PIC 9(5).
           05  FILLER                 PIC X(6)  VALUE ' SUBM='.
           05  WS-ALERT-SUBMITTER     PIC X(8).
           05  FILLER                 PIC X(5)  VALUE SPACES.

      ****************************************************
      ****    REPORT LINES
      ****************************************************
       01  WS-DECISION-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DL-APPROVER         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-DL-ACTION           PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-DL-QUEUE-ID         PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-DL-CATEGORY         PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-DL-RESULT           PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-DL-REASON           PIC X(40).
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-QUEUE-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-QL-QUEUE-ID         PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-QL-STATUS           PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-QL-CATEGORY         PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-QL-SUBMITTER        PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-QL-HOURS            PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-QL-ESCALATED        PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-QL-TEXT             PIC X(70).
           05  FILLER                 PIC X(2)  VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(82) VALUE SPACES.

      ****************************************************
      ****    SHARED JOB-EXECUTION LOG LINK AREA
      ****************************************************
       COPY TCPYJLG.

      ****************************************************
      ****    SHARED ERROR-HANDLING LINK AREA
      ****************************************************
       COPY TCPYERR.

      ****************************************************
      ****    SHARED BULLETIN-STATUS LINK AREA
      ****************************************************
       COPY TCPYBST.

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.

           MOVE 'S' TO JL-ACTION.
           MOVE 'TPROG26' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-X.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME-X.

           OPEN OUTPUT APPROVAL-REPORT.
           MOVE SPACES TO APPROVAL-REPORT-REC.
           MOVE ' EDITORIAL APPROVAL - TPROG26' TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-REC.
           MOVE SPACES TO APPROVAL-REPORT-REC.
           WRITE APPROVAL-REPORT-REC.

           PERFORM 00010-READ-PARM-CARD.
           PERFORM 00015-LOAD-APPROVERS.

           OPEN I-O APPROVAL-QUEUE.
           IF WS-APPRQ-STATUS = '00'
              MOVE 'Y' TO APPRQUE-OPEN-FLAG
           ELSE
              MOVE 'TPROG26' TO EH-PROGRAM
              MOVE 'NOAPPRQ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-APPRQ-STATUS TO EH-FILE-STATUS
              MOVE 'NO APPRQUE APPROVAL QUEUE - NOTHING TO DECIDE'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE SPACES TO APPROVAL-REPORT-REC
              MOVE ' *** NO APPROVAL QUEUE - NOTHING TO DECIDE ***'
                 TO APPROVAL-REPORT-LINE
              WRITE APPROVAL-REPORT-REC
           END-IF.

           IF APPRQUE-OPEN
              OPEN INPUT DECISION-FILE
              IF WS-DEC-STATUS = '00'
                 PERFORM 00030-APPLY-ONE-DECISION THRU
                         00030-APPLY-ONE-DECISION-X
                    UNTIL WS-DEC-EOF
                 CLOSE DECISION-FILE
              ELSE
                 MOVE SPACES TO APPROVAL-REPORT-REC
                 MOVE ' *** NO DECISION CARDS SUPPLIED ***'
                    TO APPROVAL-REPORT-LINE
                 WRITE APPROVAL-REPORT-REC
              END-IF
              PERFORM 00060-SWEEP-QUEUE
              CLOSE APPROVAL-QUEUE
           END-IF.

           PERFORM 00080-PRINT-TOTALS.

           IF ALERT-FILE-OPEN
              CLOSE ALERT-FILE
           END-IF.
           CLOSE APPROVAL-REPORT.

           IF WS-CARD-REJECT-COUNT > 0
              MOVE 'TPROG26' TO EH-PROGRAM
              MOVE 'APRDCREJ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-DEC-STATUS TO EH-FILE-STATUS
              MOVE 'APPROVAL DECISIONS REJECTED - SEE APPRRPT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           MOVE 'E' TO JL-ACTION.
           MOVE 'TPROG26' TO JL-PROGRAM.
           MOVE WS-CARD-COUNT TO JL-RECORDS-IN.
           COMPUTE JL-RECORDS-OUT = WS-APPROVE-COUNT + WS-EDIT-COUNT
              + WS-REJECT-DEC-COUNT.
           MOVE WS-CARD-REJECT-COUNT TO JL-RECORDS-REJ.
           MOVE EH-CONDITION-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************
      ****    ESCALATION THRESHOLD - NO CARD OR A BAD VALUE
      ****    KEEPS THE 24-HOUR DEFAULT
      ****************************************************
       00010-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END MOVE SPACES TO PARM-REC
              END-READ
              IF PARM-ESCALATE-HOURS NUMERIC
                 AND PARM-ESCALATE-HOURS > '0000'
                 MOVE PARM-ESCALATE-HOURS TO WS-ESCALATE-HOURS
              END-IF
              CLOSE PARM-FILE
           END-IF.
           MOVE SPACES TO APPROVAL-REPORT-REC.
           STRING ' ESCALATION THRESHOLD: ' WS-ESCALATE-HOURS
                  ' HOURS' DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-REC.

      ****************************************************
      ****    NAMED APPROVERS - THE APPRTBL TABLE.  WITHOUT
      ****    IT NO DECISION CAN BE ACCEPTED
      ****************************************************
       00015-LOAD-APPROVERS.
           OPEN INPUT APPROVER-FILE.
           IF WS-APPRTBL-STATUS = '00'
              PERFORM 00016-LOAD-ONE-APPROVER THRU
                      00016-LOAD-ONE-APPROVER-X
                 UNTIL WS-APPRTBL-EOF
              CLOSE APPROVER-FILE
           END-IF.
           IF WS-APV-COUNT = 0
              MOVE 'TPROG26' TO EH-PROGRAM
              MOVE 'NOAPPRTB' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-APPRTBL-STATUS TO EH-FILE-STATUS
              MOVE 'NO APPRTBL APPROVER TABLE - NO DECISION APPLIED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE SPACES TO APPROVAL-REPORT-REC
              MOVE ' *** NO APPROVER TABLE - NO DECISION APPLIED ***'
                 TO APPROVAL-REPORT-LINE
              WRITE APPROVAL-REPORT-REC
           END-IF.

       00016-LOAD-ONE-APPROVER.
           READ APPROVER-FILE
              AT END
                 MOVE 'Y' TO WS-APPRTBL-EOF-FLAG
                 GO TO 00016-LOAD-ONE-APPROVER-X
           END-READ.
           IF APV-ID = SPACES
              GO TO 00016-LOAD-ONE-APPROVER-X
           END-IF.
           IF WS-APV-COUNT < 50
              ADD 1 TO WS-APV-COUNT
              MOVE APV-ID TO WS-APV-ID(WS-APV-COUNT)
              MOVE APV-NAME TO WS-APV-NAME(WS-APV-COUNT)
              MOVE APV-CATEGORY-LIST TO WS-APV-CATS(WS-APV-COUNT)
           END-IF.
       00016-LOAD-ONE-APPROVER-X.
           EXIT.

      ****************************************************
      ****    ONE DECISION CARD.  THE CARD IS EDITED FIRST;
      ****    A CARD THAT FAILS IS LISTED WITH ITS REASON AND
      ****    THE QUEUE ITEM IS LEFT AS IT WAS
      ****************************************************
       00030-APPLY-ONE-DECISION.
           READ DECISION-FILE
              AT END
                 MOVE 'Y' TO WS-DEC-EOF-FLAG
                 GO TO 00030-APPLY-ONE-DECISION-X
           END-READ.
           IF DECISION-REC = SPACES
              GO TO 00030-APPLY-ONE-DECISION-X
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SPACES TO WS-DECISION-LINE(2:).
           MOVE DEC-APPROVER TO WS-DL-APPROVER.
           MOVE DEC-ACTION TO WS-DL-ACTION.
           MOVE DEC-QUEUE-ID TO WS-DL-QUEUE-ID.
           PERFORM 00035-EDIT-DECISION THRU
                   00035-EDIT-DECISION-X.
           IF NOT WS-CARD-PASSES
              ADD 1 TO WS-CARD-REJECT-COUNT
              MOVE 'CARD REJECTED' TO WS-DL-RESULT
              MOVE WS-REJECT-REASON TO WS-DL-REASON
              PERFORM 00090-WRITE-DECISION-LINE
              GO TO 00030-APPLY-ONE-DECISION-X
           END-IF.
           MOVE DEC-APPROVER TO APQ-APPROVER.
           MOVE WS-RUN-DATE-X TO APQ-DECISION-DATE.
           MOVE WS-RUN-TIME-X TO APQ-DECISION-TIME.
           MOVE SPACES TO BS-TEXT.
           EVALUATE TRUE
              WHEN DEC-APPROVE
                 ADD 1 TO WS-APPROVE-COUNT
                 MOVE 'A' TO APQ-STATUS
                 MOVE DEC-TEXT TO APQ-DECISION-NOTE
                 MOVE 'APPROVED' TO WS-DL-RESULT
                 MOVE 'APPR' TO BS-STATUS-CODE
              WHEN DEC-REJECT
                 ADD 1 TO WS-REJECT-DEC-COUNT
                 MOVE 'R' TO APQ-STATUS
                 MOVE DEC-TEXT TO APQ-DECISION-NOTE
                 MOVE 'REJECTED' TO WS-DL-RESULT
                 MOVE 'APRJ' TO BS-STATUS-CODE
              WHEN DEC-EDIT
                 ADD 1 TO WS-EDIT-COUNT
                 PERFORM 00040-APPLY-EDIT
                 MOVE 'A' TO APQ-STATUS
                 MOVE 'Y' TO APQ-EDITED-FLAG
                 MOVE 'EDITED' TO WS-DL-RESULT
                 MOVE 'APED' TO BS-STATUS-CODE
           END-EVALUATE.
           REWRITE APPROVAL-QUEUE-REC
              INVALID KEY
                 MOVE 'TPROG26' TO EH-PROGRAM
                 MOVE 'APRQREWR' TO EH-CODE
                 MOVE 'E' TO EH-SEVERITY
                 MOVE WS-APPRQ-STATUS TO EH-FILE-STATUS
                 MOVE 'APPROVAL QUEUE REWRITE FAILED'
                    TO EH-MESSAGE
                 CALL 'ERRHANDL' USING ERRHDL-AREA
           END-REWRITE.
           IF DEC-EDIT
              STRING 'BY ' DEC-APPROVER ' LINE ' DEC-LINE-NO
                     DELIMITED BY SIZE INTO BS-TEXT
           ELSE
              STRING 'BY ' DEC-APPROVER ' ' DEC-TEXT
                     DELIMITED BY SIZE INTO BS-TEXT
           END-IF.
           PERFORM 00050-LOG-QUEUE-EVENT.
           MOVE APQ-CATEGORY TO WS-DL-CATEGORY.
           MOVE APQ-DECISION-NOTE TO WS-DL-REASON.
           PERFORM 00090-WRITE-DECISION-LINE.
       00030-APPLY-ONE-DECISION-X.
           EXIT.

       00035-EDIT-DECISION.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT DEC-APPROVE AND NOT DEC-REJECT AND NOT DEC-EDIT
              MOVE 'DECISION MUST BE A, R OR E'
                 TO WS-REJECT-REASON
              GO TO 00035-EDIT-DECISION-X
           END-IF.
           MOVE 0 TO WS-APV-FOUND-IDX.
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > WS-APV-COUNT
              IF WS-APV-ID(WS-APV-IDX) = DEC-APPROVER
                 AND WS-APV-FOUND-IDX = 0
                 MOVE WS-APV-IDX TO WS-APV-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-APV-FOUND-IDX = 0 OR DEC-APPROVER = SPACES
              MOVE 'APPROVER NOT ON APPRTBL' TO WS-REJECT-REASON
              GO TO 00035-EDIT-DECISION-X
           END-IF.
           MOVE DEC-QUEUE-ID TO APQ-BULLETIN-ID.
           READ APPROVAL-QUEUE
              INVALID KEY
                 MOVE 'QUEUE ID NOT ON APPRQUE' TO WS-REJECT-REASON
                 GO TO 00035-EDIT-DECISION-X
           END-READ.
           MOVE APQ-CATEGORY TO WS-DL-CATEGORY.
           EVALUATE TRUE
              WHEN APQ-REJECTED
                 MOVE 'ALREADY REJECTED' TO WS-REJECT-REASON
              WHEN APQ-DISTRIBUTED
                 MOVE 'ALREADY DISTRIBUTED' TO WS-REJECT-REASON
              WHEN APQ-EXPIRED
                 MOVE 'EXPIRED ON THE QUEUE' TO WS-REJECT-REASON
              WHEN APQ-APPROVED AND DEC-APPROVE
                 MOVE 'ALREADY APPROVED' TO WS-REJECT-REASON
           END-EVALUATE.
           IF NOT WS-CARD-PASSES
              GO TO 00035-EDIT-DECISION-X
           END-IF.
           MOVE 'N' TO WS-AUTH-FLAG.
           IF WS-APV-CATS(WS-APV-FOUND-IDX) = SPACES
              MOVE 'Y' TO WS-AUTH-FLAG
           END-IF.
           PERFORM VARYING WS-APV-CAT-IDX FROM 1 BY 1
                   UNTIL WS-APV-CAT-IDX > 5
              IF WS-APV-CAT(WS-APV-FOUND-IDX, WS-APV-CAT-IDX)
                 = APQ-CATEGORY
                 MOVE 'Y' TO WS-AUTH-FLAG
              END-IF
           END-PERFORM.
           IF NOT WS-AUTHORIZED
              MOVE 'NOT AUTHORIZED FOR THIS CATEGORY'
                 TO WS-REJECT-REASON
              GO TO 00035-EDIT-DECISION-X
           END-IF.
           IF DEC-EDIT
              IF DEC-LINE-NO NOT NUMERIC
                 OR DEC-LINE-NO < '1' OR DEC-LINE-NO > '4'
                 MOVE 'EDIT LINE MUST BE 1-4' TO WS-REJECT-REASON
                 GO TO 00035-EDIT-DECISION-X
              END-IF
              MOVE DEC-LINE-NO TO WS-EDIT-LINE
              IF WS-EDIT-LINE > APQ-CONT-LINES + 2
                 MOVE 'EDIT LINE PAST THE END OF THE TEXT'
                    TO WS-REJECT-REASON
                 GO TO 00035-EDIT-DECISION-X
              END-IF
              IF DEC-TEXT = SPACES
                 MOVE 'NO REPLACEMENT TEXT' TO WS-REJECT-REASON
                 GO TO 00035-EDIT-DECISION-X
              END-IF
           END-IF.
       00035-EDIT-DECISION-X.
           EXIT.

      *    LINE 1 IS THE PRIMARY TEXT; LINES 2-4 ARE THE
      *    CONTINUATION LINES, AND THE LINE AFTER THE LAST
      *    ONE ADDS A CONTINUATION LINE
       00040-APPLY-EDIT.
           IF WS-EDIT-LINE = 1
              MOVE DEC-TEXT TO APQ-MSG-TEXT
           ELSE
              COMPUTE WS-CONT-SLOT = WS-EDIT-LINE - 1
              MOVE DEC-TEXT TO APQ-CONT-TEXT(WS-CONT-SLOT)
              IF WS-CONT-SLOT > APQ-CONT-LINES
                 MOVE WS-CONT-SLOT TO APQ-CONT-LINES
              END-IF
           END-IF.
           MOVE SPACES TO APQ-DECISION-NOTE.
           STRING 'LINE ' DEC-LINE-NO ' EDITED'
                  DELIMITED BY SIZE INTO APQ-DECISION-NOTE.

       00050-LOG-QUEUE-EVENT.
           MOVE APQ-BULLETIN-ID TO BS-BULLETIN-ID.
           MOVE 'TPROG26' TO BS-PROGRAM.
           MOVE APQ-CATEGORY TO BS-CATEGORY.
           CALL 'BSTATSB' USING BULLSTAT-AREA.

      ****************************************************
      ****    QUEUE SWEEP.  EVERY ITEM STILL PENDING PAST
      ****    THE THRESHOLD IS ESCALATED, AND EVERY ITEM NOT
      ****    YET DISTRIBUTED IS LISTED WITH ITS AGE
      ****************************************************
       00060-SWEEP-QUEUE.
           MOVE SPACES TO APPROVAL-REPORT-REC.
           WRITE APPROVAL-REPORT-REC.
           MOVE ' OPEN ITEMS ON THE APPROVAL QUEUE'
              TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-REC.
           MOVE SPACES TO APPROVAL-REPORT-REC.
           WRITE APPROVAL-REPORT-REC.
           MOVE LOW-VALUES TO APQ-BULLETIN-ID.
           START APPROVAL-QUEUE KEY IS NOT LESS THAN APQ-BULLETIN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-APPRQ-EOF-FLAG
           END-START.
           PERFORM 00061-SWEEP-ONE-ITEM THRU
                   00061-SWEEP-ONE-ITEM-X
              UNTIL WS-APPRQ-EOF.

       00061-SWEEP-ONE-ITEM.
           READ APPROVAL-QUEUE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-APPRQ-EOF-FLAG
                 GO TO 00061-SWEEP-ONE-ITEM-X
           END-READ.
           IF NOT APQ-OPEN-FOR-DECISION
              GO TO 00061-SWEEP-ONE-ITEM-X
           END-IF.
           PERFORM 00065-COMPUTE-AGE.
           MOVE SPACES TO WS-QL-ESCALATED.
           IF APQ-PENDING
              ADD 1 TO WS-PENDING-COUNT
              IF WS-AGE-HOURS NOT < WS-ESCALATE-HOURS
                 PERFORM 00070-ESCALATE-ITEM
                 MOVE 'ESCALATED' TO WS-QL-ESCALATED
              END-IF
           ELSE
              ADD 1 TO WS-AWAITING-COUNT
           END-IF.
           MOVE APQ-BULLETIN-ID TO WS-QL-QUEUE-ID.
           MOVE APQ-STATUS TO WS-QL-STATUS.
           MOVE APQ-CATEGORY TO WS-QL-CATEGORY.
           MOVE APQ-SUBMITTER TO WS-QL-SUBMITTER.
           MOVE WS-AGE-HOURS TO WS-QL-HOURS.
           MOVE APQ-MSG-TEXT TO WS-QL-TEXT.
           MOVE SPACES TO APPROVAL-REPORT-REC.
           MOVE WS-QUEUE-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-REC.
       00061-SWEEP-ONE-ITEM-X.
           EXIT.

       00065-COMPUTE-AGE.
           MOVE APQ-QUEUED-TIME TO WS-QUEUED-TIME-X.
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X)
            - FUNCTION INTEGER-OF-DATE(APQ-QUEUED-DATE).
           COMPUTE WS-AGE-MINUTES = WS-AGE-DAYS * 1440
              + WS-CURR-HH * 60 + WS-CURR-MIN
              - WS-QUEUED-HH * 60 - WS-QUEUED-MIN.
           IF WS-AGE-MINUTES < 0
              MOVE 0 TO WS-AGE-HOURS
           ELSE
              COMPUTE WS-AGE-HOURS = WS-AGE-MINUTES / 60
           END-IF.

       00070-ESCALATE-ITEM.
           ADD 1 TO WS-ESCALATE-COUNT.
           IF NOT ALERT-FILE-OPEN
              OPEN EXTEND ALERT-FILE
              IF WS-ALERT-STATUS NOT = '00'
                 OPEN OUTPUT ALERT-FILE
              END-IF
              MOVE 'Y' TO ALERT-FILE-OPEN-FLAG
           END-IF.
           MOVE APQ-BULLETIN-ID TO WS-ALERT-QUEUE-ID.
           MOVE APQ-CATEGORY TO WS-ALERT-CATEGORY.
           MOVE WS-AGE-HOURS TO WS-ALERT-HOURS.
           MOVE APQ-SUBMITTER TO WS-ALERT-SUBMITTER.
           WRITE ALERT-REC FROM WS-ALERT-LINE.
           DISPLAY 'TPROG26 - ' WS-ALERT-LINE UPON CONSOLE.
           ADD 1 TO APQ-ESCALATION-COUNT.
           REWRITE APPROVAL-QUEUE-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           MOVE 'ESCL' TO BS-STATUS-CODE.
           MOVE SPACES TO BS-TEXT.
           STRING 'PENDING ' WS-AGE-HOURS ' HOURS - ESCALATION '
                  APQ-ESCALATION-COUNT
                  DELIMITED BY SIZE INTO BS-TEXT.
           PERFORM 00050-LOG-QUEUE-EVENT.

      ****************************************************
      ****    RUN TOTALS
      ****************************************************
       00080-PRINT-TOTALS.
           MOVE SPACES TO APPROVAL-REPORT-REC.
           WRITE APPROVAL-REPORT-REC.
           MOVE WS-CARD-COUNT TO WS-TOT-COUNT.
           MOVE 'DECISION CARDS READ' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-APPROVE-COUNT TO WS-TOT-COUNT.
           MOVE 'APPROVED' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-EDIT-COUNT TO WS-TOT-COUNT.
           MOVE 'EDITED AND APPROVED' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-REJECT-DEC-COUNT TO WS-TOT-COUNT.
           MOVE 'REJECTED BY AN APPROVER' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-CARD-REJECT-COUNT TO WS-TOT-COUNT.
           MOVE 'DECISION CARDS REJECTED' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-PENDING-COUNT TO WS-TOT-COUNT.
           MOVE 'STILL PENDING' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-ESCALATE-COUNT TO WS-TOT-COUNT.
           MOVE 'ESCALATED TO OPERATIONS' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-AWAITING-COUNT TO WS-TOT-COUNT.
           MOVE 'APPROVED - AWAITING DISTRIBUTION' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.

       00090-WRITE-DECISION-LINE.
           MOVE SPACES TO APPROVAL-REPORT-REC.
           MOVE WS-DECISION-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-REC.

       00091-WRITE-TOTAL-LINE.
           MOVE SPACES TO APPROVAL-REPORT-REC.
           MOVE WS-REPORT-TOTAL TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-REC.
