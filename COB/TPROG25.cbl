       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG25.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * SUBSCRIBER MASTER MAINTENANCE.  APPLIES ADD, CHANGE
      *      AND DELETE TRANSACTIONS (SUBTRAN) TO THE SUBSMSTR
      *      SUBSCRIBER MASTER THAT TPROG21 BUNDLES FROM, AND
      *      WRITES THE UPDATED MASTER TO SUBSNEW.
      *
      *      SUBTRAN CARD: THE SUBSCRIBER RECORD IMAGE
      *      (TCPYSUB LAYOUT, DELIVERY PREFERENCE IN COLUMN 60,
      *      E-MAIL ADDRESS IN COLUMNS 62-121) WITH THE ACTION
      *      IN COLUMN 61:
      *        A  ADD      - THE SUB-ID MUST NOT BE ON FILE
      *        C  CHANGE   - A BLANK NAME, DESTINATION,
      *                      DELIVERY OR E-MAIL ADDRESS KEEPS
      *                      THE CURRENT ONE; AN ADDRESS OF
      *                      'NONE' REMOVES IT; ANY CATEGORY
      *                      GIVEN REPLACES THE WHOLE LIST
      *        D  DELETE   - ONLY THE SUB-ID IS NEEDED
      *      TRANSACTIONS APPLY IN CARD ORDER.
      *
      *      AN ADDED OR CHANGED SUBSCRIBER MUST HAVE A NAME,
      *      A DESTINATION ON THE DESTTBL DESTINATION TABLE AND
      *      AT LEAST ONE CATEGORY AND A DELIVERY OF BLANK, I
      *      (IMMEDIATE), D (DAILY DIGEST) OR W (WEEKLY
      *      DIGEST), ANY E-MAIL ADDRESS MUST BE ONE WORD WITH
      *      A SINGLE '@' INSIDE IT, AND EVERY CATEGORY TOKEN
      *      MUST BE ON THE ROUTEFIL ROUTING TABLE (WITHOUT A
      *      ROUTING FILE THE TPROG17 NEWS/OPS/GEN DEFAULT
      *      APPLIES).  WITHOUT A DESTINATION TABLE NOTHING IS
      *      APPLIED AND THE MASTER IS COPIED UNCHANGED.  A
      *      SUB-ID ALREADY ON FILE IS REJECTED ON AN ADD, AND
      *      A DUPLICATE SUB-ID FOUND ON THE OLD MASTER IS
      *      DROPPED (THE FIRST ONE IS KEPT).  THE MASTER HOLDS
      *      AT MOST 50 SUBSCRIBERS - THE SIZE OF THE TPROG21
      *      SUBSCRIBER TABLE.
      *
      *      EVERY CHANGE IS APPENDED TO SUBHIST WITH ITS
      *      BEFORE AND AFTER IMAGES (TCPYSBH).  SUBRPT LISTS
      *      THE TRANSACTIONS, THE REJECTS WITH THEIR REASON,
      *      THE RUN TOTALS AND A SUBSCRIPTION LISTING SHOWING
      *      WHICH RECIPIENTS EACH CATEGORY REACHES.
      *
      *      NO SUBSMSTR AT ALL (STATUS 35) STARTS AN EMPTY
      *      MASTER.  ANY OTHER FAILURE TO OPEN IT IS FATAL:
      *      NO TRANSACTION IS APPLIED AND NO SUBSNEW IS
      *      WRITTEN, SO AN UNREADABLE MASTER CAN NEVER BE
      *      REPLACED BY AN EMPTY ONE.  THE SAME HOLDS WHEN
      *      THE MASTER HAS MORE SUBSCRIBERS THAN THE TABLE
      *      HOLDS: THOSE THAT DO NOT FIT ARE LISTED, NOTHING
      *      IS APPLIED AND THE OLD MASTER IS LEFT AS IT IS,
      *      SO NO SUBSCRIBER IS EVER DROPPED FROM IT.
      *      A MASTER STILL IN THE
      *      80-BYTE LAYOUT FROM BEFORE THE E-MAIL ADDRESS
      *      OPENS WITH STATUS 39; CONVERT IT ONCE, BEFORE THE
      *      FIRST RUN AT 140 BYTES, BY COPYING IT TO A 140-
      *      BYTE FIXED DATASET PADDED WITH BLANKS, E.G.
      *          SORT FIELDS=COPY
      *          OUTREC FIELDS=(1,80,60X)
      *      (DELIVERY IS THEN BLANK AND THERE IS NO ADDRESS,
      *      EXACTLY AS THE OLD RECORD MEANT).
      *      WITH COPYLIB   TCPYSUB (SUBSCRIBER RECORD)
      *                     TCPYSBH (SUBSCRIBER HISTORY)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  26/10/15  ISPW Dave   NEW PROGRAM
      *  26/10/15  ISPW Dave   DELIVERY PREFERENCE (COLUMN 60):
      *                        IMMEDIATE, DAILY OR WEEKLY DIGEST.
      *                        EDITED, CARRIED IN THE HISTORY
      *                        IMAGES AND SHOWN ON THE LISTING
      *  26/10/15  ISPW Dave   E-MAIL ADDRESS (COLUMNS 62-121) FOR
      *                        THE TPROG28 MAIL GATEWAY: EDITED,
      *                        CLEARED BY 'NONE', CARRIED IN THE
      *                        HISTORY IMAGES AND PRINTED WITH
      *                        THE TRANSACTION.  THE MASTER
      *                        RECORD IS NOW 140 BYTES
      *  26/10/15  ISPW Dave   ONLY STATUS 35 ON SUBSMSTR MEANS AN
      *                        EMPTY MASTER; ANY OTHER OPEN FAILURE
      *                        IS FATAL AND NOTHING IS APPLIED OR
      *                        WRITTEN.  80-BYTE MASTER CONVERSION
      *                        DOCUMENTED ABOVE
      *  26/10/15  ISPW Dave   A MASTER TOO BIG FOR THE SUBSCRIBER
      *                        TABLE IS FATAL AS WELL (RC 8) - THE
      *                        RECORDS THAT DID NOT FIT ARE LISTED
      *                        AND NO SUBSNEW IS WRITTEN
      * ======================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************
      *  FILES USED:
      *   SUBSMSTR  SUBSCRIBER MASTER (OLD)
      *   SUBTRAN   MAINTENANCE TRANSACTIONS
      *   ROUTEFIL  TPROG17 ROUTING TABLE (VALID CATEGORIES)
      *   DESTTBL   KNOWN DELIVERY DESTINATIONS
      *   SUBSNEW   SUBSCRIBER MASTER (NEW)
      *   SUBHIST   BEFORE/AFTER HISTORY (APPENDED)
      *   SUBRPT    MAINTENANCE AND SUBSCRIPTION LISTING
      *****************************************************
           SELECT SUBSCRIBER-FILE ASSIGN UT-S-SUBSMSTR
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-SUBS-STATUS.

           SELECT TRANSACTION-FILE ASSIGN UT-S-SUBTRAN
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.

           SELECT ROUTING-FILE ASSIGN UT-S-ROUTEFIL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-ROUTEFIL-STATUS.

           SELECT DESTINATION-FILE ASSIGN UT-S-DESTTBL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-DEST-STATUS.

           SELECT NEW-SUBSCRIBER-FILE ASSIGN UT-S-SUBSNEW
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-NEWSUB-STATUS.

           SELECT HISTORY-FILE ASSIGN UT-S-SUBHIST
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.

           SELECT MAINT-REPORT ASSIGN UT-S-SUBRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  SUBSCRIBER-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS SUBSCRIBER-REC.

       01  SUBSCRIBER-REC.
           COPY TCPYSUB REPLACING ==(X)== BY ==SUB==.

      *    THE CARD IS A SUBSCRIBER IMAGE WITH THE ACTION
      *    CODE IN COLUMN 61
       FD  TRANSACTION-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORDS ARE TRANSACTION-REC TRANSACTION-ACT-REC.

       01  TRANSACTION-REC.
           COPY TCPYSUB REPLACING ==(X)== BY ==STX==.

       01  TRANSACTION-ACT-REC.
           05  STX-IMAGE             PIC X(60).
           05  STX-ACTION            PIC X(1).
               88  STX-ADD           VALUE 'A'.
               88  STX-CHANGE        VALUE 'C'.
               88  STX-DELETE        VALUE 'D'.
           05  FILLER                PIC X(79).

       FD  ROUTING-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS ROUTING-REC.

       01  ROUTING-REC.
           05  ROUTE-CATEGORY        PIC X(4).
           05  FILLER                PIC X(1).
           05  ROUTE-DEST            PIC X(1).
           05  FILLER                PIC X(74).

       FD  DESTINATION-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS DESTINATION-REC.

       01  DESTINATION-REC.
           05  DEST-CODE             PIC X(8).
           05  FILLER                PIC X(1).
           05  DEST-DESC             PIC X(30).
           05  FILLER                PIC X(41).

       FD  NEW-SUBSCRIBER-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS NEW-SUBSCRIBER-REC.

       01  NEW-SUBSCRIBER-REC        PIC X(140).

       FD  HISTORY-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS SUBHIST-REC.

       COPY TCPYSBH.

       FD  MAINT-REPORT
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS MAINT-REPORT-REC.

       01  MAINT-REPORT-REC.
           05  CC                    PIC X(1).
           05  MAINT-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SUBS-STATUS             PIC XX    VALUE SPACES.
       01  WS-TRAN-STATUS             PIC XX    VALUE SPACES.
       01  WS-ROUTEFIL-STATUS         PIC XX    VALUE SPACES.
       01  WS-DEST-STATUS             PIC XX    VALUE SPACES.
       01  WS-NEWSUB-STATUS           PIC XX    VALUE SPACES.
       01  WS-HIST-STATUS             PIC XX    VALUE SPACES.

       01  WS-SUBS-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-SUBS-EOF                      VALUE 'Y'.

       01  WS-TRAN-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-TRAN-EOF                      VALUE 'Y'.

       01  WS-ROUTEFIL-EOF-FLAG       PIC X(1)  VALUE 'N'.
           88  WS-ROUTEFIL-EOF                  VALUE 'Y'.

       01  WS-DEST-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-DEST-EOF                      VALUE 'Y'.

       01  WS-DEST-TABLE-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-DEST-TABLE-LOADED             VALUE 'Y'.

       01  WS-HIST-OPEN-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-HIST-OPEN                     VALUE 'Y'.

       01  WS-MASTER-FAIL-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-MASTER-FAILED                 VALUE 'Y'.

      ****************************************************
      ****    CATEGORY TABLE FROM ROUTEFIL (SAME RULES AS
      ****    THE TPROG17 LOAD; THE '****' DEFAULT ROW IS
      ****    NOT A CATEGORY A RECIPIENT CAN SUBSCRIBE TO)
      ****************************************************
       01  WS-ROUTE-IDX               PIC 9(2)  VALUE 0.
       01  WS-ROUTE-DEFAULT-FLAG      PIC X(1)  VALUE 'N'.
           88  WS-ROUTE-DEFAULTED               VALUE 'Y'.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-COUNT         PIC 9(2)  VALUE 0.
           05  WS-ROUTE-ENTRY         OCCURS 50 TIMES.
               10  WS-RTE-CATEGORY    PIC X(4).
               10  WS-RTE-DEST        PIC 9(1).

      ****************************************************
      ****    KNOWN DELIVERY DESTINATIONS FROM DESTTBL
      ****************************************************
       01  WS-DEST-IDX                PIC 9(3)  VALUE 0.
       01  WS-DEST-TABLE.
           05  WS-DEST-COUNT          PIC 9(3)  VALUE 0.
           05  WS-DEST-ENTRY          OCCURS 100 TIMES.
               10  WS-DST-CODE        PIC X(8).
               10  WS-DST-DESC        PIC X(30).

      ****************************************************
      ****    SUBSCRIBER TABLE - THE OLD MASTER WITH THE
      ****    TRANSACTIONS APPLIED.  A DELETED ENTRY STAYS
      ****    IN PLACE, FLAGGED, AND IS NOT WRITTEN OUT
      ****************************************************
       01  WS-SUB-MAX                 PIC 9(3)  VALUE 50.
       01  WS-SUB-IDX                 PIC 9(3)  VALUE 0.
       01  WS-FOUND-IDX               PIC 9(3)  VALUE 0.
       01  WS-SUB-TABLE.
           05  WS-SUB-COUNT           PIC 9(3)  VALUE 0.
           05  WS-SUB-ENTRY           OCCURS 50 TIMES.
               10  WS-SUB-STATE       PIC X(1).
                   88  WS-SUB-ACTIVE            VALUE SPACE.
                   88  WS-SUB-DELETED           VALUE 'D'.
               10  WS-SUB-REC         PIC X(140).

      ****************************************************
      ****    BEFORE AND AFTER IMAGES OF THE SUBSCRIBER
      ****    BEING MAINTAINED
      ****************************************************
       01  WS-OLD-SUB.
           COPY TCPYSUB REPLACING ==(X)== BY ==OLD==.

       01  WS-NEW-SUB.
           COPY TCPYSUB REPLACING ==(X)== BY ==NEW==.

       01  WS-LIST-SUB.
           COPY TCPYSUB REPLACING ==(X)== BY ==LST==.

       01  WS-CAT-IDX                 PIC 9(1)  VALUE 0.
       01  WS-CAT-USED                PIC 9(1)  VALUE 0.
       01  WS-AT-COUNT                PIC 9(2)  VALUE 0.
       01  WS-EMAIL-LEN               PIC 9(2)  VALUE 0.
       01  WS-FIND-ID                 PIC X(8)  VALUE SPACES.
       01  WS-FIND-CATEGORY           PIC X(4)  VALUE SPACES.
       01  WS-FOUND-FLAG              PIC X(1)  VALUE 'N'.
           88  WS-FOUND                         VALUE 'Y'.
       01  WS-REACHED-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-REACHED                       VALUE 'Y'.

       01  WS-EDIT-ERROR              PIC X(40) VALUE SPACES.
           88  WS-EDITS-PASS                    VALUE SPACES.

       01  WS-HIST-ACTION             PIC X(1)  VALUE SPACE.
       01  WS-HIST-BEFORE             PIC X(121) VALUE SPACES.
       01  WS-HIST-AFTER              PIC X(121) VALUE SPACES.

       01  WS-MASTER-IN-COUNT         PIC 9(5)  VALUE 0.
       01  WS-DUP-DROP-COUNT          PIC 9(5)  VALUE 0.
       01  WS-FULL-DROP-COUNT         PIC 9(5)  VALUE 0.
       01  WS-MASTER-WARN-COUNT       PIC 9(5)  VALUE 0.
       01  WS-TRAN-COUNT              PIC 9(5)  VALUE 0.
       01  WS-ADD-COUNT               PIC 9(5)  VALUE 0.
       01  WS-CHANGE-COUNT            PIC 9(5)  VALUE 0.
       01  WS-DELETE-COUNT            PIC 9(5)  VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5)  VALUE 0.
       01  WS-MASTER-OUT-COUNT        PIC 9(5)  VALUE 0.
       01  WS-HIST-COUNT              PIC 9(5)  VALUE 0.
       01  WS-REACH-COUNT             PIC 9(5)  VALUE 0.
       01  WS-UNREACHED-COUNT         PIC 9(5)  VALUE 0.

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
      ****    REPORT LINES
      ****************************************************
       01  WS-IMAGE-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-IL-LABEL            PIC X(16).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-IL-IMAGE            PIC X(60).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-IL-REASON           PIC X(40).
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-CAT-HEADER.
           05  FILLER                 PIC X(10)
               VALUE ' CATEGORY '.
           05  WS-CH-CATEGORY         PIC X(4).
           05  FILLER                 PIC X(26)
               VALUE '   ROUTED TO CATEGORY FILE'.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-CH-DEST             PIC 9(1).
           05  FILLER                 PIC X(90) VALUE SPACES.

       01  WS-CAT-DETAIL.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  WS-CD-SUB-ID           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-SUB-NAME         PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-SUB-DEST         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-DEST-DESC        PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CD-DELIVERY         PIC X(13).
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-CAT-TRAILER.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  WS-CT-COUNT            PIC ZZZZ9.
           05  FILLER                 PIC X(11)
               VALUE ' RECIPIENTS'.
           05  FILLER                 PIC X(110) VALUE SPACES.

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

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.

           MOVE 'S' TO JL-ACTION.
           MOVE 'TPROG25' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-X.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME-X.

           OPEN OUTPUT MAINT-REPORT.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE ' SUBSCRIBER MASTER MAINTENANCE - TPROG25'
              TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.
           MOVE SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

           PERFORM 00010-LOAD-ROUTING.
           PERFORM 00015-LOAD-DESTINATIONS.
           PERFORM 00020-LOAD-MASTER.

      *    AN UNREADABLE OLD MASTER STOPS THE RUN HERE - AN
      *    EMPTY SUBSNEW WOULD WIPE OUT EVERY SUBSCRIBER
           IF WS-MASTER-FAILED
              MOVE SPACES TO MAINT-REPORT-REC
              MOVE ' *** NOTHING APPLIED - NO SUBSNEW WRITTEN ***'
                 TO MAINT-REPORT-LINE
              WRITE MAINT-REPORT-REC
           ELSE
              OPEN INPUT TRANSACTION-FILE
              IF WS-TRAN-STATUS = '00'
                 PERFORM 00030-APPLY-ONE-TRAN THRU
                         00030-APPLY-ONE-TRAN-X
                    UNTIL WS-TRAN-EOF
                 CLOSE TRANSACTION-FILE
              ELSE
                 MOVE SPACES TO MAINT-REPORT-REC
                 MOVE
                    ' *** NO TRANSACTIONS SUPPLIED - MASTER COPIED ***'
                    TO MAINT-REPORT-LINE
                 WRITE MAINT-REPORT-REC
              END-IF
              PERFORM 00060-WRITE-NEW-MASTER
           END-IF.

           PERFORM 00080-PRINT-TOTALS.
           PERFORM 00070-PRINT-SUBSCRIPTIONS.

           IF WS-HIST-OPEN
              CLOSE HISTORY-FILE
           END-IF.
           CLOSE MAINT-REPORT.

           IF WS-REJECT-COUNT > 0
              MOVE 'TPROG25' TO EH-PROGRAM
              MOVE 'SUBTXREJ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-TRAN-STATUS TO EH-FILE-STATUS
              MOVE 'SUBSCRIBER TRANSACTIONS REJECTED - SEE SUBRPT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           MOVE 'E' TO JL-ACTION.
           MOVE 'TPROG25' TO JL-PROGRAM.
           MOVE WS-TRAN-COUNT TO JL-RECORDS-IN.
           MOVE WS-MASTER-OUT-COUNT TO JL-RECORDS-OUT.
           MOVE WS-REJECT-COUNT TO JL-RECORDS-REJ.
           MOVE EH-CONDITION-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************
      ****    VALID CATEGORIES - THE ROUTEFIL ROUTING TABLE
      ****************************************************
       00010-LOAD-ROUTING.
           OPEN INPUT ROUTING-FILE.
           IF WS-ROUTEFIL-STATUS = '00'
              PERFORM 00011-LOAD-ONE-ROUTE THRU
                      00011-LOAD-ONE-ROUTE-X
                 UNTIL WS-ROUTEFIL-EOF
              CLOSE ROUTING-FILE
           END-IF.
      *    NO (OR EMPTY) ROUTING FILE: TPROG17 FALLS BACK TO
      *    THE ORIGINAL NEWS/OPS/GEN CATEGORIES, SO DO WE
           IF WS-ROUTE-COUNT = 0
              MOVE 'Y' TO WS-ROUTE-DEFAULT-FLAG
              MOVE 3 TO WS-ROUTE-COUNT
              MOVE 'NEWS' TO WS-RTE-CATEGORY(1)
              MOVE 1 TO WS-RTE-DEST(1)
              MOVE 'OPS ' TO WS-RTE-CATEGORY(2)
              MOVE 2 TO WS-RTE-DEST(2)
              MOVE 'GEN ' TO WS-RTE-CATEGORY(3)
              MOVE 3 TO WS-RTE-DEST(3)
           END-IF.

       00011-LOAD-ONE-ROUTE.
           READ ROUTING-FILE
              AT END
                 MOVE 'Y' TO WS-ROUTEFIL-EOF-FLAG
                 GO TO 00011-LOAD-ONE-ROUTE-X
           END-READ.
           IF ROUTE-DEST NOT NUMERIC
              OR ROUTE-DEST < '1' OR ROUTE-DEST > '6'
              GO TO 00011-LOAD-ONE-ROUTE-X
           END-IF.
           IF ROUTE-CATEGORY = '****' OR ROUTE-CATEGORY = SPACES
              GO TO 00011-LOAD-ONE-ROUTE-X
           END-IF.
           IF WS-ROUTE-COUNT < 50
              ADD 1 TO WS-ROUTE-COUNT
              MOVE ROUTE-CATEGORY TO WS-RTE-CATEGORY(WS-ROUTE-COUNT)
              MOVE ROUTE-DEST TO WS-RTE-DEST(WS-ROUTE-COUNT)
           END-IF.
       00011-LOAD-ONE-ROUTE-X.
           EXIT.

      ****************************************************
      ****    KNOWN DESTINATIONS - THE DESTTBL TABLE
      ****************************************************
       00015-LOAD-DESTINATIONS.
           OPEN INPUT DESTINATION-FILE.
           IF WS-DEST-STATUS = '00'
              PERFORM 00016-LOAD-ONE-DEST THRU
                      00016-LOAD-ONE-DEST-X
                 UNTIL WS-DEST-EOF
              CLOSE DESTINATION-FILE
           END-IF.
           IF WS-DEST-COUNT > 0
              MOVE 'Y' TO WS-DEST-TABLE-FLAG
           ELSE
              MOVE 'TPROG25' TO EH-PROGRAM
              MOVE 'NODESTTB' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-DEST-STATUS TO EH-FILE-STATUS
              MOVE 'NO DESTTBL DESTINATION TABLE - NOTHING APPLIED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE SPACES TO MAINT-REPORT-REC
              MOVE ' *** NO DESTINATION TABLE - NOTHING APPLIED ***'
                 TO MAINT-REPORT-LINE
              WRITE MAINT-REPORT-REC
           END-IF.

       00016-LOAD-ONE-DEST.
           READ DESTINATION-FILE
              AT END
                 MOVE 'Y' TO WS-DEST-EOF-FLAG
                 GO TO 00016-LOAD-ONE-DEST-X
           END-READ.
           IF DEST-CODE = SPACES
              GO TO 00016-LOAD-ONE-DEST-X
           END-IF.
           IF WS-DEST-COUNT < 100
              ADD 1 TO WS-DEST-COUNT
              MOVE DEST-CODE TO WS-DST-CODE(WS-DEST-COUNT)
              MOVE DEST-DESC TO WS-DST-DESC(WS-DEST-COUNT)
           END-IF.
       00016-LOAD-ONE-DEST-X.
           EXIT.

      ****************************************************
      ****    OLD MASTER INTO THE SUBSCRIBER TABLE.  A
      ****    REPEATED SUB-ID IS DROPPED AND RECORDED ON THE
      ****    HISTORY; A RECORD THAT FAILS TODAY'S EDITS IS
      ****    KEPT BUT LISTED SO IT CAN BE CORRECTED
      ****************************************************
       00020-LOAD-MASTER.
           OPEN INPUT SUBSCRIBER-FILE.
           EVALUATE WS-SUBS-STATUS
              WHEN '00'
                 PERFORM 00021-LOAD-ONE-SUBSCRIBER THRU
                         00021-LOAD-ONE-SUBSCRIBER-X
                    UNTIL WS-SUBS-EOF
                 CLOSE SUBSCRIBER-FILE
                 IF WS-FULL-DROP-COUNT > 0
                    PERFORM 00022-MASTER-TOO-BIG
                 END-IF
              WHEN '35'
                 MOVE SPACES TO MAINT-REPORT-REC
                 MOVE
                    ' *** NO OLD SUBSCRIBER MASTER - STARTING EMPTY ***'
                    TO MAINT-REPORT-LINE
                 WRITE MAINT-REPORT-REC
              WHEN OTHER
                 MOVE 'Y' TO WS-MASTER-FAIL-FLAG
                 MOVE 'TPROG25' TO EH-PROGRAM
                 MOVE 'SUBSMSTR' TO EH-CODE
                 MOVE 'F' TO EH-SEVERITY
                 MOVE WS-SUBS-STATUS TO EH-FILE-STATUS
                 IF WS-SUBS-STATUS = '39'
                    MOVE 'SUBSMSTR NOT 140 BYTES - CONVERT IT FIRST'
                       TO EH-MESSAGE
                 ELSE
                    MOVE 'SUBSMSTR OPEN FAILED - NOTHING APPLIED'
                       TO EH-MESSAGE
                 END-IF
                 CALL 'ERRHANDL' USING ERRHDL-AREA
                 MOVE SPACES TO MAINT-REPORT-REC
                 STRING ' *** SUBSCRIBER MASTER OPEN FAILED, STATUS '
                        WS-SUBS-STATUS ' ***'
                        DELIMITED BY SIZE INTO MAINT-REPORT-LINE
                 WRITE MAINT-REPORT-REC
           END-EVALUATE.

       00021-LOAD-ONE-SUBSCRIBER.
           READ SUBSCRIBER-FILE
              AT END
                 MOVE 'Y' TO WS-SUBS-EOF-FLAG
                 GO TO 00021-LOAD-ONE-SUBSCRIBER-X
           END-READ.
           IF SUB-ID = SPACES
              GO TO 00021-LOAD-ONE-SUBSCRIBER-X
           END-IF.
           ADD 1 TO WS-MASTER-IN-COUNT.
           MOVE SUB-ID TO WS-FIND-ID.
           PERFORM 00045-FIND-SUBSCRIBER.
           IF WS-FOUND
              ADD 1 TO WS-DUP-DROP-COUNT
              MOVE 'DUPLICATE DROP' TO WS-IL-LABEL
              MOVE SUBSCRIBER-REC TO WS-IL-IMAGE
              MOVE 'SUB-ID ALREADY ON THE OLD MASTER'
                 TO WS-IL-REASON
              PERFORM 00058-PRINT-IMAGE-LINE
              MOVE 'X' TO WS-HIST-ACTION
              MOVE SUBSCRIBER-REC TO WS-HIST-BEFORE
              MOVE SPACES TO WS-HIST-AFTER
              PERFORM 00055-WRITE-HISTORY
              GO TO 00021-LOAD-ONE-SUBSCRIBER-X
           END-IF.
           IF WS-SUB-COUNT NOT < WS-SUB-MAX
              ADD 1 TO WS-FULL-DROP-COUNT
              MOVE 'NOT LOADED' TO WS-IL-LABEL
              MOVE SUBSCRIBER-REC TO WS-IL-IMAGE
              MOVE 'SUBSCRIBER TABLE FULL' TO WS-IL-REASON
              PERFORM 00058-PRINT-IMAGE-LINE
              GO TO 00021-LOAD-ONE-SUBSCRIBER-X
           END-IF.
           ADD 1 TO WS-SUB-COUNT.
           MOVE SPACE TO WS-SUB-STATE(WS-SUB-COUNT).
           MOVE SUBSCRIBER-REC TO WS-SUB-REC(WS-SUB-COUNT).
           MOVE SUBSCRIBER-REC TO WS-NEW-SUB.
           PERFORM 00040-EDIT-SUBSCRIBER.
           IF NOT WS-EDITS-PASS AND WS-DEST-TABLE-LOADED
              ADD 1 TO WS-MASTER-WARN-COUNT
              MOVE 'ON FILE - CHECK' TO WS-IL-LABEL
              MOVE SUBSCRIBER-REC TO WS-IL-IMAGE
              MOVE WS-EDIT-ERROR TO WS-IL-REASON
              PERFORM 00058-PRINT-IMAGE-LINE
           END-IF.
       00021-LOAD-ONE-SUBSCRIBER-X.
           EXIT.

      ****************************************************
      ****    MORE SUBSCRIBERS THAN THE TABLE HOLDS.  A
      ****    SUBSNEW WRITTEN FROM THE TABLE WOULD LOSE THE
      ****    ONES LISTED AS NOT LOADED, SO NOTHING IS APPLIED
      ****************************************************
       00022-MASTER-TOO-BIG.
           MOVE 'Y' TO WS-MASTER-FAIL-FLAG.
           MOVE 'TPROG25' TO EH-PROGRAM.
           MOVE 'SUBSFULL' TO EH-CODE.
           MOVE 'E' TO EH-SEVERITY.
           MOVE WS-SUBS-STATUS TO EH-FILE-STATUS.
           MOVE 'SUBSMSTR TOO BIG FOR TABLE - NOTHING APPLIED'
              TO EH-MESSAGE.
           CALL 'ERRHANDL' USING ERRHDL-AREA.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE ' *** SUBSCRIBER TABLE FULL - OLD MASTER KEPT ***'
              TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.

      ****************************************************
      ****    ONE TRANSACTION CARD
      ****************************************************
       00030-APPLY-ONE-TRAN.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-TRAN-EOF-FLAG
                 GO TO 00030-APPLY-ONE-TRAN-X
           END-READ.
           IF TRANSACTION-REC = SPACES
              GO TO 00030-APPLY-ONE-TRAN-X
           END-IF.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACES TO WS-EDIT-ERROR.
           IF NOT WS-DEST-TABLE-LOADED
              MOVE 'NO DESTINATION TABLE - NOT APPLIED'
                 TO WS-EDIT-ERROR
              PERFORM 00050-REJECT-TRAN
              GO TO 00030-APPLY-ONE-TRAN-X
           END-IF.
           IF STX-ID = SPACES
              MOVE 'SUB-ID MISSING' TO WS-EDIT-ERROR
              PERFORM 00050-REJECT-TRAN
              GO TO 00030-APPLY-ONE-TRAN-X
           END-IF.
           MOVE STX-ID TO WS-FIND-ID.
           PERFORM 00045-FIND-SUBSCRIBER.
           EVALUATE TRUE
              WHEN STX-ADD
                 PERFORM 00031-APPLY-ADD
              WHEN STX-CHANGE
                 PERFORM 00032-APPLY-CHANGE
              WHEN STX-DELETE
                 PERFORM 00033-APPLY-DELETE
              WHEN OTHER
                 MOVE 'ACTION NOT A, C OR D' TO WS-EDIT-ERROR
                 PERFORM 00050-REJECT-TRAN
           END-EVALUATE.
       00030-APPLY-ONE-TRAN-X.
           EXIT.

       00031-APPLY-ADD.
           IF WS-FOUND
              MOVE 'DUPLICATE SUB-ID - ALREADY ON FILE'
                 TO WS-EDIT-ERROR
              PERFORM 00050-REJECT-TRAN
           ELSE
              MOVE SPACES TO WS-NEW-SUB
              MOVE STX-IMAGE TO WS-NEW-SUB(1:60)
              MOVE STX-EMAIL TO NEW-EMAIL
              PERFORM 00040-EDIT-SUBSCRIBER
              IF WS-EDITS-PASS AND WS-SUB-COUNT NOT < WS-SUB-MAX
                 MOVE 'SUBSCRIBER MASTER FULL (50)'
                    TO WS-EDIT-ERROR
              END-IF
              IF NOT WS-EDITS-PASS
                 PERFORM 00050-REJECT-TRAN
              ELSE
                 ADD 1 TO WS-SUB-COUNT
                 MOVE SPACE TO WS-SUB-STATE(WS-SUB-COUNT)
                 MOVE WS-NEW-SUB TO WS-SUB-REC(WS-SUB-COUNT)
                 ADD 1 TO WS-ADD-COUNT
                 MOVE 'ADDED' TO WS-IL-LABEL
                 MOVE WS-NEW-SUB TO WS-IL-IMAGE
                 MOVE SPACES TO WS-IL-REASON
                 PERFORM 00058-PRINT-IMAGE-LINE
                 IF NEW-EMAIL NOT = SPACES
                    MOVE '        E-MAIL' TO WS-IL-LABEL
                    MOVE NEW-EMAIL TO WS-IL-IMAGE
                    PERFORM 00058-PRINT-IMAGE-LINE
                 END-IF
                 MOVE 'A' TO WS-HIST-ACTION
                 MOVE SPACES TO WS-HIST-BEFORE
                 MOVE WS-NEW-SUB TO WS-HIST-AFTER
                 PERFORM 00055-WRITE-HISTORY
              END-IF
           END-IF.

      *    BLANK NAME, DESTINATION OR DELIVERY KEEPS THE
      *    CURRENT VALUE;
      *    ANY CATEGORY ON THE CARD REPLACES THE WHOLE LIST
       00032-APPLY-CHANGE.
           IF NOT WS-FOUND
              MOVE 'SUB-ID NOT ON FILE' TO WS-EDIT-ERROR
              PERFORM 00050-REJECT-TRAN
           ELSE
              MOVE WS-SUB-REC(WS-FOUND-IDX) TO WS-OLD-SUB
              MOVE WS-OLD-SUB TO WS-NEW-SUB
              IF STX-NAME NOT = SPACES
                 MOVE STX-NAME TO NEW-NAME
              END-IF
              IF STX-DEST NOT = SPACES
                 MOVE STX-DEST TO NEW-DEST
              END-IF
              IF STX-CATEGORY-LIST NOT = SPACES
                 MOVE STX-CATEGORY-LIST TO NEW-CATEGORY-LIST
              END-IF
              IF STX-DELIVERY NOT = SPACE
                 MOVE STX-DELIVERY TO NEW-DELIVERY
              END-IF
              IF STX-EMAIL = 'NONE'
                 MOVE SPACES TO NEW-EMAIL
              ELSE
                 IF STX-EMAIL NOT = SPACES
                    MOVE STX-EMAIL TO NEW-EMAIL
                 END-IF
              END-IF
              PERFORM 00040-EDIT-SUBSCRIBER
              IF WS-EDITS-PASS AND WS-NEW-SUB = WS-OLD-SUB
                 MOVE 'CHANGE ALTERS NOTHING' TO WS-EDIT-ERROR
              END-IF
              IF NOT WS-EDITS-PASS
                 PERFORM 00050-REJECT-TRAN
              ELSE
                 MOVE WS-NEW-SUB TO WS-SUB-REC(WS-FOUND-IDX)
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE 'CHANGED - BEFORE' TO WS-IL-LABEL
                 MOVE WS-OLD-SUB TO WS-IL-IMAGE
                 MOVE SPACES TO WS-IL-REASON
                 PERFORM 00058-PRINT-IMAGE-LINE
                 MOVE '        - AFTER' TO WS-IL-LABEL
                 MOVE WS-NEW-SUB TO WS-IL-IMAGE
                 PERFORM 00058-PRINT-IMAGE-LINE
                 IF NEW-EMAIL NOT = OLD-EMAIL
                    MOVE 'E-MAIL - BEFORE' TO WS-IL-LABEL
                    MOVE OLD-EMAIL TO WS-IL-IMAGE
                    PERFORM 00058-PRINT-IMAGE-LINE
                    MOVE '       - AFTER' TO WS-IL-LABEL
                    MOVE NEW-EMAIL TO WS-IL-IMAGE
                    PERFORM 00058-PRINT-IMAGE-LINE
                 END-IF
                 MOVE 'C' TO WS-HIST-ACTION
                 MOVE WS-OLD-SUB TO WS-HIST-BEFORE
                 MOVE WS-NEW-SUB TO WS-HIST-AFTER
                 PERFORM 00055-WRITE-HISTORY
              END-IF
           END-IF.

       00033-APPLY-DELETE.
           IF NOT WS-FOUND
              MOVE 'SUB-ID NOT ON FILE' TO WS-EDIT-ERROR
              PERFORM 00050-REJECT-TRAN
           ELSE
              MOVE WS-SUB-REC(WS-FOUND-IDX) TO WS-OLD-SUB
              MOVE 'D' TO WS-SUB-STATE(WS-FOUND-IDX)
              ADD 1 TO WS-DELETE-COUNT
              MOVE 'DELETED' TO WS-IL-LABEL
              MOVE WS-OLD-SUB TO WS-IL-IMAGE
              MOVE SPACES TO WS-IL-REASON
              PERFORM 00058-PRINT-IMAGE-LINE
              MOVE 'D' TO WS-HIST-ACTION
              MOVE WS-OLD-SUB TO WS-HIST-BEFORE
              MOVE SPACES TO WS-HIST-AFTER
              PERFORM 00055-WRITE-HISTORY
           END-IF.

      ****************************************************
      ****    EDITS ON THE SUBSCRIBER IN WS-NEW-SUB.  THE
      ****    FIRST FAILURE FOUND IS LEFT IN WS-EDIT-ERROR
      ****************************************************
       00040-EDIT-SUBSCRIBER.
           MOVE SPACES TO WS-EDIT-ERROR.
           IF NEW-NAME = SPACES
              MOVE 'SUBSCRIBER NAME MISSING' TO WS-EDIT-ERROR
           END-IF.
           IF WS-EDITS-PASS
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                      UNTIL WS-DEST-IDX > WS-DEST-COUNT
                 IF NEW-DEST NOT = SPACES
                    AND WS-DST-CODE(WS-DEST-IDX) = NEW-DEST
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
              END-PERFORM
              IF NOT WS-FOUND
                 MOVE 'DESTINATION NOT ON DESTTBL' TO WS-EDIT-ERROR
              END-IF
           END-IF.
           IF WS-EDITS-PASS
              MOVE 0 TO WS-CAT-USED
              PERFORM 00041-CHECK-ONE-CATEGORY
                 VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > 5
              IF WS-EDITS-PASS AND WS-CAT-USED = 0
                 MOVE 'NO CATEGORIES SUBSCRIBED' TO WS-EDIT-ERROR
              END-IF
           END-IF.
           IF WS-EDITS-PASS AND NOT NEW-DELIVERY-VALID
              MOVE 'DELIVERY NOT I, D OR W' TO WS-EDIT-ERROR
           END-IF.
           IF WS-EDITS-PASS AND NEW-EMAIL NOT = SPACES
              PERFORM 00042-EDIT-EMAIL
           END-IF.

       00041-CHECK-ONE-CATEGORY.
           IF NEW-CATEGORY(WS-CAT-IDX) NOT = SPACES
              ADD 1 TO WS-CAT-USED
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                      UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                 IF WS-RTE-CATEGORY(WS-ROUTE-IDX)
                    = NEW-CATEGORY(WS-CAT-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
              END-PERFORM
              IF NOT WS-FOUND AND WS-EDITS-PASS
                 MOVE SPACES TO WS-EDIT-ERROR
                 STRING 'CATEGORY ' DELIMITED BY SIZE
                        NEW-CATEGORY(WS-CAT-IDX) DELIMITED BY SIZE
                        ' NOT ON ROUTEFIL' DELIMITED BY SIZE
                    INTO WS-EDIT-ERROR
                 END-STRING
              END-IF
           END-IF.

      *    ONE WORD, STARTING IN COLUMN 1, WITH EXACTLY ONE
      *    '@' THAT IS NEITHER ITS FIRST NOR ITS LAST CHARACTER
       00042-EDIT-EMAIL.
           MOVE 0 TO WS-AT-COUNT WS-EMAIL-LEN.
           INSPECT NEW-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           INSPECT NEW-EMAIL TALLYING WS-EMAIL-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-AT-COUNT NOT = 1
              OR WS-EMAIL-LEN < 3
              OR NEW-EMAIL(1:1) = '@'
              OR NEW-EMAIL(WS-EMAIL-LEN:1) = '@'
              MOVE 'E-MAIL ADDRESS NOT VALID' TO WS-EDIT-ERROR
           ELSE
              IF WS-EMAIL-LEN < 60
                 AND NEW-EMAIL(WS-EMAIL-LEN + 1:) NOT = SPACES
                 MOVE 'E-MAIL ADDRESS NOT VALID' TO WS-EDIT-ERROR
              END-IF
           END-IF.

      *    LOCATES AN ACTIVE (NOT DELETED) ENTRY FOR WS-FIND-ID
       00045-FIND-SUBSCRIBER.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT OR WS-FOUND
              IF WS-SUB-ACTIVE(WS-SUB-IDX)
                 AND WS-SUB-REC(WS-SUB-IDX)(1:8) = WS-FIND-ID
                 MOVE 'Y' TO WS-FOUND-FLAG
                 MOVE WS-SUB-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.

       00050-REJECT-TRAN.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO WS-IL-LABEL.
           STRING 'REJECTED ' DELIMITED BY SIZE
                  STX-ACTION DELIMITED BY SIZE
              INTO WS-IL-LABEL
           END-STRING.
           MOVE STX-IMAGE TO WS-IL-IMAGE.
           MOVE WS-EDIT-ERROR TO WS-IL-REASON.
           PERFORM 00058-PRINT-IMAGE-LINE.

      *    THE HISTORY IS CUMULATIVE - APPENDED RUN AFTER RUN,
      *    CREATED ON THE FIRST CHANGE IF IT DOES NOT EXIST
       00055-WRITE-HISTORY.
           IF NOT WS-HIST-OPEN
              OPEN EXTEND HISTORY-FILE
              IF WS-HIST-STATUS NOT = '00'
                 OPEN OUTPUT HISTORY-FILE
              END-IF
              MOVE 'Y' TO WS-HIST-OPEN-FLAG
           END-IF.
           MOVE SPACES TO SUBHIST-REC.
           MOVE WS-RUN-DATE-X TO SBH-RUN-DATE.
           MOVE WS-RUN-TIME-X TO SBH-RUN-TIME.
           MOVE WS-HIST-ACTION TO SBH-ACTION.
           MOVE WS-FIND-ID TO SBH-SUB-ID.
           MOVE WS-HIST-BEFORE TO SBH-BEFORE-IMAGE.
           MOVE WS-HIST-AFTER TO SBH-AFTER-IMAGE.
           WRITE SUBHIST-REC.
           ADD 1 TO WS-HIST-COUNT.

       00058-PRINT-IMAGE-LINE.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE WS-IMAGE-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.

      ****************************************************
      ****    NEW MASTER - THE SURVIVING ENTRIES IN THEIR
      ****    ORIGINAL ORDER, ADDITIONS AT THE END
      ****************************************************
       00060-WRITE-NEW-MASTER.
           OPEN OUTPUT NEW-SUBSCRIBER-FILE.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
              IF WS-SUB-ACTIVE(WS-SUB-IDX)
                 MOVE WS-SUB-REC(WS-SUB-IDX) TO NEW-SUBSCRIBER-REC
                 WRITE NEW-SUBSCRIBER-REC
                 ADD 1 TO WS-MASTER-OUT-COUNT
              END-IF
           END-PERFORM.
           CLOSE NEW-SUBSCRIBER-FILE.

      ****************************************************
      ****    SUBSCRIPTION LISTING - FOR EACH ROUTING
      ****    CATEGORY, THE RECIPIENTS IT REACHES ON THE NEW
      ****    MASTER, THEN ANY RECIPIENT NO CATEGORY REACHES
      ****************************************************
       00070-PRINT-SUBSCRIPTIONS.
           MOVE SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE ' SUBSCRIPTIONS BY CATEGORY (NEW MASTER)'
              TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.
           IF WS-ROUTE-DEFAULTED
              MOVE SPACES TO MAINT-REPORT-REC
              MOVE ' (NO ROUTEFIL - DEFAULT NEWS/OPS/GEN CATEGORIES)'
                 TO MAINT-REPORT-LINE
              WRITE MAINT-REPORT-REC
           END-IF.
           PERFORM 00071-LIST-ONE-CATEGORY
              VARYING WS-ROUTE-IDX FROM 1 BY 1
              UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT.

           MOVE SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE ' RECIPIENTS NOT REACHED BY ANY ROUTED CATEGORY'
              TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.
           MOVE 0 TO WS-UNREACHED-COUNT.
           PERFORM 00073-CHECK-ONE-REACHED
              VARYING WS-SUB-IDX FROM 1 BY 1
              UNTIL WS-SUB-IDX > WS-SUB-COUNT.
           MOVE WS-UNREACHED-COUNT TO WS-CT-COUNT.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE WS-CAT-TRAILER TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.

       00071-LIST-ONE-CATEGORY.
           MOVE SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE WS-RTE-CATEGORY(WS-ROUTE-IDX) TO WS-CH-CATEGORY.
           MOVE WS-RTE-DEST(WS-ROUTE-IDX) TO WS-CH-DEST.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE WS-CAT-HEADER TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.
           MOVE WS-RTE-CATEGORY(WS-ROUTE-IDX) TO WS-FIND-CATEGORY.
           MOVE 0 TO WS-REACH-COUNT.
           PERFORM 00072-LIST-IF-SUBSCRIBED
              VARYING WS-SUB-IDX FROM 1 BY 1
              UNTIL WS-SUB-IDX > WS-SUB-COUNT.
           MOVE WS-REACH-COUNT TO WS-CT-COUNT.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE WS-CAT-TRAILER TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.

       00072-LIST-IF-SUBSCRIBED.
           IF WS-SUB-ACTIVE(WS-SUB-IDX)
              MOVE WS-SUB-REC(WS-SUB-IDX) TO WS-LIST-SUB
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                      UNTIL WS-CAT-IDX > 5
                 IF LST-CATEGORY(WS-CAT-IDX) = WS-FIND-CATEGORY
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
              END-PERFORM
              IF WS-FOUND
                 ADD 1 TO WS-REACH-COUNT
                 PERFORM 00075-PRINT-RECIPIENT
              END-IF
           END-IF.

       00073-CHECK-ONE-REACHED.
           IF WS-SUB-ACTIVE(WS-SUB-IDX)
              MOVE WS-SUB-REC(WS-SUB-IDX) TO WS-LIST-SUB
              MOVE 'N' TO WS-REACHED-FLAG
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                      UNTIL WS-CAT-IDX > 5
                 IF LST-CATEGORY(WS-CAT-IDX) NOT = SPACES
                    PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                            UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                       IF WS-RTE-CATEGORY(WS-ROUTE-IDX)
                          = LST-CATEGORY(WS-CAT-IDX)
                          MOVE 'Y' TO WS-REACHED-FLAG
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              IF NOT WS-REACHED
                 ADD 1 TO WS-UNREACHED-COUNT
                 PERFORM 00075-PRINT-RECIPIENT
              END-IF
           END-IF.

       00075-PRINT-RECIPIENT.
           MOVE LST-ID TO WS-CD-SUB-ID.
           MOVE LST-NAME TO WS-CD-SUB-NAME.
           MOVE LST-DEST TO WS-CD-SUB-DEST.
           MOVE '** UNKNOWN DESTINATION **' TO WS-CD-DEST-DESC.
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-COUNT
              IF WS-DST-CODE(WS-DEST-IDX) = LST-DEST
                 MOVE WS-DST-DESC(WS-DEST-IDX) TO WS-CD-DEST-DESC
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN LST-DAILY-DIGEST
                 MOVE 'DAILY DIGEST' TO WS-CD-DELIVERY
              WHEN LST-WEEKLY-DIGEST
                 MOVE 'WEEKLY DIGEST' TO WS-CD-DELIVERY
              WHEN OTHER
                 MOVE 'IMMEDIATE' TO WS-CD-DELIVERY
           END-EVALUATE.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE WS-CAT-DETAIL TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.

       00080-PRINT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE WS-MASTER-IN-COUNT TO WS-TOT-COUNT.
           MOVE 'OLD MASTER RECORDS READ' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-DUP-DROP-COUNT TO WS-TOT-COUNT.
           MOVE 'DUPLICATE SUB-IDS DROPPED' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-FULL-DROP-COUNT TO WS-TOT-COUNT.
           MOVE 'NOT LOADED - TABLE FULL' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-MASTER-WARN-COUNT TO WS-TOT-COUNT.
           MOVE 'ON FILE BUT FAILING EDITS' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-TRAN-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS READ' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-ADD-COUNT TO WS-TOT-COUNT.
           MOVE 'SUBSCRIBERS ADDED' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-CHANGE-COUNT TO WS-TOT-COUNT.
           MOVE 'SUBSCRIBERS CHANGED' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-DELETE-COUNT TO WS-TOT-COUNT.
           MOVE 'SUBSCRIBERS DELETED' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-REJECT-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS REJECTED' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-MASTER-OUT-COUNT TO WS-TOT-COUNT.
           MOVE 'NEW MASTER RECORDS WRITTEN' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.
           MOVE WS-HIST-COUNT TO WS-TOT-COUNT.
           MOVE 'HISTORY RECORDS WRITTEN' TO WS-TOT-LABEL.
           PERFORM 00081-PRINT-TOTAL-LINE.

       00081-PRINT-TOTAL-LINE.
           MOVE SPACES TO MAINT-REPORT-REC.
           MOVE WS-REPORT-TOTAL TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-REC.
