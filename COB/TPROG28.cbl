       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG28.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * E-MAIL GATEWAY FOR THE SUBSCRIBER BUNDLES.
      *      READS THE BUNDLES FILE WRITTEN BY TPROG21 AND, FOR
      *      EVERY RECIPIENT BUNDLE THAT HOLDS BULLETINS,
      *      WRITES ONE PLAIN-TEXT MESSAGE TO THE MAILOUT FILE
      *      THE MAIL RELAY PICKS UP.  THE ADDRESS COMES FROM
      *      THE SUBSMSTR SUBSCRIBER MASTER.  EACH MESSAGE IS:
      *        MESSAGE-ID: <BLTYYYYMMDDHHMMSS-NNNNN@BULLETIN>
      *        TO: THE RECIPIENT'S E-MAIL ADDRESS
      *        SUBJECT: BULLETINS (OR THE DIGEST TYPE), THE
      *                 CATEGORIES CARRIED AND THE RUN DATE
      *        X-BULLETIN-COUNT: NUMBER OF BULLETINS
      *        X-BULLETIN-IDS: EVERY BULLETIN ID CARRIED,
      *                 FOLDED ONTO INDENTED LINES
      *        A BLANK LINE, THE BODY, AND A LINE HOLDING A
      *        SINGLE '.' THAT ENDS THE MESSAGE.  EVERY BODY
      *        LINE IS INDENTED SO NONE OF THEM IS A '.'.
      *      THE BODY GIVES EACH BULLETIN'S ID AND CATEGORY
      *      FOLLOWED BY ITS TEXT LINES; A DIGEST KEEPS ITS
      *      CONTENTS LIST AND CATEGORY GROUPS.  A BUNDLE OF
      *      MORE THAN 999 LINES GOES OUT AS NUMBERED PARTS.
      *
      *      EVERY BULLETIN MAILED IS RECORDED AGAINST ITS
      *      MESSAGE ID ON THE KEYED MAILXRF FILE (TCPYMXR).
      *      A RECIPIENT WITH NO E-MAIL ADDRESS, OR NOT ON THE
      *      MASTER, IS LISTED AS AN EXCEPTION ON MAILRPT AND
      *      KEEPS ONLY THE PRINTED BUNDLE.
      *
      *      BOUNCES: BEFORE THE BUNDLES ARE READ, THE MAILBNC
      *      FILE RETURNED BY THE RELAY IS APPLIED.  EVERY
      *      BULLETIN OF A BOUNCED MESSAGE GETS A 'BNCE' EVENT
      *      THROUGH THE BSTATSB SERVICE.
      *
      *      MAILBNC RECORD:
      *        COLS   1-23   MESSAGE ID (WITHOUT '<', '@' PART)
      *        COLS  25-84   ADDRESS THAT BOUNCED
      *        COLS  86-93   BOUNCE DATE YYYYMMDD
      *        COLS  95-134  REASON GIVEN BY THE RELAY
      *
      *      WITH COPYLIBS  TCPYSUB (SUBSCRIBER RECORD)
      *                     TCPYMXR (MAIL CROSS-REFERENCE)
      *                     TCPYBST (STATUS SERVICE AREA)
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
      *   SUBSMSTR  SUBSCRIBER MASTER (E-MAIL ADDRESSES)
      *   BUNDLES   RECIPIENT BUNDLES FROM TPROG21
      *   MAILBNC   BOUNCES RETURNED BY THE MAIL RELAY
      *   MAILXRF   KEYED MESSAGE/BULLETIN CROSS-REFERENCE
      *   MAILOUT   OUTBOUND MAIL-GATEWAY FILE
      *   MAILRPT   MESSAGES, EXCEPTIONS AND BOUNCES REPORT
      *****************************************************
           SELECT SUBSCRIBER-FILE ASSIGN UT-S-SUBSMSTR
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-SUBS-STATUS.

           SELECT BUNDLE-FILE ASSIGN UT-S-BUNDLES
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-BUNDLE-STATUS.

           SELECT BOUNCE-FILE ASSIGN UT-S-MAILBNC
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-BOUNCE-STATUS.

           SELECT MAIL-XREF-FILE ASSIGN MAILXRF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MXR-KEY
             FILE STATUS IS WS-MAILXRF-STATUS.

           SELECT MAIL-FILE ASSIGN UT-S-MAILOUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT MAIL-REPORT ASSIGN UT-S-MAILRPT
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

       FD  BUNDLE-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS BUNDLE-REC.

       01  BUNDLE-REC                PIC X(133).

       FD  BOUNCE-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS BOUNCE-REC.

       01  BOUNCE-REC.
           05  BNC-MESSAGE-ID        PIC X(23).
           05  FILLER                PIC X(1).
           05  BNC-ADDRESS           PIC X(60).
           05  FILLER                PIC X(1).
           05  BNC-DATE              PIC X(8).
           05  FILLER                PIC X(1).
           05  BNC-REASON            PIC X(40).
           05  FILLER                PIC X(6).

       FD  MAIL-XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS MAIL-XREF-REC.

       COPY TCPYMXR.

       FD  MAIL-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS MAIL-REC.

       01  MAIL-REC                  PIC X(132).

       FD  MAIL-REPORT
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS MAIL-REPORT-REC.

       01  MAIL-REPORT-REC.
           05  CC                    PIC X(1).
           05  MAIL-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SUBS-STATUS             PIC XX    VALUE SPACES.
       01  WS-BUNDLE-STATUS           PIC XX    VALUE SPACES.
       01  WS-BOUNCE-STATUS           PIC XX    VALUE SPACES.
       01  WS-MAILXRF-STATUS          PIC XX    VALUE SPACES.

       01  WS-SUBS-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-SUBS-EOF                      VALUE 'Y'.

       01  WS-BUNDLE-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-BUNDLE-EOF                    VALUE 'Y'.

       01  WS-BOUNCE-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-BOUNCE-EOF                    VALUE 'Y'.

       01  WS-XREF-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-XREF-EOF                      VALUE 'Y'.

       01  WS-MAILXRF-OPEN-FLAG       PIC X(1)  VALUE 'N'.
           88  WS-MAILXRF-OPEN                  VALUE 'Y'.

       01  WS-IN-BUNDLE-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-IN-BUNDLE                     VALUE 'Y'.

       01  WS-EXCEPTION-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-EXCEPTION-LISTED              VALUE 'Y'.

       01  WS-TOC-SEEN-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-TOC-SEEN                      VALUE 'Y'.

       01  WS-FOUND-FLAG              PIC X(1)  VALUE 'N'.
           88  WS-FOUND                         VALUE 'Y'.

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
      ****    E-MAIL ADDRESSES LOADED FROM SUBSMSTR
      ****************************************************
       01  WS-SUB-IDX                 PIC 9(3)  VALUE 0.
       01  WS-SUB-TABLE.
           05  WS-SUB-COUNT           PIC 9(3)  VALUE 0.
           05  WS-SUB-ENTRY           OCCURS 50 TIMES.
               10  WS-SUB-ID          PIC X(8).
               10  WS-SUB-EMAIL       PIC X(60).

      ****************************************************
      ****    ONE BUNDLE RECORD.  THE FRAMING RECORDS AND THE
      ****    DIGEST CONTENTS/GROUP LINES ARE KNOWN BY THEIR
      ****    FIRST FOUR BYTES; ANYTHING ELSE IS A BULLETIN
      ****    LINE IN THE BODY-LINE LAYOUT (TCPYA17)
      ****************************************************
       01  WS-BUNDLE-RECORD           PIC X(133).
       01  WS-BUNDLE-FRAME-R REDEFINES WS-BUNDLE-RECORD.
           05  WS-BR-MARKER           PIC X(4).
               88  WS-BR-HEADER                 VALUE 'RCPT'.
               88  WS-BR-TRAILER                VALUE 'ENDR'.
               88  WS-BR-TOC                    VALUE 'TOC '.
               88  WS-BR-GROUP                  VALUE 'CATG'.
           05  FILLER                 PIC X(1).
           05  WS-BR-SUB-ID           PIC X(8).
           05  FILLER                 PIC X(1).
           05  WS-BR-SUB-NAME         PIC X(20).
           05  FILLER                 PIC X(1).
           05  WS-BR-SUB-DEST         PIC X(8).
           05  FILLER                 PIC X(1).
           05  WS-BR-RUN-DATE         PIC X(8).
           05  FILLER                 PIC X(1).
           05  WS-BR-BUNDLE-TYPE      PIC X(13).
           05  FILLER                 PIC X(67).
       01  WS-BUNDLE-LINE-R REDEFINES WS-BUNDLE-RECORD.
           05  WS-BL-BULLETIN-ID      PIC X(20).
           05  WS-BL-CATEGORY         PIC X(4).
           05  FILLER                 PIC X(11).
           05  WS-BL-TEXT             PIC X(80).
           05  FILLER                 PIC X(18).

      ****************************************************
      ****    THE RECIPIENT WHOSE BUNDLE IS BEING READ, AND
      ****    ITS LINES HELD UNTIL THE TRAILER IS REACHED
      ****************************************************
       01  WS-CUR-SUB-ID              PIC X(8)  VALUE SPACES.
       01  WS-CUR-SUB-NAME            PIC X(20) VALUE SPACES.
       01  WS-CUR-SUB-DEST            PIC X(8)  VALUE SPACES.
       01  WS-CUR-EMAIL               PIC X(60) VALUE SPACES.
       01  WS-CUR-BUNDLE-TYPE         PIC X(13) VALUE SPACES.
       01  WS-CUR-RUN-DATE.
           05  WS-CUR-RUN-YYYY        PIC X(4).
           05  WS-CUR-RUN-MM          PIC X(2).
           05  WS-CUR-RUN-DD          PIC X(2).
       01  WS-CUR-REASON              PIC X(30) VALUE SPACES.
       01  WS-PART-NO                 PIC 9(2)  VALUE 0.

       01  WS-BUF-IDX                 PIC 9(3)  VALUE 0.
       01  WS-BUF-TABLE.
           05  WS-BUF-COUNT           PIC 9(3)  VALUE 0.
           05  WS-BUF-LINE            OCCURS 999 TIMES
                                      PIC X(133).

      ****************************************************
      ****    THE MESSAGE BEING WRITTEN
      ****************************************************
       01  WS-MSG-SEQ                 PIC 9(5)  VALUE 0.
       01  WS-MSG-ID.
           05  FILLER                 PIC X(3)  VALUE 'BLT'.
           05  WS-MSG-ID-DATE         PIC 9(8).
           05  WS-MSG-ID-TIME         PIC 9(6).
           05  FILLER                 PIC X(1)  VALUE '-'.
           05  WS-MSG-ID-SEQ          PIC 9(5).
       01  WS-MSG-BULLETINS           PIC 9(5)  VALUE 0.
       01  WS-MSG-LINES               PIC 9(5)  VALUE 0.
       01  WS-LAST-BULLETIN-ID        PIC X(20) VALUE SPACES.
       01  WS-MAIL-LINE               PIC X(132) VALUE SPACES.
       01  WS-MAIL-PTR                PIC 9(3)  VALUE 0.
       01  WS-EDIT-COUNT              PIC ZZZZ9.
       01  WS-EDIT-PART               PIC Z9.

       01  WS-SUBJ-TYPE               PIC X(15) VALUE SPACES.
       01  WS-SUBJ-IDX                PIC 9(2)  VALUE 0.
       01  WS-SUBJ-CAT-TABLE.
           05  WS-SUBJ-CAT-COUNT      PIC 9(2)  VALUE 0.
           05  WS-SUBJ-CAT            OCCURS 10 TIMES PIC X(4).

      ****************************************************
      ****    RECIPIENTS LEFT OUT OF THE MAIL, LISTED AT END
      ****************************************************
       01  WS-EXC-IDX                 PIC 9(3)  VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-COUNT           PIC 9(3)  VALUE 0.
           05  WS-EXC-ENTRY           OCCURS 100 TIMES.
               10  WS-EXC-SUB-ID      PIC X(8).
               10  WS-EXC-SUB-NAME    PIC X(20).
               10  WS-EXC-SUB-DEST    PIC X(8).
               10  WS-EXC-BULLETINS   PIC 9(5).
               10  WS-EXC-REASON      PIC X(30).

       01  WS-BUNDLE-READ-COUNT       PIC 9(7)  VALUE 0.
       01  WS-BUNDLE-COUNT            PIC 9(5)  VALUE 0.
       01  WS-MESSAGE-COUNT           PIC 9(5)  VALUE 0.
       01  WS-MAILED-BULLETINS        PIC 9(7)  VALUE 0.
       01  WS-MAIL-LINE-COUNT         PIC 9(7)  VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5)  VALUE 0.
       01  WS-BOUNCE-COUNT            PIC 9(5)  VALUE 0.
       01  WS-BOUNCE-EVENT-COUNT      PIC 9(7)  VALUE 0.
       01  WS-BOUNCE-UNKNOWN-COUNT    PIC 9(5)  VALUE 0.
       01  WS-BOUNCE-BULLETINS        PIC 9(5)  VALUE 0.

      ****************************************************
      ****    REPORT LINES
      ****************************************************
       01  WS-TITLE-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  FILLER                 PIC X(38)
               VALUE 'E-MAIL GATEWAY - TPROG28     RUN DATE '.
           05  WS-TITLE-DATE          PIC 9(8).
           05  FILLER                 PIC X(85) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-SECTION-TEXT        PIC X(60).
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-BOUNCE-DETAIL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-BD-MESSAGE-ID       PIC X(23).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-BD-ADDRESS          PIC X(40).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-BD-BULLETINS        PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-BD-REASON           PIC X(40).
           05  FILLER                 PIC X(17) VALUE SPACES.

       01  WS-MESSAGE-DETAIL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-MD-MESSAGE-ID       PIC X(23).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-MD-SUB-ID           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-MD-ADDRESS          PIC X(40).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-MD-BULLETINS        PIC ZZZZ9.
           05  FILLER                 PIC X(11)
               VALUE ' BULLETINS '.
           05  WS-MD-LINES            PIC ZZZZ9.
           05  FILLER                 PIC X(6)  VALUE ' LINES'.
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  WS-EXCEPTION-DETAIL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-XD-SUB-ID           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-XD-SUB-NAME         PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-XD-SUB-DEST         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-XD-BULLETINS        PIC ZZZZ9.
           05  FILLER                 PIC X(11)
               VALUE ' BULLETINS '.
           05  WS-XD-REASON           PIC X(30).
           05  FILLER                 PIC X(43) VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(82) VALUE SPACES.

      ****************************************************
      ****    SHARED BULLETIN-STATUS LINK AREA
      ****************************************************
       COPY TCPYBST.

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
           MOVE 'TPROG28' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-X.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME-X.

           OPEN OUTPUT MAIL-FILE.
           OPEN OUTPUT MAIL-REPORT.
           MOVE WS-RUN-DATE-X TO WS-TITLE-DATE.
           MOVE SPACES TO MAIL-REPORT-REC.
           MOVE WS-TITLE-LINE TO MAIL-REPORT-LINE.
           WRITE MAIL-REPORT-REC.

           PERFORM 00010-LOAD-SUBSCRIBERS.
           PERFORM 00015-OPEN-MAIL-XREF.

           PERFORM 00020-APPLY-BOUNCES.

           MOVE 'MESSAGES WRITTEN TO MAILOUT' TO WS-SECTION-TEXT.
           PERFORM 00090-WRITE-SECTION-HEAD.
           OPEN INPUT BUNDLE-FILE.
           IF WS-BUNDLE-STATUS = '00'
              PERFORM 00030-READ-ONE-BUNDLE-RECORD THRU
                      00030-READ-ONE-BUNDLE-RECORD-X
                 UNTIL WS-BUNDLE-EOF
              IF WS-IN-BUNDLE
                 PERFORM 00035-END-OF-BUNDLE
              END-IF
              CLOSE BUNDLE-FILE
           ELSE
              MOVE 'TPROG28' TO EH-PROGRAM
              MOVE 'NOBUNDLE' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-BUNDLE-STATUS TO EH-FILE-STATUS
              MOVE 'BUNDLES FILE NOT AVAILABLE - NO MAIL WRITTEN'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           PERFORM 00060-PRINT-EXCEPTIONS.
           PERFORM 00080-PRINT-TOTALS.

           IF WS-EXCEPTION-COUNT > 0
              MOVE 'TPROG28' TO EH-PROGRAM
              MOVE 'NOMAILAD' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'RECIPIENTS WITHOUT AN E-MAIL ADDRESS - SEE MAILRPT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           IF WS-BOUNCE-UNKNOWN-COUNT > 0
              MOVE 'TPROG28' TO EH-PROGRAM
              MOVE 'BNCUNKID' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'BOUNCES FOR UNKNOWN MESSAGE IDS - SEE MAILRPT'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           IF WS-MAILXRF-OPEN
              CLOSE MAIL-XREF-FILE
           END-IF.
           CLOSE MAIL-FILE.
           CLOSE MAIL-REPORT.

           MOVE 'E' TO JL-ACTION.
           MOVE 'TPROG28' TO JL-PROGRAM.
           COMPUTE JL-RECORDS-IN = WS-BUNDLE-READ-COUNT
                                 + WS-BOUNCE-COUNT.
           MOVE WS-MESSAGE-COUNT TO JL-RECORDS-OUT.
           MOVE WS-EXCEPTION-COUNT TO JL-RECORDS-REJ.
           MOVE EH-CONDITION-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           GOBACK.

       00010-LOAD-SUBSCRIBERS.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUBS-STATUS = '00'
              PERFORM 00011-LOAD-ONE-SUBSCRIBER THRU
                      00011-LOAD-ONE-SUBSCRIBER-X
                 UNTIL WS-SUBS-EOF
              CLOSE SUBSCRIBER-FILE
           END-IF.

       00011-LOAD-ONE-SUBSCRIBER.
           READ SUBSCRIBER-FILE
              AT END
                 MOVE 'Y' TO WS-SUBS-EOF-FLAG
                 GO TO 00011-LOAD-ONE-SUBSCRIBER-X
           END-READ.
           IF SUB-ID = SPACES
              GO TO 00011-LOAD-ONE-SUBSCRIBER-X
           END-IF.
           IF WS-SUB-COUNT < 50
              ADD 1 TO WS-SUB-COUNT
              MOVE SUB-ID TO WS-SUB-ID(WS-SUB-COUNT)
              MOVE SUB-EMAIL TO WS-SUB-EMAIL(WS-SUB-COUNT)
           END-IF.
       00011-LOAD-ONE-SUBSCRIBER-X.
           EXIT.

      *    THE CROSS-REFERENCE IS CREATED ON FIRST USE (STATUS
      *    35) AND NEVER OVER AN EXISTING ONE.  WITHOUT IT THE
      *    MAIL STILL GOES (THE IDS ARE IN THE MESSAGE HEADER)
      *    BUT NO BOUNCE CAN BE TRACED, SO THE RUN ENDS RC 8
       00015-OPEN-MAIL-XREF.
           OPEN I-O MAIL-XREF-FILE.
           IF WS-MAILXRF-STATUS = '35'
              OPEN OUTPUT MAIL-XREF-FILE
              CLOSE MAIL-XREF-FILE
              OPEN I-O MAIL-XREF-FILE
           END-IF.
           IF WS-MAILXRF-STATUS = '00'
              MOVE 'Y' TO WS-MAILXRF-OPEN-FLAG
           ELSE
              MOVE 'TPROG28' TO EH-PROGRAM
              MOVE 'NOMAILXR' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-MAILXRF-STATUS TO EH-FILE-STATUS
              MOVE 'MAILXRF NOT AVAILABLE - BOUNCES CANNOT BE TRACED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

      ****************************************************
      ****    BOUNCES RETURNED BY THE RELAY.  EVERY BULLETIN
      ****    CARRIED BY THE BOUNCED MESSAGE GETS A 'BNCE'
      ****    EVENT NAMING THE RECIPIENT AND THE REASON
      ****************************************************
       00020-APPLY-BOUNCES.
           MOVE 'BOUNCES RETURNED BY THE MAIL RELAY'
              TO WS-SECTION-TEXT.
           PERFORM 00090-WRITE-SECTION-HEAD.
           OPEN INPUT BOUNCE-FILE.
           IF WS-BOUNCE-STATUS = '00'
              PERFORM 00021-APPLY-ONE-BOUNCE THRU
                      00021-APPLY-ONE-BOUNCE-X
                 UNTIL WS-BOUNCE-EOF
              CLOSE BOUNCE-FILE
           END-IF.

       00021-APPLY-ONE-BOUNCE.
           READ BOUNCE-FILE
              AT END
                 MOVE 'Y' TO WS-BOUNCE-EOF-FLAG
                 GO TO 00021-APPLY-ONE-BOUNCE-X
           END-READ.
           IF BOUNCE-REC = SPACES
              GO TO 00021-APPLY-ONE-BOUNCE-X
           END-IF.
           ADD 1 TO WS-BOUNCE-COUNT.
           MOVE 0 TO WS-BOUNCE-BULLETINS.
           IF WS-MAILXRF-OPEN
              MOVE LOW-VALUES TO MXR-KEY
              MOVE BNC-MESSAGE-ID TO MXR-MESSAGE-ID
              MOVE 'N' TO WS-XREF-EOF-FLAG
              START MAIL-XREF-FILE KEY IS NOT LESS THAN MXR-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-XREF-EOF-FLAG
              END-START
              PERFORM 00022-LOG-ONE-BOUNCED THRU
                      00022-LOG-ONE-BOUNCED-X
                 UNTIL WS-XREF-EOF
           END-IF.
           MOVE BNC-MESSAGE-ID TO WS-BD-MESSAGE-ID.
           MOVE BNC-ADDRESS TO WS-BD-ADDRESS.
           MOVE WS-BOUNCE-BULLETINS TO WS-BD-BULLETINS.
           IF WS-BOUNCE-BULLETINS = 0
              ADD 1 TO WS-BOUNCE-UNKNOWN-COUNT
              MOVE '** UNKNOWN MESSAGE ID - NOT LOGGED **'
                 TO WS-BD-REASON
           ELSE
              MOVE BNC-REASON TO WS-BD-REASON
           END-IF.
           MOVE SPACES TO MAIL-REPORT-REC.
           MOVE WS-BOUNCE-DETAIL TO MAIL-REPORT-LINE.
           WRITE MAIL-REPORT-REC.
       00021-APPLY-ONE-BOUNCE-X.
           EXIT.

       00022-LOG-ONE-BOUNCED.
           READ MAIL-XREF-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-XREF-EOF-FLAG
                 GO TO 00022-LOG-ONE-BOUNCED-X
           END-READ.
           IF MXR-MESSAGE-ID NOT = BNC-MESSAGE-ID
              MOVE 'Y' TO WS-XREF-EOF-FLAG
              GO TO 00022-LOG-ONE-BOUNCED-X
           END-IF.
           MOVE MXR-BULLETIN-ID TO BS-BULLETIN-ID.
           MOVE 'BNCE' TO BS-STATUS-CODE.
           MOVE 'TPROG28' TO BS-PROGRAM.
           MOVE MXR-CATEGORY TO BS-CATEGORY.
           MOVE SPACES TO BS-TEXT.
           STRING 'TO ' DELIMITED BY SIZE
                  MXR-SUB-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BNC-REASON DELIMITED BY SIZE
              INTO BS-TEXT
           END-STRING.
           CALL 'BSTATSB' USING BULLSTAT-AREA.
           ADD 1 TO WS-BOUNCE-BULLETINS.
           ADD 1 TO WS-BOUNCE-EVENT-COUNT.
       00022-LOG-ONE-BOUNCED-X.
           EXIT.

      ****************************************************
      ****    ONE BUNDLE RECORD.  A HEADER STARTS A NEW
      ****    RECIPIENT, THE TRAILER ENDS IT; THE LINES IN
      ****    BETWEEN ARE HELD FOR THE MESSAGE
      ****************************************************
       00030-READ-ONE-BUNDLE-RECORD.
           READ BUNDLE-FILE INTO WS-BUNDLE-RECORD
              AT END
                 MOVE 'Y' TO WS-BUNDLE-EOF-FLAG
                 GO TO 00030-READ-ONE-BUNDLE-RECORD-X
           END-READ.
           ADD 1 TO WS-BUNDLE-READ-COUNT.
           EVALUATE TRUE
              WHEN WS-BR-HEADER
                 IF WS-IN-BUNDLE
                    PERFORM 00035-END-OF-BUNDLE
                 END-IF
                 PERFORM 00031-START-OF-BUNDLE
              WHEN WS-BR-TRAILER
                 IF WS-IN-BUNDLE
                    PERFORM 00035-END-OF-BUNDLE
                 END-IF
              WHEN OTHER
                 IF WS-IN-BUNDLE
                    IF WS-BUF-COUNT NOT < 999
                       PERFORM 00040-FLUSH-MESSAGE
                    END-IF
                    ADD 1 TO WS-BUF-COUNT
                    MOVE WS-BUNDLE-RECORD TO WS-BUF-LINE(WS-BUF-COUNT)
                 END-IF
           END-EVALUATE.
       00030-READ-ONE-BUNDLE-RECORD-X.
           EXIT.

       00031-START-OF-BUNDLE.
           ADD 1 TO WS-BUNDLE-COUNT.
           MOVE 'Y' TO WS-IN-BUNDLE-FLAG.
           MOVE 'N' TO WS-EXCEPTION-FLAG.
           MOVE 0 TO WS-BUF-COUNT WS-PART-NO.
           MOVE WS-BR-SUB-ID TO WS-CUR-SUB-ID.
           MOVE WS-BR-SUB-NAME TO WS-CUR-SUB-NAME.
           MOVE WS-BR-SUB-DEST TO WS-CUR-SUB-DEST.
           MOVE WS-BR-RUN-DATE TO WS-CUR-RUN-DATE.
           MOVE WS-BR-BUNDLE-TYPE TO WS-CUR-BUNDLE-TYPE.
           MOVE SPACES TO WS-CUR-EMAIL.
           MOVE 'NOT ON SUBSCRIBER MASTER' TO WS-CUR-REASON.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
              IF WS-SUB-ID(WS-SUB-IDX) = WS-CUR-SUB-ID
                 MOVE WS-SUB-EMAIL(WS-SUB-IDX) TO WS-CUR-EMAIL
                 MOVE 'NO E-MAIL ADDRESS' TO WS-CUR-REASON
              END-IF
           END-PERFORM.

       00035-END-OF-BUNDLE.
           IF WS-BUF-COUNT > 0
              PERFORM 00040-FLUSH-MESSAGE
           END-IF.
           MOVE 'N' TO WS-IN-BUNDLE-FLAG.

      ****************************************************
      ****    THE HELD LINES BECOME ONE MESSAGE - OR ONE
      ****    EXCEPTION WHEN THE RECIPIENT HAS NO ADDRESS.  A
      ****    BUNDLE WITH NO BULLETIN LINES SENDS NOTHING
      ****************************************************
       00040-FLUSH-MESSAGE.
           ADD 1 TO WS-PART-NO.
           MOVE 0 TO WS-MSG-BULLETINS WS-MSG-LINES
                     WS-SUBJ-CAT-COUNT.
           MOVE SPACES TO WS-LAST-BULLETIN-ID.
           PERFORM 00041-COUNT-ONE-LINE
              VARYING WS-BUF-IDX FROM 1 BY 1
              UNTIL WS-BUF-IDX > WS-BUF-COUNT.
           IF WS-MSG-BULLETINS > 0
              IF WS-CUR-EMAIL = SPACES
                 PERFORM 00050-RECORD-EXCEPTION
              ELSE
                 PERFORM 00045-WRITE-MESSAGE
              END-IF
           END-IF.
           MOVE 0 TO WS-BUF-COUNT.

       00041-COUNT-ONE-LINE.
           MOVE WS-BUF-LINE(WS-BUF-IDX) TO WS-BUNDLE-RECORD.
           IF NOT WS-BR-TOC AND NOT WS-BR-GROUP
              ADD 1 TO WS-MSG-LINES
              IF WS-BL-BULLETIN-ID NOT = WS-LAST-BULLETIN-ID
                 ADD 1 TO WS-MSG-BULLETINS
                 MOVE WS-BL-BULLETIN-ID TO WS-LAST-BULLETIN-ID
              END-IF
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                      UNTIL WS-SUBJ-IDX > WS-SUBJ-CAT-COUNT
                 IF WS-SUBJ-CAT(WS-SUBJ-IDX) = WS-BL-CATEGORY
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
              END-PERFORM
              IF NOT WS-FOUND AND WS-SUBJ-CAT-COUNT < 10
                 ADD 1 TO WS-SUBJ-CAT-COUNT
                 MOVE WS-BL-CATEGORY TO WS-SUBJ-CAT(WS-SUBJ-CAT-COUNT)
              END-IF
           END-IF.

       00045-WRITE-MESSAGE.
           ADD 1 TO WS-MSG-SEQ.
           ADD 1 TO WS-MESSAGE-COUNT.
           MOVE WS-RUN-DATE-X TO WS-MSG-ID-DATE.
           MOVE WS-RUN-TIME-X TO WS-MSG-ID-TIME.
           MOVE WS-MSG-SEQ TO WS-MSG-ID-SEQ.

           MOVE SPACES TO WS-MAIL-LINE.
           STRING 'MESSAGE-ID: <' DELIMITED BY SIZE
                  WS-MSG-ID DELIMITED BY SIZE
                  '@BULLETIN>' DELIMITED BY SIZE
              INTO WS-MAIL-LINE
           END-STRING.
           PERFORM 00095-WRITE-MAIL-LINE.

           MOVE SPACES TO WS-MAIL-LINE.
           STRING 'TO: ' DELIMITED BY SIZE
                  WS-CUR-EMAIL DELIMITED BY SPACE
              INTO WS-MAIL-LINE
           END-STRING.
           PERFORM 00095-WRITE-MAIL-LINE.

      *    SUBJECT: TYPE - CATEGORIES - RUN DATE (PART N)
           MOVE SPACES TO WS-MAIL-LINE.
           MOVE 1 TO WS-MAIL-PTR.
           IF WS-CUR-BUNDLE-TYPE = SPACES
              STRING 'SUBJECT: BULLETINS -' DELIMITED BY SIZE
                 INTO WS-MAIL-LINE WITH POINTER WS-MAIL-PTR
              END-STRING
           ELSE
              MOVE WS-CUR-BUNDLE-TYPE TO WS-SUBJ-TYPE
              STRING 'SUBJECT: ' DELIMITED BY SIZE
                     WS-SUBJ-TYPE DELIMITED BY '  '
                     ' -' DELIMITED BY SIZE
                 INTO WS-MAIL-LINE WITH POINTER WS-MAIL-PTR
              END-STRING
           END-IF.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-CAT-COUNT
              STRING ' ' DELIMITED BY SIZE
                     WS-SUBJ-CAT(WS-SUBJ-IDX) DELIMITED BY SPACE
                 INTO WS-MAIL-LINE WITH POINTER WS-MAIL-PTR
              END-STRING
           END-PERFORM.
           STRING ' - ' DELIMITED BY SIZE
                  WS-CUR-RUN-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CUR-RUN-MM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CUR-RUN-DD DELIMITED BY SIZE
              INTO WS-MAIL-LINE WITH POINTER WS-MAIL-PTR
           END-STRING.
           IF WS-PART-NO > 1
              MOVE WS-PART-NO TO WS-EDIT-PART
              STRING ' (PART' DELIMITED BY SIZE
                     WS-EDIT-PART DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                 INTO WS-MAIL-LINE WITH POINTER WS-MAIL-PTR
              END-STRING
           END-IF.
           PERFORM 00095-WRITE-MAIL-LINE.

           MOVE WS-MSG-BULLETINS TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-MAIL-LINE.
           STRING 'X-BULLETIN-COUNT: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-MAIL-LINE
           END-STRING.
           PERFORM 00095-WRITE-MAIL-LINE.

      *    THE IDS, FOLDED ONTO INDENTED CONTINUATION LINES,
      *    EACH ALSO RECORDED ON THE CROSS-REFERENCE
           MOVE SPACES TO WS-MAIL-LINE.
           MOVE 1 TO WS-MAIL-PTR.
           STRING 'X-BULLETIN-IDS:' DELIMITED BY SIZE
              INTO WS-MAIL-LINE WITH POINTER WS-MAIL-PTR
           END-STRING.
           MOVE SPACES TO WS-LAST-BULLETIN-ID.
           PERFORM 00042-ADD-ONE-BULLETIN-ID
              VARYING WS-BUF-IDX FROM 1 BY 1
              UNTIL WS-BUF-IDX > WS-BUF-COUNT.
           PERFORM 00095-WRITE-MAIL-LINE.

           MOVE SPACES TO WS-MAIL-LINE.
           PERFORM 00095-WRITE-MAIL-LINE.

           MOVE 'N' TO WS-TOC-SEEN-FLAG.
           MOVE SPACES TO WS-LAST-BULLETIN-ID.
           PERFORM 00046-WRITE-BODY-LINE
              VARYING WS-BUF-IDX FROM 1 BY 1
              UNTIL WS-BUF-IDX > WS-BUF-COUNT.

           MOVE '.' TO WS-MAIL-LINE.
           PERFORM 00095-WRITE-MAIL-LINE.

           ADD WS-MSG-BULLETINS TO WS-MAILED-BULLETINS.
           MOVE WS-MSG-ID TO WS-MD-MESSAGE-ID.
           MOVE WS-CUR-SUB-ID TO WS-MD-SUB-ID.
           MOVE WS-CUR-EMAIL TO WS-MD-ADDRESS.
           MOVE WS-MSG-BULLETINS TO WS-MD-BULLETINS.
           MOVE WS-MSG-LINES TO WS-MD-LINES.
           MOVE SPACES TO MAIL-REPORT-REC.
           MOVE WS-MESSAGE-DETAIL TO MAIL-REPORT-LINE.
           WRITE MAIL-REPORT-REC.

       00042-ADD-ONE-BULLETIN-ID.
           MOVE WS-BUF-LINE(WS-BUF-IDX) TO WS-BUNDLE-RECORD.
           IF NOT WS-BR-TOC AND NOT WS-BR-GROUP
              AND WS-BL-BULLETIN-ID NOT = WS-LAST-BULLETIN-ID
              MOVE WS-BL-BULLETIN-ID TO WS-LAST-BULLETIN-ID
              IF WS-MAIL-PTR > 100
                 PERFORM 00095-WRITE-MAIL-LINE
                 MOVE SPACES TO WS-MAIL-LINE
                 MOVE 4 TO WS-MAIL-PTR
              END-IF
              STRING ' ' DELIMITED BY SIZE
                     WS-BL-BULLETIN-ID DELIMITED BY SPACE
                 INTO WS-MAIL-LINE WITH POINTER WS-MAIL-PTR
              END-STRING
              PERFORM 00047-WRITE-XREF
           END-IF.

       00046-WRITE-BODY-LINE.
           MOVE WS-BUF-LINE(WS-BUF-IDX) TO WS-BUNDLE-RECORD.
           EVALUATE TRUE
              WHEN WS-BR-TOC
                 IF NOT WS-TOC-SEEN
                    MOVE 'Y' TO WS-TOC-SEEN-FLAG
                    MOVE '  CONTENTS' TO WS-MAIL-LINE
                    PERFORM 00095-WRITE-MAIL-LINE
                 END-IF
                 MOVE SPACES TO WS-MAIL-LINE
                 MOVE WS-BUNDLE-RECORD(6:33) TO WS-MAIL-LINE(5:33)
                 PERFORM 00095-WRITE-MAIL-LINE
              WHEN WS-BR-GROUP
                 MOVE SPACES TO WS-MAIL-LINE
                 PERFORM 00095-WRITE-MAIL-LINE
                 STRING '  *** ' DELIMITED BY SIZE
                        WS-BUNDLE-RECORD(6:4) DELIMITED BY SIZE
                        ' ***' DELIMITED BY SIZE
                    INTO WS-MAIL-LINE
                 END-STRING
                 PERFORM 00095-WRITE-MAIL-LINE
              WHEN OTHER
                 IF WS-BL-BULLETIN-ID NOT = WS-LAST-BULLETIN-ID
                    MOVE WS-BL-BULLETIN-ID TO WS-LAST-BULLETIN-ID
                    MOVE SPACES TO WS-MAIL-LINE
                    PERFORM 00095-WRITE-MAIL-LINE
                    STRING '  BULLETIN ' DELIMITED BY SIZE
                           WS-BL-BULLETIN-ID DELIMITED BY SPACE
                           '   CATEGORY ' DELIMITED BY SIZE
                           WS-BL-CATEGORY DELIMITED BY SIZE
                       INTO WS-MAIL-LINE
                    END-STRING
                    PERFORM 00095-WRITE-MAIL-LINE
                 END-IF
                 MOVE SPACES TO WS-MAIL-LINE
                 MOVE WS-BL-TEXT TO WS-MAIL-LINE(5:80)
                 PERFORM 00095-WRITE-MAIL-LINE
           END-EVALUATE.

       00047-WRITE-XREF.
           IF WS-MAILXRF-OPEN
              MOVE SPACES TO MAIL-XREF-REC
              MOVE WS-MSG-ID TO MXR-MESSAGE-ID
              MOVE WS-BL-BULLETIN-ID TO MXR-BULLETIN-ID
              MOVE WS-CUR-SUB-ID TO MXR-SUB-ID
              MOVE WS-BL-CATEGORY TO MXR-CATEGORY
              MOVE WS-RUN-DATE-X TO MXR-SENT-DATE
              MOVE WS-RUN-TIME-X TO MXR-SENT-TIME
              MOVE WS-CUR-EMAIL TO MXR-ADDRESS
              WRITE MAIL-XREF-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.

      *    ONE EXCEPTION PER BUNDLE, HOWEVER MANY PARTS
       00050-RECORD-EXCEPTION.
           IF WS-EXCEPTION-LISTED
              ADD WS-MSG-BULLETINS TO WS-EXC-BULLETINS(WS-EXC-COUNT)
           ELSE
              MOVE 'Y' TO WS-EXCEPTION-FLAG
              ADD 1 TO WS-EXCEPTION-COUNT
              IF WS-EXC-COUNT < 100
                 ADD 1 TO WS-EXC-COUNT
                 MOVE WS-CUR-SUB-ID TO WS-EXC-SUB-ID(WS-EXC-COUNT)
                 MOVE WS-CUR-SUB-NAME TO WS-EXC-SUB-NAME(WS-EXC-COUNT)
                 MOVE WS-CUR-SUB-DEST TO WS-EXC-SUB-DEST(WS-EXC-COUNT)
                 MOVE WS-MSG-BULLETINS
                    TO WS-EXC-BULLETINS(WS-EXC-COUNT)
                 MOVE WS-CUR-REASON TO WS-EXC-REASON(WS-EXC-COUNT)
              END-IF
           END-IF.

       00060-PRINT-EXCEPTIONS.
           MOVE 'EXCEPTIONS - RECIPIENTS NOT SENT BY E-MAIL'
              TO WS-SECTION-TEXT.
           PERFORM 00090-WRITE-SECTION-HEAD.
           PERFORM 00061-PRINT-ONE-EXCEPTION
              VARYING WS-EXC-IDX FROM 1 BY 1
              UNTIL WS-EXC-IDX > WS-EXC-COUNT.

       00061-PRINT-ONE-EXCEPTION.
           MOVE WS-EXC-SUB-ID(WS-EXC-IDX) TO WS-XD-SUB-ID.
           MOVE WS-EXC-SUB-NAME(WS-EXC-IDX) TO WS-XD-SUB-NAME.
           MOVE WS-EXC-SUB-DEST(WS-EXC-IDX) TO WS-XD-SUB-DEST.
           MOVE WS-EXC-BULLETINS(WS-EXC-IDX) TO WS-XD-BULLETINS.
           MOVE WS-EXC-REASON(WS-EXC-IDX) TO WS-XD-REASON.
           MOVE SPACES TO MAIL-REPORT-REC.
           MOVE WS-EXCEPTION-DETAIL TO MAIL-REPORT-LINE.
           WRITE MAIL-REPORT-REC.

       00080-PRINT-TOTALS.
           MOVE SPACES TO MAIL-REPORT-REC.
           WRITE MAIL-REPORT-REC.
           MOVE WS-BOUNCE-COUNT TO WS-TOT-COUNT.
           MOVE 'BOUNCES READ' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-BOUNCE-EVENT-COUNT TO WS-TOT-COUNT.
           MOVE 'BOUNCE EVENTS LOGGED' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-BOUNCE-UNKNOWN-COUNT TO WS-TOT-COUNT.
           MOVE 'BOUNCES FOR UNKNOWN MESSAGE IDS' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-BUNDLE-COUNT TO WS-TOT-COUNT.
           MOVE 'RECIPIENT BUNDLES READ' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-MESSAGE-COUNT TO WS-TOT-COUNT.
           MOVE 'MESSAGES WRITTEN' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-MAILED-BULLETINS TO WS-TOT-COUNT.
           MOVE 'BULLETINS MAILED' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-MAIL-LINE-COUNT TO WS-TOT-COUNT.
           MOVE 'MAILOUT LINES WRITTEN' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT.
           MOVE 'RECIPIENTS NOT SENT BY E-MAIL' TO WS-TOT-LABEL.
           PERFORM 00091-WRITE-TOTAL-LINE.

       00090-WRITE-SECTION-HEAD.
           MOVE SPACES TO MAIL-REPORT-REC.
           WRITE MAIL-REPORT-REC.
           MOVE WS-SECTION-LINE TO MAIL-REPORT-LINE.
           WRITE MAIL-REPORT-REC.
           MOVE SPACES TO MAIL-REPORT-REC.
           WRITE MAIL-REPORT-REC.

       00091-WRITE-TOTAL-LINE.
           MOVE SPACES TO MAIL-REPORT-REC.
           MOVE WS-REPORT-TOTAL TO MAIL-REPORT-LINE.
           WRITE MAIL-REPORT-REC.

       00095-WRITE-MAIL-LINE.
           WRITE MAIL-REC FROM WS-MAIL-LINE.
           ADD 1 TO WS-MAIL-LINE-COUNT.
