       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0530.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  CHANGE-ONLY EMPLOYEE EXTRACT FOR DOWNSTREAM SYSTEMS.          *
      *  READS THE KEYED EMPHIST CHANGE HISTORY (WBCI0070 AND THE     *
      *  WBCI0420 ONLINE UPDATE) FOR THE CHANGES STAMPED SINCE THE    *
      *  LAST EXTRACT: FROM THE EXTHWM HIGH-WATER MARK UP TO THE      *
      *  MOMENT THIS RUN STARTED.  THE NEW MARK IS WRITTEN BACK ONLY  *
      *  AT THE END OF A CLEAN RUN, SO A FAILED RUN IS SIMPLY RERUN   *
      *  AND RESENDS THE SAME WINDOW.  NO EXTHWM (FIRST RUN) MEANS    *
      *  ALL HISTORY ON FILE.                                         *
      *  EACH EMPLOYEE'S CHANGES IN THE WINDOW ARE NETTED TO ONE      *
      *  EVENT PER SUBSCRIBING SYSTEM, IN THAT SYSTEM'S OWN LAYOUT    *
      *  AND WITH ONLY THE FIELDS IT MAY RECEIVE:                     *
      *    A  ADD        NOW ACTIVE OR ON LEAVE, BUT NOT BEFORE       *
      *                  (NEW HIRE OR REHIRE)                         *
      *    C  CHANGE     ONE OF THE SYSTEM'S OWN FIELDS CHANGED -     *
      *                  A CHANGE THE SYSTEM DOES NOT RECEIVE (PAY,   *
      *                  BANK) IS NOT SENT TO IT AT ALL               *
      *    T  TERMINATE  TERMINATED OR DELETED IN THE WINDOW          *
      *  THE SUBSCRIBERS AND THEIR FILES:                             *
      *    BENEFITS  BENEXTR   BENEFITS CARRIER - NAME, ADDRESS,      *
      *                        HIRE DATE, STATUS, COMPANY, TYPE       *
      *    BADGE     BADGEXTR  BADGE SYSTEM - NAME, TYPE, REGION,     *
      *                        COMPANY, COST CENTER, STATUS           *
      *    DIRECTRY  DIREXTR   CORPORATE DIRECTORY - NAME, CITY,      *
      *                        STATE, COMPANY, COST CENTER, REGION    *
      *  EVERY FILE CARRIES AN 'H' HEADER WITH THE WINDOW AND A 'T'   *
      *  TRAILER WITH ITS DETAIL COUNT, AND THE COUNT IS LOGGED AS    *
      *  THE PRODUCER LEG ON THE IFCLOGSB LEDGER UNDER THE FILE'S     *
      *  DD NAME FOR IFCVERRP TO MATCH AGAINST THE CONSUMER'S LEG.    *
      *                                                                *
      *  EXTSUBS CARD, ONE PER SYSTEM (OPTIONAL - A SYSTEM WITH NO    *
      *  CARD IS SUBSCRIBED):                                         *
      *    COLS  1-8   SYSTEM (BENEFITS / BADGE / DIRECTRY)           *
      *    COL  10     SUBSCRIBED 'Y' OR 'N'                          *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-HISTORY   ASSIGN TO EMPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HX-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HWM-FILE      ASSIGN TO EXTHWM
               FILE STATUS IS WS-HWM-STATUS.
           SELECT SUBS-FILE     ASSIGN TO EXTSUBS
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT BENEFITS-EXTRACT  ASSIGN TO BENEXTR.
           SELECT BADGE-EXTRACT     ASSIGN TO BADGEXTR.
           SELECT DIRECTORY-EXTRACT ASSIGN TO DIREXTR.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    MIRROR OF EMP-HISTORY-RECORD IN WBCI0070
       01  EMP-HISTORY-RECORD.
           05  HX-HIST-KEY.
               10  HX-EMP-NUM         PIC 9(5).
               10  HX-TS-DATE         PIC 9(8).
               10  HX-TS-TIME         PIC 9(6).
               10  HX-TS-SEQ          PIC 9(3).
           05  HX-ACTION              PIC X(1).
           05  HX-OPERATOR            PIC X(8).
           05  HX-BEFORE-IMAGE        PIC X(120).
           05  HX-AFTER-IMAGE         PIC X(120).
           05  FILLER                 PIC X(9).

      *    ONE CARD: THE END OF THE WINDOW THE LAST CLEAN RUN
      *    SENT (CCYYMMDD + HHMMSS) AND WHEN IT RAN
       FD  HWM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  HWM-RECORD.
           05  HW-STAMP.
               10  HW-DATE            PIC X(8).
               10  HW-TIME            PIC X(6).
           05  FILLER                 PIC X(1).
           05  HW-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  HW-RUN-TIME            PIC X(6).
           05  FILLER                 PIC X(56).

       FD  SUBS-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SUBS-RECORD.
           05  SB-SYSTEM              PIC X(8).
           05  FILLER                 PIC X(1).
           05  SB-ENABLED             PIC X(1).
           05  FILLER                 PIC X(70).

       FD  BENEFITS-EXTRACT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BENEFITS-EXTRACT-RECORD    PIC X(80).

       FD  BADGE-EXTRACT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BADGE-EXTRACT-RECORD       PIC X(80).

       FD  DIRECTORY-EXTRACT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DIRECTORY-EXTRACT-RECORD   PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS             PIC XX       VALUE SPACES.
       01  WS-HWM-STATUS              PIC XX       VALUE SPACES.
       01  WS-SUBS-STATUS             PIC XX       VALUE SPACES.

       01  WS-HIST-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-HIST-EOF                         VALUE 'Y'.
       01  WS-SUBS-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-SUBS-EOF                         VALUE 'Y'.
       01  WS-RUN-OK-FLAG             PIC X(1)     VALUE 'Y'.
           88  WS-RUN-OK                           VALUE 'Y'.

       01  WS-BEN-FLAG                PIC X(1)     VALUE 'Y'.
           88  WS-BEN-SUBSCRIBED                   VALUE 'Y'.
       01  WS-BDG-FLAG                PIC X(1)     VALUE 'Y'.
           88  WS-BDG-SUBSCRIBED                   VALUE 'Y'.
       01  WS-DIR-FLAG                PIC X(1)     VALUE 'Y'.
           88  WS-DIR-SUBSCRIBED                   VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME       PIC X(21)    VALUE SPACES.

      *    THE WINDOW: FROM THE HIGH-WATER MARK (INCLUSIVE) TO
      *    THIS RUN'S START (EXCLUSIVE), SO EACH HISTORY STAMP
      *    FALLS IN EXACTLY ONE RUN'S WINDOW
       01  WS-FROM-STAMP.
           05  WS-FROM-DATE           PIC X(8)     VALUE '00000000'.
           05  WS-FROM-TIME           PIC X(6)     VALUE '000000'.
       01  WS-TO-STAMP.
           05  WS-TO-DATE             PIC X(8)     VALUE SPACES.
           05  WS-TO-TIME             PIC X(6)     VALUE SPACES.
       01  WS-HX-STAMP.
           05  WS-HX-DATE             PIC 9(8)     VALUE 0.
           05  WS-HX-TIME             PIC 9(6)     VALUE 0.

      *    THE EMPLOYEE BEING NETTED: THE IMAGE BEFORE ITS FIRST
      *    CHANGE IN THE WINDOW AND AFTER ITS LAST (SPACES FOR
      *    NOT ON FILE - BEFORE AN ADD, AFTER A DELETE)
       01  WS-CUR-EMP                 PIC 9(5)     VALUE 0.
       01  WS-EMP-SEEN-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-EMP-SEEN                         VALUE 'Y'.
       01  WS-FIRST-BEFORE            PIC X(120)   VALUE SPACES.
       01  WS-LAST-AFTER              PIC X(120)   VALUE SPACES.

      *    NET EVENT FOR THE EMPLOYEE, BEFORE THE PER-SYSTEM
      *    FIELD COMPARISON: 'A', 'T', 'C' OR SPACE FOR NONE
       01  WS-EVT-ACTION              PIC X(1)     VALUE SPACE.
       01  WS-BEFORE-LIVE-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-BEFORE-LIVE                      VALUE 'Y'.
       01  WS-AFTER-LIVE-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-AFTER-LIVE                       VALUE 'Y'.
      *    THE IMAGE THE DETAIL IS BUILT FROM, AND THE SYSTEM'S
      *    VIEW OF THE BEFORE IMAGE FOR THE CHANGE TEST
       01  WS-SEND-IMAGE              PIC X(120)   VALUE SPACES.
       01  WS-CMP-BEFORE              PIC X(80)    VALUE SPACES.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-HIST-READ-COUNT         PIC 9(7)     VALUE 0.
       01  WS-WINDOW-COUNT            PIC 9(7)     VALUE 0.
       01  WS-EMP-CHANGED-COUNT       PIC 9(7)     VALUE 0.
       01  WS-BEN-COUNT               PIC 9(7)     VALUE 0.
       01  WS-BDG-COUNT               PIC 9(7)     VALUE 0.
       01  WS-DIR-COUNT               PIC 9(7)     VALUE 0.
       01  WS-OUT-TOTAL               PIC 9(7)     VALUE 0.

      *    HEADER AND TRAILER, COMMON TO EVERY EXTRACT FILE
       01  WS-EXT-HEADER.
           05  FILLER                 PIC X(1)     VALUE 'H'.
           05  WS-EH-SYSTEM           PIC X(8).
           05  WS-EH-RUN-DATE         PIC X(8).
           05  WS-EH-RUN-TIME         PIC X(6).
           05  WS-EH-FROM-STAMP       PIC X(14).
           05  WS-EH-TO-STAMP         PIC X(14).
           05  FILLER                 PIC X(29)    VALUE SPACES.

       01  WS-EXT-TRAILER.
           05  FILLER                 PIC X(1)     VALUE 'T'.
           05  WS-ET-SYSTEM           PIC X(8).
           05  WS-ET-COUNT            PIC 9(7).
           05  FILLER                 PIC X(64)    VALUE SPACES.

      *    BENEFITS CARRIER DETAIL
       01  WS-BEN-DETAIL.
           05  FILLER                 PIC X(1)     VALUE 'D'.
           05  WS-BD-ACTION           PIC X(1).
           05  WS-BD-EMP-NUM          PIC 9(5).
           05  WS-BD-NAME             PIC X(15).
           05  WS-BD-STREET           PIC X(15).
           05  WS-BD-CITY             PIC X(8).
           05  WS-BD-STATE            PIC X(2).
           05  WS-BD-ZIP              PIC X(9).
           05  WS-BD-HIRE-DATE        PIC X(8).
           05  WS-BD-STATUS           PIC X(1).
           05  WS-BD-STATUS-DATE      PIC X(8).
           05  WS-BD-COMPANY          PIC X(2).
           05  WS-BD-EMP-TYPE         PIC X(1).
           05  FILLER                 PIC X(4)     VALUE SPACES.

      *    BADGE SYSTEM DETAIL
       01  WS-BDG-DETAIL.
           05  FILLER                 PIC X(1)     VALUE 'D'.
           05  WS-GD-ACTION           PIC X(1).
           05  WS-GD-EMP-NUM          PIC 9(5).
           05  WS-GD-NAME             PIC X(15).
           05  WS-GD-EMP-TYPE         PIC X(1).
           05  WS-GD-REGION           PIC X(1).
           05  WS-GD-COMPANY          PIC X(2).
           05  WS-GD-COST-CENTER      PIC X(4).
           05  WS-GD-STATUS           PIC X(1).
           05  WS-GD-STATUS-DATE      PIC X(8).
           05  FILLER                 PIC X(41)    VALUE SPACES.

      *    CORPORATE DIRECTORY DETAIL
       01  WS-DIR-DETAIL.
           05  FILLER                 PIC X(1)     VALUE 'D'.
           05  WS-DD-ACTION           PIC X(1).
           05  WS-DD-EMP-NUM          PIC 9(5).
           05  WS-DD-NAME             PIC X(15).
           05  WS-DD-CITY             PIC X(8).
           05  WS-DD-STATE            PIC X(2).
           05  WS-DD-COMPANY          PIC X(2).
           05  WS-DD-COST-CENTER      PIC X(4).
           05  WS-DD-REGION           PIC X(1).
           05  WS-DD-EMP-TYPE         PIC X(1).
           05  FILLER                 PIC X(40)    VALUE SPACES.

      *    SHARED INTERFACE-COUNT LEDGER LINK AREA
       COPY TCPYIFC.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-SCAN-HISTORY THRU 0200-SCAN-HISTORY-EXIT
              UNTIL WS-HIST-EOF.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0530' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TO-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TO-TIME.

           OPEN INPUT HWM-FILE.
           IF WS-HWM-STATUS = '00'
              READ HWM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF HW-DATE NUMERIC AND HW-TIME NUMERIC
                       MOVE HW-DATE TO WS-FROM-DATE
                       MOVE HW-TIME TO WS-FROM-TIME
                    END-IF
              END-READ
              CLOSE HWM-FILE
           END-IF.

           PERFORM 0110-LOAD-SUBSCRIPTIONS.

           MOVE WS-TO-DATE TO WS-EH-RUN-DATE.
           MOVE WS-TO-TIME TO WS-EH-RUN-TIME.
           MOVE WS-FROM-STAMP TO WS-EH-FROM-STAMP.
           MOVE WS-TO-STAMP TO WS-EH-TO-STAMP.
           IF WS-BEN-SUBSCRIBED
              OPEN OUTPUT BENEFITS-EXTRACT
              MOVE 'BENEFITS' TO WS-EH-SYSTEM
              WRITE BENEFITS-EXTRACT-RECORD FROM WS-EXT-HEADER
           END-IF.
           IF WS-BDG-SUBSCRIBED
              OPEN OUTPUT BADGE-EXTRACT
              MOVE 'BADGE' TO WS-EH-SYSTEM
              WRITE BADGE-EXTRACT-RECORD FROM WS-EXT-HEADER
           END-IF.
           IF WS-DIR-SUBSCRIBED
              OPEN OUTPUT DIRECTORY-EXTRACT
              MOVE 'DIRECTRY' TO WS-EH-SYSTEM
              WRITE DIRECTORY-EXTRACT-RECORD FROM WS-EXT-HEADER
           END-IF.

           OPEN INPUT EMP-HISTORY.
           IF WS-HIST-STATUS NOT = '00'
              MOVE 'WBCI0530' TO EH-PROGRAM
              MOVE 'HISTOPEN' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-HIST-STATUS TO EH-FILE-STATUS
              MOVE 'EMPHIST NOT AVAILABLE - HIGH-WATER MARK NOT MOVED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-RUN-OK-FLAG
              MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF.

       0110-LOAD-SUBSCRIPTIONS.
           OPEN INPUT SUBS-FILE.
           IF WS-SUBS-STATUS = '00'
              PERFORM 0120-LOAD-ONE-SUBSCRIPTION UNTIL WS-SUBS-EOF
              CLOSE SUBS-FILE
           END-IF.

       0120-LOAD-ONE-SUBSCRIPTION.
           READ SUBS-FILE
              AT END
                 MOVE 'Y' TO WS-SUBS-EOF-FLAG
              NOT AT END
                 IF SB-ENABLED = 'Y' OR SB-ENABLED = 'N'
                    EVALUATE SB-SYSTEM
                       WHEN 'BENEFITS'
                          MOVE SB-ENABLED TO WS-BEN-FLAG
                       WHEN 'BADGE   '
                          MOVE SB-ENABLED TO WS-BDG-FLAG
                       WHEN 'DIRECTRY'
                          MOVE SB-ENABLED TO WS-DIR-FLAG
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.

      ****************************************************
      ****    NET EACH EMPLOYEE'S CHANGES IN THE WINDOW
      ****************************************************
       0200-SCAN-HISTORY.
           READ EMP-HISTORY
              AT END
                 MOVE 'Y' TO WS-HIST-EOF-FLAG
                 PERFORM 0300-EMIT-EMPLOYEE THRU 0300-EMIT-EXIT
                 GO TO 0200-SCAN-HISTORY-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF HX-EMP-NUM NOT = WS-CUR-EMP
              PERFORM 0300-EMIT-EMPLOYEE THRU 0300-EMIT-EXIT
              MOVE HX-EMP-NUM TO WS-CUR-EMP
              MOVE 'N' TO WS-EMP-SEEN-FLAG
           END-IF.
           MOVE HX-TS-DATE TO WS-HX-DATE.
           MOVE HX-TS-TIME TO WS-HX-TIME.
           IF WS-HX-STAMP < WS-FROM-STAMP
              OR WS-HX-STAMP NOT < WS-TO-STAMP
              GO TO 0200-SCAN-HISTORY-EXIT
           END-IF.
           IF HX-ACTION NOT = 'A' AND HX-ACTION NOT = 'C'
              AND HX-ACTION NOT = 'D'
              GO TO 0200-SCAN-HISTORY-EXIT
           END-IF.
           ADD 1 TO WS-WINDOW-COUNT.
           IF NOT WS-EMP-SEEN
              MOVE 'Y' TO WS-EMP-SEEN-FLAG
              IF HX-ACTION = 'A'
                 MOVE SPACES TO WS-FIRST-BEFORE
              ELSE
                 MOVE HX-BEFORE-IMAGE TO WS-FIRST-BEFORE
              END-IF
           END-IF.
           IF HX-ACTION = 'D'
              MOVE SPACES TO WS-LAST-AFTER
           ELSE
              MOVE HX-AFTER-IMAGE TO WS-LAST-AFTER
           END-IF.
       0200-SCAN-HISTORY-EXIT.
           EXIT.

      *    AN EMPLOYEE IS LIVE (KNOWN TO THE DOWNSTREAM SYSTEMS)
      *    WHEN ON FILE AND NOT TERMINATED - ON LEAVE COUNTS
       0300-EMIT-EMPLOYEE.
           IF NOT WS-EMP-SEEN
              GO TO 0300-EMIT-EXIT
           END-IF.
           MOVE 'N' TO WS-EMP-SEEN-FLAG.
           MOVE 'N' TO WS-BEFORE-LIVE-FLAG.
           IF WS-FIRST-BEFORE NOT = SPACES
              MOVE WS-FIRST-BEFORE TO WS-EMPLOYEE-RECORD
              IF NOT EMP-TERMINATED
                 MOVE 'Y' TO WS-BEFORE-LIVE-FLAG
              END-IF
           END-IF.
           MOVE 'N' TO WS-AFTER-LIVE-FLAG.
           IF WS-LAST-AFTER NOT = SPACES
              MOVE WS-LAST-AFTER TO WS-EMPLOYEE-RECORD
              IF NOT EMP-TERMINATED
                 MOVE 'Y' TO WS-AFTER-LIVE-FLAG
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-AFTER-LIVE AND NOT WS-BEFORE-LIVE
                 MOVE 'A' TO WS-EVT-ACTION
                 MOVE WS-LAST-AFTER TO WS-SEND-IMAGE
              WHEN WS-BEFORE-LIVE AND NOT WS-AFTER-LIVE
                 MOVE 'T' TO WS-EVT-ACTION
      *          A DELETE SENDS THE LAST IMAGE ON FILE
                 IF WS-LAST-AFTER = SPACES
                    MOVE WS-FIRST-BEFORE TO WS-SEND-IMAGE
                 ELSE
                    MOVE WS-LAST-AFTER TO WS-SEND-IMAGE
                 END-IF
              WHEN WS-BEFORE-LIVE AND WS-AFTER-LIVE
                 MOVE 'C' TO WS-EVT-ACTION
                 MOVE WS-LAST-AFTER TO WS-SEND-IMAGE
              WHEN OTHER
      *          NEVER LIVE ON EITHER SIDE OF THE WINDOW (ADDED
      *          AND GONE AGAIN, OR CHANGED WHILE TERMINATED)
                 GO TO 0300-EMIT-EXIT
           END-EVALUATE.
           ADD 1 TO WS-EMP-CHANGED-COUNT.
           IF WS-BEN-SUBSCRIBED
              PERFORM 0410-EMIT-BENEFITS THRU 0410-EMIT-BENEFITS-EXIT
           END-IF.
           IF WS-BDG-SUBSCRIBED
              PERFORM 0420-EMIT-BADGE THRU 0420-EMIT-BADGE-EXIT
           END-IF.
           IF WS-DIR-SUBSCRIBED
              PERFORM 0430-EMIT-DIRECTORY
                 THRU 0430-EMIT-DIRECTORY-EXIT
           END-IF.
       0300-EMIT-EXIT.
           EXIT.

      ****************************************************
      ****    ONE PARAGRAPH PER SUBSCRIBER LAYOUT.  A CHANGE
      ****    IS SENT ONLY IF THE SYSTEM'S OWN VIEW OF THE
      ****    EMPLOYEE DIFFERS FROM BEFORE THE WINDOW
      ****************************************************
       0410-EMIT-BENEFITS.
           IF WS-EVT-ACTION = 'C'
              MOVE WS-FIRST-BEFORE TO WS-EMPLOYEE-RECORD
              PERFORM 0415-BUILD-BENEFITS
              MOVE WS-BEN-DETAIL TO WS-CMP-BEFORE
           END-IF.
           MOVE WS-SEND-IMAGE TO WS-EMPLOYEE-RECORD.
           PERFORM 0415-BUILD-BENEFITS.
           IF WS-EVT-ACTION = 'C'
              AND WS-BEN-DETAIL = WS-CMP-BEFORE
              GO TO 0410-EMIT-BENEFITS-EXIT
           END-IF.
           MOVE WS-EVT-ACTION TO WS-BD-ACTION.
           WRITE BENEFITS-EXTRACT-RECORD FROM WS-BEN-DETAIL.
           ADD 1 TO WS-BEN-COUNT.
       0410-EMIT-BENEFITS-EXIT.
           EXIT.

       0415-BUILD-BENEFITS.
           MOVE SPACE TO WS-BD-ACTION.
           MOVE WS-EMP-NUM TO WS-BD-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-BD-NAME.
           MOVE WS-EMP-STREET TO WS-BD-STREET.
           MOVE WS-EMP-CITY TO WS-BD-CITY.
           MOVE WS-EMP-STATE TO WS-BD-STATE.
           MOVE WS-EMP-ZIP TO WS-BD-ZIP.
           MOVE WS-EMP-HIRE-DATE TO WS-BD-HIRE-DATE.
           MOVE WS-EMP-STATUS TO WS-BD-STATUS.
           IF WS-BD-STATUS = SPACE
              MOVE 'A' TO WS-BD-STATUS
           END-IF.
           MOVE WS-STATUS-DATE TO WS-BD-STATUS-DATE.
           MOVE WS-COMPANY-CODE TO WS-BD-COMPANY.
           IF WS-BD-COMPANY = SPACES
              MOVE '01' TO WS-BD-COMPANY
           END-IF.
           MOVE WS-EMP-TYPE TO WS-BD-EMP-TYPE.

       0420-EMIT-BADGE.
           IF WS-EVT-ACTION = 'C'
              MOVE WS-FIRST-BEFORE TO WS-EMPLOYEE-RECORD
              PERFORM 0425-BUILD-BADGE
              MOVE WS-BDG-DETAIL TO WS-CMP-BEFORE
           END-IF.
           MOVE WS-SEND-IMAGE TO WS-EMPLOYEE-RECORD.
           PERFORM 0425-BUILD-BADGE.
           IF WS-EVT-ACTION = 'C'
              AND WS-BDG-DETAIL = WS-CMP-BEFORE
              GO TO 0420-EMIT-BADGE-EXIT
           END-IF.
           MOVE WS-EVT-ACTION TO WS-GD-ACTION.
           WRITE BADGE-EXTRACT-RECORD FROM WS-BDG-DETAIL.
           ADD 1 TO WS-BDG-COUNT.
       0420-EMIT-BADGE-EXIT.
           EXIT.

       0425-BUILD-BADGE.
           MOVE SPACE TO WS-GD-ACTION.
           MOVE WS-EMP-NUM TO WS-GD-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-GD-NAME.
           MOVE WS-EMP-TYPE TO WS-GD-EMP-TYPE.
           MOVE WS-EMP-REGION TO WS-GD-REGION.
           MOVE WS-COMPANY-CODE TO WS-GD-COMPANY.
           IF WS-GD-COMPANY = SPACES
              MOVE '01' TO WS-GD-COMPANY
           END-IF.
           MOVE WS-COST-CENTER TO WS-GD-COST-CENTER.
           IF WS-GD-COST-CENTER = SPACES
              MOVE 'GEN ' TO WS-GD-COST-CENTER
           END-IF.
           MOVE WS-EMP-STATUS TO WS-GD-STATUS.
           IF WS-GD-STATUS = SPACE
              MOVE 'A' TO WS-GD-STATUS
           END-IF.
           MOVE WS-STATUS-DATE TO WS-GD-STATUS-DATE.

       0430-EMIT-DIRECTORY.
           IF WS-EVT-ACTION = 'C'
              MOVE WS-FIRST-BEFORE TO WS-EMPLOYEE-RECORD
              PERFORM 0435-BUILD-DIRECTORY
              MOVE WS-DIR-DETAIL TO WS-CMP-BEFORE
           END-IF.
           MOVE WS-SEND-IMAGE TO WS-EMPLOYEE-RECORD.
           PERFORM 0435-BUILD-DIRECTORY.
           IF WS-EVT-ACTION = 'C'
              AND WS-DIR-DETAIL = WS-CMP-BEFORE
              GO TO 0430-EMIT-DIRECTORY-EXIT
           END-IF.
           MOVE WS-EVT-ACTION TO WS-DD-ACTION.
           WRITE DIRECTORY-EXTRACT-RECORD FROM WS-DIR-DETAIL.
           ADD 1 TO WS-DIR-COUNT.
       0430-EMIT-DIRECTORY-EXIT.
           EXIT.

       0435-BUILD-DIRECTORY.
           MOVE SPACE TO WS-DD-ACTION.
           MOVE WS-EMP-NUM TO WS-DD-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-DD-NAME.
           MOVE WS-EMP-CITY TO WS-DD-CITY.
           MOVE WS-EMP-STATE TO WS-DD-STATE.
           MOVE WS-COMPANY-CODE TO WS-DD-COMPANY.
           IF WS-DD-COMPANY = SPACES
              MOVE '01' TO WS-DD-COMPANY
           END-IF.
           MOVE WS-COST-CENTER TO WS-DD-COST-CENTER.
           IF WS-DD-COST-CENTER = SPACES
              MOVE 'GEN ' TO WS-DD-COST-CENTER
           END-IF.
           MOVE WS-EMP-REGION TO WS-DD-REGION.
           MOVE WS-EMP-TYPE TO WS-DD-EMP-TYPE.

      ****************************************************
      ****    TRAILERS, LEDGER LEGS AND THE NEW MARK
      ****************************************************
       0900-TERMINATE.
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '10'
              CLOSE EMP-HISTORY
           END-IF.
           MOVE 'WBCI0530' TO IC-PROGRAM.
           MOVE 'P' TO IC-ROLE.
           IF WS-BEN-SUBSCRIBED
              MOVE 'BENEFITS' TO WS-ET-SYSTEM
              MOVE WS-BEN-COUNT TO WS-ET-COUNT
              WRITE BENEFITS-EXTRACT-RECORD FROM WS-EXT-TRAILER
              CLOSE BENEFITS-EXTRACT
              MOVE 'BENEXTR ' TO IC-INTERFACE
              MOVE WS-BEN-COUNT TO IC-COUNT
              CALL 'IFCLOGSB' USING IFCLOG-AREA
              ADD WS-BEN-COUNT TO WS-OUT-TOTAL
           END-IF.
           IF WS-BDG-SUBSCRIBED
              MOVE 'BADGE' TO WS-ET-SYSTEM
              MOVE WS-BDG-COUNT TO WS-ET-COUNT
              WRITE BADGE-EXTRACT-RECORD FROM WS-EXT-TRAILER
              CLOSE BADGE-EXTRACT
              MOVE 'BADGEXTR' TO IC-INTERFACE
              MOVE WS-BDG-COUNT TO IC-COUNT
              CALL 'IFCLOGSB' USING IFCLOG-AREA
              ADD WS-BDG-COUNT TO WS-OUT-TOTAL
           END-IF.
           IF WS-DIR-SUBSCRIBED
              MOVE 'DIRECTRY' TO WS-ET-SYSTEM
              MOVE WS-DIR-COUNT TO WS-ET-COUNT
              WRITE DIRECTORY-EXTRACT-RECORD FROM WS-EXT-TRAILER
              CLOSE DIRECTORY-EXTRACT
              MOVE 'DIREXTR ' TO IC-INTERFACE
              MOVE WS-DIR-COUNT TO IC-COUNT
              CALL 'IFCLOGSB' USING IFCLOG-AREA
              ADD WS-DIR-COUNT TO WS-OUT-TOTAL
           END-IF.

      *    THE MARK MOVES ONLY AFTER A CLEAN PASS OF EMPHIST
           IF WS-RUN-OK
              OPEN OUTPUT HWM-FILE
              MOVE SPACES TO HWM-RECORD
              MOVE WS-TO-DATE TO HW-DATE
              MOVE WS-TO-TIME TO HW-TIME
              MOVE WS-TO-DATE TO HW-RUN-DATE
              MOVE WS-TO-TIME TO HW-RUN-TIME
              WRITE HWM-RECORD
              CLOSE HWM-FILE
           END-IF.

           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0530' TO JL-PROGRAM.
           MOVE WS-HIST-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-OUT-TOTAL TO JL-RECORDS-OUT.
           MOVE 0 TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0530 WINDOW: ' WS-FROM-STAMP ' TO '
                   WS-TO-STAMP.
           DISPLAY 'WBCI0530 HISTORY IN WINDOW: ' WS-WINDOW-COUNT
                   ' EMPLOYEES CHANGED: ' WS-EMP-CHANGED-COUNT.
           DISPLAY 'WBCI0530 BENEFITS: ' WS-BEN-COUNT
                   ' BADGE: ' WS-BDG-COUNT
                   ' DIRECTORY: ' WS-DIR-COUNT.
