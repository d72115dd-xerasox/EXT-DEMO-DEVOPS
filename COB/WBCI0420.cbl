       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0420.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  ONLINE EMPLOYEE MASTER INQUIRY AND UPDATE (CICS TRANSACTION   *
      *  WB42, MAPSET WBCIS42 / MAP WBCIM42), PSEUDO-CONVERSATIONAL.   *
      *    ENTER      LOOKS UP THE EMP-NUM KEYED ON EMPMSTR AND SHOWS  *
      *               THE RECORD, THE PAY AREA DECODED BY EMP-TYPE     *
      *    PF5        APPLIES THE ADDRESS, BANK AND STATUS FIELDS      *
      *               AS THEY STAND ON THE SCREEN OVER THE RECORD      *
      *               LAST SHOWN.  THE MAP IS SENT WITHOUT FRSET, SO   *
      *               THE FSET FIELDS COME BACK ON EVERY PF5 - KEYED   *
      *               CHANGES SURVIVE AN ERROR RE-DISPLAY; A FIELD     *
      *               CLEARED TO NULLS KEEPS ITS VALUE ON FILE         *
      *    PF3/CLEAR  ENDS THE TRANSACTION                             *
      *                                                                *
      *  AN UPDATE GETS THE SAME TREATMENT AS A WBCI0070 CHANGE:       *
      *    - THE SIGNED-ON USERID MUST BE ON AUTHTAB WITH 'C' IN ITS   *
      *      ALLOWED ACTIONS (ONLINE, AUTHTAB IS THE SAME 80-BYTE      *
      *      CARD IMAGES LOADED TO A KSDS KEYED ON THE OPERATOR).      *
      *      WITHOUT THE TABLE NO ONLINE UPDATE IS ALLOWED             *
      *    - THE IMAGE MUST PASS THE SHARED EMPEDTSB FIELD EDITS       *
      *    - RE-KEYING ROUTING OR ACCOUNT CLEARS THE BANK-SUSPECT FLAG *
      *    - AN EMPHIST BEFORE/AFTER HISTORY RECORD IS WRITTEN; IF IT  *
      *      CANNOT BE, THE UPDATE IS BACKED OUT                       *
      *  THE COMPENSATION FIELDS ARE NOT UPDATABLE HERE.  A RECORD     *
      *  CHANGED BY SOMEONE ELSE SINCE IT WAS SHOWN IS RE-DISPLAYED    *
      *  INSTEAD OF BEING OVERLAID.                                    *
      *                                                                *
      *  EVERY INQUIRY IS LOGGED AS THE BATCH ACCLOGSB SERVICE LOGS    *
      *  THEM: THE SIGNED-ON USERID MUST BE ON AUTHTAB (ANY ACTIONS)   *
      *  TO SEE THE RECORD, AND ONE ACCLOG-FORMAT LINE GOES TO THE     *
      *  EXTRAPARTITION TD QUEUE ACCL, WHOSE DATASET IS CONCATENATED   *
      *  UNDER ACCLOG FOR THE WBCI0560 WEEKLY ACCESS REVIEW.  WITH     *
      *  AUTHTAB CLOSED THE INQUIRY IS SHOWN AND LOGGED UNCHECKED.     *
      *  IF THE LOG LINE CANNOT BE WRITTEN THE RECORD IS NOT SHOWN,    *
      *  AS ACCLOGSB REFUSES A BATCH ACCESS IT CANNOT LOG.             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                    PIC S9(8)    COMP VALUE 0.
       01  WS-USERID                  PIC X(8)     VALUE SPACES.
       01  WS-EMP-KEY                 PIC 9(5)     VALUE 0.
       01  WS-MESSAGE                 PIC X(78)    VALUE SPACES.
       01  WS-END-MESSAGE             PIC X(20)    VALUE
           'WB42 - SESSION ENDED'.
       01  WS-CURRENT-DATE-TIME       PIC X(21).

       01  WS-AUTH-OK-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-AUTH-OK                          VALUE 'Y'.
       01  WS-HIST-DONE-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-HIST-DONE                        VALUE 'Y'.
       01  WS-HIST-SEQ                PIC 9(3)     VALUE 0.

      *    MIRROR OF WS-ACC-LINE IN ACCLOGSB
       01  WS-ACC-LINE.
           05  WS-ACC-DATE            PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-ACC-TIME            PIC X(6).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-ACC-PROGRAM         PIC X(8)     VALUE 'WBCI0420'.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-ACC-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-ACC-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-ACC-RESULT          PIC X(1).
               88  WS-ACC-REFUSED                  VALUE 'N'.
           05  FILLER                 PIC X(39)    VALUE SPACES.

      *    CARRIED BETWEEN SCREENS: THE EMPLOYEE ON SHOW AND THE
      *    IMAGE AS IT WAS READ, TO CATCH A CONCURRENT CHANGE
       01  WS-COMMAREA.
           05  CA-EMP-NUM             PIC X(5).
           05  CA-IMAGE               PIC X(120).

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.
       01  WS-MASTER-IMAGE            PIC X(120)   VALUE SPACES.

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

      *    SCREEN DECODES
       01  WS-REGION-NAMES            PIC X(35)    VALUE
           'NORTH  SOUTH  EAST   WEST   CENTRAL'.
       01  WS-REGION-TABLE REDEFINES WS-REGION-NAMES.
           05  WS-REGION-NAME         PIC X(7)     OCCURS 5 TIMES.
       01  WS-EDIT-AMOUNT             PIC ZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-2           PIC ZZ,ZZ9.99.
       01  WS-EDIT-RATE               PIC ZZ9.99.

      *    SYMBOLIC MAP FOR WBCIS42
       COPY WBCIS42.

      *    CICS ATTENTION-KEY CONSTANTS
       COPY DFHAID.

      *    SHARED EMPLOYEE-RECORD EDIT LINK AREA
       COPY TCPYEMV.
      ***
      ***
       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(125).
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
              MOVE SPACES TO WS-COMMAREA
              MOVE LOW-VALUES TO WBCIM42O
              MOVE 'KEY AN EMP-NUM AND PRESS ENTER' TO MSGO
              PERFORM 0700-SEND-MAP-ERASE
              GO TO 0000-RETURN
           END-IF.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           EVALUATE EIBAID
              WHEN DFHPF3
              WHEN DFHCLEAR
                 PERFORM 0900-END-TRANSACTION
              WHEN DFHENTER
                 PERFORM 0200-INQUIRE THRU 0200-INQUIRE-EXIT
              WHEN DFHPF5
                 PERFORM 0300-UPDATE THRU 0300-UPDATE-EXIT
              WHEN OTHER
                 MOVE LOW-VALUES TO WBCIM42O
                 MOVE 'INVALID KEY - ENTER, PF5, PF3 OR CLEAR' TO MSGO
                 PERFORM 0710-SEND-MAP-DATAONLY
           END-EVALUATE.
       0000-RETURN.
           EXEC CICS RETURN TRANSID('WB42')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ****************************************************
      ****    ENTER - LOOK THE EMPLOYEE UP
      ****************************************************
       0200-INQUIRE.
           PERFORM 0600-RECEIVE-MAP.
      *    AN EMP-NUM THAT DOES NOT COME BACK (SCREEN CLEARED OR
      *    FIELD ERASED) - RE-SHOW THE EMPLOYEE ON SHOW
           IF WS-RESP = DFHRESP(MAPFAIL)
              OR (WS-RESP = DFHRESP(NORMAL) AND EMPNUML = 0)
              IF CA-EMP-NUM NOT = SPACES
                 MOVE DFHRESP(NORMAL) TO WS-RESP
                 MOVE CA-EMP-NUM TO EMPNUMI
              END-IF
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR EMPNUMI NOT NUMERIC
              MOVE LOW-VALUES TO WBCIM42O
              MOVE 'EMP-NUM MUST BE 5 DIGITS' TO MSGO
              PERFORM 0710-SEND-MAP-DATAONLY
              GO TO 0200-INQUIRE-EXIT
           END-IF.
           MOVE EMPNUMI TO WS-EMP-KEY.
           EXEC CICS READ FILE('EMPMSTR')
                     INTO(WS-EMPLOYEE-RECORD)
                     RIDFLD(WS-EMP-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE SPACES TO WS-COMMAREA
              MOVE 'EMPLOYEE NOT ON FILE' TO WS-MESSAGE
              PERFORM 0410-CLEAR-SCREEN
              GO TO 0200-INQUIRE-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-COMMAREA
              MOVE 'EMPMSTR NOT AVAILABLE - TRY LATER' TO WS-MESSAGE
              PERFORM 0410-CLEAR-SCREEN
              GO TO 0200-INQUIRE-EXIT
           END-IF.
           PERFORM 0210-LOG-ACCESS.
           IF WS-ACC-REFUSED
              MOVE SPACES TO WS-COMMAREA
              PERFORM 0410-CLEAR-SCREEN
              GO TO 0200-INQUIRE-EXIT
           END-IF.
           MOVE WS-EMP-KEY TO CA-EMP-NUM.
           MOVE WS-EMPLOYEE-RECORD TO CA-IMAGE.
           MOVE 'PF5 APPLIES CHANGES TO ADDRESS, BANK AND STATUS'
              TO WS-MESSAGE.
           PERFORM 0400-FORMAT-SCREEN.
       0200-INQUIRE-EXIT.
           EXIT.

      *    ANY AUTHTAB ENTRY MAY VIEW; THE LOG LINE IS WRITTEN
      *    WHETHER OR NOT THE RECORD IS SHOWN, AND A VIEW THAT
      *    CANNOT BE LOGGED IS REFUSED
       0210-LOG-ACCESS.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS READ FILE('AUTHTAB')
                     INTO(AUTH-RECORD)
                     RIDFLD(WS-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'A' TO WS-ACC-RESULT
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'N' TO WS-ACC-RESULT
                 MOVE 'ACCESS REFUSED - OPERATOR NOT ON AUTHTAB'
                    TO WS-MESSAGE
              WHEN OTHER
                 MOVE 'U' TO WS-ACC-RESULT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-ACC-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-ACC-TIME.
           MOVE WS-USERID TO WS-ACC-OPERATOR.
           MOVE WS-EMP-KEY TO WS-ACC-EMP-NUM.
           EXEC CICS WRITEQ TD QUEUE('ACCL')
                     FROM(WS-ACC-LINE)
                     LENGTH(LENGTH OF WS-ACC-LINE)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-ACC-RESULT
              MOVE 'ACCESS LOG UNAVAILABLE - INQUIRY REFUSED'
                 TO WS-MESSAGE
           END-IF.

      ****************************************************
      ****    PF5 - APPLY THE KEYED CHANGES
      ****************************************************
       0300-UPDATE.
           IF CA-EMP-NUM = SPACES
              MOVE LOW-VALUES TO WBCIM42O
              MOVE 'INQUIRE ON AN EMPLOYEE BEFORE UPDATING' TO MSGO
              PERFORM 0710-SEND-MAP-DATAONLY
              GO TO 0300-UPDATE-EXIT
           END-IF.
           PERFORM 0600-RECEIVE-MAP.
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE LOW-VALUES TO WBCIM42O
              MOVE 'NO CHANGES KEYED' TO MSGO
              PERFORM 0710-SEND-MAP-DATAONLY
              GO TO 0300-UPDATE-EXIT
           END-IF.
      *    THE KEY IS THE EMPLOYEE ON SHOW; AN EMP-NUM RE-KEYED
      *    TO ANOTHER EMPLOYEE MUST BE INQUIRED ON FIRST
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR (EMPNUML > 0 AND EMPNUMI NOT = CA-EMP-NUM)
              MOVE LOW-VALUES TO WBCIM42O
              MOVE 'EMP-NUM CHANGED - PRESS ENTER TO INQUIRE FIRST'
                 TO MSGO
              PERFORM 0710-SEND-MAP-DATAONLY
              GO TO 0300-UPDATE-EXIT
           END-IF.
           PERFORM 0310-CHECK-AUTHORITY THRU 0310-AUTH-EXIT.
           IF NOT WS-AUTH-OK
              MOVE LOW-VALUES TO WBCIM42O
              MOVE WS-MESSAGE TO MSGO
              PERFORM 0710-SEND-MAP-DATAONLY
              GO TO 0300-UPDATE-EXIT
           END-IF.
      *    THE SCREEN FIELDS OVER THE IMAGE LAST SHOWN, THEN THE
      *    SAME EDITS A WBCI0070 CHANGE PASSES.  THE FSET FIELDS
      *    COME BACK AS THEY STAND ON THE SCREEN (UNCHANGED ONES
      *    MATCH THE IMAGE); ONE CLEARED TO NULLS COMES BACK WITH
      *    NO LENGTH AND KEEPS ITS VALUE FROM THE IMAGE
           MOVE CA-IMAGE TO WS-EMPLOYEE-RECORD.
           IF STREETL > 0
              MOVE STREETI TO WS-EMP-STREET
           END-IF.
           IF CITYL > 0
              MOVE CITYI TO WS-EMP-CITY
           END-IF.
           IF STATEL > 0
              MOVE STATEI TO WS-EMP-STATE
           END-IF.
           IF ZIPL > 0
              MOVE ZIPI TO WS-EMP-ZIP
           END-IF.
           IF ROUTEL > 0
              MOVE ROUTEI TO WS-EMPLOYEE-RECORD(81:9)
           END-IF.
           IF ACCTL > 0
              MOVE ACCTI TO WS-BANK-ACCOUNT
           END-IF.
           IF STATL > 0
              MOVE STATI TO WS-EMP-STATUS
           END-IF.
           IF STDATEL > 0
              MOVE STDATEI TO WS-EMPLOYEE-RECORD(101:8)
           END-IF.
           INSPECT WS-EMPLOYEE-RECORD(23:34)
              REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS-EMPLOYEE-RECORD(81:28)
              REPLACING ALL LOW-VALUES BY SPACES.
           MOVE WS-EMPLOYEE-RECORD TO EV-RECORD.
           CALL 'EMPEDTSB' USING EMPEDIT-AREA.
           IF NOT EV-EDITS-PASS
              MOVE LOW-VALUES TO WBCIM42O
              STRING 'NOT UPDATED - ' EV-ERROR
                     DELIMITED BY SIZE INTO MSGO
              PERFORM 0710-SEND-MAP-DATAONLY
              GO TO 0300-UPDATE-EXIT
           END-IF.
           MOVE EV-RECORD TO WS-EMPLOYEE-RECORD.

           MOVE CA-EMP-NUM TO WS-EMP-KEY.
           EXEC CICS READ FILE('EMPMSTR')
                     INTO(WS-MASTER-IMAGE)
                     RIDFLD(WS-EMP-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-COMMAREA
              MOVE 'EMPLOYEE NO LONGER ON FILE - NOT UPDATED'
                 TO WS-MESSAGE
              PERFORM 0410-CLEAR-SCREEN
              GO TO 0300-UPDATE-EXIT
           END-IF.
           IF WS-MASTER-IMAGE NOT = CA-IMAGE
              EXEC CICS UNLOCK FILE('EMPMSTR') END-EXEC
              MOVE WS-MASTER-IMAGE TO CA-IMAGE WS-EMPLOYEE-RECORD
              MOVE 'CHANGED BY ANOTHER USER - REVIEW AND RE-KEY'
                 TO WS-MESSAGE
              PERFORM 0400-FORMAT-SCREEN
              GO TO 0300-UPDATE-EXIT
           END-IF.
      *    BYTES 81-99 ARE BANK-ROUTING/ACCOUNT, BYTE 115 THE
      *    SUSPECT FLAG - CARRIED UNLESS THE BANK IS RE-KEYED
           IF WS-MASTER-IMAGE(81:19) = WS-EMPLOYEE-RECORD(81:19)
              MOVE WS-MASTER-IMAGE(115:1) TO WS-BANK-SUSPECT
           ELSE
              MOVE SPACE TO WS-BANK-SUSPECT
           END-IF.
           IF WS-EMPLOYEE-RECORD = WS-MASTER-IMAGE
              EXEC CICS UNLOCK FILE('EMPMSTR') END-EXEC
              MOVE 'NO CHANGES KEYED' TO WS-MESSAGE
              PERFORM 0400-FORMAT-SCREEN
              GO TO 0300-UPDATE-EXIT
           END-IF.
           EXEC CICS REWRITE FILE('EMPMSTR')
                     FROM(WS-EMPLOYEE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-MASTER-IMAGE TO WS-EMPLOYEE-RECORD
              MOVE 'EMPMSTR REWRITE FAILED - NOT UPDATED'
                 TO WS-MESSAGE
              PERFORM 0400-FORMAT-SCREEN
              GO TO 0300-UPDATE-EXIT
           END-IF.
           PERFORM 0500-WRITE-HISTORY.
           IF NOT WS-HIST-DONE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE WS-MASTER-IMAGE TO WS-EMPLOYEE-RECORD
              MOVE 'EMPHIST WRITE FAILED - UPDATE BACKED OUT'
                 TO WS-MESSAGE
              PERFORM 0400-FORMAT-SCREEN
              GO TO 0300-UPDATE-EXIT
           END-IF.
           MOVE WS-EMPLOYEE-RECORD TO CA-IMAGE.
           MOVE 'EMPLOYEE UPDATED' TO WS-MESSAGE.
           PERFORM 0400-FORMAT-SCREEN.
       0300-UPDATE-EXIT.
           EXIT.

      *    THE SIGNED-ON USER MUST BE ON AUTHTAB WITH 'C' IN
      *    ITS ALLOWED ACTIONS
       0310-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK-FLAG.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS READ FILE('AUTHTAB')
                     INTO(AUTH-RECORD)
                     RIDFLD(WS-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'OPERATOR NOT AUTHORIZED TO UPDATE' TO WS-MESSAGE
              GO TO 0310-AUTH-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'AUTHTAB NOT AVAILABLE - NO UPDATES' TO WS-MESSAGE
              GO TO 0310-AUTH-EXIT
           END-IF.
           IF AT-ACTIONS(1:1) NOT = 'C'
              AND AT-ACTIONS(2:1) NOT = 'C'
              AND AT-ACTIONS(3:1) NOT = 'C'
              MOVE 'ACTION NOT AUTHORIZED FOR OPERATOR' TO WS-MESSAGE
              GO TO 0310-AUTH-EXIT
           END-IF.
           MOVE 'Y' TO WS-AUTH-OK-FLAG.
       0310-AUTH-EXIT.
           EXIT.

      ****************************************************
      ****    SCREEN FORMATTING
      ****************************************************
       0400-FORMAT-SCREEN.
           MOVE LOW-VALUES TO WBCIM42O.
           MOVE WS-EMPLOYEE-RECORD(1:5) TO EMPNUMO.
           MOVE WS-EMP-NAME TO NAMEO.
           EVALUATE TRUE
              WHEN HOURLY
                 MOVE 'H - HOURLY' TO TYPEO
                 MOVE WS-EMP-RATE TO WS-EDIT-RATE
                 STRING 'HOURS ' WS-EMP-HOURS
                        '   RATE ' WS-EDIT-RATE
                        DELIMITED BY SIZE INTO PAYL1O
                 STRING 'EVENING ' WS-EVE-HOURS
                        '   NIGHT ' WS-NGT-HOURS
                        '   WEEKEND ' WS-WKD-HOURS
                        DELIMITED BY SIZE INTO PAYL2O
              WHEN SALES
                 MOVE 'S - SALES' TO TYPEO
                 MOVE WS-SALES-SALARY TO WS-EDIT-AMOUNT
                 MOVE WS-SALES-AMOUNT TO WS-EDIT-AMOUNT-2
                 STRING 'SALARY ' WS-EDIT-AMOUNT
                        '   SALES ' WS-EDIT-AMOUNT-2
                        DELIMITED BY SIZE INTO PAYL1O
                 STRING 'COMMISSION PLAN ' WS-COMM-PLAN
                        DELIMITED BY SIZE INTO PAYL2O
              WHEN MANAGEMENT
                 MOVE 'M - MANAGEMENT' TO TYPEO
                 MOVE WS-MGMT-SALARY TO WS-EDIT-AMOUNT
                 STRING 'SALARY ' WS-EDIT-AMOUNT
                        DELIMITED BY SIZE INTO PAYL1O
              WHEN CONTRACTOR
                 MOVE 'C - CONTRACTOR' TO TYPEO
                 MOVE WS-CONTRACT-AMOUNT TO WS-EDIT-AMOUNT
                 STRING 'CONTRACT AMOUNT ' WS-EDIT-AMOUNT
                        DELIMITED BY SIZE INTO PAYL1O
                 STRING 'CONTRACT END ' WS-CONTRACT-END-DATE
                        DELIMITED BY SIZE INTO PAYL2O
              WHEN OTHER
                 MOVE 'UNKNOWN TYPE' TO TYPEO
           END-EVALUATE.
           IF WS-EMP-REGION NUMERIC
              AND WS-EMP-REGION > 0 AND WS-EMP-REGION < 6
              STRING WS-EMP-REGION ' - '
                     WS-REGION-NAME(WS-EMP-REGION)
                     DELIMITED BY SIZE INTO REGIONO
           ELSE
              MOVE WS-EMPLOYEE-RECORD(7:1) TO REGIONO
           END-IF.
           MOVE WS-EMPLOYEE-RECORD(70:8) TO HIREDO.
           MOVE WS-COMPANY-CODE TO COMPNYO.
           MOVE WS-COST-CENTER TO CCTRO.
           MOVE WS-PAY-GRADE TO GRADEO.
           MOVE WS-CURRENCY-CODE TO CURRO.
           MOVE WS-EMP-STREET TO STREETO.
           MOVE WS-EMP-CITY TO CITYO.
           MOVE WS-EMP-STATE TO STATEO.
           MOVE WS-EMP-ZIP TO ZIPO.
           MOVE WS-EMPLOYEE-RECORD(81:9) TO ROUTEO.
           MOVE WS-BANK-ACCOUNT TO ACCTO.
           MOVE WS-BANK-SUSPECT TO SUSPO.
           MOVE WS-EMP-STATUS TO STATO.
           MOVE WS-EMPLOYEE-RECORD(101:8) TO STDATEO.
           MOVE WS-MESSAGE TO MSGO.
           PERFORM 0710-SEND-MAP-DATAONLY.

       0410-CLEAR-SCREEN.
           MOVE LOW-VALUES TO WBCIM42O.
           MOVE WS-MESSAGE TO MSGO.
           PERFORM 0700-SEND-MAP-ERASE.

      *    ONE EMPHIST RECORD PER UPDATE, KEYED AND LAID OUT AS
      *    WBCI0070 WRITES THEM; THE SEQUENCE BUMPS ON A
      *    DUPLICATE KEY SO NOTHING IS EVER OVERWRITTEN
       0500-WRITE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO EMP-HISTORY-RECORD.
           MOVE WS-EMP-KEY TO HX-EMP-NUM.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO HX-TS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO HX-TS-TIME.
           MOVE 'C' TO HX-ACTION.
           MOVE WS-USERID TO HX-OPERATOR.
           MOVE WS-MASTER-IMAGE TO HX-BEFORE-IMAGE.
           MOVE WS-EMPLOYEE-RECORD TO HX-AFTER-IMAGE.
           MOVE 'N' TO WS-HIST-DONE-FLAG.
           MOVE 0 TO WS-HIST-SEQ.
           PERFORM 0510-WRITE-ONE-HISTORY THRU
                   0510-HISTORY-WRITE-EXIT
              UNTIL WS-HIST-DONE OR WS-HIST-SEQ > 998.

       0510-WRITE-ONE-HISTORY.
           MOVE WS-HIST-SEQ TO HX-TS-SEQ.
           EXEC CICS WRITE FILE('EMPHIST')
                     FROM(EMP-HISTORY-RECORD)
                     RIDFLD(HX-HIST-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC)
              ADD 1 TO WS-HIST-SEQ
              GO TO 0510-HISTORY-WRITE-EXIT
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-HIST-DONE-FLAG
           ELSE
              MOVE 999 TO WS-HIST-SEQ
           END-IF.
       0510-HISTORY-WRITE-EXIT.
           EXIT.

      ****************************************************
      ****    TERMINAL I/O
      ****************************************************
       0600-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP('WBCIM42')
                     MAPSET('WBCIS42')
                     INTO(WBCIM42I)
                     RESP(WS-RESP)
           END-EXEC.

       0700-SEND-MAP-ERASE.
           EXEC CICS SEND MAP('WBCIM42')
                     MAPSET('WBCIS42')
                     FROM(WBCIM42O)
                     ERASE
           END-EXEC.

       0710-SEND-MAP-DATAONLY.
           EXEC CICS SEND MAP('WBCIM42')
                     MAPSET('WBCIS42')
                     FROM(WBCIM42O)
                     DATAONLY
           END-EXEC.

       0900-END-TRANSACTION.
           EXEC CICS SEND TEXT FROM(WS-END-MESSAGE)
                     LENGTH(LENGTH OF WS-END-MESSAGE)
                     ERASE
                     FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
