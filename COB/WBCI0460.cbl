       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0460.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PRIVACY RETENTION - ANONYMIZE LONG-TERMINATED EMPLOYEES.      *
      *  READS THE EMPLOYEE MASTER (EMPMSTR) FROM END TO END AND     *
      *  PICKS EVERY EMPLOYEE WITH EMP-STATUS 'T' WHOSE STATUS-DATE  *
      *  IS OLDER THAN THE RTPARM RETENTION PERIOD AND WHO HAS NO    *
      *  OPEN ITEMS:                                                  *
      *    - NO TRANSACTION WAITING ON THE SUSPENSE FILE (SUSPIN)    *
      *    - NO UNPAID YTD - NOTHING ACCUMULATED ON YTDFILE          *
      *    - NOT TERMINATED IN THE CURRENT TAX YEAR                  *
      *  FOR EACH ONE THE PERSONAL FIELDS - NAME, STREET, ZIP AND    *
      *  THE BANK ROUTING/ACCOUNT - ARE REPLACED WITH MASKED VALUES: *
      *    - ON EMPMSTR                                               *
      *    - IN EVERY EMPHIST BEFORE/AFTER IMAGE WBCI0070 AND        *
      *      WBCI0420 WROTE FOR THE EMPLOYEE                          *
      *    - IN THE ARCHIVED YTDHIST IMAGES, COPIED TO YTDHNEW WITH  *
      *      ONLY THE EMP-NUM, THE ACCUMULATORS AND THE RUN STAMPS    *
      *      KEPT (SWAP YTDHNEW IN FOR YTDHIST AFTER THE RUN)         *
      *  EMP-NUM, TYPE, REGION, DATES, COMPANY, COST-CENTER AND THE  *
      *  PAY FIELDS ARE KEPT SO THE MONEY HISTORY STILL ADDS UP.     *
      *  ANONCERT IS THE CERTIFICATE: EVERY EMPLOYEE ANONYMIZED WITH *
      *  THE RECORDS TOUCHED, THEN EVERY CANDIDATE HELD BACK BY AN   *
      *  OPEN ITEM.  WITHOUT YTDFILE NO EMPLOYEE CAN BE CLEARED AND  *
      *  THE RUN STOPS WITH CC 8.                                     *
      *                                                                *
      *  RTPARM CARD: COLS 1-2 RETENTION PERIOD IN YEARS (DEFAULT     *
      *  07), COL 4 'U' TO APPLY THE MASKING - ANY OTHER VALUE LISTS *
      *  THE CANDIDATES WITHOUT CHANGING ANYTHING.                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAIN-PARM-FILE ASSIGN TO RTPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EMP-HISTORY   ASSIGN TO EMPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT YTD-FILE      ASSIGN TO YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-NUM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT SUSPENSE-IN   ASSIGN TO SUSPIN
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT YTD-HISTORY   ASSIGN TO YTDHIST
               FILE STATUS IS WS-YTDH-STATUS.
           SELECT YTD-HISTORY-NEW ASSIGN TO YTDHNEW.
           SELECT ANON-CERTIFICATE ASSIGN TO ANONCERT.
       DATA DIVISION.
       FILE SECTION.
       FD  RETAIN-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RETAIN-PARM-RECORD.
           05  RP-YEARS               PIC X(2).
           05  FILLER                 PIC X(1).
           05  RP-UPDATE              PIC X(1).
           05  FILLER                 PIC X(76).

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

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

       FD  YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    MIRROR OF YTD-RECORD IN WBCI0110
       01  YTD-RECORD.
           05  YTD-EMP-NUM            PIC 9(5).
           05  YTD-COMP-TOTAL         PIC S9(7)V99 COMP-3.
           05  YTD-LAST-RUN-ID        PIC X(8).
           05  YTD-COMP-USD           PIC S9(7)V99 COMP-3.
           05  YTD-DED-TOTAL          PIC S9(7)V99 COMP-3.
           05  YTD-COMPANY            PIC X(2).
           05  YTD-PERIOD             PIC 9(4).
           05  YTD-RUN-TYPE           PIC X(1).
           05  YTD-REIMB-TOTAL        PIC S9(7)V99 COMP-3.

       FD  SUSPENSE-IN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF SUSPENSE-IN-RECORD IN WBCI0040
       01  SUSPENSE-IN-RECORD.
           05  SI-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  SI-TXN                 PIC X(60).
           05  FILLER                 PIC X(1).
           05  SI-FIRST-DATE          PIC X(8).
           05  FILLER                 PIC X(5).

       FD  YTD-HISTORY
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF YTD-HISTORY-RECORD IN WBCI0110
       01  YTD-HISTORY-RECORD.
           05  YH-CLOSE-YEAR          PIC 9(4).
           05  FILLER                 PIC X(1).
           05  YH-YTD-IMAGE           PIC X(40).
           05  FILLER                 PIC X(35).

       FD  YTD-HISTORY-NEW
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  YTD-HISTORY-NEW-RECORD     PIC X(80).

       FD  ANON-CERTIFICATE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ANON-CERT-RECORD           PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-HIST-STATUS             PIC XX       VALUE SPACES.
       01  WS-YTD-STATUS              PIC XX       VALUE SPACES.
       01  WS-SUSPIN-STATUS           PIC XX       VALUE SPACES.
       01  WS-YTDH-STATUS             PIC XX       VALUE SPACES.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-SUSP-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-SUSP-EOF                         VALUE 'Y'.
       01  WS-HIST-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-HIST-EOF                         VALUE 'Y'.
       01  WS-YTDH-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-YTDH-EOF                         VALUE 'Y'.
       01  WS-HIST-OPEN-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-HIST-OPEN                        VALUE 'Y'.
       01  WS-UPDATE-FLAG             PIC X(1)     VALUE 'N'.
           88  WS-UPDATE-MODE                      VALUE 'Y'.
       01  WS-RUN-OK-FLAG             PIC X(1)     VALUE 'Y'.
           88  WS-RUN-OK                           VALUE 'Y'.

      *    RETENTION CUTOFF: TODAY LESS THE RETENTION YEARS
       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-TODAY-X REDEFINES WS-TODAY-NUM.
           05  WS-TODAY-YEAR          PIC 9(4).
           05  WS-TODAY-MMDD          PIC 9(4).
       01  WS-RETAIN-YEARS            PIC 9(2)     VALUE 7.
       01  WS-CUTOFF-DATE             PIC 9(8)     VALUE 0.
       01  WS-STATUS-YEAR             PIC 9(4)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

      *    THE MASKED VALUES.  THE ZIP STAYS NUMERIC AND A ZERO
      *    ROUTING NUMBER READS AS 'NO ACCOUNT ON FILE', SO A
      *    MASKED RECORD STILL PASSES THE EMPEDTSB FIELD EDITS
       01  WS-MASK-NAME               PIC X(15)    VALUE 'ANONYMIZED'.
       01  WS-MASK-STREET             PIC X(15)    VALUE ALL '*'.
       01  WS-MASK-ZIP                PIC X(9)     VALUE ALL '0'.
       01  WS-MASK-ACCOUNT            PIC X(10)    VALUE ALL '*'.

       01  WS-HOLD-REASON             PIC X(20)    VALUE SPACES.
       01  WS-IMAGE-WORK              PIC X(120)   VALUE SPACES.
       01  WS-EMP-HIST-COUNT          PIC 9(5)     VALUE 0.

      *    EMPLOYEES WITH A TRANSACTION STILL IN SUSPENSE
       01  WS-SUSP-IDX                PIC 9(4)     VALUE 0.
       01  WS-SUSP-FOUND              PIC 9(4)     VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-COUNT          PIC 9(4)     VALUE 0.
           05  WS-SUSP-EMP            PIC X(5)     OCCURS 2000 TIMES.

      *    EMPLOYEES ANONYMIZED THIS RUN (IN EMP-NUM ORDER, AS
      *    THE MASTER IS READ) AND THE RECORDS TOUCHED FOR EACH
       01  WS-ANON-IDX                PIC 9(4)     VALUE 0.
       01  WS-ANON-FOUND              PIC 9(4)     VALUE 0.
       01  WS-ANON-TABLE.
           05  WS-ANON-COUNT          PIC 9(4)     VALUE 0.
           05  WS-ANON-ENTRY          OCCURS 2000 TIMES.
               10  WS-AN-EMP          PIC 9(5).
               10  WS-AN-TYPE         PIC X(1).
               10  WS-AN-STATUS-DATE  PIC 9(8).
               10  WS-AN-HIST         PIC 9(5).
               10  WS-AN-YTDH         PIC 9(5).

      *    CANDIDATES HELD BACK BY AN OPEN ITEM
       01  WS-HELD-IDX                PIC 9(4)     VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-COUNT          PIC 9(4)     VALUE 0.
           05  WS-HELD-ENTRY          OCCURS 2000 TIMES.
               10  WS-HD-EMP          PIC 9(5).
               10  WS-HD-STATUS-DATE  PIC 9(8).
               10  WS-HD-REASON       PIC X(20).

       01  WS-READ-COUNT              PIC 9(6)     VALUE 0.
       01  WS-ALREADY-COUNT           PIC 9(6)     VALUE 0.
       01  WS-HIST-TOTAL              PIC 9(7)     VALUE 0.
       01  WS-YTDH-READ               PIC 9(7)     VALUE 0.
       01  WS-YTDH-TOTAL              PIC 9(7)     VALUE 0.
       01  WS-TABLE-FULL-COUNT        PIC 9(6)     VALUE 0.

       01  WS-CERT-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)
               VALUE 'EMPNO T TERMINATED  EMPHIST RECS  YTDHIST RECS'.

       01  WS-CERT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CL-EMP              PIC 9(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CL-TYPE             PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CL-STATUS-DATE      PIC 9(8).
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-CL-HIST             PIC ZZZZ9.
           05  FILLER                 PIC X(9)     VALUE SPACES.
           05  WS-CL-YTDH             PIC ZZZZ9.
           05  FILLER                 PIC X(40)    VALUE SPACES.

       01  WS-HELD-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)
               VALUE 'EMPNO   TERMINATED  HELD BACK BY'.

       01  WS-HELD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-HL-EMP              PIC 9(5).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-HL-STATUS-DATE      PIC 9(8).
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-HL-REASON           PIC X(20).
           05  FILLER                 PIC X(39)    VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CNT-LABEL           PIC X(36).
           05  WS-CNT-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(34)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE THRU 0100-EXIT.
           PERFORM 0200-REVIEW-ONE-EMPLOYEE THRU 0200-REVIEW-EXIT
              UNTIL WS-EOF.
           IF WS-RUN-OK
              PERFORM 0600-MASK-YTD-HISTORY
           END-IF.
           PERFORM 0800-PRINT-CERTIFICATE.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0460' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           OPEN OUTPUT ANON-CERTIFICATE.
           MOVE 'Y' TO WS-EOF-FLAG.
           PERFORM 0110-READ-RETAIN-PARM.
           PERFORM 0120-LOAD-SUSPENSE.

      *    FAIL SAFE: WITHOUT YTDFILE AN EMPLOYEE WITH PAY STILL
      *    OWING COULD BE ANONYMIZED
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS NOT = '00'
              MOVE 'WBCI0460' TO EH-PROGRAM
              MOVE 'YTDOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-YTD-STATUS TO EH-FILE-STATUS
              MOVE 'YTD FILE NOT AVAILABLE - NOBODY ANONYMIZED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-RUN-OK-FLAG
              GO TO 0100-EXIT
           END-IF.

           IF WS-UPDATE-MODE
              OPEN I-O MASTER-FILE
           ELSE
              OPEN INPUT MASTER-FILE
           END-IF.
           IF WS-MASTER-STATUS NOT = '00'
              MOVE 'WBCI0460' TO EH-PROGRAM
              MOVE 'MSTROPEN' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE MASTER NOT AVAILABLE - NOBODY ANONYMIZED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-RUN-OK-FLAG
              GO TO 0100-EXIT
           END-IF.

           IF WS-UPDATE-MODE
              OPEN I-O EMP-HISTORY
           ELSE
              OPEN INPUT EMP-HISTORY
           END-IF.
           IF WS-HIST-STATUS = '00'
              MOVE 'Y' TO WS-HIST-OPEN-FLAG
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 0210-READ-MASTER.
       0100-EXIT.
           EXIT.

       0110-READ-RETAIN-PARM.
           OPEN INPUT RETAIN-PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ RETAIN-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF RP-YEARS NUMERIC
                       AND RP-YEARS > '00'
                       MOVE RP-YEARS TO WS-RETAIN-YEARS
                    END-IF
                    IF RP-UPDATE = 'U'
                       MOVE 'Y' TO WS-UPDATE-FLAG
                    END-IF
              END-READ
              CLOSE RETAIN-PARM-FILE
           END-IF.
           COMPUTE WS-CUTOFF-DATE =
              WS-TODAY-NUM - WS-RETAIN-YEARS * 10000.

           MOVE SPACES TO ANON-CERT-RECORD.
           STRING ' PERSONAL DATA ANONYMIZATION CERTIFICATE - RUN '
                  WS-TODAY-NUM
                  DELIMITED BY SIZE INTO ANON-CERT-RECORD.
           WRITE ANON-CERT-RECORD.
           MOVE SPACES TO ANON-CERT-RECORD.
           STRING ' RETENTION ' WS-RETAIN-YEARS
                  ' YEARS - TERMINATED BEFORE ' WS-CUTOFF-DATE
                  DELIMITED BY SIZE INTO ANON-CERT-RECORD.
           WRITE ANON-CERT-RECORD.
           IF NOT WS-UPDATE-MODE
              MOVE ' TRIAL RUN (RTPARM COL 4 NOT U) - CANDIDATES ONLY, N
      -            'OTHING CHANGED' TO ANON-CERT-RECORD
              WRITE ANON-CERT-RECORD
           END-IF.
           MOVE SPACES TO ANON-CERT-RECORD.
           WRITE ANON-CERT-RECORD.

      *    NO SUSPIN SIMPLY MEANS NOTHING IS IN SUSPENSE
       0120-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-IN.
           IF WS-SUSPIN-STATUS = '00'
              PERFORM 0125-LOAD-ONE-SUSPENSE UNTIL WS-SUSP-EOF
              CLOSE SUSPENSE-IN
           END-IF.

       0125-LOAD-ONE-SUSPENSE.
           READ SUSPENSE-IN
              AT END
                 MOVE 'Y' TO WS-SUSP-EOF-FLAG
              NOT AT END
                 IF WS-SUSP-COUNT < 2000
                    ADD 1 TO WS-SUSP-COUNT
                    MOVE SI-EMP-NUM TO WS-SUSP-EMP(WS-SUSP-COUNT)
                 ELSE
      *             A FULL TABLE CANNOT PROVE AN EMPLOYEE CLEAR
                    MOVE 'N' TO WS-RUN-OK-FLAG
                    MOVE 'Y' TO WS-SUSP-EOF-FLAG
                    MOVE 'WBCI0460' TO EH-PROGRAM
                    MOVE 'SUSPFULL' TO EH-CODE
                    MOVE 'E' TO EH-SEVERITY
                    MOVE SPACES TO EH-FILE-STATUS
                    MOVE 'SUSPENSE TABLE FULL - NOBODY ANONYMIZED'
                       TO EH-MESSAGE
                    CALL 'ERRHANDL' USING ERRHDL-AREA
                 END-IF
           END-READ.

      ****************************************************
      ****    PASS 1: THE EMPLOYEE MASTER AND EMPHIST
      ****************************************************
       0200-REVIEW-ONE-EMPLOYEE.
           IF NOT WS-RUN-OK
              MOVE 'Y' TO WS-EOF-FLAG
              GO TO 0200-REVIEW-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD.
           IF NOT EMP-TERMINATED
              OR WS-STATUS-DATE NOT NUMERIC
              OR WS-STATUS-DATE NOT < WS-CUTOFF-DATE
              PERFORM 0210-READ-MASTER
              GO TO 0200-REVIEW-EXIT
           END-IF.
           IF WS-EMP-NAME = WS-MASK-NAME
              ADD 1 TO WS-ALREADY-COUNT
              PERFORM 0210-READ-MASTER
              GO TO 0200-REVIEW-EXIT
           END-IF.

           PERFORM 0300-CHECK-OPEN-ITEMS THRU 0300-CHECK-EXIT.
           IF WS-HOLD-REASON NOT = SPACES
              IF WS-HELD-COUNT < 2000
                 ADD 1 TO WS-HELD-COUNT
                 MOVE WS-EMP-NUM TO WS-HD-EMP(WS-HELD-COUNT)
                 MOVE WS-STATUS-DATE
                    TO WS-HD-STATUS-DATE(WS-HELD-COUNT)
                 MOVE WS-HOLD-REASON TO WS-HD-REASON(WS-HELD-COUNT)
              END-IF
              PERFORM 0210-READ-MASTER
              GO TO 0200-REVIEW-EXIT
           END-IF.

      *    THE CERTIFICATE MUST LIST EVERYONE MASKED, SO NOBODY
      *    IS MASKED ONCE THE TABLE IS FULL; THE NEXT RUN TAKES
      *    THE REST
           IF WS-ANON-COUNT NOT < 2000
              ADD 1 TO WS-TABLE-FULL-COUNT
              PERFORM 0210-READ-MASTER
              GO TO 0200-REVIEW-EXIT
           END-IF.
           ADD 1 TO WS-ANON-COUNT.
           MOVE WS-EMP-NUM TO WS-AN-EMP(WS-ANON-COUNT).
           MOVE WS-EMP-TYPE TO WS-AN-TYPE(WS-ANON-COUNT).
           MOVE WS-STATUS-DATE TO WS-AN-STATUS-DATE(WS-ANON-COUNT).
           MOVE 0 TO WS-AN-YTDH(WS-ANON-COUNT).

           PERFORM 0400-MASK-HISTORY THRU 0400-MASK-EXIT.
           MOVE WS-EMP-HIST-COUNT TO WS-AN-HIST(WS-ANON-COUNT).
           IF WS-UPDATE-MODE
              PERFORM 0500-MASK-PERSONAL-DATA
              REWRITE VSAM-MASTER-RECORD FROM WS-EMPLOYEE-RECORD
           END-IF.
           PERFORM 0210-READ-MASTER.
       0200-REVIEW-EXIT.
           EXIT.

       0210-READ-MASTER.
           READ MASTER-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *    ANY ONE OPEN ITEM HOLDS THE EMPLOYEE BACK
       0300-CHECK-OPEN-ITEMS.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE WS-STATUS-DATE(1:4) TO WS-STATUS-YEAR.
           IF WS-STATUS-YEAR NOT < WS-TODAY-YEAR
              MOVE 'CURRENT TAX YEAR' TO WS-HOLD-REASON
              GO TO 0300-CHECK-EXIT
           END-IF.

           MOVE 0 TO WS-SUSP-FOUND.
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                      OR WS-SUSP-FOUND > 0
              IF WS-SUSP-EMP(WS-SUSP-IDX) = WS-EMP-NUM
                 MOVE WS-SUSP-IDX TO WS-SUSP-FOUND
              END-IF
           END-PERFORM.
           IF WS-SUSP-FOUND > 0
              MOVE 'ITEM IN SUSPENSE' TO WS-HOLD-REASON
              GO TO 0300-CHECK-EXIT
           END-IF.

           MOVE WS-EMP-NUM TO YTD-EMP-NUM.
           READ YTD-FILE
              INVALID KEY GO TO 0300-CHECK-EXIT
           END-READ.
           IF YTD-COMP-TOTAL NOT = 0
              OR YTD-COMP-USD NOT = 0
              OR YTD-DED-TOTAL NOT = 0
              OR (YTD-REIMB-TOTAL NUMERIC
                  AND YTD-REIMB-TOTAL NOT = 0)
              MOVE 'UNPAID YTD ON FILE' TO WS-HOLD-REASON
           END-IF.
       0300-CHECK-EXIT.
           EXIT.

      *    EVERY HISTORY RECORD FOR THE EMPLOYEE, IN KEY ORDER.
      *    A TRIAL RUN ONLY COUNTS THEM
       0400-MASK-HISTORY.
           MOVE 0 TO WS-EMP-HIST-COUNT.
           IF NOT WS-HIST-OPEN
              GO TO 0400-MASK-EXIT
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE WS-EMP-NUM TO HX-EMP-NUM.
           MOVE 0 TO HX-TS-DATE HX-TS-TIME HX-TS-SEQ.
           START EMP-HISTORY
              KEY IS NOT LESS THAN HX-HIST-KEY
              INVALID KEY MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START.
           PERFORM 0410-MASK-ONE-HISTORY THRU 0410-MASK-EXIT
              UNTIL WS-HIST-EOF.
           ADD WS-EMP-HIST-COUNT TO WS-HIST-TOTAL.
       0400-MASK-EXIT.
           EXIT.

       0410-MASK-ONE-HISTORY.
           READ EMP-HISTORY NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HIST-EOF-FLAG
                 GO TO 0410-MASK-EXIT
           END-READ.
           IF HX-EMP-NUM NOT = WS-EMP-NUM
              MOVE 'Y' TO WS-HIST-EOF-FLAG
              GO TO 0410-MASK-EXIT
           END-IF.
           ADD 1 TO WS-EMP-HIST-COUNT.
           IF NOT WS-UPDATE-MODE
              GO TO 0410-MASK-EXIT
           END-IF.
           IF HX-BEFORE-IMAGE NOT = SPACES
              MOVE HX-BEFORE-IMAGE TO WS-IMAGE-WORK
              PERFORM 0420-MASK-IMAGE
              MOVE WS-IMAGE-WORK TO HX-BEFORE-IMAGE
           END-IF.
           IF HX-AFTER-IMAGE NOT = SPACES
              MOVE HX-AFTER-IMAGE TO WS-IMAGE-WORK
              PERFORM 0420-MASK-IMAGE
              MOVE WS-IMAGE-WORK TO HX-AFTER-IMAGE
           END-IF.
           REWRITE EMP-HISTORY-RECORD.
       0410-MASK-EXIT.
           EXIT.

      *    THE HISTORY IMAGES ARE WHOLE XEXTEMPF RECORDS, SO THE
      *    SAME MASK APPLIES.  THE MASTER IMAGE IS SAVED ROUND IT
       0420-MASK-IMAGE.
           MOVE WS-EMPLOYEE-RECORD TO VSAM-MASTER-RECORD.
           MOVE WS-IMAGE-WORK TO WS-EMPLOYEE-RECORD.
           PERFORM 0500-MASK-PERSONAL-DATA.
           MOVE WS-EMPLOYEE-RECORD TO WS-IMAGE-WORK.
           MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD.

       0500-MASK-PERSONAL-DATA.
           MOVE WS-MASK-NAME TO WS-EMP-NAME.
           MOVE WS-MASK-STREET TO WS-EMP-STREET.
           MOVE WS-MASK-ZIP TO WS-EMP-ZIP.
           MOVE 0 TO WS-BANK-ROUTING.
           MOVE WS-MASK-ACCOUNT TO WS-BANK-ACCOUNT.
           MOVE SPACE TO WS-BANK-SUSPECT.

      ****************************************************
      ****    PASS 2: THE ARCHIVED YTDHIST IMAGES
      ****************************************************
      *    YTDHIST IS COPIED WHOLE TO YTDHNEW.  AN ANONYMIZED
      *    EMPLOYEE'S RECORD KEEPS ONLY THE CLOSING YEAR AND THE
      *    ARCHIVED YTD-RECORD IMAGE (EMP-NUM, ACCUMULATORS, RUN
      *    STAMPS); EVERYTHING ELSE ON THE RECORD IS BLANKED
       0600-MASK-YTD-HISTORY.
           OPEN INPUT YTD-HISTORY.
           IF WS-YTDH-STATUS NOT = '00'
              MOVE SPACES TO ANON-CERT-RECORD
              MOVE ' NO YTDHIST - NO ARCHIVED IMAGES TO MASK'
                 TO ANON-CERT-RECORD
              WRITE ANON-CERT-RECORD
           ELSE
              IF WS-UPDATE-MODE
                 OPEN OUTPUT YTD-HISTORY-NEW
              END-IF
              PERFORM 0610-MASK-ONE-YTD-HISTORY UNTIL WS-YTDH-EOF
              CLOSE YTD-HISTORY
              IF WS-UPDATE-MODE
                 CLOSE YTD-HISTORY-NEW
              END-IF
           END-IF.

       0610-MASK-ONE-YTD-HISTORY.
           READ YTD-HISTORY
              AT END
                 MOVE 'Y' TO WS-YTDH-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-YTDH-READ
                 MOVE 0 TO WS-ANON-FOUND
                 IF YH-YTD-IMAGE(1:5) NUMERIC
                    PERFORM VARYING WS-ANON-IDX FROM 1 BY 1
                            UNTIL WS-ANON-IDX > WS-ANON-COUNT
                               OR WS-ANON-FOUND > 0
                       IF WS-AN-EMP(WS-ANON-IDX) = YH-YTD-IMAGE(1:5)
                          MOVE WS-ANON-IDX TO WS-ANON-FOUND
                       END-IF
                    END-PERFORM
                 END-IF
                 IF WS-ANON-FOUND > 0
                    ADD 1 TO WS-AN-YTDH(WS-ANON-FOUND)
                    ADD 1 TO WS-YTDH-TOTAL
                    MOVE SPACES TO YTD-HISTORY-NEW-RECORD
                    MOVE YH-CLOSE-YEAR TO YTD-HISTORY-NEW-RECORD(1:4)
                    MOVE YH-YTD-IMAGE TO YTD-HISTORY-NEW-RECORD(6:40)
                 ELSE
                    MOVE YTD-HISTORY-RECORD TO YTD-HISTORY-NEW-RECORD
                 END-IF
                 IF WS-UPDATE-MODE
                    WRITE YTD-HISTORY-NEW-RECORD
                 END-IF
           END-READ.

      ****************************************************
      ****    THE CERTIFICATE
      ****************************************************
       0800-PRINT-CERTIFICATE.
           MOVE SPACES TO ANON-CERT-RECORD.
           IF WS-UPDATE-MODE
              MOVE ' EMPLOYEES ANONYMIZED' TO ANON-CERT-RECORD
           ELSE
              MOVE ' EMPLOYEES THAT WOULD BE ANONYMIZED'
                 TO ANON-CERT-RECORD
           END-IF.
           WRITE ANON-CERT-RECORD.
           WRITE ANON-CERT-RECORD FROM WS-CERT-HEAD-LINE.
           PERFORM VARYING WS-ANON-IDX FROM 1 BY 1
                   UNTIL WS-ANON-IDX > WS-ANON-COUNT
              MOVE WS-AN-EMP(WS-ANON-IDX) TO WS-CL-EMP
              MOVE WS-AN-TYPE(WS-ANON-IDX) TO WS-CL-TYPE
              MOVE WS-AN-STATUS-DATE(WS-ANON-IDX) TO WS-CL-STATUS-DATE
              MOVE WS-AN-HIST(WS-ANON-IDX) TO WS-CL-HIST
              MOVE WS-AN-YTDH(WS-ANON-IDX) TO WS-CL-YTDH
              WRITE ANON-CERT-RECORD FROM WS-CERT-LINE
           END-PERFORM.

           MOVE SPACES TO ANON-CERT-RECORD.
           WRITE ANON-CERT-RECORD.
           MOVE ' PAST RETENTION BUT HELD BACK BY AN OPEN ITEM'
              TO ANON-CERT-RECORD.
           WRITE ANON-CERT-RECORD.
           WRITE ANON-CERT-RECORD FROM WS-HELD-HEAD-LINE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
              MOVE WS-HD-EMP(WS-HELD-IDX) TO WS-HL-EMP
              MOVE WS-HD-STATUS-DATE(WS-HELD-IDX) TO WS-HL-STATUS-DATE
              MOVE WS-HD-REASON(WS-HELD-IDX) TO WS-HL-REASON
              WRITE ANON-CERT-RECORD FROM WS-HELD-LINE
           END-PERFORM.

           MOVE SPACES TO ANON-CERT-RECORD.
           WRITE ANON-CERT-RECORD.
           MOVE 'MASTER RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-READ-COUNT TO WS-CNT-VALUE.
           WRITE ANON-CERT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES ANONYMIZED' TO WS-CNT-LABEL.
           MOVE WS-ANON-COUNT TO WS-CNT-VALUE.
           WRITE ANON-CERT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPHIST RECORDS MASKED' TO WS-CNT-LABEL.
           MOVE WS-HIST-TOTAL TO WS-CNT-VALUE.
           WRITE ANON-CERT-RECORD FROM WS-COUNT-LINE.
           MOVE 'YTDHIST RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-YTDH-READ TO WS-CNT-VALUE.
           WRITE ANON-CERT-RECORD FROM WS-COUNT-LINE.
           MOVE 'YTDHIST RECORDS MASKED' TO WS-CNT-LABEL.
           MOVE WS-YTDH-TOTAL TO WS-CNT-VALUE.
           WRITE ANON-CERT-RECORD FROM WS-COUNT-LINE.
           MOVE 'HELD BACK BY AN OPEN ITEM' TO WS-CNT-LABEL.
           MOVE WS-HELD-COUNT TO WS-CNT-VALUE.
           WRITE ANON-CERT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ANONYMIZED IN AN EARLIER RUN' TO WS-CNT-LABEL.
           MOVE WS-ALREADY-COUNT TO WS-CNT-VALUE.
           WRITE ANON-CERT-RECORD FROM WS-COUNT-LINE.
           IF WS-TABLE-FULL-COUNT > 0
              MOVE 'LEFT FOR THE NEXT RUN (TABLE FULL)'
                 TO WS-CNT-LABEL
              MOVE WS-TABLE-FULL-COUNT TO WS-CNT-VALUE
              WRITE ANON-CERT-RECORD FROM WS-COUNT-LINE
           END-IF.
           IF NOT WS-RUN-OK
              MOVE SPACES TO ANON-CERT-RECORD
              MOVE ' *** RUN STOPPED - NOBODY ANONYMIZED ***'
                 TO ANON-CERT-RECORD
              WRITE ANON-CERT-RECORD
           END-IF.

       0900-TERMINATE.
           IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '10'
              CLOSE MASTER-FILE
           END-IF.
           IF WS-HIST-OPEN
              CLOSE EMP-HISTORY
           END-IF.
           IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '23'
              CLOSE YTD-FILE
           END-IF.
           CLOSE ANON-CERTIFICATE.
           IF NOT WS-RUN-OK
              AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-TABLE-FULL-COUNT > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0460' TO JL-PROGRAM.
           MOVE WS-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-ANON-COUNT TO JL-RECORDS-OUT.
           MOVE WS-HELD-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0460 ANONYMIZED: ' WS-ANON-COUNT
                   ' HELD BACK: ' WS-HELD-COUNT
                   ' EMPHIST MASKED: ' WS-HIST-TOTAL.
