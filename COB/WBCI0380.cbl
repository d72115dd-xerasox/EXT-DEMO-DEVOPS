       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0380.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  BENEFITS OPEN-ENROLLMENT RUN.                                 *
      *  TAKES THE ENRLTXN ENROLLMENT TRANSACTIONS (BY EMP-NUM):      *
      *    D  ADD A DEPENDENT TO DEPNMSTR (TCPYDPN)                   *
      *    R  REMOVE A DEPENDENT (KEPT ON FILE, STATUS R)             *
      *    E  ELECT A PLAN AT A COVERAGE TIER                         *
      *    W  WAIVE A PLAN                                            *
      *  DEPENDENT CHANGES ARE APPLIED FIRST, THEN EACH ELECTION IS   *
      *  EDITED AGAINST THE BENPLAN CATALOGUE (TCPYBPL): THE PLAN AND *
      *  TIER MUST BE OFFERED, THE EMPLOYEE ACTIVE ON EMPMSTR AND OF  *
      *  AN ELIGIBLE TYPE, AND A SPOUSE, CHILDREN OR FAMILY TIER      *
      *  NEEDS THOSE DEPENDENTS ON DEPNMSTR.  DEDMSTR IS THEN COPIED  *
      *  TO NEWDED:                                                   *
      *  A PLAN ELECTED OR WAIVED HERE IS STOPPED ON THE PLAN-YEAR    *
      *  DATE FROM THE ENRLPARM CARD, AND EACH ACCEPTED ELECTION IS   *
      *  ADDED AS A FLAT PLAN EFFECTIVE ON THAT DATE.  PLANS NOT ON   *
      *  THE FEED CARRY FORWARD UNCHANGED.  A RERUN FOR THE SAME PLAN *
      *  YEAR REPLACES THE ELECTIONS IT GENERATED BEFORE, AND A       *
      *  DEPENDENT ALREADY ACTIVE ON DEPNMSTR WITH THE SAME RELATION, *
      *  NAME AND BIRTH DATE IS NOT ADDED A SECOND TIME.  ENRLSTMT    *
      *  HOLDS ONE CONFIRMATION STATEMENT PER EMPLOYEE ON THE FEED,   *
      *  THEN THE RUN TOTALS.  A REJECTED TRANSACTION SETS RC 4.      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-PARM-FILE ASSIGN TO ENRLPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO BENPLAN
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT ENROLL-TXN-FILE ASSIGN TO ENRLTXN
               FILE STATUS IS WS-TXN-STATUS.
           SELECT DEPENDENT-FILE ASSIGN TO DEPNMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DEPN-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO DEDMSTR
               FILE STATUS IS WS-DED-STATUS.
           SELECT NEW-DEDUCTION-FILE ASSIGN TO NEWDED.
           SELECT STATEMENT-FILE ASSIGN TO ENRLSTMT.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    FIRST DAY OF THE PLAN YEAR, CCYYMMDD
       01  ENROLL-PARM-RECORD.
           05  EP-PLAN-YEAR-DATE      PIC X(8).
           05  FILLER                 PIC X(72).

       FD  BENEFIT-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYBPL.

       FD  ENROLL-TXN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    PLAN AND TIER FOR E, PLAN FOR W; RELATION, NAME AND
      *    BIRTH DATE (CCYYMMDD) FOR D, WHICH TAKES THE NEXT
      *    FREE SEQUENCE WHEN THE SEQUENCE IS LEFT BLANK;
      *    SEQUENCE FOR R
       01  ENROLL-TXN-RECORD.
           05  EN-ACTION              PIC X(1).
               88  EN-ADD-DEPENDENT                VALUE 'D'.
               88  EN-REMOVE-DEPENDENT             VALUE 'R'.
               88  EN-ELECT                        VALUE 'E'.
               88  EN-WAIVE                        VALUE 'W'.
           05  FILLER                 PIC X(1).
           05  EN-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  EN-PLAN-CODE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  EN-TIER                PIC X(2).
           05  FILLER                 PIC X(1).
           05  EN-DEP-SEQ             PIC X(2).
           05  FILLER                 PIC X(1).
           05  EN-DEP-RELATION        PIC X(1).
           05  FILLER                 PIC X(1).
           05  EN-DEP-NAME            PIC X(20).
           05  FILLER                 PIC X(1).
           05  EN-DEP-BIRTH-DATE      PIC X(8).
           05  FILLER                 PIC X(30).

       FD  DEPENDENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYDPN.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  DEDUCTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF DEDUCTION-RECORD IN WBCI0040
       01  DEDUCTION-RECORD.
           05  DM-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  DM-PLAN-CODE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  DM-METHOD              PIC X(1).
           05  FILLER                 PIC X(1).
           05  DM-AMOUNT-DIGITS       PIC X(7).
           05  FILLER                 PIC X(1).
           05  DM-CAP-DIGITS          PIC X(9).
           05  FILLER                 PIC X(1).
           05  DM-CLASS               PIC X(1).
           05  FILLER                 PIC X(1).
           05  DM-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                 PIC X(1).
           05  DM-STOP-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  DM-TIER                PIC X(2).
           05  FILLER                 PIC X(27).

       FD  NEW-DEDUCTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF DEDUCTION-RECORD IN WBCI0040
       01  NEW-DEDUCTION-RECORD.
           05  ND-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  ND-PLAN-CODE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  ND-METHOD              PIC X(1).
           05  FILLER                 PIC X(1).
           05  ND-AMOUNT-DIGITS       PIC X(7).
           05  FILLER                 PIC X(1).
           05  ND-CAP-DIGITS          PIC X(9).
           05  FILLER                 PIC X(1).
           05  ND-CLASS               PIC X(1).
           05  FILLER                 PIC X(1).
           05  ND-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                 PIC X(1).
           05  ND-STOP-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  ND-TIER                PIC X(2).
           05  FILLER                 PIC X(27).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  STATEMENT-RECORD           PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-PLAN-STATUS             PIC XX       VALUE SPACES.
       01  WS-TXN-STATUS              PIC XX       VALUE SPACES.
       01  WS-DEPN-STATUS             PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-DED-STATUS              PIC XX       VALUE SPACES.

       01  WS-PLAN-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-PLAN-EOF                         VALUE 'Y'.
       01  WS-TXN-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-TXN-EOF                          VALUE 'Y'.
       01  WS-DEPN-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-DEPN-EOF                         VALUE 'Y'.
       01  WS-DED-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-DED-EOF                          VALUE 'Y'.
       01  WS-MASTER-AVAIL-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MASTER-AVAILABLE                 VALUE 'Y'.
       01  WS-DED-OPEN-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-DED-OPEN                         VALUE 'Y'.

       01  WS-PLAN-YEAR-DATE          PIC X(8)     VALUE SPACES.
       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-REJECT-REASON           PIC X(27)    VALUE SPACES.
       01  WS-ELECT-COST              PIC 9(5)V99  VALUE 0.
       01  WS-STMT-COST               PIC 9(7)V99  VALUE 0.
       01  WS-TALLY                   PIC 9(2)     VALUE 0.
       01  WS-NEXT-SEQ                PIC 9(3)     VALUE 0.
       01  WS-NEW-SEQ                 PIC 9(2)     VALUE 0.
       01  WS-SPOUSE-COUNT            PIC 9(2)     VALUE 0.
       01  WS-CHILD-COUNT             PIC 9(2)     VALUE 0.
      *    SEQUENCE OF AN ACTIVE DEPENDENT ALREADY ON FILE WITH
      *    THE SAME RELATION, NAME AND BIRTH DATE - ZERO IF NONE
       01  WS-SAME-DEP-SEQ            PIC 9(2)     VALUE 0.

      *    BENPLAN CATALOGUE - ONE ENTRY PER PLAN AND TIER
       01  WS-CAT-IDX                 PIC 9(3)     VALUE 0.
       01  WS-CAT-FOUND               PIC 9(3)     VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-COUNT           PIC 9(3)     VALUE 0.
           05  WS-CAT-ENTRY           OCCURS 100 TIMES.
               10  WS-CAT-PLAN        PIC X(4).
               10  WS-CAT-TIER        PIC X(2).
               10  WS-CAT-DESC        PIC X(20).
               10  WS-CAT-COST        PIC 9(5)V99.
               10  WS-CAT-ELIG        PIC X(4).

      *    EMPLOYEES ON THE FEED, IN THE ORDER FIRST SEEN.  AN
      *    EMPLOYEE WITH A REASON HAS EVERY TRANSACTION REJECTED
       01  WS-EE-IDX                  PIC 9(4)     VALUE 0.
       01  WS-EE-FOUND                PIC 9(4)     VALUE 0.
       01  WS-EE-TABLE.
           05  WS-EE-COUNT            PIC 9(4)     VALUE 0.
           05  WS-EE-ENTRY            OCCURS 1000 TIMES.
               10  WS-EE-EMP-NUM      PIC X(5).
               10  WS-EE-NAME         PIC X(15).
               10  WS-EE-TYPE         PIC X(1).
               10  WS-EE-REASON       PIC X(27).

      *    THE TRANSACTIONS, WITH THE OUTCOME OF EACH:
      *    A ACCEPTED / W WAIVED / R REJECTED
       01  WS-TX-IDX                  PIC 9(4)     VALUE 0.
       01  WS-TX-SCAN                 PIC 9(4)     VALUE 0.
       01  WS-TX-FOUND                PIC 9(4)     VALUE 0.
       01  WS-TX-TABLE.
           05  WS-TX-COUNT            PIC 9(4)     VALUE 0.
           05  WS-TX-ENTRY            OCCURS 2000 TIMES.
               10  WS-TX-EE           PIC 9(4).
               10  WS-TX-EMP-NUM      PIC X(5).
               10  WS-TX-ACTION       PIC X(1).
               10  WS-TX-PLAN         PIC X(4).
               10  WS-TX-TIER         PIC X(2).
               10  WS-TX-DEP-SEQ      PIC X(2).
               10  WS-TX-DEP-REL      PIC X(1).
               10  WS-TX-DEP-NAME     PIC X(20).
               10  WS-TX-DEP-BIRTH    PIC X(8).
               10  WS-TX-CAT          PIC 9(3).
               10  WS-TX-RESULT       PIC X(1).
                   88  WS-TX-ACCEPTED              VALUE 'A'.
                   88  WS-TX-WAIVED                VALUE 'W'.
                   88  WS-TX-REJECTED              VALUE 'R'.
               10  WS-TX-REASON       PIC X(27).

       01  WS-TXN-READ-COUNT          PIC 9(5)     VALUE 0.
       01  WS-TXN-FULL-COUNT          PIC 9(5)     VALUE 0.
       01  WS-DEP-ADDED-COUNT         PIC 9(5)     VALUE 0.
       01  WS-DEP-REMOVED-COUNT       PIC 9(5)     VALUE 0.
       01  WS-ELECTED-COUNT           PIC 9(5)     VALUE 0.
       01  WS-WAIVED-COUNT            PIC 9(5)     VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5)     VALUE 0.
       01  WS-DED-READ-COUNT          PIC 9(5)     VALUE 0.
       01  WS-DED-CARRIED-COUNT       PIC 9(5)     VALUE 0.
       01  WS-DED-STOPPED-COUNT       PIC 9(5)     VALUE 0.
       01  WS-DED-REPLACED-COUNT      PIC 9(5)     VALUE 0.
       01  WS-DED-ADDED-COUNT         PIC 9(5)     VALUE 0.
       01  WS-STMT-COUNT              PIC 9(5)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-STMT-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(37)    VALUE
                'BENEFIT ENROLLMENT CONFIRMATION -    '.
           05  FILLER                 PIC X(20)    VALUE
                'PLAN YEAR BEGINNING '.
           05  WS-SHL-DATE            PIC X(8).
           05  FILLER                 PIC X(14)    VALUE SPACES.

       01  WS-STMT-EMP-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(9)     VALUE 'EMPLOYEE '.
           05  WS-SEL-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-SEL-EMP-NAME        PIC X(15).
           05  FILLER                 PIC X(48)    VALUE SPACES.

       01  WS-STMT-COL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(6)     VALUE 'PLAN'.
           05  FILLER                 PIC X(4)     VALUE 'TIER'.
           05  FILLER                 PIC X(22)    VALUE
                'DESCRIPTION'.
           05  FILLER                 PIC X(11)    VALUE
                ' COST/PAY'.
           05  FILLER                 PIC X(36)    VALUE 'RESULT'.

       01  WS-STMT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-STL-PLAN            PIC X(4).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-STL-TIER            PIC X(2).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-STL-DESC            PIC X(20).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-STL-COST            PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-STL-RESULT          PIC X(36).

       01  WS-STMT-DEP-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-SDL-SEQ             PIC 9(2).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-SDL-RELATION        PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-SDL-NAME            PIC X(20).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(5)     VALUE 'BORN '.
           05  WS-SDL-BIRTH           PIC 9(8).
           05  FILLER                 PIC X(26)    VALUE SPACES.

       01  WS-STMT-COST-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(42)    VALUE
                'COST PER PAY OF THE PLANS ELECTED ABOVE'.
           05  WS-SCL-COST            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(25)    VALUE SPACES.

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
           PERFORM 0200-LOAD-ONE-TXN THRU 0200-LOAD-EXIT
              UNTIL WS-TXN-EOF.
           PERFORM 0300-APPLY-DEPENDENT-TXN THRU 0300-APPLY-EXIT
              VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT.
           PERFORM 0400-EDIT-ELECTION THRU 0400-EDIT-EXIT
              VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT.
           PERFORM 0500-REBUILD-DEDMSTR.
           PERFORM 0600-PRINT-STATEMENT
              VARYING WS-EE-IDX FROM 1 BY 1
              UNTIL WS-EE-IDX > WS-EE-COUNT.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0380' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           OPEN OUTPUT STATEMENT-FILE.

           OPEN INPUT ENROLL-PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ ENROLL-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE EP-PLAN-YEAR-DATE TO WS-PLAN-YEAR-DATE
              END-READ
              CLOSE ENROLL-PARM-FILE
           END-IF.
           IF WS-PLAN-YEAR-DATE NOT NUMERIC
              MOVE 'WBCI0380' TO EH-PROGRAM
              MOVE 'ENRPARM ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-PARM-STATUS TO EH-FILE-STATUS
              MOVE 'ENRLPARM PLAN-YEAR DATE MISSING - STEP REFUSED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           MOVE WS-PLAN-YEAR-DATE TO WS-SHL-DATE.

           OPEN INPUT BENEFIT-PLAN-FILE.
           IF WS-PLAN-STATUS = '00'
              PERFORM 0120-LOAD-ONE-PLAN UNTIL WS-PLAN-EOF
              CLOSE BENEFIT-PLAN-FILE
           END-IF.
           IF WS-CAT-COUNT = 0
              MOVE 'WBCI0380' TO EH-PROGRAM
              MOVE 'BENPLAN ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-PLAN-STATUS TO EH-FILE-STATUS
              MOVE 'BENPLAN CATALOGUE EMPTY OR MISSING - STEP REFUSED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN I-O DEPENDENT-FILE.
           IF WS-DEPN-STATUS NOT = '00'
              OPEN OUTPUT DEPENDENT-FILE
              CLOSE DEPENDENT-FILE
              OPEN I-O DEPENDENT-FILE
           END-IF.
           IF WS-DEPN-STATUS NOT = '00'
              MOVE 'WBCI0380' TO EH-PROGRAM
              MOVE 'DPNOPEN ' TO EH-CODE
              MOVE 'F' TO EH-SEVERITY
              MOVE WS-DEPN-STATUS TO EH-FILE-STATUS
              MOVE 'DEPENDENT MASTER UNUSABLE - STEP REFUSED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-AVAIL-FLAG
           ELSE
              MOVE 'WBCI0380' TO EH-PROGRAM
              MOVE 'MSTOPEN ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPMSTR NOT AVAILABLE - ONLY OPEN PLANS ALLOWED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT ENROLL-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
              MOVE 'Y' TO WS-TXN-EOF-FLAG
           END-IF.

       0120-LOAD-ONE-PLAN.
           READ BENEFIT-PLAN-FILE
              AT END
                 MOVE 'Y' TO WS-PLAN-EOF-FLAG
              NOT AT END
                 IF BP-PLAN-CODE NOT = SPACES
                    AND BP-VALID-TIER
                    AND BP-COST-DIGITS NUMERIC
                    AND WS-CAT-COUNT < 100
                    ADD 1 TO WS-CAT-COUNT
                    MOVE BP-PLAN-CODE TO WS-CAT-PLAN(WS-CAT-COUNT)
                    MOVE BP-TIER TO WS-CAT-TIER(WS-CAT-COUNT)
                    MOVE BP-DESCRIPTION TO WS-CAT-DESC(WS-CAT-COUNT)
                    MOVE BP-COST-DIGITS
                       TO WS-CAT-COST(WS-CAT-COUNT)(1:7)
                    MOVE BP-ELIG-TYPES TO WS-CAT-ELIG(WS-CAT-COUNT)
                 END-IF
           END-READ.

      ****************************************************
      ****    LOAD THE FEED AND CHECK EACH EMPLOYEE ONCE
      ****************************************************
       0200-LOAD-ONE-TXN.
           READ ENROLL-TXN-FILE
              AT END
                 MOVE 'Y' TO WS-TXN-EOF-FLAG
                 GO TO 0200-LOAD-EXIT
           END-READ.
           ADD 1 TO WS-TXN-READ-COUNT.
           IF WS-TX-COUNT NOT < 2000
              ADD 1 TO WS-TXN-FULL-COUNT
              GO TO 0200-LOAD-EXIT
           END-IF.
           MOVE 0 TO WS-EE-FOUND.
           PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > WS-EE-COUNT
              IF WS-EE-EMP-NUM(WS-EE-IDX) = EN-EMP-NUM
                 MOVE WS-EE-IDX TO WS-EE-FOUND
              END-IF
           END-PERFORM.
           IF WS-EE-FOUND = 0
              IF WS-EE-COUNT NOT < 1000
                 ADD 1 TO WS-TXN-FULL-COUNT
                 GO TO 0200-LOAD-EXIT
              END-IF
              ADD 1 TO WS-EE-COUNT
              MOVE WS-EE-COUNT TO WS-EE-FOUND
              PERFORM 0210-CHECK-EMPLOYEE THRU 0210-CHECK-EXIT
           END-IF.
           ADD 1 TO WS-TX-COUNT.
           MOVE WS-EE-FOUND TO WS-TX-EE(WS-TX-COUNT).
           MOVE EN-EMP-NUM TO WS-TX-EMP-NUM(WS-TX-COUNT).
           MOVE EN-ACTION TO WS-TX-ACTION(WS-TX-COUNT).
           MOVE EN-PLAN-CODE TO WS-TX-PLAN(WS-TX-COUNT).
           MOVE EN-TIER TO WS-TX-TIER(WS-TX-COUNT).
           MOVE EN-DEP-SEQ TO WS-TX-DEP-SEQ(WS-TX-COUNT).
           MOVE EN-DEP-RELATION TO WS-TX-DEP-REL(WS-TX-COUNT).
           MOVE EN-DEP-NAME TO WS-TX-DEP-NAME(WS-TX-COUNT).
           MOVE EN-DEP-BIRTH-DATE TO WS-TX-DEP-BIRTH(WS-TX-COUNT).
           MOVE 0 TO WS-TX-CAT(WS-TX-COUNT).
           MOVE SPACE TO WS-TX-RESULT(WS-TX-COUNT).
           MOVE SPACES TO WS-TX-REASON(WS-TX-COUNT).
           IF NOT EN-ADD-DEPENDENT AND NOT EN-REMOVE-DEPENDENT
              AND NOT EN-ELECT AND NOT EN-WAIVE
              MOVE 'UNKNOWN ACTION' TO WS-TX-REASON(WS-TX-COUNT)
           END-IF.
           IF WS-EE-REASON(WS-EE-FOUND) NOT = SPACES
              MOVE WS-EE-REASON(WS-EE-FOUND)
                 TO WS-TX-REASON(WS-TX-COUNT)
           END-IF.
           IF WS-TX-REASON(WS-TX-COUNT) NOT = SPACES
              MOVE 'R' TO WS-TX-RESULT(WS-TX-COUNT)
              ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       0200-LOAD-EXIT.
           EXIT.

       0210-CHECK-EMPLOYEE.
           MOVE EN-EMP-NUM TO WS-EE-EMP-NUM(WS-EE-FOUND).
           MOVE SPACES TO WS-EE-NAME(WS-EE-FOUND).
           MOVE SPACE TO WS-EE-TYPE(WS-EE-FOUND).
           MOVE SPACES TO WS-EE-REASON(WS-EE-FOUND).
           IF EN-EMP-NUM NOT NUMERIC
              MOVE 'EMPLOYEE NUMBER NOT NUMERIC'
                 TO WS-EE-REASON(WS-EE-FOUND)
              GO TO 0210-CHECK-EXIT
           END-IF.
           IF NOT WS-MASTER-AVAILABLE
              GO TO 0210-CHECK-EXIT
           END-IF.
           MOVE EN-EMP-NUM TO VM-EMP-NUM.
           READ MASTER-FILE INTO WS-EMPLOYEE-RECORD
              INVALID KEY
                 MOVE 'EMPLOYEE NOT ON EMPMSTR'
                    TO WS-EE-REASON(WS-EE-FOUND)
                 GO TO 0210-CHECK-EXIT
           END-READ.
           MOVE WS-EMP-NAME TO WS-EE-NAME(WS-EE-FOUND).
           MOVE WS-EMP-TYPE TO WS-EE-TYPE(WS-EE-FOUND).
           IF EMP-TERMINATED
              MOVE 'EMPLOYEE IS TERMINATED'
                 TO WS-EE-REASON(WS-EE-FOUND)
           END-IF.
       0210-CHECK-EXIT.
           EXIT.

      ****************************************************
      ****    PASS 1: DEPENDENT CHANGES
      ****************************************************
       0300-APPLY-DEPENDENT-TXN.
           IF WS-TX-RESULT(WS-TX-IDX) NOT = SPACE
              GO TO 0300-APPLY-EXIT
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE WS-TX-ACTION(WS-TX-IDX)
              WHEN 'D'
                 PERFORM 0310-ADD-DEPENDENT THRU 0310-ADD-EXIT
              WHEN 'R'
                 PERFORM 0320-REMOVE-DEPENDENT THRU 0320-REMOVE-EXIT
              WHEN OTHER
                 GO TO 0300-APPLY-EXIT
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              MOVE 'A' TO WS-TX-RESULT(WS-TX-IDX)
           ELSE
              MOVE 'R' TO WS-TX-RESULT(WS-TX-IDX)
              MOVE WS-REJECT-REASON TO WS-TX-REASON(WS-TX-IDX)
              ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       0300-APPLY-EXIT.
           EXIT.

       0310-ADD-DEPENDENT.
           MOVE SPACES TO DEPENDENT-RECORD.
           MOVE WS-TX-DEP-REL(WS-TX-IDX) TO DP-RELATION.
           IF NOT DP-VALID-RELATION
              MOVE 'RELATION NOT S/C' TO WS-REJECT-REASON
              GO TO 0310-ADD-EXIT
           END-IF.
           IF WS-TX-DEP-NAME(WS-TX-IDX) = SPACES
              MOVE 'DEPENDENT NAME MISSING' TO WS-REJECT-REASON
              GO TO 0310-ADD-EXIT
           END-IF.
           IF WS-TX-DEP-BIRTH(WS-TX-IDX) NOT NUMERIC
              MOVE 'BIRTH DATE NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 0310-ADD-EXIT
           END-IF.
           PERFORM 0420-COUNT-DEPENDENTS.
      *    A RERUN OF THE SAME FEED FINDS THE DEPENDENT IT ADDED
      *    THE FIRST TIME - NOTHING TO ADD, NOTHING TO REJECT
           IF WS-SAME-DEP-SEQ > 0
              MOVE WS-SAME-DEP-SEQ TO WS-TX-DEP-SEQ(WS-TX-IDX)
              MOVE 'ALREADY ON FILE' TO WS-TX-REASON(WS-TX-IDX)
              GO TO 0310-ADD-EXIT
           END-IF.
           IF WS-TX-DEP-REL(WS-TX-IDX) = 'S'
              AND WS-SPOUSE-COUNT > 0
              MOVE 'SPOUSE ALREADY ON FILE' TO WS-REJECT-REASON
              GO TO 0310-ADD-EXIT
           END-IF.
           IF WS-TX-DEP-SEQ(WS-TX-IDX) = SPACES
              IF WS-NEXT-SEQ > 99
                 MOVE 'NO DEPENDENT SEQUENCE LEFT' TO WS-REJECT-REASON
                 GO TO 0310-ADD-EXIT
              END-IF
              MOVE WS-NEXT-SEQ TO WS-NEW-SEQ
              MOVE WS-NEW-SEQ TO WS-TX-DEP-SEQ(WS-TX-IDX)
           END-IF.
           IF WS-TX-DEP-SEQ(WS-TX-IDX) NOT NUMERIC
              MOVE 'DEPENDENT SEQ NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 0310-ADD-EXIT
           END-IF.
           MOVE WS-TX-EMP-NUM(WS-TX-IDX) TO DP-EMP-NUM.
           MOVE WS-TX-DEP-SEQ(WS-TX-IDX) TO DP-SEQ.
           MOVE WS-TX-DEP-REL(WS-TX-IDX) TO DP-RELATION.
           MOVE WS-TX-DEP-NAME(WS-TX-IDX) TO DP-NAME.
           MOVE WS-TX-DEP-BIRTH(WS-TX-IDX) TO DP-BIRTH-DATE.
           MOVE 'A' TO DP-STATUS.
           MOVE WS-TODAY-NUM TO DP-ADDED-DATE.
           MOVE 0 TO DP-REMOVED-DATE.
           WRITE DEPENDENT-RECORD
              INVALID KEY
                 MOVE 'DEPENDENT SEQ ALREADY USED' TO WS-REJECT-REASON
                 GO TO 0310-ADD-EXIT
           END-WRITE.
           ADD 1 TO WS-DEP-ADDED-COUNT.
       0310-ADD-EXIT.
           EXIT.

       0320-REMOVE-DEPENDENT.
           IF WS-TX-DEP-SEQ(WS-TX-IDX) NOT NUMERIC
              MOVE 'DEPENDENT SEQ NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 0320-REMOVE-EXIT
           END-IF.
           MOVE WS-TX-EMP-NUM(WS-TX-IDX) TO DP-EMP-NUM.
           MOVE WS-TX-DEP-SEQ(WS-TX-IDX) TO DP-SEQ.
           READ DEPENDENT-FILE
              INVALID KEY
                 MOVE 'DEPENDENT NOT ON FILE' TO WS-REJECT-REASON
                 GO TO 0320-REMOVE-EXIT
           END-READ.
           IF NOT DP-ACTIVE
              MOVE 'DEPENDENT ALREADY REMOVED' TO WS-REJECT-REASON
              GO TO 0320-REMOVE-EXIT
           END-IF.
           MOVE DP-NAME TO WS-TX-DEP-NAME(WS-TX-IDX).
           MOVE DP-RELATION TO WS-TX-DEP-REL(WS-TX-IDX).
           MOVE 'R' TO DP-STATUS.
           MOVE WS-TODAY-NUM TO DP-REMOVED-DATE.
           REWRITE DEPENDENT-RECORD.
           ADD 1 TO WS-DEP-REMOVED-COUNT.
       0320-REMOVE-EXIT.
           EXIT.

      ****************************************************
      ****    PASS 2: EDIT THE ELECTIONS AND WAIVERS
      ****************************************************
       0400-EDIT-ELECTION.
           IF WS-TX-RESULT(WS-TX-IDX) NOT = SPACE
              OR (WS-TX-ACTION(WS-TX-IDX) NOT = 'E'
                  AND WS-TX-ACTION(WS-TX-IDX) NOT = 'W')
              GO TO 0400-EDIT-EXIT
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-TX-EE(WS-TX-IDX) TO WS-EE-IDX.
           MOVE 0 TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-IDX FROM WS-CAT-COUNT BY -1
                   UNTIL WS-CAT-IDX < 1
              IF WS-CAT-PLAN(WS-CAT-IDX) = WS-TX-PLAN(WS-TX-IDX)
                 AND (WS-CAT-TIER(WS-CAT-IDX) = WS-TX-TIER(WS-TX-IDX)
                      OR WS-TX-ACTION(WS-TX-IDX) = 'W')
                 MOVE WS-CAT-IDX TO WS-CAT-FOUND
              END-IF
           END-PERFORM.
           MOVE WS-CAT-FOUND TO WS-TX-CAT(WS-TX-IDX).
           IF WS-CAT-FOUND = 0
              IF WS-TX-ACTION(WS-TX-IDX) = 'W'
                 MOVE 'PLAN NOT IN CATALOGUE' TO WS-REJECT-REASON
              ELSE
                 MOVE 'PLAN/TIER NOT OFFERED' TO WS-REJECT-REASON
              END-IF
              GO TO 0400-EDIT-REJECT
           END-IF.
           MOVE 0 TO WS-TX-FOUND.
           PERFORM VARYING WS-TX-SCAN FROM 1 BY 1
                   UNTIL WS-TX-SCAN NOT < WS-TX-IDX
              IF WS-TX-EMP-NUM(WS-TX-SCAN) = WS-TX-EMP-NUM(WS-TX-IDX)
                 AND WS-TX-PLAN(WS-TX-SCAN) = WS-TX-PLAN(WS-TX-IDX)
                 AND (WS-TX-ACCEPTED(WS-TX-SCAN)
                      OR WS-TX-WAIVED(WS-TX-SCAN))
                 AND (WS-TX-ACTION(WS-TX-SCAN) = 'E'
                      OR WS-TX-ACTION(WS-TX-SCAN) = 'W')
                 MOVE WS-TX-SCAN TO WS-TX-FOUND
              END-IF
           END-PERFORM.
           IF WS-TX-FOUND NOT = 0
              MOVE 'PLAN ALREADY ON THE FEED' TO WS-REJECT-REASON
              GO TO 0400-EDIT-REJECT
           END-IF.
           IF WS-TX-ACTION(WS-TX-IDX) = 'W'
              MOVE 'W' TO WS-TX-RESULT(WS-TX-IDX)
              ADD 1 TO WS-WAIVED-COUNT
              GO TO 0400-EDIT-EXIT
           END-IF.
           IF WS-CAT-ELIG(WS-CAT-FOUND) NOT = SPACES
              MOVE 0 TO WS-TALLY
              IF WS-EE-TYPE(WS-EE-IDX) NOT = SPACE
                 INSPECT WS-CAT-ELIG(WS-CAT-FOUND) TALLYING WS-TALLY
                    FOR ALL WS-EE-TYPE(WS-EE-IDX)
              END-IF
              IF WS-TALLY = 0
                 MOVE 'NOT ELIGIBLE FOR THIS PLAN' TO WS-REJECT-REASON
                 GO TO 0400-EDIT-REJECT
              END-IF
           END-IF.
           MOVE WS-TX-EMP-NUM(WS-TX-IDX) TO DP-EMP-NUM.
           PERFORM 0420-COUNT-DEPENDENTS.
           EVALUATE WS-TX-TIER(WS-TX-IDX)
              WHEN 'ES'
                 IF WS-SPOUSE-COUNT = 0
                    MOVE 'NO SPOUSE ON FILE FOR TIER'
                       TO WS-REJECT-REASON
                 END-IF
              WHEN 'EC'
                 IF WS-CHILD-COUNT = 0
                    MOVE 'NO CHILD ON FILE FOR TIER'
                       TO WS-REJECT-REASON
                 END-IF
              WHEN 'EF'
                 IF WS-SPOUSE-COUNT = 0
                    OR WS-CHILD-COUNT = 0
                    MOVE 'FAMILY TIER NEEDS SPOUSE+CHILD'
                       TO WS-REJECT-REASON
                 END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 0400-EDIT-REJECT
           END-IF.
           MOVE 'A' TO WS-TX-RESULT(WS-TX-IDX).
           ADD 1 TO WS-ELECTED-COUNT.
           GO TO 0400-EDIT-EXIT.
       0400-EDIT-REJECT.
           MOVE 'R' TO WS-TX-RESULT(WS-TX-IDX).
           MOVE WS-REJECT-REASON TO WS-TX-REASON(WS-TX-IDX).
           ADD 1 TO WS-REJECTED-COUNT.
       0400-EDIT-EXIT.
           EXIT.

      *    ACTIVE SPOUSES AND CHILDREN OF THE EMPLOYEE IN
      *    DP-EMP-NUM, THE NEXT UNUSED DEPENDENT SEQUENCE, AND
      *    ANY ACTIVE DEPENDENT MATCHING THE TRANSACTION'S
       0420-COUNT-DEPENDENTS.
           MOVE 0 TO WS-SPOUSE-COUNT WS-CHILD-COUNT.
           MOVE 0 TO WS-SAME-DEP-SEQ.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WS-TX-EMP-NUM(WS-TX-IDX) TO DP-EMP-NUM.
           MOVE 0 TO DP-SEQ.
           MOVE 'N' TO WS-DEPN-EOF-FLAG.
           START DEPENDENT-FILE
              KEY IS NOT LESS THAN DP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DEPN-EOF-FLAG
           END-START.
           PERFORM 0425-COUNT-ONE-DEPENDENT UNTIL WS-DEPN-EOF.

       0425-COUNT-ONE-DEPENDENT.
           READ DEPENDENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DEPN-EOF-FLAG
              NOT AT END
                 IF DP-EMP-NUM NOT = WS-TX-EMP-NUM(WS-TX-IDX)
                    MOVE 'Y' TO WS-DEPN-EOF-FLAG
                 ELSE
                    COMPUTE WS-NEXT-SEQ = DP-SEQ + 1
                    IF DP-ACTIVE AND DP-SPOUSE
                       ADD 1 TO WS-SPOUSE-COUNT
                    END-IF
                    IF DP-ACTIVE AND DP-CHILD
                       ADD 1 TO WS-CHILD-COUNT
                    END-IF
                    IF DP-ACTIVE
                       AND DP-RELATION = WS-TX-DEP-REL(WS-TX-IDX)
                       AND DP-NAME = WS-TX-DEP-NAME(WS-TX-IDX)
                       AND WS-TX-DEP-BIRTH(WS-TX-IDX) NUMERIC
                       AND DP-BIRTH-DATE = WS-TX-DEP-BIRTH(WS-TX-IDX)
                       MOVE DP-SEQ TO WS-SAME-DEP-SEQ
                    END-IF
                 END-IF
           END-READ.

      ****************************************************
      ****    PASS 3: DEDMSTR TO NEWDED WITH THE ELECTIONS
      ****************************************************
       0500-REBUILD-DEDMSTR.
           OPEN OUTPUT NEW-DEDUCTION-FILE.
           OPEN INPUT DEDUCTION-FILE.
           IF WS-DED-STATUS = '00'
              MOVE 'Y' TO WS-DED-OPEN-FLAG
              PERFORM 0510-COPY-ONE-DEDUCTION THRU 0510-COPY-EXIT
                 UNTIL WS-DED-EOF
              CLOSE DEDUCTION-FILE
           ELSE
              MOVE 'WBCI0380' TO EH-PROGRAM
              MOVE 'DEDOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-DED-STATUS TO EH-FILE-STATUS
              MOVE 'DEDMSTR NOT READ - NEWDED HOLDS NEW ELECTIONS ONLY'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           PERFORM 0520-WRITE-ELECTION
              VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT.
           CLOSE NEW-DEDUCTION-FILE.

      *    A PLAN ELECTED OR WAIVED ON THE FEED ENDS ON THE
      *    PLAN-YEAR DATE; ONE THAT STARTS ON OR AFTER IT CAME
      *    FROM AN EARLIER RUN FOR THIS PLAN YEAR AND IS DROPPED
       0510-COPY-ONE-DEDUCTION.
           READ DEDUCTION-FILE
              AT END
                 MOVE 'Y' TO WS-DED-EOF-FLAG
                 GO TO 0510-COPY-EXIT
           END-READ.
           ADD 1 TO WS-DED-READ-COUNT.
           MOVE DEDUCTION-RECORD TO NEW-DEDUCTION-RECORD.
           MOVE 0 TO WS-TX-FOUND.
           PERFORM VARYING WS-TX-SCAN FROM 1 BY 1
                   UNTIL WS-TX-SCAN > WS-TX-COUNT
              IF WS-TX-EMP-NUM(WS-TX-SCAN) = DM-EMP-NUM
                 AND WS-TX-PLAN(WS-TX-SCAN) = DM-PLAN-CODE
                 AND (WS-TX-ACCEPTED(WS-TX-SCAN)
                      OR WS-TX-WAIVED(WS-TX-SCAN))
                 AND (WS-TX-ACTION(WS-TX-SCAN) = 'E'
                      OR WS-TX-ACTION(WS-TX-SCAN) = 'W')
                 MOVE WS-TX-SCAN TO WS-TX-FOUND
              END-IF
           END-PERFORM.
           IF WS-TX-FOUND = 0
              ADD 1 TO WS-DED-CARRIED-COUNT
           ELSE
              IF DM-EFFECTIVE-DATE NOT = SPACES
                 AND DM-EFFECTIVE-DATE NOT < WS-PLAN-YEAR-DATE
                 ADD 1 TO WS-DED-REPLACED-COUNT
                 GO TO 0510-COPY-EXIT
              END-IF
              IF DM-STOP-DATE = SPACES
                 OR DM-STOP-DATE > WS-PLAN-YEAR-DATE
                 MOVE WS-PLAN-YEAR-DATE TO ND-STOP-DATE
                 ADD 1 TO WS-DED-STOPPED-COUNT
              ELSE
                 ADD 1 TO WS-DED-CARRIED-COUNT
              END-IF
           END-IF.
           WRITE NEW-DEDUCTION-RECORD.
       0510-COPY-EXIT.
           EXIT.

       0520-WRITE-ELECTION.
           IF WS-TX-ACTION(WS-TX-IDX) = 'E'
              AND WS-TX-ACCEPTED(WS-TX-IDX)
              MOVE WS-TX-CAT(WS-TX-IDX) TO WS-CAT-IDX
              MOVE SPACES TO NEW-DEDUCTION-RECORD
              MOVE WS-TX-EMP-NUM(WS-TX-IDX) TO ND-EMP-NUM
              MOVE WS-TX-PLAN(WS-TX-IDX) TO ND-PLAN-CODE
              MOVE 'F' TO ND-METHOD
              MOVE WS-CAT-COST(WS-CAT-IDX) TO WS-ELECT-COST
              MOVE WS-ELECT-COST(1:7) TO ND-AMOUNT-DIGITS
              MOVE ZEROS TO ND-CAP-DIGITS
              MOVE WS-PLAN-YEAR-DATE TO ND-EFFECTIVE-DATE
              MOVE WS-TX-TIER(WS-TX-IDX) TO ND-TIER
              WRITE NEW-DEDUCTION-RECORD
              ADD 1 TO WS-DED-ADDED-COUNT
           END-IF.

      ****************************************************
      ****    PASS 4: ONE CONFIRMATION STATEMENT PER EMPLOYEE
      ****************************************************
       0600-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           MOVE 0 TO WS-STMT-COST.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           WRITE STATEMENT-RECORD FROM WS-STMT-HEAD-LINE.
           MOVE WS-EE-EMP-NUM(WS-EE-IDX) TO WS-SEL-EMP-NUM.
           MOVE WS-EE-NAME(WS-EE-IDX) TO WS-SEL-EMP-NAME.
           WRITE STATEMENT-RECORD FROM WS-STMT-EMP-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           WRITE STATEMENT-RECORD FROM WS-STMT-COL-LINE.
           PERFORM 0610-PRINT-TXN-LINE
              VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT.
           MOVE WS-STMT-COST TO WS-SCL-COST.
           WRITE STATEMENT-RECORD FROM WS-STMT-COST-LINE.
           IF WS-EE-EMP-NUM(WS-EE-IDX) NUMERIC
              MOVE SPACES TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
              MOVE ' DEPENDENTS ON FILE:' TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
              MOVE WS-EE-EMP-NUM(WS-EE-IDX) TO DP-EMP-NUM
              MOVE 0 TO DP-SEQ
              MOVE 'N' TO WS-DEPN-EOF-FLAG
              START DEPENDENT-FILE
                 KEY IS NOT LESS THAN DP-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-DEPN-EOF-FLAG
              END-START
              PERFORM 0620-PRINT-ONE-DEPENDENT UNTIL WS-DEPN-EOF
           END-IF.

       0610-PRINT-TXN-LINE.
           IF WS-TX-EE(WS-TX-IDX) = WS-EE-IDX
              MOVE SPACES TO WS-STMT-LINE
              MOVE 0 TO WS-STL-COST
              IF WS-TX-ACTION(WS-TX-IDX) = 'D'
                 OR WS-TX-ACTION(WS-TX-IDX) = 'R'
                 MOVE 'DEP' TO WS-STL-PLAN
                 MOVE WS-TX-DEP-REL(WS-TX-IDX) TO WS-STL-TIER
                 MOVE WS-TX-DEP-NAME(WS-TX-IDX) TO WS-STL-DESC
              ELSE
                 MOVE WS-TX-PLAN(WS-TX-IDX) TO WS-STL-PLAN
                 MOVE WS-TX-TIER(WS-TX-IDX) TO WS-STL-TIER
                 IF WS-TX-CAT(WS-TX-IDX) > 0
                    MOVE WS-TX-CAT(WS-TX-IDX) TO WS-CAT-IDX
                    MOVE WS-CAT-DESC(WS-CAT-IDX) TO WS-STL-DESC
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN WS-TX-REJECTED(WS-TX-IDX)
                    STRING 'REJECTED ' WS-TX-REASON(WS-TX-IDX)
                           DELIMITED BY SIZE INTO WS-STL-RESULT
                 WHEN WS-TX-WAIVED(WS-TX-IDX)
                    MOVE 'WAIVED - COVERAGE ENDS' TO WS-STL-RESULT
                 WHEN WS-TX-ACTION(WS-TX-IDX) = 'D'
                    AND WS-TX-REASON(WS-TX-IDX) NOT = SPACES
                    STRING 'DEPENDENT ALREADY ON FILE AS '
                           WS-TX-DEP-SEQ(WS-TX-IDX)
                           DELIMITED BY SIZE INTO WS-STL-RESULT
                 WHEN WS-TX-ACTION(WS-TX-IDX) = 'D'
                    STRING 'DEPENDENT ADDED AS '
                           WS-TX-DEP-SEQ(WS-TX-IDX)
                           DELIMITED BY SIZE INTO WS-STL-RESULT
                 WHEN WS-TX-ACTION(WS-TX-IDX) = 'R'
                    STRING 'DEPENDENT ' WS-TX-DEP-SEQ(WS-TX-IDX)
                           ' REMOVED'
                           DELIMITED BY SIZE INTO WS-STL-RESULT
                 WHEN OTHER
                    MOVE WS-TX-CAT(WS-TX-IDX) TO WS-CAT-IDX
                    MOVE WS-CAT-COST(WS-CAT-IDX) TO WS-STL-COST
                    ADD WS-CAT-COST(WS-CAT-IDX) TO WS-STMT-COST
                    MOVE 'ELECTED' TO WS-STL-RESULT
              END-EVALUATE
              WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           END-IF.

       0620-PRINT-ONE-DEPENDENT.
           READ DEPENDENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DEPN-EOF-FLAG
              NOT AT END
                 IF DP-EMP-NUM NOT = WS-EE-EMP-NUM(WS-EE-IDX)
                    MOVE 'Y' TO WS-DEPN-EOF-FLAG
                 ELSE
                    IF DP-ACTIVE
                       MOVE DP-SEQ TO WS-SDL-SEQ
                       IF DP-SPOUSE
                          MOVE 'SPOUSE' TO WS-SDL-RELATION
                       ELSE
                          MOVE 'CHILD' TO WS-SDL-RELATION
                       END-IF
                       MOVE DP-NAME TO WS-SDL-NAME
                       MOVE DP-BIRTH-DATE TO WS-SDL-BIRTH
                       WRITE STATEMENT-RECORD FROM WS-STMT-DEP-LINE
                    END-IF
                 END-IF
           END-READ.

       0800-PRINT-TOTALS.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE ' BENEFIT ENROLLMENT RUN TOTALS - WBCI0380'
              TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE WS-TXN-READ-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS READ' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-DEP-ADDED-COUNT TO WS-TOT-COUNT.
           MOVE 'DEPENDENTS ADDED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-DEP-REMOVED-COUNT TO WS-TOT-COUNT.
           MOVE 'DEPENDENTS REMOVED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-ELECTED-COUNT TO WS-TOT-COUNT.
           MOVE 'ELECTIONS ACCEPTED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-WAIVED-COUNT TO WS-TOT-COUNT.
           MOVE 'PLANS WAIVED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT.
           MOVE 'TRANSACTIONS REJECTED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-TXN-FULL-COUNT TO WS-TOT-COUNT.
           MOVE 'NOT PROCESSED - TABLE FULL' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-DED-READ-COUNT TO WS-TOT-COUNT.
           MOVE 'DEDMSTR RECORDS READ' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-DED-CARRIED-COUNT TO WS-TOT-COUNT.
           MOVE 'CARRIED FORWARD UNCHANGED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-DED-STOPPED-COUNT TO WS-TOT-COUNT.
           MOVE 'STOPPED AT THE PLAN-YEAR DATE' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-DED-REPLACED-COUNT TO WS-TOT-COUNT.
           MOVE 'EARLIER ELECTIONS REPLACED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-DED-ADDED-COUNT TO WS-TOT-COUNT.
           MOVE 'NEW PLAN RECORDS ON NEWDED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-STMT-COUNT TO WS-TOT-COUNT.
           MOVE 'CONFIRMATION STATEMENTS' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE STATEMENT-RECORD FROM WS-TOTAL-LINE.

       0900-TERMINATE.
           IF WS-TXN-STATUS = '00' OR WS-TXN-STATUS = '10'
              CLOSE ENROLL-TXN-FILE
           END-IF.
           IF WS-MASTER-AVAILABLE
              CLOSE MASTER-FILE
           END-IF.
           CLOSE DEPENDENT-FILE.
           CLOSE STATEMENT-FILE.

           IF WS-TXN-FULL-COUNT > 0
              MOVE 'WBCI0380' TO EH-PROGRAM
              MOVE 'ENRFULL ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'ENROLLMENT TRANSACTIONS LEFT UNPROCESSED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0380' TO JL-PROGRAM.
           MOVE WS-TXN-READ-COUNT TO JL-RECORDS-IN.
           COMPUTE JL-RECORDS-OUT = WS-DEP-ADDED-COUNT
              + WS-DEP-REMOVED-COUNT + WS-DED-ADDED-COUNT
              + WS-DED-STOPPED-COUNT.
           COMPUTE JL-RECORDS-REJ =
              WS-REJECTED-COUNT + WS-TXN-FULL-COUNT.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0380 ELECTIONS: ' WS-ELECTED-COUNT
                   ' WAIVED: ' WS-WAIVED-COUNT
                   ' REJECTED: ' WS-REJECTED-COUNT.
