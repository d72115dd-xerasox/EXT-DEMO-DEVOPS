       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0510.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  NEXT-YEAR PAYROLL COST PROJECTION FOR THE BUDGET.             *
      *  STARTS FROM EACH ACTIVE OR ON-LEAVE EMPLOYEE'S CURRENT       *
      *  MONTHLY PAY ON EMPMSTR:                                       *
      *    HOURLY       EMP-RATE * STANDARD MONTHLY HOURS             *
      *    SALES        SALES-SALARY (COMMISSION IS NOT PROJECTED)    *
      *    MANAGEMENT   MGMT-SALARY                                   *
      *    CONTRACTOR   CONTRACT-AMOUNT, UP TO THE MONTH OF           *
      *                 CONTRACT-END-DATE (NONE MEANS ALL YEAR)       *
      *  RAISES IT BY THE PROJPARM INCREASE PERCENT FOR THE EMPLOYEE  *
      *  TYPE FROM THE EFFECTIVE MONTH ON, AND ADDS THE EMPLOYER'S    *
      *  SHARE OF EVERY DEDMSTR PLAN NAMED ON A PROJPARM 'E' CARD     *
      *  WHILE THE PLAN IS IN FORCE.  OPEN HEADCOUNT IS THE HCBUDGET  *
      *  REGION BUDGET FOR THE MONTH LESS TODAY'S HEADCOUNT IN THE    *
      *  REGION, COSTED AT THE AVERAGE ANNUAL COST / 12.  A MONTH     *
      *  WITH NO HCBUDGET RECORD KEEPS THE LAST BUDGET BEFORE IT.     *
      *  EVERYTHING IS CONVERTED TO USD THROUGH EXRATES.              *
      *  PROJRPT SHOWS THE COST MONTH BY MONTH FOR EVERY COMPANY,     *
      *  REGION AND COST-CENTER, WITH COMPANY TOTALS, NEXT TO THE     *
      *  CURRENT YEAR'S ACTUAL (USD) FROM YTDFILE; THEN THE OPEN      *
      *  POSITIONS BY REGION AND THE GRAND TOTAL.                     *
      *                                                                *
      *  PROJPARM 'I' CARD (ONE): COLS 3-6 PROJECTION YEAR (DEFAULT   *
      *  NEXT YEAR), COLS 8-9 EFFECTIVE MONTH OF THE INCREASE         *
      *  (DEFAULT 01), COLS 11-14/16-19/21-24/26-29 INCREASE PERCENT  *
      *  9(2)V99 FOR HOURLY/SALES/MANAGEMENT/CONTRACTOR, COLS 31-39   *
      *  AVERAGE ANNUAL COST OF AN OPEN POSITION 9(7)V99, COLS 41-45  *
      *  STANDARD MONTHLY HOURS 9(3)V99 (DEFAULT 173.33).             *
      *  PROJPARM 'E' CARDS (UP TO 20): COLS 3-6 DEDMSTR PLAN CODE,   *
      *  COLS 8-12 EMPLOYER SHARE 9(3)V99 PERCENT OF WHAT THE PLAN    *
      *  TAKES FROM THE EMPLOYEE (100.00 = MATCHED ONE FOR ONE).      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJ-PARM-FILE ASSIGN TO PROJPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT YTD-FILE      ASSIGN TO YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-NUM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO DEDMSTR
               FILE STATUS IS WS-DED-STATUS.
           SELECT BUDGET-FILE   ASSIGN TO HCBUDGET
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT RATE-FILE     ASSIGN TO EXRATES
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PROJ-REPORT   ASSIGN TO PROJRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PROJ-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PROJ-PARM-RECORD.
           05  PP-CARD-TYPE           PIC X(1).
               88  PP-INCREASE-CARD                VALUE 'I'.
               88  PP-EMPLOYER-CARD                VALUE 'E'.
           05  FILLER                 PIC X(1).
           05  PP-YEAR                PIC X(4).
           05  FILLER                 PIC X(1).
           05  PP-EFF-MONTH           PIC X(2).
           05  FILLER                 PIC X(1).
           05  PP-PCT-ENTRY           OCCURS 4 TIMES.
               10  PP-PCT-DIGITS      PIC X(4).
               10  FILLER             PIC X(1).
           05  PP-OPEN-COST-DIGITS    PIC X(9).
           05  FILLER                 PIC X(1).
           05  PP-STD-HOURS-DIGITS    PIC X(5).
           05  FILLER                 PIC X(35).
       01  PROJ-PLAN-RECORD.
           05  FILLER                 PIC X(2).
           05  PE-PLAN-CODE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  PE-SHARE-DIGITS        PIC X(5).
           05  FILLER                 PIC X(68).

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

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

       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF BUDGET-RECORD IN WBCI0270
       01  BUDGET-RECORD.
           05  BU-PERIOD              PIC X(6).
           05  FILLER                 PIC X(1).
           05  BU-RGN-BUDGET          OCCURS 5 TIMES PIC 9(5).
           05  FILLER                 PIC X(1).
           05  BU-TYP-BUDGET          OCCURS 4 TIMES PIC 9(5).
           05  FILLER                 PIC X(27).

       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05  EXR-CODE               PIC X(3).
           05  FILLER                 PIC X(1).
           05  EXR-RATE-DIGITS        PIC X(8).
           05  FILLER                 PIC X(68).

       FD  PROJ-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PROJ-REPORT-RECORD         PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-YTD-STATUS              PIC XX       VALUE SPACES.
       01  WS-DED-STATUS              PIC XX       VALUE SPACES.
       01  WS-BUDGET-STATUS           PIC XX       VALUE SPACES.
       01  WS-RATE-STATUS             PIC XX       VALUE SPACES.

       01  WS-PARM-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-PARM-EOF                         VALUE 'Y'.
       01  WS-MASTER-EOF-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-MASTER-EOF                       VALUE 'Y'.
       01  WS-DED-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-DED-EOF                          VALUE 'Y'.
       01  WS-BUDGET-EOF-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-BUDGET-EOF                       VALUE 'Y'.
       01  WS-RATE-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-RATE-EOF                         VALUE 'Y'.
       01  WS-RUN-OK-FLAG             PIC X(1)     VALUE 'Y'.
           88  WS-RUN-OK                           VALUE 'Y'.
       01  WS-YTD-OPEN-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-YTD-OPEN                         VALUE 'Y'.

       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-TODAY-R REDEFINES WS-TODAY-NUM.
           05  WS-TODAY-YEAR          PIC 9(4).
           05  FILLER                 PIC 9(4).

      *    PROJECTION TERMS FROM THE PROJPARM CARDS
       01  WS-PROJ-YEAR               PIC 9(4)     VALUE 0.
       01  WS-EFF-MONTH               PIC 9(2)     VALUE 1.
       01  WS-TYPE-LETTERS            PIC X(4)     VALUE 'HSMC'.
       01  WS-INCREASE-TABLE.
           05  WS-INCREASE-PCT        OCCURS 4 TIMES PIC 9(2)V99.
       01  WS-OPEN-COST               PIC 9(7)V99  VALUE 0.
       01  WS-STD-HOURS               PIC 9(3)V99  VALUE 173.33.
       01  WS-EPL-IDX                 PIC 9(2)     VALUE 0.
       01  WS-EMPLOYER-PLAN-TABLE.
           05  WS-EPL-COUNT           PIC 9(2)     VALUE 0.
           05  WS-EPL-ENTRY           OCCURS 20 TIMES.
               10  WS-EPL-CODE        PIC X(4).
               10  WS-EPL-SHARE       PIC 9(3)V99.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

      *    DEDMSTR RECORDS FOR THE EMPLOYER PLANS ONLY, WITH THE
      *    EMPLOYER SHARE ALREADY LOOKED UP
       01  WS-EDM-IDX                 PIC 9(4)     VALUE 0.
       01  WS-EDM-FULL-COUNT          PIC 9(5)     VALUE 0.
       01  WS-EMP-DED-TABLE.
           05  WS-EDM-COUNT           PIC 9(4)     VALUE 0.
           05  WS-EDM-ENTRY           OCCURS 2000 TIMES.
               10  WS-EDM-EMP         PIC X(5).
               10  WS-EDM-METHOD      PIC X(1).
               10  WS-EDM-AMOUNT      PIC 9(5)V99.
               10  WS-EDM-SHARE       PIC 9(3)V99.
               10  WS-EDM-EFF         PIC X(6).
               10  WS-EDM-STOP        PIC X(6).

      *    THE CURRENT EMPLOYEE'S EMPLOYER PLANS
       01  WS-EP-IDX                  PIC 9(2)     VALUE 0.
       01  WS-EMP-PLAN-TABLE.
           05  WS-EP-COUNT            PIC 9(2)     VALUE 0.
           05  WS-EP-ENTRY            OCCURS 10 TIMES.
               10  WS-EP-METHOD       PIC X(1).
               10  WS-EP-AMOUNT       PIC 9(5)V99.
               10  WS-EP-SHARE        PIC 9(3)V99.
               10  WS-EP-EFF          PIC X(6).
               10  WS-EP-STOP         PIC X(6).

      *    BUDGETED HEADCOUNT BY MONTH OF THE PROJECTION YEAR AND
      *    REGION, AND THE OPEN POSITIONS IT LEAVES
       01  WS-RGN-IDX                 PIC 9(1)     VALUE 0.
       01  WS-BUDGET-USED-COUNT       PIC 9(3)     VALUE 0.
       01  WS-HCB-TABLE.
           05  WS-HCB-MONTH           OCCURS 12 TIMES.
               10  WS-HCB-SET         PIC X(1).
               10  WS-HCB-RGN         OCCURS 5 TIMES PIC 9(5).
               10  WS-OPEN-CNT        OCCURS 5 TIMES PIC 9(5).
               10  WS-OPEN-AMT        OCCURS 5 TIMES PIC 9(9)V99.
       01  WS-RGN-HEADCOUNT-TABLE.
           05  WS-RGN-HEADCOUNT       OCCURS 5 TIMES PIC 9(5).
       01  WS-OPEN-WORK               PIC S9(6)    VALUE 0.

      *    EXCHANGE RATES, AS IN WBCI0040
       01  WS-RATE-IDX                PIC 9(2)     VALUE 0.
       01  WS-RATE-FOUND              PIC 9(2)     VALUE 0.
       01  WS-RATE-WORK               PIC 9(2)V9(6) VALUE 1.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT          PIC 9(2)     VALUE 0.
           05  WS-RATE-ENTRY          OCCURS 20 TIMES.
               10  WS-RT-CCY          PIC X(3).
               10  WS-RT-RATE         PIC 9(2)V9(6).

      *    ONE EMPLOYEE'S PROJECTION
       01  WS-EMP-NUM-X               PIC X(5)     VALUE SPACES.
       01  WS-TYPE-IDX                PIC 9(1)     VALUE 0.
       01  WS-MONTH                   PIC 9(2)     VALUE 0.
       01  WS-MONTH-YYYYMM            PIC 9(6)     VALUE 0.
       01  WS-MONTH-YYYYMM-X REDEFINES WS-MONTH-YYYYMM PIC X(6).
       01  WS-CONTRACT-END-YYYYMM     PIC 9(6)     VALUE 0.
       01  WS-BASE-MONTHLY            PIC 9(7)V99  VALUE 0.
       01  WS-MONTH-PAY               PIC 9(7)V99  VALUE 0.
       01  WS-MONTH-PLAN              PIC 9(7)V99  VALUE 0.
       01  WS-ONE-PLAN                PIC 9(7)V99  VALUE 0.
       01  WS-MONTH-PAY-USD           PIC 9(9)V99  VALUE 0.
       01  WS-MONTH-PLAN-USD          PIC 9(9)V99  VALUE 0.
       01  WS-EMP-COMPANY             PIC X(2)     VALUE SPACES.
       01  WS-EMP-REGION-X            PIC X(1)     VALUE SPACES.
       01  WS-EMP-COST-CENTER         PIC X(4)     VALUE SPACES.

      *    PROJECTION BY COMPANY/REGION/COST-CENTER, KEPT IN KEY
      *    ORDER, WITH THE CURRENT YEAR'S ACTUAL ALONGSIDE
       01  WS-GRP-IDX                 PIC 9(3)     VALUE 0.
       01  WS-GRP-FOUND               PIC 9(3)     VALUE 0.
       01  WS-GRP-SHIFT               PIC 9(3)     VALUE 0.
       01  WS-GRP-KEY.
           05  WS-GK-COMPANY          PIC X(2).
           05  WS-GK-REGION           PIC X(1).
           05  WS-GK-COST-CENTER      PIC X(4).
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT           PIC 9(3)     VALUE 0.
           05  WS-GRP-ENTRY           OCCURS 300 TIMES.
               10  WS-GR-KEY.
                   15  WS-GR-COMPANY  PIC X(2).
                   15  WS-GR-REGION   PIC X(1).
                   15  WS-GR-COST-CENTER PIC X(4).
               10  WS-GR-EMPS         PIC 9(5).
               10  WS-GR-ACTUAL       PIC S9(11)V99.
               10  WS-GR-MONTH-AMT    OCCURS 12 TIMES PIC 9(11)V99.

      *    ONE PRINTED BLOCK - A GROUP, A COMPANY, THE OPEN
      *    POSITIONS OF A REGION OR THE GRAND TOTAL
       01  WS-BLK-TITLE               PIC X(79)    VALUE SPACES.
       01  WS-BLK-HAS-ACTUAL-FLAG     PIC X(1)     VALUE 'Y'.
           88  WS-BLK-HAS-ACTUAL                   VALUE 'Y'.
       01  WS-BLK-ACTUAL              PIC S9(11)V99 VALUE 0.
       01  WS-BLK-YEAR                PIC 9(11)V99 VALUE 0.
       01  WS-BLK-CHANGE              PIC S9(11)V99 VALUE 0.
       01  WS-BLK-TABLE.
           05  WS-BLK-MONTH-AMT       OCCURS 12 TIMES PIC 9(11)V99.
       01  WS-CELL-IDX                PIC 9(2)     VALUE 0.
       01  WS-FIRST-MONTH             PIC 9(2)     VALUE 0.

      *    COMPANY SUBTOTAL AND GRAND TOTAL
       01  WS-PREV-COMPANY            PIC X(2)     VALUE SPACES.
       01  WS-CO-EMPS                 PIC 9(6)     VALUE 0.
       01  WS-CO-ACTUAL               PIC S9(11)V99 VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-MONTH-AMT        OCCURS 12 TIMES PIC 9(11)V99.
       01  WS-GRAND-ACTUAL            PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-TABLE.
           05  WS-GRAND-MONTH-AMT     OCCURS 12 TIMES PIC 9(11)V99.
       01  WS-GRAND-PAY               PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-PLAN              PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-OPEN              PIC 9(11)V99 VALUE 0.

       01  WS-READ-COUNT              PIC 9(6)     VALUE 0.
       01  WS-PROJECTED-COUNT         PIC 9(6)     VALUE 0.
       01  WS-TERMINATED-COUNT        PIC 9(6)     VALUE 0.
       01  WS-BAD-TYPE-COUNT          PIC 9(6)     VALUE 0.
       01  WS-CONTRACT-END-COUNT      PIC 9(6)     VALUE 0.
       01  WS-NO-GROUP-COUNT          PIC 9(6)     VALUE 0.

       01  WS-MONTH-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)    VALUE
           'USD        JAN/JUL    FEB/AUG    MAR/SEP    APR/OCT    MAY/N
      -    'OV    JUN/DEC'.

       01  WS-MONTH-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-MTH-LABEL           PIC X(9).
           05  WS-MTH-CELL            OCCURS 6 TIMES.
               10  WS-MTH-SPACE       PIC X(1).
               10  WS-MTH-AMT         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(4).

       01  WS-YEAR-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(15)    VALUE
               'PROJECTED YEAR '.
           05  WS-YR-PROJECTED        PIC ZZZ,ZZZ,ZZ9.
           05  WS-YR-ACTUAL-LABEL     PIC X(14).
           05  WS-YR-ACTUAL           PIC ZZZ,ZZZ,ZZ9-.
           05  WS-YR-CHANGE-LABEL     PIC X(9).
           05  WS-YR-CHANGE           PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                 PIC X(6)     VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CNT-LABEL           PIC X(40).
           05  WS-CNT-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(30)    VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-AMT-LABEL           PIC X(40).
           05  WS-AMT-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(21)    VALUE SPACES.

       01  WS-PCT-EDIT                PIC Z9.99.
       01  WS-HOURS-EDIT              PIC ZZ9.99.
       01  WS-COST-EDIT               PIC Z,ZZZ,ZZ9.99.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE THRU 0100-EXIT.
           IF WS-RUN-OK
              PERFORM 0200-PROJECT-ONE-EMPLOYEE THRU 0200-PROJECT-EXIT
                 UNTIL WS-MASTER-EOF
              PERFORM 0300-COST-OPEN-POSITIONS
              PERFORM 0500-PRINT-GROUPS
              PERFORM 0600-PRINT-OPEN-POSITIONS
              PERFORM 0650-PRINT-GRAND-TOTAL
           END-IF.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0510' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-PROJ-YEAR = WS-TODAY-YEAR + 1.
           MOVE 0 TO WS-INCREASE-PCT(1) WS-INCREASE-PCT(2)
                     WS-INCREASE-PCT(3) WS-INCREASE-PCT(4).
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
              MOVE 'N' TO WS-HCB-SET(WS-MONTH)
              MOVE 0 TO WS-GRAND-MONTH-AMT(WS-MONTH)
              PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                      UNTIL WS-RGN-IDX > 5
                 MOVE 0 TO WS-HCB-RGN(WS-MONTH, WS-RGN-IDX)
                           WS-OPEN-CNT(WS-MONTH, WS-RGN-IDX)
                           WS-OPEN-AMT(WS-MONTH, WS-RGN-IDX)
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1 UNTIL WS-RGN-IDX > 5
              MOVE 0 TO WS-RGN-HEADCOUNT(WS-RGN-IDX)
           END-PERFORM.

           OPEN OUTPUT PROJ-REPORT.
           OPEN INPUT PROJ-PARM-FILE.
           IF WS-PARM-STATUS = '00'
              PERFORM 0110-READ-ONE-PARM UNTIL WS-PARM-EOF
              CLOSE PROJ-PARM-FILE
           END-IF.
           PERFORM 0120-PRINT-TERMS.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
              MOVE 'WBCI0510' TO EH-PROGRAM
              MOVE 'MSTROPEN' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE MASTER NOT AVAILABLE - NO PROJECTION'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-RUN-OK-FLAG
              GO TO 0100-EXIT
           END-IF.

           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = '00'
              MOVE 'Y' TO WS-YTD-OPEN-FLAG
           ELSE
              MOVE 'WBCI0510' TO EH-PROGRAM
              MOVE 'YTDOPEN ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-YTD-STATUS TO EH-FILE-STATUS
              MOVE 'YTDFILE NOT AVAILABLE - CURRENT ACTUALS ARE ZERO'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT DEDUCTION-FILE.
           IF WS-DED-STATUS = '00'
              PERFORM 0130-LOAD-ONE-DEDUCTION UNTIL WS-DED-EOF
              CLOSE DEDUCTION-FILE
           END-IF.
           IF WS-EDM-FULL-COUNT > 0
              MOVE 'WBCI0510' TO EH-PROGRAM
              MOVE 'DEDFULL ' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE SPACES TO EH-FILE-STATUS
              MOVE 'MORE THAN 2000 EMPLOYER PLAN RECORDS - REST IGNORED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = '00'
              PERFORM 0140-LOAD-ONE-BUDGET UNTIL WS-BUDGET-EOF
              CLOSE BUDGET-FILE
           END-IF.
      *    A MONTH WITH NO BUDGET OF ITS OWN KEEPS THE LAST ONE
           PERFORM VARYING WS-MONTH FROM 2 BY 1 UNTIL WS-MONTH > 12
              IF WS-HCB-SET(WS-MONTH) NOT = 'Y'
                 AND WS-HCB-SET(WS-MONTH - 1) = 'Y'
                 MOVE 'Y' TO WS-HCB-SET(WS-MONTH)
                 PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                         UNTIL WS-RGN-IDX > 5
                    MOVE WS-HCB-RGN(WS-MONTH - 1, WS-RGN-IDX)
                       TO WS-HCB-RGN(WS-MONTH, WS-RGN-IDX)
                 END-PERFORM
              END-IF
           END-PERFORM.

           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = '00'
              PERFORM 0150-LOAD-ONE-RATE UNTIL WS-RATE-EOF
              CLOSE RATE-FILE
           END-IF.

           WRITE PROJ-REPORT-RECORD FROM WS-MONTH-HEAD-LINE.
           MOVE SPACES TO PROJ-REPORT-RECORD.
           WRITE PROJ-REPORT-RECORD.
       0100-EXIT.
           EXIT.

       0110-READ-ONE-PARM.
           READ PROJ-PARM-FILE
              AT END
                 MOVE 'Y' TO WS-PARM-EOF-FLAG
              NOT AT END
                 EVALUATE TRUE
                    WHEN PP-INCREASE-CARD
                       PERFORM 0115-TAKE-INCREASE-CARD
                    WHEN PP-EMPLOYER-CARD
                       IF PE-PLAN-CODE NOT = SPACES
                          AND PE-SHARE-DIGITS NUMERIC
                          AND WS-EPL-COUNT < 20
                          ADD 1 TO WS-EPL-COUNT
                          MOVE PE-PLAN-CODE
                             TO WS-EPL-CODE(WS-EPL-COUNT)
                          MOVE PE-SHARE-DIGITS
                             TO WS-EPL-SHARE(WS-EPL-COUNT)(1:5)
                       END-IF
                 END-EVALUATE
           END-READ.

       0115-TAKE-INCREASE-CARD.
           IF PP-YEAR NUMERIC
              MOVE PP-YEAR TO WS-PROJ-YEAR
           END-IF.
           IF PP-EFF-MONTH NUMERIC
              AND PP-EFF-MONTH > '00'
              AND PP-EFF-MONTH < '13'
              MOVE PP-EFF-MONTH TO WS-EFF-MONTH
           END-IF.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
              IF PP-PCT-DIGITS(WS-TYPE-IDX) NUMERIC
                 MOVE PP-PCT-DIGITS(WS-TYPE-IDX)
                    TO WS-INCREASE-PCT(WS-TYPE-IDX)(1:4)
              END-IF
           END-PERFORM.
           IF PP-OPEN-COST-DIGITS NUMERIC
              MOVE PP-OPEN-COST-DIGITS TO WS-OPEN-COST(1:9)
           END-IF.
           IF PP-STD-HOURS-DIGITS NUMERIC
              AND PP-STD-HOURS-DIGITS NOT = '00000'
              MOVE PP-STD-HOURS-DIGITS TO WS-STD-HOURS(1:5)
           END-IF.

       0120-PRINT-TERMS.
           MOVE SPACES TO PROJ-REPORT-RECORD.
           STRING ' PAYROLL COST PROJECTION FOR ' WS-PROJ-YEAR
                  ' - PREPARED ' WS-TODAY-NUM
                  DELIMITED BY SIZE INTO PROJ-REPORT-RECORD.
           WRITE PROJ-REPORT-RECORD.
           MOVE SPACES TO PROJ-REPORT-RECORD.
           STRING ' INCREASES FROM MONTH ' WS-EFF-MONTH ':'
                  DELIMITED BY SIZE INTO PROJ-REPORT-RECORD.
           WRITE PROJ-REPORT-RECORD.
           MOVE SPACES TO PROJ-REPORT-RECORD.
           MOVE WS-INCREASE-PCT(1) TO WS-PCT-EDIT.
           STRING '   HOURLY ' WS-PCT-EDIT '%'
                  DELIMITED BY SIZE INTO PROJ-REPORT-RECORD.
           MOVE WS-INCREASE-PCT(2) TO WS-PCT-EDIT.
           MOVE '   SALES ' TO PROJ-REPORT-RECORD(18:9).
           MOVE WS-PCT-EDIT TO PROJ-REPORT-RECORD(27:5).
           MOVE '%' TO PROJ-REPORT-RECORD(32:1).
           MOVE WS-INCREASE-PCT(3) TO WS-PCT-EDIT.
           MOVE '   MANAGEMENT ' TO PROJ-REPORT-RECORD(33:14).
           MOVE WS-PCT-EDIT TO PROJ-REPORT-RECORD(47:5).
           MOVE '%' TO PROJ-REPORT-RECORD(52:1).
           MOVE WS-INCREASE-PCT(4) TO WS-PCT-EDIT.
           MOVE '   CONTRACTOR ' TO PROJ-REPORT-RECORD(53:14).
           MOVE WS-PCT-EDIT TO PROJ-REPORT-RECORD(67:5).
           MOVE '%' TO PROJ-REPORT-RECORD(72:1).
           WRITE PROJ-REPORT-RECORD.
           MOVE SPACES TO PROJ-REPORT-RECORD.
           MOVE WS-STD-HOURS TO WS-HOURS-EDIT.
           MOVE WS-OPEN-COST TO WS-COST-EDIT.
           STRING ' STANDARD MONTHLY HOURS ' WS-HOURS-EDIT
                  '   OPEN POSITION ANNUAL COST ' WS-COST-EDIT
                  DELIMITED BY SIZE INTO PROJ-REPORT-RECORD.
           WRITE PROJ-REPORT-RECORD.
           PERFORM VARYING WS-EPL-IDX FROM 1 BY 1
                   UNTIL WS-EPL-IDX > WS-EPL-COUNT
              MOVE SPACES TO PROJ-REPORT-RECORD
              MOVE WS-EPL-SHARE(WS-EPL-IDX) TO WS-COST-EDIT
              STRING ' EMPLOYER PLAN ' WS-EPL-CODE(WS-EPL-IDX)
                     ' - EMPLOYER SHARE ' WS-COST-EDIT '%'
                     DELIMITED BY SIZE INTO PROJ-REPORT-RECORD
              WRITE PROJ-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO PROJ-REPORT-RECORD.
           WRITE PROJ-REPORT-RECORD.

      *    ONLY THE PLANS NAMED ON AN 'E' CARD ARE KEPT
       0130-LOAD-ONE-DEDUCTION.
           READ DEDUCTION-FILE
              AT END
                 MOVE 'Y' TO WS-DED-EOF-FLAG
              NOT AT END
                 IF DM-EMP-NUM NUMERIC
                    AND DM-AMOUNT-DIGITS NUMERIC
                    AND (DM-METHOD = 'P' OR DM-METHOD = 'F')
                    PERFORM VARYING WS-EPL-IDX FROM 1 BY 1
                            UNTIL WS-EPL-IDX > WS-EPL-COUNT
                       IF WS-EPL-CODE(WS-EPL-IDX) = DM-PLAN-CODE
                          IF WS-EDM-COUNT < 2000
                             ADD 1 TO WS-EDM-COUNT
                             MOVE DM-EMP-NUM
                                TO WS-EDM-EMP(WS-EDM-COUNT)
                             MOVE DM-METHOD
                                TO WS-EDM-METHOD(WS-EDM-COUNT)
                             MOVE DM-AMOUNT-DIGITS
                                TO WS-EDM-AMOUNT(WS-EDM-COUNT)(1:7)
                             MOVE WS-EPL-SHARE(WS-EPL-IDX)
                                TO WS-EDM-SHARE(WS-EDM-COUNT)
                             MOVE DM-EFFECTIVE-DATE(1:6)
                                TO WS-EDM-EFF(WS-EDM-COUNT)
                             MOVE DM-STOP-DATE(1:6)
                                TO WS-EDM-STOP(WS-EDM-COUNT)
                          ELSE
                             ADD 1 TO WS-EDM-FULL-COUNT
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ.

       0140-LOAD-ONE-BUDGET.
           READ BUDGET-FILE
              AT END
                 MOVE 'Y' TO WS-BUDGET-EOF-FLAG
              NOT AT END
                 IF BU-PERIOD NUMERIC
                    AND BU-PERIOD(1:4) = WS-PROJ-YEAR
                    AND BU-PERIOD(5:2) > '00'
                    AND BU-PERIOD(5:2) < '13'
                    MOVE BU-PERIOD(5:2) TO WS-MONTH
                    MOVE 'Y' TO WS-HCB-SET(WS-MONTH)
                    ADD 1 TO WS-BUDGET-USED-COUNT
                    PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                            UNTIL WS-RGN-IDX > 5
                       MOVE BU-RGN-BUDGET(WS-RGN-IDX)
                          TO WS-HCB-RGN(WS-MONTH, WS-RGN-IDX)
                    END-PERFORM
                 END-IF
           END-READ.

       0150-LOAD-ONE-RATE.
           READ RATE-FILE
              AT END
                 MOVE 'Y' TO WS-RATE-EOF-FLAG
              NOT AT END
                 IF EXR-CODE NOT = 'SET'
                    AND EXR-RATE-DIGITS NUMERIC
                    AND WS-RATE-COUNT < 20
                    ADD 1 TO WS-RATE-COUNT
                    MOVE EXR-CODE TO WS-RT-CCY(WS-RATE-COUNT)
                    MOVE EXR-RATE-DIGITS
                       TO WS-RT-RATE(WS-RATE-COUNT)(1:8)
                 END-IF
           END-READ.

      ****************************************************
      ****    PROJECT ONE EMPLOYEE, MONTH BY MONTH
      ****************************************************
       0200-PROJECT-ONE-EMPLOYEE.
           READ MASTER-FILE INTO WS-EMPLOYEE-RECORD
              AT END
                 MOVE 'Y' TO WS-MASTER-EOF-FLAG
                 GO TO 0200-PROJECT-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE WS-COMPANY-CODE TO WS-EMP-COMPANY.
           IF WS-EMP-COMPANY = SPACES
              MOVE '01' TO WS-EMP-COMPANY
           END-IF.
           MOVE WS-EMP-REGION TO WS-EMP-REGION-X.
           MOVE WS-COST-CENTER TO WS-EMP-COST-CENTER.
           IF WS-EMP-COST-CENTER = SPACES
              MOVE 'GEN ' TO WS-EMP-COST-CENTER
           END-IF.
           MOVE WS-EMP-COMPANY TO WS-GK-COMPANY.
           MOVE WS-EMP-REGION-X TO WS-GK-REGION.
           MOVE WS-EMP-COST-CENTER TO WS-GK-COST-CENTER.
           PERFORM 0350-FIND-OR-ADD-GROUP THRU 0350-FIND-EXIT.
           IF WS-GRP-FOUND = 0
              ADD 1 TO WS-NO-GROUP-COUNT
              GO TO 0200-PROJECT-EXIT
           END-IF.

      *    THIS YEAR'S ACTUAL COUNTS WHETHER OR NOT THEY STAY
           IF WS-YTD-OPEN
              MOVE WS-EMP-NUM TO YTD-EMP-NUM
              READ YTD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    ADD YTD-COMP-USD TO WS-GR-ACTUAL(WS-GRP-FOUND)
                    ADD YTD-COMP-USD TO WS-GRAND-ACTUAL
              END-READ
           END-IF.

           IF EMP-TERMINATED
              ADD 1 TO WS-TERMINATED-COUNT
              GO TO 0200-PROJECT-EXIT
           END-IF.
           MOVE 0 TO WS-CONTRACT-END-YYYYMM.
           EVALUATE TRUE
              WHEN HOURLY
                 MOVE 1 TO WS-TYPE-IDX
                 COMPUTE WS-BASE-MONTHLY ROUNDED =
                    WS-EMP-RATE * WS-STD-HOURS
              WHEN SALES
                 MOVE 2 TO WS-TYPE-IDX
                 MOVE WS-SALES-SALARY TO WS-BASE-MONTHLY
              WHEN MANAGEMENT
                 MOVE 3 TO WS-TYPE-IDX
                 MOVE WS-MGMT-SALARY TO WS-BASE-MONTHLY
              WHEN CONTRACTOR
                 MOVE 4 TO WS-TYPE-IDX
                 MOVE WS-CONTRACT-AMOUNT TO WS-BASE-MONTHLY
                 IF WS-CONTRACT-END-DATE NUMERIC
                    AND WS-CONTRACT-END-YY > 0
                    COMPUTE WS-CONTRACT-END-YYYYMM =
                       WS-CONTRACT-END-YY * 100 + WS-CONTRACT-END-MM
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-BAD-TYPE-COUNT
                 GO TO 0200-PROJECT-EXIT
           END-EVALUATE.
           IF WS-CONTRACT-END-YYYYMM > 0
              AND WS-CONTRACT-END-YYYYMM < WS-PROJ-YEAR * 100 + 12
              ADD 1 TO WS-CONTRACT-END-COUNT
           END-IF.
           IF WS-EMP-REGION > 0 AND WS-EMP-REGION < 6
              ADD 1 TO WS-RGN-HEADCOUNT(WS-EMP-REGION)
           END-IF.
           PERFORM 0210-FIND-RATE.
           PERFORM 0220-COLLECT-EMPLOYER-PLANS.
           PERFORM 0250-PROJECT-MONTH
              VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12.
           ADD 1 TO WS-GR-EMPS(WS-GRP-FOUND).
           ADD 1 TO WS-PROJECTED-COUNT.
       0200-PROJECT-EXIT.
           EXIT.

      *    RATE IN THE EMPLOYEE'S CURRENCY; AN UNKNOWN CODE IS
      *    TAKEN AT PAR, AS IN WBCI0040
       0210-FIND-RATE.
           IF WS-CURRENCY-CODE = SPACES
              MOVE 'USD' TO WS-CURRENCY-CODE
           END-IF.
           MOVE 0 TO WS-RATE-FOUND.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RT-CCY(WS-RATE-IDX) = WS-CURRENCY-CODE
                 MOVE WS-RATE-IDX TO WS-RATE-FOUND
              END-IF
           END-PERFORM.
           IF WS-RATE-FOUND > 0
              MOVE WS-RT-RATE(WS-RATE-FOUND) TO WS-RATE-WORK
           ELSE
              MOVE 1 TO WS-RATE-WORK
           END-IF.

       0220-COLLECT-EMPLOYER-PLANS.
           MOVE 0 TO WS-EP-COUNT.
           MOVE WS-EMP-NUM TO WS-EMP-NUM-X.
           PERFORM VARYING WS-EDM-IDX FROM 1 BY 1
                   UNTIL WS-EDM-IDX > WS-EDM-COUNT
              IF WS-EDM-EMP(WS-EDM-IDX) = WS-EMP-NUM-X
                 AND WS-EP-COUNT < 10
                 ADD 1 TO WS-EP-COUNT
                 MOVE WS-EDM-METHOD(WS-EDM-IDX)
                    TO WS-EP-METHOD(WS-EP-COUNT)
                 MOVE WS-EDM-AMOUNT(WS-EDM-IDX)
                    TO WS-EP-AMOUNT(WS-EP-COUNT)
                 MOVE WS-EDM-SHARE(WS-EDM-IDX)
                    TO WS-EP-SHARE(WS-EP-COUNT)
                 MOVE WS-EDM-EFF(WS-EDM-IDX)
                    TO WS-EP-EFF(WS-EP-COUNT)
                 MOVE WS-EDM-STOP(WS-EDM-IDX)
                    TO WS-EP-STOP(WS-EP-COUNT)
              END-IF
           END-PERFORM.

      *    A PLAN COUNTS FOR THE MONTH IF IT STARTS BY THEN AND
      *    DOES NOT STOP IN OR BEFORE IT; NO PAY, NO PLAN COST
       0250-PROJECT-MONTH.
           COMPUTE WS-MONTH-YYYYMM = WS-PROJ-YEAR * 100 + WS-MONTH.
           MOVE WS-BASE-MONTHLY TO WS-MONTH-PAY.
           IF WS-CONTRACT-END-YYYYMM > 0
              AND WS-MONTH-YYYYMM > WS-CONTRACT-END-YYYYMM
              MOVE 0 TO WS-MONTH-PAY
           END-IF.
           IF WS-MONTH NOT < WS-EFF-MONTH
              COMPUTE WS-MONTH-PAY ROUNDED = WS-MONTH-PAY
                 * (100 + WS-INCREASE-PCT(WS-TYPE-IDX)) / 100
           END-IF.
           MOVE 0 TO WS-MONTH-PLAN.
           IF WS-MONTH-PAY > 0
              PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                      UNTIL WS-EP-IDX > WS-EP-COUNT
                 IF (WS-EP-EFF(WS-EP-IDX) = SPACES
                     OR WS-EP-EFF(WS-EP-IDX) NOT > WS-MONTH-YYYYMM-X)
                    AND (WS-EP-STOP(WS-EP-IDX) = SPACES
                     OR WS-EP-STOP(WS-EP-IDX) > WS-MONTH-YYYYMM-X)
                    IF WS-EP-METHOD(WS-EP-IDX) = 'P'
                       COMPUTE WS-ONE-PLAN ROUNDED = WS-MONTH-PAY
                          * WS-EP-AMOUNT(WS-EP-IDX) / 100
                          * WS-EP-SHARE(WS-EP-IDX) / 100
                    ELSE
                       COMPUTE WS-ONE-PLAN ROUNDED =
                          WS-EP-AMOUNT(WS-EP-IDX)
                          * WS-EP-SHARE(WS-EP-IDX) / 100
                    END-IF
                    ADD WS-ONE-PLAN TO WS-MONTH-PLAN
                 END-IF
              END-PERFORM
           END-IF.
           COMPUTE WS-MONTH-PAY-USD ROUNDED =
              WS-MONTH-PAY * WS-RATE-WORK.
           COMPUTE WS-MONTH-PLAN-USD ROUNDED =
              WS-MONTH-PLAN * WS-RATE-WORK.
           ADD WS-MONTH-PAY-USD WS-MONTH-PLAN-USD
              TO WS-GR-MONTH-AMT(WS-GRP-FOUND, WS-MONTH)
                 WS-GRAND-MONTH-AMT(WS-MONTH).
           ADD WS-MONTH-PAY-USD TO WS-GRAND-PAY.
           ADD WS-MONTH-PLAN-USD TO WS-GRAND-PLAN.

      *    OPEN POSITIONS: BUDGET ABOVE TODAY'S HEADCOUNT
       0300-COST-OPEN-POSITIONS.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
              IF WS-HCB-SET(WS-MONTH) = 'Y'
                 PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                         UNTIL WS-RGN-IDX > 5
                    COMPUTE WS-OPEN-WORK =
                       WS-HCB-RGN(WS-MONTH, WS-RGN-IDX)
                       - WS-RGN-HEADCOUNT(WS-RGN-IDX)
                    IF WS-OPEN-WORK > 0
                       MOVE WS-OPEN-WORK
                          TO WS-OPEN-CNT(WS-MONTH, WS-RGN-IDX)
                       COMPUTE WS-OPEN-AMT(WS-MONTH, WS-RGN-IDX)
                          ROUNDED = WS-OPEN-WORK * WS-OPEN-COST / 12
                       ADD WS-OPEN-AMT(WS-MONTH, WS-RGN-IDX)
                          TO WS-GRAND-MONTH-AMT(WS-MONTH)
                             WS-GRAND-OPEN
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *    LOCATE THE ROW FOR WS-GRP-KEY, INSERTING A ZEROED ROW
      *    IN KEY ORDER IF IT IS NEW.  THE INDEX COMES BACK IN
      *    WS-GRP-FOUND (ZERO WHEN THE TABLE IS FULL)
       0350-FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GRP-FOUND.
           MOVE 0 TO WS-GRP-SHIFT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                      OR WS-GRP-FOUND > 0
                      OR WS-GRP-SHIFT > 0
              IF WS-GR-KEY(WS-GRP-IDX) = WS-GRP-KEY
                 MOVE WS-GRP-IDX TO WS-GRP-FOUND
              ELSE
                 IF WS-GR-KEY(WS-GRP-IDX) > WS-GRP-KEY
                    MOVE WS-GRP-IDX TO WS-GRP-SHIFT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-GRP-FOUND > 0
              OR WS-GRP-COUNT NOT < 300
              GO TO 0350-FIND-EXIT
           END-IF.
           IF WS-GRP-SHIFT = 0
              COMPUTE WS-GRP-SHIFT = WS-GRP-COUNT + 1
           END-IF.
           PERFORM VARYING WS-GRP-IDX FROM WS-GRP-COUNT BY -1
                   UNTIL WS-GRP-IDX < WS-GRP-SHIFT
              MOVE WS-GRP-ENTRY(WS-GRP-IDX)
                 TO WS-GRP-ENTRY(WS-GRP-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-GRP-SHIFT TO WS-GRP-FOUND.
           MOVE WS-GRP-KEY TO WS-GR-KEY(WS-GRP-FOUND).
           MOVE 0 TO WS-GR-EMPS(WS-GRP-FOUND)
                     WS-GR-ACTUAL(WS-GRP-FOUND).
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
              MOVE 0 TO WS-GR-MONTH-AMT(WS-GRP-FOUND, WS-MONTH)
           END-PERFORM.
       0350-FIND-EXIT.
           EXIT.

      ****************************************************
      ****    PRINT THE PROJECTION
      ****************************************************
       0500-PRINT-GROUPS.
           MOVE SPACES TO WS-PREV-COMPANY.
           PERFORM 0505-CLEAR-COMPANY.
           PERFORM 0510-PRINT-ONE-GROUP
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           IF WS-PREV-COMPANY NOT = SPACES
              PERFORM 0520-PRINT-COMPANY-TOTAL
           END-IF.

       0505-CLEAR-COMPANY.
           MOVE 0 TO WS-CO-EMPS WS-CO-ACTUAL.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
              MOVE 0 TO WS-CO-MONTH-AMT(WS-MONTH)
           END-PERFORM.

       0510-PRINT-ONE-GROUP.
           IF WS-GR-COMPANY(WS-GRP-IDX) NOT = WS-PREV-COMPANY
              AND WS-PREV-COMPANY NOT = SPACES
              PERFORM 0520-PRINT-COMPANY-TOTAL
           END-IF.
           MOVE WS-GR-COMPANY(WS-GRP-IDX) TO WS-PREV-COMPANY.
           MOVE SPACES TO WS-BLK-TITLE.
           STRING 'COMPANY ' WS-GR-COMPANY(WS-GRP-IDX)
                  '  REGION ' WS-GR-REGION(WS-GRP-IDX)
                  '  COST-CENTER ' WS-GR-COST-CENTER(WS-GRP-IDX)
                  '  EMPLOYEES ' WS-GR-EMPS(WS-GRP-IDX)
                  DELIMITED BY SIZE INTO WS-BLK-TITLE.
           MOVE 'Y' TO WS-BLK-HAS-ACTUAL-FLAG.
           MOVE WS-GR-ACTUAL(WS-GRP-IDX) TO WS-BLK-ACTUAL.
           ADD WS-GR-EMPS(WS-GRP-IDX) TO WS-CO-EMPS.
           ADD WS-GR-ACTUAL(WS-GRP-IDX) TO WS-CO-ACTUAL.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
              MOVE WS-GR-MONTH-AMT(WS-GRP-IDX, WS-MONTH)
                 TO WS-BLK-MONTH-AMT(WS-MONTH)
              ADD WS-GR-MONTH-AMT(WS-GRP-IDX, WS-MONTH)
                 TO WS-CO-MONTH-AMT(WS-MONTH)
           END-PERFORM.
           PERFORM 0700-PRINT-BLOCK.

       0520-PRINT-COMPANY-TOTAL.
           MOVE SPACES TO WS-BLK-TITLE.
           STRING '*** COMPANY ' WS-PREV-COMPANY ' TOTAL'
                  '  EMPLOYEES ' WS-CO-EMPS
                  DELIMITED BY SIZE INTO WS-BLK-TITLE.
           MOVE 'Y' TO WS-BLK-HAS-ACTUAL-FLAG.
           MOVE WS-CO-ACTUAL TO WS-BLK-ACTUAL.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
              MOVE WS-CO-MONTH-AMT(WS-MONTH)
                 TO WS-BLK-MONTH-AMT(WS-MONTH)
           END-PERFORM.
           PERFORM 0700-PRINT-BLOCK.
           PERFORM 0505-CLEAR-COMPANY.

       0600-PRINT-OPEN-POSITIONS.
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1 UNTIL WS-RGN-IDX > 5
              MOVE SPACES TO WS-BLK-TITLE
              STRING 'OPEN POSITIONS (HCBUDGET) REGION ' WS-RGN-IDX
                     '  CURRENT HEADCOUNT '
                     WS-RGN-HEADCOUNT(WS-RGN-IDX)
                     DELIMITED BY SIZE INTO WS-BLK-TITLE
              MOVE 'N' TO WS-BLK-HAS-ACTUAL-FLAG
              MOVE 0 TO WS-BLK-ACTUAL
              PERFORM VARYING WS-MONTH FROM 1 BY 1
                      UNTIL WS-MONTH > 12
                 MOVE WS-OPEN-AMT(WS-MONTH, WS-RGN-IDX)
                    TO WS-BLK-MONTH-AMT(WS-MONTH)
              END-PERFORM
              PERFORM 0700-PRINT-BLOCK
           END-PERFORM.

       0650-PRINT-GRAND-TOTAL.
           MOVE '*** GRAND TOTAL - ALL COMPANIES AND OPEN POSITIONS'
              TO WS-BLK-TITLE.
           MOVE 'Y' TO WS-BLK-HAS-ACTUAL-FLAG.
           MOVE WS-GRAND-ACTUAL TO WS-BLK-ACTUAL.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
              MOVE WS-GRAND-MONTH-AMT(WS-MONTH)
                 TO WS-BLK-MONTH-AMT(WS-MONTH)
           END-PERFORM.
           PERFORM 0700-PRINT-BLOCK.

      *    TITLE, JANUARY-JUNE, JULY-DECEMBER, THEN THE YEAR
      *    AGAINST THE CURRENT YEAR'S ACTUAL
       0700-PRINT-BLOCK.
           MOVE SPACES TO PROJ-REPORT-RECORD.
           MOVE WS-BLK-TITLE TO PROJ-REPORT-RECORD(2:79).
           WRITE PROJ-REPORT-RECORD.
           MOVE 0 TO WS-BLK-YEAR.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
              ADD WS-BLK-MONTH-AMT(WS-MONTH) TO WS-BLK-YEAR
           END-PERFORM.
           MOVE 'JAN-JUN' TO WS-MTH-LABEL.
           MOVE 1 TO WS-FIRST-MONTH.
           PERFORM 0710-WRITE-MONTH-LINE.
           MOVE 'JUL-DEC' TO WS-MTH-LABEL.
           MOVE 7 TO WS-FIRST-MONTH.
           PERFORM 0710-WRITE-MONTH-LINE.
           COMPUTE WS-YR-PROJECTED ROUNDED = WS-BLK-YEAR.
           IF WS-BLK-HAS-ACTUAL
              MOVE '  CURRENT YTD ' TO WS-YR-ACTUAL-LABEL
              COMPUTE WS-YR-ACTUAL ROUNDED = WS-BLK-ACTUAL
              COMPUTE WS-BLK-CHANGE = WS-BLK-YEAR - WS-BLK-ACTUAL
              MOVE '  CHANGE ' TO WS-YR-CHANGE-LABEL
              COMPUTE WS-YR-CHANGE ROUNDED = WS-BLK-CHANGE
           ELSE
              MOVE SPACES TO WS-YR-ACTUAL-LABEL WS-YR-CHANGE-LABEL
              MOVE SPACES TO WS-YEAR-LINE(28:47)
           END-IF.
           WRITE PROJ-REPORT-RECORD FROM WS-YEAR-LINE.
           MOVE SPACES TO PROJ-REPORT-RECORD.
           WRITE PROJ-REPORT-RECORD.

       0710-WRITE-MONTH-LINE.
           MOVE SPACES TO WS-MONTH-LINE(11:70).
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 6
              COMPUTE WS-MTH-AMT(WS-CELL-IDX) ROUNDED =
                 WS-BLK-MONTH-AMT(WS-FIRST-MONTH + WS-CELL-IDX - 1)
           END-PERFORM.
           WRITE PROJ-REPORT-RECORD FROM WS-MONTH-LINE.

       0800-PRINT-TOTALS.
           MOVE 'PROJECTED PAY' TO WS-AMT-LABEL.
           MOVE WS-GRAND-PAY TO WS-AMT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'PROJECTED EMPLOYER PLAN COST' TO WS-AMT-LABEL.
           MOVE WS-GRAND-PLAN TO WS-AMT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'PROJECTED OPEN POSITION COST' TO WS-AMT-LABEL.
           MOVE WS-GRAND-OPEN TO WS-AMT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'CURRENT YEAR ACTUAL TO DATE (YTDFILE)' TO WS-AMT-LABEL.
           MOVE WS-GRAND-ACTUAL TO WS-AMT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE SPACES TO PROJ-REPORT-RECORD.
           WRITE PROJ-REPORT-RECORD.

           MOVE 'EMPLOYEES READ' TO WS-CNT-LABEL.
           MOVE WS-READ-COUNT TO WS-CNT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  PROJECTED' TO WS-CNT-LABEL.
           MOVE WS-PROJECTED-COUNT TO WS-CNT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  TERMINATED - ACTUAL ONLY' TO WS-CNT-LABEL.
           MOVE WS-TERMINATED-COUNT TO WS-CNT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  UNKNOWN EMPLOYEE TYPE - NOT PROJECTED'
              TO WS-CNT-LABEL.
           MOVE WS-BAD-TYPE-COUNT TO WS-CNT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  NOT PROJECTED - GROUP TABLE FULL' TO WS-CNT-LABEL.
           MOVE WS-NO-GROUP-COUNT TO WS-CNT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CONTRACTS ENDING BEFORE DECEMBER' TO WS-CNT-LABEL.
           MOVE WS-CONTRACT-END-COUNT TO WS-CNT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYER PLAN RECORDS USED' TO WS-CNT-LABEL.
           MOVE WS-EDM-COUNT TO WS-CNT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'HCBUDGET PERIODS IN THE PROJECTION YEAR'
              TO WS-CNT-LABEL.
           MOVE WS-BUDGET-USED-COUNT TO WS-CNT-VALUE.
           WRITE PROJ-REPORT-RECORD FROM WS-COUNT-LINE.
           IF NOT WS-RUN-OK
              MOVE SPACES TO PROJ-REPORT-RECORD
              WRITE PROJ-REPORT-RECORD
              MOVE ' *** PROJECTION NOT PRODUCED ***'
                 TO PROJ-REPORT-RECORD
              WRITE PROJ-REPORT-RECORD
           END-IF.

       0900-TERMINATE.
           IF WS-RUN-OK
              CLOSE MASTER-FILE
           END-IF.
           IF WS-YTD-OPEN
              CLOSE YTD-FILE
           END-IF.
           CLOSE PROJ-REPORT.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0510' TO JL-PROGRAM.
           MOVE WS-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-PROJECTED-COUNT TO JL-RECORDS-OUT.
           COMPUTE JL-RECORDS-REJ = WS-BAD-TYPE-COUNT
              + WS-NO-GROUP-COUNT.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0510 EMPLOYEES PROJECTED: ' WS-PROJECTED-COUNT
                   ' YEAR: ' WS-PROJ-YEAR.
