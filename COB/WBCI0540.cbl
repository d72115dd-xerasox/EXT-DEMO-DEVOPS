       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0540.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PAYROLL CROSS-FILE INTEGRITY SWEEP (WEEKLY).                  *
      *  EVERY PAYROLL DATASET IS KEYED BY EMP-NUM, BUT EACH IS        *
      *  MAINTAINED BY ITS OWN JOB.  THIS SWEEP READS YTDFILE,         *
      *  DEDYTD, LEAVEBAL, ALLOCTAB, QUOTAS AND DEDMSTR IN TURN AND    *
      *  LOOKS EACH EMPLOYEE UP ON THE EMPLOYEE MASTER (EMPMSTR,       *
      *  XEXTEMPF LAYOUT, READ BY KEY).  NOTHING IS UPDATED.           *
      *                                                                *
      *  INTGRPT LISTS THE FINDINGS GROUPED BY FILE:                   *
      *    ORPHAN    - THE EMPLOYEE IS NOT ON EMPMSTR (OR A CARD       *
      *                CARRIES A NON-NUMERIC EMP-NUM).                 *
      *    MISMATCH  - THE EMPLOYEE EXISTS BUT THE RECORD DOES NOT     *
      *                FIT THE EMPLOYEE'S TYPE OR STATUS:              *
      *                LEAVEBAL  NON-ZERO BALANCE FOR A TERMINATED     *
      *                          EMPLOYEE.                             *
      *                ALLOCTAB  SPLIT FOR A TERMINATED EMPLOYEE, OR   *
      *                          A SPLIT THAT NO LONGER INCLUDES THE   *
      *                          EMPLOYEE'S HOME COST CENTER (BLANK =  *
      *                          'GEN ') - THE EMPLOYEE HAS MOVED.     *
      *                QUOTAS    QUOTA FOR AN EMPLOYEE WHO IS NOT      *
      *                          SALES, OR WHO IS TERMINATED.          *
      *                DEDMSTR   PLAN STILL OPEN (NO STOP DATE, OR A   *
      *                          STOP DATE AFTER TODAY) FOR A          *
      *                          TERMINATED EMPLOYEE, OR A PLAN IN     *
      *                          FORCE TODAY WITH NO DEDYTD            *
      *                          ACCUMULATOR FOR THE EMPLOYEE AND      *
      *                          PLAN CODE.                            *
      *  YTDFILE AND DEDYTD ARE CHECKED FOR ORPHANS ONLY - YEAR-TO-    *
      *  DATE TOTALS ARE KEPT FOR TERMINATED STAFF UNTIL YEAR END.     *
      *  A FILE THAT CANNOT BE OPENED IS NOTED ON THE REPORT AND       *
      *  LOGGED AS A WARNING; THE REMAINING FILES ARE STILL SWEPT.     *
      *                                                                *
      *  CONDITION CODE: 8 IF ANY ORPHAN WAS FOUND, 4 IF ONLY          *
      *  MISMATCHES WERE FOUND, 0 IF EVERY FILE AGREES WITH EMPMSTR.   *
      *  AN EMPMSTR OPEN FAILURE IS AN ERROR AND NOTHING IS CHECKED.   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT YTD-FILE      ASSIGN TO YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-NUM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DED-YTD-FILE  ASSIGN TO DEDYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-KEY
               FILE STATUS IS WS-DEDYTD-STATUS.
           SELECT LEAVE-BALANCE ASSIGN TO LEAVEBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-EMP-NUM
               FILE STATUS IS WS-BAL-STATUS.
           SELECT ALLOC-TABLE   ASSIGN TO ALLOCTAB
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT QUOTA-FILE    ASSIGN TO QUOTAS
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO DEDMSTR
               FILE STATUS IS WS-DED-STATUS.
           SELECT INTEGRITY-REPORT ASSIGN TO INTGRPT.
       DATA DIVISION.
       FILE SECTION.
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

      *    MIRROR OF DED-YTD-RECORD IN WBCI0040
       FD  DED-YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DED-YTD-RECORD.
           05  DY-KEY.
               10  DY-EMP-NUM         PIC 9(5).
               10  DY-PLAN-CODE       PIC X(4).
           05  DY-YTD-AMOUNT          PIC S9(7)V99 COMP-3.
           05  FILLER                 PIC X(11).

       FD  LEAVE-BALANCE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    MIRROR OF LEAVE-BALANCE-RECORD IN WBCI0250
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMP-NUM             PIC 9(5).
           05  LB-BALANCE-HRS         PIC S9(5)V99 COMP-3.
           05  LB-ACCRUED-YTD         PIC S9(5)V99 COMP-3.
           05  LB-TAKEN-YTD           PIC S9(5)V99 COMP-3.
           05  FILLER                 PIC X(8).

       FD  ALLOC-TABLE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF ALLOC-RECORD IN WBCI0230
       01  ALLOC-RECORD.
           05  AL-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  AL-COST-CENTER         PIC X(4).
           05  FILLER                 PIC X(1).
           05  AL-PCT-DIGITS          PIC X(5).
           05  FILLER                 PIC X(64).

       FD  QUOTA-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF QUOTA-RECORD IN WBCI0240
       01  QUOTA-RECORD.
           05  QT-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  QT-QUOTA-DIGITS        PIC X(9).
           05  FILLER                 PIC X(65).

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

       FD  INTEGRITY-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  INTEGRITY-REPORT-RECORD    PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-YTD-STATUS              PIC XX       VALUE SPACES.
       01  WS-DEDYTD-STATUS           PIC XX       VALUE SPACES.
       01  WS-BAL-STATUS              PIC XX       VALUE SPACES.
       01  WS-ALLOC-STATUS            PIC XX       VALUE SPACES.
       01  WS-QUOTA-STATUS            PIC XX       VALUE SPACES.
       01  WS-DED-STATUS              PIC XX       VALUE SPACES.
       01  WS-OPEN-STATUS             PIC XX       VALUE SPACES.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-MASTER-OPEN                      VALUE 'Y'.
       01  WS-DEDYTD-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-DEDYTD-OPEN                      VALUE 'Y'.
       01  WS-FOUND-FLAG              PIC X(1)     VALUE 'N'.
           88  WS-EMP-FOUND                        VALUE 'Y'.
       01  WS-HOME-IN-SPLIT-FLAG      PIC X(1)     VALUE 'N'.
           88  WS-HOME-IN-SPLIT                    VALUE 'Y'.
       01  WS-FIRST-CARD-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-FIRST-CARD                       VALUE 'Y'.

       01  WS-TODAY                   PIC X(8)     VALUE SPACES.
       01  WS-LOOKUP-EMP              PIC X(5)     VALUE SPACES.
       01  WS-HOME-CENTER             PIC X(4)     VALUE SPACES.

      *    ALLOCTAB SPLITS, HELD SO EACH EMPLOYEE'S CENTERS CAN BE
      *    CHECKED TOGETHER WHATEVER ORDER THE CARDS ARE IN
       01  WS-ALLOC-IDX               PIC 9(3)     VALUE 0.
       01  WS-ALLOC-SCAN              PIC 9(3)     VALUE 0.
       01  WS-ALLOC-TBL.
           05  WS-ALLOC-COUNT         PIC 9(3)     VALUE 0.
           05  WS-ALLOC-ENTRY         OCCURS 200 TIMES.
               10  WS-AL-EMP          PIC X(5).
               10  WS-AL-CENTER       PIC X(4).

      *    FINDINGS BY FILE, IN SWEEP ORDER
       01  WS-FILE-IDX                PIC 9(1)     VALUE 0.
       01  WS-FILE-NAMES              PIC X(48)    VALUE
           'YTDFILE DEDYTD  LEAVEBALALLOCTABQUOTAS  DEDMSTR '.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME           PIC X(8)     OCCURS 6 TIMES.
       01  WS-FILE-TOTALS.
           05  WS-FT-ENTRY            OCCURS 6 TIMES.
               10  WS-FT-CHECKED      PIC X(1).
               10  WS-FT-READ         PIC 9(5).
               10  WS-FT-ORPHAN       PIC 9(5).
               10  WS-FT-MISMATCH     PIC 9(5).

       01  WS-RECORD-COUNT            PIC 9(7)     VALUE 0.
       01  WS-ORPHAN-COUNT            PIC 9(5)     VALUE 0.
       01  WS-MISMATCH-COUNT          PIC 9(5)     VALUE 0.
       01  WS-UNCHECKED-COUNT         PIC 9(5)     VALUE 0.

       01  WS-EXC-KIND                PIC X(1)     VALUE SPACE.
           88  WS-EXC-ORPHAN                       VALUE 'O'.
           88  WS-EXC-MISMATCH                     VALUE 'M'.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

       01  WS-SECTION-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SEC-FILE            PIC X(8).
           05  FILLER                 PIC X(3)     VALUE ' - '.
           05  WS-SEC-TITLE           PIC X(40).
           05  FILLER                 PIC X(28)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  FILLER                 PIC X(7)     VALUE 'EMP'.
           05  FILLER                 PIC X(7)     VALUE 'REF'.
           05  FILLER                 PIC X(10)    VALUE 'FINDING'.
           05  FILLER                 PIC X(16)    VALUE 'NAME'.
           05  FILLER                 PIC X(37)    VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-DTL-EMP-NUM         PIC X(5).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-REF             PIC X(4).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-DTL-FINDING         PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-NAME            PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DTL-ISSUE           PIC X(37).

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-STL-READ            PIC ZZZZ9.
           05  FILLER                 PIC X(10)    VALUE ' READ    '.
           05  WS-STL-ORPHAN          PIC ZZZZ9.
           05  FILLER                 PIC X(11)    VALUE ' ORPHANS   '.
           05  WS-STL-MISMATCH        PIC ZZZZ9.
           05  FILLER                 PIC X(11)    VALUE ' MISMATCHES'.
           05  FILLER                 PIC X(30)    VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(10)    VALUE 'FILE'.
           05  FILLER                 PIC X(8)     VALUE '    READ'.
           05  FILLER                 PIC X(9)     VALUE '  ORPHANS'.
           05  FILLER                 PIC X(12)    VALUE '  MISMATCHES'.
           05  FILLER                 PIC X(40)    VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SML-FILE            PIC X(8).
           05  FILLER                 PIC X(5)     VALUE SPACES.
           05  WS-SML-READ            PIC ZZZZ9.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  WS-SML-ORPHAN          PIC ZZZZ9.
           05  FILLER                 PIC X(7)     VALUE SPACES.
           05  WS-SML-MISMATCH        PIC ZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-SML-NOTE            PIC X(20).
           05  FILLER                 PIC X(18)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(40).
           05  FILLER                 PIC X(30)    VALUE SPACES.

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.
      ***
      ***
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           IF WS-MASTER-OPEN
              PERFORM 0200-SWEEP-YTD THRU 0200-SWEEP-YTD-EXIT
              PERFORM 0300-SWEEP-DEDYTD THRU 0300-SWEEP-DEDYTD-EXIT
              PERFORM 0400-SWEEP-LEAVE THRU 0400-SWEEP-LEAVE-EXIT
              PERFORM 0500-SWEEP-ALLOC THRU 0500-SWEEP-ALLOC-EXIT
              PERFORM 0600-SWEEP-QUOTA THRU 0600-SWEEP-QUOTA-EXIT
              PERFORM 0700-SWEEP-DEDMSTR THRU 0700-SWEEP-DEDMSTR-EXIT
           END-IF.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0540' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6
              MOVE 'N' TO WS-FT-CHECKED(WS-FILE-IDX)
              MOVE 0 TO WS-FT-READ(WS-FILE-IDX)
                        WS-FT-ORPHAN(WS-FILE-IDX)
                        WS-FT-MISMATCH(WS-FILE-IDX)
           END-PERFORM.

           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE ' PAYROLL CROSS-FILE INTEGRITY SWEEP - WBCI0540'
              TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
              MOVE 'WBCI0540' TO EH-PROGRAM
              MOVE 'MSTROPEN' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE MASTER OPEN FAILED - NOTHING CHECKED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE ' EMPLOYEE MASTER NOT AVAILABLE - NOTHING CHECKED'
                 TO INTEGRITY-REPORT-RECORD
              WRITE INTEGRITY-REPORT-RECORD
           END-IF.

      ****************************************************
      ****    COMMON SWEEP ROUTINES
      ****************************************************
      *    LOOK WS-LOOKUP-EMP UP ON THE MASTER.  A NON-NUMERIC
      *    EMP-NUM CAN NEVER MATCH AND IS TREATED AS NOT FOUND
       0150-READ-MASTER.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE SPACES TO WS-EMPLOYEE-RECORD.
           IF WS-LOOKUP-EMP NUMERIC
              MOVE WS-LOOKUP-EMP TO VM-EMP-NUM
              READ MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD
              END-READ
           END-IF.

       0160-START-SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-SEC-FILE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SECTION-LINE.
           IF WS-OPEN-STATUS = '00'
              MOVE 'Y' TO WS-FT-CHECKED(WS-FILE-IDX)
              WRITE INTEGRITY-REPORT-RECORD FROM WS-HEADING-LINE
           ELSE
              MOVE 'Y' TO WS-EOF-FLAG
              ADD 1 TO WS-UNCHECKED-COUNT
              MOVE '   FILE NOT AVAILABLE - NOT CHECKED'
                 TO INTEGRITY-REPORT-RECORD
              WRITE INTEGRITY-REPORT-RECORD
              MOVE 'WBCI0540' TO EH-PROGRAM
              MOVE WS-FILE-NAME(WS-FILE-IDX) TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-OPEN-STATUS TO EH-FILE-STATUS
              MOVE 'INTEGRITY SWEEP INPUT NOT AVAILABLE - NOT CHECKED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

       0170-WRITE-FINDING.
           IF WS-EXC-ORPHAN
              ADD 1 TO WS-FT-ORPHAN(WS-FILE-IDX)
              ADD 1 TO WS-ORPHAN-COUNT
              MOVE 'ORPHAN' TO WS-DTL-FINDING
              MOVE SPACES TO WS-DTL-NAME
           ELSE
              ADD 1 TO WS-FT-MISMATCH(WS-FILE-IDX)
              ADD 1 TO WS-MISMATCH-COUNT
              MOVE 'MISMATCH' TO WS-DTL-FINDING
              MOVE WS-EMP-NAME TO WS-DTL-NAME
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-DETAIL-LINE.

       0180-END-SECTION.
           IF WS-FT-CHECKED(WS-FILE-IDX) = 'Y'
              MOVE WS-FT-READ(WS-FILE-IDX) TO WS-STL-READ
              MOVE WS-FT-ORPHAN(WS-FILE-IDX) TO WS-STL-ORPHAN
              MOVE WS-FT-MISMATCH(WS-FILE-IDX) TO WS-STL-MISMATCH
              WRITE INTEGRITY-REPORT-RECORD
                 FROM WS-SECTION-TOTAL-LINE
              ADD WS-FT-READ(WS-FILE-IDX) TO WS-RECORD-COUNT
           END-IF.

      ****************************************************
      ****    YTDFILE - YEAR-TO-DATE PAY TOTALS
      ****************************************************
       0200-SWEEP-YTD.
           MOVE 1 TO WS-FILE-IDX.
           MOVE 'YEAR-TO-DATE PAY TOTALS' TO WS-SEC-TITLE.
           OPEN INPUT YTD-FILE.
           MOVE WS-YTD-STATUS TO WS-OPEN-STATUS.
           PERFORM 0160-START-SECTION.
           IF WS-EOF
              GO TO 0200-SWEEP-YTD-EXIT
           END-IF.
           PERFORM 0210-READ-YTD.
           PERFORM 0220-CHECK-ONE-YTD UNTIL WS-EOF.
           CLOSE YTD-FILE.
           PERFORM 0180-END-SECTION.
       0200-SWEEP-YTD-EXIT.
           EXIT.

       0210-READ-YTD.
           READ YTD-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0220-CHECK-ONE-YTD.
           ADD 1 TO WS-FT-READ(WS-FILE-IDX).
           MOVE YTD-EMP-NUM TO WS-LOOKUP-EMP.
           PERFORM 0150-READ-MASTER.
           IF NOT WS-EMP-FOUND
              MOVE WS-LOOKUP-EMP TO WS-DTL-EMP-NUM
              MOVE YTD-COMPANY TO WS-DTL-REF
              MOVE 'YTD TOTALS FOR EMPLOYEE NOT ON EMPMSTR'
                 TO WS-DTL-ISSUE
              MOVE 'O' TO WS-EXC-KIND
              PERFORM 0170-WRITE-FINDING
           END-IF.
           PERFORM 0210-READ-YTD.

      ****************************************************
      ****    DEDYTD - PER-PLAN YEAR-TO-DATE DEDUCTIONS
      ****************************************************
      *    DEDYTD STAYS OPEN AFTER THIS PASS - THE DEDMSTR PASS
      *    READS IT BY KEY FOR THE ACCUMULATOR CHECK
       0300-SWEEP-DEDYTD.
           MOVE 2 TO WS-FILE-IDX.
           MOVE 'PER-PLAN YTD DEDUCTIONS' TO WS-SEC-TITLE.
           OPEN INPUT DED-YTD-FILE.
           MOVE WS-DEDYTD-STATUS TO WS-OPEN-STATUS.
           PERFORM 0160-START-SECTION.
           IF WS-EOF
              GO TO 0300-SWEEP-DEDYTD-EXIT
           END-IF.
           MOVE 'Y' TO WS-DEDYTD-OPEN-FLAG.
           PERFORM 0310-READ-DEDYTD.
           PERFORM 0320-CHECK-ONE-DEDYTD UNTIL WS-EOF.
           PERFORM 0180-END-SECTION.
       0300-SWEEP-DEDYTD-EXIT.
           EXIT.

       0310-READ-DEDYTD.
           READ DED-YTD-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0320-CHECK-ONE-DEDYTD.
           ADD 1 TO WS-FT-READ(WS-FILE-IDX).
           MOVE DY-EMP-NUM TO WS-LOOKUP-EMP.
           PERFORM 0150-READ-MASTER.
           IF NOT WS-EMP-FOUND
              MOVE WS-LOOKUP-EMP TO WS-DTL-EMP-NUM
              MOVE DY-PLAN-CODE TO WS-DTL-REF
              MOVE 'PLAN ACCUMULATOR FOR EMP NOT ON EMPMSTR'
                 TO WS-DTL-ISSUE
              MOVE 'O' TO WS-EXC-KIND
              PERFORM 0170-WRITE-FINDING
           END-IF.
           PERFORM 0310-READ-DEDYTD.

      ****************************************************
      ****    LEAVEBAL - LEAVE BALANCES
      ****************************************************
       0400-SWEEP-LEAVE.
           MOVE 3 TO WS-FILE-IDX.
           MOVE 'LEAVE BALANCES' TO WS-SEC-TITLE.
           OPEN INPUT LEAVE-BALANCE.
           MOVE WS-BAL-STATUS TO WS-OPEN-STATUS.
           PERFORM 0160-START-SECTION.
           IF WS-EOF
              GO TO 0400-SWEEP-LEAVE-EXIT
           END-IF.
           PERFORM 0410-READ-LEAVE.
           PERFORM 0420-CHECK-ONE-LEAVE UNTIL WS-EOF.
           CLOSE LEAVE-BALANCE.
           PERFORM 0180-END-SECTION.
       0400-SWEEP-LEAVE-EXIT.
           EXIT.

       0410-READ-LEAVE.
           READ LEAVE-BALANCE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0420-CHECK-ONE-LEAVE.
           ADD 1 TO WS-FT-READ(WS-FILE-IDX).
           MOVE LB-EMP-NUM TO WS-LOOKUP-EMP.
           PERFORM 0150-READ-MASTER.
           MOVE WS-LOOKUP-EMP TO WS-DTL-EMP-NUM.
           MOVE SPACES TO WS-DTL-REF.
           IF NOT WS-EMP-FOUND
              MOVE 'LEAVE BALANCE FOR EMP NOT ON EMPMSTR'
                 TO WS-DTL-ISSUE
              MOVE 'O' TO WS-EXC-KIND
              PERFORM 0170-WRITE-FINDING
           ELSE
              IF EMP-TERMINATED AND LB-BALANCE-HRS NOT = 0
                 MOVE 'LEAVE BALANCE HELD - EMP TERMINATED'
                    TO WS-DTL-ISSUE
                 MOVE 'M' TO WS-EXC-KIND
                 PERFORM 0170-WRITE-FINDING
              END-IF
           END-IF.
           PERFORM 0410-READ-LEAVE.

      ****************************************************
      ****    ALLOCTAB - COST-CENTER SPLITS
      ****************************************************
       0500-SWEEP-ALLOC.
           MOVE 4 TO WS-FILE-IDX.
           MOVE 'COST-CENTER SPLITS' TO WS-SEC-TITLE.
           OPEN INPUT ALLOC-TABLE.
           MOVE WS-ALLOC-STATUS TO WS-OPEN-STATUS.
           PERFORM 0160-START-SECTION.
           IF WS-EOF
              GO TO 0500-SWEEP-ALLOC-EXIT
           END-IF.
           PERFORM 0510-LOAD-ONE-ALLOC UNTIL WS-EOF.
           CLOSE ALLOC-TABLE.
           PERFORM 0520-CHECK-ONE-ALLOC THRU 0520-CHECK-ONE-EXIT
              VARYING WS-ALLOC-IDX FROM 1 BY 1
              UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT.
           PERFORM 0180-END-SECTION.
       0500-SWEEP-ALLOC-EXIT.
           EXIT.

      *    A CARD WITH A NON-NUMERIC EMP-NUM IS AN ORPHAN AT ONCE;
      *    THE REST ARE HELD AND CHECKED PER EMPLOYEE
       0510-LOAD-ONE-ALLOC.
           READ ALLOC-TABLE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-FT-READ(WS-FILE-IDX)
                 IF AL-EMP-NUM NOT NUMERIC
                    MOVE AL-EMP-NUM TO WS-DTL-EMP-NUM
                    MOVE AL-COST-CENTER TO WS-DTL-REF
                    MOVE 'SPLIT CARD EMP-NUM NOT NUMERIC'
                       TO WS-DTL-ISSUE
                    MOVE 'O' TO WS-EXC-KIND
                    PERFORM 0170-WRITE-FINDING
                 ELSE
                    IF WS-ALLOC-COUNT < 200
                       ADD 1 TO WS-ALLOC-COUNT
                       MOVE AL-EMP-NUM
                          TO WS-AL-EMP(WS-ALLOC-COUNT)
                       MOVE AL-COST-CENTER
                          TO WS-AL-CENTER(WS-ALLOC-COUNT)
                    END-IF
                 END-IF
           END-READ.

      *    AN EMPLOYEE IS CHECKED ONCE, AT THE FIRST OF THEIR CARDS;
      *    THE SPLIT MUST STILL INCLUDE THE HOME COST CENTER
       0520-CHECK-ONE-ALLOC.
           MOVE 'Y' TO WS-FIRST-CARD-FLAG.
           PERFORM VARYING WS-ALLOC-SCAN FROM 1 BY 1
                   UNTIL WS-ALLOC-SCAN >= WS-ALLOC-IDX
              IF WS-AL-EMP(WS-ALLOC-SCAN) = WS-AL-EMP(WS-ALLOC-IDX)
                 MOVE 'N' TO WS-FIRST-CARD-FLAG
              END-IF
           END-PERFORM.
           IF NOT WS-FIRST-CARD
              GO TO 0520-CHECK-ONE-EXIT
           END-IF.
           MOVE WS-AL-EMP(WS-ALLOC-IDX) TO WS-LOOKUP-EMP.
           PERFORM 0150-READ-MASTER.
           MOVE WS-LOOKUP-EMP TO WS-DTL-EMP-NUM.
           MOVE WS-AL-CENTER(WS-ALLOC-IDX) TO WS-DTL-REF.
           IF NOT WS-EMP-FOUND
              MOVE 'SPLIT FOR EMP NOT ON EMPMSTR' TO WS-DTL-ISSUE
              MOVE 'O' TO WS-EXC-KIND
              PERFORM 0170-WRITE-FINDING
              GO TO 0520-CHECK-ONE-EXIT
           END-IF.
           IF EMP-TERMINATED
              MOVE 'SPLIT HELD - EMP TERMINATED' TO WS-DTL-ISSUE
              MOVE 'M' TO WS-EXC-KIND
              PERFORM 0170-WRITE-FINDING
              GO TO 0520-CHECK-ONE-EXIT
           END-IF.
           MOVE 'GEN ' TO WS-HOME-CENTER.
           IF WS-COST-CENTER NOT = SPACES
              MOVE WS-COST-CENTER TO WS-HOME-CENTER
           END-IF.
           MOVE 'N' TO WS-HOME-IN-SPLIT-FLAG.
           PERFORM VARYING WS-ALLOC-SCAN FROM WS-ALLOC-IDX BY 1
                   UNTIL WS-ALLOC-SCAN > WS-ALLOC-COUNT
              IF WS-AL-EMP(WS-ALLOC-SCAN) = WS-AL-EMP(WS-ALLOC-IDX)
                 AND WS-AL-CENTER(WS-ALLOC-SCAN) = WS-HOME-CENTER
                 MOVE 'Y' TO WS-HOME-IN-SPLIT-FLAG
              END-IF
           END-PERFORM.
           IF NOT WS-HOME-IN-SPLIT
              MOVE WS-HOME-CENTER TO WS-DTL-REF
              MOVE 'HOME CENTER NOT IN SPLIT - EMP MOVED?'
                 TO WS-DTL-ISSUE
              MOVE 'M' TO WS-EXC-KIND
              PERFORM 0170-WRITE-FINDING
           END-IF.
       0520-CHECK-ONE-EXIT.
           EXIT.

      ****************************************************
      ****    QUOTAS - SALES QUOTAS
      ****************************************************
       0600-SWEEP-QUOTA.
           MOVE 5 TO WS-FILE-IDX.
           MOVE 'SALES QUOTAS' TO WS-SEC-TITLE.
           OPEN INPUT QUOTA-FILE.
           MOVE WS-QUOTA-STATUS TO WS-OPEN-STATUS.
           PERFORM 0160-START-SECTION.
           IF WS-EOF
              GO TO 0600-SWEEP-QUOTA-EXIT
           END-IF.
           PERFORM 0610-READ-QUOTA.
           PERFORM 0620-CHECK-ONE-QUOTA UNTIL WS-EOF.
           CLOSE QUOTA-FILE.
           PERFORM 0180-END-SECTION.
       0600-SWEEP-QUOTA-EXIT.
           EXIT.

       0610-READ-QUOTA.
           READ QUOTA-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0620-CHECK-ONE-QUOTA.
           ADD 1 TO WS-FT-READ(WS-FILE-IDX).
           MOVE QT-EMP-NUM TO WS-LOOKUP-EMP.
           PERFORM 0150-READ-MASTER.
           MOVE WS-LOOKUP-EMP TO WS-DTL-EMP-NUM.
           MOVE SPACES TO WS-DTL-REF.
           IF NOT WS-EMP-FOUND
              MOVE 'QUOTA FOR EMP NOT ON EMPMSTR' TO WS-DTL-ISSUE
              MOVE 'O' TO WS-EXC-KIND
              PERFORM 0170-WRITE-FINDING
           ELSE
              IF NOT SALES
                 MOVE WS-EMP-TYPE TO WS-DTL-REF
                 MOVE 'QUOTA FOR NON-SALES EMPLOYEE TYPE'
                    TO WS-DTL-ISSUE
                 MOVE 'M' TO WS-EXC-KIND
                 PERFORM 0170-WRITE-FINDING
              ELSE
                 IF EMP-TERMINATED
                    MOVE 'QUOTA HELD - EMP TERMINATED'
                       TO WS-DTL-ISSUE
                    MOVE 'M' TO WS-EXC-KIND
                    PERFORM 0170-WRITE-FINDING
                 END-IF
              END-IF
           END-IF.
           PERFORM 0610-READ-QUOTA.

      ****************************************************
      ****    DEDMSTR - DEDUCTION PLANS
      ****************************************************
       0700-SWEEP-DEDMSTR.
           MOVE 6 TO WS-FILE-IDX.
           MOVE 'DEDUCTION PLANS' TO WS-SEC-TITLE.
           OPEN INPUT DEDUCTION-FILE.
           MOVE WS-DED-STATUS TO WS-OPEN-STATUS.
           PERFORM 0160-START-SECTION.
           IF WS-EOF
              GO TO 0700-SWEEP-DEDMSTR-EXIT
           END-IF.
           IF NOT WS-DEDYTD-OPEN
              MOVE '   DEDYTD NOT AVAILABLE - ACCUMULATORS NOT CHECKED'
                 TO INTEGRITY-REPORT-RECORD
              WRITE INTEGRITY-REPORT-RECORD
           END-IF.
           PERFORM 0710-READ-DEDMSTR.
           PERFORM 0720-CHECK-ONE-PLAN THRU 0720-CHECK-ONE-EXIT
              UNTIL WS-EOF.
           CLOSE DEDUCTION-FILE.
           PERFORM 0180-END-SECTION.
       0700-SWEEP-DEDMSTR-EXIT.
           EXIT.

       0710-READ-DEDMSTR.
           READ DEDUCTION-FILE
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *    A PLAN IS IN FORCE TODAY WHEN ITS EFFECTIVE DATE IS
      *    BLANK OR NOT AFTER TODAY AND ITS STOP DATE IS BLANK OR
      *    AFTER TODAY - THE SAME TEST THE PAYROLL RUN USES
       0720-CHECK-ONE-PLAN.
           ADD 1 TO WS-FT-READ(WS-FILE-IDX).
           MOVE DM-EMP-NUM TO WS-LOOKUP-EMP.
           PERFORM 0150-READ-MASTER.
           MOVE WS-LOOKUP-EMP TO WS-DTL-EMP-NUM.
           MOVE DM-PLAN-CODE TO WS-DTL-REF.
           IF NOT WS-EMP-FOUND
              MOVE 'DEDUCTION PLAN FOR EMP NOT ON EMPMSTR'
                 TO WS-DTL-ISSUE
              MOVE 'O' TO WS-EXC-KIND
              PERFORM 0170-WRITE-FINDING
              GO TO 0720-CHECK-ONE-NEXT
           END-IF.
           IF DM-STOP-DATE NOT = SPACES
              AND DM-STOP-DATE NOT > WS-TODAY
              GO TO 0720-CHECK-ONE-NEXT
           END-IF.
           IF EMP-TERMINATED
              MOVE 'PLAN STILL OPEN - EMP TERMINATED' TO WS-DTL-ISSUE
              MOVE 'M' TO WS-EXC-KIND
              PERFORM 0170-WRITE-FINDING
              GO TO 0720-CHECK-ONE-NEXT
           END-IF.
           IF NOT WS-DEDYTD-OPEN
              OR (DM-EFFECTIVE-DATE NOT = SPACES
                  AND DM-EFFECTIVE-DATE > WS-TODAY)
              GO TO 0720-CHECK-ONE-NEXT
           END-IF.
           MOVE WS-LOOKUP-EMP TO DY-EMP-NUM.
           MOVE DM-PLAN-CODE TO DY-PLAN-CODE.
           READ DED-YTD-FILE
              INVALID KEY
                 MOVE 'PLAN IN FORCE - NO DEDYTD ACCUMULATOR'
                    TO WS-DTL-ISSUE
                 MOVE 'M' TO WS-EXC-KIND
                 PERFORM 0170-WRITE-FINDING
           END-READ.
       0720-CHECK-ONE-NEXT.
           PERFORM 0710-READ-DEDMSTR.
       0720-CHECK-ONE-EXIT.
           EXIT.

      ****************************************************
      ****    FINDINGS BY FILE AND RUN TOTALS
      ****************************************************
       0800-PRINT-TOTALS.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE ' FINDINGS BY FILE' TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-HEADING.
           PERFORM 0820-PRINT-ONE-FILE
              VARYING WS-FILE-IDX FROM 1 BY 1
              UNTIL WS-FILE-IDX > 6.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE WS-RECORD-COUNT TO WS-TOT-COUNT.
           MOVE 'RECORDS CHECKED AGAINST EMPMSTR' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-TOT-COUNT.
           MOVE 'ORPHANS - EMPLOYEE NOT ON EMPMSTR' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-MISMATCH-COUNT TO WS-TOT-COUNT.
           MOVE 'TYPE OR STATUS MISMATCHES' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-UNCHECKED-COUNT TO WS-TOT-COUNT.
           MOVE 'FILES NOT AVAILABLE - NOT CHECKED' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-TOTAL-LINE.

       0820-PRINT-ONE-FILE.
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-SML-FILE.
           MOVE WS-FT-READ(WS-FILE-IDX) TO WS-SML-READ.
           MOVE WS-FT-ORPHAN(WS-FILE-IDX) TO WS-SML-ORPHAN.
           MOVE WS-FT-MISMATCH(WS-FILE-IDX) TO WS-SML-MISMATCH.
           IF WS-FT-CHECKED(WS-FILE-IDX) = 'Y'
              MOVE SPACES TO WS-SML-NOTE
           ELSE
              MOVE 'NOT CHECKED' TO WS-SML-NOTE
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE.

       0900-TERMINATE.
           IF WS-MASTER-OPEN
              CLOSE MASTER-FILE
           END-IF.
           IF WS-DEDYTD-OPEN
              CLOSE DED-YTD-FILE
           END-IF.
           CLOSE INTEGRITY-REPORT.

           IF WS-ORPHAN-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-MISMATCH-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0540' TO JL-PROGRAM.
           MOVE WS-RECORD-COUNT TO JL-RECORDS-IN.
           MOVE 0 TO JL-RECORDS-OUT.
           COMPUTE JL-RECORDS-REJ = WS-ORPHAN-COUNT + WS-MISMATCH-COUNT.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0540 CHECKED: ' WS-RECORD-COUNT
                   ' ORPHANS: ' WS-ORPHAN-COUNT
                   ' MISMATCHES: ' WS-MISMATCH-COUNT.
