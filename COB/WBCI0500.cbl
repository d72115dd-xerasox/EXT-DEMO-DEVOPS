       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0500.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  REPORTING HIERARCHY CHECK, SPAN OF CONTROL AND TEAM COST     *
      *  ROLL-UP.  READS THE KEYED ORGREL FILE (TCPYORG, MAINTAINED   *
      *  BY WBCI0490) AND TAKES EACH EMPLOYEE'S SUPERVISOR AS OF      *
      *  TODAY - THE PRIOR SUPERVISOR WHILE A CHANGE IS STILL WAITING *
      *  FOR ITS EFFECTIVE DATE.  A SUPERVISOR WITH NO REPORTING LINE *
      *  OF THEIR OWN IS CHARTED AT THE TOP OF THE ORGANIZATION.      *
      *  ORGRPT SHOWS, IN ORDER:                                      *
      *    - HIERARCHY EXCEPTIONS: SUPERVISORS NOT ON EMPMSTR OR      *
      *      TERMINATED THERE, EMPLOYEES WHOSE REPORTING LINE LOOPS   *
      *      BACK ON ITSELF, AND EMPLOYEES WHO REPORT INTO SUCH A     *
      *      LOOP                                                     *
      *    - THE ORG CHART, INDENTED ONE STEP PER LEVEL, WITH EACH    *
      *      EMPLOYEE'S DIRECT AND TOTAL REPORTS                      *
      *    - SPAN OF CONTROL FOR EVERY MANAGER WITH THE GROSS AND NET *
      *      FROM PAYNET OF EVERYONE AT EVERY LEVEL BELOW THEM        *
      *  AN EMPLOYEE IN OR BELOW A LOOP CANNOT BE CHARTED OR ROLLED   *
      *  UP AND ENDS THE STEP WITH CC 8; A MISSING OR TERMINATED      *
      *  SUPERVISOR ENDS IT WITH CC 4.                                *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-FILE      ASSIGN TO ORGREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-EMP-NUM
               FILE STATUS IS WS-ORG-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-EMP-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-NET-FILE  ASSIGN TO PAYNET
               FILE STATUS IS WS-PAYNET-STATUS.
           SELECT ORG-REPORT    ASSIGN TO ORGRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  ORG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYORG.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VSAM-MASTER-RECORD.
           05  VM-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(115).

       FD  PAY-NET-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF PAY-NET-RECORD IN WBCI0040
       01  PAY-NET-RECORD.
           05  PN-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  PN-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PN-GROSS-DIGITS        PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-DED-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-NET-DIGITS          PIC X(11).
           05  FILLER                 PIC X(1).
           05  PN-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(26).

       FD  ORG-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ORG-REPORT-RECORD          PIC X(80).
      ***
      ***
       WORKING-STORAGE SECTION.
       01  WS-ORG-STATUS              PIC XX       VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX       VALUE SPACES.
       01  WS-PAYNET-STATUS           PIC XX       VALUE SPACES.

       01  WS-ORG-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-ORG-EOF                          VALUE 'Y'.
       01  WS-PAYNET-EOF-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-PAYNET-EOF                       VALUE 'Y'.
       01  WS-RUN-OK-FLAG             PIC X(1)     VALUE 'Y'.
           88  WS-RUN-OK                           VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-MASTER-OPEN                      VALUE 'Y'.
       01  WS-ON-MASTER-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-ON-MASTER                        VALUE 'Y'.
       01  WS-TABLE-FULL-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-TABLE-FULL                       VALUE 'Y'.
      *    THE TREE IS WALKED TWICE - ONCE TO ADD UP THE COUNTS
      *    AND AMOUNTS, THEN AGAIN TO PRINT THE CHART WITH THEM
       01  WS-PRINT-PASS-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-PRINT-PASS                       VALUE 'Y'.

       01  WS-TODAY-NUM               PIC 9(8)     VALUE 0.
       01  WS-LOOK-EMP                PIC 9(5)     VALUE 0.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

      *    ONE ENTRY PER EMPLOYEE ON ORGREL, IN ORGREL KEY ORDER,
      *    THEN ONE PER SUPERVISOR WHO HAS NO LINE OF THEIR OWN.
      *    WS-OG-PARENT IS THE TABLE INDEX OF THE SUPERVISOR,
      *    ZERO FOR THE TOP OF THE ORGANIZATION
       01  WS-ORG-IDX                 PIC 9(4)     VALUE 0.
       01  WS-ORG-FOUND               PIC 9(4)     VALUE 0.
       01  WS-SCAN-IDX                PIC 9(4)     VALUE 0.
       01  WS-ORG-TABLE.
           05  WS-ORG-COUNT           PIC 9(4)     VALUE 0.
           05  WS-ORG-ENTRY           OCCURS 3000 TIMES.
               10  WS-OG-EMP          PIC 9(5).
               10  WS-OG-SUPV         PIC 9(5).
               10  WS-OG-PARENT       PIC 9(4).
               10  WS-OG-NAME         PIC X(15).
               10  WS-OG-STATUS       PIC X(1).
               10  WS-OG-SOURCE       PIC X(1).
                   88  WS-OG-SUPV-ONLY             VALUE 'S'.
               10  WS-OG-VISITED      PIC X(1).
               10  WS-OG-PROBLEM      PIC X(20).
               10  WS-OG-DIRECT       PIC 9(4).
               10  WS-OG-TEAM         PIC 9(5).
               10  WS-OG-GROSS        PIC 9(9)V99.
               10  WS-OG-NET          PIC 9(9)V99.
               10  WS-OG-TEAM-GROSS   PIC 9(11)V99.
               10  WS-OG-TEAM-NET     PIC 9(11)V99.

      *    PATH FROM THE CURRENT TOP-LEVEL EMPLOYEE DOWN TO THE
      *    EMPLOYEE BEING CHARTED, AND WHERE EACH LEVEL'S SEARCH
      *    FOR ITS NEXT DIRECT REPORT RESUMES
       01  WS-STK-TOP                 PIC 9(3)     VALUE 0.
       01  WS-STACK.
           05  WS-STK-ENTRY           OCCURS 60 TIMES.
               10  WS-STK-NODE        PIC 9(4).
               10  WS-STK-SCAN        PIC 9(4).
       01  WS-WALK-NODE               PIC 9(4)     VALUE 0.
       01  WS-WALK-CHILD              PIC 9(4)     VALUE 0.
       01  WS-WALK-PARENT             PIC 9(4)     VALUE 0.
       01  WS-WALK-STEPS              PIC 9(5)     VALUE 0.
       01  WS-INDENT                  PIC 9(3)     VALUE 0.

       01  WS-IN-GROSS                PIC 9(9)V99  VALUE 0.
       01  WS-IN-NET                  PIC 9(9)V99  VALUE 0.

       01  WS-LINES-READ-COUNT        PIC 9(6)     VALUE 0.
       01  WS-PENDING-COUNT           PIC 9(6)     VALUE 0.
       01  WS-SUPV-ONLY-COUNT         PIC 9(6)     VALUE 0.
       01  WS-CHARTED-COUNT           PIC 9(6)     VALUE 0.
       01  WS-TOP-COUNT               PIC 9(6)     VALUE 0.
       01  WS-MANAGER-COUNT           PIC 9(6)     VALUE 0.
       01  WS-MISSING-COUNT           PIC 9(6)     VALUE 0.
       01  WS-TERMINATED-COUNT        PIC 9(6)     VALUE 0.
       01  WS-CYCLE-COUNT             PIC 9(6)     VALUE 0.
       01  WS-BELOW-CYCLE-COUNT       PIC 9(6)     VALUE 0.
       01  WS-TOO-DEEP-COUNT          PIC 9(6)     VALUE 0.
       01  WS-NOT-LOADED-COUNT        PIC 9(6)     VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(6)     VALUE 0.
       01  WS-PAYNET-READ-COUNT       PIC 9(6)     VALUE 0.
       01  WS-PAYNET-REJECT-COUNT     PIC 9(6)     VALUE 0.
       01  WS-NOT-IN-ORG-COUNT        PIC 9(6)     VALUE 0.
       01  WS-CHARTED-GROSS           PIC 9(11)V99 VALUE 0.
       01  WS-CHARTED-NET             PIC 9(11)V99 VALUE 0.
       01  WS-NOT-IN-ORG-GROSS        PIC 9(11)V99 VALUE 0.
       01  WS-NOT-IN-ORG-NET          PIC 9(11)V99 VALUE 0.

       01  WS-EXC-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)    VALUE
           'EMPNO NAME            SUPV  PROBLEM'.

       01  WS-EXC-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-EMP             PIC 9(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-NAME            PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-SUPV            PIC 9(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-EXC-PROBLEM         PIC X(20).
           05  FILLER                 PIC X(31)    VALUE SPACES.

       01  WS-CHART-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)    VALUE
           'EMPNO NAME                                        DIRECT TOT
      -    'AL NOTE'.

       01  WS-CHART-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CHT-TREE            PIC X(50).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CHT-DIRECT          PIC ZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CHT-TEAM            PIC ZZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CHT-NOTE            PIC X(17).

       01  WS-SPAN-HEAD-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  FILLER                 PIC X(79)    VALUE
           'EMPNO NAME            DIRECT TOTAL        TEAM GROSS
      -    '       TEAM NET'.

       01  WS-SPAN-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SPN-EMP             PIC 9(5).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SPN-NAME            PIC X(15).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  WS-SPN-DIRECT          PIC ZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SPN-TEAM            PIC ZZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SPN-GROSS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SPN-NET             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(9)     VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-CNT-LABEL           PIC X(40).
           05  WS-CNT-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(30)    VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-AMT-LABEL           PIC X(32).
           05  WS-AMT-GROSS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-AMT-NET             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(12)    VALUE SPACES.

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
              PERFORM 0200-LOAD-ORG-LINE UNTIL WS-ORG-EOF
              PERFORM 0250-LINK-SUPERVISOR THRU 0250-LINK-EXIT
                 VARYING WS-ORG-IDX FROM 1 BY 1
                 UNTIL WS-ORG-IDX > WS-ORG-COUNT
              PERFORM 0300-LOAD-PAYNET UNTIL WS-PAYNET-EOF
              MOVE 'N' TO WS-PRINT-PASS-FLAG
              PERFORM 0400-WALK-FROM-TOP THRU 0400-WALK-EXIT
                 VARYING WS-ORG-IDX FROM 1 BY 1
                 UNTIL WS-ORG-IDX > WS-ORG-COUNT
              PERFORM 0450-CLASSIFY-UNCHARTED
                 VARYING WS-ORG-IDX FROM 1 BY 1
                 UNTIL WS-ORG-IDX > WS-ORG-COUNT
              PERFORM 0500-PRINT-EXCEPTIONS
              PERFORM 0550-PRINT-CHART
              PERFORM 0600-PRINT-SPAN
           END-IF.
           PERFORM 0700-PRINT-TOTALS.
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           MOVE 'S' TO JL-ACTION.
           MOVE 'WBCI0500' TO JL-PROGRAM.
           MOVE 0 TO JL-RECORDS-IN JL-RECORDS-OUT
                     JL-RECORDS-REJ JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           OPEN OUTPUT ORG-REPORT.
           MOVE SPACES TO ORG-REPORT-RECORD.
           STRING ' REPORTING HIERARCHY AND TEAM COST - AS OF '
                  WS-TODAY-NUM
                  DELIMITED BY SIZE INTO ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD.
           MOVE SPACES TO ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD.

           OPEN INPUT ORG-FILE.
           IF WS-ORG-STATUS NOT = '00'
              MOVE 'WBCI0500' TO EH-PROGRAM
              MOVE 'ORGOPEN ' TO EH-CODE
              MOVE 'E' TO EH-SEVERITY
              MOVE WS-ORG-STATUS TO EH-FILE-STATUS
              MOVE 'ORGREL NOT AVAILABLE - HIERARCHY NOT CHECKED'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
              MOVE 'N' TO WS-RUN-OK-FLAG
              GO TO 0100-EXIT
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
              MOVE 'WBCI0500' TO EH-PROGRAM
              MOVE 'MSTROPEN' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
              MOVE 'EMPLOYEE MASTER NOT AVAILABLE - NO SUPERVISOR CHECK'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.

           OPEN INPUT PAY-NET-FILE.
           IF WS-PAYNET-STATUS NOT = '00'
              MOVE 'Y' TO WS-PAYNET-EOF-FLAG
              MOVE 'WBCI0500' TO EH-PROGRAM
              MOVE 'PNETOPEN' TO EH-CODE
              MOVE 'W' TO EH-SEVERITY
              MOVE WS-PAYNET-STATUS TO EH-FILE-STATUS
              MOVE 'PAYNET NOT AVAILABLE - TEAM GROSS AND NET ARE ZERO'
                 TO EH-MESSAGE
              CALL 'ERRHANDL' USING ERRHDL-AREA
           END-IF.
       0100-EXIT.
           EXIT.

      ****************************************************
      ****    LOAD THE REPORTING LINES IN FORCE TODAY
      ****************************************************
       0200-LOAD-ORG-LINE.
           READ ORG-FILE
              AT END
                 MOVE 'Y' TO WS-ORG-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-LINES-READ-COUNT
                 MOVE OR-EMP-NUM TO WS-LOOK-EMP
                 PERFORM 0260-ADD-ENTRY
                 IF WS-ORG-FOUND > 0
                    IF OR-EFF-DATE > WS-TODAY-NUM
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE OR-PRIOR-SUPV TO WS-OG-SUPV(WS-ORG-FOUND)
                    ELSE
                       MOVE OR-SUPV-NUM TO WS-OG-SUPV(WS-ORG-FOUND)
                    END-IF
                 END-IF
           END-READ.

      *    FIND EACH EMPLOYEE'S SUPERVISOR IN THE TABLE.  ONE WHO
      *    HAS NO LINE OF THEIR OWN IS ADDED AT THE TOP - THE LOOP
      *    LIMIT IS RE-TESTED SO THOSE ENTRIES ARE LINKED TOO
       0250-LINK-SUPERVISOR.
           MOVE 0 TO WS-OG-PARENT(WS-ORG-IDX).
           IF WS-OG-SUPV(WS-ORG-IDX) = 0
              GO TO 0250-LINK-EXIT
           END-IF.
           MOVE WS-OG-SUPV(WS-ORG-IDX) TO WS-LOOK-EMP.
           PERFORM 0280-FIND-EMPLOYEE.
           IF WS-ORG-FOUND = 0
              PERFORM 0270-READ-MASTER
              IF WS-MASTER-OPEN AND NOT WS-ON-MASTER
                 MOVE 'SUPERVISOR MISSING' TO WS-OG-PROBLEM(WS-ORG-IDX)
                 ADD 1 TO WS-MISSING-COUNT
                 GO TO 0250-LINK-EXIT
              END-IF
              PERFORM 0260-ADD-ENTRY
              IF WS-ORG-FOUND = 0
                 MOVE 'SUPERVISOR NOT LOADED'
                    TO WS-OG-PROBLEM(WS-ORG-IDX)
                 GO TO 0250-LINK-EXIT
              END-IF
              MOVE 'S' TO WS-OG-SOURCE(WS-ORG-FOUND)
              ADD 1 TO WS-SUPV-ONLY-COUNT
           END-IF.
           MOVE WS-ORG-FOUND TO WS-OG-PARENT(WS-ORG-IDX).
           IF WS-OG-STATUS(WS-ORG-FOUND) = 'T'
              MOVE 'SUPERVISOR TERMINATED' TO WS-OG-PROBLEM(WS-ORG-IDX)
              ADD 1 TO WS-TERMINATED-COUNT
           END-IF.
       0250-LINK-EXIT.
           EXIT.

      *    NEW TABLE ENTRY FOR WS-LOOK-EMP, NAMED FROM THE MASTER.
      *    WS-ORG-FOUND IS ZERO WHEN THE TABLE IS FULL
       0260-ADD-ENTRY.
           MOVE 0 TO WS-ORG-FOUND.
           IF WS-ORG-COUNT NOT < 3000
              ADD 1 TO WS-NOT-LOADED-COUNT
              IF NOT WS-TABLE-FULL
                 MOVE 'Y' TO WS-TABLE-FULL-FLAG
                 MOVE 'WBCI0500' TO EH-PROGRAM
                 MOVE 'ORGFULL ' TO EH-CODE
                 MOVE 'E' TO EH-SEVERITY
                 MOVE SPACES TO EH-FILE-STATUS
                 MOVE 'MORE THAN 3000 EMPLOYEES - CHART IS INCOMPLETE'
                    TO EH-MESSAGE
                 CALL 'ERRHANDL' USING ERRHDL-AREA
              END-IF
           ELSE
              ADD 1 TO WS-ORG-COUNT
              MOVE WS-ORG-COUNT TO WS-ORG-FOUND
              MOVE WS-LOOK-EMP TO WS-OG-EMP(WS-ORG-FOUND)
              MOVE 0 TO WS-OG-SUPV(WS-ORG-FOUND)
                        WS-OG-PARENT(WS-ORG-FOUND)
                        WS-OG-DIRECT(WS-ORG-FOUND)
                        WS-OG-TEAM(WS-ORG-FOUND)
                        WS-OG-GROSS(WS-ORG-FOUND)
                        WS-OG-NET(WS-ORG-FOUND)
                        WS-OG-TEAM-GROSS(WS-ORG-FOUND)
                        WS-OG-TEAM-NET(WS-ORG-FOUND)
              MOVE 'R' TO WS-OG-SOURCE(WS-ORG-FOUND)
              MOVE 'N' TO WS-OG-VISITED(WS-ORG-FOUND)
              MOVE SPACES TO WS-OG-PROBLEM(WS-ORG-FOUND)
              PERFORM 0270-READ-MASTER
              IF WS-ON-MASTER
                 MOVE WS-EMP-NAME TO WS-OG-NAME(WS-ORG-FOUND)
                 MOVE WS-EMP-STATUS TO WS-OG-STATUS(WS-ORG-FOUND)
              ELSE
                 MOVE SPACES TO WS-OG-NAME(WS-ORG-FOUND)
                                WS-OG-STATUS(WS-ORG-FOUND)
              END-IF
           END-IF.

       0270-READ-MASTER.
           MOVE 'N' TO WS-ON-MASTER-FLAG.
           IF WS-MASTER-OPEN
              MOVE WS-LOOK-EMP TO VM-EMP-NUM
              READ MASTER-FILE INTO WS-EMPLOYEE-RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-ON-MASTER-FLAG
              END-READ
           END-IF.

       0280-FIND-EMPLOYEE.
           MOVE 0 TO WS-ORG-FOUND.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ORG-COUNT
                      OR WS-ORG-FOUND > 0
              IF WS-OG-EMP(WS-SCAN-IDX) = WS-LOOK-EMP
                 MOVE WS-SCAN-IDX TO WS-ORG-FOUND
              END-IF
           END-PERFORM.

      ****************************************************
      ****    POST EACH EMPLOYEE'S OWN PAY FROM PAYNET
      ****************************************************
       0300-LOAD-PAYNET.
           READ PAY-NET-FILE
              AT END
                 MOVE 'Y' TO WS-PAYNET-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-PAYNET-READ-COUNT
                 IF PN-EMP-NUM NOT NUMERIC
                    OR PN-GROSS-DIGITS NOT NUMERIC
                    OR PN-NET-DIGITS NOT NUMERIC
                    ADD 1 TO WS-PAYNET-REJECT-COUNT
                 ELSE
                    MOVE PN-EMP-NUM TO WS-LOOK-EMP
                    MOVE PN-GROSS-DIGITS TO WS-IN-GROSS(1:11)
                    MOVE PN-NET-DIGITS TO WS-IN-NET(1:11)
                    PERFORM 0280-FIND-EMPLOYEE
                    IF WS-ORG-FOUND > 0
                       ADD WS-IN-GROSS TO WS-OG-GROSS(WS-ORG-FOUND)
                       ADD WS-IN-NET TO WS-OG-NET(WS-ORG-FOUND)
                    ELSE
                       ADD 1 TO WS-NOT-IN-ORG-COUNT
                       ADD WS-IN-GROSS TO WS-NOT-IN-ORG-GROSS
                       ADD WS-IN-NET TO WS-NOT-IN-ORG-NET
                    END-IF
                 END-IF
           END-READ.

      ****************************************************
      ****    WALK THE TREE BELOW EACH TOP-LEVEL EMPLOYEE.
      ****    ON THE COUNTING PASS EACH EMPLOYEE'S HEADCOUNT
      ****    AND PAY ARE ADDED TO THEIR SUPERVISOR WHEN THE
      ****    LAST OF THEIR OWN REPORTS HAS BEEN DONE, SO THE
      ****    TOTALS CLIMB THROUGH EVERY LEVEL
      ****************************************************
       0400-WALK-FROM-TOP.
           IF WS-OG-PARENT(WS-ORG-IDX) NOT = 0
              OR WS-OG-VISITED(WS-ORG-IDX) = 'Y'
              GO TO 0400-WALK-EXIT
           END-IF.
           MOVE 1 TO WS-STK-TOP.
           MOVE WS-ORG-IDX TO WS-STK-NODE(1).
           MOVE 1 TO WS-STK-SCAN(1).
           MOVE 'Y' TO WS-OG-VISITED(WS-ORG-IDX).
           IF WS-PRINT-PASS
              PERFORM 0430-WRITE-CHART-LINE
           ELSE
              ADD 1 TO WS-TOP-COUNT
              MOVE WS-ORG-IDX TO WS-WALK-NODE
              PERFORM 0420-COUNT-CHARTED
           END-IF.
           PERFORM 0410-WALK-STEP THRU 0410-WALK-STEP-EXIT
              UNTIL WS-STK-TOP = 0.
       0400-WALK-EXIT.
           EXIT.

       0410-WALK-STEP.
           MOVE WS-STK-NODE(WS-STK-TOP) TO WS-WALK-NODE.
           MOVE 0 TO WS-WALK-CHILD.
           PERFORM VARYING WS-SCAN-IDX FROM WS-STK-SCAN(WS-STK-TOP)
                   BY 1
                   UNTIL WS-SCAN-IDX > WS-ORG-COUNT
                      OR WS-WALK-CHILD > 0
              IF WS-OG-PARENT(WS-SCAN-IDX) = WS-WALK-NODE
                 AND WS-OG-VISITED(WS-SCAN-IDX) = 'N'
                 MOVE WS-SCAN-IDX TO WS-WALK-CHILD
              END-IF
           END-PERFORM.
           IF WS-WALK-CHILD > 0
              COMPUTE WS-STK-SCAN(WS-STK-TOP) = WS-WALK-CHILD + 1
              MOVE 'Y' TO WS-OG-VISITED(WS-WALK-CHILD)
      *       A CHAIN DEEPER THAN THE PATH TABLE IS NOT FOLLOWED
              IF WS-STK-TOP NOT < 60
                 IF NOT WS-PRINT-PASS
                    MOVE 'TOO MANY LEVELS'
                       TO WS-OG-PROBLEM(WS-WALK-CHILD)
                    ADD 1 TO WS-TOO-DEEP-COUNT
                 END-IF
                 GO TO 0410-WALK-STEP-EXIT
              END-IF
              ADD 1 TO WS-STK-TOP
              MOVE WS-WALK-CHILD TO WS-STK-NODE(WS-STK-TOP)
              MOVE 1 TO WS-STK-SCAN(WS-STK-TOP)
              IF WS-PRINT-PASS
                 PERFORM 0430-WRITE-CHART-LINE
              ELSE
                 MOVE WS-WALK-CHILD TO WS-WALK-NODE
                 PERFORM 0420-COUNT-CHARTED
              END-IF
              GO TO 0410-WALK-STEP-EXIT
           END-IF.
      *    NO MORE DIRECT REPORTS - ROLL UP INTO THE SUPERVISOR
           IF NOT WS-PRINT-PASS
              AND WS-STK-TOP > 1
              MOVE WS-STK-NODE(WS-STK-TOP - 1) TO WS-WALK-PARENT
              ADD 1 TO WS-OG-DIRECT(WS-WALK-PARENT)
              ADD 1 WS-OG-TEAM(WS-WALK-NODE)
                 TO WS-OG-TEAM(WS-WALK-PARENT)
              ADD WS-OG-GROSS(WS-WALK-NODE)
                  WS-OG-TEAM-GROSS(WS-WALK-NODE)
                 TO WS-OG-TEAM-GROSS(WS-WALK-PARENT)
              ADD WS-OG-NET(WS-WALK-NODE)
                  WS-OG-TEAM-NET(WS-WALK-NODE)
                 TO WS-OG-TEAM-NET(WS-WALK-PARENT)
           END-IF.
           SUBTRACT 1 FROM WS-STK-TOP.
       0410-WALK-STEP-EXIT.
           EXIT.

       0420-COUNT-CHARTED.
           ADD 1 TO WS-CHARTED-COUNT.
           ADD WS-OG-GROSS(WS-WALK-NODE) TO WS-CHARTED-GROSS.
           ADD WS-OG-NET(WS-WALK-NODE) TO WS-CHARTED-NET.

      *    TWO POSITIONS OF INDENT PER LEVEL, LEVEL 15 AND BELOW
      *    ALL PRINTED AT THE SAME DEPTH
       0430-WRITE-CHART-LINE.
           MOVE WS-STK-NODE(WS-STK-TOP) TO WS-WALK-NODE.
           MOVE SPACES TO WS-CHT-TREE.
           IF WS-STK-TOP > 15
              MOVE 29 TO WS-INDENT
           ELSE
              COMPUTE WS-INDENT = (WS-STK-TOP - 1) * 2 + 1
           END-IF.
           STRING WS-OG-EMP(WS-WALK-NODE) ' ' WS-OG-NAME(WS-WALK-NODE)
                  DELIMITED BY SIZE
                  INTO WS-CHT-TREE WITH POINTER WS-INDENT.
           MOVE WS-OG-DIRECT(WS-WALK-NODE) TO WS-CHT-DIRECT.
           MOVE WS-OG-TEAM(WS-WALK-NODE) TO WS-CHT-TEAM.
           EVALUATE TRUE
              WHEN WS-OG-PROBLEM(WS-WALK-NODE) NOT = SPACES
                 MOVE WS-OG-PROBLEM(WS-WALK-NODE) TO WS-CHT-NOTE
              WHEN WS-OG-SUPV-ONLY(WS-WALK-NODE)
                 MOVE 'NO REPORTING LINE' TO WS-CHT-NOTE
              WHEN WS-OG-STATUS(WS-WALK-NODE) = 'T'
                 MOVE 'TERMINATED' TO WS-CHT-NOTE
              WHEN WS-OG-STATUS(WS-WALK-NODE) = 'L'
                 MOVE 'ON LEAVE' TO WS-CHT-NOTE
              WHEN OTHER
                 MOVE SPACES TO WS-CHT-NOTE
           END-EVALUATE.
           WRITE ORG-REPORT-RECORD FROM WS-CHART-LINE.

      *    AN EMPLOYEE NEVER REACHED FROM THE TOP HAS A CHAIN OF
      *    SUPERVISORS THAT NEVER ENDS.  FOLLOW IT: IF IT COMES
      *    BACK TO THE EMPLOYEE THEY ARE PART OF THE LOOP, IF NOT
      *    THEY REPORT INTO SOMEBODY ELSE'S LOOP
       0450-CLASSIFY-UNCHARTED.
           IF WS-OG-VISITED(WS-ORG-IDX) = 'N'
              MOVE WS-OG-PARENT(WS-ORG-IDX) TO WS-WALK-NODE
              PERFORM VARYING WS-WALK-STEPS FROM 1 BY 1
                      UNTIL WS-WALK-NODE = WS-ORG-IDX
                         OR WS-WALK-NODE = 0
                         OR WS-WALK-STEPS > WS-ORG-COUNT
                 MOVE WS-OG-PARENT(WS-WALK-NODE) TO WS-WALK-NODE
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-WALK-NODE = WS-ORG-IDX
                    MOVE 'IN A REPORTING LOOP'
                       TO WS-OG-PROBLEM(WS-ORG-IDX)
                    ADD 1 TO WS-CYCLE-COUNT
                 WHEN WS-WALK-NODE = 0
                    MOVE 'TOO MANY LEVELS'
                       TO WS-OG-PROBLEM(WS-ORG-IDX)
                    ADD 1 TO WS-TOO-DEEP-COUNT
                 WHEN OTHER
                    MOVE 'REPORTS INTO A LOOP'
                       TO WS-OG-PROBLEM(WS-ORG-IDX)
                    ADD 1 TO WS-BELOW-CYCLE-COUNT
              END-EVALUATE
           END-IF.

      ****************************************************
      ****    PRINT THE REPORT SECTIONS
      ****************************************************
       0500-PRINT-EXCEPTIONS.
           MOVE ' HIERARCHY EXCEPTIONS' TO ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD FROM WS-EXC-HEAD-LINE.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
              IF WS-OG-PROBLEM(WS-ORG-IDX) NOT = SPACES
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE WS-OG-EMP(WS-ORG-IDX) TO WS-EXC-EMP
                 MOVE WS-OG-NAME(WS-ORG-IDX) TO WS-EXC-NAME
                 MOVE WS-OG-SUPV(WS-ORG-IDX) TO WS-EXC-SUPV
                 MOVE WS-OG-PROBLEM(WS-ORG-IDX) TO WS-EXC-PROBLEM
                 WRITE ORG-REPORT-RECORD FROM WS-EXC-LINE
              END-IF
           END-PERFORM.
           IF WS-EXCEPTION-COUNT = 0
              MOVE ' NONE - HIERARCHY IS CLEAN' TO ORG-REPORT-RECORD
              WRITE ORG-REPORT-RECORD
           END-IF.

       0550-PRINT-CHART.
           MOVE SPACES TO ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD.
           MOVE ' ORGANIZATION CHART' TO ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD FROM WS-CHART-HEAD-LINE.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
              IF WS-OG-PROBLEM(WS-ORG-IDX) NOT = 'TOO MANY LEVELS'
                 MOVE 'N' TO WS-OG-VISITED(WS-ORG-IDX)
              END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-PRINT-PASS-FLAG.
           PERFORM 0400-WALK-FROM-TOP THRU 0400-WALK-EXIT
              VARYING WS-ORG-IDX FROM 1 BY 1
              UNTIL WS-ORG-IDX > WS-ORG-COUNT.

       0600-PRINT-SPAN.
           MOVE SPACES TO ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD.
           MOVE ' SPAN OF CONTROL AND TEAM COST (ALL LEVELS BELOW EACH M
      -         'ANAGER)' TO ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD FROM WS-SPAN-HEAD-LINE.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
              IF WS-OG-DIRECT(WS-ORG-IDX) > 0
                 ADD 1 TO WS-MANAGER-COUNT
                 MOVE WS-OG-EMP(WS-ORG-IDX) TO WS-SPN-EMP
                 MOVE WS-OG-NAME(WS-ORG-IDX) TO WS-SPN-NAME
                 MOVE WS-OG-DIRECT(WS-ORG-IDX) TO WS-SPN-DIRECT
                 MOVE WS-OG-TEAM(WS-ORG-IDX) TO WS-SPN-TEAM
                 MOVE WS-OG-TEAM-GROSS(WS-ORG-IDX) TO WS-SPN-GROSS
                 MOVE WS-OG-TEAM-NET(WS-ORG-IDX) TO WS-SPN-NET
                 WRITE ORG-REPORT-RECORD FROM WS-SPAN-LINE
              END-IF
           END-PERFORM.

       0700-PRINT-TOTALS.
           MOVE SPACES TO ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD.
           MOVE 'REPORTING LINES READ' TO WS-CNT-LABEL.
           MOVE WS-LINES-READ-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  CHANGES NOT YET EFFECTIVE' TO WS-CNT-LABEL.
           MOVE WS-PENDING-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'SUPERVISORS WITH NO REPORTING LINE' TO WS-CNT-LABEL.
           MOVE WS-SUPV-ONLY-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES CHARTED' TO WS-CNT-LABEL.
           MOVE WS-CHARTED-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  AT THE TOP OF THE ORGANIZATION' TO WS-CNT-LABEL.
           MOVE WS-TOP-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  MANAGERS WITH DIRECT REPORTS' TO WS-CNT-LABEL.
           MOVE WS-MANAGER-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'SUPERVISORS MISSING FROM EMPMSTR' TO WS-CNT-LABEL.
           MOVE WS-MISSING-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES UNDER A TERMINATED SUPERVISOR'
              TO WS-CNT-LABEL.
           MOVE WS-TERMINATED-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES IN A REPORTING LOOP' TO WS-CNT-LABEL.
           MOVE WS-CYCLE-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES REPORTING INTO A LOOP' TO WS-CNT-LABEL.
           MOVE WS-BELOW-CYCLE-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES BELOW LEVEL 60' TO WS-CNT-LABEL.
           MOVE WS-TOO-DEEP-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES NOT LOADED (TABLE FULL)' TO WS-CNT-LABEL.
           MOVE WS-NOT-LOADED-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'PAYNET RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-PAYNET-READ-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  REJECTED (UNREADABLE)' TO WS-CNT-LABEL.
           MOVE WS-PAYNET-REJECT-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  PAID BUT NOT IN THE HIERARCHY' TO WS-CNT-LABEL.
           MOVE WS-NOT-IN-ORG-COUNT TO WS-CNT-VALUE.
           WRITE ORG-REPORT-RECORD FROM WS-COUNT-LINE.

           MOVE SPACES TO ORG-REPORT-RECORD.
           WRITE ORG-REPORT-RECORD.
           MOVE SPACES TO WS-AMOUNT-LINE(2:79).
           MOVE '            GROSS' TO WS-AMOUNT-LINE(34:17).
           MOVE '              NET' TO WS-AMOUNT-LINE(52:17).
           WRITE ORG-REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'PAY OF EMPLOYEES CHARTED' TO WS-AMT-LABEL.
           MOVE WS-CHARTED-GROSS TO WS-AMT-GROSS.
           MOVE WS-CHARTED-NET TO WS-AMT-NET.
           WRITE ORG-REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'PAY NOT IN THE HIERARCHY' TO WS-AMT-LABEL.
           MOVE WS-NOT-IN-ORG-GROSS TO WS-AMT-GROSS.
           MOVE WS-NOT-IN-ORG-NET TO WS-AMT-NET.
           WRITE ORG-REPORT-RECORD FROM WS-AMOUNT-LINE.

           IF NOT WS-RUN-OK
              MOVE SPACES TO ORG-REPORT-RECORD
              WRITE ORG-REPORT-RECORD
              MOVE ' *** HIERARCHY NOT CHECKED ***' TO ORG-REPORT-RECORD
              WRITE ORG-REPORT-RECORD
           END-IF.

       0900-TERMINATE.
           IF WS-RUN-OK
              CLOSE ORG-FILE
           END-IF.
           IF WS-MASTER-OPEN
              CLOSE MASTER-FILE
           END-IF.
           IF WS-PAYNET-STATUS = '00' OR WS-PAYNET-STATUS = '10'
              CLOSE PAY-NET-FILE
           END-IF.
           CLOSE ORG-REPORT.
           IF WS-CYCLE-COUNT > 0 OR WS-BELOW-CYCLE-COUNT > 0
              OR WS-TOO-DEEP-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-MISSING-COUNT > 0 OR WS-TERMINATED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE 'E' TO JL-ACTION.
           MOVE 'WBCI0500' TO JL-PROGRAM.
           COMPUTE JL-RECORDS-IN = WS-LINES-READ-COUNT
              + WS-PAYNET-READ-COUNT.
           MOVE WS-CHARTED-COUNT TO JL-RECORDS-OUT.
           MOVE WS-EXCEPTION-COUNT TO JL-RECORDS-REJ.
      *    THE FINAL CONDITION CODE IS SETTLED BEFORE THE END
      *    RECORD IS LOGGED SO THE OPERATIONS REPORT AND THE
      *    PREDECESSOR CHECK SEE IT
           IF EH-CONDITION-CODE > RETURN-CODE
              MOVE EH-CONDITION-CODE TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           CALL 'JOBLOGSB' USING JOBLOG-AREA.
           DISPLAY 'WBCI0500 EMPLOYEES CHARTED: ' WS-CHARTED-COUNT
                   ' EXCEPTIONS: ' WS-EXCEPTION-COUNT.
