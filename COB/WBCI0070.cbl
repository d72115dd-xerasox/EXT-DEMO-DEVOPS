      *  VALID EMP-REGION (1-5), NUMERIC HIRE DATE, NUMERIC ZIP,       *
      *  NUMERIC BANK ROUTING (ZERO OR BLANK = NO DIRECT DEPOSIT)      *
      *  WITH AN ACCOUNT REQUIRED WHEN A ROUTING NUMBER IS GIVEN.      *
      *  THE EDITS ARE THE SHARED EMPEDTSB SERVICE, WHICH THE WBCI0420 *
      *  ONLINE UPDATE ALSO CALLS.                                     *
      *                                                                *
      *  EVERY APPLIED ACTION ALSO WRITES A KEYED HISTORY RECORD      *
      *  (EMPHIST: EMP-NUM + TIMESTAMP, ACTION, OPERATOR, FULL        *
      *  BEFORE/AFTER IMAGES) SO THE WBCI0190 POINT-IN-TIME INQUIRY   *
      *  CAN REPLAY WHAT A RECORD LOOKED LIKE ON ANY DATE.            *
      *                                                                *
      *  THE BANK-SUSPECT FLAG SET BY WBCI0340 AFTER A RETURNED        *
      *  DEPOSIT IS NOT KEYED: A CHANGE CARRIES IT FORWARD UNTIL THE   *
      *  ROUTING OR ACCOUNT IS RE-KEYED, WHICH CLEARS IT, AND AN ADD   *
      *  ALWAYS STARTS CLEAR.                                          *
      *                                                                *
      *  WHEN A GRADETAB PAY-GRADE TABLE IS SUPPLIED, EVERY APPLIED    *
      *  ADD OR CHANGE IS CHECKED AGAINST THE RANGE FOR THE EMPLOYEE'S *
      *  GRADE, TYPE AND REGION; PAY BELOW THE MINIMUM OR ABOVE THE    *
      *  MAXIMUM, OR A GRADE WITH NO RANGE, PRINTS A WARNING LINE.     *
      *  THE CHANGE IS STILL APPLIED.                                  *
      *                                                                *
      *  WHEN A MINWAGE MINIMUM-WAGE TABLE IS SUPPLIED, AN ADD OR      *
      *  CHANGE THAT WOULD PAY AN HOURLY EMPLOYEE BELOW THE MINIMUM    *
      *  FOR THEIR STATE IN FORCE ON THE EFFECTIVE DATE (THE HIGHER    *
      *  OF THE STATE RATE AND THE '**' FLOOR) IS REJECTED.            *
      *                                                                *
      *  AUTHTAB ALSO CARRIES EACH OPERATOR'S OWN EMP-NUM AND THE     *
      *  COMPANY CODES THEY MAY VIEW, FOR THE ACCLOGSB ACCESS LOG AND  *
      *  THE WBCI0560 WEEKLY ACCESS REVIEW; MAINTENANCE IGNORES THEM.  *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT GRADE-TABLE      ASSIGN TO GRADETAB
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT MIN-WAGE-TABLE   ASSIGN TO MINWAGE
               FILE STATUS IS WS-MINWG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TXN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    OPERATOR(8) + ALLOWED ACTIONS (UP TO 'ACD') + 'Y'
      *    WHEN THE COMPENSATION FIELDS MAY BE TOUCHED.  AN 'R'
      *    IN THE ACTIONS IS RELEASE AUTHORITY FOR THE PAYMENT
      *    FILE (WBCI0480) AND IS PASSED OVER HERE
       01  AUTH-RECORD.
           05  AT-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(1).
           05  AT-ACTIONS             PIC X(3).
           05  FILLER                 PIC X(1).
           05  AT-COMP-ALLOWED        PIC X(1).
           05  FILLER                 PIC X(1).
      *    THE OPERATOR'S OWN EMP-NUM AND UP TO FIVE COMPANY CODES
      *    THEY MAY VIEW (ALL BLANK = EVERY COMPANY) - USED BY THE
      *    WBCI0560 WEEKLY ACCESS REVIEW, NOT BY MAINTENANCE
           05  AT-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  AT-COMPANY-CODES       PIC X(10).
           05  FILLER                 PIC X(49).

       FD  MAINT-PEND-IN
           LABEL RECORDS ARE STANDARD
           05  HX-BEFORE-IMAGE        PIC X(120).
           05  HX-AFTER-IMAGE         PIC X(120).
           05  FILLER                 PIC X(9).

       FD  GRADE-TABLE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYGRD.

       FD  MIN-WAGE-TABLE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYMWG.
      ***
      ***
       WORKING-STORAGE SECTION.
               10  WS-AT-ACTIONS      PIC X(3).
               10  WS-AT-COMP-OK      PIC X(1).

       01  WS-GRADE-STATUS            PIC XX       VALUE SPACES.
       01  WS-GRADE-EOF-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-GRADE-EOF                        VALUE 'Y'.
       01  WS-GRADE-LOADED-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-GRADE-LOADED                     VALUE 'Y'.
       01  WS-GRADE-IDX               PIC 9(3)     VALUE 0.
       01  WS-GRADE-FOUND             PIC 9(3)     VALUE 0.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-COUNT         PIC 9(3)     VALUE 0.
           05  WS-GRADE-ENTRY         OCCURS 200 TIMES.
               10  WS-GT-GRADE        PIC X(2).
               10  WS-GT-EMP-TYPE     PIC X(1).
               10  WS-GT-REGION       PIC X(1).
               10  WS-GT-MIN          PIC 9(5)V99.
               10  WS-GT-MAX          PIC 9(5)V99.
       01  WS-RANGE-PAY               PIC 9(5)V99  VALUE 0.
       01  WS-RANGE-WARN-COUNT        PIC 9(5)     VALUE 0.
       01  WS-RANGE-MSG.
           05  WS-RM-TEXT             PIC X(19).
           05  FILLER                 PIC X(7)     VALUE ' GRADE '.
           05  WS-RM-GRADE            PIC X(2).
           05  FILLER                 PIC X(6)     VALUE ' PAY '.
           05  WS-RM-PAY              PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(8)     VALUE ' RANGE '.
           05  WS-RM-MIN              PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(3)     VALUE ' - '.
           05  WS-RM-MAX              PIC ZZ,ZZ9.99.

       01  WS-MINWG-STATUS            PIC XX       VALUE SPACES.
       01  WS-MINWG-EOF-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-MINWG-EOF                        VALUE 'Y'.
       01  WS-MINWG-LOADED-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MINWG-LOADED                     VALUE 'Y'.
       01  WS-MINWG-IDX               PIC 9(3)     VALUE 0.
       01  WS-MINWG-TABLE.
           05  WS-MINWG-COUNT         PIC 9(3)     VALUE 0.
           05  WS-MINWG-ENTRY         OCCURS 500 TIMES.
               10  WS-MW-STATE        PIC X(2).
               10  WS-MW-EFF-DATE     PIC X(8).
               10  WS-MW-RATE         PIC 9(3)V99.
       01  WS-MW-ON-DATE              PIC X(8)     VALUE SPACES.
       01  WS-MW-STATE-DATE           PIC X(8)     VALUE SPACES.
       01  WS-MW-STATE-RATE           PIC 9(3)V99  VALUE 0.
       01  WS-MW-FLOOR-DATE           PIC X(8)     VALUE SPACES.
       01  WS-MW-FLOOR-RATE           PIC 9(3)V99  VALUE 0.
       01  WS-MW-MINIMUM              PIC 9(3)V99  VALUE 0.

       01  WS-TODAY-X                 PIC X(8)     VALUE SPACES.
       01  WS-HELD-COUNT              PIC 9(5)     VALUE 0.
       01  WS-RELEASED-COUNT          PIC 9(5)     VALUE 0.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-REJ-REASON          PIC X(20).
           05  FILLER                 PIC X(5)     VALUE SPACES.

      *    SHARED EMPLOYEE-RECORD EDIT LINK AREA
       COPY TCPYEMV.
      ***
      ***
       PROCEDURE DIVISION.
           WRITE MAINT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-X.
           PERFORM 0130-LOAD-AUTHORITY.
           PERFORM 0170-LOAD-GRADES.
           PERFORM 0190-LOAD-MIN-WAGES.
           IF WS-VSAM-STATUS NOT = '00'
              MOVE SPACES TO WS-REPORT-LINE
              MOVE 'MASTER OPEN FAILED - NO UPDATES APPLIED'
       0280-AUTH-EXIT.
           EXIT.

      *    OPTIONAL PAY-GRADE RANGES - WITHOUT A GRADETAB DD
      *    NO RANGE WARNINGS ARE PRODUCED
       0170-LOAD-GRADES.
           OPEN INPUT GRADE-TABLE.
           IF WS-GRADE-STATUS = '00'
              MOVE 'Y' TO WS-GRADE-LOADED-FLAG
              PERFORM 0180-LOAD-ONE-GRADE UNTIL WS-GRADE-EOF
              CLOSE GRADE-TABLE
           END-IF.

       0180-LOAD-ONE-GRADE.
           READ GRADE-TABLE
              AT END
                 MOVE 'Y' TO WS-GRADE-EOF-FLAG
              NOT AT END
                 IF GR-GRADE NOT = SPACES
                    AND GR-MIN-DIGITS NUMERIC
                    AND GR-MAX-DIGITS NUMERIC
                    AND WS-GRADE-COUNT < 200
                    ADD 1 TO WS-GRADE-COUNT
                    MOVE GR-GRADE TO WS-GT-GRADE(WS-GRADE-COUNT)
                    MOVE GR-EMP-TYPE
                       TO WS-GT-EMP-TYPE(WS-GRADE-COUNT)
                    MOVE GR-REGION TO WS-GT-REGION(WS-GRADE-COUNT)
                    MOVE GR-MIN-DIGITS
                       TO WS-GT-MIN(WS-GRADE-COUNT)(1:7)
                    MOVE GR-MAX-DIGITS
                       TO WS-GT-MAX(WS-GRADE-COUNT)(1:7)
                 END-IF
           END-READ.

      *    OPTIONAL MINIMUM-WAGE TABLE - WITHOUT A MINWAGE DD
      *    NO MINIMUM-WAGE EDIT IS MADE
       0190-LOAD-MIN-WAGES.
           OPEN INPUT MIN-WAGE-TABLE.
           IF WS-MINWG-STATUS = '00'
              MOVE 'Y' TO WS-MINWG-LOADED-FLAG
              PERFORM 0195-LOAD-ONE-MIN-WAGE UNTIL WS-MINWG-EOF
              CLOSE MIN-WAGE-TABLE
           END-IF.

       0195-LOAD-ONE-MIN-WAGE.
           READ MIN-WAGE-TABLE
              AT END
                 MOVE 'Y' TO WS-MINWG-EOF-FLAG
              NOT AT END
                 IF MW-STATE NOT = SPACES
                    AND MW-EFF-DATE NUMERIC
                    AND MW-RATE-DIGITS NUMERIC
                    AND WS-MINWG-COUNT < 500
                    ADD 1 TO WS-MINWG-COUNT
                    MOVE MW-STATE TO WS-MW-STATE(WS-MINWG-COUNT)
                    MOVE MW-EFF-DATE
                       TO WS-MW-EFF-DATE(WS-MINWG-COUNT)
                    MOVE MW-RATE-DIGITS
                       TO WS-MW-RATE(WS-MINWG-COUNT)(1:5)
                 END-IF
           END-READ.

      *    RELEASE PASS: PENDING TRANSACTIONS WHOSE EFFECTIVE
      *    DATE HAS ARRIVED ARE APPLIED; THE REST ROLL FORWARD
      *    TO MPENDOUT AND ARE LISTED AS STILL WAITING

       0300-APPLY-ADD.
           PERFORM 0600-EDIT-TXN-FIELDS.
           IF WS-TXN-EDITS-PASS
              PERFORM 0460-CHECK-MIN-WAGE THRU 0460-MINWAGE-EXIT
           END-IF.
           IF NOT WS-TXN-EDITS-PASS
              PERFORM 0700-REJECT-TXN
           ELSE
              MOVE SPACE TO TX-BANK-SUSPECT
              MOVE WS-TXN-EMPLOYEE TO VSAM-MASTER-RECORD
              WRITE VSAM-MASTER-RECORD
                 INVALID KEY
                    MOVE SPACES TO WS-HIST-BEFORE
                    MOVE WS-TXN-EMPLOYEE TO WS-HIST-AFTER
                    PERFORM 0750-WRITE-HISTORY THRU 0750-HISTORY-EXIT
                    PERFORM 0450-CHECK-PAY-RANGE THRU
                            0450-RANGE-EXIT
              END-WRITE
           END-IF.

       0400-APPLY-CHANGE.
           PERFORM 0600-EDIT-TXN-FIELDS.
           IF WS-TXN-EDITS-PASS
              PERFORM 0460-CHECK-MIN-WAGE THRU 0460-MINWAGE-EXIT
           END-IF.
           IF NOT WS-TXN-EDITS-PASS
              PERFORM 0700-REJECT-TXN
           ELSE
                    MOVE 'EMPLOYEE NOT ON FILE' TO WS-EDIT-ERROR
                    PERFORM 0700-REJECT-TXN
                 NOT INVALID KEY
                    PERFORM 0410-CARRY-SUSPECT-FLAG
                    ADD 1 TO WS-CHANGE-COUNT
                    MOVE SPACES TO WS-REPORT-LINE
                    MOVE WS-OPERATOR-ID TO WS-RPT-OPERATOR
                    MOVE VSAM-MASTER-RECORD TO WS-RPT-DATA
                    WRITE MAINT-REPORT-RECORD FROM WS-REPORT-LINE
                    END-WRITE
                    PERFORM 0450-CHECK-PAY-RANGE THRU
                            0450-RANGE-EXIT
              END-READ
           END-IF.

      *    BYTES 81-99 ARE BANK-ROUTING/ACCOUNT, BYTE 115 THE
      *    SUSPECT FLAG
       0410-CARRY-SUSPECT-FLAG.
           IF VSAM-MASTER-RECORD(81:19) = WS-TXN-EMPLOYEE(81:19)
              MOVE VSAM-MASTER-RECORD(115:1) TO TX-BANK-SUSPECT
           ELSE
              MOVE SPACE TO TX-BANK-SUSPECT
           END-IF.

      *    RANGE CHECK ON THE APPLIED IMAGE.  A REGION-SPECIFIC
      *    RANGE WINS OVER A '*' RANGE FOR THE SAME GRADE/TYPE.
      *    CONTRACTORS AND UNGRADED EMPLOYEES ARE NOT CHECKED
       0450-CHECK-PAY-RANGE.
           IF NOT WS-GRADE-LOADED
              OR TX-PAY-GRADE = SPACES
              OR CONTRACTOR
              GO TO 0450-RANGE-EXIT
           END-IF.
           MOVE 0 TO WS-GRADE-FOUND.
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
              IF WS-GT-GRADE(WS-GRADE-IDX) = TX-PAY-GRADE
                 AND WS-GT-EMP-TYPE(WS-GRADE-IDX) = TX-EMP-TYPE
                 IF WS-GT-REGION(WS-GRADE-IDX) = TX-EMP-REGION
                    MOVE WS-GRADE-IDX TO WS-GRADE-FOUND
                 ELSE
                    IF WS-GT-REGION(WS-GRADE-IDX) = '*'
                       AND WS-GRADE-FOUND = 0
                       MOVE WS-GRADE-IDX TO WS-GRADE-FOUND
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN HOURLY
                 MOVE TX-EMP-RATE TO WS-RANGE-PAY
              WHEN SALES
                 MOVE TX-SALES-SALARY TO WS-RANGE-PAY
              WHEN OTHER
                 MOVE TX-MGMT-SALARY TO WS-RANGE-PAY
           END-EVALUATE.
           MOVE SPACES TO WS-RM-TEXT.
           MOVE TX-PAY-GRADE TO WS-RM-GRADE.
           MOVE WS-RANGE-PAY TO WS-RM-PAY.
           MOVE 0 TO WS-RM-MIN WS-RM-MAX.
           IF WS-GRADE-FOUND = 0
              MOVE 'NO RANGE FOR GRADE' TO WS-RM-TEXT
           ELSE
              MOVE WS-GT-MIN(WS-GRADE-FOUND) TO WS-RM-MIN
              MOVE WS-GT-MAX(WS-GRADE-FOUND) TO WS-RM-MAX
              IF WS-RANGE-PAY < WS-GT-MIN(WS-GRADE-FOUND)
                 MOVE 'PAY BELOW MINIMUM' TO WS-RM-TEXT
              END-IF
              IF WS-RANGE-PAY > WS-GT-MAX(WS-GRADE-FOUND)
                 MOVE 'PAY ABOVE MAXIMUM' TO WS-RM-TEXT
              END-IF
           END-IF.
           IF WS-RM-TEXT = SPACES
              GO TO 0450-RANGE-EXIT
           END-IF.
           ADD 1 TO WS-RANGE-WARN-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-OPERATOR-ID TO WS-RPT-OPERATOR.
           MOVE 'WARNING' TO WS-RPT-LABEL.
           MOVE TX-EMP-NUM TO WS-RPT-DATA(1:5).
           MOVE WS-RANGE-MSG TO WS-RPT-DATA(7:).
           WRITE MAINT-REPORT-RECORD FROM WS-REPORT-LINE.
       0450-RANGE-EXIT.
           EXIT.

      *    AN HOURLY RATE BELOW THE MINIMUM IN FORCE FOR THE
      *    EMPLOYEE'S STATE ON THE DAY THE CHANGE TAKES EFFECT
      *    FAILS THE EDIT.  A TERMINATION IS NEVER HELD UP
       0460-CHECK-MIN-WAGE.
           IF NOT WS-MINWG-LOADED
              OR NOT HOURLY
              OR EMP-TERMINATED
              GO TO 0460-MINWAGE-EXIT
           END-IF.
           IF WS-TXN-EFF-DATE NUMERIC
              MOVE WS-TXN-EFF-DATE TO WS-MW-ON-DATE
           ELSE
              MOVE WS-TODAY-X TO WS-MW-ON-DATE
           END-IF.
           MOVE '00000000' TO WS-MW-STATE-DATE WS-MW-FLOOR-DATE.
           MOVE 0 TO WS-MW-STATE-RATE WS-MW-FLOOR-RATE.
           PERFORM VARYING WS-MINWG-IDX FROM 1 BY 1
                   UNTIL WS-MINWG-IDX > WS-MINWG-COUNT
              IF WS-MW-EFF-DATE(WS-MINWG-IDX) NOT > WS-MW-ON-DATE
                 IF WS-MW-STATE(WS-MINWG-IDX) = TX-EMP-STATE
                    AND WS-MW-EFF-DATE(WS-MINWG-IDX)
                        NOT < WS-MW-STATE-DATE
                    MOVE WS-MW-EFF-DATE(WS-MINWG-IDX)
                       TO WS-MW-STATE-DATE
                    MOVE WS-MW-RATE(WS-MINWG-IDX) TO WS-MW-STATE-RATE
                 END-IF
                 IF WS-MW-STATE(WS-MINWG-IDX) = '**'
                    AND WS-MW-EFF-DATE(WS-MINWG-IDX)
                        NOT < WS-MW-FLOOR-DATE
                    MOVE WS-MW-EFF-DATE(WS-MINWG-IDX)
                       TO WS-MW-FLOOR-DATE
                    MOVE WS-MW-RATE(WS-MINWG-IDX) TO WS-MW-FLOOR-RATE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-MW-STATE-RATE TO WS-MW-MINIMUM.
           IF WS-MW-FLOOR-RATE > WS-MW-MINIMUM
              MOVE WS-MW-FLOOR-RATE TO WS-MW-MINIMUM
           END-IF.
           IF TX-EMP-RATE < WS-MW-MINIMUM
              MOVE 'RATE BELOW MIN WAGE' TO WS-EDIT-ERROR
           END-IF.
       0460-MINWAGE-EXIT.
           EXIT.

       0500-APPLY-DELETE.
           IF WS-TXN-EMPLOYEE(1:5) NOT NUMERIC
              MOVE 'EMP-NUM NOT NUMERIC' TO WS-EDIT-ERROR
              END-READ
           END-IF.

      *    THE FIELD EDITS LIVE IN THE SHARED EMPEDTSB SERVICE
      *    SO THE WBCI0420 ONLINE UPDATE EDITS IDENTICALLY
       0600-EDIT-TXN-FIELDS.
           MOVE WS-TXN-EMPLOYEE TO EV-RECORD.
           CALL 'EMPEDTSB' USING EMPEDIT-AREA.
           MOVE EV-RECORD TO WS-TXN-EMPLOYEE.
           MOVE EV-ERROR TO WS-EDIT-ERROR.

       0700-REJECT-TXN.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-RELEASED-COUNT TO WS-TOT-COUNT.
           MOVE 'RELEASED FROM PENDING' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.
           MOVE WS-RANGE-WARN-COUNT TO WS-TOT-COUNT.
           MOVE 'OUTSIDE PAY-GRADE RANGE' TO WS-TOT-LABEL.
           PERFORM 0810-WRITE-TOTAL-LINE.

       0810-WRITE-TOTAL-LINE.
           WRITE MAINT-REPORT-RECORD FROM WS-TOTAL-LINE.
