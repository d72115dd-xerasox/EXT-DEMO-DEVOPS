       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALNDRSB.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * SHARED BUSINESS-DAY CALENDAR SERVICE.
      *      ONE ANSWER FOR THE WHOLE SUITE TO "IS THIS A
      *      BUSINESS DAY", "NEXT / PREVIOUS BUSINESS DAY"
      *      AND "BUSINESS DAYS BETWEEN TWO DATES", SO NO
      *      PROGRAM TREATS A BANK HOLIDAY AS A WORKING DAY.
      *      SATURDAY AND SUNDAY ARE NEVER BUSINESS DAYS.
      *      THE HOLIDAYS TABLE (TCPYHOL) IS LOADED ON THE
      *      FIRST CALL AND HELD IN DATE ORDER FOR THE REST
      *      OF THE RUN; A HOLIDAY APPLIES TO ITS COUNTRY
      *      AND TO THE ONE REGION GIVEN ('*' = EVERY REGION
      *      OF THE COUNTRY).  WITHOUT A HOLIDAYS DD ONLY
      *      WEEKENDS ARE SKIPPED.
      *      WITH COPYLIB   TCPYCAL (LINKAGE AREA)
      *                     TCPYHOL (HOLIDAY RECORD)
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

           SELECT HOLIDAY-FILE ASSIGN HOLIDAYS
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  HOLIDAY-FILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS HOLIDAY-RECORD.

       COPY TCPYHOL.

       WORKING-STORAGE SECTION.

       01  WS-HOLIDAY-STATUS     PIC XX    VALUE SPACES.

       01  WS-LOAD-DONE-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-LOAD-DONE                VALUE 'Y'.
       01  WS-LOADED-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-HOLIDAYS-LOADED          VALUE 'Y'.
       01  WS-HOL-EOF-FLAG       PIC X(1)  VALUE 'N'.
           88  WS-HOL-EOF                  VALUE 'Y'.

      *    THE HOLIDAYS IN DATE ORDER (INSERTED AS LOADED)
       01  WS-HOL-MAX            PIC 9(4)  VALUE 2000.
       01  WS-HOL-IDX            PIC 9(4)  VALUE 0.
       01  WS-SCAN-FROM          PIC 9(4)  VALUE 1.
       01  WS-HOL-TABLE.
           05  WS-HOL-COUNT      PIC 9(4)  VALUE 0.
           05  WS-HOL-ENTRY      OCCURS 2000 TIMES.
               10  WS-HT-DATE    PIC 9(8).
               10  WS-HT-COUNTRY PIC X(2).
               10  WS-HT-REGION  PIC X(1).
               10  WS-HT-NAME    PIC X(30).
       01  WS-NEW-ENTRY.
           05  WS-NEW-DATE       PIC 9(8).
           05  WS-NEW-COUNTRY    PIC X(2).
           05  WS-NEW-REGION     PIC X(1).
           05  WS-NEW-NAME       PIC X(30).
       01  WS-SHIFT-DONE-FLAG    PIC X(1)  VALUE 'N'.
           88  WS-SHIFT-DONE               VALUE 'Y'.

      *    ONE DAY UNDER TEST, ON THE INTEGER-OF-DATE SCALE.
      *    DAY 1 OF THE SCALE IS A MONDAY, SO WEEKDAY 5 AND 6
      *    ARE SATURDAY AND SUNDAY
       01  WS-TEST-INT           PIC S9(9) VALUE 0.
       01  WS-TEST-DATE          PIC 9(8)  VALUE 0.
       01  WS-WEEKDAY            PIC 9(1)  VALUE 0.
       01  WS-TEST-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-TEST-BUSINESS            VALUE 'Y'.
       01  WS-TEST-NAME          PIC X(30) VALUE SPACES.
       01  WS-SCAN-DONE-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.

       01  WS-FROM-INT           PIC S9(9) VALUE 0.
       01  WS-TO-INT             PIC S9(9) VALUE 0.
       01  WS-DAYS               PIC S9(7) VALUE 0.

       LINKAGE SECTION.
      ********************************************************
      **** A COPY MEMBER FOR THE LINKAGE AREA
      ********************************************************
       COPY TCPYCAL.

       PROCEDURE DIVISION USING CALNDR-AREA.

       00000-MAIN-PROCEDURE.

           IF NOT WS-LOAD-DONE
              PERFORM 00100-LOAD-HOLIDAYS
           END-IF.
           MOVE WS-LOADED-FLAG TO CL-TABLE-FLAG.
           MOVE SPACE TO CL-RETURN.
           MOVE 'N' TO CL-BUSINESS-FLAG.
           MOVE SPACES TO CL-HOLIDAY-NAME.
           MOVE 0 TO CL-RESULT-DATE CL-DAY-COUNT.

           IF CL-DATE-1 NOT NUMERIC
              MOVE 'D' TO CL-RETURN
              GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(CL-DATE-1) NOT = 0
              MOVE 'D' TO CL-RETURN
              GOBACK
           END-IF.
           IF CL-FN-COUNT
              IF CL-DATE-2 NOT NUMERIC
                 MOVE 'D' TO CL-RETURN
                 GOBACK
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(CL-DATE-2) NOT = 0
                 MOVE 'D' TO CL-RETURN
                 GOBACK
              END-IF
           END-IF.

           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(CL-DATE-1).
           EVALUATE TRUE
              WHEN CL-FN-IS-BUSINESS
                 MOVE WS-FROM-INT TO WS-TEST-INT
                 MOVE 1 TO WS-SCAN-FROM
                 PERFORM 00200-TEST-ONE-DAY
                 MOVE WS-TEST-FLAG TO CL-BUSINESS-FLAG
                 MOVE WS-TEST-NAME TO CL-HOLIDAY-NAME
              WHEN CL-FN-NEXT
                 MOVE WS-FROM-INT TO WS-TEST-INT
                 MOVE 'N' TO WS-TEST-FLAG
                 PERFORM 00300-STEP-FORWARD UNTIL WS-TEST-BUSINESS
                 MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
                    TO CL-RESULT-DATE
              WHEN CL-FN-PREVIOUS
                 MOVE WS-FROM-INT TO WS-TEST-INT
                 MOVE 'N' TO WS-TEST-FLAG
                 PERFORM 00310-STEP-BACK UNTIL WS-TEST-BUSINESS
                 MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
                    TO CL-RESULT-DATE
              WHEN CL-FN-COUNT
                 PERFORM 00400-COUNT-BUSINESS-DAYS
              WHEN OTHER
                 MOVE 'F' TO CL-RETURN
           END-EVALUATE.

           GOBACK.

      *    FIRST CALL ONLY: LOAD THE HOLIDAYS, KEEPING THE TABLE
      *    IN DATE ORDER.  UNUSABLE CARDS ARE PASSED BY
       00100-LOAD-HOLIDAYS.
           MOVE 'Y' TO WS-LOAD-DONE-FLAG.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = '00'
              MOVE 'Y' TO WS-LOADED-FLAG
              PERFORM 00110-LOAD-ONE-HOLIDAY UNTIL WS-HOL-EOF
              CLOSE HOLIDAY-FILE
           END-IF.

       00110-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
              AT END
                 MOVE 'Y' TO WS-HOL-EOF-FLAG
              NOT AT END
                 IF HL-DATE NUMERIC
                    AND HL-COUNTRY NOT = SPACES
                    AND WS-HOL-COUNT < WS-HOL-MAX
                    MOVE HL-DATE TO WS-NEW-DATE
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) = 0
                       MOVE HL-COUNTRY TO WS-NEW-COUNTRY
                       MOVE HL-REGION TO WS-NEW-REGION
                       IF WS-NEW-REGION = SPACE
                          MOVE '*' TO WS-NEW-REGION
                       END-IF
                       MOVE HL-NAME TO WS-NEW-NAME
                       ADD 1 TO WS-HOL-COUNT
                       MOVE WS-HOL-COUNT TO WS-HOL-IDX
                       MOVE 'N' TO WS-SHIFT-DONE-FLAG
                       PERFORM 00120-SHIFT-ONE-ENTRY
                          UNTIL WS-SHIFT-DONE
                       MOVE WS-NEW-ENTRY TO WS-HOL-ENTRY(WS-HOL-IDX)
                    END-IF
                 END-IF
           END-READ.

      *    MAKE ROOM FOR THE NEW HOLIDAY BELOW ANY LATER DATE
       00120-SHIFT-ONE-ENTRY.
           IF WS-HOL-IDX = 1
              MOVE 'Y' TO WS-SHIFT-DONE-FLAG
           ELSE
              IF WS-HT-DATE(WS-HOL-IDX - 1) > WS-NEW-DATE
                 MOVE WS-HOL-ENTRY(WS-HOL-IDX - 1)
                    TO WS-HOL-ENTRY(WS-HOL-IDX)
                 SUBTRACT 1 FROM WS-HOL-IDX
              ELSE
                 MOVE 'Y' TO WS-SHIFT-DONE-FLAG
              END-IF
           END-IF.

      *    WS-TEST-INT -> WS-TEST-FLAG / WS-TEST-NAME.  THE TABLE
      *    SCAN STARTS AT WS-SCAN-FROM AND MOVES IT PAST EARLIER
      *    DATES, SO A RUN OF ASCENDING DAYS READS IT ONCE
       00200-TEST-ONE-DAY.
           MOVE 'Y' TO WS-TEST-FLAG.
           MOVE SPACES TO WS-TEST-NAME.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-TEST-INT - 1, 7).
           IF WS-WEEKDAY = 5
              MOVE 'N' TO WS-TEST-FLAG
              MOVE 'SATURDAY' TO WS-TEST-NAME
           END-IF.
           IF WS-WEEKDAY = 6
              MOVE 'N' TO WS-TEST-FLAG
              MOVE 'SUNDAY' TO WS-TEST-NAME
           END-IF.
           IF WS-TEST-BUSINESS AND WS-HOL-COUNT > 0
              COMPUTE WS-TEST-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
              MOVE 'N' TO WS-SCAN-DONE-FLAG
              PERFORM 00210-SCAN-ONE-HOLIDAY
                 VARYING WS-HOL-IDX FROM WS-SCAN-FROM BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT
                    OR WS-SCAN-DONE
           END-IF.

       00210-SCAN-ONE-HOLIDAY.
           EVALUATE TRUE
              WHEN WS-HT-DATE(WS-HOL-IDX) < WS-TEST-DATE
                 COMPUTE WS-SCAN-FROM = WS-HOL-IDX + 1
              WHEN WS-HT-DATE(WS-HOL-IDX) > WS-TEST-DATE
                 MOVE 'Y' TO WS-SCAN-DONE-FLAG
              WHEN WS-HT-COUNTRY(WS-HOL-IDX) = CL-COUNTRY
                 AND (WS-HT-REGION(WS-HOL-IDX) = '*'
                   OR WS-HT-REGION(WS-HOL-IDX) = CL-REGION)
                 MOVE 'N' TO WS-TEST-FLAG
                 MOVE WS-HT-NAME(WS-HOL-IDX) TO WS-TEST-NAME
                 MOVE 'Y' TO WS-SCAN-DONE-FLAG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       00300-STEP-FORWARD.
           ADD 1 TO WS-TEST-INT.
           MOVE 1 TO WS-SCAN-FROM.
           PERFORM 00200-TEST-ONE-DAY.

       00310-STEP-BACK.
           SUBTRACT 1 FROM WS-TEST-INT.
           MOVE 1 TO WS-SCAN-FROM.
           PERFORM 00200-TEST-ONE-DAY.

      *    THE DAYS AFTER THE EARLIER DATE UP TO AND INCLUDING
      *    THE LATER ONE; NEGATIVE WHEN DATE-2 COMES FIRST
       00400-COUNT-BUSINESS-DAYS.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(CL-DATE-2).
           MOVE 0 TO WS-DAYS.
           MOVE 1 TO WS-SCAN-FROM.
           IF WS-TO-INT >= WS-FROM-INT
              MOVE WS-FROM-INT TO WS-TEST-INT
              PERFORM 00410-COUNT-ONE-DAY
                 UNTIL WS-TEST-INT >= WS-TO-INT
              MOVE WS-DAYS TO CL-DAY-COUNT
           ELSE
              MOVE WS-TO-INT TO WS-TEST-INT
              PERFORM 00410-COUNT-ONE-DAY
                 UNTIL WS-TEST-INT >= WS-FROM-INT
              COMPUTE CL-DAY-COUNT = 0 - WS-DAYS
           END-IF.

       00410-COUNT-ONE-DAY.
           ADD 1 TO WS-TEST-INT.
           PERFORM 00200-TEST-ONE-DAY.
           IF WS-TEST-BUSINESS
              ADD 1 TO WS-DAYS
           END-IF.
