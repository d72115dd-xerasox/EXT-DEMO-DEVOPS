       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARMLKSB.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * SHARED PARAMETER LOOKUP SERVICE.
      *      THE PROGRAMS THAT USED TO READ THEIR OWN ONE-OFF
      *      CONTROL CARDS ASK THIS MODULE INSTEAD: IT RETURNS
      *      THE VALUE IN FORCE ON THE REQUESTED DATE FOR ONE
      *      PROGRAM AND PARAMETER NAME FROM THE KEYED PARMREG
      *      REGISTRY - THE RECORD WITH THE LATEST EFFECTIVE
      *      DATE NOT AFTER THAT DATE.  THE REGISTRY IS OPENED
      *      ON THE FIRST CALL AND KEPT OPEN FOR THE STEP.
      *      WITHOUT A PARMREG DD EVERY ANSWER IS 'U' AND THE
      *      CALLER FALLS BACK TO ITS CARD.
      *      WITH COPYLIBS  TCPYPLK (LINKAGE AREA)
      *                     TCPYPRM (REGISTRY RECORD)
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

           SELECT PARM-REGISTRY ASSIGN PARMREG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PR-KEY
             FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARM-REGISTRY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS PARMREG-RECORD.

       COPY TCPYPRM.

       WORKING-STORAGE SECTION.

       01  WS-REG-STATUS         PIC XX    VALUE SPACES.

       01  WS-OPEN-DONE-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-OPEN-DONE                VALUE 'Y'.
       01  WS-REG-OPEN-FLAG      PIC X(1)  VALUE 'N'.
           88  WS-REG-OPEN                 VALUE 'Y'.
       01  WS-SCAN-DONE-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.
       01  WS-HIT-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-HIT                      VALUE 'Y'.

       01  WS-AS-OF-DATE         PIC 9(8)  VALUE 0.
       01  WS-VALUE-LEN          PIC 9(2)  VALUE 0.

       LINKAGE SECTION.
      ********************************************************
      **** A COPY MEMBER FOR THE LINKAGE AREA
      ********************************************************
       COPY TCPYPLK.

       PROCEDURE DIVISION USING PARMLK-AREA.

       00000-MAIN-PROCEDURE.

           IF NOT WS-OPEN-DONE
              MOVE 'Y' TO WS-OPEN-DONE-FLAG
              OPEN INPUT PARM-REGISTRY
              IF WS-REG-STATUS = '00'
                 MOVE 'Y' TO WS-REG-OPEN-FLAG
              END-IF
           END-IF.

           MOVE SPACES TO PK-VALUE.
           MOVE 0 TO PK-EFF-DATE PK-NUMBER.
           MOVE 'N' TO PK-NUMERIC-FLAG.
           IF NOT WS-REG-OPEN
              MOVE 'U' TO PK-RETURN
              GOBACK
           END-IF.

           MOVE PK-AS-OF-DATE TO WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF.

      *    POSITION ON THE EARLIEST RECORD FOR THE PARAMETER AND
      *    WALK FORWARD; THE LAST ONE NOT AFTER THE DATE WINS
           MOVE 'N' TO WS-HIT-FLAG.
           MOVE 'N' TO WS-SCAN-DONE-FLAG.
           MOVE PK-PROGRAM TO PR-PROGRAM.
           MOVE PK-PARM-NAME TO PR-PARM-NAME.
           MOVE 0 TO PR-EFF-DATE.
           START PARM-REGISTRY KEY IS NOT LESS THAN PR-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-DONE-FLAG
           END-START.
           PERFORM 00010-SCAN-ONE-RECORD THRU 00010-SCAN-ONE-RECORD-X
              UNTIL WS-SCAN-DONE.

           IF NOT WS-HIT
              MOVE 'M' TO PK-RETURN
              GOBACK
           END-IF.

           MOVE SPACE TO PK-RETURN.
           MOVE 0 TO WS-VALUE-LEN.
           INSPECT PK-VALUE TALLYING WS-VALUE-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-VALUE-LEN > 0 AND WS-VALUE-LEN < 10
              AND PK-VALUE(1:WS-VALUE-LEN) NUMERIC
              MOVE PK-VALUE(1:WS-VALUE-LEN) TO PK-NUMBER
              MOVE 'Y' TO PK-NUMERIC-FLAG
           END-IF.
           GOBACK.

       00010-SCAN-ONE-RECORD.
           READ PARM-REGISTRY NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-DONE-FLAG
                 GO TO 00010-SCAN-ONE-RECORD-X
           END-READ.
           IF PR-PROGRAM NOT = PK-PROGRAM
              OR PR-PARM-NAME NOT = PK-PARM-NAME
              OR PR-EFF-DATE > WS-AS-OF-DATE
              MOVE 'Y' TO WS-SCAN-DONE-FLAG
              GO TO 00010-SCAN-ONE-RECORD-X
           END-IF.
           MOVE 'Y' TO WS-HIT-FLAG.
           MOVE PR-VALUE TO PK-VALUE.
           MOVE PR-EFF-DATE TO PK-EFF-DATE.
       00010-SCAN-ONE-RECORD-X.
           EXIT.
