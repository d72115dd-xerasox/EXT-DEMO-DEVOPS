       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRMEDTSB.
       AUTHOR.        BENCHMARK ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * SHARED PARAMETER-VALUE EDIT SERVICE.
      *      JUDGES ONE REGISTRY VALUE AGAINST ITS PARAMETER
      *      RULE: A WHOLE NUMBER OR DATE WITHIN THE RULE'S
      *      MINIMUM AND MAXIMUM, ONE OF THE RULE'S ALLOWED
      *      VALUES, OR ANY NON-BLANK TEXT.  HELD IN ONE PLACE
      *      SO THE WBCI0570 MAINTENANCE AND THE WBCI0580
      *      PRE-SCHEDULE CHECK CANNOT DRIFT APART.
      *      NO FILE I/O.
      *      WITH COPYLIB   TCPYPED (LINKAGE AREA)
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

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-VALUE-LEN          PIC 9(2)  VALUE 0.
       01  WS-VALUE-NUM          PIC 9(9)  VALUE 0.
       01  WS-ALLOWED-IDX        PIC 9(2)  VALUE 0.
       01  WS-ALLOWED-HIT-FLAG   PIC X(1)  VALUE 'N'.
           88  WS-ALLOWED-HIT              VALUE 'Y'.
       01  WS-ALLOWED-TABLE.
           05  WS-ALLOWED-VALUE  PIC X(30) OCCURS 10 TIMES.

       LINKAGE SECTION.
      ********************************************************
      **** A COPY MEMBER FOR THE LINKAGE AREA
      ********************************************************
       COPY TCPYPED.

       PROCEDURE DIVISION USING PARMEDIT-AREA.

       00000-MAIN-PROCEDURE.

           MOVE SPACES TO PE-ERROR.
           IF PE-VALUE = SPACES
              MOVE 'VALUE MISSING' TO PE-ERROR
              GOBACK
           END-IF.

           EVALUATE TRUE
              WHEN PE-TYPE-NUMBER
                 PERFORM 00010-EDIT-NUMBER
              WHEN PE-TYPE-DATE
                 PERFORM 00010-EDIT-NUMBER
                 IF PE-VALUE-VALID
                    IF WS-VALUE-LEN NOT = 8
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-VALUE-NUM)
                          NOT = 0
                       MOVE 'NOT A VALID DATE' TO PE-ERROR
                    END-IF
                 END-IF
              WHEN PE-TYPE-LIST
                 PERFORM 00020-EDIT-LIST
              WHEN PE-TYPE-TEXT
                 CONTINUE
              WHEN OTHER
                 MOVE 'NO VALID RULE TYPE' TO PE-ERROR
           END-EVALUATE.

      *    THE RANGE APPLIES TO NUMBERS AND DATES ALIKE
           IF PE-VALUE-VALID
              AND (PE-TYPE-NUMBER OR PE-TYPE-DATE)
              IF PE-MIN NUMERIC
                 AND WS-VALUE-NUM < PE-MIN-NUM
                 MOVE 'BELOW RULE MINIMUM' TO PE-ERROR
              END-IF
              IF PE-MAX NUMERIC
                 AND WS-VALUE-NUM > PE-MAX-NUM
                 MOVE 'ABOVE RULE MAXIMUM' TO PE-ERROR
              END-IF
           END-IF.
           GOBACK.

      *    LEFT-JUSTIFIED DIGITS, NOTHING AFTER THEM
       00010-EDIT-NUMBER.
           MOVE 0 TO WS-VALUE-LEN WS-VALUE-NUM.
           INSPECT PE-VALUE TALLYING WS-VALUE-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-VALUE-LEN = 0 OR WS-VALUE-LEN > 9
              MOVE 'NOT A NUMBER' TO PE-ERROR
           ELSE
              IF PE-VALUE(1:WS-VALUE-LEN) NOT NUMERIC
                 MOVE 'NOT A NUMBER' TO PE-ERROR
              ELSE
                 IF WS-VALUE-LEN < 30
                    AND PE-VALUE(WS-VALUE-LEN + 1:) NOT = SPACES
                    MOVE 'NOT A NUMBER' TO PE-ERROR
                 ELSE
                    MOVE PE-VALUE(1:WS-VALUE-LEN) TO WS-VALUE-NUM
                 END-IF
              END-IF
           END-IF.

       00020-EDIT-LIST.
           MOVE SPACES TO WS-ALLOWED-TABLE.
           UNSTRING PE-ALLOWED DELIMITED BY '/'
              INTO WS-ALLOWED-VALUE(1) WS-ALLOWED-VALUE(2)
                   WS-ALLOWED-VALUE(3) WS-ALLOWED-VALUE(4)
                   WS-ALLOWED-VALUE(5) WS-ALLOWED-VALUE(6)
                   WS-ALLOWED-VALUE(7) WS-ALLOWED-VALUE(8)
                   WS-ALLOWED-VALUE(9) WS-ALLOWED-VALUE(10)
           END-UNSTRING.
           MOVE 'N' TO WS-ALLOWED-HIT-FLAG.
           PERFORM VARYING WS-ALLOWED-IDX FROM 1 BY 1
                   UNTIL WS-ALLOWED-IDX > 10
              IF WS-ALLOWED-VALUE(WS-ALLOWED-IDX) NOT = SPACES
                 AND WS-ALLOWED-VALUE(WS-ALLOWED-IDX) = PE-VALUE
                 MOVE 'Y' TO WS-ALLOWED-HIT-FLAG
              END-IF
           END-PERFORM.
           IF NOT WS-ALLOWED-HIT
              MOVE 'NOT AN ALLOWED VALUE' TO PE-ERROR
           END-IF.
