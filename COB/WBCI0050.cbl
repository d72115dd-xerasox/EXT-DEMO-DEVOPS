      *  KEY SEQUENCE AND WRITES ONE TAX-EXTRACT RECORD PER EMPLOYEE  *
      *  WITH THE FIELDS A YEAR-END TAX FEED NEEDS.                    *
      *                                                                *
      *  THE FILING PERIOD AND COMPANY COME FROM THE PARMREG REGISTRY  *
      *  (WBCI0050 PERIOD, COMPANY - 'ALL' = EVERY COMPANY) THROUGH    *
      *  PARMLKSB; A REGISTRY VALUE OVERRIDES THE OLD TAXPARM CARD,    *
      *  WHICH IS STILL READ WHILE THE JOBS MOVE OVER.                 *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.

      *    SHARED PARAMETER LOOKUP LINK AREA
       COPY TCPYPLK.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.

           END-IF.
           OPEN OUTPUT TAX-EXTRACT-FILE.
           PERFORM 0105-READ-TAX-PARM.
           PERFORM 0106-REGISTRY-TAX-PARMS.
           PERFORM 0110-LOAD-TAX-BRACKETS.
           IF NOT WS-EOF
              PERFORM 0210-READ-EMPLOYEE
              CLOSE TAX-PARM-FILE
           END-IF.

      *    A REGISTRY VALUE WINS OVER THE CARD, UNDER THE SAME EDITS
       0106-REGISTRY-TAX-PARMS.
           MOVE 'WBCI0050' TO PK-PROGRAM.
           MOVE 0 TO PK-AS-OF-DATE.
           MOVE 'PERIOD' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND
              IF PK-VALUE(1:1) = 'Q'
                 AND PK-VALUE(2:1) >= '1'
                 AND PK-VALUE(2:1) <= '4'
                 MOVE PK-VALUE TO WS-FILING-PERIOD
                 MOVE 'Y' TO WS-QUARTERLY-FLAG
              ELSE
                 IF PK-VALUE = 'ANNUAL'
                    MOVE PK-VALUE TO WS-FILING-PERIOD
                    MOVE 'N' TO WS-QUARTERLY-FLAG
                 END-IF
              END-IF
           END-IF.
           MOVE 'COMPANY' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND
              IF PK-VALUE = 'ALL'
                 MOVE SPACES TO WS-SEL-COMPANY
              ELSE
                 MOVE PK-VALUE TO WS-SEL-COMPANY
              END-IF
           END-IF.

       0110-LOAD-TAX-BRACKETS.
           OPEN INPUT TAX-BRACKET-FILE.
           IF WS-BRKT-STATUS = '00'
