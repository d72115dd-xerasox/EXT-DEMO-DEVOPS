      *  NOTE: THE TRAIL ONLY CARRIES RUNS THAT CHANGED THE           *
      *  COMPENSATION FIELDS OR POSTED ADJUSTMENTS - RECONCILE THE    *
      *  PRINTED TOTALS BEFORE SWAPPING YTDNEW IN.                    *
      *  BOTH VALUES COME FROM THE PARMREG REGISTRY (WBCI0290          *
      *  FROM-DATE, CLOSE-YEAR) THROUGH PARMLKSB WHEN IT HOLDS THEM;   *
      *  THE RBPARM CARD IS STILL READ AS THE FALLBACK.                *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  YN-COMPANY             PIC X(2).
           05  YN-PERIOD              PIC 9(4).
           05  YN-RUN-TYPE            PIC X(1).
           05  YN-REIMB-TOTAL         PIC S9(7)V99 COMP-3.

       FD  REBUILD-REPORT
           LABEL RECORDS ARE STANDARD
           05  FILLER                 PIC X(3).
           05  WS-IMG-ADJ-SIGN        PIC X(1).
           05  WS-IMG-ADJ-AMOUNT      PIC 9(7)V99.
      *    LEAVE PAY: THE AFTER IMAGE IS THE AMOUNT PAID
       01  WS-COMP-IMAGE-L REDEFINES WS-COMP-IMAGE-A.
           05  WS-IMG-LVE-AMOUNT      PIC 9(7)V99.
           05  FILLER                 PIC X(4).

       01  WS-RUN-COMP                PIC S9(7)V99 VALUE 0.
       01  WS-RUN-USD                 PIC S9(9)V99 VALUE 0.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.

      *    SHARED PARAMETER LOOKUP LINK AREA
       COPY TCPYPLK.
      ***
      ***
       PROCEDURE DIVISION.
              END-READ
              CLOSE RB-PARM-FILE
           END-IF.
           PERFORM 0105-REGISTRY-PARMS.

           PERFORM 0110-LOAD-RATE-TABLE.
           OPEN INPUT MASTER-FILE.

      *    A REGISTRY VALUE WINS OVER THE CARD
       0105-REGISTRY-PARMS.
           MOVE 'WBCI0290' TO PK-PROGRAM.
           MOVE 0 TO PK-AS-OF-DATE.
           MOVE 'FROM-DATE' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-VALUE(8:1) NOT = SPACE
              AND PK-VALUE(9:1) = SPACE
              MOVE PK-VALUE(1:8) TO WS-FROM-DATE
           END-IF.
           MOVE 'CLOSE-YEAR' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 10000
              MOVE PK-NUMBER TO WS-CLOSE-YEAR
           END-IF.

       0110-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = '00'
                 ELSE
                    MOVE 0 TO WS-RUN-COMP
                 END-IF
              WHEN 'L'
                 IF WS-IMG-LVE-AMOUNT NUMERIC
                    MOVE WS-IMG-LVE-AMOUNT TO WS-RUN-COMP
                 ELSE
                    MOVE 0 TO WS-RUN-COMP
                 END-IF
              WHEN OTHER
                 MOVE 0 TO WS-RUN-COMP
           END-EVALUATE.
           MOVE WS-RB-COMP(WS-EMP-IDX) TO YN-COMP-TOTAL.
           MOVE WS-RB-USD(WS-EMP-IDX) TO YN-COMP-USD.
           MOVE 0 TO YN-DED-TOTAL.
           MOVE 0 TO YN-REIMB-TOTAL.
           MOVE SPACES TO YN-COMPANY.
           MOVE ZEROS TO YN-PERIOD.
           MOVE 'R' TO YN-RUN-TYPE.
