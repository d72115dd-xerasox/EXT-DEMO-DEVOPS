      *      EMPLOYEES THE CRASHED RUN ALREADY POSTED                 *
      *    - ISSUES THE CLOSE ACTION AT END-OF-FILE SO SUSPENSE,      *
      *      OVERTIME HOLDS, TOTALS AND THE PERIOD CLOSE ALL RUN      *
      *  THE CHECKPOINT INTERVAL COMES FROM THE PARMREG REGISTRY       *
      *  (WBCI1210 CKPT-EVERY) THROUGH PARMLKSB WHEN IT HOLDS ONE;     *
      *  THE DRVPARM CARD IS STILL READ AS THE FALLBACK.               *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      *    SHARED ERROR-HANDLING LINK AREA
       COPY TCPYERR.

      *    SHARED PARAMETER LOOKUP LINK AREA
       COPY TCPYPLK.
      ***
      ***
       PROCEDURE DIVISION.
              END-READ
              CLOSE DRIVER-PARM
           END-IF.
           PERFORM 0105-REGISTRY-PARMS.

           PERFORM 0110-LOAD-CHECKPOINT.
           PERFORM 0130-EXCHANGE-RUN-NUMBER.
           END-IF.
           PERFORM 0210-READ-EMPLOYEE.

      *    A REGISTRY VALUE WINS OVER THE CARD, UNDER THE SAME EDITS
       0105-REGISTRY-PARMS.
           MOVE 'WBCI1210' TO PK-PROGRAM.
           MOVE 'CKPT-EVERY' TO PK-PARM-NAME.
           MOVE 0 TO PK-AS-OF-DATE.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER > 0 AND PK-NUMBER < 10000
              MOVE PK-NUMBER TO WS-CKPT-INTERVAL
           END-IF.

      *    RESTART: SKIP STRAIGHT PAST THE EMPLOYEES ALREADY
      *    PROCESSED (AND THEIR TRANSACTIONS).  THE CHECKPOINT
      *    ALSO CARRIES THE CRASHED EXECUTION'S RUN NUMBER -
