      *  IS FLAGGED LOUDLY AND THE JOB ENDS WITH CC 4: THAT SILENCE  *
      *  IS USUALLY THE FIRST SIGN A JOB FAILED.  SIMULTN LINES      *
      *  (SIMULATION RUNS) ARE COUNTED BUT EXCLUDED.                  *
      *  THE WINDOW COMES FROM THE PARMREG REGISTRY (WBCI0150 WINDOW-  *
      *  DAYS) THROUGH PARMLKSB WHEN IT HOLDS ONE; THE DASHPARM CARD   *
      *  IS STILL READ AS THE FALLBACK WHILE THE JOBS MOVE OVER.       *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).
           05  FILLER                 PIC X(13).

      *    SHARED PARAMETER LOOKUP LINK AREA
       COPY TCPYPLK.
      ***
      ***
       PROCEDURE DIVISION.
              END-READ
              CLOSE DASH-PARM
           END-IF.
           PERFORM 0105-REGISTRY-PARMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *    A REGISTRY VALUE WINS OVER THE CARD, UNDER THE SAME EDITS
       0105-REGISTRY-PARMS.
           MOVE 'WBCI0150' TO PK-PROGRAM.
           MOVE 'WINDOW-DAYS' TO PK-PARM-NAME.
           MOVE 0 TO PK-AS-OF-DATE.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND
              AND PK-VALUE-NUMERIC
              AND PK-NUMBER > 0 AND PK-NUMBER < 1000
              MOVE PK-NUMBER TO WS-WINDOW-DAYS
           END-IF.

       0200-PROCESS-SUMMARY.
           IF SUM-TAG = 'SIMULTN'
              ADD 1 TO WS-SIM-LINE-COUNT
