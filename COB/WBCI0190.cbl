      *  THE REPORT LISTS EVERY ACTION UP TO THAT DATE AND PRINTS     *
      *  THE RECONSTRUCTED RECORD, DECODED BY EMPLOYEE TYPE.          *
      *                                                                *
      *  HISTPARM CARD:  COLS 1-5 EMP-NUM, COL 7-14 AS-OF DATE,       *
      *                  COLS 16-23 REQUESTING OPERATOR.               *
      *                                                                *
      *  EVERY EMPLOYEE REPLAYED IS LOGGED THROUGH THE SHARED ACCLOGSB *
      *  ACCESS LOG, WHICH CHECKS THE OPERATOR AGAINST AUTHTAB; A      *
      *  REFUSED OPERATOR GETS A REFUSAL LINE, NOT THE HISTORY.        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  HP-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  HP-AS-OF-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  HP-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(57).

       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED SENSITIVE-DATA ACCESS LOG LINK AREA
       COPY TCPYACL.
      ***
      ***
       PROCEDURE DIVISION.
           ELSE
              MOVE HP-EMP-NUM TO WS-WANTED-EMP
              MOVE HP-AS-OF-DATE TO WS-AS-OF-DATE
              PERFORM 0220-LOG-ACCESS
              IF AL-MAY-DISPLAY
                 PERFORM 0300-REPLAY-ONE-EMPLOYEE
              END-IF
           END-IF.
           PERFORM 0210-READ-PARM.

              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0220-LOG-ACCESS.
           MOVE 'WBCI0190' TO AL-PROGRAM.
           MOVE HP-OPERATOR TO AL-OPERATOR.
           MOVE HP-EMP-NUM TO AL-EMP-NUM.
           CALL 'ACCLOGSB' USING ACCLOG-AREA.
           IF AL-REFUSED
              MOVE SPACES TO HISTORY-REPORT-RECORD
              STRING ' EMPLOYEE ' HP-EMP-NUM
                     ' ACCESS REFUSED - OPERATOR ' HP-OPERATOR
                     ' NOT ON AUTHTAB'
                     DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
              WRITE HISTORY-REPORT-RECORD
           END-IF.

      *    THE HISTORY IS KEYED IN TIMESTAMP ORDER, SO THE
      *    REPLAY IS ONE FORWARD SWEEP: EVERY ACTION DATED ON
      *    OR BEFORE THE AS-OF DATE IS LISTED AND THE LAST
