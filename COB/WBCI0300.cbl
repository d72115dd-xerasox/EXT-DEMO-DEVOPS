      *  OUTPUT ON PROFRPT.  THIS IS THE PAGE IN FRONT OF PAYROLL     *
      *  WHEN AN EMPLOYEE CALLS.                                       *
      *                                                                *
      *  PRFPARM CARD: COLS 1-5 EMP-NUM, COLS 7-14 REQUESTING          *
      *  OPERATOR.  EVERY PROFILE IS LOGGED THROUGH THE SHARED         *
      *  ACCLOGSB ACCESS LOG, WHICH CHECKS THE OPERATOR AGAINST        *
      *  AUTHTAB; A REFUSED OPERATOR GETS A REFUSAL LINE, NOT THE      *
      *  PROFILE.                                                      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORDING MODE IS F.
       01  PROFILE-PARM-RECORD.
           05  PF-EMP-NUM             PIC X(5).
           05  FILLER                 PIC X(1).
           05  PF-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(66).

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           05  YTD-COMPANY            PIC X(2).
           05  YTD-PERIOD             PIC 9(4).
           05  YTD-RUN-TYPE           PIC X(1).
           05  YTD-REIMB-TOTAL        PIC S9(7)V99 COMP-3.

       FD  AUDIT-IN
           LABEL RECORDS ARE STANDARD

      *    SHARED JOB-EXECUTION LOG LINK AREA
       COPY TCPYJLG.

      *    SHARED SENSITIVE-DATA ACCESS LOG LINK AREA
       COPY TCPYACL.
      ***
      ***
       PROCEDURE DIVISION.

       0200-PROFILE-ONE-CARD.
           IF PF-EMP-NUM NUMERIC
              PERFORM 0220-LOG-ACCESS
              IF AL-MAY-DISPLAY
                 MOVE PF-EMP-NUM TO WS-SEL-EMP-NUM
                 ADD 1 TO WS-PROFILE-COUNT
                 PERFORM 0300-PRINT-MASTER-SECTION
                 PERFORM 0400-PRINT-YTD-SECTION THRU 0400-YTD-EXIT
                 PERFORM 0500-PRINT-AUDIT-SECTION
                    THRU 0500-AUDIT-EXIT
                 PERFORM 0600-PRINT-REGISTER-SECTION
                    THRU 0600-REGISTER-EXIT
              END-IF
           ELSE
              MOVE SPACES TO PROFILE-REPORT-RECORD
              STRING ' INVALID EMPLOYEE NUMBER ON PRFPARM: '
           END-IF.
           PERFORM 0210-READ-PARM.

       0220-LOG-ACCESS.
           MOVE 'WBCI0300' TO AL-PROGRAM.
           MOVE PF-OPERATOR TO AL-OPERATOR.
           MOVE PF-EMP-NUM TO AL-EMP-NUM.
           CALL 'ACCLOGSB' USING ACCLOG-AREA.
           IF AL-REFUSED
              MOVE SPACES TO PROFILE-REPORT-RECORD
              STRING ' EMPLOYEE ' PF-EMP-NUM
                     ' ACCESS REFUSED - OPERATOR ' PF-OPERATOR
                     ' NOT ON AUTHTAB'
                 DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
              WRITE PROFILE-REPORT-RECORD
           END-IF.

      ****************************************************
      ****    SECTION 1 - THE EMPLOYEE MASTER, DECODED
      ****************************************************
                 MOVE YTD-DED-TOTAL TO WS-AMT-VALUE
                 WRITE PROFILE-REPORT-RECORD FROM WS-AMT-LINE
                 END-WRITE
                 IF YTD-REIMB-TOTAL NUMERIC
                    AND YTD-REIMB-TOTAL NOT = 0
                    MOVE 'YTD REIMBURSEMENTS' TO WS-AMT-LABEL
                    MOVE YTD-REIMB-TOTAL TO WS-AMT-VALUE
                    WRITE PROFILE-REPORT-RECORD FROM WS-AMT-LINE
                    END-WRITE
                 END-IF
                 MOVE 'LAST POSTED' TO WS-DTL-LABEL
                 MOVE SPACES TO WS-DTL-VALUE
                 STRING 'RUN ' YTD-LAST-RUN-ID
                        WS-COMP-IMAGE(5:7) '.'
                        WS-COMP-IMAGE(12:2)
                    DELIMITED BY SIZE INTO WS-DECODED-TEXT
              WHEN 'P'
                 IF WS-COMP-IMAGE(1:3) = 'SPL'
                    STRING 'SPLIT SALE ' WS-COMP-IMAGE(5:7) '.'
                           WS-COMP-IMAGE(12:2)
                    DELIMITED BY SIZE INTO WS-DECODED-TEXT
                 ELSE
                    STRING 'CREDIT ' WS-COMP-IMAGE(1:3)
                           '% SHARE ' WS-COMP-IMAGE(4:7) '.'
                           WS-COMP-IMAGE(11:2)
                    DELIMITED BY SIZE INTO WS-DECODED-TEXT
                 END-IF
              WHEN 'L'
                 IF WS-COMP-IMAGE(1:4) = 'LVEP'
                    STRING 'LEAVE PAYOUT ' WS-COMP-IMAGE(5:7) '.'
                           WS-COMP-IMAGE(12:2) ' HRS'
                    DELIMITED BY SIZE INTO WS-DECODED-TEXT
                 ELSE
                    IF WS-COMP-IMAGE(1:3) = 'LVE'
                       STRING 'LEAVE TAKEN ' WS-COMP-IMAGE(5:7) '.'
                              WS-COMP-IMAGE(12:2) ' HRS'
                       DELIMITED BY SIZE INTO WS-DECODED-TEXT
                    ELSE
                       STRING 'LEAVE PAY ' WS-COMP-IMAGE(1:7) '.'
                              WS-COMP-IMAGE(8:2)
                       DELIMITED BY SIZE INTO WS-DECODED-TEXT
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'UNKNOWN EMPLOYEE TYPE' TO WS-DECODED-TEXT
           END-EVALUATE.
