      *                                                                *
      *  AUDPARM CARD:  'EMP  ' + 5-DIGIT EMP-NUM                      *
      *             OR  'DATE ' + FROM-YYYYMMDD + SPACE + TO-YYYYMMDD  *
      *                 COLS 24-31 THE REQUESTING OPERATOR             *
      *                                                                *
      *  EACH EMP-NUM REPORTED IS LOGGED (ONCE PER CHANGE OF EMP-NUM)  *
      *  THROUGH THE SHARED ACCLOGSB ACCESS LOG, WHICH CHECKS THE      *
      *  OPERATOR AGAINST AUTHTAB; A REFUSED OPERATOR GETS A REFUSAL   *
      *  LINE, NOT THE CHANGES.                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  AP-MODE                PIC X(5).
               88  AP-BY-EMPLOYEE     VALUE 'EMP  '.
               88  AP-BY-DATE         VALUE 'DATE '.
           05  AP-OPERANDS            PIC X(18).
           05  AP-OPERANDS-E REDEFINES AP-OPERANDS.
               10  AP-EMP-NUM         PIC X(5).
               10  FILLER             PIC X(13).
           05  AP-OPERANDS-D REDEFINES AP-OPERANDS.
               10  AP-FROM-DATE       PIC X(8).
               10  FILLER             PIC X(1).
               10  AP-TO-DATE         PIC X(8).
               10  FILLER             PIC X(1).
           05  AP-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(49).

       FD  AUDIT-REPORT
           LABEL RECORDS ARE STANDARD
       01  WS-SEL-FROM-DATE           PIC X(8)     VALUE SPACES.
       01  WS-SEL-TO-DATE             PIC X(8)     VALUE SPACES.

       01  WS-SEL-OPERATOR            PIC X(8)     VALUE SPACES.

       01  WS-MATCH-COUNT             PIC 9(5)     VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(5)     VALUE 0.

      *    THE LAST EMP-NUM LOGGED AND WHETHER IT WAS REFUSED
       01  WS-LOGGED-EMP-NUM          PIC X(5)     VALUE SPACES.
       01  WS-LOGGED-RESULT           PIC X(1)     VALUE SPACE.
           88  WS-LOGGED-REFUSED                   VALUE 'N'.

      *    SHARED SENSITIVE-DATA ACCESS LOG LINK AREA
       COPY TCPYACL.

      *    13-BYTE COMPENSATION IMAGE, DECODED BY TYPE
       01  WS-COMP-IMAGE.
                          MOVE AP-TO-DATE TO WS-SEL-TO-DATE
                    END-EVALUATE
              END-READ
              MOVE AP-OPERATOR TO WS-SEL-OPERATOR
              CLOSE AUDIT-PARM
           END-IF.

              OR (WS-MODE-DATE
                  AND AUD-RUN-DATE >= WS-SEL-FROM-DATE
                  AND AUD-RUN-DATE <= WS-SEL-TO-DATE)
              PERFORM 0300-REPORT-ONE-CHANGE THRU 0300-REPORT-EXIT
           END-IF.
           PERFORM 0210-READ-AUDIT.

              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0220-LOG-ACCESS.
           MOVE 'WBCI0130' TO AL-PROGRAM.
           MOVE WS-SEL-OPERATOR TO AL-OPERATOR.
           MOVE AUD-EMP-NUM TO AL-EMP-NUM.
           CALL 'ACCLOGSB' USING ACCLOG-AREA.
           MOVE AUD-EMP-NUM TO WS-LOGGED-EMP-NUM.
           MOVE AL-RESULT TO WS-LOGGED-RESULT.
           IF AL-REFUSED
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO AUDIT-REPORT-RECORD
              STRING ' EMPLOYEE ' AUD-EMP-NUM
                     ' ACCESS REFUSED - OPERATOR ' WS-SEL-OPERATOR
                     ' NOT ON AUTHTAB'
                     DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
           END-IF.

       0300-REPORT-ONE-CHANGE.
           IF AUD-EMP-NUM NOT = WS-LOGGED-EMP-NUM
              PERFORM 0220-LOG-ACCESS
           END-IF.
           IF WS-LOGGED-REFUSED
              GO TO 0300-REPORT-EXIT
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE AUD-EMP-NUM TO WS-DTL-EMP-NUM.
           PERFORM 0310-DECODE-IMAGE.
           MOVE WS-DECODED-TEXT TO WS-DTL-DECODED.
           WRITE AUDIT-REPORT-RECORD FROM WS-DETAIL-LINE.
       0300-REPORT-EXIT.
           EXIT.

       0310-DECODE-IMAGE.
           MOVE SPACES TO WS-DECODED-TEXT.
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
           CLOSE AUDIT-REPORT.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           DISPLAY 'WBCI0130 CHANGES REPORTED: ' WS-MATCH-COUNT.
           IF WS-REFUSED-COUNT > 0
              DISPLAY 'WBCI0130 EMPLOYEES REFUSED: ' WS-REFUSED-COUNT
           END-IF.
