      *    - A REGION ROLL-UP OF SALES AND QUOTA                      *
      *    - SALES EMPLOYEES WITH NO QUOTA RECORD, LISTED APART       *
      *  TERMINATED EMPLOYEES ARE EXCLUDED.                            *
      *  SPLIT-SALE CREDITS (TYPE 'P' LINES ON THE COMPAUD TRAIL -     *
      *  AUDIN, THE PERIOD'S COMPAUD FILES CONCATENATED) ARE ADDED     *
      *  TO EACH PARTICIPANT'S ACTUAL SALES; WITHOUT AUDIN THE         *
      *  REPORT RUNS ON THE MASTER ALONE.                              *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT QUOTA-FILE    ASSIGN TO QUOTAS
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT AUDIT-IN      ASSIGN TO AUDIN
               FILE STATUS IS WS-AUDIN-STATUS.
           SELECT SALES-REPORT  ASSIGN TO SALESRPT.
       DATA DIVISION.
       FILE SECTION.
           05  QT-QUOTA-DIGITS        PIC X(9).
           05  FILLER                 PIC X(65).

       FD  AUDIT-IN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MIRROR OF WS-AUDIT-LINE-P IN WBCI0040
       01  AUDIT-IN-RECORD.
           05  AUD-EMP-NUM            PIC X(5).
           05  FILLER                 PIC X(2).
           05  AUD-EMP-TYPE           PIC X(1).
           05  FILLER                 PIC X(2).
           05  AUD-SPL-SALE           PIC X(13).
           05  FILLER                 PIC X(2).
           05  AUD-SPL-PCT            PIC X(3).
           05  AUD-SPL-SHARE          PIC X(9).
           05  FILLER                 PIC X(1).
           05  FILLER                 PIC X(2).
           05  AUD-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(32).

       FD  SALES-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
       WORKING-STORAGE SECTION.
       01  WS-EMPFILE-STATUS          PIC XX       VALUE SPACES.
       01  WS-QUOTA-STATUS            PIC XX       VALUE SPACES.
       01  WS-AUDIN-STATUS            PIC XX       VALUE SPACES.

       01  WS-AUD-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-AUD-EOF                          VALUE 'Y'.
       01  WS-SPL-SHARE               PIC 9(7)V99  VALUE 0.
       01  WS-SPL-CREDIT-COUNT        PIC 9(5)     VALUE 0.

       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
      *    SALES EMPLOYEES GATHERED FOR RANKING
       01  WS-SLS-IDX                 PIC 9(3)     VALUE 0.
       01  WS-SLS-JDX                 PIC 9(3)     VALUE 0.
       01  WS-SWAP-ENTRY              PIC X(41).
       01  WS-SALES-TABLE.
           05  WS-SLS-COUNT           PIC 9(3)     VALUE 0.
           05  WS-SLS-ENTRY           OCCURS 300 TIMES.
               10  WS-SLS-SORT-KEY.
                   15  WS-SLS-REGION  PIC 9(1).
                   15  WS-SLS-AMOUNT  PIC 9(7)V99.
               10  WS-SLS-EMP         PIC X(5).
               10  WS-SLS-NAME        PIC X(15).
               10  WS-SLS-QUOTA       PIC 9(7)V99.
               10  WS-SLS-HAS-QUOTA   PIC X(1).
               10  WS-SLS-HAS-SPLIT   PIC X(1).

       01  WS-ATTAIN-PCT              PIC 9(5)V9   VALUE 0.
       01  WS-RANK                    PIC 9(3)     VALUE 0.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-NAME            PIC X(15).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-SALES           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-QUOTA           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-PCT             PIC ZZZZ9.9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DTL-NOTE            PIC X(10).
           05  FILLER                 PIC X(11)    VALUE SPACES.

       01  WS-ROLLUP-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-GATHER-ONE-EMPLOYEE UNTIL WS-EOF.
           PERFORM 0350-APPLY-SPLIT-CREDITS.
           PERFORM 0400-SORT-SALES-TABLE.
           PERFORM 0500-PRINT-RANKINGS.
           PERFORM 0600-PRINT-ROLLUP.
              MOVE WS-SALES-AMOUNT TO WS-SLS-AMOUNT(WS-SLS-COUNT)
              MOVE WS-EMP-NUM TO WS-SLS-EMP(WS-SLS-COUNT)
              MOVE WS-EMP-NAME TO WS-SLS-NAME(WS-SLS-COUNT)
              MOVE 'N' TO WS-SLS-HAS-SPLIT(WS-SLS-COUNT)
              PERFORM 0300-ATTACH-QUOTA
           END-IF.
           PERFORM 0210-READ-EMPLOYEE.
                 TO WS-RGN-QUOTA(WS-EMP-REGION)
           END-IF.

      *    EACH EMPLOYEE'S CREDITED SHARE OF A SPLIT SALE
      *    COUNTS TOWARD THEIR ACTUAL SALES AND THE REGION'S
       0350-APPLY-SPLIT-CREDITS.
           OPEN INPUT AUDIT-IN.
           IF WS-AUDIN-STATUS = '00'
              PERFORM 0360-APPLY-ONE-CREDIT UNTIL WS-AUD-EOF
              CLOSE AUDIT-IN
           END-IF.

       0360-APPLY-ONE-CREDIT.
           READ AUDIT-IN
              AT END
                 MOVE 'Y' TO WS-AUD-EOF-FLAG
              NOT AT END
                 IF AUD-EMP-TYPE = 'P'
                    AND AUD-SPL-SHARE NUMERIC
                    MOVE AUD-SPL-SHARE TO WS-SPL-SHARE(1:9)
                    PERFORM VARYING WS-SLS-IDX FROM 1 BY 1
                            UNTIL WS-SLS-IDX > WS-SLS-COUNT
                       IF WS-SLS-EMP(WS-SLS-IDX) = AUD-EMP-NUM
                          ADD WS-SPL-SHARE
                             TO WS-SLS-AMOUNT(WS-SLS-IDX)
                          MOVE 'Y' TO WS-SLS-HAS-SPLIT(WS-SLS-IDX)
                          IF WS-SLS-REGION(WS-SLS-IDX) >= 1
                             AND WS-SLS-REGION(WS-SLS-IDX) <= 5
                             ADD WS-SPL-SHARE TO WS-RGN-SALES
                                (WS-SLS-REGION(WS-SLS-IDX))
                          END-IF
                          ADD 1 TO WS-SPL-CREDIT-COUNT
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ.

      *    ORDER BY REGION, THEN SALES DESCENDING WITHIN THE
      *    REGION - A PLAIN EXCHANGE SORT IS PLENTY AT THIS
      *    TABLE SIZE
           ELSE
              MOVE 'NO QUOTA' TO WS-DTL-NOTE
           END-IF.
           IF WS-SLS-HAS-SPLIT(WS-SLS-IDX) = 'Y'
              AND WS-SLS-HAS-QUOTA(WS-SLS-IDX) = 'Y'
              MOVE 'SPLIT CR' TO WS-DTL-NOTE
           END-IF.
           WRITE SALES-REPORT-RECORD FROM WS-DETAIL-LINE.

       0600-PRINT-ROLLUP.
                  WS-NO-QUOTA-COUNT
                  DELIMITED BY SIZE INTO SALES-REPORT-RECORD.
           WRITE SALES-REPORT-RECORD.
           MOVE SPACES TO SALES-REPORT-RECORD.
           STRING ' SPLIT-SALE CREDITS COUNTED:             '
                  WS-SPL-CREDIT-COUNT
                  DELIMITED BY SIZE INTO SALES-REPORT-RECORD.
           WRITE SALES-REPORT-RECORD.

       0900-TERMINATE.
           IF WS-EMPFILE-STATUS = '00' OR WS-EMPFILE-STATUS = '10'
