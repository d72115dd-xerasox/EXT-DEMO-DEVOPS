           05  YTD-COMPANY            PIC X(2).
           05  YTD-PERIOD             PIC 9(4).
           05  YTD-RUN-TYPE           PIC X(1).
           05  YTD-REIMB-TOTAL        PIC S9(7)V99 COMP-3.

       FD  YTD-HISTORY
           LABEL RECORDS ARE STANDARD
           MOVE 0 TO YTD-COMP-TOTAL.
           MOVE 0 TO YTD-COMP-USD.
           MOVE 0 TO YTD-DED-TOTAL.
           MOVE 0 TO YTD-REIMB-TOTAL.
           MOVE SPACES TO YTD-LAST-RUN-ID.
           REWRITE YTD-RECORD.
           ADD 1 TO WS-RESET-COUNT.
