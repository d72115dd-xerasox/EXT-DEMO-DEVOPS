      * the next run's snapshot.
      *
      * RMPARM: COLS 1-8 MINIMUM RT-VOTES (DEFAULT 0)
      * The minimum comes from the PARMREG registry (CWBPMOV8
      * MIN-VOTES) through PARMLKSB when it holds one; RMPARM is
      * still read as the fallback while the jobs move over.
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMOV8.

           05 WS-CN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

      * Registre central des parametres (PARMREG): la valeur
      * en vigueur l'emporte sur la carte
       COPY TCPYPLK.

       PROCEDURE DIVISION.

       1000-Principal-Process.
              END-READ
              CLOSE MOVE-PARM
           END-IF.
           MOVE 'CWBPMOV8' TO PK-PROGRAM
           MOVE 'MIN-VOTES' TO PK-PARM-NAME
           MOVE 0 TO PK-AS-OF-DATE
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 100000000
              MOVE PK-NUMBER TO WS-Min-Votes
           END-IF.

       9700-Print-Movers.
           MOVE SPACES TO MOVE-REPORT-RECORD.
