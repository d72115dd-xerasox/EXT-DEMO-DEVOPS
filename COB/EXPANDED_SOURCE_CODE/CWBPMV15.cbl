       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
      * Content licence master maintenance.  Applies the LICTRAN
      * maintenance transactions to the keyed licence master LICKSD
      * (VSAM KSDS, key = TCONST + region + window start), which
      * holds one record per rights window: the title, the market
      * (region code as carried on AKAFILE), the window start and
      * end dates (YYYYMMDD) and an exclusive flag.  Each LICTRAN
      * record is an action byte - 'A'dd a window, 'C'hange the end
      * date and exclusive flag of a window, or 'D'elete it - then
      * the key and the new values.  Adds must name a title on the
      * catalogue master TITLEKSD; when TITLEKSD cannot be opened
      * every add is rejected (changes and deletes still apply).
      * Before an add or change is
      * applied every other window of the same title in the same
      * market is checked for an overlap: an overlap with or by an
      * exclusive window is rejected, an overlap of two
      * non-exclusive windows is applied and listed as a warning.
      * Applied transactions are listed on LICMRPT in the CWBPMOV6
      * line format, rejects on LICREJ.  The job ends with RC 8 if
      * any transaction was rejected, otherwise RC 4 if there was
      * an overlap warning.  The availability report over LICKSD is
      * CWBPMV16; CWBPMOV3 can select on it.
      *
      * LICTRAN: ACTION(1) TCONST(10) REGION(4) START(8) END(8)
      *          EXCLUSIVE(1) Y/N, BLANK-SEPARATED
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMV15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENSE-TRAN  ASSIGN TO LICTRAN
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT LICENSE-MASTER ASSIGN TO LICKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LK-KEY
               FILE STATUS IS WS-LICENSE-STATUS.
           SELECT TITLE-MASTER  ASSIGN TO TITLEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCONST
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MAINT-REPORT  ASSIGN TO LICMRPT.
           SELECT REJECT-FILE   ASSIGN TO LICREJ.
       DATA DIVISION.
       FILE SECTION.
       FD  LICENSE-TRAN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  LICENSE-TRAN-RECORD.
           05  LT-ACTION            PIC X(1).
           05  FILLER               PIC X.
           05  LT-TCONST            PIC X(10).
           05  FILLER               PIC X.
           05  LT-REGION            PIC X(4).
           05  FILLER               PIC X.
           05  LT-WINDOW-START      PIC X(8).
           05  FILLER               PIC X.
           05  LT-WINDOW-END        PIC X(8).
           05  FILLER               PIC X.
           05  LT-EXCLUSIVE         PIC X(1).
           05  FILLER               PIC X(43).
       FD  LICENSE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      * Fenetre de droits: titre, marche (code region AKAFILE),
      * debut et fin AAAAMMJJ, exclusivite, date de mise a jour
       01  LICENSE-MASTER-RECORD.
           05  LK-KEY.
               10  LK-TCONST        PIC X(10).
               10  LK-REGION        PIC X(4).
               10  LK-WINDOW-START  PIC X(8).
           05  LK-WINDOW-END        PIC X(8).
           05  LK-EXCLUSIVE         PIC X(1).
           05  LK-LAST-UPDATED      PIC X(8).
           05  FILLER               PIC X(41).
       FD  TITLE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TITLE-MASTER-RECORD.
           05  TM-TCONST            PIC X(10).
           05  TM-TITLE-TYPE        PIC X(12).
           05  TM-PRIMARY-TITLE     PIC X(242).
           05  FILLER               PIC X(736).
       FD  MAINT-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MAINT-REPORT-RECORD      PIC X(80).
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REJECT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-TRAN-STATUS        PIC XX VALUE SPACES.
       01 WS-LICENSE-STATUS     PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS      PIC XX VALUE SPACES.
       01 WS-License-Open       PIC X VALUE 'N'.
       01 WS-Title-Open         PIC X VALUE 'N'.
       01 End-Of-File           PIC X VALUE 'N'.
       01 Scan-End              PIC X VALUE 'N'.
       01 WS-Tran-OK            PIC X VALUE 'Y'.
       01 WS-Run-Date           PIC X(8) VALUE SPACES.

      * Valeurs apres controle de la transaction
       01 WS-New-Exclusive      PIC X(1) VALUE 'N'.
       01 WS-Old-End            PIC X(8) VALUE SPACES.
       01 WS-Old-Exclusive      PIC X(1) VALUE SPACES.
       01 WS-Title-Name         PIC X(32) VALUE SPACES.
       01 WS-Overlap-Warn       PIC 9(4) VALUE 0.
       01 WS-Overlap-Window.
           05 WS-OV-START           PIC X(8).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-OV-END             PIC X(8).

       01 WS-Read-Count         PIC 9(8) VALUE 0.
       01 WS-Add-Count          PIC 9(8) VALUE 0.
       01 WS-Change-Count       PIC 9(8) VALUE 0.
       01 WS-Delete-Count       PIC 9(8) VALUE 0.
       01 WS-Warning-Count      PIC 9(8) VALUE 0.
       01 WS-Reject-Count       PIC 9(8) VALUE 0.

       01 WS-Maint-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-ACTION          PIC X(7).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-REGION          PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-START           PIC X(8).
           05 FILLER                PIC X(1)  VALUE '-'.
           05 WS-ML-END             PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-EXCLUSIVE       PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-DETAIL          PIC X(32).

       01 WS-Reject-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RJ-ACTION          PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RJ-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RJ-REGION          PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RJ-START           PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RJ-REASON          PIC X(30).
           05 FILLER                PIC X(22) VALUE SPACES.

       01 WS-Count-Line.
           05 FILLER                PIC X(25).
           05 WS-CL-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-Principal-Process.
           PERFORM 9100-Open-Files
           PERFORM 2000-Apply-One-Tran UNTIL End-Of-File = 'Y'
           PERFORM 9800-Print-Totals
           PERFORM 9900-Close-Files
           IF WS-Reject-Count > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Warning-Count > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.

       2000-Apply-One-Tran.
           READ LICENSE-TRAN
              AT END
                 MOVE 'Y' TO End-Of-File
              NOT AT END
                 ADD 1 TO WS-Read-Count
                 PERFORM 3000-Edit-Tran THRU 3000-Edit-Exit
                 IF WS-Tran-OK = 'Y'
                    EVALUATE LT-ACTION
                       WHEN 'A'
                          PERFORM 3100-Apply-Add THRU 3100-Add-Exit
                       WHEN 'C'
                          PERFORM 3200-Apply-Change
                             THRU 3200-Change-Exit
                       WHEN 'D'
                          PERFORM 3300-Apply-Delete
                    END-EVALUATE
                 END-IF
           END-READ.

      * Controles communs: action, cle, dates AAAAMMJJ valides,
      * fin >= debut, exclusivite Y/N (blanc = N)
       3000-Edit-Tran.
           MOVE 'N' TO WS-Tran-OK.
           IF LT-ACTION NOT = 'A' AND LT-ACTION NOT = 'C'
              AND LT-ACTION NOT = 'D'
              MOVE 'INVALID ACTION CODE' TO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              GO TO 3000-Edit-Exit
           END-IF.
           IF LT-TCONST = SPACES OR LT-REGION = SPACES
              MOVE 'TCONST OR REGION MISSING' TO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              GO TO 3000-Edit-Exit
           END-IF.
           IF LT-WINDOW-START NOT NUMERIC
              MOVE 'INVALID WINDOW START DATE' TO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              GO TO 3000-Edit-Exit
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL(LT-WINDOW-START)) NOT = 0
              MOVE 'INVALID WINDOW START DATE' TO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              GO TO 3000-Edit-Exit
           END-IF.
           IF LT-ACTION = 'D'
              MOVE 'Y' TO WS-Tran-OK
              GO TO 3000-Edit-Exit
           END-IF.
           IF LT-WINDOW-END NOT NUMERIC
              MOVE 'INVALID WINDOW END DATE' TO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              GO TO 3000-Edit-Exit
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL(LT-WINDOW-END)) NOT = 0
              MOVE 'INVALID WINDOW END DATE' TO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              GO TO 3000-Edit-Exit
           END-IF.
           IF LT-WINDOW-END < LT-WINDOW-START
              MOVE 'WINDOW ENDS BEFORE IT STARTS' TO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              GO TO 3000-Edit-Exit
           END-IF.
           EVALUATE LT-EXCLUSIVE
              WHEN 'Y'
                 MOVE 'Y' TO WS-New-Exclusive
              WHEN 'N'
              WHEN SPACE
                 MOVE 'N' TO WS-New-Exclusive
              WHEN OTHER
                 MOVE 'EXCLUSIVE FLAG NOT Y OR N' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
                 GO TO 3000-Edit-Exit
           END-EVALUATE.
           MOVE 'Y' TO WS-Tran-OK.
       3000-Edit-Exit.
           EXIT.

      * Pas de catalogue, pas d'ajout: le titre doit y etre
       3100-Apply-Add.
           MOVE SPACES TO WS-Title-Name.
           IF WS-Title-Open NOT = 'Y'
              MOVE 'TITLE CATALOGUE UNAVAILABLE' TO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              GO TO 3100-Add-Exit
           END-IF.
           MOVE LT-TCONST TO TM-TCONST.
           READ TITLE-MASTER
              INVALID KEY
                 MOVE 'TITLE NOT ON CATALOGUE' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
                 GO TO 3100-Add-Exit
              NOT INVALID KEY
                 MOVE TM-PRIMARY-TITLE(1:32) TO WS-Title-Name
           END-READ.
           PERFORM 4000-Check-Overlap THRU 4000-Overlap-Exit.
           IF WS-Tran-OK NOT = 'Y'
              GO TO 3100-Add-Exit
           END-IF.
           MOVE SPACES TO LICENSE-MASTER-RECORD.
           MOVE LT-TCONST TO LK-TCONST.
           MOVE LT-REGION TO LK-REGION.
           MOVE LT-WINDOW-START TO LK-WINDOW-START.
           MOVE LT-WINDOW-END TO LK-WINDOW-END.
           MOVE WS-New-Exclusive TO LK-EXCLUSIVE.
           MOVE WS-Run-Date TO LK-LAST-UPDATED.
           WRITE LICENSE-MASTER-RECORD
              INVALID KEY
                 MOVE 'WINDOW ALREADY ON MASTER' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
                 GO TO 3100-Add-Exit
           END-WRITE.
           ADD 1 TO WS-Add-Count.
           MOVE 'ADD' TO WS-ML-ACTION.
           MOVE WS-Title-Name TO WS-ML-DETAIL.
           PERFORM 7000-Print-Maint-Line.
       3100-Add-Exit.
           EXIT.

      * Changement: nouvelle fin et exclusivite; la fenetre est
      * relue apres le controle de chevauchement, qui a deplace
      * la position du fichier
       3200-Apply-Change.
           MOVE LT-TCONST TO LK-TCONST.
           MOVE LT-REGION TO LK-REGION.
           MOVE LT-WINDOW-START TO LK-WINDOW-START.
           READ LICENSE-MASTER
              INVALID KEY
                 MOVE 'WINDOW NOT ON MASTER' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
                 GO TO 3200-Change-Exit
           END-READ.
           MOVE LK-WINDOW-END TO WS-Old-End.
           MOVE LK-EXCLUSIVE TO WS-Old-Exclusive.
           PERFORM 4000-Check-Overlap THRU 4000-Overlap-Exit.
           IF WS-Tran-OK NOT = 'Y'
              GO TO 3200-Change-Exit
           END-IF.
           MOVE LT-TCONST TO LK-TCONST.
           MOVE LT-REGION TO LK-REGION.
           MOVE LT-WINDOW-START TO LK-WINDOW-START.
           READ LICENSE-MASTER
              INVALID KEY
                 MOVE 'WINDOW NOT ON MASTER' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
                 GO TO 3200-Change-Exit
           END-READ.
           MOVE LT-WINDOW-END TO LK-WINDOW-END.
           MOVE WS-New-Exclusive TO LK-EXCLUSIVE.
           MOVE WS-Run-Date TO LK-LAST-UPDATED.
           REWRITE LICENSE-MASTER-RECORD.
           ADD 1 TO WS-Change-Count.
           MOVE 'CHANGE' TO WS-ML-ACTION.
           MOVE SPACES TO WS-ML-DETAIL.
           STRING 'WAS END ' WS-Old-End ' EXCL ' WS-Old-Exclusive
              DELIMITED BY SIZE INTO WS-ML-DETAIL.
           PERFORM 7000-Print-Maint-Line.
       3200-Change-Exit.
           EXIT.

       3300-Apply-Delete.
           MOVE LT-TCONST TO LK-TCONST.
           MOVE LT-REGION TO LK-REGION.
           MOVE LT-WINDOW-START TO LK-WINDOW-START.
           READ LICENSE-MASTER
              INVALID KEY
                 MOVE 'DELETE OF MISSING WINDOW' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
              NOT INVALID KEY
                 DELETE LICENSE-MASTER RECORD
                 ADD 1 TO WS-Delete-Count
                 MOVE 'DELETE' TO WS-ML-ACTION
                 MOVE LK-WINDOW-END TO WS-ML-END
                 MOVE LK-EXCLUSIVE TO WS-New-Exclusive
                 MOVE SPACES TO WS-ML-DETAIL
                 PERFORM 7000-Print-Maint-Line
           END-READ.

      * Chevauchement avec les autres fenetres du meme titre
      * sur le meme marche (la fenetre elle-meme est sautee)
       4000-Check-Overlap.
           MOVE 0 TO WS-Overlap-Warn.
           MOVE LT-TCONST TO LK-TCONST.
           MOVE LT-REGION TO LK-REGION.
           MOVE LOW-VALUES TO LK-WINDOW-START.
           MOVE 'N' TO Scan-End.
           START LICENSE-MASTER KEY IS NOT LESS THAN LK-KEY
              INVALID KEY
                 MOVE 'Y' TO Scan-End
           END-START.
           PERFORM 4100-Scan-One-Window THRU 4100-Scan-Exit
              UNTIL Scan-End = 'Y'.
           IF WS-Tran-OK = 'Y' AND WS-Overlap-Warn > 0
              ADD 1 TO WS-Warning-Count
              MOVE 'OVERLAP' TO WS-ML-ACTION
              MOVE SPACES TO WS-ML-DETAIL
              STRING 'NON-EXCL WITH ' WS-Overlap-Window
                 DELIMITED BY SIZE INTO WS-ML-DETAIL
              PERFORM 7000-Print-Maint-Line
           END-IF.
       4000-Overlap-Exit.
           EXIT.

       4100-Scan-One-Window.
           READ LICENSE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO Scan-End
                 GO TO 4100-Scan-Exit
           END-READ.
           IF LK-TCONST NOT = LT-TCONST OR LK-REGION NOT = LT-REGION
              MOVE 'Y' TO Scan-End
              GO TO 4100-Scan-Exit
           END-IF.
           IF LK-WINDOW-START = LT-WINDOW-START
              GO TO 4100-Scan-Exit
           END-IF.
           IF LK-WINDOW-START > LT-WINDOW-END
              OR LK-WINDOW-END < LT-WINDOW-START
              GO TO 4100-Scan-Exit
           END-IF.
           MOVE LK-WINDOW-START TO WS-OV-START.
           MOVE LK-WINDOW-END TO WS-OV-END.
           IF LK-EXCLUSIVE = 'Y' OR WS-New-Exclusive = 'Y'
              MOVE SPACES TO WS-RJ-REASON
              STRING 'OVERLAPS ' WS-Overlap-Window
                 DELIMITED BY SIZE INTO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              MOVE 'N' TO WS-Tran-OK
              MOVE 'Y' TO Scan-End
           ELSE
              ADD 1 TO WS-Overlap-Warn
           END-IF.
       4100-Scan-Exit.
           EXIT.

       7000-Print-Maint-Line.
           MOVE LT-TCONST TO WS-ML-TCONST.
           MOVE LT-REGION TO WS-ML-REGION.
           MOVE LT-WINDOW-START TO WS-ML-START.
           IF LT-ACTION NOT = 'D'
              MOVE LT-WINDOW-END TO WS-ML-END
           END-IF.
           IF WS-New-Exclusive = 'Y'
              MOVE 'EXCL' TO WS-ML-EXCLUSIVE
           ELSE
              MOVE SPACES TO WS-ML-EXCLUSIVE
           END-IF.
           WRITE MAINT-REPORT-RECORD FROM WS-Maint-Line.

       8000-Reject-Tran.
           ADD 1 TO WS-Reject-Count.
           MOVE LT-ACTION TO WS-RJ-ACTION.
           MOVE LT-TCONST TO WS-RJ-TCONST.
           MOVE LT-REGION TO WS-RJ-REGION.
           MOVE LT-WINDOW-START TO WS-RJ-START.
           WRITE REJECT-RECORD FROM WS-Reject-Line.

       9100-Open-Files.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
           OPEN INPUT LICENSE-TRAN.
           OPEN OUTPUT MAINT-REPORT.
           OPEN OUTPUT REJECT-FILE.
           MOVE ' LICENCE MASTER MAINTENANCE (CWBPMV15)'
              TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE SPACES TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
      * Premier passage: le maitre des licences est cree vide
           OPEN I-O LICENSE-MASTER.
           IF WS-LICENSE-STATUS = '35'
              OPEN OUTPUT LICENSE-MASTER
              CLOSE LICENSE-MASTER
              OPEN I-O LICENSE-MASTER
           END-IF.
           IF WS-LICENSE-STATUS = '00'
              MOVE 'Y' TO WS-License-Open
           ELSE
              MOVE ' LICKSD OPEN FAILED - NOTHING APPLIED'
                 TO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
              ADD 1 TO WS-Reject-Count
           END-IF.
           OPEN INPUT TITLE-MASTER.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-Title-Open
           ELSE
              MOVE ' TITLEKSD NOT AVAILABLE - ADDS WILL BE REJECTED'
                 TO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
              MOVE ' NO LICTRAN INPUT - NOTHING APPLIED'
                 TO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
           END-IF.

       9800-Print-Totals.
           MOVE SPACES TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE ' TRANSACTIONS READ' TO WS-Count-Line(1:25).
           MOVE WS-Read-Count TO WS-CL-COUNT.
           WRITE MAINT-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' WINDOWS ADDED' TO WS-Count-Line(1:25).
           MOVE WS-Add-Count TO WS-CL-COUNT.
           WRITE MAINT-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' WINDOWS CHANGED' TO WS-Count-Line(1:25).
           MOVE WS-Change-Count TO WS-CL-COUNT.
           WRITE MAINT-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' WINDOWS DELETED' TO WS-Count-Line(1:25).
           MOVE WS-Delete-Count TO WS-CL-COUNT.
           WRITE MAINT-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' OVERLAP WARNINGS' TO WS-Count-Line(1:25).
           MOVE WS-Warning-Count TO WS-CL-COUNT.
           WRITE MAINT-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' TRANSACTIONS REJECTED' TO WS-Count-Line(1:25).
           MOVE WS-Reject-Count TO WS-CL-COUNT.
           WRITE MAINT-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-TRAN-STATUS = '00' OR WS-TRAN-STATUS = '10'
              CLOSE LICENSE-TRAN
           END-IF.
           IF WS-License-Open = 'Y'
              CLOSE LICENSE-MASTER
           END-IF.
           IF WS-Title-Open = 'Y'
              CLOSE TITLE-MASTER
           END-IF.
           CLOSE MAINT-REPORT
           CLOSE REJECT-FILE.
