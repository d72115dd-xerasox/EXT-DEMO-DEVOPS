       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
      * Catalogue title history inquiry and tombstone listing over
      * the keyed title history TITHIST that CWBPMOV6 writes for
      * every add, change and delete it applies (TCONST +
      * timestamp, action, full before and after images).  Each
      * THSTPARM card names a TCONST and an as-of date; TITHRPT
      * lists every action on the title up to that date and prints
      * the title as it stood on the date - the last after-image,
      * or "did not exist" when the last action was a delete - the
      * way WBCI0190 replays EMPHIST for employees.  The report
      * then lists the tombstones: every title CWBPMOV6 has
      * dropped, with the date and its last known title, and
      * whether it has since reappeared under the same TCONST (and
      * when) or is still deleted.
      *
      * THSTPARM: TCONST(10) ASOFDATE(8) YYYYMMDD, BLANK-SEPARATED
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMV18.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-PARM  ASSIGN TO THSTPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TITLE-HISTORY ASSIGN TO TITHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTORY-REPORT ASSIGN TO TITHRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-PARM
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  HISTORY-PARM-RECORD.
           05  HP-TCONST            PIC X(10).
           05  FILLER               PIC X(1).
           05  HP-AS-OF-DATE        PIC X(8).
           05  FILLER               PIC X(61).
       FD  TITLE-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      * Memes positions que CWBPMOV6
       01  TITLE-HISTORY-RECORD.
           05  TH-HIST-KEY.
               10  TH-TCONST        PIC X(10).
               10  TH-TS-DATE       PIC 9(8).
               10  TH-TS-TIME       PIC 9(6).
               10  TH-TS-SEQ        PIC 9(3).
           05  TH-ACTION            PIC X(1).
           05  TH-BEFORE-IMAGE      PIC X(1000).
           05  TH-AFTER-IMAGE       PIC X(1000).
           05  FILLER               PIC X(12).
       FD  HISTORY-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  HISTORY-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.

      * Title (memes positions que CWBPMOV1)
       01 Title-Work-Area.
           05 TCONST            PIC X(10).
           05 TITLE-TYPE        PIC X(12).
           05 PRIMARY-TITLE     PIC X(242).
           05 ORIGINAL-TITLE    PIC X(242).
           05 IS-ADULT          PIC X(8).
           05 START-YEAR        PIC X(10).
           05 END-YEAR          PIC X(8).
           05 RUNTIME-MINUTES   PIC X(14).
           05 GENRES            PIC X(32).
           05 FILLER            PIC X(422).

       01 WS-PARM-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-Hist-Open          PIC X VALUE 'N'.
       01 End-Of-File           PIC X VALUE 'N'.
       01 Hist-End              PIC X VALUE 'N'.

       01 WS-Wanted-Tconst      PIC X(10) VALUE SPACES.
       01 WS-As-Of-Date         PIC 9(8) VALUE 0.
       01 WS-Event-Count        PIC 9(5) VALUE 0.
       01 WS-Record-Exists      PIC X VALUE 'N'.

      * Pierres tombales: suppression en attente du TCONST
      * courant pendant le passage complet de l'historique
       01 WS-Cur-Tconst         PIC X(10) VALUE LOW-VALUES.
       01 WS-Pending-Drop       PIC X VALUE 'N'.
       01 WS-Drop-Date          PIC 9(8) VALUE 0.
       01 WS-Drop-Title         PIC X(40) VALUE SPACES.

       01 WS-Inquiry-Count      PIC 9(8) VALUE 0.
       01 WS-History-Read       PIC 9(8) VALUE 0.
       01 WS-Tombstone-Count    PIC 9(8) VALUE 0.
       01 WS-Reappeared-Count   PIC 9(8) VALUE 0.

       01 WS-Header-Line.
           05 FILLER                PIC X(24)
               VALUE ' TITLE HISTORY REPLAY - '.
           05 WS-HDR-TCONST         PIC X(10).
           05 FILLER                PIC X(7)  VALUE ' AS OF '.
           05 WS-HDR-DATE           PIC 9(8).
           05 FILLER                PIC X(31) VALUE SPACES.

       01 WS-Event-Line.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-EVT-DATE           PIC 9(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EVT-TIME           PIC 9(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EVT-ACTION         PIC X(7).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EVT-TITLE          PIC X(53).

       01 WS-Detail-Line.
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 WS-DTL-LABEL          PIC X(16).
           05 WS-DTL-VALUE          PIC X(59).

       01 WS-Tomb-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-TB-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-TB-DROP-DATE       PIC 9(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-TB-TITLE           PIC X(36).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-TB-STATUS          PIC X(22).

       01 WS-Count-Line.
           05 FILLER                PIC X(28).
           05 WS-CN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-Principal-Process.
           PERFORM 9100-Open-Files
           PERFORM 2000-Process-Inquiry UNTIL End-Of-File = 'Y'
           PERFORM 5000-List-Tombstones
           PERFORM 9800-Print-Totals
           PERFORM 9900-Close-Files
           STOP RUN.

       2000-Process-Inquiry.
           READ HISTORY-PARM
              AT END
                 MOVE 'Y' TO End-Of-File
              NOT AT END
                 IF HP-TCONST = SPACES
                    OR HP-AS-OF-DATE NOT NUMERIC
                    MOVE SPACES TO HISTORY-REPORT-RECORD
                    STRING ' INVALID THSTPARM CARD: ' HP-TCONST
                           ' ' HP-AS-OF-DATE
                       DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
                    WRITE HISTORY-REPORT-RECORD
                 ELSE
                    ADD 1 TO WS-Inquiry-Count
                    MOVE HP-TCONST TO WS-Wanted-Tconst
                    MOVE HP-AS-OF-DATE TO WS-As-Of-Date
                    PERFORM 3000-Replay-One-Title
                 END-IF
           END-READ.

      * L'historique est en ordre TCONST + horodatage: un seul
      * balayage avant; la derniere image apres a la date
      * demandee est le titre reconstitue
       3000-Replay-One-Title.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD.
           MOVE WS-Wanted-Tconst TO WS-HDR-TCONST.
           MOVE WS-As-Of-Date TO WS-HDR-DATE.
           WRITE HISTORY-REPORT-RECORD FROM WS-Header-Line.
           MOVE 0 TO WS-Event-Count.
           MOVE 'N' TO WS-Record-Exists.
           MOVE SPACES TO Title-Work-Area.
           MOVE 'N' TO Hist-End.
           IF WS-Hist-Open NOT = 'Y'
              MOVE 'Y' TO Hist-End
           ELSE
              MOVE WS-Wanted-Tconst TO TH-TCONST
              MOVE ZEROS TO TH-TS-DATE TH-TS-TIME TH-TS-SEQ
              START TITLE-HISTORY KEY IS NOT LESS THAN TH-HIST-KEY
                 INVALID KEY
                    MOVE 'Y' TO Hist-End
              END-START
           END-IF.
           PERFORM 3100-Replay-One-Event THRU 3100-Replay-Exit
              UNTIL Hist-End = 'Y'.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           EVALUATE TRUE
              WHEN WS-Event-Count = 0
                 MOVE '   *** NO HISTORY ON FILE FOR THIS TITLE ***'
                    TO HISTORY-REPORT-RECORD
                 WRITE HISTORY-REPORT-RECORD
              WHEN WS-Record-Exists NOT = 'Y'
                 MOVE '   *** TITLE NOT ON THE MASTER ON THE AS-OF DATE'
                    TO HISTORY-REPORT-RECORD
                 WRITE HISTORY-REPORT-RECORD
              WHEN OTHER
                 PERFORM 4000-Print-Reconstructed
           END-EVALUATE.

       3100-Replay-One-Event.
           READ TITLE-HISTORY NEXT RECORD
              AT END
                 MOVE 'Y' TO Hist-End
                 GO TO 3100-Replay-Exit
           END-READ.
           IF TH-TCONST NOT = WS-Wanted-Tconst
              OR TH-TS-DATE > WS-As-Of-Date
              MOVE 'Y' TO Hist-End
              GO TO 3100-Replay-Exit
           END-IF.
           ADD 1 TO WS-Event-Count.
           MOVE TH-TS-DATE TO WS-EVT-DATE.
           MOVE TH-TS-TIME TO WS-EVT-TIME.
           EVALUATE TH-ACTION
              WHEN 'A'
                 MOVE 'ADD' TO WS-EVT-ACTION
              WHEN 'C'
                 MOVE 'CHANGE' TO WS-EVT-ACTION
              WHEN 'D'
                 MOVE 'DROP' TO WS-EVT-ACTION
              WHEN OTHER
                 MOVE TH-ACTION TO WS-EVT-ACTION
           END-EVALUATE.
           IF TH-ACTION = 'D'
              MOVE TH-BEFORE-IMAGE(23:53) TO WS-EVT-TITLE
              MOVE 'N' TO WS-Record-Exists
              MOVE SPACES TO Title-Work-Area
           ELSE
              MOVE TH-AFTER-IMAGE(23:53) TO WS-EVT-TITLE
              MOVE 'Y' TO WS-Record-Exists
              MOVE TH-AFTER-IMAGE TO Title-Work-Area
           END-IF.
           WRITE HISTORY-REPORT-RECORD FROM WS-Event-Line.
       3100-Replay-Exit.
           EXIT.

       4000-Print-Reconstructed.
           MOVE '   TITLE AS IT STOOD ON THE AS-OF DATE:'
              TO HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD.
           MOVE 'TITLE-TYPE' TO WS-DTL-LABEL.
           MOVE TITLE-TYPE TO WS-DTL-VALUE.
           PERFORM 4100-Write-Detail.
           MOVE 'PRIMARY-TITLE' TO WS-DTL-LABEL.
           MOVE PRIMARY-TITLE TO WS-DTL-VALUE.
           PERFORM 4100-Write-Detail.
           MOVE 'ORIGINAL-TITLE' TO WS-DTL-LABEL.
           MOVE ORIGINAL-TITLE TO WS-DTL-VALUE.
           PERFORM 4100-Write-Detail.
           MOVE 'IS-ADULT' TO WS-DTL-LABEL.
           MOVE IS-ADULT TO WS-DTL-VALUE.
           PERFORM 4100-Write-Detail.
           MOVE 'START/END YEAR' TO WS-DTL-LABEL.
           MOVE SPACES TO WS-DTL-VALUE.
           STRING START-YEAR ' ' END-YEAR
              DELIMITED BY SIZE INTO WS-DTL-VALUE.
           PERFORM 4100-Write-Detail.
           MOVE 'RUNTIME-MINUTES' TO WS-DTL-LABEL.
           MOVE RUNTIME-MINUTES TO WS-DTL-VALUE.
           PERFORM 4100-Write-Detail.
           MOVE 'GENRES' TO WS-DTL-LABEL.
           MOVE GENRES TO WS-DTL-VALUE.
           PERFORM 4100-Write-Detail.

       4100-Write-Detail.
           WRITE HISTORY-REPORT-RECORD FROM WS-Detail-Line.

      * Passage complet de l'historique: chaque suppression est
      * une pierre tombale, revenue si un ajout du meme TCONST
      * la suit, encore supprimee sinon
       5000-List-Tombstones.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD.
           MOVE ' TOMBSTONES - TITLES DROPPED FROM THE CATALOGUE'
              TO HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD.
           MOVE 'N' TO Hist-End.
           IF WS-Hist-Open NOT = 'Y'
              MOVE 'Y' TO Hist-End
           ELSE
              MOVE LOW-VALUES TO TH-HIST-KEY
              START TITLE-HISTORY KEY IS NOT LESS THAN TH-HIST-KEY
                 INVALID KEY
                    MOVE 'Y' TO Hist-End
              END-START
           END-IF.
           PERFORM 5100-Scan-One-Event UNTIL Hist-End = 'Y'.
           PERFORM 5200-Close-Tconst.
           IF WS-Tombstone-Count = 0
              MOVE '   NO TITLE HAS BEEN DROPPED'
                 TO HISTORY-REPORT-RECORD
              WRITE HISTORY-REPORT-RECORD
           END-IF.

       5100-Scan-One-Event.
           READ TITLE-HISTORY NEXT RECORD
              AT END
                 MOVE 'Y' TO Hist-End
              NOT AT END
                 ADD 1 TO WS-History-Read
                 IF TH-TCONST NOT = WS-Cur-Tconst
                    PERFORM 5200-Close-Tconst
                    MOVE TH-TCONST TO WS-Cur-Tconst
                 END-IF
                 EVALUATE TH-ACTION
                    WHEN 'D'
                       PERFORM 5200-Close-Tconst
                       MOVE 'Y' TO WS-Pending-Drop
                       MOVE TH-TS-DATE TO WS-Drop-Date
                       MOVE TH-BEFORE-IMAGE(23:40) TO WS-Drop-Title
                    WHEN 'A'
                       IF WS-Pending-Drop = 'Y'
                          ADD 1 TO WS-Reappeared-Count
                          MOVE SPACES TO WS-TB-STATUS
                          STRING 'REAPPEARED ' TH-TS-DATE
                             DELIMITED BY SIZE INTO WS-TB-STATUS
                          PERFORM 5300-Print-Tombstone
                       END-IF
                 END-EVALUATE
           END-READ.

       5200-Close-Tconst.
           IF WS-Pending-Drop = 'Y'
              MOVE 'STILL DELETED' TO WS-TB-STATUS
              PERFORM 5300-Print-Tombstone
           END-IF.

       5300-Print-Tombstone.
           ADD 1 TO WS-Tombstone-Count.
           MOVE 'N' TO WS-Pending-Drop.
           MOVE WS-Cur-Tconst TO WS-TB-TCONST.
           MOVE WS-Drop-Date TO WS-TB-DROP-DATE.
           MOVE WS-Drop-Title TO WS-TB-TITLE.
           WRITE HISTORY-REPORT-RECORD FROM WS-Tomb-Line.

       9100-Open-Files.
           OPEN INPUT HISTORY-PARM.
           OPEN INPUT TITLE-HISTORY.
           OPEN OUTPUT HISTORY-REPORT.
           MOVE ' TITLE HISTORY INQUIRY (CWBPMV18)'
              TO HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD.
           IF WS-HIST-STATUS = '00'
              MOVE 'Y' TO WS-Hist-Open
           ELSE
              MOVE ' TITHIST NOT AVAILABLE - NO HISTORY TO REPORT'
                 TO HISTORY-REPORT-RECORD
              WRITE HISTORY-REPORT-RECORD
           END-IF.
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'Y' TO End-Of-File
           END-IF.

       9800-Print-Totals.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD.
           MOVE ' INQUIRIES ANSWERED' TO WS-Count-Line(1:28).
           MOVE WS-Inquiry-Count TO WS-CN-COUNT.
           WRITE HISTORY-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' HISTORY RECORDS SCANNED' TO WS-Count-Line(1:28).
           MOVE WS-History-Read TO WS-CN-COUNT.
           WRITE HISTORY-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' TOMBSTONES LISTED' TO WS-Count-Line(1:28).
           MOVE WS-Tombstone-Count TO WS-CN-COUNT.
           WRITE HISTORY-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' TITLES REAPPEARED' TO WS-Count-Line(1:28).
           MOVE WS-Reappeared-Count TO WS-CN-COUNT.
           WRITE HISTORY-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '10'
              CLOSE HISTORY-PARM
           END-IF.
           IF WS-Hist-Open = 'Y'
              CLOSE TITLE-HISTORY
           END-IF.
           CLOSE HISTORY-REPORT.
