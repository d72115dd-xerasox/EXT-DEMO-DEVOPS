      * Deletes (and changes) of keys not on the master, and adds of
      * keys already there, go to the TITREJ reject listing and the
      * job ends with RC 8.
      * After every add or change the editorial overrides for the
      * title on OVRKSD (maintained by CWBPMV17, key = TCONST +
      * field name) are applied again, so the master keeps the
      * content team's corrected value; each override re-applied
      * is listed on DELTARPT as REAPPLY, and the supplier's value
      * for the field is recorded on the override so CWBPMV17 can
      * flag the ones the supplier has since put right.
      * Every add, change and delete applied is also written to the
      * keyed title history TITHIST (TCONST + timestamp, action,
      * full before and after images - the EMPHIST idea WBCI0070
      * uses for employees), read back by the CWBPMV18 point-in-
      * time inquiry and tombstone listing.  An add of a TCONST
      * whose last history action was a delete is listed on
      * DELTARPT as REVIVED with the date it was dropped.
      * The after-image of an add or change - supplier image with
      * the overrides laid over it - is built in working storage
      * and goes to the master in a single WRITE or REWRITE; the
      * history takes its after image from that same copy.
      * A TITHIST that cannot be opened, or an OVRKSD that exists
      * but cannot be opened, stops the run with RC 8 before any
      * delta is applied, as does a TITLEKSD open failure; a
      * history record that cannot be written is listed on
      * DELTARPT and also ends the job with RC 8.
      * The delta is first profiled by the CWBPMV19 quality gate;
      * this step is bypassed when the gate ends with RC 12.
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMOV6.

               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCONST
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OVERRIDE-MASTER ASSIGN TO OVRKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT TITLE-HISTORY ASSIGN TO TITHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DELTA-REPORT  ASSIGN TO DELTARPT.
           SELECT REJECT-FILE   ASSIGN TO TITREJ.
       DATA DIVISION.
       01  TITLE-MASTER-RECORD.
           05  TM-TCONST            PIC X(10).
           05  FILLER               PIC X(990).
       FD  OVERRIDE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      * Memes positions que CWBPMV17
       01  OVERRIDE-MASTER-RECORD.
           05  OV-KEY.
               10  OV-TCONST        PIC X(10).
               10  OV-FIELD-NAME    PIC X(15).
           05  OV-VALUE             PIC X(242).
           05  OV-REASON            PIC X(40).
           05  OV-ENTERED-BY        PIC X(8).
           05  OV-ENTERED-DATE      PIC X(8).
           05  OV-SUPPLIER-VALUE    PIC X(242).
           05  OV-SUPPLIER-DATE     PIC X(8).
           05  FILLER               PIC X(27).
       FD  TITLE-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      * Historique: une fiche par action appliquee, avec les
      * images avant et apres; la sequence evite qu'une seconde
      * action dans la meme seconde n'ecrase la premiere
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
       FD  DELTA-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS

       01 WS-DELTA-STATUS       PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS      PIC XX VALUE SPACES.
       01 WS-Master-Open        PIC X VALUE 'N'.
       01 End-Of-File           PIC X VALUE 'N'.

      * Corrections editoriales (OVRKSD) du titre applique
       01 WS-OVERRIDE-STATUS    PIC XX VALUE SPACES.
       01 WS-Override-Open      PIC X VALUE 'N'.
       01 Override-End          PIC X VALUE 'N'.
       01 WS-Run-Date           PIC X(8) VALUE SPACES.

      * Zones corrigeables: memes positions que CWBPMV17
       01 WS-Field-Values.
           05 FILLER  PIC X(21) VALUE 'TITLE-TYPE     011012'.
           05 FILLER  PIC X(21) VALUE 'PRIMARY-TITLE  023242'.
           05 FILLER  PIC X(21) VALUE 'ORIGINAL-TITLE 265242'.
           05 FILLER  PIC X(21) VALUE 'IS-ADULT       507008'.
           05 FILLER  PIC X(21) VALUE 'START-YEAR     515010'.
           05 FILLER  PIC X(21) VALUE 'END-YEAR       525008'.
           05 FILLER  PIC X(21) VALUE 'RUNTIME-MINUTES533014'.
           05 FILLER  PIC X(21) VALUE 'GENRES         547032'.
       01 WS-Field-Table REDEFINES WS-Field-Values.
           05 WS-FT-ENTRY OCCURS 8 TIMES.
               10 WS-FT-NAME        PIC X(15).
               10 WS-FT-POS         PIC 9(3).
               10 WS-FT-LEN         PIC 9(3).
       01 WS-Field-Idx          PIC 9(2) VALUE 0.
       01 WS-Field-Pos          PIC 9(3) VALUE 0.
       01 WS-Field-Len          PIC 9(3) VALUE 0.

      * Historique des titres (TITHIST)
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-Hist-Open          PIC X VALUE 'N'.
       01 Hist-Done             PIC X VALUE 'N'.
       01 Hist-End              PIC X VALUE 'N'.
       01 WS-Hist-Seq           PIC 9(3) VALUE 0.
       01 WS-Hist-Action        PIC X(1) VALUE SPACE.
       01 WS-Hist-Before        PIC X(1000) VALUE SPACES.
      * Image apres (livraison + corrections), ecrite d'un coup
       01 WS-Title-After        PIC X(1000) VALUE SPACES.
       01 WS-Hist-Error-Count   PIC 9(8) VALUE 0.
       01 WS-Hist-Stamp         PIC X(21) VALUE SPACES.
       01 WS-Last-Action        PIC X(1) VALUE SPACE.
       01 WS-Last-Date          PIC 9(8) VALUE 0.
       01 WS-Last-Title         PIC X(40) VALUE SPACES.

       01 WS-Read-Count         PIC 9(8) VALUE 0.
       01 WS-Add-Count          PIC 9(8) VALUE 0.
       01 WS-Drop-Count         PIC 9(8) VALUE 0.
       01 WS-Change-Count       PIC 9(8) VALUE 0.
       01 WS-Reject-Count       PIC 9(8) VALUE 0.
       01 WS-Reapply-Count      PIC 9(8) VALUE 0.
       01 WS-Revived-Count      PIC 9(8) VALUE 0.
       01 WS-History-Count      PIC 9(8) VALUE 0.

       01 WS-Delta-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           PERFORM 2000-Apply-One-Delta UNTIL End-Of-File = 'Y'
           PERFORM 9800-Print-Totals
           PERFORM 9900-Close-Files
           IF WS-Reject-Count > 0 OR WS-Hist-Error-Count > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
                 END-EVALUATE
           END-READ.

      * Le titre ne doit pas exister: on le verifie avant de
      * toucher aux corrections, puis l'image complete est ecrite
       3100-Apply-Add.
           MOVE NT-TCONST TO TM-TCONST.
           READ TITLE-MASTER
              INVALID KEY
                 MOVE 'ADD' TO WS-DL-ACTION
                 MOVE NT-TCONST TO WS-DL-TCONST
                 MOVE NT-PRIMARY-TITLE(1:58) TO WS-DL-DETAIL
                 WRITE DELTA-REPORT-RECORD FROM WS-Delta-Line
                 END-WRITE
                 MOVE DL-TITLE-IMAGE TO WS-Title-After
                 PERFORM 3500-Apply-Overrides
                 WRITE TITLE-MASTER-RECORD FROM WS-Title-After
                    INVALID KEY
                       MOVE 'KEY ALREADY ON MASTER' TO WS-RJ-REASON
                       PERFORM 8000-Reject-Delta
                    NOT INVALID KEY
                       ADD 1 TO WS-Add-Count
                       PERFORM 3700-Check-Tombstone
                       MOVE 'A' TO WS-Hist-Action
                       MOVE SPACES TO WS-Hist-Before
                       PERFORM 3600-Write-History
                          THRU 3600-History-Exit
                 END-WRITE
              NOT INVALID KEY
                 MOVE 'KEY ALREADY ON MASTER' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Delta
           END-READ.

       3200-Apply-Change.
           MOVE NT-TCONST TO TM-TCONST.
                 MOVE 'KEY NOT ON MASTER' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Delta
              NOT INVALID KEY
                 MOVE TITLE-MASTER-RECORD TO WS-Hist-Before
                 ADD 1 TO WS-Change-Count
                 MOVE 'CHANGE' TO WS-DL-ACTION
                 MOVE NT-TCONST TO WS-DL-TCONST
                 MOVE NT-PRIMARY-TITLE(1:58) TO WS-DL-DETAIL
                 WRITE DELTA-REPORT-RECORD FROM WS-Delta-Line
                 END-WRITE
                 MOVE DL-TITLE-IMAGE TO WS-Title-After
                 PERFORM 3500-Apply-Overrides
                 REWRITE TITLE-MASTER-RECORD FROM WS-Title-After
                 MOVE 'C' TO WS-Hist-Action
                 PERFORM 3600-Write-History THRU 3600-History-Exit
           END-READ.

       3300-Apply-Delete.
                 PERFORM 8000-Reject-Delta
              NOT INVALID KEY
                 MOVE TITLE-MASTER-RECORD(23:58) TO WS-DL-DETAIL
                 MOVE TITLE-MASTER-RECORD TO WS-Hist-Before
                 DELETE TITLE-MASTER RECORD
                 ADD 1 TO WS-Drop-Count
                 MOVE 'DROP' TO WS-DL-ACTION
                 MOVE NT-TCONST TO WS-DL-TCONST
                 WRITE DELTA-REPORT-RECORD FROM WS-Delta-Line
                 END-WRITE
                 MOVE 'D' TO WS-Hist-Action
                 MOVE SPACES TO WS-Title-After
                 PERFORM 3600-Write-History THRU 3600-History-Exit
           END-READ.

      * Corrections du titre: la valeur livree est notee sur la
      * correction, puis la valeur corrigee est remise dans
      * l'image apres (WS-Title-After), avant l'ecriture
       3500-Apply-Overrides.
           IF WS-Override-Open = 'Y'
              MOVE 'N' TO Override-End
              MOVE NT-TCONST TO OV-TCONST
              MOVE LOW-VALUES TO OV-FIELD-NAME
              START OVERRIDE-MASTER KEY IS NOT LESS THAN OV-KEY
                 INVALID KEY
                    MOVE 'Y' TO Override-End
              END-START
              PERFORM 3510-Apply-One-Override
                 THRU 3510-Override-Exit
                 UNTIL Override-End = 'Y'
           END-IF.

       3510-Apply-One-Override.
           READ OVERRIDE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO Override-End
                 GO TO 3510-Override-Exit
           END-READ.
           IF OV-TCONST NOT = NT-TCONST
              MOVE 'Y' TO Override-End
              GO TO 3510-Override-Exit
           END-IF.
           MOVE 0 TO WS-Field-Pos WS-Field-Len.
           PERFORM VARYING WS-Field-Idx FROM 1 BY 1
                   UNTIL WS-Field-Idx > 8
              IF WS-FT-NAME(WS-Field-Idx) = OV-FIELD-NAME
                 MOVE WS-FT-POS(WS-Field-Idx) TO WS-Field-Pos
                 MOVE WS-FT-LEN(WS-Field-Idx) TO WS-Field-Len
              END-IF
           END-PERFORM.
           IF WS-Field-Pos = 0
              GO TO 3510-Override-Exit
           END-IF.
           MOVE SPACES TO OV-SUPPLIER-VALUE.
           MOVE DL-TITLE-IMAGE(WS-Field-Pos:WS-Field-Len)
              TO OV-SUPPLIER-VALUE.
           MOVE WS-Run-Date TO OV-SUPPLIER-DATE.
           REWRITE OVERRIDE-MASTER-RECORD.
           IF WS-Title-After(WS-Field-Pos:WS-Field-Len)
              NOT = OV-VALUE(1:WS-Field-Len)
              MOVE OV-VALUE(1:WS-Field-Len)
                 TO WS-Title-After(WS-Field-Pos:WS-Field-Len)
              ADD 1 TO WS-Reapply-Count
              MOVE 'REAPPLY' TO WS-DL-ACTION
              MOVE NT-TCONST TO WS-DL-TCONST
              MOVE SPACES TO WS-DL-DETAIL
              STRING OV-FIELD-NAME ' ' OV-VALUE
                 DELIMITED BY SIZE INTO WS-DL-DETAIL
              WRITE DELTA-REPORT-RECORD FROM WS-Delta-Line
           END-IF.
       3510-Override-Exit.
           EXIT.

      * Une fiche d'historique par action appliquee; l'image
      * apres est celle ecrite au maitre (corrections
      * comprises), a blanc pour une suppression
       3600-Write-History.
           IF WS-Hist-Open NOT = 'Y'
              GO TO 3600-History-Exit
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Stamp.
           MOVE SPACES TO TITLE-HISTORY-RECORD.
           MOVE NT-TCONST TO TH-TCONST.
           MOVE WS-Hist-Stamp(1:8) TO TH-TS-DATE.
           MOVE WS-Hist-Stamp(9:6) TO TH-TS-TIME.
           MOVE WS-Hist-Action TO TH-ACTION.
           MOVE WS-Hist-Before TO TH-BEFORE-IMAGE.
           MOVE WS-Title-After TO TH-AFTER-IMAGE.
           MOVE 'N' TO Hist-Done.
           MOVE 0 TO WS-Hist-Seq.
           PERFORM 3610-Write-One-History THRU 3610-History-Write-Exit
              UNTIL Hist-Done = 'Y' OR WS-Hist-Seq > 998.
           IF Hist-Done NOT = 'Y'
              MOVE '99' TO WS-HIST-STATUS
              PERFORM 3620-History-Error
           END-IF.
       3600-History-Exit.
           EXIT.

       3610-Write-One-History.
           MOVE WS-Hist-Seq TO TH-TS-SEQ.
           WRITE TITLE-HISTORY-RECORD
              INVALID KEY
                 IF WS-HIST-STATUS = '22'
                    ADD 1 TO WS-Hist-Seq
                 ELSE
                    MOVE 'Y' TO Hist-Done
                    PERFORM 3620-History-Error
                 END-IF
                 GO TO 3610-History-Write-Exit
           END-WRITE.
           MOVE 'Y' TO Hist-Done.
           ADD 1 TO WS-History-Count.
       3610-History-Write-Exit.
           EXIT.

      * Action appliquee sans historique: signalee, fin RC 8
      * (statut 99 = plus de sequence libre dans la seconde)
       3620-History-Error.
           ADD 1 TO WS-Hist-Error-Count.
           MOVE SPACES TO DELTA-REPORT-RECORD.
           STRING ' TITHIST WRITE FAILED FOR ' NT-TCONST
                  ' STATUS ' WS-HIST-STATUS
                  DELIMITED BY SIZE INTO DELTA-REPORT-RECORD.
           WRITE DELTA-REPORT-RECORD.

      * Un TCONST ajoute dont la derniere action connue est une
      * suppression revient sous son ancien identifiant
       3700-Check-Tombstone.
           IF WS-Hist-Open = 'Y'
              MOVE SPACE TO WS-Last-Action
              MOVE 'N' TO Hist-End
              MOVE NT-TCONST TO TH-TCONST
              MOVE ZEROS TO TH-TS-DATE TH-TS-TIME TH-TS-SEQ
              START TITLE-HISTORY KEY IS NOT LESS THAN TH-HIST-KEY
                 INVALID KEY
                    MOVE 'Y' TO Hist-End
              END-START
              PERFORM 3710-Read-One-History THRU 3710-Read-Exit
                 UNTIL Hist-End = 'Y'
              IF WS-Last-Action = 'D'
                 ADD 1 TO WS-Revived-Count
                 MOVE 'REVIVED' TO WS-DL-ACTION
                 MOVE NT-TCONST TO WS-DL-TCONST
                 MOVE SPACES TO WS-DL-DETAIL
                 STRING 'DROPPED ' WS-Last-Date ' WAS ' WS-Last-Title
                    DELIMITED BY SIZE INTO WS-DL-DETAIL
                 WRITE DELTA-REPORT-RECORD FROM WS-Delta-Line
              END-IF
           END-IF.

       3710-Read-One-History.
           READ TITLE-HISTORY NEXT RECORD
              AT END
                 MOVE 'Y' TO Hist-End
                 GO TO 3710-Read-Exit
           END-READ.
           IF TH-TCONST NOT = NT-TCONST
              MOVE 'Y' TO Hist-End
              GO TO 3710-Read-Exit
           END-IF.
           MOVE TH-ACTION TO WS-Last-Action.
           MOVE TH-TS-DATE TO WS-Last-Date.
           MOVE TH-BEFORE-IMAGE(23:40) TO WS-Last-Title.
       3710-Read-Exit.
           EXIT.

       8000-Reject-Delta.
           ADD 1 TO WS-Reject-Count.
       9100-Open-Files.
           OPEN INPUT DELTA-FILE.
           OPEN I-O TITLE-MASTER.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-Master-Open
           END-IF.
           OPEN OUTPUT DELTA-REPORT.
           OPEN OUTPUT REJECT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
      * Premier passage: l'historique des titres est cree vide
           OPEN I-O TITLE-HISTORY.
           IF WS-HIST-STATUS = '35'
              OPEN OUTPUT TITLE-HISTORY
              CLOSE TITLE-HISTORY
              OPEN I-O TITLE-HISTORY
           END-IF.
           IF WS-HIST-STATUS = '00'
              MOVE 'Y' TO WS-Hist-Open
           END-IF.
      * Pas de corrections (35): rien a reappliquer
           OPEN I-O OVERRIDE-MASTER.
           IF WS-OVERRIDE-STATUS = '00'
              MOVE 'Y' TO WS-Override-Open
           END-IF.
           MOVE ' CATALOGUE DELTA APPLY (CWBPMOV6)'
              TO DELTA-REPORT-RECORD.
           WRITE DELTA-REPORT-RECORD.
           MOVE SPACES TO DELTA-REPORT-RECORD.
           WRITE DELTA-REPORT-RECORD.
      * Sans historique ou sans corrections lisibles, rien n'est
      * applique: le maitre perdrait une trace ou une correction
           IF WS-Hist-Open NOT = 'Y'
              MOVE SPACES TO DELTA-REPORT-RECORD
              STRING ' TITHIST OPEN FAILED, STATUS ' WS-HIST-STATUS
                     ' - NOTHING APPLIED'
                     DELIMITED BY SIZE INTO DELTA-REPORT-RECORD
              WRITE DELTA-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
              ADD 1 TO WS-Reject-Count
           END-IF.
           IF WS-Override-Open NOT = 'Y'
              AND WS-OVERRIDE-STATUS NOT = '35'
              MOVE SPACES TO DELTA-REPORT-RECORD
              STRING ' OVRKSD OPEN FAILED, STATUS ' WS-OVERRIDE-STATUS
                     ' - NOTHING APPLIED'
                     DELIMITED BY SIZE INTO DELTA-REPORT-RECORD
              WRITE DELTA-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
              ADD 1 TO WS-Reject-Count
           END-IF.
           IF WS-Master-Open NOT = 'Y'
              MOVE ' TITLEKSD OPEN FAILED - NOTHING APPLIED'
                 TO DELTA-REPORT-RECORD
              WRITE DELTA-REPORT-RECORD
           MOVE ' DELTAS REJECTED' TO WS-Count-Line(1:25).
           MOVE WS-Reject-Count TO WS-CL-COUNT.
           WRITE DELTA-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' OVERRIDES RE-APPLIED' TO WS-Count-Line(1:25).
           MOVE WS-Reapply-Count TO WS-CL-COUNT.
           WRITE DELTA-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' DROPPED TITLES REVIVED' TO WS-Count-Line(1:25).
           MOVE WS-Revived-Count TO WS-CL-COUNT.
           WRITE DELTA-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' HISTORY RECORDS WRITTEN' TO WS-Count-Line(1:25).
           MOVE WS-History-Count TO WS-CL-COUNT.
           WRITE DELTA-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-DELTA-STATUS = '00' OR WS-DELTA-STATUS = '10'
              CLOSE DELTA-FILE
           END-IF.
           IF WS-Master-Open = 'Y'
              CLOSE TITLE-MASTER
           END-IF.
           IF WS-Override-Open = 'Y'
              CLOSE OVERRIDE-MASTER
           END-IF.
           IF WS-Hist-Open = 'Y'
              CLOSE TITLE-HISTORY
           END-IF.
           CLOSE DELTA-REPORT
           CLOSE REJECT-FILE.
