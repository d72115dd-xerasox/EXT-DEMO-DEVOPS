       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
      * Editorial override maintenance and report.  The content
      * team's corrections to supplier data live on the keyed
      * override file OVRKSD (VSAM KSDS, key = TCONST + field
      * name), one record per corrected field: the corrected
      * value, the reason, who entered it and when, and the last
      * value the supplier sent for that field.  CWBPMOV6 re-applies
      * every override after each supplier add or change, so a
      * TITDELTA record no longer undoes a correction, and records
      * the supplier's value on the override as it goes.
      * Each OVRTRAN record is an action byte - 'A'dd an override,
      * 'C'hange its value and reason, or 'D'elete (retire) it -
      * then the key, who entered it, the reason and the corrected
      * value.  Adds and changes are applied to the catalogue
      * master TITLEKSD at once; on an add the master's value
      * before the correction is kept as the supplier value.
      * OVRRPT then lists every override on file and flags those
      * where the supplier's value now agrees with ours (they can
      * be retired) and those whose title is no longer on the
      * master.  Rejected transactions go to OVRREJ and the job
      * ends with RC 8.
      * Every add or change that corrects the master is written to
      * the keyed title history TITHIST as a 'C' record with the
      * title's before and after images, the same way CWBPMOV6
      * records supplier changes, so the CWBPMV18 point-in-time
      * inquiry shows editorial corrections too.  The corrected
      * title is built in working storage, rewritten to the master
      * from there, and the history after image comes from the
      * same copy.  A TITHIST that cannot be opened stops the run
      * with RC 8 before any transaction is applied, and a history
      * record that cannot be written is listed on OVRRPT and also
      * ends the job with RC 8.
      *
      * OVRTRAN: ACTION(1) TCONST(10) FIELD(15) ENTEREDBY(8)
      *          REASON(40) VALUE(242), BLANK-SEPARATED
      * FIELD:   TITLE-TYPE, PRIMARY-TITLE, ORIGINAL-TITLE,
      *          IS-ADULT, START-YEAR, END-YEAR, RUNTIME-MINUTES
      *          OR GENRES (Title-Work-Area names)
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMV17.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-TRAN ASSIGN TO OVRTRAN
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT OVERRIDE-MASTER ASSIGN TO OVRKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT TITLE-MASTER  ASSIGN TO TITLEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCONST
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TITLE-HISTORY ASSIGN TO TITHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OVERRIDE-REPORT ASSIGN TO OVRRPT.
           SELECT REJECT-FILE   ASSIGN TO OVRREJ.
       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-TRAN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  OVERRIDE-TRAN-RECORD.
           05  OT-ACTION            PIC X(1).
           05  FILLER               PIC X.
           05  OT-TCONST            PIC X(10).
           05  FILLER               PIC X.
           05  OT-FIELD-NAME        PIC X(15).
           05  FILLER               PIC X.
           05  OT-ENTERED-BY        PIC X(8).
           05  FILLER               PIC X.
           05  OT-REASON            PIC X(40).
           05  FILLER               PIC X.
           05  OT-VALUE             PIC X(242).
           05  FILLER               PIC X(9).
       FD  OVERRIDE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      * Correction editoriale d'une zone du titre; la valeur du
      * fournisseur est mise a jour par CWBPMOV6 a chaque delta
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
       FD  TITLE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TITLE-MASTER-RECORD.
           05  TM-TCONST            PIC X(10).
           05  FILLER               PIC X(990).
       FD  TITLE-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      * Historique des titres: meme fiche que CWBPMOV6
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
       FD  OVERRIDE-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  OVERRIDE-REPORT-RECORD   PIC X(80).
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REJECT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-TRAN-STATUS        PIC XX VALUE SPACES.
       01 WS-OVERRIDE-STATUS    PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS      PIC XX VALUE SPACES.
       01 WS-Override-Open      PIC X VALUE 'N'.
       01 WS-Title-Open         PIC X VALUE 'N'.
       01 End-Of-File           PIC X VALUE 'N'.
       01 Override-EOF          PIC X VALUE 'N'.
       01 WS-Run-Date           PIC X(8) VALUE SPACES.

      * Zones corrigeables: nom, position et longueur dans
      * Title-Work-Area (memes positions que CWBPMOV1)
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
       01 WS-Lookup-Name        PIC X(15) VALUE SPACES.

      * Historique des titres (TITHIST)
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-Hist-Open          PIC X VALUE 'N'.
       01 Hist-Done             PIC X VALUE 'N'.
       01 WS-Hist-Seq           PIC 9(3) VALUE 0.
       01 WS-Hist-Before        PIC X(1000) VALUE SPACES.
      * Image apres (maitre + correction), reecrite d'un coup
       01 WS-Title-After        PIC X(1000) VALUE SPACES.
       01 WS-Hist-Error-Count   PIC 9(8) VALUE 0.
       01 WS-Hist-Stamp         PIC X(21) VALUE SPACES.

       01 WS-Read-Count         PIC 9(8) VALUE 0.
       01 WS-Add-Count          PIC 9(8) VALUE 0.
       01 WS-Change-Count       PIC 9(8) VALUE 0.
       01 WS-Delete-Count       PIC 9(8) VALUE 0.
       01 WS-Reject-Count       PIC 9(8) VALUE 0.
       01 WS-Listed-Count       PIC 9(8) VALUE 0.
       01 WS-Retire-Count       PIC 9(8) VALUE 0.
       01 WS-No-Title-Count     PIC 9(8) VALUE 0.
       01 WS-History-Count      PIC 9(8) VALUE 0.

       01 WS-Maint-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-ACTION          PIC X(7).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-FIELD           PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-ML-VALUE           PIC X(44).

       01 WS-Override-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-OL-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-OL-FIELD           PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-OL-ENTERED-BY      PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-OL-ENTERED-DATE    PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-OL-STATUS          PIC X(34).

       01 WS-Value-Line.
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 WS-VL-LABEL           PIC X(9).
           05 WS-VL-VALUE           PIC X(66).

       01 WS-Reject-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RJ-ACTION          PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RJ-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RJ-FIELD           PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RJ-REASON          PIC X(30).
           05 FILLER                PIC X(20) VALUE SPACES.

       01 WS-Count-Line.
           05 FILLER                PIC X(25).
           05 WS-CL-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-Principal-Process.
           PERFORM 9100-Open-Files
           PERFORM 2000-Apply-One-Tran UNTIL End-Of-File = 'Y'
           PERFORM 6000-List-Overrides
           PERFORM 9800-Print-Totals
           PERFORM 9900-Close-Files
           IF WS-Reject-Count > 0 OR WS-Hist-Error-Count > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       2000-Apply-One-Tran.
           READ OVERRIDE-TRAN
              AT END
                 MOVE 'Y' TO End-Of-File
              NOT AT END
                 ADD 1 TO WS-Read-Count
                 MOVE OT-FIELD-NAME TO WS-Lookup-Name
                 PERFORM 8200-Locate-Field
                 EVALUATE TRUE
                    WHEN OT-ACTION NOT = 'A' AND OT-ACTION NOT = 'C'
                         AND OT-ACTION NOT = 'D'
                       MOVE 'INVALID ACTION CODE' TO WS-RJ-REASON
                       PERFORM 8000-Reject-Tran
                    WHEN WS-Field-Pos = 0
                       MOVE 'FIELD NAME NOT CORRECTABLE'
                          TO WS-RJ-REASON
                       PERFORM 8000-Reject-Tran
                    WHEN OT-ACTION = 'A'
                       PERFORM 3100-Apply-Add THRU 3100-Add-Exit
                    WHEN OT-ACTION = 'C'
                       PERFORM 3200-Apply-Change
                          THRU 3200-Change-Exit
                    WHEN OTHER
                       PERFORM 3300-Apply-Delete
                 END-EVALUATE
           END-READ.

      * Ajout: le titre doit etre au catalogue; sa valeur avant
      * correction devient la valeur fournisseur de reference
       3100-Apply-Add.
           IF WS-Title-Open NOT = 'Y'
              MOVE 'TITLEKSD NOT AVAILABLE' TO WS-RJ-REASON
              PERFORM 8000-Reject-Tran
              GO TO 3100-Add-Exit
           END-IF.
           MOVE OT-TCONST TO TM-TCONST.
           READ TITLE-MASTER
              INVALID KEY
                 MOVE 'TITLE NOT ON CATALOGUE' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
                 GO TO 3100-Add-Exit
           END-READ.
           MOVE SPACES TO OVERRIDE-MASTER-RECORD.
           MOVE OT-TCONST TO OV-TCONST.
           MOVE OT-FIELD-NAME TO OV-FIELD-NAME.
           MOVE OT-VALUE(1:WS-Field-Len) TO OV-VALUE.
           MOVE OT-REASON TO OV-REASON.
           MOVE OT-ENTERED-BY TO OV-ENTERED-BY.
           MOVE WS-Run-Date TO OV-ENTERED-DATE.
           MOVE TITLE-MASTER-RECORD(WS-Field-Pos:WS-Field-Len)
              TO OV-SUPPLIER-VALUE.
           MOVE WS-Run-Date TO OV-SUPPLIER-DATE.
           WRITE OVERRIDE-MASTER-RECORD
              INVALID KEY
                 MOVE 'OVERRIDE ALREADY ON FILE' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
                 GO TO 3100-Add-Exit
           END-WRITE.
           MOVE TITLE-MASTER-RECORD TO WS-Hist-Before.
           MOVE TITLE-MASTER-RECORD TO WS-Title-After.
           MOVE OV-VALUE(1:WS-Field-Len)
              TO WS-Title-After(WS-Field-Pos:WS-Field-Len).
           REWRITE TITLE-MASTER-RECORD FROM WS-Title-After.
           PERFORM 3600-Write-History THRU 3600-History-Exit.
           ADD 1 TO WS-Add-Count.
           MOVE 'ADD' TO WS-ML-ACTION.
           PERFORM 7000-Print-Maint-Line.
       3100-Add-Exit.
           EXIT.

       3200-Apply-Change.
           MOVE OT-TCONST TO OV-TCONST.
           MOVE OT-FIELD-NAME TO OV-FIELD-NAME.
           READ OVERRIDE-MASTER
              INVALID KEY
                 MOVE 'OVERRIDE NOT ON FILE' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
                 GO TO 3200-Change-Exit
           END-READ.
           MOVE OT-VALUE(1:WS-Field-Len) TO OV-VALUE.
           IF OT-REASON NOT = SPACES
              MOVE OT-REASON TO OV-REASON
           END-IF.
           MOVE OT-ENTERED-BY TO OV-ENTERED-BY.
           MOVE WS-Run-Date TO OV-ENTERED-DATE.
           REWRITE OVERRIDE-MASTER-RECORD.
           IF WS-Title-Open = 'Y'
              MOVE OT-TCONST TO TM-TCONST
              READ TITLE-MASTER
                 NOT INVALID KEY
                    MOVE TITLE-MASTER-RECORD TO WS-Hist-Before
                    MOVE TITLE-MASTER-RECORD TO WS-Title-After
                    MOVE OV-VALUE(1:WS-Field-Len)
                       TO WS-Title-After(WS-Field-Pos:WS-Field-Len)
                    REWRITE TITLE-MASTER-RECORD FROM WS-Title-After
                    PERFORM 3600-Write-History
                       THRU 3600-History-Exit
              END-READ
           END-IF.
           ADD 1 TO WS-Change-Count.
           MOVE 'CHANGE' TO WS-ML-ACTION.
           PERFORM 7000-Print-Maint-Line.
       3200-Change-Exit.
           EXIT.

      * Une fiche 'C' par correction portee au maitre, avec la
      * meme cle et la meme reprise de sequence que CWBPMOV6
       3600-Write-History.
           IF WS-Hist-Open NOT = 'Y'
              GO TO 3600-History-Exit
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Stamp.
           MOVE SPACES TO TITLE-HISTORY-RECORD.
           MOVE OT-TCONST TO TH-TCONST.
           MOVE WS-Hist-Stamp(1:8) TO TH-TS-DATE.
           MOVE WS-Hist-Stamp(9:6) TO TH-TS-TIME.
           MOVE 'C' TO TH-ACTION.
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

      * Correction portee sans historique: signalee, fin RC 8
      * (statut 99 = plus de sequence libre dans la seconde)
       3620-History-Error.
           ADD 1 TO WS-Hist-Error-Count.
           MOVE SPACES TO OVERRIDE-REPORT-RECORD.
           STRING ' TITHIST WRITE FAILED FOR ' OT-TCONST
                  ' STATUS ' WS-HIST-STATUS
                  DELIMITED BY SIZE INTO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.

      * Retrait: le maitre garde la valeur corrigee jusqu'au
      * prochain changement du fournisseur
       3300-Apply-Delete.
           MOVE OT-TCONST TO OV-TCONST.
           MOVE OT-FIELD-NAME TO OV-FIELD-NAME.
           READ OVERRIDE-MASTER
              INVALID KEY
                 MOVE 'DELETE OF MISSING OVERRIDE' TO WS-RJ-REASON
                 PERFORM 8000-Reject-Tran
              NOT INVALID KEY
                 DELETE OVERRIDE-MASTER RECORD
                 ADD 1 TO WS-Delete-Count
                 MOVE 'RETIRE' TO WS-ML-ACTION
                 PERFORM 7000-Print-Maint-Line
           END-READ.

      * Liste de toutes les corrections en fichier
       6000-List-Overrides.
           MOVE SPACES TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           MOVE ' OVERRIDES ON FILE' TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           MOVE SPACES TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           IF WS-Override-Open NOT = 'Y'
              MOVE 'Y' TO Override-EOF
           ELSE
              MOVE LOW-VALUES TO OV-KEY
              START OVERRIDE-MASTER KEY IS NOT LESS THAN OV-KEY
                 INVALID KEY
                    MOVE 'Y' TO Override-EOF
              END-START
           END-IF.
           PERFORM 6100-List-One-Override
              UNTIL Override-EOF = 'Y'.

       6100-List-One-Override.
           READ OVERRIDE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO Override-EOF
              NOT AT END
                 ADD 1 TO WS-Listed-Count
                 MOVE OV-TCONST TO WS-OL-TCONST
                 MOVE OV-FIELD-NAME TO WS-OL-FIELD
                 MOVE OV-ENTERED-BY TO WS-OL-ENTERED-BY
                 MOVE OV-ENTERED-DATE TO WS-OL-ENTERED-DATE
                 MOVE SPACES TO WS-OL-STATUS
                 IF OV-SUPPLIER-VALUE = OV-VALUE
                    ADD 1 TO WS-Retire-Count
                    MOVE '** SUPPLIER AGREES - RETIRE'
                       TO WS-OL-STATUS
                 END-IF
                 IF WS-Title-Open = 'Y'
                    MOVE OV-TCONST TO TM-TCONST
                    READ TITLE-MASTER
                       INVALID KEY
                          ADD 1 TO WS-No-Title-Count
                          MOVE '** TITLE NO LONGER ON MASTER'
                             TO WS-OL-STATUS
                    END-READ
                 END-IF
                 WRITE OVERRIDE-REPORT-RECORD FROM WS-Override-Line
                 MOVE 'OURS' TO WS-VL-LABEL
                 MOVE OV-VALUE TO WS-VL-VALUE
                 WRITE OVERRIDE-REPORT-RECORD FROM WS-Value-Line
                 MOVE 'SUPPLIER' TO WS-VL-LABEL
                 MOVE SPACES TO WS-VL-VALUE
                 STRING OV-SUPPLIER-DATE ' ' OV-SUPPLIER-VALUE
                    DELIMITED BY SIZE INTO WS-VL-VALUE
                 WRITE OVERRIDE-REPORT-RECORD FROM WS-Value-Line
                 MOVE 'REASON' TO WS-VL-LABEL
                 MOVE OV-REASON TO WS-VL-VALUE
                 WRITE OVERRIDE-REPORT-RECORD FROM WS-Value-Line
           END-READ.

       7000-Print-Maint-Line.
           MOVE OT-TCONST TO WS-ML-TCONST.
           MOVE OT-FIELD-NAME TO WS-ML-FIELD.
           MOVE OT-VALUE TO WS-ML-VALUE.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Maint-Line.

       8000-Reject-Tran.
           ADD 1 TO WS-Reject-Count.
           MOVE OT-ACTION TO WS-RJ-ACTION.
           MOVE OT-TCONST TO WS-RJ-TCONST.
           MOVE OT-FIELD-NAME TO WS-RJ-FIELD.
           WRITE REJECT-RECORD FROM WS-Reject-Line.

       8200-Locate-Field.
           MOVE 0 TO WS-Field-Pos WS-Field-Len.
           PERFORM VARYING WS-Field-Idx FROM 1 BY 1
                   UNTIL WS-Field-Idx > 8
              IF WS-FT-NAME(WS-Field-Idx) = WS-Lookup-Name
                 MOVE WS-FT-POS(WS-Field-Idx) TO WS-Field-Pos
                 MOVE WS-FT-LEN(WS-Field-Idx) TO WS-Field-Len
              END-IF
           END-PERFORM.

       9100-Open-Files.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
           OPEN INPUT OVERRIDE-TRAN.
           OPEN OUTPUT OVERRIDE-REPORT.
           OPEN OUTPUT REJECT-FILE.
           MOVE ' EDITORIAL OVERRIDE MAINTENANCE (CWBPMV17)'
              TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           MOVE SPACES TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
      * Premier passage: le fichier des corrections est cree vide
           OPEN I-O OVERRIDE-MASTER.
           IF WS-OVERRIDE-STATUS = '35'
              OPEN OUTPUT OVERRIDE-MASTER
              CLOSE OVERRIDE-MASTER
              OPEN I-O OVERRIDE-MASTER
           END-IF.
           IF WS-OVERRIDE-STATUS = '00'
              MOVE 'Y' TO WS-Override-Open
           ELSE
              MOVE ' OVRKSD OPEN FAILED - NOTHING APPLIED'
                 TO OVERRIDE-REPORT-RECORD
              WRITE OVERRIDE-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
              ADD 1 TO WS-Reject-Count
           END-IF.
           OPEN I-O TITLE-MASTER.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-Title-Open
           ELSE
              MOVE ' TITLEKSD OPEN FAILED - ADDS WILL BE REJECTED'
                 TO OVERRIDE-REPORT-RECORD
              WRITE OVERRIDE-REPORT-RECORD
           END-IF.
      * Premier passage: l'historique des titres est cree vide
           OPEN I-O TITLE-HISTORY.
           IF WS-HIST-STATUS = '35'
              OPEN OUTPUT TITLE-HISTORY
              CLOSE TITLE-HISTORY
              OPEN I-O TITLE-HISTORY
           END-IF.
      * Sans historique, aucune correction n'est portee
           IF WS-HIST-STATUS = '00'
              MOVE 'Y' TO WS-Hist-Open
           ELSE
              MOVE SPACES TO OVERRIDE-REPORT-RECORD
              STRING ' TITHIST OPEN FAILED, STATUS ' WS-HIST-STATUS
                     ' - NOTHING APPLIED'
                     DELIMITED BY SIZE INTO OVERRIDE-REPORT-RECORD
              WRITE OVERRIDE-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
              ADD 1 TO WS-Reject-Count
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
              MOVE ' NO OVRTRAN INPUT - REPORT ONLY'
                 TO OVERRIDE-REPORT-RECORD
              WRITE OVERRIDE-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
           END-IF.

       9800-Print-Totals.
           MOVE SPACES TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           MOVE ' TRANSACTIONS READ' TO WS-Count-Line(1:25).
           MOVE WS-Read-Count TO WS-CL-COUNT.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' OVERRIDES ADDED' TO WS-Count-Line(1:25).
           MOVE WS-Add-Count TO WS-CL-COUNT.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' OVERRIDES CHANGED' TO WS-Count-Line(1:25).
           MOVE WS-Change-Count TO WS-CL-COUNT.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' OVERRIDES RETIRED' TO WS-Count-Line(1:25).
           MOVE WS-Delete-Count TO WS-CL-COUNT.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' TRANSACTIONS REJECTED' TO WS-Count-Line(1:25).
           MOVE WS-Reject-Count TO WS-CL-COUNT.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' OVERRIDES ON FILE' TO WS-Count-Line(1:25).
           MOVE WS-Listed-Count TO WS-CL-COUNT.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' SUPPLIER NOW AGREES' TO WS-Count-Line(1:25).
           MOVE WS-Retire-Count TO WS-CL-COUNT.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' TITLE NOT ON MASTER' TO WS-Count-Line(1:25).
           MOVE WS-No-Title-Count TO WS-CL-COUNT.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' HISTORY RECORDS WRITTEN' TO WS-Count-Line(1:25).
           MOVE WS-History-Count TO WS-CL-COUNT.
           WRITE OVERRIDE-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-TRAN-STATUS = '00' OR WS-TRAN-STATUS = '10'
              CLOSE OVERRIDE-TRAN
           END-IF.
           IF WS-Override-Open = 'Y'
              CLOSE OVERRIDE-MASTER
           END-IF.
           IF WS-Title-Open = 'Y'
              CLOSE TITLE-MASTER
           END-IF.
           IF WS-Hist-Open = 'Y'
              CLOSE TITLE-HISTORY
           END-IF.
           CLOSE OVERRIDE-REPORT
           CLOSE REJECT-FILE.
