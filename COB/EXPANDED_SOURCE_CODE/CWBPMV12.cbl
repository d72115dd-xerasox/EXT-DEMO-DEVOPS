       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
      * Title-principals (cast and crew) feed integration.  Reads
      * the supplier PRINFILE (TCONST, ordering, NCONST, category
      * such as director, actor or writer, and the characters
      * played - sorted by TCONST and ordering, like AKAFILE),
      * validates every credit's TCONST against the keyed
      * catalogue master TITLEKSD and its NCONST against the name
      * master NAMEKSD (loaded by CWBPMV11), and loads the valid
      * credits into the keyed principals master PRINKSD (key =
      * TCONST + ordering) for the CWBPMV13 filmography and
      * credits reports.  PRINRPT lists the orphan credits (TCONST
      * or NCONST not on its master) and the credits loaded per
      * category.  Orphans are not loaded and end the job with
      * RC 4; non-ascending or duplicate keys are bypassed and end
      * it with RC 8, as in CWBPMOV5.  PRINKSD is only emptied and
      * reloaded when PRINFILE, TITLEKSD and NAMEKSD all open; if
      * any of them is missing the job ends with RC 8 and the old
      * principals master is left as it was.
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMV12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINCIPAL-FILE ASSIGN TO PRINFILE
               FILE STATUS IS WS-PRIN-STATUS.
           SELECT TITLE-MASTER  ASSIGN TO TITLEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCONST
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT NAME-MASTER   ASSIGN TO NAMEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NK-NCONST
               FILE STATUS IS WS-NAME-STATUS.
           SELECT PRINCIPAL-MASTER ASSIGN TO PRINKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-PRINKSD-STATUS.
           SELECT PRINCIPAL-REPORT ASSIGN TO PRINRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINCIPAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      * Generique: un enregistrement par personne et par titre,
      * dans l'ordre d'affichage (ordering) a l'interieur du titre
       01  PRINCIPAL-RECORD.
           05  PR-TCONST            PIC X(10).
           05  FILLER               PIC X.
           05  PR-ORDERING          PIC X(3).
           05  FILLER               PIC X.
           05  PR-NCONST            PIC X(10).
           05  FILLER               PIC X.
           05  PR-CATEGORY          PIC X(20).
           05  FILLER               PIC X.
           05  PR-CHARACTERS        PIC X(33).
       FD  TITLE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TITLE-MASTER-RECORD.
           05  TM-TCONST            PIC X(10).
           05  FILLER               PIC X(990).
       FD  NAME-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  NAME-MASTER-RECORD.
           05  NK-NCONST            PIC X(10).
           05  FILLER               PIC X(90).
       FD  PRINCIPAL-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINCIPAL-MASTER-RECORD.
           05  PK-KEY.
               10  PK-TCONST        PIC X(10).
               10  FILLER           PIC X.
               10  PK-ORDERING      PIC X(3).
           05  FILLER               PIC X(66).
       FD  PRINCIPAL-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRINCIPAL-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PRIN-STATUS        PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS      PIC XX VALUE SPACES.
       01 WS-NAME-STATUS        PIC XX VALUE SPACES.
       01 WS-PRINKSD-STATUS     PIC XX VALUE SPACES.
       01 End-Of-File           PIC X VALUE 'N'.
       01 WS-Title-Open         PIC X VALUE 'N'.
       01 WS-Name-Open          PIC X VALUE 'N'.
       01 WS-Prinksd-Open       PIC X VALUE 'N'.

       01 WS-Last-Tconst        PIC X(10) VALUE LOW-VALUES.
       01 WS-Tconst-On-Master   PIC X VALUE 'N'.
       01 WS-Nconst-On-Master   PIC X VALUE 'N'.

      * Generique charge par categorie (director, actor, ...)
       01 WS-Cat-Idx            PIC 9(2) VALUE 0.
       01 WS-Cat-Found          PIC 9(2) VALUE 0.
       01 WS-Category-Table.
           05 WS-Cat-Count      PIC 9(2) VALUE 0.
           05 WS-Cat-Entry OCCURS 30 TIMES.
               10 WS-CT-CATEGORY    PIC X(20).
               10 WS-CT-CREDITS     PIC 9(8).
               10 WS-CT-TITLES      PIC 9(8).
               10 WS-CT-LAST        PIC X(10).

       01 WS-Credit-Total       PIC 9(8) VALUE 0.
       01 WS-Loaded-Count       PIC 9(8) VALUE 0.
       01 WS-Orphan-Count       PIC 9(8) VALUE 0.
       01 WS-Title-Orphan-Count PIC 9(8) VALUE 0.
       01 WS-Name-Orphan-Count  PIC 9(8) VALUE 0.
       01 WS-Bypassed-Count     PIC 9(8) VALUE 0.

       01 WS-Orphan-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-OR-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-OR-ORDERING        PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-OR-NCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-OR-REASON          PIC X(36).
           05 FILLER                PIC X(17) VALUE SPACES.

       01 WS-Category-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-CG-CATEGORY        PIC X(20).
           05 FILLER                PIC X(10) VALUE ' CREDITS='.
           05 WS-CG-CREDITS         PIC ZZZZZZZ9.
           05 FILLER                PIC X(9)  VALUE ' TITLES='.
           05 WS-CG-TITLES          PIC ZZZZZZZ9.
           05 FILLER                PIC X(24) VALUE SPACES.

       01 WS-Count-Line.
           05 FILLER                PIC X(28).
           05 WS-CN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-Principal-Process.
           PERFORM 9100-Open-Files
           PERFORM 2000-Process-One-Credit UNTIL End-Of-File = 'Y'
           PERFORM 9700-Print-Categories
           PERFORM 9800-Print-Totals
           PERFORM 9900-Close-Files
           IF WS-Orphan-Count > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-Bypassed-Count > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       2000-Process-One-Credit.
           READ PRINCIPAL-FILE
              AT END
                 MOVE 'Y' TO End-Of-File
              NOT AT END
                 ADD 1 TO WS-Credit-Total
                 IF PR-TCONST NOT = WS-Last-Tconst
                    MOVE PR-TCONST TO WS-Last-Tconst
                    PERFORM 3000-Check-Title-Master
                 END-IF
                 PERFORM 3100-Check-Name-Master
                 IF WS-Tconst-On-Master = 'Y'
                    AND WS-Nconst-On-Master = 'Y'
                    PERFORM 4000-Load-Credit
                 ELSE
                    PERFORM 5000-List-Orphan
                 END-IF
           END-READ.

       3000-Check-Title-Master.
           MOVE 'N' TO WS-Tconst-On-Master.
           IF WS-Title-Open = 'Y'
              MOVE PR-TCONST TO TM-TCONST
              READ TITLE-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-Tconst-On-Master
              END-READ
           END-IF.

       3100-Check-Name-Master.
           MOVE 'N' TO WS-Nconst-On-Master.
           IF WS-Name-Open = 'Y'
              MOVE PR-NCONST TO NK-NCONST
              READ NAME-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-Nconst-On-Master
              END-READ
           END-IF.

       4000-Load-Credit.
           MOVE PRINCIPAL-RECORD TO PRINCIPAL-MASTER-RECORD.
           WRITE PRINCIPAL-MASTER-RECORD
              INVALID KEY
                 ADD 1 TO WS-Bypassed-Count
                 MOVE SPACES TO PRINCIPAL-REPORT-RECORD
                 STRING ' KEY BYPASSED (DUP/SEQ): '
                        PK-TCONST ' ' PK-ORDERING
                    DELIMITED BY SIZE
                    INTO PRINCIPAL-REPORT-RECORD
                 WRITE PRINCIPAL-REPORT-RECORD
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO WS-Loaded-Count
                 PERFORM 4100-Count-Category
           END-WRITE.

       4100-Count-Category.
           MOVE 0 TO WS-Cat-Found.
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Cat-Count
              IF WS-CT-CATEGORY(WS-Cat-Idx) = PR-CATEGORY
                 MOVE WS-Cat-Idx TO WS-Cat-Found
              END-IF
           END-PERFORM.
           IF WS-Cat-Found = 0
              AND WS-Cat-Count < 30
              ADD 1 TO WS-Cat-Count
              MOVE WS-Cat-Count TO WS-Cat-Found
              MOVE PR-CATEGORY TO WS-CT-CATEGORY(WS-Cat-Found)
              MOVE 0 TO WS-CT-CREDITS(WS-Cat-Found)
              MOVE 0 TO WS-CT-TITLES(WS-Cat-Found)
              MOVE LOW-VALUES TO WS-CT-LAST(WS-Cat-Found)
           END-IF.
           IF WS-Cat-Found > 0
              ADD 1 TO WS-CT-CREDITS(WS-Cat-Found)
              IF WS-CT-LAST(WS-Cat-Found) NOT = PR-TCONST
                 ADD 1 TO WS-CT-TITLES(WS-Cat-Found)
                 MOVE PR-TCONST TO WS-CT-LAST(WS-Cat-Found)
              END-IF
           END-IF.

       5000-List-Orphan.
           ADD 1 TO WS-Orphan-Count.
           IF WS-Tconst-On-Master NOT = 'Y'
              ADD 1 TO WS-Title-Orphan-Count
           END-IF.
           IF WS-Nconst-On-Master NOT = 'Y'
              ADD 1 TO WS-Name-Orphan-Count
           END-IF.
           EVALUATE TRUE
              WHEN WS-Tconst-On-Master NOT = 'Y'
                   AND WS-Nconst-On-Master NOT = 'Y'
                 MOVE 'TCONST AND NCONST NOT ON MASTERS'
                    TO WS-OR-REASON
              WHEN WS-Tconst-On-Master NOT = 'Y'
                 MOVE 'TCONST NOT ON TITLEKSD'
                    TO WS-OR-REASON
              WHEN OTHER
                 MOVE 'NCONST NOT ON NAMEKSD'
                    TO WS-OR-REASON
           END-EVALUATE.
           MOVE PR-TCONST TO WS-OR-TCONST.
           MOVE PR-ORDERING TO WS-OR-ORDERING.
           MOVE PR-NCONST TO WS-OR-NCONST.
           WRITE PRINCIPAL-REPORT-RECORD FROM WS-Orphan-Line.

      * Le maitre des generiques n'est vide (OPEN OUTPUT) que si
      * le flux et les deux maitres de controle sont la
       9100-Open-Files.
           OPEN INPUT PRINCIPAL-FILE.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT NAME-MASTER.
           OPEN OUTPUT PRINCIPAL-REPORT.
           MOVE ' TITLE-PRINCIPALS FEED VALIDATION (CWBPMV12)'
              TO PRINCIPAL-REPORT-RECORD.
           WRITE PRINCIPAL-REPORT-RECORD.
           MOVE SPACES TO PRINCIPAL-REPORT-RECORD.
           WRITE PRINCIPAL-REPORT-RECORD.
           IF WS-PRIN-STATUS NOT = '00'
              MOVE ' NO PRINCIPALS FEED - NOTHING VALIDATED'
                 TO PRINCIPAL-REPORT-RECORD
              WRITE PRINCIPAL-REPORT-RECORD
           END-IF.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-Title-Open
           ELSE
              MOVE ' TITLEKSD NOT AVAILABLE - NOTHING VALIDATED'
                 TO PRINCIPAL-REPORT-RECORD
              WRITE PRINCIPAL-REPORT-RECORD
           END-IF.
           IF WS-NAME-STATUS = '00'
              MOVE 'Y' TO WS-Name-Open
           ELSE
              MOVE ' NAMEKSD NOT AVAILABLE - NOTHING VALIDATED'
                 TO PRINCIPAL-REPORT-RECORD
              WRITE PRINCIPAL-REPORT-RECORD
           END-IF.
           IF WS-PRIN-STATUS = '00' AND WS-Title-Open = 'Y'
              AND WS-Name-Open = 'Y'
              OPEN OUTPUT PRINCIPAL-MASTER
              IF WS-PRINKSD-STATUS = '00'
                 MOVE 'Y' TO WS-Prinksd-Open
              ELSE
                 MOVE ' PRINKSD OPEN FAILED - NOTHING LOADED'
                    TO PRINCIPAL-REPORT-RECORD
                 WRITE PRINCIPAL-REPORT-RECORD
              END-IF
           ELSE
              MOVE ' PRINKSD NOT RELOADED - PREVIOUS MASTER KEPT'
                 TO PRINCIPAL-REPORT-RECORD
              WRITE PRINCIPAL-REPORT-RECORD
           END-IF.
           IF WS-Prinksd-Open NOT = 'Y'
              MOVE 'Y' TO End-Of-File
              ADD 1 TO WS-Bypassed-Count
           END-IF.

       9700-Print-Categories.
           MOVE SPACES TO PRINCIPAL-REPORT-RECORD.
           WRITE PRINCIPAL-REPORT-RECORD.
           MOVE ' CREDITS LOADED BY CATEGORY'
              TO PRINCIPAL-REPORT-RECORD.
           WRITE PRINCIPAL-REPORT-RECORD.
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Cat-Count
              MOVE WS-CT-CATEGORY(WS-Cat-Idx) TO WS-CG-CATEGORY
              MOVE WS-CT-CREDITS(WS-Cat-Idx) TO WS-CG-CREDITS
              MOVE WS-CT-TITLES(WS-Cat-Idx) TO WS-CG-TITLES
              WRITE PRINCIPAL-REPORT-RECORD FROM WS-Category-Line
           END-PERFORM.

       9800-Print-Totals.
           MOVE SPACES TO PRINCIPAL-REPORT-RECORD.
           WRITE PRINCIPAL-REPORT-RECORD.
           MOVE ' CREDIT RECORDS READ' TO WS-Count-Line(1:28).
           MOVE WS-Credit-Total TO WS-CN-COUNT.
           WRITE PRINCIPAL-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' CREDITS LOADED' TO WS-Count-Line(1:28).
           MOVE WS-Loaded-Count TO WS-CN-COUNT.
           WRITE PRINCIPAL-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' ORPHAN CREDIT RECORDS' TO WS-Count-Line(1:28).
           MOVE WS-Orphan-Count TO WS-CN-COUNT.
           WRITE PRINCIPAL-REPORT-RECORD FROM WS-Count-Line.
           MOVE '   TCONST NOT ON TITLEKSD' TO WS-Count-Line(1:28).
           MOVE WS-Title-Orphan-Count TO WS-CN-COUNT.
           WRITE PRINCIPAL-REPORT-RECORD FROM WS-Count-Line.
           MOVE '   NCONST NOT ON NAMEKSD' TO WS-Count-Line(1:28).
           MOVE WS-Name-Orphan-Count TO WS-CN-COUNT.
           WRITE PRINCIPAL-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' KEYS BYPASSED (DUP/SEQ)' TO WS-Count-Line(1:28).
           MOVE WS-Bypassed-Count TO WS-CN-COUNT.
           WRITE PRINCIPAL-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-PRIN-STATUS = '00' OR WS-PRIN-STATUS = '10'
              CLOSE PRINCIPAL-FILE
           END-IF.
           IF WS-Title-Open = 'Y'
              CLOSE TITLE-MASTER
           END-IF.
           IF WS-Name-Open = 'Y'
              CLOSE NAME-MASTER
           END-IF.
           IF WS-Prinksd-Open = 'Y'
              CLOSE PRINCIPAL-MASTER
           END-IF.
           CLOSE PRINCIPAL-REPORT.
