       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
      * Quality gate on the supplier title delta, run ahead of the
      * CWBPMOV6 apply step.  TITDELTA (same layout as CWBPMOV6:
      * action byte + full Title-Work-Area image) is profiled
      * against the keyed catalogue master TITLEKSD and GATERPT
      * prints a scorecard of each measure against its limit:
      *     ADDS, CHANGES, DELETES AS A PERCENTAGE OF THE MASTER
      *     NON-NUMERIC START-YEAR / RUNTIME-MINUTES (% OF ADDS
      *        AND CHANGES; '\N' IS THE SUPPLIER'S "NO VALUE")
      *     GENRE TOKENS NOT ON GENREREF (% OF TOKENS; NOT
      *        MEASURED WHEN THERE IS NO GENREREF FILE)
      *     CHANGES THAT ALTER TITLE-TYPE (A COUNT)
      * When any limit is breached the breached measures are
      * flagged BREACH, an alert goes to the operator console and
      * the job ends with RC 12 so the apply step is bypassed
      * (COND on this step); a clean delta ends with RC 0.
      *
      * GATEPARM: ADD%(3) CHG%(3) DEL%(3) YEAR%(3) RUNTIME%(3)
      *           GENRE%(3) TYPECHG(6), BLANK-SEPARATED.
      *           DEFAULTS: 10 25 5 5 10 5 100.
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMV19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELTA-FILE    ASSIGN TO TITDELTA
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT GATE-PARM     ASSIGN TO GATEPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TITLE-MASTER  ASSIGN TO TITLEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TCONST
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GENRE-REF-FILE ASSIGN TO GENREREF
               FILE STATUS IS WS-GENREREF-STATUS.
           SELECT GATE-REPORT   ASSIGN TO GATERPT.
       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DELTA-RECORD.
           05  DL-ACTION            PIC X(1).
           05  DL-TITLE-IMAGE       PIC X(1000).
       FD  GATE-PARM
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GATE-PARM-RECORD.
           05  GP-MAX-ADD-PCT       PIC X(3).
           05  FILLER               PIC X(1).
           05  GP-MAX-CHG-PCT       PIC X(3).
           05  FILLER               PIC X(1).
           05  GP-MAX-DEL-PCT       PIC X(3).
           05  FILLER               PIC X(1).
           05  GP-MAX-YEAR-PCT      PIC X(3).
           05  FILLER               PIC X(1).
           05  GP-MAX-RUN-PCT       PIC X(3).
           05  FILLER               PIC X(1).
           05  GP-MAX-GENRE-PCT     PIC X(3).
           05  FILLER               PIC X(1).
           05  GP-MAX-TYPE-CHG      PIC X(6).
           05  FILLER               PIC X(50).
       FD  TITLE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TITLE-MASTER-RECORD.
           05  TM-TCONST            PIC X(10).
           05  TM-TITLE-TYPE        PIC X(12).
           05  FILLER               PIC X(978).
       FD  GENRE-REF-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      * Memes positions que CWBPMOV1
       01  GENRE-REF-RECORD.
           05  GRF-TOKEN              PIC X(15).
           05  FILLER                 PIC X.
           05  GRF-CANONICAL          PIC X(15).
           05  FILLER                 PIC X(49).
       FD  GATE-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GATE-REPORT-RECORD       PIC X(80).

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

       01 WS-DELTA-STATUS       PIC XX VALUE SPACES.
       01 WS-PARM-STATUS        PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS      PIC XX VALUE SPACES.
       01 WS-Master-Open        PIC X VALUE 'N'.
       01 End-Of-File           PIC X VALUE 'N'.
       01 Master-EOF            PIC X VALUE 'N'.

      * Seuils de la carte GATEPARM (pourcentages entiers, sauf
      * le nombre de changements de TITLE-TYPE)
       01 WS-Max-Add-Pct        PIC 9(3) VALUE 10.
       01 WS-Max-Chg-Pct        PIC 9(3) VALUE 25.
       01 WS-Max-Del-Pct        PIC 9(3) VALUE 5.
       01 WS-Max-Year-Pct       PIC 9(3) VALUE 5.
       01 WS-Max-Run-Pct        PIC 9(3) VALUE 10.
       01 WS-Max-Genre-Pct      PIC 9(3) VALUE 5.
       01 WS-Max-Type-Chg       PIC 9(6) VALUE 100.

      * Referentiel des genres (memes regles que CWBPMOV1)
       01 WS-GENREREF-STATUS    PIC XX VALUE SPACES.
       01 GenRef-EOF            PIC X VALUE 'N'.
       01 WS-GenRef-Loaded      PIC X VALUE 'N'.
       01 WS-GenRef-Idx         PIC 9(3) VALUE 0.
       01 WS-GenRef-Found       PIC 9(3) VALUE 0.
       01 WS-GenRef-Table.
           05 WS-GenRef-Count   PIC 9(3) VALUE 0.
           05 WS-GenRef-Entry OCCURS 100 TIMES.
               10 WS-GRF-TOKEN      PIC X(15).
               10 WS-GRF-CANONICAL  PIC X(15).
       01 WS-Genre-Idx          PIC 9 VALUE 0.
       01 WS-Genre-Tokens.
           05 WS-Genre-Tok OCCURS 5 TIMES PIC X(15) VALUE SPACES.

      * Profil du delta
       01 WS-Master-Count       PIC 9(8) VALUE 0.
       01 WS-Read-Count         PIC 9(8) VALUE 0.
       01 WS-Add-Count          PIC 9(8) VALUE 0.
       01 WS-Change-Count       PIC 9(8) VALUE 0.
       01 WS-Delete-Count       PIC 9(8) VALUE 0.
       01 WS-Other-Count        PIC 9(8) VALUE 0.
       01 WS-Image-Count        PIC 9(8) VALUE 0.
       01 WS-Bad-Year-Count     PIC 9(8) VALUE 0.
       01 WS-Bad-Run-Count      PIC 9(8) VALUE 0.
       01 WS-Token-Count        PIC 9(8) VALUE 0.
       01 WS-Unknown-Count      PIC 9(8) VALUE 0.
       01 WS-Type-Chg-Count     PIC 9(8) VALUE 0.
       01 WS-Not-On-Master      PIC 9(8) VALUE 0.

      * Calcul d'un taux et comparaison au seuil
       01 WS-Measure-Count      PIC 9(8) VALUE 0.
       01 WS-Measure-Base       PIC 9(8) VALUE 0.
       01 WS-Measure-Limit      PIC 9(6) VALUE 0.
       01 WS-Measure-Rate       PIC 9(3)V99 VALUE 0.
       01 WS-Breach-Count       PIC 9(2) VALUE 0.

       01 WS-Score-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-SC-MEASURE         PIC X(30).
           05 WS-SC-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SC-RATE-AREA.
               10 WS-SC-RATE        PIC ZZ9.99.
               10 WS-SC-PCT         PIC X(1).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SC-LIMIT           PIC ZZZZZ9.
           05 WS-SC-LIMIT-PCT       PIC X(1).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SC-RESULT          PIC X(13).
           05 FILLER                PIC X(5)  VALUE SPACES.

       01 WS-Score-Heading.
           05 FILLER                PIC X(31) VALUE ' MEASURE'.
           05 FILLER                PIC X(11) VALUE '   COUNT'.
           05 FILLER                PIC X(10) VALUE '    RATE'.
           05 FILLER                PIC X(10) VALUE '   LIMIT'.
           05 FILLER                PIC X(18) VALUE 'RESULT'.

       01 WS-Alert-Line.
           05 FILLER                PIC X(11) VALUE 'CWBPMV19 - '.
           05 FILLER                PIC X(29)
               VALUE 'TITDELTA QUALITY GATE FAILED '.
           05 WS-AL-BREACHES        PIC Z9.
           05 FILLER                PIC X(38)
               VALUE ' MEASURE(S) BREACHED - APPLY STOPPED'.

       01 WS-Count-Line.
           05 FILLER                PIC X(28).
           05 WS-CN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-Principal-Process.
           PERFORM 9100-Open-Files
           PERFORM 9200-Load-Parameters
           PERFORM 9150-Load-Genre-Ref
           PERFORM 9250-Count-Master UNTIL Master-EOF = 'Y'
           PERFORM 2000-Profile-One-Delta UNTIL End-Of-File = 'Y'
           PERFORM 3000-Print-Scorecard
           PERFORM 9800-Print-Totals
           PERFORM 9900-Close-Files
           IF WS-Breach-Count > 0
              MOVE WS-Breach-Count TO WS-AL-BREACHES
              DISPLAY WS-Alert-Line UPON CONSOLE
              MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.

       2000-Profile-One-Delta.
           READ DELTA-FILE
              AT END
                 MOVE 'Y' TO End-Of-File
              NOT AT END
                 ADD 1 TO WS-Read-Count
                 MOVE DL-TITLE-IMAGE TO Title-Work-Area
                 EVALUATE DL-ACTION
                    WHEN 'A'
                       ADD 1 TO WS-Add-Count
                       PERFORM 2100-Check-Image
                    WHEN 'C'
                       ADD 1 TO WS-Change-Count
                       PERFORM 2100-Check-Image
                       PERFORM 2300-Check-Type-Change
                    WHEN 'D'
                       ADD 1 TO WS-Delete-Count
                    WHEN OTHER
                       ADD 1 TO WS-Other-Count
                 END-EVALUATE
           END-READ.

      * Une image livree (ajout ou changement): annee et duree
      * numeriques ou '\N', jetons de genre connus du referentiel
       2100-Check-Image.
           ADD 1 TO WS-Image-Count.
           IF START-YEAR NOT = '\N'
              IF START-YEAR = SPACES
                 ADD 1 TO WS-Bad-Year-Count
              ELSE
                 IF FUNCTION TEST-NUMVAL(START-YEAR) NOT = 0
                    ADD 1 TO WS-Bad-Year-Count
                 END-IF
              END-IF
           END-IF.
           IF RUNTIME-MINUTES NOT = '\N'
              IF RUNTIME-MINUTES = SPACES
                 ADD 1 TO WS-Bad-Run-Count
              ELSE
                 IF FUNCTION TEST-NUMVAL(RUNTIME-MINUTES) NOT = 0
                    ADD 1 TO WS-Bad-Run-Count
                 END-IF
              END-IF
           END-IF.
           IF WS-GenRef-Loaded = 'Y'
              MOVE SPACES TO WS-Genre-Tokens
              UNSTRING GENRES DELIMITED BY ','
                 INTO WS-Genre-Tok(1) WS-Genre-Tok(2)
                      WS-Genre-Tok(3) WS-Genre-Tok(4)
                      WS-Genre-Tok(5)
              END-UNSTRING
              PERFORM 2200-Check-Genre-Token
                 VARYING WS-Genre-Idx FROM 1 BY 1
                 UNTIL WS-Genre-Idx > 5
           END-IF.

       2200-Check-Genre-Token.
           IF WS-Genre-Tok(WS-Genre-Idx) NOT = SPACES
              AND WS-Genre-Tok(WS-Genre-Idx) NOT = '\N'
              ADD 1 TO WS-Token-Count
              MOVE 0 TO WS-GenRef-Found
              PERFORM VARYING WS-GenRef-Idx FROM 1 BY 1
                      UNTIL WS-GenRef-Idx > WS-GenRef-Count
                 IF WS-GRF-TOKEN(WS-GenRef-Idx)
                       = WS-Genre-Tok(WS-Genre-Idx)
                    MOVE WS-GenRef-Idx TO WS-GenRef-Found
                 END-IF
              END-PERFORM
              IF WS-GenRef-Found = 0
                 ADD 1 TO WS-Unknown-Count
              END-IF
           END-IF.

       2300-Check-Type-Change.
           IF WS-Master-Open = 'Y'
              MOVE TCONST TO TM-TCONST
              READ TITLE-MASTER
                 INVALID KEY
                    ADD 1 TO WS-Not-On-Master
                 NOT INVALID KEY
                    IF TM-TITLE-TYPE NOT = TITLE-TYPE
                       ADD 1 TO WS-Type-Chg-Count
                    END-IF
              END-READ
           END-IF.

      * Tableau de bord: un taux par mesure, compare au seuil
       3000-Print-Scorecard.
           MOVE SPACES TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD FROM WS-Score-Heading.
           MOVE SPACES TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.
           MOVE 'ADDS (% OF MASTER)' TO WS-SC-MEASURE.
           MOVE WS-Add-Count TO WS-Measure-Count.
           MOVE WS-Master-Count TO WS-Measure-Base.
           MOVE WS-Max-Add-Pct TO WS-Measure-Limit.
           PERFORM 3100-Score-Rate.
           MOVE 'CHANGES (% OF MASTER)' TO WS-SC-MEASURE.
           MOVE WS-Change-Count TO WS-Measure-Count.
           MOVE WS-Master-Count TO WS-Measure-Base.
           MOVE WS-Max-Chg-Pct TO WS-Measure-Limit.
           PERFORM 3100-Score-Rate.
           MOVE 'DELETES (% OF MASTER)' TO WS-SC-MEASURE.
           MOVE WS-Delete-Count TO WS-Measure-Count.
           MOVE WS-Master-Count TO WS-Measure-Base.
           MOVE WS-Max-Del-Pct TO WS-Measure-Limit.
           PERFORM 3100-Score-Rate.
           MOVE 'START-YEAR NOT NUMERIC' TO WS-SC-MEASURE.
           MOVE WS-Bad-Year-Count TO WS-Measure-Count.
           MOVE WS-Image-Count TO WS-Measure-Base.
           MOVE WS-Max-Year-Pct TO WS-Measure-Limit.
           PERFORM 3100-Score-Rate.
           MOVE 'RUNTIME-MINUTES NOT NUMERIC' TO WS-SC-MEASURE.
           MOVE WS-Bad-Run-Count TO WS-Measure-Count.
           MOVE WS-Image-Count TO WS-Measure-Base.
           MOVE WS-Max-Run-Pct TO WS-Measure-Limit.
           PERFORM 3100-Score-Rate.
           MOVE 'GENRE TOKENS NOT ON GENREREF' TO WS-SC-MEASURE.
           IF WS-GenRef-Loaded = 'Y'
              MOVE WS-Unknown-Count TO WS-Measure-Count
              MOVE WS-Token-Count TO WS-Measure-Base
              MOVE WS-Max-Genre-Pct TO WS-Measure-Limit
              PERFORM 3100-Score-Rate
           ELSE
              MOVE 0 TO WS-SC-COUNT
              MOVE SPACES TO WS-SC-RATE-AREA
              MOVE WS-Max-Genre-Pct TO WS-SC-LIMIT
              MOVE '%' TO WS-SC-LIMIT-PCT
              MOVE 'NOT MEASURED' TO WS-SC-RESULT
              WRITE GATE-REPORT-RECORD FROM WS-Score-Line
           END-IF.
           MOVE 'CHANGES ALTERING TITLE-TYPE' TO WS-SC-MEASURE.
           MOVE WS-Type-Chg-Count TO WS-SC-COUNT.
           MOVE SPACES TO WS-SC-RATE-AREA.
           MOVE WS-Max-Type-Chg TO WS-SC-LIMIT.
           MOVE SPACE TO WS-SC-LIMIT-PCT.
           IF WS-Type-Chg-Count > WS-Max-Type-Chg
              MOVE 'BREACH' TO WS-SC-RESULT
              ADD 1 TO WS-Breach-Count
           ELSE
              MOVE 'PASS' TO WS-SC-RESULT
           END-IF.
           WRITE GATE-REPORT-RECORD FROM WS-Score-Line.
           MOVE SPACES TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.
           IF WS-Breach-Count > 0
              MOVE ' *** GATE FAILED - DELTA MUST NOT BE APPLIED ***'
                 TO GATE-REPORT-RECORD
           ELSE
              MOVE ' GATE PASSED - DELTA MAY BE APPLIED'
                 TO GATE-REPORT-RECORD
           END-IF.
           WRITE GATE-REPORT-RECORD.

      * Taux en pourcentage; une base nulle avec des
      * mouvements (maitre vide) est un depassement d'office
       3100-Score-Rate.
           MOVE WS-Measure-Count TO WS-SC-COUNT.
           IF WS-Measure-Base = 0
              IF WS-Measure-Count = 0
                 MOVE 0 TO WS-Measure-Rate
              ELSE
                 MOVE 999.99 TO WS-Measure-Rate
              END-IF
           ELSE
              COMPUTE WS-Measure-Rate ROUNDED
                 = WS-Measure-Count * 100 / WS-Measure-Base
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-Measure-Rate
              END-COMPUTE
           END-IF.
           MOVE WS-Measure-Rate TO WS-SC-RATE.
           MOVE '%' TO WS-SC-PCT.
           MOVE WS-Measure-Limit TO WS-SC-LIMIT.
           MOVE '%' TO WS-SC-LIMIT-PCT.
           IF WS-Measure-Rate > WS-Measure-Limit
              MOVE 'BREACH' TO WS-SC-RESULT
              ADD 1 TO WS-Breach-Count
           ELSE
              MOVE 'PASS' TO WS-SC-RESULT
           END-IF.
           WRITE GATE-REPORT-RECORD FROM WS-Score-Line.

       9100-Open-Files.
           OPEN INPUT DELTA-FILE.
           OPEN INPUT TITLE-MASTER.
           OPEN OUTPUT GATE-REPORT.
           MOVE ' TITDELTA QUALITY GATE (CWBPMV19)'
              TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-Master-Open
           ELSE
              MOVE ' TITLEKSD OPEN FAILED - MASTER TAKEN AS EMPTY'
                 TO GATE-REPORT-RECORD
              WRITE GATE-REPORT-RECORD
              MOVE 'Y' TO Master-EOF
           END-IF.
           IF WS-DELTA-STATUS NOT = '00'
              MOVE ' NO TITDELTA FEED - NOTHING TO PROFILE'
                 TO GATE-REPORT-RECORD
              WRITE GATE-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
           END-IF.

      * Chargement du referentiel des genres; sans fichier la
      * mesure des genres inconnus n'est pas faite
       9150-Load-Genre-Ref.
           OPEN INPUT GENRE-REF-FILE.
           IF WS-GENREREF-STATUS = '00'
              MOVE 'Y' TO WS-GenRef-Loaded
              PERFORM 9160-Load-One-Genre-Ref
                 UNTIL GenRef-EOF = 'Y'
              CLOSE GENRE-REF-FILE
           END-IF.

       9160-Load-One-Genre-Ref.
           READ GENRE-REF-FILE
              AT END
                 MOVE 'Y' TO GenRef-EOF
              NOT AT END
                 IF GRF-TOKEN NOT = SPACES
                    AND WS-GenRef-Count < 100
                    ADD 1 TO WS-GenRef-Count
                    MOVE GRF-TOKEN
                       TO WS-GRF-TOKEN(WS-GenRef-Count)
                    MOVE GRF-CANONICAL
                       TO WS-GRF-CANONICAL(WS-GenRef-Count)
                 END-IF
           END-READ.

       9200-Load-Parameters.
           OPEN INPUT GATE-PARM.
           IF WS-PARM-STATUS = '00'
              READ GATE-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF GP-MAX-ADD-PCT NUMERIC
                       MOVE GP-MAX-ADD-PCT TO WS-Max-Add-Pct
                    END-IF
                    IF GP-MAX-CHG-PCT NUMERIC
                       MOVE GP-MAX-CHG-PCT TO WS-Max-Chg-Pct
                    END-IF
                    IF GP-MAX-DEL-PCT NUMERIC
                       MOVE GP-MAX-DEL-PCT TO WS-Max-Del-Pct
                    END-IF
                    IF GP-MAX-YEAR-PCT NUMERIC
                       MOVE GP-MAX-YEAR-PCT TO WS-Max-Year-Pct
                    END-IF
                    IF GP-MAX-RUN-PCT NUMERIC
                       MOVE GP-MAX-RUN-PCT TO WS-Max-Run-Pct
                    END-IF
                    IF GP-MAX-GENRE-PCT NUMERIC
                       MOVE GP-MAX-GENRE-PCT TO WS-Max-Genre-Pct
                    END-IF
                    IF GP-MAX-TYPE-CHG NUMERIC
                       MOVE GP-MAX-TYPE-CHG TO WS-Max-Type-Chg
                    END-IF
              END-READ
              CLOSE GATE-PARM
           END-IF.

      * Taille du maitre: base des pourcentages de mouvements
       9250-Count-Master.
           READ TITLE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO Master-EOF
              NOT AT END
                 ADD 1 TO WS-Master-Count
           END-READ.

       9800-Print-Totals.
           MOVE SPACES TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.
           MOVE ' TITLES ON MASTER' TO WS-Count-Line(1:28).
           MOVE WS-Master-Count TO WS-CN-COUNT.
           WRITE GATE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' DELTAS READ' TO WS-Count-Line(1:28).
           MOVE WS-Read-Count TO WS-CN-COUNT.
           WRITE GATE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' UNKNOWN ACTION CODES' TO WS-Count-Line(1:28).
           MOVE WS-Other-Count TO WS-CN-COUNT.
           WRITE GATE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' CHANGES NOT ON MASTER' TO WS-Count-Line(1:28).
           MOVE WS-Not-On-Master TO WS-CN-COUNT.
           WRITE GATE-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' MEASURES BREACHED' TO WS-Count-Line(1:28).
           MOVE WS-Breach-Count TO WS-CN-COUNT.
           WRITE GATE-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-DELTA-STATUS = '00' OR WS-DELTA-STATUS = '10'
              CLOSE DELTA-FILE
           END-IF.
           IF WS-Master-Open = 'Y'
              CLOSE TITLE-MASTER
           END-IF.
           CLOSE GATE-REPORT.
