       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
      * Top-rated charts by genre and by decade.  Joins the RATINGS
      * feed to the keyed catalogue master TITLEKSD and ranks every
      * title on a weighted rating that pulls low-vote titles
      * toward the catalogue mean, so twelve votes of 10.0 no
      * longer top the list:
      *     SCORE = (V x R + M x C) / (V + M)
      *     V = RT-VOTES, R = RT-RATING, M = CHRTPARM MINIMUM
      *     VOTES, C = MEAN RT-RATING OF THE WHOLE RATINGS FEED
      * (a first pass over RATINGS works out C).  Titles under the
      * minimum vote count do not chart.  CHRTRPT prints a top-N
      * chart for every genre token and every START-YEAR decade
      * found.  Each entry is marked NEW when it was not on the
      * same chart last run, or with its previous position; the
      * titles that have left each chart are listed under it.
      * Following the snapshot pattern of CWBPMOV8 the prior
      * charts come from CHRTSNAP and this run's charts are
      * written to CHRTSNOUT to become the next run's snapshot.
      *
      * CHRTPARM: MINVOTES(8) TYPE(12) GENRE(15) DECADE(4) TOPN(2),
      *           BLANK-SEPARATED.  DEFAULTS: 1000 VOTES, 'ALL'
      *           TYPES, GENRES AND DECADES, TOP 10 (MAXIMUM 25).
      *           A GENRE OR DECADE LIMITS THE RUN TO THAT CHART.
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMV14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-FILE   ASSIGN TO RATINGS
               FILE STATUS IS WS-RATING-STATUS.
           SELECT CHART-PARM    ASSIGN TO CHRTPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TITLE-MASTER  ASSIGN TO TITLEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCONST
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CHART-SNAP    ASSIGN TO CHRTSNAP
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT CHART-SNAP-OUT ASSIGN TO CHRTSNOUT.
           SELECT CHART-REPORT  ASSIGN TO CHRTRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  RATING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      * Memes positions que RATING-RECORD de CWBPMOV1
       01  RATING-RECORD.
           05  RT-TCONST            PIC X(10).
           05  FILLER               PIC X.
           05  RT-RATING            PIC X(4).
           05  FILLER               PIC X.
           05  RT-VOTES             PIC X(8).
           05  FILLER               PIC X(56).
       FD  CHART-PARM
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHART-PARM-RECORD.
           05  CP-MIN-VOTES         PIC X(8).
           05  FILLER               PIC X(1).
           05  CP-TITLE-TYPE        PIC X(12).
           05  FILLER               PIC X(1).
           05  CP-GENRE             PIC X(15).
           05  FILLER               PIC X(1).
           05  CP-DECADE            PIC X(4).
           05  FILLER               PIC X(1).
           05  CP-TOP-N             PIC X(2).
           05  FILLER               PIC X(35).
       FD  TITLE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TITLE-MASTER-RECORD.
           05  TM-TCONST            PIC X(10).
           05  TM-TITLE-TYPE        PIC X(12).
           05  TM-PRIMARY-TITLE     PIC X(242).
           05  FILLER               PIC X(250).
           05  TM-START-YEAR        PIC X(10).
           05  FILLER               PIC X(22).
           05  TM-GENRES            PIC X(32).
           05  FILLER               PIC X(422).
       FD  CHART-SNAP
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      * Une ligne par titre classe: graphique, rang, TCONST
       01  CHART-SNAP-RECORD.
           05  CS-CHART-ID.
               10  CS-KIND          PIC X(1).
               10  CS-KEY           PIC X(15).
           05  FILLER               PIC X(1).
           05  CS-RANK              PIC 9(2).
           05  FILLER               PIC X(1).
           05  CS-TCONST            PIC X(10).
           05  FILLER               PIC X(1).
           05  CS-TITLE             PIC X(32).
           05  FILLER               PIC X(17).
       FD  CHART-SNAP-OUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHART-SNAP-OUT-RECORD    PIC X(80).
       FD  CHART-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHART-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RATING-STATUS      PIC XX VALUE SPACES.
       01 WS-PARM-STATUS        PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS      PIC XX VALUE SPACES.
       01 WS-SNAP-STATUS        PIC XX VALUE SPACES.
       01 WS-Title-Open         PIC X VALUE 'N'.
       01 End-Of-File           PIC X VALUE 'N'.
       01 Snap-EOF              PIC X VALUE 'N'.

       01 WS-Sel-Min-Votes      PIC 9(8)  VALUE 1000.
       01 WS-Sel-Type           PIC X(12) VALUE 'ALL'.
       01 WS-Sel-Genre          PIC X(15) VALUE 'ALL'.
       01 WS-Sel-Decade         PIC X(4)  VALUE 'ALL'.
       01 WS-Sel-Decade-Num     PIC 9(4)  VALUE 0.
       01 WS-Top-N              PIC 9(2)  VALUE 10.

       01 Num-Rating            PIC 9(2)V99 VALUE 0.
       01 Num-Votes             PIC 9(8) VALUE 0.
       01 Num-Start-Year        PIC 9(4) VALUE 0.
       01 WS-Decade             PIC 9(4) VALUE 0.
       01 WS-Rating-Sum         PIC 9(10)V99 VALUE 0.
       01 WS-Rated-Count        PIC 9(8) VALUE 0.
       01 WS-Mean-Rating        PIC 9(2)V9(4) VALUE 0.
       01 WS-Score              PIC 9(2)V9(4) VALUE 0.

       01 WS-Genre-Idx          PIC 9 VALUE 0.
       01 WS-Genre-Hit          PIC 9(4) VALUE 0.
       01 WS-Genre-Tokens.
           05 WS-Genre-Tok OCCURS 5 TIMES PIC X(15) VALUE SPACES.

      * Graphiques en cours: un par jeton de genre ('G') et par
      * decennie ('Y'), au plus WS-Top-N titres chacun
       01 WS-Want-Id.
           05 WS-Want-Kind      PIC X(1).
           05 WS-Want-Key       PIC X(15).
       01 WS-Chart-Idx          PIC 9(2) VALUE 0.
       01 WS-Chart-Found        PIC 9(2) VALUE 0.
       01 WS-Ent-Idx            PIC 9(2) VALUE 0.
       01 WS-Min-Idx            PIC 9(2) VALUE 0.
       01 WS-Swap-Idx           PIC 9(2) VALUE 0.
       01 WS-Chart-Table.
           05 WS-Chart-Count    PIC 9(2) VALUE 0.
           05 WS-Chart OCCURS 50 TIMES.
               10 WS-CH-ID.
                   15 WS-CH-KIND    PIC X(1).
                   15 WS-CH-KEY     PIC X(15).
               10 WS-CH-PRINTED     PIC X(1).
               10 WS-CH-COUNT       PIC 9(2).
               10 WS-CH-ENTRY OCCURS 25 TIMES.
                   15 WS-CE-SCORE   PIC 9(2)V9(4).
                   15 WS-CE-TCONST  PIC X(10).
                   15 WS-CE-RATING  PIC 9(2)V99.
                   15 WS-CE-VOTES   PIC 9(8).
                   15 WS-CE-YEAR    PIC X(4).
                   15 WS-CE-TITLE   PIC X(32).
       01 WS-Swap-Entry.
           05 FILLER            PIC 9(2)V9(4).
           05 FILLER            PIC X(10).
           05 FILLER            PIC 9(2)V99.
           05 FILLER            PIC 9(8).
           05 FILLER            PIC X(4).
           05 FILLER            PIC X(32).

      * Graphiques de la derniere execution (CHRTSNAP)
       01 WS-Prior-Idx          PIC 9(4) VALUE 0.
       01 WS-Prior-Found        PIC 9(4) VALUE 0.
       01 WS-Prior-Table.
           05 WS-Prior-Count    PIC 9(4) VALUE 0.
           05 WS-Prior OCCURS 1250 TIMES.
               10 WS-PR-CHART-ID    PIC X(16).
               10 WS-PR-RANK        PIC 9(2).
               10 WS-PR-TCONST      PIC X(10).
               10 WS-PR-TITLE       PIC X(32).
               10 WS-PR-MATCHED     PIC X(1).

       01 WS-Rating-Count       PIC 9(8) VALUE 0.
       01 WS-Eligible-Count     PIC 9(8) VALUE 0.
       01 WS-Low-Vote-Count     PIC 9(8) VALUE 0.
       01 WS-Not-On-Master      PIC 9(8) VALUE 0.
       01 WS-New-Entry-Count    PIC 9(8) VALUE 0.
       01 WS-Left-Count         PIC 9(8) VALUE 0.
       01 WS-Unplaced-Charts    PIC 9(2) VALUE 0.

       01 WS-Banner-Line.
           05 FILLER                PIC X(12) VALUE ' SELECTION: '.
           05 WS-BN-LABEL           PIC X(10).
           05 WS-BN-VALUE           PIC X(20).
           05 FILLER                PIC X(38) VALUE SPACES.

       01 WS-Mean-Line.
           05 FILLER                PIC X(24)
               VALUE ' CATALOGUE MEAN RATING '.
           05 WS-MN-MEAN            PIC Z9.9999.
           05 FILLER                PIC X(11) VALUE ' OVER     '.
           05 WS-MN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(16) VALUE ' RATED TITLES'.
           05 FILLER                PIC X(14) VALUE SPACES.

       01 WS-Chart-Head-Line.
           05 FILLER                PIC X(9)  VALUE ' CHART - '.
           05 WS-CHH-LABEL          PIC X(8).
           05 WS-CHH-KEY            PIC X(15).
           05 FILLER                PIC X(6)  VALUE ' - TOP'.
           05 WS-CHH-TOP-N          PIC ZZ9.
           05 FILLER                PIC X(39) VALUE SPACES.

       01 WS-Column-Line.
           05 FILLER                PIC X(40)
               VALUE ' RNK MOVE   SCORE RATING    VOTES YEAR '.
           05 FILLER                PIC X(40)
               VALUE 'TCONST     TITLE'.

       01 WS-Entry-Line.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EN-RANK            PIC Z9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EN-MOVE            PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EN-SCORE           PIC Z9.999.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EN-RATING          PIC Z9.99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EN-VOTES           PIC ZZZZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EN-YEAR            PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EN-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EN-TITLE           PIC X(30).

       01 WS-Was-Move.
           05 FILLER                PIC X(4)  VALUE 'WAS '.
           05 WS-WM-RANK            PIC Z9.

       01 WS-Left-Line.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(5)  VALUE 'LEFT '.
           05 WS-LF-CHART           PIC X(17).
           05 WS-LF-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LF-TITLE           PIC X(32).
           05 FILLER                PIC X(5)  VALUE ' WAS '.
           05 WS-LF-RANK            PIC Z9.
           05 FILLER                PIC X(4)  VALUE SPACES.

       01 WS-Count-Line.
           05 FILLER                PIC X(28).
           05 WS-CN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-Principal-Process.
           PERFORM 9100-Open-Files
           PERFORM 9200-Load-Parameters
           PERFORM 9300-Print-Banner
           PERFORM 9400-Load-Prior-Charts
           PERFORM 2000-Compute-Mean
           IF WS-RATING-STATUS = '00'
              MOVE 'N' TO End-Of-File
              PERFORM 3000-Score-One-Title UNTIL End-Of-File = 'Y'
              CLOSE RATING-FILE
           END-IF
           PERFORM 6000-Print-Next-Chart WS-Chart-Count TIMES
           PERFORM 7000-Print-Vanished-Charts
           PERFORM 9800-Print-Totals
           PERFORM 9900-Close-Files
           STOP RUN.

      * Premier passage: moyenne C de toutes les notes du flux
       2000-Compute-Mean.
           OPEN INPUT RATING-FILE.
           IF WS-RATING-STATUS = '00'
              PERFORM 2100-Add-One-Rating UNTIL End-Of-File = 'Y'
              CLOSE RATING-FILE
              IF WS-Rated-Count > 0
                 COMPUTE WS-Mean-Rating ROUNDED
                    = WS-Rating-Sum / WS-Rated-Count
              END-IF
              OPEN INPUT RATING-FILE
           ELSE
              MOVE ' NO RATINGS FEED - NO CHARTS PRODUCED'
                 TO CHART-REPORT-RECORD
              WRITE CHART-REPORT-RECORD
           END-IF.
           MOVE WS-Mean-Rating TO WS-MN-MEAN.
           MOVE WS-Rated-Count TO WS-MN-COUNT.
           WRITE CHART-REPORT-RECORD FROM WS-Mean-Line.

       2100-Add-One-Rating.
           READ RATING-FILE
              AT END
                 MOVE 'Y' TO End-Of-File
              NOT AT END
                 PERFORM 8100-Edit-Rating
                 IF Num-Votes > 0
                    ADD 1 TO WS-Rated-Count
                    ADD Num-Rating TO WS-Rating-Sum
                 END-IF
           END-READ.

      * Second passage: filtre, jointure TITLEKSD et score
       3000-Score-One-Title.
           READ RATING-FILE
              AT END
                 MOVE 'Y' TO End-Of-File
              NOT AT END
                 ADD 1 TO WS-Rating-Count
                 PERFORM 3100-Test-One-Title THRU 3100-Test-Exit
           END-READ.

       3100-Test-One-Title.
           PERFORM 8100-Edit-Rating.
           IF Num-Votes = 0 OR Num-Votes < WS-Sel-Min-Votes
              ADD 1 TO WS-Low-Vote-Count
              GO TO 3100-Test-Exit
           END-IF.
           IF WS-Title-Open NOT = 'Y'
              ADD 1 TO WS-Not-On-Master
              GO TO 3100-Test-Exit
           END-IF.
           MOVE RT-TCONST TO TM-TCONST.
           READ TITLE-MASTER
              INVALID KEY
                 ADD 1 TO WS-Not-On-Master
                 GO TO 3100-Test-Exit
           END-READ.
           IF WS-Sel-Type NOT = 'ALL'
              AND TM-TITLE-TYPE NOT = WS-Sel-Type
              GO TO 3100-Test-Exit
           END-IF.

           MOVE 0 TO Num-Start-Year WS-Decade.
           IF TM-START-YEAR(1:4) NUMERIC
              MOVE TM-START-YEAR(1:4) TO Num-Start-Year
              DIVIDE Num-Start-Year BY 10 GIVING WS-Decade
              MULTIPLY 10 BY WS-Decade
           END-IF.
           IF WS-Sel-Decade NOT = 'ALL'
              AND WS-Decade NOT = WS-Sel-Decade-Num
              GO TO 3100-Test-Exit
           END-IF.

      * Comparaison par genre entier, comme CWBPMOV3
           MOVE SPACES TO WS-Genre-Tokens.
           UNSTRING TM-GENRES DELIMITED BY ','
              INTO WS-Genre-Tok(1) WS-Genre-Tok(2)
                   WS-Genre-Tok(3) WS-Genre-Tok(4)
                   WS-Genre-Tok(5)
           END-UNSTRING.
           MOVE 0 TO WS-Genre-Hit.
           IF WS-Sel-Genre = 'ALL'
              MOVE 1 TO WS-Genre-Hit
           ELSE
              PERFORM VARYING WS-Genre-Idx FROM 1 BY 1
                      UNTIL WS-Genre-Idx > 5
                 IF WS-Genre-Tok(WS-Genre-Idx) = WS-Sel-Genre
                    ADD 1 TO WS-Genre-Hit
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-Genre-Hit = 0
              GO TO 3100-Test-Exit
           END-IF.

           ADD 1 TO WS-Eligible-Count.
           COMPUTE WS-Score ROUNDED
              = (Num-Votes * Num-Rating
                 + WS-Sel-Min-Votes * WS-Mean-Rating)
              / (Num-Votes + WS-Sel-Min-Votes).

           PERFORM VARYING WS-Genre-Idx FROM 1 BY 1
                   UNTIL WS-Genre-Idx > 5
              IF WS-Genre-Tok(WS-Genre-Idx) NOT = SPACES
                 AND WS-Genre-Tok(WS-Genre-Idx) NOT = '\N'
                 AND (WS-Sel-Genre = 'ALL'
                      OR WS-Genre-Tok(WS-Genre-Idx) = WS-Sel-Genre)
                 MOVE 'G' TO WS-Want-Kind
                 MOVE WS-Genre-Tok(WS-Genre-Idx) TO WS-Want-Key
                 PERFORM 4000-Place-In-Chart THRU 4000-Place-Exit
              END-IF
           END-PERFORM.
           IF WS-Decade > 0
              MOVE 'Y' TO WS-Want-Kind
              MOVE SPACES TO WS-Want-Key
              STRING WS-Decade 'S' DELIMITED BY SIZE
                 INTO WS-Want-Key
              PERFORM 4000-Place-In-Chart THRU 4000-Place-Exit
           END-IF.
       3100-Test-Exit.
           EXIT.

      * Table des N meilleurs de chaque graphique: on remplace
      * la plus petite entree si le nouveau score est plus grand
       4000-Place-In-Chart.
           MOVE 0 TO WS-Chart-Found.
           PERFORM VARYING WS-Chart-Idx FROM 1 BY 1
                   UNTIL WS-Chart-Idx > WS-Chart-Count
              IF WS-CH-ID(WS-Chart-Idx) = WS-Want-Id
                 MOVE WS-Chart-Idx TO WS-Chart-Found
              END-IF
           END-PERFORM.
           IF WS-Chart-Found = 0
              AND WS-Chart-Count < 50
              ADD 1 TO WS-Chart-Count
              MOVE WS-Chart-Count TO WS-Chart-Found
              MOVE WS-Want-Id TO WS-CH-ID(WS-Chart-Found)
              MOVE 'N' TO WS-CH-PRINTED(WS-Chart-Found)
              MOVE 0 TO WS-CH-COUNT(WS-Chart-Found)
           END-IF.
           IF WS-Chart-Found = 0
              GO TO 4000-Place-Exit
           END-IF.
           IF WS-CH-COUNT(WS-Chart-Found) < WS-Top-N
              ADD 1 TO WS-CH-COUNT(WS-Chart-Found)
              MOVE WS-CH-COUNT(WS-Chart-Found) TO WS-Min-Idx
           ELSE
              MOVE 1 TO WS-Min-Idx
              PERFORM VARYING WS-Ent-Idx FROM 2 BY 1
                      UNTIL WS-Ent-Idx > WS-CH-COUNT(WS-Chart-Found)
                 IF WS-CE-SCORE(WS-Chart-Found, WS-Ent-Idx)
                    < WS-CE-SCORE(WS-Chart-Found, WS-Min-Idx)
                    MOVE WS-Ent-Idx TO WS-Min-Idx
                 END-IF
              END-PERFORM
              IF WS-Score
                 NOT > WS-CE-SCORE(WS-Chart-Found, WS-Min-Idx)
                 GO TO 4000-Place-Exit
              END-IF
           END-IF.
           MOVE WS-Score TO WS-CE-SCORE(WS-Chart-Found, WS-Min-Idx).
           MOVE RT-TCONST TO WS-CE-TCONST(WS-Chart-Found, WS-Min-Idx).
           MOVE Num-Rating TO WS-CE-RATING(WS-Chart-Found, WS-Min-Idx).
           MOVE Num-Votes TO WS-CE-VOTES(WS-Chart-Found, WS-Min-Idx).
           MOVE TM-START-YEAR(1:4)
              TO WS-CE-YEAR(WS-Chart-Found, WS-Min-Idx).
           MOVE TM-PRIMARY-TITLE(1:32)
              TO WS-CE-TITLE(WS-Chart-Found, WS-Min-Idx).
       4000-Place-Exit.
           EXIT.

      * Impression: genres puis decennies, chacun dans l'ordre
      * de sa cle; le graphique suivant est le plus petit
      * identifiant pas encore imprime
       6000-Print-Next-Chart.
           MOVE 0 TO WS-Chart-Found.
           PERFORM VARYING WS-Chart-Idx FROM 1 BY 1
                   UNTIL WS-Chart-Idx > WS-Chart-Count
              IF WS-CH-PRINTED(WS-Chart-Idx) = 'N'
                 IF WS-Chart-Found = 0
                    MOVE WS-Chart-Idx TO WS-Chart-Found
                 ELSE
                    IF WS-CH-ID(WS-Chart-Idx)
                       < WS-CH-ID(WS-Chart-Found)
                       MOVE WS-Chart-Idx TO WS-Chart-Found
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-CH-PRINTED(WS-Chart-Found).
           PERFORM 6100-Rank-Chart.
           MOVE SPACES TO CHART-REPORT-RECORD.
           WRITE CHART-REPORT-RECORD.
           IF WS-CH-KIND(WS-Chart-Found) = 'G'
              MOVE 'GENRE' TO WS-CHH-LABEL
           ELSE
              MOVE 'DECADE' TO WS-CHH-LABEL
           END-IF.
           MOVE WS-CH-KEY(WS-Chart-Found) TO WS-CHH-KEY.
           MOVE WS-Top-N TO WS-CHH-TOP-N.
           WRITE CHART-REPORT-RECORD FROM WS-Chart-Head-Line.
           WRITE CHART-REPORT-RECORD FROM WS-Column-Line.
           PERFORM 6200-Print-One-Entry
              VARYING WS-Ent-Idx FROM 1 BY 1
              UNTIL WS-Ent-Idx > WS-CH-COUNT(WS-Chart-Found).
           PERFORM VARYING WS-Prior-Idx FROM 1 BY 1
                   UNTIL WS-Prior-Idx > WS-Prior-Count
              IF WS-PR-CHART-ID(WS-Prior-Idx)
                    = WS-CH-ID(WS-Chart-Found)
                 AND WS-PR-MATCHED(WS-Prior-Idx) = 'N'
                 MOVE SPACES TO WS-LF-CHART
                 PERFORM 6300-Print-Left
              END-IF
           END-PERFORM.

      * Tri decroissant du score (au plus 25 entrees)
       6100-Rank-Chart.
           PERFORM VARYING WS-Ent-Idx FROM 1 BY 1
                   UNTIL WS-Ent-Idx >= WS-CH-COUNT(WS-Chart-Found)
              MOVE WS-Ent-Idx TO WS-Min-Idx
              PERFORM VARYING WS-Swap-Idx FROM WS-Ent-Idx BY 1
                      UNTIL WS-Swap-Idx > WS-CH-COUNT(WS-Chart-Found)
                 IF WS-CE-SCORE(WS-Chart-Found, WS-Swap-Idx)
                    > WS-CE-SCORE(WS-Chart-Found, WS-Min-Idx)
                    MOVE WS-Swap-Idx TO WS-Min-Idx
                 END-IF
              END-PERFORM
              IF WS-Min-Idx NOT = WS-Ent-Idx
                 MOVE WS-CH-ENTRY(WS-Chart-Found, WS-Ent-Idx)
                    TO WS-Swap-Entry
                 MOVE WS-CH-ENTRY(WS-Chart-Found, WS-Min-Idx)
                    TO WS-CH-ENTRY(WS-Chart-Found, WS-Ent-Idx)
                 MOVE WS-Swap-Entry
                    TO WS-CH-ENTRY(WS-Chart-Found, WS-Min-Idx)
              END-IF
           END-PERFORM.

       6200-Print-One-Entry.
           MOVE 0 TO WS-Prior-Found.
           PERFORM VARYING WS-Prior-Idx FROM 1 BY 1
                   UNTIL WS-Prior-Idx > WS-Prior-Count
              IF WS-PR-CHART-ID(WS-Prior-Idx)
                    = WS-CH-ID(WS-Chart-Found)
                 AND WS-PR-TCONST(WS-Prior-Idx)
                    = WS-CE-TCONST(WS-Chart-Found, WS-Ent-Idx)
                 MOVE WS-Prior-Idx TO WS-Prior-Found
              END-IF
           END-PERFORM.
           IF WS-Prior-Found = 0
              ADD 1 TO WS-New-Entry-Count
              MOVE 'NEW' TO WS-EN-MOVE
           ELSE
              MOVE 'Y' TO WS-PR-MATCHED(WS-Prior-Found)
              MOVE WS-PR-RANK(WS-Prior-Found) TO WS-WM-RANK
              MOVE WS-Was-Move TO WS-EN-MOVE
           END-IF.
           MOVE WS-Ent-Idx TO WS-EN-RANK.
           MOVE WS-CE-SCORE(WS-Chart-Found, WS-Ent-Idx)
              TO WS-EN-SCORE.
           MOVE WS-CE-RATING(WS-Chart-Found, WS-Ent-Idx)
              TO WS-EN-RATING.
           MOVE WS-CE-VOTES(WS-Chart-Found, WS-Ent-Idx)
              TO WS-EN-VOTES.
           MOVE WS-CE-YEAR(WS-Chart-Found, WS-Ent-Idx) TO WS-EN-YEAR.
           MOVE WS-CE-TCONST(WS-Chart-Found, WS-Ent-Idx)
              TO WS-EN-TCONST.
           MOVE WS-CE-TITLE(WS-Chart-Found, WS-Ent-Idx)
              TO WS-EN-TITLE.
           WRITE CHART-REPORT-RECORD FROM WS-Entry-Line.
           MOVE SPACES TO CHART-SNAP-RECORD.
           MOVE WS-CH-ID(WS-Chart-Found) TO CS-CHART-ID.
           MOVE WS-Ent-Idx TO CS-RANK.
           MOVE WS-CE-TCONST(WS-Chart-Found, WS-Ent-Idx)
              TO CS-TCONST.
           MOVE WS-CE-TITLE(WS-Chart-Found, WS-Ent-Idx)
              TO CS-TITLE.
           WRITE CHART-SNAP-OUT-RECORD FROM CHART-SNAP-RECORD.

       6300-Print-Left.
           ADD 1 TO WS-Left-Count.
           MOVE 'Y' TO WS-PR-MATCHED(WS-Prior-Idx).
           MOVE WS-PR-TCONST(WS-Prior-Idx) TO WS-LF-TCONST.
           MOVE WS-PR-TITLE(WS-Prior-Idx) TO WS-LF-TITLE.
           MOVE WS-PR-RANK(WS-Prior-Idx) TO WS-LF-RANK.
           WRITE CHART-REPORT-RECORD FROM WS-Left-Line.

      * Titres des graphiques de la derniere execution qui ne
      * sont plus produits (genre ou decennie disparu, ou
      * parametre change)
       7000-Print-Vanished-Charts.
           MOVE 0 TO WS-Unplaced-Charts.
           PERFORM VARYING WS-Prior-Idx FROM 1 BY 1
                   UNTIL WS-Prior-Idx > WS-Prior-Count
              IF WS-PR-MATCHED(WS-Prior-Idx) = 'N'
                 IF WS-Unplaced-Charts = 0
                    MOVE 1 TO WS-Unplaced-Charts
                    MOVE SPACES TO CHART-REPORT-RECORD
                    WRITE CHART-REPORT-RECORD
                    MOVE ' CHARTS NOT PRODUCED THIS RUN'
                       TO CHART-REPORT-RECORD
                    WRITE CHART-REPORT-RECORD
                 END-IF
                 MOVE WS-PR-CHART-ID(WS-Prior-Idx) TO WS-LF-CHART
                 PERFORM 6300-Print-Left
              END-IF
           END-PERFORM.

       8100-Edit-Rating.
           MOVE 0 TO Num-Rating.
           IF FUNCTION TEST-NUMVAL(RT-RATING) = 0
              COMPUTE Num-Rating = FUNCTION NUMVAL(RT-RATING)
           END-IF.
           MOVE 0 TO Num-Votes.
           IF RT-VOTES NUMERIC
              MOVE RT-VOTES TO Num-Votes
           END-IF.

       9100-Open-Files.
           OPEN INPUT TITLE-MASTER.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-Title-Open
           END-IF.
           OPEN OUTPUT CHART-SNAP-OUT.
           OPEN OUTPUT CHART-REPORT.

       9200-Load-Parameters.
           OPEN INPUT CHART-PARM.
           IF WS-PARM-STATUS = '00'
              READ CHART-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF CP-MIN-VOTES NUMERIC
                       MOVE CP-MIN-VOTES TO WS-Sel-Min-Votes
                    END-IF
                    IF CP-TITLE-TYPE NOT = SPACES
                       MOVE CP-TITLE-TYPE TO WS-Sel-Type
                    END-IF
                    IF CP-GENRE NOT = SPACES
                       MOVE CP-GENRE TO WS-Sel-Genre
                    END-IF
                    IF CP-DECADE NUMERIC
                       MOVE CP-DECADE TO WS-Sel-Decade
                       MOVE CP-DECADE TO WS-Sel-Decade-Num
                    END-IF
                    IF CP-TOP-N NUMERIC
                       AND CP-TOP-N > '00'
                       MOVE CP-TOP-N TO WS-Top-N
                    END-IF
              END-READ
              CLOSE CHART-PARM
           END-IF.
           IF WS-Top-N > 25
              MOVE 25 TO WS-Top-N
           END-IF.

       9300-Print-Banner.
           MOVE ' TOP-RATED CHARTS (CWBPMV14) - SELECTION CRITERIA'
              TO CHART-REPORT-RECORD.
           WRITE CHART-REPORT-RECORD.
           MOVE 'MIN VOTES' TO WS-BN-LABEL.
           MOVE WS-Sel-Min-Votes TO WS-BN-VALUE.
           WRITE CHART-REPORT-RECORD FROM WS-Banner-Line.
           MOVE 'TYPE' TO WS-BN-LABEL.
           MOVE WS-Sel-Type TO WS-BN-VALUE.
           WRITE CHART-REPORT-RECORD FROM WS-Banner-Line.
           MOVE 'GENRE' TO WS-BN-LABEL.
           MOVE WS-Sel-Genre TO WS-BN-VALUE.
           WRITE CHART-REPORT-RECORD FROM WS-Banner-Line.
           MOVE 'DECADE' TO WS-BN-LABEL.
           MOVE WS-Sel-Decade TO WS-BN-VALUE.
           WRITE CHART-REPORT-RECORD FROM WS-Banner-Line.
           MOVE 'TOP' TO WS-BN-LABEL.
           MOVE WS-Top-N TO WS-BN-VALUE.
           WRITE CHART-REPORT-RECORD FROM WS-Banner-Line.
           IF WS-Title-Open NOT = 'Y'
              MOVE ' TITLEKSD NOT AVAILABLE - NO TITLE CAN CHART'
                 TO CHART-REPORT-RECORD
              WRITE CHART-REPORT-RECORD
           END-IF.

       9400-Load-Prior-Charts.
           OPEN INPUT CHART-SNAP.
           IF WS-SNAP-STATUS = '00'
              PERFORM 9410-Load-One-Prior UNTIL Snap-EOF = 'Y'
              CLOSE CHART-SNAP
           ELSE
              MOVE ' NO PRIOR CHART SNAPSHOT - ALL ENTRIES ARE NEW'
                 TO CHART-REPORT-RECORD
              WRITE CHART-REPORT-RECORD
           END-IF.
           MOVE SPACES TO CHART-REPORT-RECORD.
           WRITE CHART-REPORT-RECORD.

       9410-Load-One-Prior.
           READ CHART-SNAP
              AT END
                 MOVE 'Y' TO Snap-EOF
              NOT AT END
                 IF WS-Prior-Count < 1250
                    ADD 1 TO WS-Prior-Count
                    MOVE CS-CHART-ID
                       TO WS-PR-CHART-ID(WS-Prior-Count)
                    MOVE CS-RANK TO WS-PR-RANK(WS-Prior-Count)
                    MOVE CS-TCONST TO WS-PR-TCONST(WS-Prior-Count)
                    MOVE CS-TITLE TO WS-PR-TITLE(WS-Prior-Count)
                    MOVE 'N' TO WS-PR-MATCHED(WS-Prior-Count)
                 END-IF
           END-READ.

       9800-Print-Totals.
           MOVE SPACES TO CHART-REPORT-RECORD.
           WRITE CHART-REPORT-RECORD.
           MOVE ' RATINGS READ' TO WS-Count-Line(1:28).
           MOVE WS-Rating-Count TO WS-CN-COUNT.
           WRITE CHART-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' UNDER MINIMUM VOTES' TO WS-Count-Line(1:28).
           MOVE WS-Low-Vote-Count TO WS-CN-COUNT.
           WRITE CHART-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' NOT ON CATALOGUE MASTER' TO WS-Count-Line(1:28).
           MOVE WS-Not-On-Master TO WS-CN-COUNT.
           WRITE CHART-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' TITLES SCORED' TO WS-Count-Line(1:28).
           MOVE WS-Eligible-Count TO WS-CN-COUNT.
           WRITE CHART-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' CHARTS PRINTED' TO WS-Count-Line(1:28).
           MOVE WS-Chart-Count TO WS-CN-COUNT.
           WRITE CHART-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' NEW CHART ENTRIES' TO WS-Count-Line(1:28).
           MOVE WS-New-Entry-Count TO WS-CN-COUNT.
           WRITE CHART-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' TITLES THAT LEFT A CHART' TO WS-Count-Line(1:28).
           MOVE WS-Left-Count TO WS-CN-COUNT.
           WRITE CHART-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-Title-Open = 'Y'
              CLOSE TITLE-MASTER
           END-IF.
           CLOSE CHART-SNAP-OUT
           CLOSE CHART-REPORT.
