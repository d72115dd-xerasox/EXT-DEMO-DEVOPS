       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
      * Licence availability report over the keyed licence master
      * LICKSD (maintained by CWBPMV15, key = TCONST + region +
      * window start).  For the as-of date (AVLPARM, default today)
      * AVLRPT shows, market by market:
      *   - every title licensed in the market today (a window
      *     that has started and not yet ended), with its window
      *     and exclusive flag, and a count per market
      *   - the windows licensed today that expire within 30, 60
      *     or 90 days, soonest first
      *   - exceptions: titles licensed in a market (today or in a
      *     window still to come) that have no localized title for
      *     that region on AKAFILE - any exception ends the job
      *     with RC 4
      * LICKSD is read once in key (TCONST) order and merge-joined
      * to AKAFILE (sorted by TCONST, as CWBPMOV3 joins it); the
      * lines are then SORTed into market order for printing, the
      * way CWBPMOV9 groups its clusters.
      *
      * AVLPARM: ASOFDATE(8) YYYYMMDD, BLANK = TODAY
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMV16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVAIL-PARM    ASSIGN TO AVLPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LICENSE-MASTER ASSIGN TO LICKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LK-KEY
               FILE STATUS IS WS-LICENSE-STATUS.
           SELECT TITLE-MASTER  ASSIGN TO TITLEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCONST
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AKA-FILE      ASSIGN TO AKAFILE
               FILE STATUS IS WS-AKA-STATUS.
           SELECT SORT-FILE     ASSIGN TO SORTWK01.
           SELECT AVAIL-REPORT  ASSIGN TO AVLRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  AVAIL-PARM
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AVAIL-PARM-RECORD.
           05  AP-AS-OF-DATE        PIC X(8).
           05  FILLER               PIC X(72).
       FD  LICENSE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      * Memes positions que CWBPMV15
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
       FD  AKA-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      * Memes positions que CWBPMV10
       01  AKA-RECORD.
           05  AK-TCONST            PIC X(10).
           05  FILLER               PIC X.
           05  AK-REGION            PIC X(4).
           05  FILLER               PIC X.
           05  AK-LANGUAGE          PIC X(4).
           05  FILLER               PIC X.
           05  AK-TITLE             PIC X(58).
           05  FILLER               PIC X(1).
      * Section '1' licencie aujourd'hui, '2' expire sous 90
      * jours (par date de fin), '3' exception sans titre AKA
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-SORT-KEY.
               10  SR-SECTION       PIC X(1).
               10  SR-REGION        PIC X(4).
               10  SR-SORT-DATE     PIC X(8).
               10  SR-TCONST        PIC X(10).
           05  SR-WINDOW-START      PIC X(8).
           05  SR-WINDOW-END        PIC X(8).
           05  SR-EXCLUSIVE         PIC X(1).
           05  SR-DAYS-LEFT         PIC 9(4).
           05  SR-TITLE             PIC X(28).
       FD  AVAIL-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AVAIL-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS        PIC XX VALUE SPACES.
       01 WS-LICENSE-STATUS     PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS      PIC XX VALUE SPACES.
       01 WS-AKA-STATUS         PIC XX VALUE SPACES.
       01 WS-License-Open       PIC X VALUE 'N'.
       01 WS-Title-Open         PIC X VALUE 'N'.
       01 WS-Aka-Open           PIC X VALUE 'N'.
       01 Master-EOF            PIC X VALUE 'N'.
       01 Aka-EOF               PIC X VALUE 'Y'.
       01 Sort-EOF              PIC X VALUE 'N'.

       01 WS-As-Of-Date         PIC X(8) VALUE SPACES.
       01 WS-As-Of-Day          PIC 9(8) VALUE 0.
       01 WS-End-Day            PIC 9(8) VALUE 0.
       01 WS-Days-Left          PIC 9(8) VALUE 0.

      * Titre et regions AKA du TCONST courant du maitre
       01 WS-Cur-Tconst         PIC X(10) VALUE LOW-VALUES.
       01 WS-Cur-Title          PIC X(28) VALUE SPACES.
       01 WS-Last-Exception     PIC X(14) VALUE LOW-VALUES.
       01 WS-Aka-Idx            PIC 9(3) VALUE 0.
       01 WS-Aka-Hit            PIC 9 VALUE 0.
       01 WS-Aka-Region-Table.
           05 WS-Aka-Rgn-Count  PIC 9(3) VALUE 0.
           05 WS-Aka-Rgn OCCURS 200 TIMES PIC X(4).

      * Rupture de section et de marche en sortie de tri
       01 WS-Cur-Section        PIC X(1) VALUE SPACES.
       01 WS-Cur-Region         PIC X(4) VALUE SPACES.
       01 WS-Region-Lines       PIC 9(8) VALUE 0.

       01 WS-Window-Count       PIC 9(8) VALUE 0.
       01 WS-Licensed-Count     PIC 9(8) VALUE 0.
       01 WS-Exp-30-Count       PIC 9(8) VALUE 0.
       01 WS-Exp-60-Count       PIC 9(8) VALUE 0.
       01 WS-Exp-90-Count       PIC 9(8) VALUE 0.
       01 WS-Exception-Count    PIC 9(8) VALUE 0.
       01 WS-Market-Count       PIC 9(8) VALUE 0.

       01 WS-Avail-Line.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-AV-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-AV-TITLE           PIC X(28).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-AV-START           PIC X(8).
           05 WS-AV-DASH            PIC X(1).
           05 WS-AV-END             PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-AV-EXCLUSIVE       PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-AV-BUCKET          PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-AV-DAYS-X          PIC X(4).
           05 WS-AV-DAYS REDEFINES WS-AV-DAYS-X PIC ZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACE.

       01 WS-Region-Line.
           05 FILLER                PIC X(9)  VALUE ' MARKET  '.
           05 WS-RL-REGION          PIC X(4).
           05 FILLER                PIC X(67) VALUE SPACES.

       01 WS-Region-Count-Line.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-RC-LABEL           PIC X(25).
           05 WS-RC-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

       01 WS-Count-Line.
           05 FILLER                PIC X(28).
           05 WS-CN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-Principal-Process.
           PERFORM 9100-Open-Files
           PERFORM 9200-Load-Parameters
           SORT SORT-FILE
              ON ASCENDING KEY SR-SORT-KEY
              INPUT PROCEDURE IS 2000-Release-Windows
              OUTPUT PROCEDURE IS 4000-Print-Sections
           PERFORM 9800-Print-Totals
           PERFORM 9900-Close-Files
           IF WS-Exception-Count > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Phase d'entree: un passage du maitre des licences en
      * ordre TCONST, joint au flux AKA
       2000-Release-Windows.
           IF WS-License-Open NOT = 'Y'
              MOVE 'Y' TO Master-EOF
           END-IF.
           PERFORM 2100-Release-One-Window
              UNTIL Master-EOF = 'Y'.

       2100-Release-One-Window.
           READ LICENSE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO Master-EOF
              NOT AT END
                 ADD 1 TO WS-Window-Count
                 IF LK-TCONST NOT = WS-Cur-Tconst
                    PERFORM 3000-New-Title
                 END-IF
                 PERFORM 2200-Test-Window THRU 2200-Test-Exit
           END-READ.

       2200-Test-Window.
           IF LK-WINDOW-END < WS-As-Of-Date
              GO TO 2200-Test-Exit
           END-IF.
           MOVE LK-REGION TO SR-REGION.
           MOVE LK-TCONST TO SR-TCONST.
           MOVE LK-WINDOW-START TO SR-WINDOW-START.
           MOVE LK-WINDOW-END TO SR-WINDOW-END.
           MOVE LK-EXCLUSIVE TO SR-EXCLUSIVE.
           MOVE WS-Cur-Title TO SR-TITLE.
           MOVE 0 TO SR-DAYS-LEFT.
           IF LK-WINDOW-START NOT > WS-As-Of-Date
              MOVE '1' TO SR-SECTION
              MOVE SPACES TO SR-SORT-DATE
              RELEASE SORT-RECORD
              ADD 1 TO WS-Licensed-Count
              MOVE 0 TO WS-End-Day
              IF LK-WINDOW-END NUMERIC
                 MOVE LK-WINDOW-END TO WS-End-Day
              END-IF
              COMPUTE WS-Days-Left
                 = FUNCTION INTEGER-OF-DATE(WS-End-Day)
                 - FUNCTION INTEGER-OF-DATE(WS-As-Of-Day)
              IF WS-Days-Left NOT > 90
                 MOVE '2' TO SR-SECTION
                 MOVE LK-WINDOW-END TO SR-SORT-DATE
                 MOVE WS-Days-Left TO SR-DAYS-LEFT
                 RELEASE SORT-RECORD
              END-IF
           END-IF.
      * Licencie (aujourd'hui ou a venir) sans titre localise
      * pour ce marche: une exception par titre et marche
           IF WS-Aka-Open = 'Y'
              AND LK-KEY(1:14) NOT = WS-Last-Exception
              MOVE 0 TO WS-Aka-Hit
              PERFORM VARYING WS-Aka-Idx FROM 1 BY 1
                      UNTIL WS-Aka-Idx > WS-Aka-Rgn-Count
                 IF WS-Aka-Rgn(WS-Aka-Idx) = LK-REGION
                    MOVE 1 TO WS-Aka-Hit
                 END-IF
              END-PERFORM
              IF WS-Aka-Hit = 0
                 MOVE LK-KEY(1:14) TO WS-Last-Exception
                 MOVE '3' TO SR-SECTION
                 MOVE SPACES TO SR-SORT-DATE
                 MOVE 0 TO SR-DAYS-LEFT
                 RELEASE SORT-RECORD
              END-IF
           END-IF.
       2200-Test-Exit.
           EXIT.

      * Nouveau TCONST: titre du catalogue, et regions AKA
      * du titre (le flux avance en parallele du maitre)
       3000-New-Title.
           MOVE LK-TCONST TO WS-Cur-Tconst.
           MOVE '(NOT ON CATALOGUE)' TO WS-Cur-Title.
           IF WS-Title-Open = 'Y'
              MOVE LK-TCONST TO TM-TCONST
              READ TITLE-MASTER
                 NOT INVALID KEY
                    MOVE TM-PRIMARY-TITLE(1:28) TO WS-Cur-Title
              END-READ
           END-IF.
           MOVE 0 TO WS-Aka-Rgn-Count.
           PERFORM UNTIL Aka-EOF = 'Y'
                   OR AK-TCONST > LK-TCONST
              IF AK-TCONST = LK-TCONST
                 AND WS-Aka-Rgn-Count < 200
                 ADD 1 TO WS-Aka-Rgn-Count
                 MOVE AK-REGION TO WS-Aka-Rgn(WS-Aka-Rgn-Count)
              END-IF
              READ AKA-FILE
                 AT END MOVE 'Y' TO Aka-EOF
              END-READ
           END-PERFORM.

      * Phase de sortie: une rupture par section et par marche
       4000-Print-Sections.
           PERFORM 4100-Return-One-Line
              UNTIL Sort-EOF = 'Y'.
           PERFORM 5000-Close-Region.
           IF WS-Cur-Section = SPACES
              MOVE SPACES TO AVAIL-REPORT-RECORD
              WRITE AVAIL-REPORT-RECORD
              MOVE ' NO TITLE LICENSED IN ANY MARKET ON THIS DATE'
                 TO AVAIL-REPORT-RECORD
              WRITE AVAIL-REPORT-RECORD
           END-IF.

       4100-Return-One-Line.
           RETURN SORT-FILE
              AT END
                 MOVE 'Y' TO Sort-EOF
              NOT AT END
                 IF SR-SECTION NOT = WS-Cur-Section
                    PERFORM 5000-Close-Region
                    MOVE SR-SECTION TO WS-Cur-Section
                    MOVE SPACES TO WS-Cur-Region
                    PERFORM 5100-Print-Section-Head
                 END-IF
                 IF SR-REGION NOT = WS-Cur-Region
                    PERFORM 5000-Close-Region
                    MOVE SR-REGION TO WS-Cur-Region
                    MOVE 0 TO WS-Region-Lines
                    MOVE SPACES TO AVAIL-REPORT-RECORD
                    WRITE AVAIL-REPORT-RECORD
                    MOVE SR-REGION TO WS-RL-REGION
                    WRITE AVAIL-REPORT-RECORD FROM WS-Region-Line
                    IF SR-SECTION = '1'
                       ADD 1 TO WS-Market-Count
                    END-IF
                 END-IF
                 PERFORM 4200-Print-One-Line
           END-RETURN.

       4200-Print-One-Line.
           ADD 1 TO WS-Region-Lines.
           MOVE SR-TCONST TO WS-AV-TCONST.
           MOVE SR-TITLE TO WS-AV-TITLE.
           MOVE SR-WINDOW-START TO WS-AV-START.
           MOVE '-' TO WS-AV-DASH.
           MOVE SR-WINDOW-END TO WS-AV-END.
           IF SR-EXCLUSIVE = 'Y'
              MOVE 'EXCL' TO WS-AV-EXCLUSIVE
           ELSE
              MOVE SPACES TO WS-AV-EXCLUSIVE
           END-IF.
           MOVE SPACES TO WS-AV-BUCKET.
           MOVE SPACES TO WS-AV-DAYS-X.
           EVALUATE SR-SECTION
              WHEN '2'
                 MOVE SR-DAYS-LEFT TO WS-AV-DAYS
                 EVALUATE TRUE
                    WHEN SR-DAYS-LEFT NOT > 30
                       MOVE ' 30 DAYS' TO WS-AV-BUCKET
                       ADD 1 TO WS-Exp-30-Count
                    WHEN SR-DAYS-LEFT NOT > 60
                       MOVE ' 60 DAYS' TO WS-AV-BUCKET
                       ADD 1 TO WS-Exp-60-Count
                    WHEN OTHER
                       MOVE ' 90 DAYS' TO WS-AV-BUCKET
                       ADD 1 TO WS-Exp-90-Count
                 END-EVALUATE
              WHEN '3'
                 ADD 1 TO WS-Exception-Count
                 MOVE 'NO AKA' TO WS-AV-BUCKET
           END-EVALUATE.
           WRITE AVAIL-REPORT-RECORD FROM WS-Avail-Line.

       5000-Close-Region.
           IF WS-Cur-Region NOT = SPACES
              EVALUATE WS-Cur-Section
                 WHEN '1'
                    MOVE 'TITLES LICENSED' TO WS-RC-LABEL
                 WHEN '2'
                    MOVE 'WINDOWS EXPIRING' TO WS-RC-LABEL
                 WHEN '3'
                    MOVE 'TITLES WITHOUT AKA' TO WS-RC-LABEL
              END-EVALUATE
              MOVE WS-Region-Lines TO WS-RC-COUNT
              WRITE AVAIL-REPORT-RECORD FROM WS-Region-Count-Line
              MOVE SPACES TO WS-Cur-Region
           END-IF.

       5100-Print-Section-Head.
           MOVE SPACES TO AVAIL-REPORT-RECORD.
           WRITE AVAIL-REPORT-RECORD.
           EVALUATE WS-Cur-Section
              WHEN '1'
                 MOVE ' LICENSED TODAY BY MARKET'
                    TO AVAIL-REPORT-RECORD
              WHEN '2'
                 MOVE ' EXPIRING WITHIN 30, 60 AND 90 DAYS'
                    TO AVAIL-REPORT-RECORD
              WHEN '3'
                 MOVE ' EXCEPTIONS - LICENSED WITH NO LOCALIZED TITLE'
                    TO AVAIL-REPORT-RECORD
           END-EVALUATE.
           WRITE AVAIL-REPORT-RECORD.

       9100-Open-Files.
           OPEN OUTPUT AVAIL-REPORT.
           OPEN INPUT LICENSE-MASTER.
           IF WS-LICENSE-STATUS = '00'
              MOVE 'Y' TO WS-License-Open
           END-IF.
           OPEN INPUT TITLE-MASTER.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-Title-Open
           END-IF.
           OPEN INPUT AKA-FILE.
           IF WS-AKA-STATUS = '00'
              MOVE 'Y' TO WS-Aka-Open
              MOVE 'N' TO Aka-EOF
              READ AKA-FILE
                 AT END MOVE 'Y' TO Aka-EOF
              END-READ
           END-IF.

       9200-Load-Parameters.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-As-Of-Date.
           OPEN INPUT AVAIL-PARM.
           IF WS-PARM-STATUS = '00'
              READ AVAIL-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF AP-AS-OF-DATE NUMERIC
                       MOVE AP-AS-OF-DATE TO WS-As-Of-Date
                    END-IF
              END-READ
              CLOSE AVAIL-PARM
           END-IF.
           MOVE WS-As-Of-Date TO WS-As-Of-Day.
           MOVE SPACES TO AVAIL-REPORT-RECORD.
           STRING ' LICENCE AVAILABILITY (CWBPMV16) AS OF '
                  WS-As-Of-Date
              DELIMITED BY SIZE INTO AVAIL-REPORT-RECORD.
           WRITE AVAIL-REPORT-RECORD.
           IF WS-License-Open NOT = 'Y'
              MOVE ' LICKSD NOT AVAILABLE - NOTHING REPORTED'
                 TO AVAIL-REPORT-RECORD
              WRITE AVAIL-REPORT-RECORD
           END-IF.
           IF WS-Aka-Open NOT = 'Y'
              MOVE ' NO AKAFILE - LOCALIZED TITLES NOT CHECKED'
                 TO AVAIL-REPORT-RECORD
              WRITE AVAIL-REPORT-RECORD
           END-IF.

       9800-Print-Totals.
           MOVE SPACES TO AVAIL-REPORT-RECORD.
           WRITE AVAIL-REPORT-RECORD.
           MOVE ' LICENCE WINDOWS READ' TO WS-Count-Line(1:28).
           MOVE WS-Window-Count TO WS-CN-COUNT.
           WRITE AVAIL-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' MARKETS WITH A LICENCE' TO WS-Count-Line(1:28).
           MOVE WS-Market-Count TO WS-CN-COUNT.
           WRITE AVAIL-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' WINDOWS LICENSED TODAY' TO WS-Count-Line(1:28).
           MOVE WS-Licensed-Count TO WS-CN-COUNT.
           WRITE AVAIL-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' EXPIRING IN 30 DAYS' TO WS-Count-Line(1:28).
           MOVE WS-Exp-30-Count TO WS-CN-COUNT.
           WRITE AVAIL-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' EXPIRING IN 31-60 DAYS' TO WS-Count-Line(1:28).
           MOVE WS-Exp-60-Count TO WS-CN-COUNT.
           WRITE AVAIL-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' EXPIRING IN 61-90 DAYS' TO WS-Count-Line(1:28).
           MOVE WS-Exp-90-Count TO WS-CN-COUNT.
           WRITE AVAIL-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' LICENSED WITHOUT AKA TITLE' TO WS-Count-Line(1:28).
           MOVE WS-Exception-Count TO WS-CN-COUNT.
           WRITE AVAIL-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-License-Open = 'Y'
              CLOSE LICENSE-MASTER
           END-IF.
           IF WS-Title-Open = 'Y'
              CLOSE TITLE-MASTER
           END-IF.
           IF WS-Aka-Open = 'Y'
              CLOSE AKA-FILE
           END-IF.
           CLOSE AVAIL-REPORT.
