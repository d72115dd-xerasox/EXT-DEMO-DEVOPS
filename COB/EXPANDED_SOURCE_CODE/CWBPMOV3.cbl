      * the selected/bypassed counts.
      *
      * EXTPARM: TYPE(12) GENRE(15) YRFROM(4) YRTO(4)
      *          RTFROM(5) RTTO(5) REGION(4) LICRGN(4)
      *          LICDATE(8), BLANK-SEPARATED
      *
      * A non-blank REGION selects only titles having an AKA for
      * that market on the AKAFILE feed (sorted by TCONST, merge-
      * joined against TITLE-FILE), and the localized title is
      * carried in bytes 579-636 of the extract record (the start
      * of the Title-Work-Area filler).
      *
      * A non-blank LICRGN selects only titles licensed in that
      * market on LICDATE (YYYYMMDD, default today): a window on
      * the licence master LICKSD (maintained by CWBPMV15, read in
      * TCONST order and merge-joined like AKAFILE) that has
      * started on or before LICDATE and ends on or after it.
      *
      * Every selection can come from the PARMREG registry through
      * PARMLKSB instead (CWBPMOV3 TYPE, GENRE, YEAR-FROM, YEAR-TO,
      * RUNTIME-FROM, RUNTIME-TO, AKA-REGION, LIC-REGION, LIC-DATE);
      * a registry value wins, and EXTPARM is still read for the
      * rest while the jobs move over.
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMOV3.

           SELECT EXTRACT-REPORT ASSIGN TO EXTRPT.
           SELECT AKA-FILE      ASSIGN TO AKAFILE
               FILE STATUS IS WS-AKA-STATUS.
           SELECT LICENSE-MASTER ASSIGN TO LICKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LK-KEY
               FILE STATUS IS WS-LICENSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TITLE-FILE
           05  EP-RUNTIME-TO        PIC X(5).
           05  FILLER               PIC X(1).
           05  EP-AKA-REGION        PIC X(4).
           05  FILLER               PIC X(1).
           05  EP-LIC-REGION        PIC X(4).
           05  FILLER               PIC X(1).
           05  EP-LIC-DATE          PIC X(8).
           05  FILLER               PIC X(11).
       FD  EXTRACT-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           05  FILLER               PIC X.
           05  AK-TITLE             PIC X(58).
           05  FILLER               PIC X(1).
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

       WORKING-STORAGE SECTION.

       01 WS-Aka-Hit            PIC 9 VALUE 0.
       01 WS-Aka-Title          PIC X(58) VALUE SPACES.

      * Jointure licences: LICKSD lu en ordre de cle (TCONST
      * en tete), avance en parallele comme le flux AKA
       01 WS-LICENSE-STATUS     PIC XX VALUE SPACES.
       01 Lic-EOF               PIC X VALUE 'Y'.
       01 WS-Lic-Hit            PIC 9 VALUE 0.
       01 WS-Sel-Lic-Region     PIC X(4)  VALUE SPACES.
       01 WS-Sel-Lic-Date       PIC X(8)  VALUE SPACES.

       01 Num-Start-Year        PIC 9(10) COMP-3.
       01 Num-Runtime-Minutes   PIC 9(10) COMP-3.

           05 WS-CN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(52) VALUE SPACES.

      * Registre central des parametres (PARMREG): la valeur
      * en vigueur l'emporte sur la carte
       COPY TCPYPLK.

       PROCEDURE DIVISION.

       1000-Principal-Process.
              PERFORM 3500-Match-Aka
           END-IF

           MOVE 1 TO WS-Lic-Hit
           IF WS-Sel-Lic-Region NOT = SPACES
              PERFORM 3600-Match-License
           END-IF

           IF (WS-Sel-Type = 'ALL' OR TITLE-TYPE = WS-Sel-Type)
              AND WS-Genre-Hit > 0
              AND WS-Aka-Hit > 0
              AND WS-Lic-Hit > 0
              AND Num-Start-Year >= WS-Sel-Year-From
              AND Num-Start-Year <= WS-Sel-Year-To
              AND Num-Runtime-Minutes >= WS-Sel-Runtime-From
              END-READ
           END-PERFORM.

      * Avance du maitre des licences jusqu'au TCONST courant;
      * une fenetre du marche demande couvrant la date suffit
       3600-Match-License.
           MOVE 0 TO WS-Lic-Hit
           PERFORM UNTIL Lic-EOF = 'Y'
                   OR LK-TCONST > TCONST
              IF LK-TCONST = TCONST
                 AND LK-REGION = WS-Sel-Lic-Region
                 AND LK-WINDOW-START NOT > WS-Sel-Lic-Date
                 AND LK-WINDOW-END NOT < WS-Sel-Lic-Date
                 MOVE 1 TO WS-Lic-Hit
              END-IF
              READ LICENSE-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO Lic-EOF
              END-READ
           END-PERFORM.

       9100-Open-Files.
           OPEN INPUT TITLE-FILE.
           OPEN OUTPUT EXTRACT-FILE.
                 AT END MOVE 'Y' TO Aka-EOF
              END-READ
           END-IF.
           OPEN INPUT LICENSE-MASTER.
           IF WS-LICENSE-STATUS = '00'
              MOVE 'N' TO Lic-EOF
              READ LICENSE-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO Lic-EOF
              END-READ
           END-IF.

       9200-Load-Parameters.
           OPEN INPUT EXTRACT-PARM.
                    IF EP-AKA-REGION NOT = SPACES
                       MOVE EP-AKA-REGION TO WS-Sel-Region
                    END-IF
                    IF EP-LIC-REGION NOT = SPACES
                       MOVE EP-LIC-REGION TO WS-Sel-Lic-Region
                    END-IF
                    IF EP-LIC-DATE NUMERIC
                       MOVE EP-LIC-DATE TO WS-Sel-Lic-Date
                    END-IF
              END-READ
              CLOSE EXTRACT-PARM
           END-IF.
           PERFORM 9250-Apply-Registry.
           IF WS-Sel-Lic-Date = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Sel-Lic-Date
           END-IF.

      * Memes controles que pour la carte
       9250-Apply-Registry.
           MOVE 'CWBPMOV3' TO PK-PROGRAM
           MOVE 0 TO PK-AS-OF-DATE
           MOVE 'TYPE' TO PK-PARM-NAME
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND
              MOVE PK-VALUE TO WS-Sel-Type
           END-IF
           MOVE 'GENRE' TO PK-PARM-NAME
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND
              MOVE PK-VALUE TO WS-Sel-Genre
           END-IF
           MOVE 'YEAR-FROM' TO PK-PARM-NAME
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 10000
              MOVE PK-NUMBER TO WS-Sel-Year-From
           END-IF
           MOVE 'YEAR-TO' TO PK-PARM-NAME
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 10000
              MOVE PK-NUMBER TO WS-Sel-Year-To
           END-IF
           MOVE 'RUNTIME-FROM' TO PK-PARM-NAME
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 100000
              MOVE PK-NUMBER TO WS-Sel-Runtime-From
           END-IF
           MOVE 'RUNTIME-TO' TO PK-PARM-NAME
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 100000
              MOVE PK-NUMBER TO WS-Sel-Runtime-To
           END-IF
           MOVE 'AKA-REGION' TO PK-PARM-NAME
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND
              MOVE PK-VALUE TO WS-Sel-Region
           END-IF
           MOVE 'LIC-REGION' TO PK-PARM-NAME
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND
              MOVE PK-VALUE TO WS-Sel-Lic-Region
           END-IF
           MOVE 'LIC-DATE' TO PK-PARM-NAME
           CALL 'PARMLKSB' USING PARMLK-AREA
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-VALUE(8:1) NOT = SPACE
              AND PK-VALUE(9:1) = SPACE
              MOVE PK-VALUE(1:8) TO WS-Sel-Lic-Date
           END-IF.

       9300-Print-Banner.
           MOVE ' TITLE EXTRACT (CWBPMOV3) - SELECTION CRITERIA'
              MOVE WS-Sel-Region TO WS-BN-VALUE
           END-IF.
           WRITE EXTRACT-REPORT-RECORD FROM WS-Banner-Line.
           MOVE 'LICENSED' TO WS-BN-LABEL.
           IF WS-Sel-Lic-Region = SPACES
              MOVE 'ALL' TO WS-BN-VALUE
           ELSE
              MOVE SPACES TO WS-BN-VALUE
              STRING WS-Sel-Lic-Region ' ON ' WS-Sel-Lic-Date
                 DELIMITED BY SIZE INTO WS-BN-VALUE
           END-IF.
           WRITE EXTRACT-REPORT-RECORD FROM WS-Banner-Line.
           IF WS-Sel-Lic-Region NOT = SPACES
              AND WS-LICENSE-STATUS NOT = '00'
              MOVE ' LICKSD NOT AVAILABLE - NO TITLE CAN BE SELECTED'
                 TO EXTRACT-REPORT-RECORD
              WRITE EXTRACT-REPORT-RECORD
           END-IF.

       9800-Print-Counts.
           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           IF WS-AKA-STATUS = '00' OR WS-AKA-STATUS = '10'
              CLOSE AKA-FILE
           END-IF.
           IF WS-LICENSE-STATUS = '00' OR WS-LICENSE-STATUS = '10'
              CLOSE LICENSE-MASTER
           END-IF.
           CLOSE TITLE-FILE
           CLOSE EXTRACT-FILE
           CLOSE EXTRACT-REPORT.
