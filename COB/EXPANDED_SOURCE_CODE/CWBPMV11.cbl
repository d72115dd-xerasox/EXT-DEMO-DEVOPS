       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
      * Name master load.  Full-refresh conversion of the supplier
      * people feed NAMEFILE (NCONST, name, birth and death years,
      * primary professions - sorted by NCONST) into the keyed
      * name master NAMEKSD (VSAM KSDS, key = NCONST), the way
      * CWBPMOV5 loads TITLEKSD.  The title-principals validation
      * (CWBPMV12) and the filmography/credits reports (CWBPMV13)
      * read it.  Non-ascending or duplicate keys are counted and
      * bypassed; the job ends with RC 8 if any were.  With no
      * NAMEFILE to load from the job ends with RC 8 before NAMEKSD
      * is opened, so the old name master is left as it was.
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMV11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-FILE     ASSIGN TO NAMEFILE
               FILE STATUS IS WS-NAME-STATUS.
           SELECT NAME-MASTER   ASSIGN TO NAMEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NK-NCONST
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LOAD-REPORT   ASSIGN TO NAMELRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      * Personne: identifiant NCONST, nom, annees de naissance
      * et de deces ('\N' si inconnue), metiers separes par ','
       01  NAME-RECORD.
           05  NM-NCONST            PIC X(10).
           05  FILLER               PIC X.
           05  NM-NAME              PIC X(40).
           05  FILLER               PIC X.
           05  NM-BIRTH-YEAR        PIC X(4).
           05  FILLER               PIC X.
           05  NM-DEATH-YEAR        PIC X(4).
           05  FILLER               PIC X.
           05  NM-PROFESSIONS       PIC X(38).
       FD  NAME-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  NAME-MASTER-RECORD.
           05  NK-NCONST            PIC X(10).
           05  FILLER               PIC X(90).
       FD  LOAD-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  LOAD-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-NAME-STATUS        PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS      PIC XX VALUE SPACES.
       01 WS-Master-Open        PIC X VALUE 'N'.
       01 End-Of-File           PIC X VALUE 'N'.

       01 WS-Read-Count         PIC 9(8) VALUE 0.
       01 WS-Loaded-Count       PIC 9(8) VALUE 0.
       01 WS-Bypassed-Count     PIC 9(8) VALUE 0.

       01 WS-Count-Line.
           05 FILLER                PIC X(20).
           05 WS-CN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-Principal-Process.
           PERFORM 9100-Open-Files
           PERFORM 2000-Load-One-Name UNTIL End-Of-File = 'Y'
           PERFORM 9800-Print-Counts
           PERFORM 9900-Close-Files
           IF WS-Bypassed-Count > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       2000-Load-One-Name.
           READ NAME-FILE
              AT END
                 MOVE 'Y' TO End-Of-File
              NOT AT END
                 ADD 1 TO WS-Read-Count
                 MOVE NAME-RECORD TO NAME-MASTER-RECORD
                 WRITE NAME-MASTER-RECORD
                    INVALID KEY
                       ADD 1 TO WS-Bypassed-Count
                       MOVE SPACES TO LOAD-REPORT-RECORD
                       STRING ' KEY BYPASSED (DUP/SEQ): '
                              NK-NCONST
                          DELIMITED BY SIZE
                          INTO LOAD-REPORT-RECORD
                       WRITE LOAD-REPORT-RECORD
                       END-WRITE
                    NOT INVALID KEY
                       ADD 1 TO WS-Loaded-Count
                 END-WRITE
           END-READ.

      * Le maitre n'est vide (OPEN OUTPUT) que si le fichier des
      * personnes est la pour le recharger
       9100-Open-Files.
           OPEN INPUT NAME-FILE.
           OPEN OUTPUT LOAD-REPORT.
           MOVE ' NAME MASTER LOAD (CWBPMV11)'
              TO LOAD-REPORT-RECORD.
           WRITE LOAD-REPORT-RECORD.
           IF WS-NAME-STATUS NOT = '00'
              MOVE ' NO NAME FEED - NOTHING LOADED, NAMEKSD KEPT'
                 TO LOAD-REPORT-RECORD
              WRITE LOAD-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
              ADD 1 TO WS-Bypassed-Count
           ELSE
              OPEN OUTPUT NAME-MASTER
              IF WS-MASTER-STATUS = '00'
                 MOVE 'Y' TO WS-Master-Open
              END-IF
           END-IF.
           IF WS-NAME-STATUS = '00' AND WS-Master-Open NOT = 'Y'
              MOVE ' NAMEKSD OPEN FAILED - NOTHING LOADED'
                 TO LOAD-REPORT-RECORD
              WRITE LOAD-REPORT-RECORD
              MOVE 'Y' TO End-Of-File
              ADD 1 TO WS-Bypassed-Count
           END-IF.

       9800-Print-Counts.
           MOVE SPACES TO LOAD-REPORT-RECORD.
           WRITE LOAD-REPORT-RECORD.
           MOVE ' NAMES READ' TO WS-Count-Line(1:20).
           MOVE WS-Read-Count TO WS-CN-COUNT.
           WRITE LOAD-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' NAMES LOADED' TO WS-Count-Line(1:20).
           MOVE WS-Loaded-Count TO WS-CN-COUNT.
           WRITE LOAD-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' NAMES BYPASSED' TO WS-Count-Line(1:20).
           MOVE WS-Bypassed-Count TO WS-CN-COUNT.
           WRITE LOAD-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-NAME-STATUS = '00' OR WS-NAME-STATUS = '10'
              CLOSE NAME-FILE
           END-IF.
           IF WS-Master-Open = 'Y'
              CLOSE NAME-MASTER
           END-IF.
           CLOSE LOAD-REPORT.
