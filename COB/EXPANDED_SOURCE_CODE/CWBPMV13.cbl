       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
      * Filmography and credits reports over the principals master
      * PRINKSD (loaded by CWBPMV12, key = TCONST + ordering).
      * Each CRDPARM card asks one question:
      *   'T' + TCONST - credits for the title: everybody credited
      *                  on it in billing order, with their name
      *                  from NAMEKSD and the characters played
      *   'N' + NCONST - filmography for the person: every title
      *                  they are credited on, oldest first, with
      *                  the title from TITLEKSD
      * Credits are read by key.  PRINKSD is in title order, so the
      * filmographies for all 'N' cards are gathered in one pass of
      * the master and SORTed into card and START-YEAR order.
      * Everything prints on CRDRPT, credits first.
      *
      * CRDPARM: COL 1 'T' OR 'N', COLS 3-12 TCONST OR NCONST
      *          (UP TO 20 CARDS OF EACH KIND)
      *------------------------------------------------------------------------
       PROGRAM-ID. CWBPMV13.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-PARM   ASSIGN TO CRDPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PRINCIPAL-MASTER ASSIGN TO PRINKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-PRINKSD-STATUS.
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
           SELECT SORT-FILE     ASSIGN TO SORTWK01.
           SELECT CREDIT-REPORT ASSIGN TO CRDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-PARM
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CREDIT-PARM-RECORD.
           05  CP-REQUEST           PIC X(1).
           05  FILLER               PIC X(1).
           05  CP-KEY               PIC X(10).
           05  FILLER               PIC X(68).
       FD  PRINCIPAL-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      * Memes positions que PRINCIPAL-RECORD de CWBPMV12
       01  PRINCIPAL-MASTER-RECORD.
           05  PK-KEY.
               10  PK-TCONST        PIC X(10).
               10  FILLER           PIC X.
               10  PK-ORDERING      PIC X(3).
           05  FILLER               PIC X.
           05  PK-NCONST            PIC X(10).
           05  FILLER               PIC X.
           05  PK-CATEGORY          PIC X(20).
           05  FILLER               PIC X.
           05  PK-CHARACTERS        PIC X(33).
       FD  TITLE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TITLE-MASTER-RECORD.
           05  TM-TCONST            PIC X(10).
           05  TM-TITLE-TYPE        PIC X(12).
           05  TM-PRIMARY-TITLE     PIC X(242).
           05  FILLER               PIC X(250).
           05  TM-START-YEAR        PIC X(10).
           05  FILLER               PIC X(476).
       FD  NAME-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      * Memes positions que NAME-RECORD de CWBPMV11
       01  NAME-MASTER-RECORD.
           05  NK-NCONST            PIC X(10).
           05  FILLER               PIC X.
           05  NK-NAME              PIC X(40).
           05  FILLER               PIC X.
           05  NK-BIRTH-YEAR        PIC X(4).
           05  FILLER               PIC X.
           05  NK-DEATH-YEAR        PIC X(4).
           05  FILLER               PIC X.
           05  NK-PROFESSIONS       PIC X(38).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-PERSON-SEQ        PIC 9(2).
           05  SR-YEAR              PIC X(4).
           05  SR-TCONST            PIC X(10).
           05  SR-ORDERING          PIC X(3).
           05  SR-TITLE-TYPE        PIC X(12).
           05  SR-CATEGORY          PIC X(20).
           05  SR-TITLE             PIC X(40).
       FD  CREDIT-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CREDIT-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS        PIC XX VALUE SPACES.
       01 WS-PRINKSD-STATUS     PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS      PIC XX VALUE SPACES.
       01 WS-NAME-STATUS        PIC XX VALUE SPACES.
       01 WS-Prin-Open          PIC X VALUE 'N'.
       01 WS-Title-Open         PIC X VALUE 'N'.
       01 WS-Name-Open          PIC X VALUE 'N'.
       01 Parm-EOF              PIC X VALUE 'N'.
       01 Master-EOF            PIC X VALUE 'N'.
       01 Credit-End            PIC X VALUE 'N'.
       01 Sort-EOF              PIC X VALUE 'N'.

      * Demandes lues sur CRDPARM, dans l'ordre des cartes
       01 WS-Title-Idx          PIC 9(2) VALUE 0.
       01 WS-Title-Request-Table.
           05 WS-Title-Count    PIC 9(2) VALUE 0.
           05 WS-TR-TCONST OCCURS 20 TIMES PIC X(10).
       01 WS-Person-Idx         PIC 9(2) VALUE 0.
       01 WS-Person-Request-Table.
           05 WS-Person-Count   PIC 9(2) VALUE 0.
           05 WS-Person-Entry OCCURS 20 TIMES.
               10 WS-PE-NCONST      PIC X(10).
               10 WS-PE-CREDITS     PIC 9(6).

      * Prochaine personne a imprimer en sortie de tri: celles
      * sans aucun generique n'ont pas d'enregistrement trie
       01 WS-Next-Person        PIC 9(2) VALUE 0.
       01 WS-Cur-Person         PIC 9(2) VALUE 0.
       01 WS-Credit-Lines       PIC 9(6) VALUE 0.

       01 WS-Card-Count         PIC 9(6) VALUE 0.
       01 WS-Ignored-Count      PIC 9(6) VALUE 0.
       01 WS-Credits-Printed    PIC 9(8) VALUE 0.
       01 WS-Films-Printed      PIC 9(8) VALUE 0.
       01 WS-Scanned-Count      PIC 9(8) VALUE 0.

       01 WS-Title-Head-Line.
           05 FILLER                PIC X(10) VALUE ' CREDITS  '.
           05 WS-TH-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-TH-TITLE           PIC X(40).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-TH-TYPE            PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-TH-YEAR            PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.

       01 WS-Credit-Line.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-CR-ORDERING        PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-CR-CATEGORY        PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-CR-NCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-CR-NAME            PIC X(28).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-CR-CHARACTERS      PIC X(17).

       01 WS-Person-Head-Line.
           05 FILLER                PIC X(14)
               VALUE ' FILMOGRAPHY  '.
           05 WS-PH-NCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-PH-NAME            PIC X(40).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-PH-BIRTH-YEAR      PIC X(4).
           05 FILLER                PIC X(1)  VALUE '-'.
           05 WS-PH-DEATH-YEAR      PIC X(4).
           05 FILLER                PIC X(5)  VALUE SPACES.

       01 WS-Profession-Line.
           05 FILLER                PIC X(16)
               VALUE '   PROFESSIONS '.
           05 WS-PF-PROFESSIONS     PIC X(38).
           05 FILLER                PIC X(26) VALUE SPACES.

       01 WS-Film-Line.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-FL-YEAR            PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-FL-TCONST          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-FL-TYPE            PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-FL-CATEGORY        PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-FL-TITLE           PIC X(32).

       01 WS-Count-Line.
           05 FILLER                PIC X(28).
           05 WS-CN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-Principal-Process.
           PERFORM 9100-Open-Files
           PERFORM 9200-Load-Requests
           IF WS-Title-Count = 0 AND WS-Person-Count = 0
              MOVE ' NO CRDPARM REQUESTS - NOTHING REPORTED'
                 TO CREDIT-REPORT-RECORD
              WRITE CREDIT-REPORT-RECORD
           END-IF
           PERFORM 3000-Print-Credits
              VARYING WS-Title-Idx FROM 1 BY 1
              UNTIL WS-Title-Idx > WS-Title-Count
           IF WS-Person-Count > 0
              SORT SORT-FILE
                 ON ASCENDING KEY SR-PERSON-SEQ SR-YEAR
                                  SR-TCONST SR-ORDERING
                 INPUT PROCEDURE IS 5000-Release-Credits
                 OUTPUT PROCEDURE IS 6000-Print-Filmographies
           END-IF
           PERFORM 9800-Print-Totals
           PERFORM 9900-Close-Files
           STOP RUN.

      * Generique d'un titre: lecture par cle a partir du
      * premier ordering du TCONST demande
       3000-Print-Credits.
           MOVE SPACES TO CREDIT-REPORT-RECORD.
           WRITE CREDIT-REPORT-RECORD.
           MOVE WS-TR-TCONST(WS-Title-Idx) TO WS-TH-TCONST.
           MOVE SPACES TO WS-TH-TITLE WS-TH-TYPE WS-TH-YEAR.
           IF WS-Title-Open = 'Y'
              MOVE WS-TR-TCONST(WS-Title-Idx) TO TM-TCONST
              READ TITLE-MASTER
                 INVALID KEY
                    MOVE '(NOT ON CATALOGUE MASTER)' TO WS-TH-TITLE
                 NOT INVALID KEY
                    MOVE TM-PRIMARY-TITLE(1:40) TO WS-TH-TITLE
                    MOVE TM-TITLE-TYPE TO WS-TH-TYPE
                    MOVE TM-START-YEAR(1:4) TO WS-TH-YEAR
              END-READ
           END-IF.
           WRITE CREDIT-REPORT-RECORD FROM WS-Title-Head-Line.
           MOVE 0 TO WS-Credit-Lines.
           IF WS-Prin-Open = 'Y'
              MOVE 'N' TO Credit-End
              MOVE LOW-VALUES TO PK-KEY
              MOVE WS-TR-TCONST(WS-Title-Idx) TO PK-TCONST
              START PRINCIPAL-MASTER KEY IS NOT LESS THAN PK-KEY
                 INVALID KEY
                    MOVE 'Y' TO Credit-End
              END-START
              PERFORM 3100-Print-One-Credit THRU 3100-Credit-Exit
                 UNTIL Credit-End = 'Y'
           END-IF.
           IF WS-Credit-Lines = 0
              MOVE '   NO CREDITS ON PRINKSD' TO CREDIT-REPORT-RECORD
              WRITE CREDIT-REPORT-RECORD
           END-IF.

       3100-Print-One-Credit.
           READ PRINCIPAL-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO Credit-End
                 GO TO 3100-Credit-Exit
           END-READ.
           IF PK-TCONST NOT = WS-TR-TCONST(WS-Title-Idx)
              MOVE 'Y' TO Credit-End
              GO TO 3100-Credit-Exit
           END-IF.
           ADD 1 TO WS-Credit-Lines.
           ADD 1 TO WS-Credits-Printed.
           MOVE PK-ORDERING TO WS-CR-ORDERING.
           MOVE PK-CATEGORY TO WS-CR-CATEGORY.
           MOVE PK-NCONST TO WS-CR-NCONST.
           MOVE PK-CHARACTERS TO WS-CR-CHARACTERS.
           MOVE SPACES TO WS-CR-NAME.
           IF WS-Name-Open = 'Y'
              MOVE PK-NCONST TO NK-NCONST
              READ NAME-MASTER
                 INVALID KEY
                    MOVE '(NOT ON NAME MASTER)' TO WS-CR-NAME
                 NOT INVALID KEY
                    MOVE NK-NAME TO WS-CR-NAME
              END-READ
           END-IF.
           WRITE CREDIT-REPORT-RECORD FROM WS-Credit-Line.
       3100-Credit-Exit.
           EXIT.

      * Phase d'entree: un seul passage du maitre pour toutes
      * les personnes demandees
       5000-Release-Credits.
           IF WS-Prin-Open NOT = 'Y'
              MOVE 'Y' TO Master-EOF
           ELSE
              MOVE LOW-VALUES TO PK-KEY
              START PRINCIPAL-MASTER KEY IS NOT LESS THAN PK-KEY
                 INVALID KEY
                    MOVE 'Y' TO Master-EOF
              END-START
           END-IF.
           PERFORM 5100-Release-One-Credit
              UNTIL Master-EOF = 'Y'.

       5100-Release-One-Credit.
           READ PRINCIPAL-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO Master-EOF
              NOT AT END
                 ADD 1 TO WS-Scanned-Count
                 PERFORM VARYING WS-Person-Idx FROM 1 BY 1
                         UNTIL WS-Person-Idx > WS-Person-Count
                    IF WS-PE-NCONST(WS-Person-Idx) = PK-NCONST
                       PERFORM 5200-Release-Film
                    END-IF
                 END-PERFORM
           END-READ.

       5200-Release-Film.
           ADD 1 TO WS-PE-CREDITS(WS-Person-Idx).
           MOVE WS-Person-Idx TO SR-PERSON-SEQ.
           MOVE PK-TCONST TO SR-TCONST.
           MOVE PK-ORDERING TO SR-ORDERING.
           MOVE PK-CATEGORY TO SR-CATEGORY.
           MOVE SPACES TO SR-YEAR SR-TITLE-TYPE SR-TITLE.
           IF WS-Title-Open = 'Y'
              MOVE PK-TCONST TO TM-TCONST
              READ TITLE-MASTER
                 INVALID KEY
                    MOVE '(NOT ON CATALOGUE MASTER)' TO SR-TITLE
                 NOT INVALID KEY
                    MOVE TM-START-YEAR(1:4) TO SR-YEAR
                    MOVE TM-TITLE-TYPE TO SR-TITLE-TYPE
                    MOVE TM-PRIMARY-TITLE(1:40) TO SR-TITLE
              END-READ
           END-IF.
           RELEASE SORT-RECORD.

      * Phase de sortie: une filmographie par carte 'N', dans
      * l'ordre des cartes, titres du plus ancien au plus recent
       6000-Print-Filmographies.
           MOVE 1 TO WS-Next-Person.
           PERFORM 6100-Return-One-Film
              UNTIL Sort-EOF = 'Y'.
           PERFORM 6200-Print-Person-Head
              UNTIL WS-Next-Person > WS-Person-Count.

       6100-Return-One-Film.
           RETURN SORT-FILE
              AT END
                 MOVE 'Y' TO Sort-EOF
              NOT AT END
                 PERFORM 6200-Print-Person-Head
                    UNTIL WS-Next-Person > SR-PERSON-SEQ
                 ADD 1 TO WS-Films-Printed
                 MOVE SR-YEAR TO WS-FL-YEAR
                 MOVE SR-TCONST TO WS-FL-TCONST
                 MOVE SR-TITLE-TYPE TO WS-FL-TYPE
                 MOVE SR-CATEGORY TO WS-FL-CATEGORY
                 MOVE SR-TITLE TO WS-FL-TITLE
                 WRITE CREDIT-REPORT-RECORD FROM WS-Film-Line
           END-RETURN.

       6200-Print-Person-Head.
           MOVE WS-Next-Person TO WS-Cur-Person.
           ADD 1 TO WS-Next-Person.
           MOVE SPACES TO CREDIT-REPORT-RECORD.
           WRITE CREDIT-REPORT-RECORD.
           MOVE WS-PE-NCONST(WS-Cur-Person) TO WS-PH-NCONST.
           MOVE SPACES TO WS-PH-NAME WS-PH-BIRTH-YEAR
                          WS-PH-DEATH-YEAR WS-PF-PROFESSIONS.
           IF WS-Name-Open = 'Y'
              MOVE WS-PE-NCONST(WS-Cur-Person) TO NK-NCONST
              READ NAME-MASTER
                 INVALID KEY
                    MOVE '(NOT ON NAME MASTER)' TO WS-PH-NAME
                 NOT INVALID KEY
                    MOVE NK-NAME TO WS-PH-NAME
                    MOVE NK-BIRTH-YEAR TO WS-PH-BIRTH-YEAR
                    MOVE NK-DEATH-YEAR TO WS-PH-DEATH-YEAR
                    MOVE NK-PROFESSIONS TO WS-PF-PROFESSIONS
              END-READ
           END-IF.
           WRITE CREDIT-REPORT-RECORD FROM WS-Person-Head-Line.
           IF WS-PF-PROFESSIONS NOT = SPACES
              WRITE CREDIT-REPORT-RECORD FROM WS-Profession-Line
           END-IF.
           IF WS-PE-CREDITS(WS-Cur-Person) = 0
              MOVE '   NO CREDITS ON PRINKSD' TO CREDIT-REPORT-RECORD
              WRITE CREDIT-REPORT-RECORD
           END-IF.

       9100-Open-Files.
           OPEN INPUT PRINCIPAL-MASTER.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT NAME-MASTER.
           OPEN OUTPUT CREDIT-REPORT.
           MOVE ' FILMOGRAPHY AND CREDITS REPORT (CWBPMV13)'
              TO CREDIT-REPORT-RECORD.
           WRITE CREDIT-REPORT-RECORD.
           IF WS-PRINKSD-STATUS = '00'
              MOVE 'Y' TO WS-Prin-Open
           ELSE
              MOVE ' PRINKSD NOT AVAILABLE - NO CREDITS REPORTED'
                 TO CREDIT-REPORT-RECORD
              WRITE CREDIT-REPORT-RECORD
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-Title-Open
           ELSE
              MOVE ' TITLEKSD NOT AVAILABLE - TITLES NOT SHOWN'
                 TO CREDIT-REPORT-RECORD
              WRITE CREDIT-REPORT-RECORD
           END-IF.
           IF WS-NAME-STATUS = '00'
              MOVE 'Y' TO WS-Name-Open
           ELSE
              MOVE ' NAMEKSD NOT AVAILABLE - NAMES NOT SHOWN'
                 TO CREDIT-REPORT-RECORD
              WRITE CREDIT-REPORT-RECORD
           END-IF.

       9200-Load-Requests.
           OPEN INPUT CREDIT-PARM.
           IF WS-PARM-STATUS = '00'
              PERFORM 9210-Load-One-Request UNTIL Parm-EOF = 'Y'
              CLOSE CREDIT-PARM
           END-IF.

       9210-Load-One-Request.
           READ CREDIT-PARM
              AT END
                 MOVE 'Y' TO Parm-EOF
              NOT AT END
                 ADD 1 TO WS-Card-Count
                 EVALUATE TRUE
                    WHEN CP-REQUEST = 'T' AND CP-KEY NOT = SPACES
                         AND WS-Title-Count < 20
                       ADD 1 TO WS-Title-Count
                       MOVE CP-KEY TO WS-TR-TCONST(WS-Title-Count)
                    WHEN CP-REQUEST = 'N' AND CP-KEY NOT = SPACES
                         AND WS-Person-Count < 20
                       ADD 1 TO WS-Person-Count
                       MOVE CP-KEY TO WS-PE-NCONST(WS-Person-Count)
                       MOVE 0 TO WS-PE-CREDITS(WS-Person-Count)
                    WHEN OTHER
                       ADD 1 TO WS-Ignored-Count
                       MOVE SPACES TO CREDIT-REPORT-RECORD
                       STRING ' CRDPARM CARD IGNORED: '
                              CREDIT-PARM-RECORD(1:40)
                          DELIMITED BY SIZE
                          INTO CREDIT-REPORT-RECORD
                       WRITE CREDIT-REPORT-RECORD
                 END-EVALUATE
           END-READ.

       9800-Print-Totals.
           MOVE SPACES TO CREDIT-REPORT-RECORD.
           WRITE CREDIT-REPORT-RECORD.
           MOVE ' CRDPARM CARDS READ' TO WS-Count-Line(1:28).
           MOVE WS-Card-Count TO WS-CN-COUNT.
           WRITE CREDIT-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' CRDPARM CARDS IGNORED' TO WS-Count-Line(1:28).
           MOVE WS-Ignored-Count TO WS-CN-COUNT.
           WRITE CREDIT-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' CREDIT LINES PRINTED' TO WS-Count-Line(1:28).
           MOVE WS-Credits-Printed TO WS-CN-COUNT.
           WRITE CREDIT-REPORT-RECORD FROM WS-Count-Line.
           MOVE ' FILMOGRAPHY LINES PRINTED' TO WS-Count-Line(1:28).
           MOVE WS-Films-Printed TO WS-CN-COUNT.
           WRITE CREDIT-REPORT-RECORD FROM WS-Count-Line.

       9900-Close-Files.
           IF WS-Prin-Open = 'Y'
              CLOSE PRINCIPAL-MASTER
           END-IF.
           IF WS-Title-Open = 'Y'
              CLOSE TITLE-MASTER
           END-IF.
           IF WS-Name-Open = 'Y'
              CLOSE NAME-MASTER
           END-IF.
           CLOSE CREDIT-REPORT.
