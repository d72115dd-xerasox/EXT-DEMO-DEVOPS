      *  FORMATTED AND DECODED ON INQRPT - INCLUDING THE PACKED       *
      *  COMPENSATION FIELDS APPROPRIATE TO THE EMPLOYEE TYPE.        *
      *                                                                *
      *  THE REQUESTING OPERATOR IS PUNCHED IN COLUMNS 7-14 OF EACH    *
      *  CARD.  EVERY EMPLOYEE VIEWED IS LOGGED THROUGH THE SHARED     *
      *  ACCLOGSB ACCESS LOG, WHICH CHECKS THE OPERATOR AGAINST        *
      *  AUTHTAB; A REFUSED OPERATOR GETS A REFUSAL LINE, NOT THE      *
      *  RECORD.                                                       *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORDING MODE IS F.
       01  INQUIRY-PARM-RECORD.
           05  INQ-EMP-NUM            PIC X(5).
           05  FILLER                 PIC X(1).
           05  INQ-OPERATOR           PIC X(8).
           05  FILLER                 PIC X(66).

       FD  VSAM-MASTER-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.

       COPY TCPYACL.

       01  WS-EMPLOYEE-RECORD.
           COPY XEXTEMPF REPLACING ==(X)== BY ==WS==.

                    END-WRITE
                 NOT INVALID KEY
                    MOVE VSAM-MASTER-RECORD TO WS-EMPLOYEE-RECORD
                    PERFORM 0220-LOG-ACCESS
                    IF AL-MAY-DISPLAY
                       PERFORM 0300-PRINT-EMPLOYEE
                    END-IF
              END-READ
           END-IF.
           PERFORM 0210-READ-PARM.
              AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       0220-LOG-ACCESS.
           MOVE 'WBCI0081' TO AL-PROGRAM.
           MOVE INQ-OPERATOR TO AL-OPERATOR.
           MOVE INQ-EMP-NUM TO AL-EMP-NUM.
           CALL 'ACCLOGSB' USING ACCLOG-AREA.
           IF AL-REFUSED
              MOVE SPACES TO INQUIRY-REPORT-RECORD
              STRING ' EMPLOYEE ' INQ-EMP-NUM
                     ' ACCESS REFUSED - OPERATOR ' INQ-OPERATOR
                     ' NOT ON AUTHTAB'
                     DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
              WRITE INQUIRY-REPORT-RECORD
           END-IF.

       0300-PRINT-EMPLOYEE.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           STRING ' EMPLOYEE MASTER INQUIRY - EMPLOYEE '
