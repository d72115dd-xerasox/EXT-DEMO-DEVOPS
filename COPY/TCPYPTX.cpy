      ******************************************************
      *   COPY BOOK TCPYPTX (POSTED SALES TRANSACTION
      *   REGISTER ON THE KEYED POSTTXN DATASET).  ONE
      *   RECORD PER SOURCE-SYSTEM REFERENCE PAID, KEYED BY
      *   THE REFERENCE AND THE EMPLOYEE CREDITED (A SPLIT
      *   SALE CARRIES ONE REFERENCE FOR EVERY PARTICIPANT).
      *   WRITTEN BY WBCI0040 WHEN A TRANSACTION IS PAID AND
      *   READ BY IT BEFORE PAYING, SO A REFERENCE ALREADY
      *   POSTED BY AN EARLIER RUN GOES TO THE DUPRPT
      *   DUPLICATE REPORT INSTEAD.  PT-RUN-NUMBER IS THE
      *   RUNREGSB RUN NUMBER THE ORIGINAL WAS POSTED UNDER.
      ******************************************************
       01  POSTED-TXN-RECORD.
           05  PT-KEY.
               10  PT-TXN-REF.
                   15  PT-SOURCE      PIC X(3).
                   15  PT-REF-NUM     PIC X(12).
               10  PT-EMP-NUM         PIC X(5).
           05  PT-RUN-NUMBER          PIC X(8).
           05  PT-RUN-DATE            PIC X(8).
           05  PT-TXN-TYPE            PIC X(3).
           05  PT-AMOUNT              PIC X(9).
           05  FILLER                 PIC X(32).
