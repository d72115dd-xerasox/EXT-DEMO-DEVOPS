      ******************************************************
      *   COPY BOOK TCPYGRN (GARNISHMENT ORDER MASTER RECORD
      *   ON THE KEYED GARNMSTR DATASET).  ONE RECORD PER
      *   COURT OR AGENCY ORDER AGAINST AN EMPLOYEE, KEYED BY
      *   EMPLOYEE AND ORDER NUMBER.  MAINTAINED BY WBCI0350
      *   AND APPLIED BY WBCI0040 AFTER THE VOLUNTARY DEDMSTR
      *   PLANS, LOWEST GO-PRIORITY FIRST.  GO-LIMIT-PCT IS
      *   THE SHARE OF DISPOSABLE EARNINGS (GROSS LESS THE
      *   MANDATORY DEDUCTIONS) THAT THIS ORDER AND EVERY
      *   ORDER AHEAD OF IT MAY TAKE TOGETHER.  GO-WITHHELD
      *   RUNS UP AGAINST GO-TOTAL-OWED (ZERO = NO CEILING,
      *   E.G. ONGOING SUPPORT) AND THE ORDER IS SATISFIED
      *   WHEN IT GETS THERE.
      ******************************************************
       01  GARNISH-ORDER-RECORD.
           05  GO-KEY.
               10  GO-EMP-NUM         PIC 9(5).
               10  GO-ORDER-NUM       PIC X(10).
           05  GO-ORDER-TYPE          PIC X(1).
               88  GO-SUPPORT         VALUE 'S'.
               88  GO-BANKRUPTCY      VALUE 'B'.
               88  GO-TAX-LEVY        VALUE 'T'.
               88  GO-CREDITOR        VALUE 'C'.
               88  GO-VALID-TYPE      VALUE 'S' 'B' 'T' 'C'.
           05  GO-PRIORITY            PIC 9(2).
           05  GO-AGENCY              PIC X(6).
           05  GO-METHOD              PIC X(1).
               88  GO-PCT-OF-DISPOSABLE VALUE 'P'.
               88  GO-FLAT-AMOUNT     VALUE 'F'.
           05  GO-AMOUNT              PIC 9(5)V99.
           05  GO-LIMIT-PCT           PIC 9(3)V99.
           05  GO-TOTAL-OWED          PIC 9(9)V99.
           05  GO-WITHHELD            PIC 9(9)V99.
           05  GO-STATUS              PIC X(1).
               88  GO-ACTIVE          VALUE 'A'.
               88  GO-HELD            VALUE 'H'.
               88  GO-SATISFIED       VALUE 'S'.
           05  GO-LAST-RUN-ID         PIC X(8).
           05  GO-LAST-AMOUNT         PIC 9(7)V99.
           05  GO-SATISFIED-DATE      PIC 9(8).
           05  FILLER                 PIC X(15).
