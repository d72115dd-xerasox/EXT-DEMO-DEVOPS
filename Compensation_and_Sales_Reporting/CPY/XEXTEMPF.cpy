      * BLANK MEANS 'GEN '; ALLOCTAB ENTRIES CAN SPLIT ONE
      * EMPLOYEE'S COST ACROSS SEVERAL CENTERS BY PERCENT.
           05  (X)-COST-CENTER        PIC X(4).
      * 'Y' WHEN A DEPOSIT TO THE BANK ACCOUNT ON FILE CAME BACK
      * RETURNED; NO DIRECT DEPOSIT UNTIL ROUTING OR ACCOUNT IS
      * RE-KEYED THROUGH MAINTENANCE, WHICH CLEARS THE FLAG.
           05  (X)-BANK-SUSPECT       PIC X(1).
               88  BANK-SUSPECT       VALUE 'Y'.
      * PAY GRADE (GRADETAB) THE EMPLOYEE IS PAID AGAINST.
      * BLANK MEANS NO GRADE ASSIGNED - NO RANGE CHECK.
           05  (X)-PAY-GRADE          PIC X(2).
           05  FILLER                 PIC X(3).
