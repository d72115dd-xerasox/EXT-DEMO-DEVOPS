      ******************************************************
      *   COPY BOOK TCPYDGH (DIGEST HOLDING FILE, KEYED
      *   DIGHOLD DATASET).  TPROG21 DOES NOT BUNDLE A
      *   BULLETIN LINE FOR A DAILY- OR WEEKLY-DIGEST
      *   SUBSCRIBER AT ONCE BUT HOLDS IT HERE, ONE RECORD
      *   PER CATEGORY-FILE LINE, UNTIL THE SUBSCRIBER'S
      *   DIGEST IS DUE.  THE KEY IS THE SUBSCRIBER, THE
      *   CATEGORY, THE BULLETIN ID AND THE LINE'S NUMBER
      *   WITHIN THE BULLETIN, SO THE DIGEST COMES OUT
      *   GROUPED BY CATEGORY WITH THE BULLETINS IN THE
      *   ORDER TPROG17 NUMBERED THEM AND EACH BULLETIN'S
      *   LINES IN THEIR ORIGINAL ORDER.  A RERUN OVER THE
      *   SAME CATEGORY FILES FINDS THE LINE ALREADY HELD
      *   AND DOES NOT HOLD IT TWICE.
      *   A RELEASED LINE IS NOT DELETED BUT MARKED WITH
      *   THE RUN DATE THAT RELEASED IT; A RERUN ON THAT
      *   DATE WRITES IT AGAIN TO THE NEW BUNDLES FILE AND
      *   ANY LATER RUN PASSES IT BY.
      ******************************************************
       01  DIGEST-HOLD-REC.
           05  DGH-KEY.
               10  DGH-SUB-ID         PIC X(8).
               10  DGH-CATEGORY       PIC X(4).
               10  DGH-BULLETIN-ID    PIC X(20).
               10  DGH-LINE-SEQ       PIC 9(5).
           05  DGH-DELIVERY           PIC X(1).
           05  DGH-HELD-DATE          PIC 9(8).
           05  DGH-HELD-TIME          PIC 9(6).
           05  DGH-RELEASED-DATE      PIC 9(8).
               88  DGH-NOT-RELEASED             VALUE 0.
           05  DGH-LINE               PIC X(133).
           05  FILLER                 PIC X(19).
