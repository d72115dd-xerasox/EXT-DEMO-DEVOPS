      ******************************************************
      *   COPY BOOK TCPYBPL (BENEFIT PLAN CATALOGUE RECORD
      *   ON THE BENPLAN CARD FILE).  ONE RECORD PER PLAN
      *   AND COVERAGE TIER OFFERED FOR THE PLAN YEAR, WITH
      *   THE EMPLOYEE'S COST PER PAY RUN (9(5)V99 IMPLIED)
      *   THAT BECOMES THE FLAT DEDMSTR AMOUNT.  BP-ELIG-TYPES
      *   LISTS THE EMPLOYEE TYPES (XEXTEMPF EMP-TYPE) THAT
      *   MAY ENROLL; BLANK MEANS EVERY TYPE.  TIERS NEEDING
      *   DEPENDENTS ARE CHECKED AGAINST DEPNMSTR (TCPYDPN).
      ******************************************************
       01  BENEFIT-PLAN-RECORD.
           05  BP-PLAN-CODE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  BP-TIER                PIC X(2).
               88  BP-EMPLOYEE-ONLY   VALUE 'EE'.
               88  BP-EMP-SPOUSE      VALUE 'ES'.
               88  BP-EMP-CHILDREN    VALUE 'EC'.
               88  BP-FAMILY          VALUE 'EF'.
               88  BP-VALID-TIER      VALUE 'EE' 'ES' 'EC' 'EF'.
           05  FILLER                 PIC X(1).
           05  BP-DESCRIPTION         PIC X(20).
           05  FILLER                 PIC X(1).
           05  BP-COST-DIGITS         PIC X(7).
           05  FILLER                 PIC X(1).
           05  BP-ELIG-TYPES          PIC X(4).
           05  FILLER                 PIC X(39).
