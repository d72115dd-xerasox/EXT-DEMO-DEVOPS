      *  NET PAY PRINTS ON THE PAYREG REGISTER NEXT TO THE GROSS,     *
      *  DEDUCTION TOTALS RIDE THE REGION/TYPE SUBTOTALS, AND A YTD   *
      *  DEDUCTION ACCUMULATOR SITS ALONGSIDE YTD-COMP-TOTAL.         *
      *  EACH PLAN TAKEN IS ALSO WRITTEN TO PAYDED, IN STEP WITH THE  *
      *  PAYNET RECORD IT BELONGS TO, FOR THE WBCI0310 PAY ADVICE.    *
      *  COURT-ORDERED GARNISHMENTS ON THE KEYED GARNMSTR ORDER       *
      *  MASTER FOLLOW THE VOLUNTARY PLANS IN LEGAL PRIORITY ORDER,   *
      *  EACH HELD TO ITS SHARE OF DISPOSABLE EARNINGS (GROSS LESS    *
      *  THE DEDMSTR PLANS MARKED MANDATORY) AND TO THE BALANCE STILL *
      *  OWED.  THE POSTING RUNS UP EACH ORDER'S BALANCE AND WRITES   *
      *  GARNREM FOR THE WBCI0360 AGENCY REMITTANCE.                  *
      *  EMPLOYER COSTS (PAYROLL TAXES, BENEFIT CONTRIBUTIONS) ARE    *
      *  ACCRUED FROM THE ERCRATE TABLE BY COMPANY AND COST TYPE,     *
      *  EACH RATE APPLIED TO THE WAGES STILL UNDER ITS WAGE-BASE     *
      *  CEILING GIVEN THE EMPLOYEE'S YTDFILE GROSS, AND WRITTEN TO   *
      *  ERCFEED AT THE GLFEED BREAK FOR WBCI0220 AND WBCI0370.       *
      *  A DEDMSTR PLAN CARRYING EFFECTIVE/STOP DATES (THE BENEFIT    *
      *  ELECTIONS WBCI0380 GENERATES) IS TAKEN ONLY WHILE IN FORCE.  *
      *  A SPLIT-SALE TRANSACTION ('SPL') NAMES UP TO FOUR EMP-NUMS  *
      *  WITH CREDIT PERCENTAGES TOTALLING 100; EACH PARTICIPANT'S    *
      *  SHARE IS CREDITED AS THAT EMPLOYEE'S SALES-AMOUNT THROUGH    *
      *  THEIR OWN COMMPLAN PLAN AND LOGGED ON COMPAUD AS TYPE 'P'.   *
      *  A SOURCE-SYSTEM REFERENCE IN COLS 46-60 OF A TRANSACTION IS  *
      *  CHECKED AGAINST THE KEYED POSTTXN POSTED-TRANSACTION         *
      *  REGISTER BEFORE PAYING; ONE ALREADY POSTED BY AN EARLIER     *
      *  RUN GOES TO THE DUPRPT DUPLICATE REPORT WITH THE ORIGINAL    *
      *  RUNREGSB RUN NUMBER INSTEAD OF BEING PAID AGAIN.             *
      *  A CONTRACTOR INVOICE TRANSACTION ('INV', MATCHED AGAINST THE *
      *  CONTRACT BY WBCI0430) PAYS THE INVOICE AMOUNT IN PLACE OF    *
      *  CONTRACT-AMOUNT FOR THAT TRANSACTION.  A CONTRACTOR WITH A   *
      *  CONTLEDG LEDGER IS PAID ONLY THAT WAY: ANY OTHER PAYMENT     *
      *  TRANSACTION FOR THEM GOES TO SUSPENSE AS NOT INVOICED.       *
      *  A LEAVE TRANSACTION ('LVE') PAYS LEAVE HOURS AS A SEPARATE   *
      *  EARNINGS LINE ON PAYREG AND A TYPE 'L' LINE ON COMPAUD:      *
      *  HOURS TAKEN (WBCI0250 LVPAY) AT EMP-RATE FOR HOURLY STAFF -  *
      *  SALARIED LEAVE IS ALREADY IN THE SALARY AND IS LISTED AT     *
      *  ZERO - AND A TERMINATION PAYOUT OF THE BALANCE (WBCI0200     *
      *  FINALPAY) AT THE HOURLY RATE OR SALARY * 12 / 2080.          *
      *  A SIMULATION RUN WRITES ITS PER-EMPLOYEE NET-PAY EXTRACT TO  *
      *  SIMNET INSTEAD OF PAYNET, SO NO PAYMENT CAN BE CUT FROM IT   *
      *  BUT WBCI0470 CAN STILL COMPARE IT WITH A LIVE RUN.           *
      *  AN HOURLY EMPLOYEE WHOSE EMP-RATE IS BELOW THE MINWAGE       *
      *  MINIMUM FOR THEIR STATE IN FORCE ON THE RUN DATE (THE HIGHER *
      *  OF THE STATE RATE AND THE '**' FLOOR) IS STILL PAID, BUT     *
      *  RAISES AN ERRHANDL WARNING NAMING THE EMPLOYEE.              *
      *  AN EXPENSE REIMBURSEMENT ('RMB') IS PAID IN NET PAY BUT IS   *
      *  NOT EARNINGS: IT STAYS OUT OF GROSS, COMMISSION, DEDUCTION   *
      *  AND EMPLOYER-COST BASES AND YTD-COMP-TOTAL, HAS ITS OWN      *
      *  REIMBURSED COLUMN ON PAYREG, ITS OWN YTD-REIMB-TOTAL, AND    *
      *  RIDES GLFEED AS GF-REIMB-TOTAL FOR ITS OWN GLMAP ACCOUNT.    *
      *  A TRANSACTION RELEASED FROM SUSPENSE IS PAID IN THE SAME WAY *
      *  - REGISTER LINE, PAYNET RECORD, GLFEED GROUP TOTALS AND YTD - *
      *  BUT WITHOUT DEDUCTIONS OR EMPLOYER COST.                      *
      *  THE RUN TYPE, WRITE-OFF AGE AND SIMULATION POLICY VALUES      *
      *  COME FROM THE PARMREG REGISTRY THROUGH PARMLKSB (WBCI0040     *
      *  RUN-TYPE, WOFF-DAYS, SIM-COMMCEIL, SIM-OT-LIMIT, SIM-RATECEIL *
      *  - AMOUNTS AS DIGITS WITH TWO IMPLIED DECIMALS) WHEN IT HOLDS  *
      *  THEM; THE RUNPARM AND SIMPARM CARDS ARE STILL READ AS THE     *
      *  FALLBACK.  THE SIMULATE SWITCH ITSELF STAYS ON THE SIMPARM    *
      *  CARD SO NO STORED VALUE CAN TURN A LIVE RUN INTO A            *
      *  SIMULATION.                                                   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT DEDUCTION-FILE ASSIGN TO DEDMSTR
               FILE STATUS IS WS-DED-STATUS.
           SELECT PAY-NET-FILE  ASSIGN TO PAYNET.
           SELECT SIM-NET-FILE  ASSIGN TO SIMNET.
           SELECT PAY-DED-FILE  ASSIGN TO PAYDED.
           SELECT PAY-CALENDAR  ASSIGN TO PAYCAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT GL-FEED-FILE  ASSIGN TO GLFEED.
           SELECT EMPLOYER-RATE-FILE ASSIGN TO ERCRATE
               FILE STATUS IS WS-ERC-STATUS.
           SELECT EMPLOYER-COST-FEED ASSIGN TO ERCFEED.
           SELECT COMM-PLAN-FILE ASSIGN TO COMMPLAN
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT SHIFT-PREM-FILE ASSIGN TO SHIFTPRM
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT MIN-WAGE-FILE ASSIGN TO MINWAGE
               FILE STATUS IS WS-MINWG-STATUS.
           SELECT OT-HOLD-IN    ASSIGN TO OTHOLDIN
               FILE STATUS IS WS-OTIN-STATUS.
           SELECT OT-HOLD-OUT   ASSIGN TO OTHOLDOUT
               ACCESS MODE IS RANDOM
               RECORD KEY IS DY-KEY
               FILE STATUS IS WS-DEDYTD-STATUS.
           SELECT GARNISH-FILE  ASSIGN TO GARNMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GARN-STATUS.
           SELECT GARNISH-REMIT-FILE ASSIGN TO GARNREM.
           SELECT CONTRACT-LEDGER-FILE ASSIGN TO CONTLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-EMP-NUM
               FILE STATUS IS WS-CLG-STATUS.
           SELECT MASTER-FILE   ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SUSPOUT-STATUS.
           SELECT SUSPENSE-REPORT ASSIGN TO SUSPRPT.
           SELECT WRITEOFF-FILE ASSIGN TO SUSPWOFF.
           SELECT POSTED-TXN-FILE ASSIGN TO POSTTXN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PTX-STATUS.
           SELECT DUP-REPORT    ASSIGN TO DUPRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-REPORT-RECORD     PIC X(80).

       FD  POSTED-TXN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYPTX.

       FD  DUP-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DUP-REPORT-RECORD          PIC X(80).

       FD  SIM-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           05  DM-AMOUNT-DIGITS       PIC X(7).
           05  FILLER                 PIC X(1).
           05  DM-CAP-DIGITS          PIC X(9).
           05  FILLER                 PIC X(1).
      *    'M' = MANDATORY (REQUIRED BY LAW - COMES OFF BEFORE
      *    DISPOSABLE EARNINGS FOR GARNISHMENT LIMITS); BLANK
      *    = VOLUNTARY
           05  DM-CLASS               PIC X(1).
           05  FILLER                 PIC X(1).
      *    THE PLAN IS IN FORCE FROM THE EFFECTIVE DATE UP TO
      *    THE DAY BEFORE THE STOP DATE (CCYYMMDD); BLANK MEANS
      *    NO LIMIT THAT SIDE.  TIER IS THE COVERAGE TIER CHOSEN
      *    AT ENROLLMENT (WBCI0380)
           05  DM-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                 PIC X(1).
           05  DM-STOP-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  DM-TIER                PIC X(2).
           05  FILLER                 PIC X(27).

       FD  PAY-NET-FILE
           LABEL RECORDS ARE STANDARD
           05  PN-NET-DIGITS          PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PN-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(1).
           05  PN-REIMB-DIGITS        PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PN-RUN-NUMBER          PIC X(8).
           05  FILLER                 PIC X(5).

       FD  SIM-NET-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    THE PAY-NET-RECORD OF A SIMULATION RUN, SAME LAYOUT,
      *    FOR THE WBCI0470 PARALLEL-RUN COMPARISON
       01  SIM-NET-RECORD.
           05  SN-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(1).
           05  SN-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  SN-GROSS-DIGITS        PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  SN-DED-DIGITS          PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  SN-NET-DIGITS          PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  SN-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(1).
           05  SN-REIMB-DIGITS        PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  SN-RUN-NUMBER          PIC X(8).
           05  FILLER                 PIC X(5).

       FD  PAY-DED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    ONE RECORD PER DEDUCTION PLAN TAKEN, WRITTEN RIGHT
      *    AFTER THE PAYNET RECORD IT BELONGS TO.  PD-NET-SEQ IS
      *    THAT RECORD'S POSITION ON PAYNET SO THE WBCI0310 PAY
      *    ADVICE CAN PAIR THEM.  AMOUNT IS 9(7)V99 IMPLIED
       01  PAY-DED-RECORD.
           05  PD-EMP-NUM             PIC 9(5).
           05  FILLER                 PIC X(1).
           05  PD-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PD-NET-SEQ             PIC 9(7).
           05  FILLER                 PIC X(1).
           05  PD-PLAN-CODE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  PD-AMOUNT-DIGITS       PIC 9(7)V99.
           05  FILLER                 PIC X(43).

       FD  RUN-TYPE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    SHIFT CLASS ('E'VENING, 'N'IGHT, 'W'EEKEND) TO
      *    PERCENTAGE UPLIFT (9(3)V99 IMPLIED, E.G. 01000 =
      *    A 10 PERCENT PREMIUM OVER THE BASE RATE).  THE
      *    START/END HOURS (00-23) DEFINE WHEN AN EVENING OR
      *    NIGHT SHIFT RUNS; THEY ARE NOT NEEDED HERE BUT ARE
      *    HOW WBCI0410 CLASSIFIES THE PUNCHED HOURS THIS
      *    PROGRAM PAYS ON.  WEEKEND IS SATURDAY AND SUNDAY
       01  SHIFT-PREM-RECORD.
           05  SH-CLASS               PIC X(1).
           05  FILLER                 PIC X(1).
           05  SH-PCT-DIGITS          PIC X(5).
           05  FILLER                 PIC X(1).
           05  SH-START-HH            PIC X(2).
           05  FILLER                 PIC X(1).
           05  SH-END-HH              PIC X(2).
           05  FILLER                 PIC X(67).

       FD  MIN-WAGE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYMWG.

       FD  COMM-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           05  GF-ADJ-COUNT           PIC 9(5).
           05  FILLER                 PIC X(1).
           05  GF-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  GF-REIMB-TOTAL         PIC 9(9)V99.
           05  FILLER                 PIC X(17).

       FD  EMPLOYER-RATE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    ONE CARD PER COMPANY AND EMPLOYER COST TYPE (FICA,
      *    MEDI, FUTA, SUTA, 401K, HLTH ...).  COMPANY '**'
      *    APPLIES TO EVERY COMPANY WITHOUT ITS OWN CARD FOR THE
      *    COST TYPE.  RATE IS 9(2)V9(4) (A MULTIPLIER, E.G.
      *    006200 = 6.2 PERCENT) AND WAGE BASE 9(7)V99, BOTH
      *    IMPLIED DECIMAL; A ZERO WAGE BASE MEANS NO CEILING
       01  EMPLOYER-RATE-RECORD.
           05  ER-COMPANY             PIC X(2).
           05  FILLER                 PIC X(1).
           05  ER-COST-TYPE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  ER-RATE-DIGITS         PIC X(6).
           05  FILLER                 PIC X(1).
           05  ER-BASE-DIGITS         PIC X(9).
           05  FILLER                 PIC X(1).
           05  ER-EXPENSE-ACCT        PIC X(8).
           05  FILLER                 PIC X(1).
           05  ER-LIABILITY-ACCT      PIC X(8).
           05  FILLER                 PIC X(38).

       FD  EMPLOYER-COST-FEED
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYERC.

       FD  PAY-CALENDAR
           LABEL RECORDS ARE STANDARD
           05  YTD-COMPANY            PIC X(2).
           05  YTD-PERIOD             PIC 9(4).
           05  YTD-RUN-TYPE           PIC X(1).
           05  YTD-REIMB-TOTAL        PIC S9(7)V99 COMP-3.

      *    PER-PLAN YTD DEDUCTIONS - ONE RECORD PER EMPLOYEE
      *    AND PLAN CODE, SO EACH PLAN'S ANNUAL CAP IS CHECKED
               10  DY-PLAN-CODE       PIC X(4).
           05  DY-YTD-AMOUNT          PIC S9(7)V99 COMP-3.
           05  FILLER                 PIC X(11).

       FD  GARNISH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYGRN.

       FD  GARNISH-REMIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TCPYGRM.

       FD  CONTRACT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TCPYCLG.
      ***
      ***
       WORKING-STORAGE SECTION.
           05  FILLER                 PIC X(1).
           05  WS-CTL-HASH            PIC X(11).
           05  FILLER                 PIC X(41).
      *    SPLIT-SALE TRANSACTION: 'SPL' + SPACE + SALE AMOUNT
      *    9(7)V99 IN COLS 5-13 (SO THE BATCH HASH STILL ADDS
      *    IT) + UP TO FOUR EMP-NUM/PERCENT PAIRS.  THE FEED
      *    CARRIES THE RECORD UNDER EACH PARTICIPANT; EACH COPY
      *    CREDITS ONLY THE EMPLOYEE IT IS FILED UNDER.  THE
      *    LAST PARTICIPANT LISTED TAKES THE ROUNDING REMAINDER
      *    SO THE SHARES ALWAYS ADD BACK TO THE SALE
       01  WS-SALES-RECORD-S REDEFINES WS-SALES-RECORD-C.
           05  WS-SPL-MARKER          PIC X(3).
               88  WS-SPL-TXN                      VALUE 'SPL'.
           05  FILLER                 PIC X(1).
           05  WS-SPL-DIGITS          PIC X(9).
           05  WS-SPL-PARTY           OCCURS 4 TIMES.
               10  WS-SPL-EMP         PIC X(5).
               10  WS-SPL-PCT         PIC X(3).
           05  FILLER                 PIC X(15).
      *    SOURCE-SYSTEM REFERENCE, COLS 46-60 OF EVERY
      *    TRANSACTION TYPE (3-BYTE SOURCE + 12-BYTE NUMBER).
      *    BLANK ON AN OLD FEED - NO DUPLICATE CHECK
       01  WS-SALES-RECORD-F REDEFINES WS-SALES-RECORD-S.
           05  FILLER                 PIC X(45).
           05  WS-TXN-REF             PIC X(15).
      *    CONTRACTOR INVOICE TRANSACTION FROM WBCI0430: 'INV' +
      *    SPACE + INVOICE AMOUNT 9(7)V99 IN COLS 5-13 + INVOICE
      *    NUMBER AND DATE.  THE INVOICE IS ALREADY MATCHED TO THE
      *    CONTRACT, SO IT PAYS EXACTLY THE AMOUNT INVOICED
       01  WS-SALES-RECORD-I REDEFINES WS-SALES-RECORD-F.
           05  WS-INV-MARKER          PIC X(3).
               88  WS-INV-TXN                      VALUE 'INV'.
           05  FILLER                 PIC X(1).
           05  WS-INV-DIGITS          PIC X(9).
           05  FILLER                 PIC X(1).
           05  WS-INV-NUM             PIC X(10).
           05  FILLER                 PIC X(1).
           05  WS-INV-DATE            PIC X(8).
           05  FILLER                 PIC X(27).
      *    LEAVE TRANSACTION: 'LVE' + KIND ('T' HOURS TAKEN FROM
      *    WBCI0250, 'P' TERMINATION PAYOUT FROM WBCI0200) + HOURS
      *    9(7)V99 IN COLS 5-13 + THE DATE THE LEAVE WAS TAKEN OR
      *    THE BALANCE PAID OUT
       01  WS-SALES-RECORD-L REDEFINES WS-SALES-RECORD-I.
           05  WS-LVE-MARKER          PIC X(3).
               88  WS-LVE-TXN                      VALUE 'LVE'.
           05  WS-LVE-KIND            PIC X(1).
               88  WS-LVE-TAKEN                    VALUE 'T'.
               88  WS-LVE-PAYOUT                   VALUE 'P'.
           05  WS-LVE-DIGITS          PIC X(9).
           05  FILLER                 PIC X(1).
           05  WS-LVE-DATE            PIC X(8).
           05  FILLER                 PIC X(38).
      *    EXPENSE REIMBURSEMENT: 'RMB' + SPACE + AMOUNT 9(7)V99
      *    IN COLS 5-13 + CLAIM NUMBER AND DATE.  NOT EARNINGS -
      *    IT IS ADDED TO NET PAY ONLY, NEVER TO GROSS, YTD-COMP
      *    OR COMMISSION, SO NO TAX OR 1099 EXTRACT EVER SEES IT
       01  WS-SALES-RECORD-X REDEFINES WS-SALES-RECORD-L.
           05  WS-RMB-MARKER          PIC X(3).
               88  WS-RMB-TXN                      VALUE 'RMB'.
           05  FILLER                 PIC X(1).
           05  WS-RMB-DIGITS          PIC X(9).
           05  FILLER                 PIC X(1).
           05  WS-RMB-CLAIM           PIC X(10).
           05  FILLER                 PIC X(1).
           05  WS-RMB-DATE            PIC X(8).
           05  FILLER                 PIC X(27).
       01  WS-ADJ-AMOUNT              PIC 9(7)V99  VALUE 0.
       01  WS-RMB-AMOUNT              PIC 9(7)V99  VALUE 0.
       01  WS-INV-AMOUNT              PIC 9(7)V99  VALUE 0.
       01  WS-LVE-HOURS               PIC 9(7)V99  VALUE 0.
       01  WS-LVE-RATE                PIC 9(5)V9(4) VALUE 0.
       01  WS-LVE-HOURS-EDIT          PIC ZZZZ9.99.
      *    SALARIED HOURLY EQUIVALENT: MONTHLY SALARY OVER A
      *    2080-HOUR YEAR
       01  WS-LVE-ANNUAL-HOURS        PIC 9(4)     VALUE 2080.
       01  WS-LVE-OK-FLAG             PIC X(1)     VALUE 'N'.
           88  WS-LVE-OK                           VALUE 'Y'.
       01  WS-LVE-REJECT              PIC X(9)     VALUE SPACES.
       01  WS-SPL-AMOUNT              PIC 9(7)V99  VALUE 0.
       01  WS-SPL-SHARE               PIC 9(7)V99  VALUE 0.
       01  WS-SPL-ALLOCATED           PIC 9(7)V99  VALUE 0.
       01  WS-SPL-PCT-N               PIC 9(3)     VALUE 0.
       01  WS-SPL-PCT-TOTAL           PIC 9(4)     VALUE 0.
       01  WS-SPL-IDX                 PIC 9(1)     VALUE 0.
       01  WS-SPL-JDX                 PIC 9(1)     VALUE 0.
       01  WS-SPL-MINE                PIC 9(1)     VALUE 0.
       01  WS-SPL-LAST                PIC 9(1)     VALUE 0.
       01  WS-SPLIT-OK-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-SPLIT-OK                         VALUE 'Y'.
       01  WS-SPLIT-REJECT            PIC X(9)     VALUE SPACES.

      *    SUSPENSE HANDLING FOR SALES AGAINST EMPLOYEES NOT ON
      *    THE MASTER: ORPHAN TRANSACTIONS GO TO SUSPOUT AND ARE
           05  WS-SUSP-TXN            PIC X(50).
           05  FILLER                 PIC X(7)     VALUE SPACES.

      *    POSTED-TRANSACTION REGISTER (POSTTXN) AND THE DUPRPT
      *    DUPLICATE-TRANSACTION REPORT
       01  WS-PTX-STATUS              PIC XX       VALUE SPACES.
       01  WS-PTX-FILE-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-PTX-FILE-OPEN                    VALUE 'Y'.
       01  WS-PTX-AVAIL-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-PTX-AVAILABLE                    VALUE 'Y'.
       01  WS-DUPRPT-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-DUPRPT-OPEN                      VALUE 'Y'.
       01  WS-TXN-DUP-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-TXN-DUPLICATE                    VALUE 'Y'.
       01  WS-TXN-PAID-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-TXN-PAID                         VALUE 'Y'.
       01  WS-DUP-EMP-NUM             PIC X(5)     VALUE SPACES.
       01  WS-DUP-IDX                 PIC 9(3)     VALUE 0.
       01  WS-DUP-COUNT               PIC 9(5)     VALUE 0.
       01  WS-DUP-AMT                 PIC 9(7)V99  VALUE 0.
       01  WS-DUP-ORIG-RUN            PIC X(8)     VALUE SPACES.
       01  WS-DUP-ORIG-DATE           PIC X(8)     VALUE SPACES.

       01  WS-DUP-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-DUP-EMP             PIC X(5).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DUP-REF             PIC X(15).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-DUP-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(13)
               VALUE 'ORIGINAL RUN '.
           05  WS-DUP-RUN             PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(7)     VALUE 'POSTED '.
           05  WS-DUP-DATE            PIC X(8).
           05  FILLER                 PIC X(3)     VALUE SPACES.

       01  WS-SUSP-TOT-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-SUSP-TOT-LABEL      PIC X(30).
       01  WS-DED-STATUS              PIC XX       VALUE SPACES.
       01  WS-DEDS-LOADED-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-DEDS-LOADED                      VALUE 'Y'.
      *    ONLY PLANS IN FORCE ON THE RUN DATE ARE LOADED
       01  WS-DED-TODAY               PIC X(8)     VALUE SPACES.
       01  WS-DED-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-DED-EOF                          VALUE 'Y'.
       01  WS-DED-IDX                 PIC 9(3)     VALUE 0.
               10  WS-DED-METHOD      PIC X(1).
               10  WS-DED-AMOUNT      PIC 9(5)V99.
               10  WS-DED-CAP         PIC 9(7)V99.
               10  WS-DED-CLASS       PIC X(1).

       01  WS-EMP-DED-TOTAL           PIC S9(7)V99 VALUE 0.
       01  WS-EMP-NET-PAY             PIC S9(9)V99 VALUE 0.
      *    NON-TAXABLE REIMBURSEMENTS - PAID IN NET, KEPT OUT
      *    OF GROSS
       01  WS-EMP-REIMB-TOTAL         PIC S9(7)V99 VALUE 0.
       01  WS-CURRENT-REIMB           PIC S9(7)V99 VALUE 0.
       01  WS-PAYNET-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-PAYNET-OPEN                      VALUE 'Y'.
       01  WS-SIMNET-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-SIMNET-OPEN                      VALUE 'Y'.
       01  WS-PAYDED-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-PAYDED-OPEN                      VALUE 'Y'.
       01  WS-PAYNET-SEQ              PIC 9(7)     VALUE 0.
       01  WS-ONE-DED-AMT             PIC S9(7)V99 VALUE 0.
       01  WS-DED-ROOM                PIC S9(8)V99 VALUE 0.
       01  WS-YTD-DED-BEFORE          PIC S9(7)V99 VALUE 0.
           05  WS-DTK-ENTRY           OCCURS 100 TIMES.
               10  WS-DTK-PLAN        PIC X(4).
               10  WS-DTK-AMT         PIC S9(7)V99 COMP-3.

      *    GARNISHMENT ORDERS (GARNMSTR) FOR THE CURRENT EMPLOYEE,
      *    LOADED IN KEY ORDER AND TAKEN LOWEST PRIORITY FIRST.
      *    WHAT EACH ORDER TOOK RIDES HERE UNTIL THE YTD POSTING
      *    RUNS UP ITS BALANCE AND WRITES GARNREM
       01  WS-GARN-STATUS             PIC XX       VALUE SPACES.
       01  WS-GARN-FILE-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-GARN-FILE-OPEN                   VALUE 'Y'.
       01  WS-GARN-AVAIL-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-GARN-AVAILABLE                   VALUE 'Y'.
       01  WS-GARN-EOF-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-GARN-EOF                         VALUE 'Y'.
       01  WS-GARNREM-OPEN-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-GARNREM-OPEN                     VALUE 'Y'.
      *    CONTLEDG CONTRACT LEDGER (WBCI0430): A CONTRACTOR WITH
      *    A LEDGER RECORD IS PAID AGAINST MATCHED INVOICES ONLY
       01  WS-CLG-STATUS              PIC XX       VALUE SPACES.
       01  WS-CLG-FILE-FLAG           PIC X(1)     VALUE 'N'.
           88  WS-CLG-FILE-OPEN                    VALUE 'Y'.
       01  WS-CLG-AVAIL-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-CLG-AVAILABLE                    VALUE 'Y'.
       01  WS-CLG-FOUND-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-CLG-FOUND                        VALUE 'Y'.
       01  WS-GRN-IDX                 PIC 9(2)     VALUE 0.
       01  WS-GRN-NEXT                PIC 9(2)     VALUE 0.
       01  WS-GRN-PASS                PIC 9(2)     VALUE 0.
       01  WS-GRN-TABLE.
           05  WS-GRN-COUNT           PIC 9(2)     VALUE 0.
           05  WS-GRN-ENTRY           OCCURS 20 TIMES.
               10  WS-GRN-ORDER       PIC X(10).
               10  WS-GRN-PRIORITY    PIC 9(2).
               10  WS-GRN-METHOD      PIC X(1).
               10  WS-GRN-AMOUNT      PIC 9(5)V99.
               10  WS-GRN-LIMIT       PIC 9(3)V99.
               10  WS-GRN-OWED        PIC 9(9)V99.
               10  WS-GRN-WITHHELD    PIC 9(9)V99.
               10  WS-GRN-TAKEN       PIC S9(7)V99 COMP-3.
               10  WS-GRN-DONE-FLAG   PIC X(1).
                   88  WS-GRN-DONE                 VALUE 'Y'.
       01  WS-EMP-MAND-TOTAL          PIC S9(7)V99 VALUE 0.
       01  WS-EMP-GARN-TOTAL          PIC S9(7)V99 VALUE 0.
       01  WS-DISPOSABLE              PIC S9(9)V99 VALUE 0.
       01  WS-GARN-ROOM               PIC S9(9)V99 VALUE 0.
       01  WS-ONE-GARN-AMT            PIC S9(9)V99 VALUE 0.
       01  WS-GARN-REMIT-COUNT        PIC 9(5)     VALUE 0.
       01  WS-GROUP-DED-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-DED-TOTAL         PIC S9(10)V99 VALUE 0.
       01  WS-GROUP-REIMB-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-REIMB-TOTAL       PIC S9(10)V99 VALUE 0.

       01  WS-REG-NET-LINE.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-REG-NET-EMP-NUM     PIC 9(5).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  FILLER                 PIC X(24)
               VALUE 'GROSS/DEDUCT/REIMB/NET  '.
           05  WS-REG-NET-GROSS       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-REG-NET-DED         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-REG-NET-REIMB       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-REG-NET-NET         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(37)    VALUE SPACES.

       01  WS-GLFEED-OPEN-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-GLFEED-OPEN                      VALUE 'Y'.

      *    EMPLOYER-COST RATES (ERCRATE).  EACH ENTRY CARRIES THE
      *    CURRENT EMPLOYEE'S ACCRUAL AND THE CURRENT GROUP'S
      *    TOTAL FOR THAT COST TYPE
       01  WS-ERC-STATUS              PIC XX       VALUE SPACES.
       01  WS-ERC-LOADED-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-ERC-LOADED                       VALUE 'Y'.
       01  WS-ERC-EOF-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-ERC-EOF                          VALUE 'Y'.
       01  WS-ERCFEED-OPEN-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-ERCFEED-OPEN                     VALUE 'Y'.
       01  WS-ERC-USE-FLAG            PIC X(1)     VALUE 'N'.
           88  WS-ERC-USE                          VALUE 'Y'.
       01  WS-ERC-IDX                 PIC 9(2)     VALUE 0.
       01  WS-ERC-SCAN                PIC 9(2)     VALUE 0.
       01  WS-ERC-TABLE.
           05  WS-ERC-COUNT           PIC 9(2)     VALUE 0.
           05  WS-ERC-ENTRY           OCCURS 30 TIMES.
               10  WS-ER-COMPANY      PIC X(2).
               10  WS-ER-COST-TYPE    PIC X(4).
               10  WS-ER-RATE         PIC 9(2)V9(4).
               10  WS-ER-BASE         PIC 9(7)V99.
               10  WS-ER-EXPENSE      PIC X(8).
               10  WS-ER-LIABILITY    PIC X(8).
               10  WS-ER-EMP-AMT      PIC S9(7)V99.
               10  WS-ER-EMP-WAGES    PIC S9(9)V99.
               10  WS-ER-GRP-AMT      PIC S9(9)V99.
               10  WS-ER-GRP-WAGES    PIC S9(9)V99.
      *    YTD GROSS BEFORE THIS RUN, FOR THE WAGE-BASE CEILINGS
       01  WS-YTD-COMP-BEFORE         PIC S9(9)V99 VALUE 0.
       01  WS-ERC-WAGES               PIC S9(9)V99 VALUE 0.
       01  WS-ERC-ROOM                PIC S9(9)V99 VALUE 0.

      *    GRADUATED COMMISSION PLANS (COMMPLAN)
       01  WS-PLAN-STATUS             PIC XX       VALUE SPACES.
       01  WS-PLANS-LOADED-FLAG       PIC X(1)     VALUE 'N'.
       01  WS-PREMIUM-AMT             PIC 9(7)V99  VALUE 0.
       01  WS-PREM-INFO-WORK          PIC X(18)    VALUE SPACES.

      *    MINIMUM WAGE BY STATE AND EFFECTIVE DATE ('**' =
      *    THE FLOOR FOR EVERY STATE) AND THE LOOKUP FIELDS
       01  WS-MINWG-STATUS            PIC XX       VALUE SPACES.
       01  WS-MINWG-LOADED-FLAG       PIC X(1)     VALUE 'N'.
           88  WS-MINWG-LOADED                     VALUE 'Y'.
       01  WS-MINWG-EOF-FLAG          PIC X(1)     VALUE 'N'.
           88  WS-MINWG-EOF                        VALUE 'Y'.
       01  WS-MINWG-IDX               PIC 9(3)     VALUE 0.
       01  WS-MINWG-TABLE.
           05  WS-MINWG-COUNT         PIC 9(3)     VALUE 0.
           05  WS-MINWG-ENTRY         OCCURS 500 TIMES.
               10  WS-MW-STATE        PIC X(2).
               10  WS-MW-EFF-DATE     PIC X(8).
               10  WS-MW-RATE         PIC 9(3)V99.
       01  WS-MW-STATE-DATE           PIC X(8)     VALUE SPACES.
       01  WS-MW-STATE-RATE           PIC 9(3)V99  VALUE 0.
       01  WS-MW-FLOOR-DATE           PIC X(8)     VALUE SPACES.
       01  WS-MW-FLOOR-RATE           PIC 9(3)V99  VALUE 0.
       01  WS-MW-MINIMUM              PIC 9(3)V99  VALUE 0.
       01  WS-MW-MESSAGE.
           05  FILLER                 PIC X(4)     VALUE 'EMP '.
           05  WS-MWM-EMP-NUM         PIC 9(5).
           05  FILLER                 PIC X(7)     VALUE ' STATE '.
           05  WS-MWM-STATE           PIC X(2).
           05  FILLER                 PIC X(6)     VALUE ' RATE '.
           05  WS-MWM-RATE            PIC ZZ9.99.
           05  FILLER                 PIC X(21)
               VALUE ' BELOW MINIMUM WAGE '.
           05  WS-MWM-MINIMUM         PIC ZZ9.99.
           05  FILLER                 PIC X(3)     VALUE SPACES.

      *    SUSPENSE AGING AND WRITE-OFF STATE
       01  WS-WRITEOFF-DAYS           PIC 9(5)     VALUE 0.
       01  WS-WRITEOFF-COUNT          PIC 9(5)     VALUE 0.
           88  WS-DEP-CHECKED                      VALUE 'Y'.
       COPY TCPYDEP.

      *    SHARED PARAMETER LOOKUP LINK AREA
       COPY TCPYPLK.

       01  WS-TXN-FIRST               PIC 9(3)     VALUE 1.
       01  WS-TXN-LAST                PIC 9(3)     VALUE 0.
       01  WS-BATCH-OK-FLAG           PIC X(1)     VALUE 'Y'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-AUD-RUN-DATE        PIC X(8).
           05  FILLER                 PIC X(32)    VALUE SPACES.
      *    SPLIT-SALE CREDIT LINE (TYPE 'P'): THE BEFORE IMAGE
      *    IS THE 'SPL' MARKER AND SALE AMOUNT, THE AFTER IMAGE
      *    THIS EMPLOYEE'S PERCENT AND CREDITED SHARE, AND THE
      *    FULL PARTICIPANT LIST FOLLOWS THE RUN DATE
       01  WS-AUDIT-LINE-P REDEFINES WS-AUDIT-LINE.
           05  FILLER                 PIC X(10).
           05  WS-AUD-SPL-SALE        PIC X(13).
           05  FILLER                 PIC X(2).
           05  WS-AUD-SPL-PCT         PIC 9(3).
           05  WS-AUD-SPL-SHARE       PIC 9(7)V99.
           05  FILLER                 PIC X(1).
           05  FILLER                 PIC X(10).
           05  FILLER                 PIC X(2).
           05  WS-AUD-SPL-PARTIES     PIC X(20).
           05  FILLER                 PIC X(10).
      *    LEAVE PAY LINE (TYPE 'L'): THE BEFORE IMAGE IS THE
      *    'LVE' KIND AND HOURS, THE AFTER IMAGE THE AMOUNT PAID,
      *    AND THE HOURLY RATE USED FOLLOWS THE RUN DATE
       01  WS-AUDIT-LINE-L REDEFINES WS-AUDIT-LINE-P.
           05  FILLER                 PIC X(10).
           05  WS-AUD-LVE-TXN         PIC X(13).
           05  FILLER                 PIC X(2).
           05  WS-AUD-LVE-AMOUNT      PIC 9(7)V99.
           05  FILLER                 PIC X(4).
           05  FILLER                 PIC X(10).
           05  FILLER                 PIC X(2).
           05  WS-AUD-LVE-RATE        PIC 9(5)V9(4).
           05  FILLER                 PIC X(21).

      *    PAYROLL REGISTER PRINT AREAS
       01  WS-REGISTER-FILE-FLAG      PIC X(1)     VALUE 'N'.
           05  FILLER                 PIC X(5)     VALUE 'TXN'.
           05  FILLER                 PIC X(16)
               VALUE '    COMPENSATION'.
           05  FILLER                 PIC X(38)    VALUE SPACES.
           05  FILLER                 PIC X(13)
               VALUE '   REIMBURSED'.
           05  FILLER                 PIC X(20)    VALUE SPACES.

       01  WS-REG-DETAIL.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-REG-PLAN-INFO       PIC X(16).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-REG-PREM-INFO       PIC X(18).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  WS-REG-REIMB-AMT       PIC ZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05  FILLER                 PIC X(20)    VALUE SPACES.

       01  WS-REG-SUBTOTAL.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-REG-SUB-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(7)     VALUE '  DED= '.
           05  WS-REG-SUB-DED         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(7)     VALUE '  RMB= '.
           05  WS-REG-SUB-REIMB       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(7)     VALUE '  NET= '.
           05  WS-REG-SUB-NET         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(11)    VALUE SPACES.

       01  WS-REG-GRAND.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  WS-REG-GRD-AMT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(7)     VALUE '  DED= '.
           05  WS-REG-GRD-DED        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(7)     VALUE '  RMB= '.
           05  WS-REG-GRD-REIMB      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(7)     VALUE '  NET= '.
           05  WS-REG-GRD-NET        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(19)    VALUE SPACES.

       01  WS-GRAND-TXN-COUNT         PIC 9(6)     VALUE 0.
       01  WS-GRAND-COMP-TOTAL        PIC S9(10)V99 VALUE 0.
              ELSE
                 MOVE 0 TO WS-FINAL-CC
              END-IF
              IF WS-DUP-COUNT > 0
                 AND WS-FINAL-CC < 4
                 MOVE 4 TO WS-FINAL-CC
              END-IF
              IF EH-CONDITION-CODE > WS-FINAL-CC
                 MOVE EH-CONDITION-CODE TO WS-FINAL-CC
              END-IF
              MOVE 'WBCI0040' TO JL-PROGRAM
              MOVE WS-JL-EMP-CALLS TO JL-RECORDS-IN
              MOVE WS-GRAND-TXN-COUNT TO JL-RECORDS-OUT
              COMPUTE JL-RECORDS-REJ =
                 WS-SUSPENDED-COUNT + WS-DUP-COUNT
              MOVE WS-FINAL-CC TO JL-RETURN-CODE
              CALL 'JOBLOGSB' USING JOBLOG-AREA
              MOVE WS-FINAL-CC TO RETURN-CODE
           IF NOT WS-PLANS-LOADED
              PERFORM 0720-LOAD-COMM-PLANS
           END-IF.
           IF NOT WS-ERC-LOADED
              PERFORM 0770-LOAD-EMPLOYER-RATES
           END-IF.
           IF NOT WS-SHIFTS-LOADED
              PERFORM 0730-LOAD-SHIFT-PREMIUMS
           END-IF.
           IF NOT WS-MINWG-LOADED
              PERFORM 0780-LOAD-MIN-WAGES
           END-IF.
           IF NOT WS-APPR-LOADED
              PERFORM 0740-LOAD-APPROVALS
           END-IF.
           MOVE WS-EMPLOYEE-RECORD TO RECORD-DATA.
           MOVE 0 TO WS-YTD-ACCUM.
           MOVE 0 TO WS-YTD-ACCUM-USD.
           MOVE 0 TO WS-EMP-REIMB-TOTAL.
           MOVE 'N' TO WS-ANY-TXN-OK-FLAG.

           MOVE 1 TO WS-TXN-FIRST.
              IF WS-RUN-REGULAR
                 PERFORM 0450-CHECK-OVERTIME
              END-IF
              PERFORM 0455-CHECK-MIN-WAGE THRU 0455-MINWAGE-EXIT
              PERFORM 0300-CONTROL-BREAK-CHECK
              IF NOT WS-SIMULATION-MODE
                 PERFORM 0400-UPDATE-YTD

       0500-PROCESS-ONE-TRANSACTION.
           MOVE SALES-RECORD (WS-TXN-IDX) TO WS-SALES-RECORD.
           MOVE 'N' TO WS-TXN-PAID-FLAG.
           MOVE RECORD-DATA(1:5) TO WS-DUP-EMP-NUM.
           PERFORM 0550-CHECK-POSTED-REF THRU 0550-CHECK-EXIT.
           IF WS-TXN-DUPLICATE
              GO TO 0500-PROCESS-EXIT
           END-IF.
           IF WS-ADJ-TXN
              PERFORM 0510-PROCESS-ADJUSTMENT
              PERFORM 0555-RECORD-POSTED-REF THRU 0555-RECORD-EXIT
              GO TO 0500-PROCESS-EXIT
           END-IF.
           IF WS-INV-TXN
              PERFORM 0515-PROCESS-INVOICE
              PERFORM 0555-RECORD-POSTED-REF THRU 0555-RECORD-EXIT
              GO TO 0500-PROCESS-EXIT
           END-IF.
           IF WS-LVE-TXN
              PERFORM 0516-PROCESS-LEAVE
              PERFORM 0555-RECORD-POSTED-REF THRU 0555-RECORD-EXIT
              GO TO 0500-PROCESS-EXIT
           END-IF.
           IF WS-RMB-TXN
              PERFORM 0519-PROCESS-REIMBURSEMENT
              PERFORM 0555-RECORD-POSTED-REF THRU 0555-RECORD-EXIT
              GO TO 0500-PROCESS-EXIT
           END-IF.
      *    ANY OTHER TRANSACTION WOULD PAY A CONTRACTOR THE FULL
      *    CONTRACT-AMOUNT; ONE WHOSE CONTRACT IS BURNED DOWN ON
      *    CONTLEDG IS PAID ONLY THROUGH ITS MATCHED INVOICES
           MOVE RECORD-DATA TO WS-EMPLOYEE-RECORD.
           IF CONTRACTOR
              PERFORM 0627-CHECK-CONTRACT-LEDGER
              IF WS-CLG-FOUND
                 PERFORM 0626-SUSPEND-NOT-INVOICED
                 GO TO 0500-PROCESS-EXIT
              END-IF
           END-IF.
           IF WS-SPL-TXN
              PERFORM 0540-APPLY-SPLIT-CREDIT THRU 0540-SPLIT-EXIT
              IF NOT WS-SPLIT-OK
                 GO TO 0500-PROCESS-EXIT
              END-IF
           ELSE
              CALL P94COMM USING RECORD-DATA
                                  WS-SALES-RECORD
           END-IF.

           MOVE RECORD-DATA TO WS-EMPLOYEE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.

           IF RETURN-CODE = ZERO
              MOVE 'OK' TO WS-SYSUT1-STATUS
              IF WS-SPL-TXN
                 MOVE 'SPLITSALE' TO WS-RPT-STATUS
              ELSE
                 MOVE 'PROCESSED' TO WS-RPT-STATUS
              END-IF
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 'Y' TO WS-ANY-TXN-OK-FLAG
              MOVE 'Y' TO WS-TXN-PAID-FLAG

              IF WS-HOURLY-EMPLOYEE-DATA NOT = WS-BEFORE-COMP-DATA
                 IF NOT WS-SIMULATION-MODE
              MOVE 'P94COMMER' TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           PERFORM 0555-RECORD-POSTED-REF THRU 0555-RECORD-EXIT.
       0500-PROCESS-EXIT.
           EXIT.

              MOVE 'ADJUSTMNT' TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 'Y' TO WS-ANY-TXN-OK-FLAG
              MOVE 'Y' TO WS-TXN-PAID-FLAG
              ADD 1 TO WS-GROUP-ADJ-COUNT

              IF NOT WS-SIMULATION-MODE
              PERFORM 0340-PRINT-REGISTER-DETAIL
           END-IF.

      *    CONTRACTOR INVOICE: PAYS THE INVOICED AMOUNT THROUGH
      *    THE SAME YTD ACCUMULATORS.  ONLY A CONTRACTOR CAN BE
      *    PAID AGAINST AN INVOICE
       0515-PROCESS-INVOICE.
           MOVE SPACES TO WS-PLAN-INFO-WORK.
           MOVE SPACES TO WS-PREM-INFO-WORK.
           MOVE RECORD-DATA TO WS-EMPLOYEE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EMP-NUM TO WS-RPT-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-RPT-EMP-NAME.
           MOVE WS-EMP-TYPE TO WS-RPT-EMP-TYPE.

           IF NOT CONTRACTOR
              MOVE 'INVNOTCON' TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
              IF WS-INV-DIGITS NOT NUMERIC
                 MOVE 'INVINVALD' TO WS-RPT-STATUS
                 WRITE REPORT-RECORD FROM WS-REPORT-LINE
              ELSE
                 MOVE WS-INV-DIGITS TO WS-INV-AMOUNT(1:9)
                 MOVE WS-INV-AMOUNT TO WS-CURRENT-COMP
                 MOVE 'INVOICED' TO WS-RPT-STATUS
                 WRITE REPORT-RECORD FROM WS-REPORT-LINE
                 MOVE 'Y' TO WS-ANY-TXN-OK-FLAG
                 MOVE 'Y' TO WS-TXN-PAID-FLAG
                 ADD WS-CURRENT-COMP TO WS-YTD-ACCUM
                 PERFORM 0420-CONVERT-TO-USD
                 ADD WS-CURRENT-COMP-USD TO WS-YTD-ACCUM-USD
                 PERFORM 0340-PRINT-REGISTER-DETAIL
              END-IF
           END-IF.

      *    LEAVE HOURS AS THEIR OWN EARNINGS LINE.  A ZERO LINE
      *    (SALARIED LEAVE TAKEN) IS LISTED BUT DOES NOT BY
      *    ITSELF MAKE THE EMPLOYEE PAYABLE
       0516-PROCESS-LEAVE.
           MOVE SPACES TO WS-PLAN-INFO-WORK.
           MOVE SPACES TO WS-PREM-INFO-WORK.
           MOVE RECORD-DATA TO WS-EMPLOYEE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EMP-NUM TO WS-RPT-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-RPT-EMP-NAME.
           MOVE WS-EMP-TYPE TO WS-RPT-EMP-TYPE.

           PERFORM 0517-COMPUTE-LEAVE-PAY THRU 0517-LEAVE-EXIT.
           IF NOT WS-LVE-OK
              MOVE WS-LVE-REJECT TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
              MOVE 'LEAVEPAY' TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 'Y' TO WS-TXN-PAID-FLAG
              IF WS-CURRENT-COMP NOT = 0
                 MOVE 'Y' TO WS-ANY-TXN-OK-FLAG
              END-IF
              IF NOT WS-SIMULATION-MODE
                 PERFORM 0518-WRITE-LEAVE-AUDIT
              END-IF
              ADD WS-CURRENT-COMP TO WS-YTD-ACCUM
              PERFORM 0420-CONVERT-TO-USD
              ADD WS-CURRENT-COMP-USD TO WS-YTD-ACCUM-USD
              PERFORM 0340-PRINT-REGISTER-DETAIL
           END-IF.

      *    PRICES THE LEAVE TRANSACTION IN WS-SALES-RECORD FOR
      *    THE EMPLOYEE IN WS-EMPLOYEE-RECORD.  CONTRACTORS EARN
      *    NO LEAVE
       0517-COMPUTE-LEAVE-PAY.
           MOVE 'N' TO WS-LVE-OK-FLAG.
           MOVE 0 TO WS-CURRENT-COMP.
           MOVE 0 TO WS-LVE-RATE.
           IF WS-LVE-DIGITS NOT NUMERIC
              OR NOT (WS-LVE-TAKEN OR WS-LVE-PAYOUT)
              MOVE 'LVEINVALD' TO WS-LVE-REJECT
              GO TO 0517-LEAVE-EXIT
           END-IF.
           MOVE WS-LVE-DIGITS TO WS-LVE-HOURS(1:9).
           EVALUATE TRUE
              WHEN HOURLY
                 MOVE WS-EMP-RATE TO WS-LVE-RATE
              WHEN (SALES OR MANAGEMENT) AND WS-LVE-TAKEN
                 MOVE 0 TO WS-LVE-RATE
              WHEN SALES
                 COMPUTE WS-LVE-RATE ROUNDED =
                    WS-SALES-SALARY * 12 / WS-LVE-ANNUAL-HOURS
              WHEN MANAGEMENT
                 COMPUTE WS-LVE-RATE ROUNDED =
                    WS-MGMT-SALARY * 12 / WS-LVE-ANNUAL-HOURS
              WHEN OTHER
                 MOVE 'LVENOTELG' TO WS-LVE-REJECT
                 GO TO 0517-LEAVE-EXIT
           END-EVALUATE.
           COMPUTE WS-CURRENT-COMP ROUNDED =
              WS-LVE-HOURS * WS-LVE-RATE.
           MOVE WS-LVE-HOURS TO WS-LVE-HOURS-EDIT.
           STRING 'LV HRS ' WS-LVE-HOURS-EDIT
                  DELIMITED BY SIZE INTO WS-PLAN-INFO-WORK.
           EVALUATE TRUE
              WHEN WS-LVE-PAYOUT
                 MOVE 'LEAVE PAYOUT' TO WS-PREM-INFO-WORK
              WHEN WS-LVE-RATE = 0
                 MOVE 'LEAVE IN SALARY' TO WS-PREM-INFO-WORK
              WHEN OTHER
                 MOVE 'LEAVE TAKEN' TO WS-PREM-INFO-WORK
           END-EVALUATE.
           MOVE 'Y' TO WS-LVE-OK-FLAG.
       0517-LEAVE-EXIT.
           EXIT.

       0518-WRITE-LEAVE-AUDIT.
           IF NOT WS-AUDIT-FILE-OPEN
              OPEN OUTPUT AUDIT-FILE
              MOVE 'Y' TO WS-AUDIT-FILE-FLAG
           END-IF.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE WS-EMP-NUM TO WS-AUD-EMP-NUM.
           MOVE 'L' TO WS-AUD-EMP-TYPE.
           MOVE WS-SALES-RECORD(1:13) TO WS-AUD-LVE-TXN.
           MOVE WS-CURRENT-COMP TO WS-AUD-LVE-AMOUNT.
           MOVE WS-RUN-ID TO WS-AUD-RUN-DATE.
           MOVE WS-LVE-RATE TO WS-AUD-LVE-RATE.
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.

      *    EXPENSE REIMBURSEMENT: PAID WITH THE RUN BUT NOT
      *    EARNINGS.  IT GOES TO THE EMPLOYEE'S REIMBURSEMENT
      *    TOTAL, NOT WS-YTD-ACCUM, SO GROSS, DEDUCTIONS AND
      *    EMPLOYER COSTS ARE UNTOUCHED; THE REGISTER LINE
      *    SHOWS IT IN THE REIMBURSED COLUMN AT ZERO EARNINGS
       0519-PROCESS-REIMBURSEMENT.
           MOVE SPACES TO WS-PLAN-INFO-WORK.
           MOVE SPACES TO WS-PREM-INFO-WORK.
           MOVE RECORD-DATA TO WS-EMPLOYEE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EMP-NUM TO WS-RPT-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-RPT-EMP-NAME.
           MOVE WS-EMP-TYPE TO WS-RPT-EMP-TYPE.

           IF WS-RMB-DIGITS NOT NUMERIC
              MOVE 'RMBINVALD' TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
              MOVE WS-RMB-DIGITS TO WS-RMB-AMOUNT(1:9)
              MOVE 'REIMBURSE' TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 'Y' TO WS-ANY-TXN-OK-FLAG
              MOVE 'Y' TO WS-TXN-PAID-FLAG
              MOVE 0 TO WS-CURRENT-COMP
              MOVE WS-RMB-AMOUNT TO WS-CURRENT-REIMB
              ADD WS-RMB-AMOUNT TO WS-EMP-REIMB-TOTAL
              STRING 'CLAIM ' WS-RMB-CLAIM
                     DELIMITED BY SIZE INTO WS-PLAN-INFO-WORK
              MOVE 'EXPENSE REIMB' TO WS-PREM-INFO-WORK
              PERFORM 0340-PRINT-REGISTER-DETAIL
           END-IF.

      *    SPLIT SALE IN THE MAIN PASS: CREDIT THIS EMPLOYEE'S
      *    SHARE AS THE TRANSACTION'S SALES-AMOUNT, THEN LET
      *    0500 CARRY ON EXACTLY AS FOR A P94COMM SALE SO THE
      *    SHARE GOES THROUGH THE EMPLOYEE'S OWN COMMPLAN PLAN
       0540-APPLY-SPLIT-CREDIT.
           MOVE RECORD-DATA TO WS-EMPLOYEE-RECORD.
           PERFORM 0545-COMPUTE-SPLIT-SHARE THRU 0545-SHARE-EXIT.
           IF NOT WS-SPLIT-OK
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-EMP-NUM TO WS-RPT-EMP-NUM
              MOVE WS-EMP-NAME TO WS-RPT-EMP-NAME
              MOVE WS-EMP-TYPE TO WS-RPT-EMP-TYPE
              MOVE WS-SPLIT-REJECT TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
              GO TO 0540-SPLIT-EXIT
           END-IF.
           MOVE WS-EMPLOYEE-RECORD TO RECORD-DATA.
           MOVE 0 TO RETURN-CODE.
           IF NOT WS-SIMULATION-MODE
              PERFORM 0547-WRITE-SPLIT-AUDIT
           END-IF.
       0540-SPLIT-EXIT.
           EXIT.

      *    VALIDATES THE SPLIT IN WS-SALES-RECORD AND, FOR THE
      *    EMPLOYEE IN WS-EMPLOYEE-RECORD, SETS THE CREDITED
      *    SHARE INTO WS-SALES-AMOUNT.  EVERY PARTICIPANT'S
      *    SHARE IS WORKED OUT SO THE LAST ONE LISTED CAN TAKE
      *    WHAT ROUNDING LEFT OVER
       0545-COMPUTE-SPLIT-SHARE.
           MOVE 'N' TO WS-SPLIT-OK-FLAG.
           MOVE 'SPLINVALD' TO WS-SPLIT-REJECT.
           IF WS-SPL-DIGITS NOT NUMERIC
              GO TO 0545-SHARE-EXIT
           END-IF.
           MOVE WS-SPL-DIGITS TO WS-SPL-AMOUNT(1:9).
           MOVE 0 TO WS-SPL-PCT-TOTAL WS-SPL-MINE WS-SPL-LAST.
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > 4
              IF WS-SPL-EMP(WS-SPL-IDX) NOT = SPACES
                 IF WS-SPL-EMP(WS-SPL-IDX) NOT NUMERIC
                    OR WS-SPL-PCT(WS-SPL-IDX) NOT NUMERIC
                    OR WS-SPL-PCT(WS-SPL-IDX) = '000'
                    GO TO 0545-SHARE-EXIT
                 END-IF
                 PERFORM VARYING WS-SPL-JDX FROM 1 BY 1
                         UNTIL WS-SPL-JDX >= WS-SPL-IDX
                    IF WS-SPL-EMP(WS-SPL-JDX)
                          = WS-SPL-EMP(WS-SPL-IDX)
                       GO TO 0545-SHARE-EXIT
                    END-IF
                 END-PERFORM
                 MOVE WS-SPL-PCT(WS-SPL-IDX) TO WS-SPL-PCT-N
                 ADD WS-SPL-PCT-N TO WS-SPL-PCT-TOTAL
                 MOVE WS-SPL-IDX TO WS-SPL-LAST
                 IF WS-SPL-EMP(WS-SPL-IDX) = WS-EMP-NUM
                    MOVE WS-SPL-IDX TO WS-SPL-MINE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-SPL-LAST = 0
              OR WS-SPL-PCT-TOTAL NOT = 100
              GO TO 0545-SHARE-EXIT
           END-IF.
           IF WS-SPL-MINE = 0
              MOVE 'SPLNOTPTY' TO WS-SPLIT-REJECT
              GO TO 0545-SHARE-EXIT
           END-IF.
           IF NOT SALES
              MOVE 'SPLNOTSLS' TO WS-SPLIT-REJECT
              GO TO 0545-SHARE-EXIT
           END-IF.

           MOVE 0 TO WS-SPL-ALLOCATED.
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX >= WS-SPL-MINE
              IF WS-SPL-EMP(WS-SPL-IDX) NOT = SPACES
                 MOVE WS-SPL-PCT(WS-SPL-IDX) TO WS-SPL-PCT-N
                 COMPUTE WS-SPL-SHARE ROUNDED =
                    WS-SPL-AMOUNT * WS-SPL-PCT-N / 100
                 ADD WS-SPL-SHARE TO WS-SPL-ALLOCATED
              END-IF
           END-PERFORM.
           MOVE WS-SPL-PCT(WS-SPL-MINE) TO WS-SPL-PCT-N.
           IF WS-SPL-MINE = WS-SPL-LAST
              COMPUTE WS-SPL-SHARE =
                 WS-SPL-AMOUNT - WS-SPL-ALLOCATED
           ELSE
              COMPUTE WS-SPL-SHARE ROUNDED =
                 WS-SPL-AMOUNT * WS-SPL-PCT-N / 100
           END-IF.
      *    SALES-AMOUNT IS 9(5)V99 ON THE EMPLOYEE RECORD
           IF WS-SPL-SHARE > 99999.99
              MOVE 'SPLOVRFLW' TO WS-SPLIT-REJECT
              GO TO 0545-SHARE-EXIT
           END-IF.
           MOVE WS-SPL-SHARE TO WS-SALES-AMOUNT.
           MOVE 'Y' TO WS-SPLIT-OK-FLAG.
       0545-SHARE-EXIT.
           EXIT.

       0547-WRITE-SPLIT-AUDIT.
           IF NOT WS-AUDIT-FILE-OPEN
              OPEN OUTPUT AUDIT-FILE
              MOVE 'Y' TO WS-AUDIT-FILE-FLAG
           END-IF.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE WS-EMP-NUM TO WS-AUD-EMP-NUM.
           MOVE 'P' TO WS-AUD-EMP-TYPE.
           MOVE WS-SALES-RECORD(1:13) TO WS-AUD-SPL-SALE.
           MOVE WS-SPL-PCT-N TO WS-AUD-SPL-PCT.
           MOVE WS-SPL-SHARE TO WS-AUD-SPL-SHARE.
           MOVE WS-RUN-ID TO WS-AUD-RUN-DATE.
           STRING WS-SPL-EMP(1) WS-SPL-EMP(2)
                  WS-SPL-EMP(3) WS-SPL-EMP(4)
                  DELIMITED BY SIZE INTO WS-AUD-SPL-PARTIES.
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.

      *    DUPLICATE CHECK BY SOURCE-SYSTEM REFERENCE: THE SAME
      *    REFERENCE EARLIER IN THIS EMPLOYEE'S TRANSACTIONS, OR
      *    ON THE POSTTXN REGISTER FROM AN EARLIER RUN, IS NOT
      *    PAID.  A REGISTER HIT UNDER THIS RUN'S OWN NUMBER IS
      *    A RESTART REPLAYING WHAT IT POSTED AND IS LEFT TO THE
      *    YTD RERUN CHECK
       0550-CHECK-POSTED-REF.
           MOVE 'N' TO WS-TXN-DUP-FLAG.
           IF WS-CTL-HDR OR WS-CTL-TRL
              OR WS-TXN-REF = SPACES
              GO TO 0550-CHECK-EXIT
           END-IF.
           IF WBCI0040-ACTION-CLOSE
              CONTINUE
           ELSE
              PERFORM VARYING WS-DUP-IDX FROM WS-TXN-FIRST BY 1
                      UNTIL WS-DUP-IDX >= WS-TXN-IDX
                         OR WS-TXN-DUPLICATE
                 IF SALES-RECORD(WS-DUP-IDX)(46:15) = WS-TXN-REF
                    MOVE 'Y' TO WS-TXN-DUP-FLAG
                    MOVE WS-RUN-NUMBER TO WS-DUP-ORIG-RUN
                    MOVE WS-RUN-ID TO WS-DUP-ORIG-DATE
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 0687-OPEN-POSTTXN-FILE.
           IF NOT WS-TXN-DUPLICATE
              AND WS-PTX-AVAILABLE
              MOVE WS-TXN-REF TO PT-TXN-REF
              MOVE WS-DUP-EMP-NUM TO PT-EMP-NUM
              READ POSTED-TXN-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PT-RUN-NUMBER NOT = WS-RUN-NUMBER
                       MOVE 'Y' TO WS-TXN-DUP-FLAG
                       MOVE PT-RUN-NUMBER TO WS-DUP-ORIG-RUN
                       MOVE PT-RUN-DATE TO WS-DUP-ORIG-DATE
                    END-IF
              END-READ
           END-IF.
           IF WS-TXN-DUPLICATE
              PERFORM 0560-WRITE-DUP-LINE
           END-IF.
       0550-CHECK-EXIT.
           EXIT.

      *    A PAID TRANSACTION'S REFERENCE GOES ON THE REGISTER.
      *    A RESTART FINDS ITS OWN EARLIER RECORD THERE (STATUS
      *    22) AND LEAVES IT AS IT IS
       0555-RECORD-POSTED-REF.
           IF NOT WS-TXN-PAID
              OR WS-TXN-REF = SPACES
              OR WS-SIMULATION-MODE
              OR NOT WS-PTX-AVAILABLE
              GO TO 0555-RECORD-EXIT
           END-IF.
           MOVE SPACES TO POSTED-TXN-RECORD.
           MOVE WS-TXN-REF TO PT-TXN-REF.
           MOVE WS-DUP-EMP-NUM TO PT-EMP-NUM.
           MOVE WS-RUN-NUMBER TO PT-RUN-NUMBER.
           MOVE WS-RUN-ID TO PT-RUN-DATE.
           MOVE WS-SALES-RECORD(1:3) TO PT-TXN-TYPE.
           MOVE WS-SALES-RECORD(5:9) TO PT-AMOUNT.
           WRITE POSTED-TXN-RECORD
              INVALID KEY CONTINUE
           END-WRITE.
       0555-RECORD-EXIT.
           EXIT.

       0560-WRITE-DUP-LINE.
           ADD 1 TO WS-DUP-COUNT.
           IF NOT WS-DUPRPT-OPEN
              OPEN OUTPUT DUP-REPORT
              MOVE 'Y' TO WS-DUPRPT-OPEN-FLAG
              MOVE SPACES TO DUP-REPORT-RECORD
              IF WS-SIMULATION-MODE
                 MOVE '*** S I M U L A T I O N ***'
                    TO DUP-REPORT-RECORD(1:28)
                 WRITE DUP-REPORT-RECORD
              END-IF
              MOVE ' DUPLICATE SALES TRANSACTIONS - NOT PAID'
                 TO DUP-REPORT-RECORD
              WRITE DUP-REPORT-RECORD
              MOVE SPACES TO DUP-REPORT-RECORD
              WRITE DUP-REPORT-RECORD
           END-IF.
           MOVE WS-DUP-EMP-NUM TO WS-DUP-EMP.
           MOVE WS-TXN-REF TO WS-DUP-REF.
           MOVE 0 TO WS-DUP-AMT.
           IF WS-SALES-RECORD(5:9) NUMERIC
              MOVE WS-SALES-RECORD(5:9) TO WS-DUP-AMT(1:9)
           END-IF.
           MOVE WS-DUP-AMT TO WS-DUP-AMOUNT.
           MOVE WS-DUP-ORIG-RUN TO WS-DUP-RUN.
           MOVE WS-DUP-ORIG-DATE TO WS-DUP-DATE.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-LINE.

           IF NOT WBCI0040-ACTION-CLOSE
              MOVE RECORD-DATA TO WS-EMPLOYEE-RECORD
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-EMP-NUM TO WS-RPT-EMP-NUM
              MOVE WS-EMP-NAME TO WS-RPT-EMP-NAME
              MOVE WS-EMP-TYPE TO WS-RPT-EMP-TYPE
              MOVE 'DUPLICATE' TO WS-RPT-STATUS
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       0520-VALIDATE-BATCH-CONTROLS.
           IF SALES-TXN-COUNT = 0
              GO TO 0520-VALIDATE-EXIT
           MOVE 'SUSPENDED' TO WS-RPT-STATUS.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      *    A NON-INVOICE TRANSACTION FOR A LEDGERED CONTRACTOR IS
      *    HELD ON SUSPENSE FOR REVIEW INSTEAD OF BEING PAID
       0626-SUSPEND-NOT-INVOICED.
           IF NOT WS-SUSPOUT-OPEN
              OPEN OUTPUT SUSPENSE-OUT
              MOVE 'Y' TO WS-SUSPOUT-OPEN-FLAG
           END-IF.
           MOVE SPACES TO SUSPENSE-OUT-RECORD.
           MOVE WS-EMP-NUM TO SO-EMP-NUM.
           MOVE SALES-RECORD(WS-TXN-IDX) TO SO-TXN.
           MOVE WS-RUN-ID TO SO-FIRST-DATE.
           WRITE SUSPENSE-OUT-RECORD.
           ADD 1 TO WS-SUSPENDED-COUNT.
           MOVE 'NOT INVOICED' TO WS-SUSP-ACTION.
           MOVE WS-EMP-NUM TO WS-SUSP-EMP-NUM.
           MOVE SALES-RECORD(WS-TXN-IDX) TO WS-SUSP-TXN.
           PERFORM 0650-WRITE-SUSP-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EMP-NUM TO WS-RPT-EMP-NUM.
           MOVE WS-EMP-NAME TO WS-RPT-EMP-NAME.
           MOVE WS-EMP-TYPE TO WS-RPT-EMP-TYPE.
           MOVE 'NOINVOICE' TO WS-RPT-STATUS.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      *    DOES THE CONTRACTOR IN WS-EMPLOYEE-RECORD HAVE A
      *    CONTLEDG LEDGER?  NO CONTLEDG DD MEANS NO LEDGERS
       0627-CHECK-CONTRACT-LEDGER.
           MOVE 'N' TO WS-CLG-FOUND-FLAG.
           IF NOT WS-CLG-FILE-OPEN
              OPEN INPUT CONTRACT-LEDGER-FILE
              IF WS-CLG-STATUS = '00'
                 MOVE 'Y' TO WS-CLG-AVAIL-FLAG
              END-IF
              MOVE 'Y' TO WS-CLG-FILE-FLAG
           END-IF.
           IF WS-CLG-AVAILABLE
              AND WS-EMP-NUM NUMERIC
              MOVE WS-EMP-NUM TO CL-EMP-NUM
              READ CONTRACT-LEDGER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CLG-FOUND-FLAG
              END-READ
           END-IF.

      *    RELEASE PASS AT CLOSE: SUSPENDED TRANSACTIONS WHOSE
      *    EMPLOYEE HAS SINCE APPEARED ON THE MASTER ARE POSTED;
      *    THE REST ROLL FORWARD TO SUSPOUT FOR THE NEXT RUN
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
      *             A TERMINATED EMPLOYEE RELEASES NOTHING BUT
      *             SIGNED ADJUSTMENTS AND LEAVE PAYOUTS - THAT IS
      *             HOW WBCI0200'S FINAL-PAY TRANSACTIONS GET PAID
                    IF VSAM-MASTER-RECORD(100:1) NOT = 'T'
                       OR SI-TXN(1:3) = 'ADJ'
                       OR SI-TXN(1:4) = 'LVEP'
                       MOVE 'Y' TO WS-EMP-ON-MASTER-FLAG
                    END-IF
              END-READ
              MOVE 0 TO WS-REL-TXN-COUNT
              MOVE 0 TO WS-YTD-ACCUM
              MOVE 0 TO WS-YTD-ACCUM-USD
              MOVE 0 TO WS-EMP-REIMB-TOTAL
              MOVE 'N' TO WS-REL-DEFER-FLAG
              IF NOT WS-SIMULATION-MODE
                 PERFORM 0635-CHECK-RELEASE-COLLISION
           END-IF.

           MOVE SI-TXN TO WS-SALES-RECORD.
           MOVE SPACES TO WS-PLAN-INFO-WORK.
           MOVE SPACES TO WS-PREM-INFO-WORK.
      *    A HELD TRANSACTION WHOSE REFERENCE HAS SINCE BEEN
      *    PAID IS DROPPED FROM THE CHAIN (A WHAT-IF RUN STILL
      *    ROLLS IT FORWARD)
           MOVE 'N' TO WS-TXN-PAID-FLAG.
           MOVE SI-EMP-NUM TO WS-DUP-EMP-NUM.
           PERFORM 0550-CHECK-POSTED-REF THRU 0550-CHECK-EXIT.
           IF WS-TXN-DUPLICATE
              IF WS-SIMULATION-MODE
                 IF NOT WS-SUSPOUT-OPEN
                    OPEN OUTPUT SUSPENSE-OUT
                    MOVE 'Y' TO WS-SUSPOUT-OPEN-FLAG
                 END-IF
                 WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-IN-RECORD
                 ADD 1 TO WS-STILL-SUSP-COUNT
              END-IF
              MOVE 'DUPLICATE' TO WS-SUSP-ACTION
              MOVE SI-EMP-NUM TO WS-SUSP-EMP-NUM
              MOVE SI-TXN TO WS-SUSP-TXN
              PERFORM 0650-WRITE-SUSP-LINE
              GO TO 0640-RELEASE-EXIT
           END-IF.
      *    AN INVOICE RELEASES ONLY TO A CONTRACTOR; ANYTHING
      *    ELSE IS HELD LIKE A FAILED RELEASE
           IF WS-INV-TXN
              MOVE WS-REL-MASTER TO WS-EMPLOYEE-RECORD
              IF NOT CONTRACTOR
                 OR WS-INV-DIGITS NOT NUMERIC
                 IF NOT WS-SUSPOUT-OPEN
                    OPEN OUTPUT SUSPENSE-OUT
                    MOVE 'Y' TO WS-SUSPOUT-OPEN-FLAG
                 END-IF
                 WRITE SUSPENSE-OUT-RECORD
                    FROM SUSPENSE-IN-RECORD
                 ADD 1 TO WS-STILL-SUSP-COUNT
                 MOVE 'RELEASE ERROR' TO WS-SUSP-ACTION
                 MOVE SI-EMP-NUM TO WS-SUSP-EMP-NUM
                 MOVE SI-TXN TO WS-SUSP-TXN
                 PERFORM 0650-WRITE-SUSP-LINE
                 GO TO 0640-RELEASE-EXIT
              END-IF
              MOVE WS-INV-DIGITS TO WS-INV-AMOUNT(1:9)
              MOVE WS-INV-AMOUNT TO WS-CURRENT-COMP
              GO TO 0640-RELEASE-POST
           END-IF.
           IF WS-LVE-TXN
              MOVE WS-REL-MASTER TO WS-EMPLOYEE-RECORD
              PERFORM 0517-COMPUTE-LEAVE-PAY THRU 0517-LEAVE-EXIT
              IF NOT WS-LVE-OK
                 IF NOT WS-SUSPOUT-OPEN
                    OPEN OUTPUT SUSPENSE-OUT
                    MOVE 'Y' TO WS-SUSPOUT-OPEN-FLAG
                 END-IF
                 WRITE SUSPENSE-OUT-RECORD
                    FROM SUSPENSE-IN-RECORD
                 ADD 1 TO WS-STILL-SUSP-COUNT
                 MOVE 'RELEASE ERROR' TO WS-SUSP-ACTION
                 MOVE SI-EMP-NUM TO WS-SUSP-EMP-NUM
                 MOVE SI-TXN TO WS-SUSP-TXN
                 PERFORM 0650-WRITE-SUSP-LINE
                 GO TO 0640-RELEASE-EXIT
              END-IF
              IF NOT WS-SIMULATION-MODE
                 PERFORM 0518-WRITE-LEAVE-AUDIT
              END-IF
              GO TO 0640-RELEASE-POST
           END-IF.
      *    A HELD REIMBURSEMENT RELEASES TO THE REIMBURSEMENT
      *    TOTAL, NEVER TO GROSS
           IF WS-RMB-TXN
              IF WS-RMB-DIGITS NOT NUMERIC
                 IF NOT WS-SUSPOUT-OPEN
                    OPEN OUTPUT SUSPENSE-OUT
                    MOVE 'Y' TO WS-SUSPOUT-OPEN-FLAG
                 END-IF
                 WRITE SUSPENSE-OUT-RECORD
                    FROM SUSPENSE-IN-RECORD
                 ADD 1 TO WS-STILL-SUSP-COUNT
                 MOVE 'RELEASE ERROR' TO WS-SUSP-ACTION
                 MOVE SI-EMP-NUM TO WS-SUSP-EMP-NUM
                 MOVE SI-TXN TO WS-SUSP-TXN
                 PERFORM 0650-WRITE-SUSP-LINE
                 GO TO 0640-RELEASE-EXIT
              END-IF
              MOVE WS-REL-MASTER TO WS-EMPLOYEE-RECORD
              MOVE WS-RMB-DIGITS TO WS-RMB-AMOUNT(1:9)
              ADD WS-RMB-AMOUNT TO WS-EMP-REIMB-TOTAL
              MOVE 0 TO WS-CURRENT-COMP
              MOVE WS-RMB-AMOUNT TO WS-CURRENT-REIMB
              STRING 'CLAIM ' WS-RMB-CLAIM
                     DELIMITED BY SIZE INTO WS-PLAN-INFO-WORK
              MOVE 'EXPENSE REIMB' TO WS-PREM-INFO-WORK
              GO TO 0640-RELEASE-POST
           END-IF.
      *    A LEDGERED CONTRACTOR STAYS ON SUSPENSE FOR ANYTHING
      *    BUT AN INVOICE OR A SIGNED ADJUSTMENT, AS IN THE
      *    MAIN PASS
           IF NOT WS-ADJ-TXN
              MOVE WS-REL-MASTER TO WS-EMPLOYEE-RECORD
              IF CONTRACTOR
                 PERFORM 0627-CHECK-CONTRACT-LEDGER
                 IF WS-CLG-FOUND
                    IF NOT WS-SUSPOUT-OPEN
                       OPEN OUTPUT SUSPENSE-OUT
                       MOVE 'Y' TO WS-SUSPOUT-OPEN-FLAG
                    END-IF
                    WRITE SUSPENSE-OUT-RECORD
                       FROM SUSPENSE-IN-RECORD
                    ADD 1 TO WS-STILL-SUSP-COUNT
                    MOVE 'NOT INVOICED' TO WS-SUSP-ACTION
                    MOVE SI-EMP-NUM TO WS-SUSP-EMP-NUM
                    MOVE SI-TXN TO WS-SUSP-TXN
                    PERFORM 0650-WRITE-SUSP-LINE
                    GO TO 0640-RELEASE-EXIT
                 END-IF
              END-IF
           END-IF.
           IF WS-ADJ-TXN
              IF WS-ADJ-DIGITS NUMERIC
                 AND (WS-ADJ-SIGN = '+' OR WS-ADJ-SIGN = '-')
              END-IF
              MOVE WS-REL-MASTER TO WS-EMPLOYEE-RECORD
           ELSE
      *       A SPLIT SALE IS CREDITED HERE RATHER THAN BY
      *       P94COMM; AN UNUSABLE SPLIT FAILS THE SAME WAY A
      *       FAILED P94COMM CALL DOES AND IS HELD
              IF WS-SPL-TXN
                 MOVE WS-REL-MASTER TO WS-EMPLOYEE-RECORD
                 PERFORM 0545-COMPUTE-SPLIT-SHARE
                    THRU 0545-SHARE-EXIT
                 IF WS-SPLIT-OK
                    MOVE WS-EMPLOYEE-RECORD TO WS-REL-MASTER
                    MOVE 0 TO RETURN-CODE
                 ELSE
                    MOVE 8 TO RETURN-CODE
                 END-IF
              ELSE
                 CALL P94COMM USING WS-REL-MASTER
                                     WS-SALES-RECORD
              END-IF
      *       THE POST-CALL IMAGE IS AUTHORITATIVE, AS IN
      *       0500-PROCESS-ONE-TRANSACTION
              MOVE WS-REL-MASTER TO WS-EMPLOYEE-RECORD
                 GO TO 0640-RELEASE-EXIT
              END-IF
              PERFORM 0410-COMPUTE-TXN-COMP
              IF WS-SPL-TXN
                 AND NOT WS-SIMULATION-MODE
                 PERFORM 0547-WRITE-SPLIT-AUDIT
              END-IF
           END-IF.
       0640-RELEASE-POST.
           ADD WS-CURRENT-COMP TO WS-YTD-ACCUM.
           PERFORM 0420-CONVERT-TO-USD.
           ADD WS-CURRENT-COMP-USD TO WS-YTD-ACCUM-USD.
           ADD 1 TO WS-REL-TXN-COUNT.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE 'Y' TO WS-TXN-PAID-FLAG.
           PERFORM 0555-RECORD-POSTED-REF THRU 0555-RECORD-EXIT.
      *    A RELEASED TRANSACTION IS PAID IN THIS RUN, SO IT
      *    APPEARS ON THE REGISTER AND IN ITS GRAND TOTALS
           IF WS-REGISTER-FILE-OPEN
              MOVE 0 TO WS-TXN-IDX
              PERFORM 0340-PRINT-REGISTER-DETAIL
           END-IF.
           MOVE 0 TO WS-CURRENT-REIMB.
      *    A WHAT-IF RUN MUST NOT CONSUME THE SUSPENSE CHAIN:
      *    THE RECORD ROLLS FORWARD UNCHANGED AND THE REPORT
      *    SHOWS WHAT A LIVE RUN WOULD HAVE RELEASED
      *    SUSPENSE POSTING IS GROSS
           MOVE 0 TO WS-EMP-DED-TOTAL.
           MOVE 0 TO WS-DTK-COUNT.
           MOVE 0 TO WS-GRN-COUNT.
      *    THE RELEASED PAY AND REIMBURSEMENTS MUST REACH THE
      *    BANK FILE AND THE GL FEED AS WELL AS YTD - WITHOUT A
      *    PAYNET RECORD WBCI0170 WOULD NEVER PAY THEM (AS FOR
      *    AN OVERTIME-HOLD RELEASE).  NO EMPLOYER COST IS
      *    ACCRUED ON A RELEASE, SO NONE GOES TO THE GROUP
           IF WS-REL-TXN-COUNT > 0
              COMPUTE WS-EMP-NET-PAY =
                 WS-YTD-ACCUM + WS-EMP-REIMB-TOTAL
              PERFORM 0460-WRITE-PAY-NET
                 THRU 0460-WRITE-PAY-NET-X
              PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                      UNTIL WS-ERC-IDX > WS-ERC-COUNT
                 MOVE 0 TO WS-ER-EMP-AMT(WS-ERC-IDX)
                 MOVE 0 TO WS-ER-EMP-WAGES(WS-ERC-IDX)
              END-PERFORM
              PERFORM 0300-CONTROL-BREAK-CHECK
              IF NOT WS-SIMULATION-MODE
                 PERFORM 0400-UPDATE-YTD
              END-IF
           END-IF.
           MOVE 'N' TO WS-REL-ACTIVE-FLAG.
           MOVE 0 TO WS-YTD-ACCUM.
           MOVE 0 TO WS-YTD-ACCUM-USD.
           MOVE 0 TO WS-EMP-REIMB-TOTAL.

      *    HAS THIS EMPLOYEE ALREADY BEEN STAMPED BY THIS RUN?
       0635-CHECK-RELEASE-COLLISION.
              MOVE 'Y' TO WS-DEDYTD-FILE-FLAG
           END-IF.

      *    A POSTTXN THAT CANNOT BE OPENED OR CREATED LEAVES
      *    THE RUN WITHOUT DUPLICATE PROTECTION - WARNED ONCE
       0687-OPEN-POSTTXN-FILE.
           IF NOT WS-PTX-FILE-OPEN
              OPEN I-O POSTED-TXN-FILE
              IF WS-PTX-STATUS NOT = '00'
                 OPEN OUTPUT POSTED-TXN-FILE
                 CLOSE POSTED-TXN-FILE
                 OPEN I-O POSTED-TXN-FILE
              END-IF
              IF WS-PTX-STATUS = '00'
                 MOVE 'Y' TO WS-PTX-AVAIL-FLAG
              ELSE
                 MOVE 'WBCI0040' TO EH-PROGRAM
                 MOVE 'PTXOPEN ' TO EH-CODE
                 MOVE 'W' TO EH-SEVERITY
                 MOVE WS-PTX-STATUS TO EH-FILE-STATUS
                 MOVE 'POSTTXN UNUSABLE - NO DUPLICATE CHECK'
                    TO EH-MESSAGE
                 CALL 'ERRHANDL' USING ERRHDL-AREA
              END-IF
              MOVE 'Y' TO WS-PTX-FILE-FLAG
           END-IF.

      *    NO GARNMSTR MEANS NO ORDERS - THE MASTER IS BUILT BY
      *    WBCI0350, NOT HERE
       0686-OPEN-GARN-FILE.
           IF NOT WS-GARN-FILE-OPEN
              OPEN I-O GARNISH-FILE
              IF WS-GARN-STATUS = '00'
                 MOVE 'Y' TO WS-GARN-AVAIL-FLAG
              END-IF
              MOVE 'Y' TO WS-GARN-FILE-FLAG
           END-IF.

       0646-PRINT-SUSPENSE-AGING.
           MOVE SPACES TO SUSPENSE-REPORT-RECORD.
           WRITE SUSPENSE-REPORT-RECORD.
              END-READ
              CLOSE RUN-TYPE-FILE
           END-IF.
           PERFORM 0677-REGISTRY-RUN-PARMS.

      *    A REGISTRY VALUE WINS OVER THE CARD, UNDER THE SAME EDITS
       0677-REGISTRY-RUN-PARMS.
           MOVE 'WBCI0040' TO PK-PROGRAM.
           MOVE 0 TO PK-AS-OF-DATE.
           MOVE 'RUN-TYPE' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND
              IF PK-VALUE = 'R' OR PK-VALUE = 'B'
                 OR PK-VALUE = 'C'
                 MOVE PK-VALUE TO WS-RUN-TYPE
              END-IF
           END-IF.
           MOVE 'WOFF-DAYS' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 100000
              MOVE PK-NUMBER TO WS-WRITEOFF-DAYS
           END-IF.

       0670-READ-SIM-PARM.
           MOVE 'Y' TO WS-SIMPARM-READ-FLAG.
              END-READ
              CLOSE SIM-PARM-FILE
           END-IF.
           IF WS-SIMULATION-MODE
              PERFORM 0672-REGISTRY-SIM-PARMS
           END-IF.

      *    REGISTRY POLICY OVERRIDES - SIMULATION ONLY, AS ABOVE
       0672-REGISTRY-SIM-PARMS.
           MOVE 'WBCI0040' TO PK-PROGRAM.
           MOVE 0 TO PK-AS-OF-DATE.
           MOVE 'SIM-COMMCEIL' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 10000000
              COMPUTE WS-COMMISSION-CEILING = PK-NUMBER / 100
           END-IF.
           MOVE 'SIM-OT-LIMIT' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 100
              MOVE PK-NUMBER TO WS-OVERTIME-THRESHOLD
           END-IF.
           MOVE 'SIM-RATECEIL' TO PK-PARM-NAME.
           CALL 'PARMLKSB' USING PARMLK-AREA.
           IF PK-FOUND AND PK-VALUE-NUMERIC
              AND PK-NUMBER < 100000
              COMPUTE WS-RATE-CEILING = PK-NUMBER / 100
           END-IF.

       0660-CLOSE-SUSPENSE-FILES.
           IF WS-WOFF-OPEN
           IF WS-GLFEED-OPEN
              CLOSE GL-FEED-FILE
           END-IF.
           IF WS-ERCFEED-OPEN
              CLOSE EMPLOYER-COST-FEED
           END-IF.
           IF WS-PAYNET-OPEN
              CLOSE PAY-NET-FILE
           END-IF.
           IF WS-SIMNET-OPEN
              CLOSE SIM-NET-FILE
           END-IF.
           IF WS-PAYDED-OPEN
              CLOSE PAY-DED-FILE
           END-IF.
           IF WS-GARNREM-OPEN
              CLOSE GARNISH-REMIT-FILE
           END-IF.
           IF WS-GARN-AVAILABLE
              CLOSE GARNISH-FILE
           END-IF.
           IF WS-SUSPOUT-OPEN
              CLOSE SUSPENSE-OUT
           END-IF.
           IF WS-SUSPRPT-OPEN
              CLOSE SUSPENSE-REPORT
           END-IF.
           IF WS-DUPRPT-OPEN
              MOVE SPACES TO DUP-REPORT-RECORD
              WRITE DUP-REPORT-RECORD
              MOVE 'DUPLICATES NOT PAID' TO WS-SUSP-TOT-LABEL
              MOVE WS-DUP-COUNT TO WS-SUSP-TOT-COUNT
              WRITE DUP-REPORT-RECORD FROM WS-SUSP-TOT-LINE
              CLOSE DUP-REPORT
           END-IF.
           IF WS-PTX-AVAILABLE
              CLOSE POSTED-TXN-FILE
           END-IF.
           IF WS-MASTER-OPEN
              CLOSE MASTER-FILE
           END-IF.
           IF WS-CLG-AVAILABLE
              CLOSE CONTRACT-LEDGER-FILE
           END-IF.

      *    DEDUCTIONS APPLY ONCE PER EMPLOYEE AFTER THE RUN'S
      *    GROSS IS ACCUMULATED.  EACH PLAN'S ANNUAL CAP IS
      *    DEDYTD PLUS WHAT THIS RUN HAS ALREADY TAKEN
       0430-APPLY-DEDUCTIONS.
           MOVE 0 TO WS-EMP-DED-TOTAL.
           MOVE 0 TO WS-EMP-MAND-TOTAL.
           MOVE 0 TO WS-YTD-DED-BEFORE.
           MOVE 0 TO WS-YTD-COMP-BEFORE.
           MOVE 0 TO WS-DTK-COUNT.
           MOVE SPACES TO WS-PRIOR-LAST-RUN.
           MOVE SPACE TO WS-PRIOR-RUN-TYPE.
                    CONTINUE
                 NOT INVALID KEY
                    MOVE YTD-DED-TOTAL TO WS-YTD-DED-BEFORE
                    MOVE YTD-COMP-TOTAL TO WS-YTD-COMP-BEFORE
                    MOVE YTD-LAST-RUN-ID TO WS-PRIOR-LAST-RUN
                    MOVE YTD-RUN-TYPE TO WS-PRIOR-RUN-TYPE
              END-READ
                 PERFORM 0440-APPLY-ONE-PLAN
              END-IF
           END-PERFORM.
           PERFORM 0435-APPLY-GARNISHMENTS
              THRU 0435-APPLY-GARNISHMENTS-X.
           COMPUTE WS-EMP-NET-PAY =
              WS-YTD-ACCUM - WS-EMP-DED-TOTAL + WS-EMP-REIMB-TOTAL.
      *    AN EMPLOYEE ALREADY STAMPED BY THIS RUN (A RESTART
      *    RECROSSING POSTED EMPLOYEES - 0400 WILL SKIP THE
      *    POSTING TOO) MUST NOT REACH THE BANK FILE TWICE
              PERFORM 0460-WRITE-PAY-NET
                 THRU 0460-WRITE-PAY-NET-X
           END-IF.
           PERFORM 0470-ACCRUE-EMPLOYER-COST
              THRU 0470-ACCRUE-EMPLOYER-COST-X.
           IF (WS-EMP-DED-TOTAL NOT = 0
               OR WS-EMP-REIMB-TOTAL NOT = 0)
              AND WS-REGISTER-FILE-OPEN
              MOVE WS-EMP-NUM TO WS-REG-NET-EMP-NUM
              MOVE WS-YTD-ACCUM TO WS-REG-NET-GROSS
              MOVE WS-EMP-DED-TOTAL TO WS-REG-NET-DED
              MOVE WS-EMP-REIMB-TOTAL TO WS-REG-NET-REIMB
              MOVE WS-EMP-NET-PAY TO WS-REG-NET-NET
              MOVE SPACES TO WS-REG-PRINT
              MOVE WS-REG-NET-LINE TO WS-REG-PRINT(2:132)
           END-IF.

      *    THE RUN'S NET PAY PER EMPLOYEE FEEDS THE WBCI0170
      *    PAYMENT-FILE STEP.  A SIMULATION WRITES NOTHING TO
      *    PAYNET - NO MONEY MOVES ON A WHAT-IF RUN - ONLY THE
      *    SIMNET COPY FOR THE PARALLEL-RUN COMPARISON
       0460-WRITE-PAY-NET.
           IF WS-SIMULATION-MODE
              PERFORM 0464-WRITE-SIM-NET
              GO TO 0460-WRITE-PAY-NET-X
           END-IF.
           IF NOT WS-PAYNET-OPEN
           MOVE WS-EMP-DED-TOTAL TO PN-DED-DIGITS.
           MOVE WS-EMP-NET-PAY TO PN-NET-DIGITS.
           MOVE WS-CURRENCY-CODE TO PN-CURRENCY.
           MOVE WS-EMP-REIMB-TOTAL TO PN-REIMB-DIGITS.
           MOVE WS-RUN-NUMBER TO PN-RUN-NUMBER.
           WRITE PAY-NET-RECORD.
           ADD 1 TO WS-PAYNET-SEQ.
           IF WS-DTK-COUNT > 0
              PERFORM 0462-WRITE-PAY-DED
                 VARYING WS-DTK-IDX FROM 1 BY 1
                 UNTIL WS-DTK-IDX > WS-DTK-COUNT
           END-IF.
       0460-WRITE-PAY-NET-X.
           EXIT.

      *    THE PLANS BEHIND PN-DED-DIGITS, ONE RECORD EACH, SO
      *    THE PAY ADVICE CAN ITEMIZE WHAT WAS ACTUALLY TAKEN
      *    (AFTER CAPS AND THE NET-ZERO FLOOR)
       0462-WRITE-PAY-DED.
           IF NOT WS-PAYDED-OPEN
              OPEN OUTPUT PAY-DED-FILE
              MOVE 'Y' TO WS-PAYDED-OPEN-FLAG
           END-IF.
           MOVE SPACES TO PAY-DED-RECORD.
           MOVE WS-EMP-NUM TO PD-EMP-NUM.
           MOVE WS-RUN-ID TO PD-RUN-DATE.
           MOVE WS-PAYNET-SEQ TO PD-NET-SEQ.
           MOVE WS-DTK-PLAN(WS-DTK-IDX) TO PD-PLAN-CODE.
           MOVE WS-DTK-AMT(WS-DTK-IDX) TO PD-AMOUNT-DIGITS.
           WRITE PAY-DED-RECORD.

       0464-WRITE-SIM-NET.
           IF NOT WS-SIMNET-OPEN
              OPEN OUTPUT SIM-NET-FILE
              MOVE 'Y' TO WS-SIMNET-OPEN-FLAG
           END-IF.
           MOVE SPACES TO SIM-NET-RECORD.
           MOVE WS-EMP-NUM TO SN-EMP-NUM.
           MOVE WS-RUN-ID TO SN-RUN-DATE.
           MOVE WS-YTD-ACCUM TO SN-GROSS-DIGITS.
           MOVE WS-EMP-DED-TOTAL TO SN-DED-DIGITS.
           MOVE WS-EMP-NET-PAY TO SN-NET-DIGITS.
           MOVE WS-CURRENCY-CODE TO SN-CURRENCY.
           MOVE WS-EMP-REIMB-TOTAL TO SN-REIMB-DIGITS.
           MOVE WS-RUN-NUMBER TO SN-RUN-NUMBER.
           WRITE SIM-NET-RECORD.

       0440-APPLY-ONE-PLAN.
           IF WS-DED-METHOD(WS-DED-IDX) = 'P'
              COMPUTE WS-ONE-DED-AMT ROUNDED =
              MOVE WS-ONE-DED-AMT TO WS-DTK-AMT(WS-DTK-COUNT)
           END-IF.
           ADD WS-ONE-DED-AMT TO WS-EMP-DED-TOTAL.
           IF WS-DED-CLASS(WS-DED-IDX) = 'M'
              ADD WS-ONE-DED-AMT TO WS-EMP-MAND-TOTAL
           END-IF.

      *    WITHOUT A USABLE DEDYTD FILE THE CAP FALLS BACK TO
      *    THE EMPLOYEE'S COMBINED ACCUMULATOR
                 REWRITE DED-YTD-RECORD
           END-READ.

      ****************************************************
      ****    GARNISHMENTS - AFTER THE VOLUNTARY PLANS
      ****************************************************
      *    THE EMPLOYEE'S ACTIVE ORDERS ARE TAKEN LOWEST
      *    PRIORITY FIRST (KEY ORDER BREAKS A TIE).  EACH ORDER
      *    IS HELD TO ITS LIMIT PERCENT OF DISPOSABLE EARNINGS
      *    LESS WHAT THE ORDERS AHEAD OF IT ALREADY TOOK, TO THE
      *    BALANCE STILL OWED, AND TO THE NET-ZERO FLOOR
       0435-APPLY-GARNISHMENTS.
           MOVE 0 TO WS-GRN-COUNT.
           MOVE 0 TO WS-EMP-GARN-TOTAL.
           PERFORM 0686-OPEN-GARN-FILE.
           IF NOT WS-GARN-AVAILABLE
              GO TO 0435-APPLY-GARNISHMENTS-X
           END-IF.
           MOVE 'N' TO WS-GARN-EOF-FLAG.
           MOVE WS-EMP-NUM TO GO-EMP-NUM.
           MOVE LOW-VALUES TO GO-ORDER-NUM.
           START GARNISH-FILE
              KEY IS NOT LESS THAN GO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-GARN-EOF-FLAG
           END-START.
           PERFORM 0436-LOAD-ONE-ORDER UNTIL WS-GARN-EOF.
           IF WS-GRN-COUNT = 0
              GO TO 0435-APPLY-GARNISHMENTS-X
           END-IF.
           COMPUTE WS-DISPOSABLE = WS-YTD-ACCUM - WS-EMP-MAND-TOTAL.
           PERFORM VARYING WS-GRN-PASS FROM 1 BY 1
                   UNTIL WS-GRN-PASS > WS-GRN-COUNT
              MOVE 0 TO WS-GRN-NEXT
              PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                      UNTIL WS-GRN-IDX > WS-GRN-COUNT
                 IF NOT WS-GRN-DONE(WS-GRN-IDX)
                    IF WS-GRN-NEXT = 0
                       MOVE WS-GRN-IDX TO WS-GRN-NEXT
                    ELSE
                       IF WS-GRN-PRIORITY(WS-GRN-IDX) <
                          WS-GRN-PRIORITY(WS-GRN-NEXT)
                          MOVE WS-GRN-IDX TO WS-GRN-NEXT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM 0437-APPLY-ONE-ORDER THRU 0437-APPLY-ONE-ORDER-X
           END-PERFORM.
       0435-APPLY-GARNISHMENTS-X.
           EXIT.

      *    ONLY ACTIVE ORDERS LOAD - A HELD OR SATISFIED ORDER
      *    STAYS ON THE MASTER FOR THE RECORD BUT TAKES NOTHING
       0436-LOAD-ONE-ORDER.
           READ GARNISH-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-GARN-EOF-FLAG
              NOT AT END
                 IF GO-EMP-NUM NOT = WS-EMP-NUM
                    MOVE 'Y' TO WS-GARN-EOF-FLAG
                 ELSE
                    IF GO-ACTIVE
                       AND WS-GRN-COUNT < 20
                       ADD 1 TO WS-GRN-COUNT
                       MOVE GO-ORDER-NUM
                          TO WS-GRN-ORDER(WS-GRN-COUNT)
                       MOVE GO-PRIORITY
                          TO WS-GRN-PRIORITY(WS-GRN-COUNT)
                       MOVE GO-METHOD
                          TO WS-GRN-METHOD(WS-GRN-COUNT)
                       MOVE GO-AMOUNT
                          TO WS-GRN-AMOUNT(WS-GRN-COUNT)
                       MOVE GO-LIMIT-PCT
                          TO WS-GRN-LIMIT(WS-GRN-COUNT)
                       MOVE GO-TOTAL-OWED
                          TO WS-GRN-OWED(WS-GRN-COUNT)
                       MOVE GO-WITHHELD
                          TO WS-GRN-WITHHELD(WS-GRN-COUNT)
                       MOVE 0 TO WS-GRN-TAKEN(WS-GRN-COUNT)
                       MOVE 'N' TO WS-GRN-DONE-FLAG(WS-GRN-COUNT)
                    END-IF
                 END-IF
           END-READ.

       0437-APPLY-ONE-ORDER.
           MOVE 'Y' TO WS-GRN-DONE-FLAG(WS-GRN-NEXT).
           IF WS-GRN-METHOD(WS-GRN-NEXT) = 'P'
              COMPUTE WS-ONE-GARN-AMT ROUNDED =
                 WS-DISPOSABLE
                 * WS-GRN-AMOUNT(WS-GRN-NEXT) / 100
           ELSE
              MOVE WS-GRN-AMOUNT(WS-GRN-NEXT) TO WS-ONE-GARN-AMT
           END-IF.
      *    THE LIMIT COVERS THIS ORDER AND EVERY ORDER AHEAD
      *    OF IT TOGETHER
           COMPUTE WS-GARN-ROOM ROUNDED =
              WS-DISPOSABLE * WS-GRN-LIMIT(WS-GRN-NEXT) / 100
              - WS-EMP-GARN-TOTAL.
           IF WS-ONE-GARN-AMT > WS-GARN-ROOM
              MOVE WS-GARN-ROOM TO WS-ONE-GARN-AMT
           END-IF.
           IF WS-GRN-OWED(WS-GRN-NEXT) > 0
              COMPUTE WS-GARN-ROOM = WS-GRN-OWED(WS-GRN-NEXT)
                 - WS-GRN-WITHHELD(WS-GRN-NEXT)
              IF WS-ONE-GARN-AMT > WS-GARN-ROOM
                 MOVE WS-GARN-ROOM TO WS-ONE-GARN-AMT
              END-IF
           END-IF.
           IF WS-ONE-GARN-AMT > WS-YTD-ACCUM - WS-EMP-DED-TOTAL
              COMPUTE WS-ONE-GARN-AMT =
                 WS-YTD-ACCUM - WS-EMP-DED-TOTAL
           END-IF.
           IF WS-ONE-GARN-AMT <= 0
              GO TO 0437-APPLY-ONE-ORDER-X
           END-IF.
           MOVE WS-ONE-GARN-AMT TO WS-GRN-TAKEN(WS-GRN-NEXT).
           ADD WS-ONE-GARN-AMT TO WS-EMP-GARN-TOTAL.
           ADD WS-ONE-GARN-AMT TO WS-EMP-DED-TOTAL.
      *    ON THE PAY ADVICE AND DEDYTD AS PLAN 'GARN'
           IF WS-DTK-COUNT < 100
              ADD 1 TO WS-DTK-COUNT
              MOVE 'GARN' TO WS-DTK-PLAN(WS-DTK-COUNT)
              MOVE WS-ONE-GARN-AMT TO WS-DTK-AMT(WS-DTK-COUNT)
           END-IF.
       0437-APPLY-ONE-ORDER-X.
           EXIT.

      *    RUN UP EACH ORDER'S BALANCE AND WRITE ITS GARNREM
      *    REMITTANCE.  PERFORMED FROM 0400-UPDATE-YTD ONLY ON
      *    A POSTING, SO A RESTART NEVER WITHHOLDS TWICE
       0447-POST-GARNISHMENTS.
           IF NOT WS-GARN-AVAILABLE
              OR WS-GRN-COUNT = 0
              GO TO 0447-POST-GARNISHMENTS-X
           END-IF.
           PERFORM 0448-POST-ONE-GARNISHMENT
              THRU 0448-POST-ONE-GARNISHMENT-X
              VARYING WS-GRN-IDX FROM 1 BY 1
              UNTIL WS-GRN-IDX > WS-GRN-COUNT.
       0447-POST-GARNISHMENTS-X.
           EXIT.

       0448-POST-ONE-GARNISHMENT.
           IF WS-GRN-TAKEN(WS-GRN-IDX) = 0
              GO TO 0448-POST-ONE-GARNISHMENT-X
           END-IF.
           MOVE WS-EMP-NUM TO GO-EMP-NUM.
           MOVE WS-GRN-ORDER(WS-GRN-IDX) TO GO-ORDER-NUM.
           READ GARNISH-FILE
              INVALID KEY
                 GO TO 0448-POST-ONE-GARNISHMENT-X
           END-READ.
           ADD WS-GRN-TAKEN(WS-GRN-IDX) TO GO-WITHHELD.
           MOVE WS-GRN-TAKEN(WS-GRN-IDX) TO GO-LAST-AMOUNT.
           MOVE WS-RUN-ID TO GO-LAST-RUN-ID.
           IF GO-TOTAL-OWED > 0
              AND GO-WITHHELD >= GO-TOTAL-OWED
              MOVE 'S' TO GO-STATUS
              MOVE FUNCTION CURRENT-DATE(1:8) TO GO-SATISFIED-DATE
           END-IF.
           REWRITE GARNISH-ORDER-RECORD.
           IF NOT WS-GARNREM-OPEN
              OPEN OUTPUT GARNISH-REMIT-FILE
              MOVE 'Y' TO WS-GARNREM-OPEN-FLAG
           END-IF.
           MOVE SPACES TO GARNISH-REMIT-RECORD.
           MOVE GO-AGENCY TO GM-AGENCY.
           MOVE GO-EMP-NUM TO GM-EMP-NUM.
           MOVE GO-ORDER-NUM TO GM-ORDER-NUM.
           MOVE GO-ORDER-TYPE TO GM-ORDER-TYPE.
           MOVE WS-RUN-ID TO GM-RUN-DATE.
           MOVE WS-GRN-TAKEN(WS-GRN-IDX) TO GM-AMOUNT-DIGITS.
           IF GO-TOTAL-OWED > GO-WITHHELD
              COMPUTE GM-BALANCE-DIGITS = GO-TOTAL-OWED - GO-WITHHELD
           ELSE
              MOVE 0 TO GM-BALANCE-DIGITS
           END-IF.
           MOVE GO-STATUS TO GM-STATUS.
           WRITE GARNISH-REMIT-RECORD.
           ADD 1 TO WS-GARN-REMIT-COUNT.
       0448-POST-ONE-GARNISHMENT-X.
           EXIT.

       0690-LOAD-DEDUCTION-TABLE.
           MOVE 'Y' TO WS-DEDS-LOADED-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DED-TODAY.
           OPEN INPUT DEDUCTION-FILE.
           IF WS-DED-STATUS = '00'
              PERFORM 0695-LOAD-ONE-DEDUCTION UNTIL WS-DED-EOF
                 IF DM-EMP-NUM NUMERIC
                    AND DM-AMOUNT-DIGITS NUMERIC
                    AND (DM-METHOD = 'P' OR DM-METHOD = 'F')
                    AND (DM-EFFECTIVE-DATE = SPACES
                         OR DM-EFFECTIVE-DATE <= WS-DED-TODAY)
                    AND (DM-STOP-DATE = SPACES
                         OR DM-STOP-DATE > WS-DED-TODAY)
                    AND WS-DED-COUNT < 100
                    ADD 1 TO WS-DED-COUNT
                    MOVE DM-EMP-NUM
                    ELSE
                       MOVE 0 TO WS-DED-CAP(WS-DED-COUNT)
                    END-IF
                    MOVE DM-CLASS
                       TO WS-DED-CLASS(WS-DED-COUNT)
                 END-IF
           END-READ.

      *    EMPLOYER COST FOR THE EMPLOYEE'S GROSS THIS RUN, PER
      *    COST TYPE.  A COMPANY'S OWN CARD FOR A COST TYPE
      *    REPLACES THE '**' CARD.  ON A RESTART THE YTD GROSS
      *    ALREADY HOLDS THIS RUN, WHICH IS TAKEN BACK OUT SO
      *    THE CEILINGS COME OUT THE SAME AS THE FIRST TIME
       0470-ACCRUE-EMPLOYER-COST.
           PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                   UNTIL WS-ERC-IDX > WS-ERC-COUNT
              MOVE 0 TO WS-ER-EMP-AMT(WS-ERC-IDX)
              MOVE 0 TO WS-ER-EMP-WAGES(WS-ERC-IDX)
           END-PERFORM.
           IF WS-ERC-COUNT = 0
              OR WS-YTD-ACCUM NOT > 0
              GO TO 0470-ACCRUE-EMPLOYER-COST-X
           END-IF.
           IF WS-COMPANY-CODE = SPACES
              MOVE '01' TO WS-COMPANY-CODE
           END-IF.
           IF WS-PRIOR-LAST-RUN = WS-RUN-NUMBER
              AND WS-PRIOR-RUN-TYPE = WS-RUN-TYPE
              SUBTRACT WS-YTD-ACCUM FROM WS-YTD-COMP-BEFORE
           END-IF.
           PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                   UNTIL WS-ERC-IDX > WS-ERC-COUNT
              MOVE 'N' TO WS-ERC-USE-FLAG
              IF WS-ER-COMPANY(WS-ERC-IDX) = WS-COMPANY-CODE
                 MOVE 'Y' TO WS-ERC-USE-FLAG
              END-IF
              IF WS-ER-COMPANY(WS-ERC-IDX) = '**'
                 MOVE 'Y' TO WS-ERC-USE-FLAG
                 PERFORM VARYING WS-ERC-SCAN FROM 1 BY 1
                         UNTIL WS-ERC-SCAN > WS-ERC-COUNT
                    IF WS-ER-COMPANY(WS-ERC-SCAN) = WS-COMPANY-CODE
                       AND WS-ER-COST-TYPE(WS-ERC-SCAN) =
                           WS-ER-COST-TYPE(WS-ERC-IDX)
                       MOVE 'N' TO WS-ERC-USE-FLAG
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-ERC-USE
                 PERFORM 0475-ACCRUE-ONE-COST
              END-IF
           END-PERFORM.
       0470-ACCRUE-EMPLOYER-COST-X.
           EXIT.

       0475-ACCRUE-ONE-COST.
           MOVE WS-YTD-ACCUM TO WS-ERC-WAGES.
           IF WS-ER-BASE(WS-ERC-IDX) > 0
              COMPUTE WS-ERC-ROOM = WS-ER-BASE(WS-ERC-IDX)
                 - WS-YTD-COMP-BEFORE
              IF WS-ERC-ROOM < 0
                 MOVE 0 TO WS-ERC-ROOM
              END-IF
              IF WS-ERC-WAGES > WS-ERC-ROOM
                 MOVE WS-ERC-ROOM TO WS-ERC-WAGES
              END-IF
           END-IF.
           MOVE WS-ERC-WAGES TO WS-ER-EMP-WAGES(WS-ERC-IDX).
           COMPUTE WS-ER-EMP-AMT(WS-ERC-IDX) ROUNDED =
              WS-ERC-WAGES * WS-ER-RATE(WS-ERC-IDX).

       0770-LOAD-EMPLOYER-RATES.
           MOVE 'Y' TO WS-ERC-LOADED-FLAG.
           OPEN INPUT EMPLOYER-RATE-FILE.
           IF WS-ERC-STATUS = '00'
              PERFORM 0775-LOAD-ONE-EMPLOYER-RATE UNTIL WS-ERC-EOF
              CLOSE EMPLOYER-RATE-FILE
           END-IF.

      *    A CARD WITHOUT BOTH ACCOUNTS IS STILL ACCRUED - WBCI0220
      *    THEN REFUSES THE JOURNAL RATHER THAN POST HALF OF IT
       0775-LOAD-ONE-EMPLOYER-RATE.
           READ EMPLOYER-RATE-FILE
              AT END
                 MOVE 'Y' TO WS-ERC-EOF-FLAG
              NOT AT END
                 IF ER-COMPANY NOT = SPACES
                    AND ER-COST-TYPE NOT = SPACES
                    AND ER-RATE-DIGITS NUMERIC
                    AND WS-ERC-COUNT < 30
                    ADD 1 TO WS-ERC-COUNT
                    MOVE ER-COMPANY TO WS-ER-COMPANY(WS-ERC-COUNT)
                    MOVE ER-COST-TYPE
                       TO WS-ER-COST-TYPE(WS-ERC-COUNT)
                    MOVE ER-RATE-DIGITS
                       TO WS-ER-RATE(WS-ERC-COUNT)(1:6)
                    IF ER-BASE-DIGITS NUMERIC
                       MOVE ER-BASE-DIGITS
                          TO WS-ER-BASE(WS-ERC-COUNT)(1:9)
                    ELSE
                       MOVE 0 TO WS-ER-BASE(WS-ERC-COUNT)
                    END-IF
                    MOVE ER-EXPENSE-ACCT
                       TO WS-ER-EXPENSE(WS-ERC-COUNT)
                    MOVE ER-LIABILITY-ACCT
                       TO WS-ER-LIABILITY(WS-ERC-COUNT)
                    MOVE 0 TO WS-ER-EMP-AMT(WS-ERC-COUNT)
                              WS-ER-EMP-WAGES(WS-ERC-COUNT)
                              WS-ER-GRP-AMT(WS-ERC-COUNT)
                              WS-ER-GRP-WAGES(WS-ERC-COUNT)
                 END-IF
           END-READ.

              END-IF
           END-IF.

      *    THE RATE IS CHECKED AGAINST THE MINIMUM IN FORCE
      *    ON THE RUN DATE; THE EMPLOYEE IS STILL PAID AND
      *    THE WARNING SETS CONDITION CODE 4
       0455-CHECK-MIN-WAGE.
           IF NOT HOURLY
              OR WS-MINWG-COUNT = 0
              GO TO 0455-MINWAGE-EXIT
           END-IF.
           MOVE '00000000' TO WS-MW-STATE-DATE WS-MW-FLOOR-DATE.
           MOVE 0 TO WS-MW-STATE-RATE WS-MW-FLOOR-RATE.
           PERFORM VARYING WS-MINWG-IDX FROM 1 BY 1
                   UNTIL WS-MINWG-IDX > WS-MINWG-COUNT
              IF WS-MW-EFF-DATE(WS-MINWG-IDX) NOT > WS-RUN-ID
                 IF WS-MW-STATE(WS-MINWG-IDX) = WS-EMP-STATE
                    AND WS-MW-EFF-DATE(WS-MINWG-IDX)
                        NOT < WS-MW-STATE-DATE
                    MOVE WS-MW-EFF-DATE(WS-MINWG-IDX)
                       TO WS-MW-STATE-DATE
                    MOVE WS-MW-RATE(WS-MINWG-IDX) TO WS-MW-STATE-RATE
                 END-IF
                 IF WS-MW-STATE(WS-MINWG-IDX) = '**'
                    AND WS-MW-EFF-DATE(WS-MINWG-IDX)
                        NOT < WS-MW-FLOOR-DATE
                    MOVE WS-MW-EFF-DATE(WS-MINWG-IDX)
                       TO WS-MW-FLOOR-DATE
                    MOVE WS-MW-RATE(WS-MINWG-IDX) TO WS-MW-FLOOR-RATE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-MW-STATE-RATE TO WS-MW-MINIMUM.
           IF WS-MW-FLOOR-RATE > WS-MW-MINIMUM
              MOVE WS-MW-FLOOR-RATE TO WS-MW-MINIMUM
           END-IF.
           IF WS-EMP-RATE NOT < WS-MW-MINIMUM
              GO TO 0455-MINWAGE-EXIT
           END-IF.
           MOVE WS-EMP-NUM TO WS-MWM-EMP-NUM.
           MOVE WS-EMP-STATE TO WS-MWM-STATE.
           MOVE WS-EMP-RATE TO WS-MWM-RATE.
           MOVE WS-MW-MINIMUM TO WS-MWM-MINIMUM.
           MOVE 'WBCI0040' TO EH-PROGRAM.
           MOVE 'MINWAGE ' TO EH-CODE.
           MOVE 'W' TO EH-SEVERITY.
           MOVE SPACES TO EH-FILE-STATUS.
           MOVE WS-MW-MESSAGE TO EH-MESSAGE.
           CALL 'ERRHANDL' USING ERRHDL-AREA.
       0455-MINWAGE-EXIT.
           EXIT.

       0410-COMPUTE-TXN-COMP.
           MOVE SPACES TO WS-PLAN-INFO-WORK.
           MOVE SPACES TO WS-PREM-INFO-WORK.
           PERFORM 0420-CONVERT-TO-USD.
           MOVE WS-CURRENT-COMP-USD TO WS-YTD-ACCUM-USD.
           MOVE 0 TO WS-EMP-DED-TOTAL.
           MOVE 0 TO WS-EMP-REIMB-TOTAL.
           MOVE 0 TO WS-DTK-COUNT.
           MOVE 0 TO WS-GRN-COUNT.
           PERFORM 0400-UPDATE-YTD.
      *    THE RELEASED AMOUNT MUST REACH THE BANK FILE TOO -
      *    WITHOUT A PAYNET RECORD WBCI0170 WOULD NEVER
              CLOSE SHIFT-PREM-FILE
           END-IF.

      *    WITHOUT A MINWAGE DD NO MINIMUM-WAGE WARNING IS
      *    RAISED
       0780-LOAD-MIN-WAGES.
           MOVE 'Y' TO WS-MINWG-LOADED-FLAG.
           OPEN INPUT MIN-WAGE-FILE.
           IF WS-MINWG-STATUS = '00'
              PERFORM 0785-LOAD-ONE-MIN-WAGE UNTIL WS-MINWG-EOF
              CLOSE MIN-WAGE-FILE
           END-IF.

       0785-LOAD-ONE-MIN-WAGE.
           READ MIN-WAGE-FILE
              AT END
                 MOVE 'Y' TO WS-MINWG-EOF-FLAG
              NOT AT END
                 IF MW-STATE NOT = SPACES
                    AND MW-EFF-DATE NUMERIC
                    AND MW-RATE-DIGITS NUMERIC
                    AND WS-MINWG-COUNT < 500
                    ADD 1 TO WS-MINWG-COUNT
                    MOVE MW-STATE TO WS-MW-STATE(WS-MINWG-COUNT)
                    MOVE MW-EFF-DATE
                       TO WS-MW-EFF-DATE(WS-MINWG-COUNT)
                    MOVE MW-RATE-DIGITS
                       TO WS-MW-RATE(WS-MINWG-COUNT)(1:5)
                 END-IF
           END-READ.

       0735-LOAD-ONE-PREMIUM.
           READ SHIFT-PREM-FILE
              AT END
                 MOVE WS-YTD-ACCUM TO YTD-COMP-TOTAL
                 MOVE WS-YTD-ACCUM-USD TO YTD-COMP-USD
                 MOVE WS-EMP-DED-TOTAL TO YTD-DED-TOTAL
                 MOVE WS-EMP-REIMB-TOTAL TO YTD-REIMB-TOTAL
                 MOVE WS-COMPANY-CODE TO YTD-COMPANY
                 IF WS-PERIOD-NUM NUMERIC
                    MOVE WS-PERIOD-NUM TO YTD-PERIOD
                 WRITE YTD-RECORD
                 PERFORM 0445-POST-PLAN-YTD
                    THRU 0445-POST-PLAN-YTD-X
                 PERFORM 0447-POST-GARNISHMENTS
                    THRU 0447-POST-GARNISHMENTS-X
              NOT INVALID KEY
      *          A RERUN IS THE SAME RUN ID AND THE SAME RUN
      *          TYPE - AN OFF-CYCLE RUN POSTS INDEPENDENTLY
                    ADD WS-YTD-ACCUM TO YTD-COMP-TOTAL
                    ADD WS-YTD-ACCUM-USD TO YTD-COMP-USD
                    ADD WS-EMP-DED-TOTAL TO YTD-DED-TOTAL
                    IF YTD-REIMB-TOTAL NOT NUMERIC
                       MOVE 0 TO YTD-REIMB-TOTAL
                    END-IF
                    ADD WS-EMP-REIMB-TOTAL TO YTD-REIMB-TOTAL
                    MOVE WS-COMPANY-CODE TO YTD-COMPANY
                    IF WS-PERIOD-NUM NUMERIC
                       MOVE WS-PERIOD-NUM TO YTD-PERIOD
                    REWRITE YTD-RECORD
                    PERFORM 0445-POST-PLAN-YTD
                       THRU 0445-POST-PLAN-YTD-X
                    PERFORM 0447-POST-GARNISHMENTS
                       THRU 0447-POST-GARNISHMENTS-X
                 END-IF
           END-READ.

              MOVE 0 TO WS-GROUP-COMP-USD
              MOVE 0 TO WS-GROUP-ADJ-COUNT
              MOVE 0 TO WS-GROUP-DED-TOTAL
              MOVE 0 TO WS-GROUP-REIMB-TOTAL
              PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                      UNTIL WS-ERC-IDX > WS-ERC-COUNT
                 MOVE 0 TO WS-ER-GRP-AMT(WS-ERC-IDX)
                 MOVE 0 TO WS-ER-GRP-WAGES(WS-ERC-IDX)
              END-PERFORM
           END-IF.
           MOVE 'Y' TO WS-PRIOR-GROUP-FLAG.
           MOVE WS-COMPANY-CODE TO WS-PREV-COMPANY.
           ADD WS-YTD-ACCUM-USD TO WS-GROUP-COMP-USD.
           ADD WS-EMP-DED-TOTAL TO WS-GROUP-DED-TOTAL.
           ADD WS-EMP-DED-TOTAL TO WS-GRAND-DED-TOTAL.
           ADD WS-EMP-REIMB-TOTAL TO WS-GROUP-REIMB-TOTAL.
           PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                   UNTIL WS-ERC-IDX > WS-ERC-COUNT
              ADD WS-ER-EMP-AMT(WS-ERC-IDX)
                 TO WS-ER-GRP-AMT(WS-ERC-IDX)
              ADD WS-ER-EMP-WAGES(WS-ERC-IDX)
                 TO WS-ER-GRP-WAGES(WS-ERC-IDX)
           END-PERFORM.

       0310-WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
           IF NOT WS-SIMULATION-MODE
              PERFORM 0315-WRITE-GL-FEED
              PERFORM 0316-WRITE-COST-FEED
                 VARYING WS-ERC-IDX FROM 1 BY 1
                 UNTIL WS-ERC-IDX > WS-ERC-COUNT
           END-IF.
           IF WS-REGISTER-FILE-OPEN
              PERFORM 0350-PRINT-REGISTER-SUBTOTAL
           MOVE WS-GROUP-DED-TOTAL TO GF-DED-TOTAL.
           MOVE WS-GROUP-ADJ-COUNT TO GF-ADJ-COUNT.
           MOVE WS-RUN-ID TO GF-RUN-DATE.
           MOVE WS-GROUP-REIMB-TOTAL TO GF-REIMB-TOTAL.
           WRITE GL-FEED-RECORD.

      *    ONE ERCFEED RECORD PER COST TYPE THE GROUP ACCRUED
       0316-WRITE-COST-FEED.
           IF WS-ER-GRP-AMT(WS-ERC-IDX) NOT = 0
              IF NOT WS-ERCFEED-OPEN
                 OPEN OUTPUT EMPLOYER-COST-FEED
                 MOVE 'Y' TO WS-ERCFEED-OPEN-FLAG
              END-IF
              MOVE SPACES TO EMPLOYER-COST-RECORD
              MOVE WS-PREV-COMPANY TO EF-COMPANY
              MOVE WS-PREV-EMP-REGION TO EF-REGION
              MOVE WS-PREV-EMP-TYPE TO EF-TYPE
              MOVE WS-ER-COST-TYPE(WS-ERC-IDX) TO EF-COST-TYPE
              MOVE WS-ER-GRP-AMT(WS-ERC-IDX) TO EF-AMOUNT-DIGITS
              MOVE WS-ER-GRP-WAGES(WS-ERC-IDX) TO EF-WAGES-DIGITS
              MOVE WS-ER-EXPENSE(WS-ERC-IDX) TO EF-EXPENSE-ACCT
              MOVE WS-ER-LIABILITY(WS-ERC-IDX) TO EF-LIABILITY-ACCT
              MOVE WS-RUN-ID TO EF-RUN-DATE
              MOVE WS-PERIOD-NUM TO EF-PERIOD
              WRITE EMPLOYER-COST-RECORD
           END-IF.

       0320-FLUSH-FINAL-GROUP.
           IF WS-PRIOR-GROUP-EXISTS
              PERFORM 0310-WRITE-SUMMARY-LINE
           MOVE WS-GRAND-TXN-COUNT TO WS-REG-GRD-COUNT.
           MOVE WS-GRAND-COMP-TOTAL TO WS-REG-GRD-AMT.
           MOVE WS-GRAND-DED-TOTAL TO WS-REG-GRD-DED.
           MOVE WS-GRAND-REIMB-TOTAL TO WS-REG-GRD-REIMB.
           COMPUTE WS-REG-GRD-NET =
              WS-GRAND-COMP-TOTAL - WS-GRAND-DED-TOTAL
              + WS-GRAND-REIMB-TOTAL.
           MOVE SPACES TO WS-REG-PRINT.
           MOVE WS-REG-GRAND TO WS-REG-PRINT(2:132).
           PERFORM 0360-WRITE-REGISTER-LINE.
           MOVE WS-CURRENT-COMP TO WS-REG-COMP-AMT.
           MOVE WS-PLAN-INFO-WORK TO WS-REG-PLAN-INFO.
           MOVE WS-PREM-INFO-WORK TO WS-REG-PREM-INFO.
           MOVE WS-CURRENT-REIMB TO WS-REG-REIMB-AMT.
           MOVE SPACES TO WS-REG-PRINT.
           MOVE WS-REG-DETAIL TO WS-REG-PRINT(2:132).
           PERFORM 0360-WRITE-REGISTER-LINE.
           ADD 1 TO WS-GRAND-TXN-COUNT.
           ADD WS-CURRENT-COMP TO WS-GRAND-COMP-TOTAL.
           ADD WS-CURRENT-REIMB TO WS-GRAND-REIMB-TOTAL.
           MOVE 0 TO WS-CURRENT-REIMB.

       0350-PRINT-REGISTER-SUBTOTAL.
           MOVE WS-PREV-EMP-REGION TO WS-REG-SUB-REGION.
           MOVE WS-GROUP-COUNT TO WS-REG-SUB-COUNT.
           MOVE WS-GROUP-COMP-TOTAL TO WS-REG-SUB-AMT.
           MOVE WS-GROUP-DED-TOTAL TO WS-REG-SUB-DED.
           MOVE WS-GROUP-REIMB-TOTAL TO WS-REG-SUB-REIMB.
           COMPUTE WS-REG-SUB-NET =
              WS-GROUP-COMP-TOTAL - WS-GROUP-DED-TOTAL
              + WS-GROUP-REIMB-TOTAL.
           MOVE SPACES TO WS-REG-PRINT.
           MOVE WS-REG-SUBTOTAL TO WS-REG-PRINT(2:132).
           PERFORM 0360-WRITE-REGISTER-LINE.
