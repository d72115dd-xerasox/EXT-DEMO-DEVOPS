      ******************************************************
      *   COPY BOOK TCPYERC (EMPLOYER-COST FEED RECORD ON
      *   ERCFEED).  ONE RECORD PER COMPANY/REGION/TYPE GROUP
      *   AND EMPLOYER COST TYPE, WRITTEN BY WBCI0040 AT THE
      *   SAME CONTROL BREAK AS GLFEED.  WBCI0220 JOURNALS
      *   EACH ONE AS DR EXPENSE / CR LIABILITY ON THE ACCOUNTS
      *   IT CARRIES; WBCI0370 REPORTS THE PERIOD BY COMPANY
      *   AND REGION.  AMOUNTS ARE 9(9)V99 IMPLIED DECIMAL;
      *   EF-WAGES IS THE PART OF THE GROUP'S GROSS THAT WAS
      *   STILL UNDER THE COST TYPE'S WAGE-BASE CEILING.
      ******************************************************
       01  EMPLOYER-COST-RECORD.
           05  EF-COMPANY             PIC X(2).
           05  FILLER                 PIC X(1).
           05  EF-REGION              PIC 9(1).
           05  FILLER                 PIC X(1).
           05  EF-TYPE                PIC X(1).
           05  FILLER                 PIC X(1).
           05  EF-COST-TYPE           PIC X(4).
           05  FILLER                 PIC X(1).
           05  EF-AMOUNT-DIGITS       PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  EF-WAGES-DIGITS        PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  EF-EXPENSE-ACCT        PIC X(8).
           05  FILLER                 PIC X(1).
           05  EF-LIABILITY-ACCT      PIC X(8).
           05  FILLER                 PIC X(1).
           05  EF-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  EF-PERIOD              PIC X(4).
           05  FILLER                 PIC X(13).
