      *           A CONTINUATION RECORD CARRIES ANOTHER
      *           MESSAGE-TEXT LINE FOR THE PRECEDING BULLETIN
                  88  CONTINUATION    VALUE '<CONT>'.
      *           A RECALL WITHDRAWS AN EARLIER BULLETIN; A
      *           CORRECTION WITHDRAWS IT AND CARRIES THE
      *           REPLACEMENT TEXT ON '<CONT>' RECORDS
                  88  RECALL          VALUE '<RCLL>'.
                  88  CORRECTION      VALUE '<CORR>'.
               10  TEXT-PORTION       PIC X(74).
               10  TEXT-PORTION-R REDEFINES TEXT-PORTION.
                   15  MESSAGE-CATEGORY   PIC X(4).
                   15  MESSAGE-TEXT       PIC X(70).
      *        RECALL/CORRECTION LAYOUT: THE BULLETIN ID OF THE
      *        ORIGINAL (RUN DATE, RUN TIME, '-', SEQUENCE) AND
      *        THE REASON PRINTED ON THE WITHDRAWN NOTICE
               10  TEXT-PORTION-K REDEFINES TEXT-PORTION.
                   15  RECALL-BULLETIN-ID.
                       20  RCL-REF-RUN-DATE   PIC X(8).
                       20  RCL-REF-RUN-TIME   PIC X(6).
                       20  RCL-REF-DASH       PIC X(1).
                       20  RCL-REF-SEQ        PIC X(5).
                   15  FILLER             PIC X(1).
                   15  RECALL-REASON      PIC X(53).
      *        EFFECTIVE AND EXPIRY DATES (YYYYMMDD, BLANK OR
      *        NON-NUMERIC MEANS NO RESTRICTION)
               10  BULL-EFFECTIVE-DATE PIC X(8).
               10  BULL-EXPIRY-DATE   PIC X(8).
      *        THE FILE THE RECORD WAS READ FROM (INPUT, INPUT2
      *        OR PENDIN) - NOT PART OF THE 96-BYTE RECORD
               10  BULL-INPUT-SOURCE  PIC X(8).
               10  FILLER             PIC X(104).
           05  RECORD-COUNT-OUT       PIC 9(6).
           05  REJECT-COUNT-OUT       PIC 9(6).
      *    NUMBER OF ACCEPTED RECORDS TO SKIP DIRECTLY PAST
