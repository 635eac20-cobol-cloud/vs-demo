      *    CREDIT-LOSS RESERVE HISTORY - WRITTEN BY THE QUARTERLY
      *    RESERVE RUN (AMORTRSV), KEYED BY QUARTER-END DATE. EACH
      *    QUARTER HOLDS ONE "P" RECORD PER POOL (PRODUCT, STATE,
      *    WHOLE-PERCENT RATE BAND, AND DELINQUENCY BUCKET) WITH THE
      *    LOSS FACTOR APPLIED AND THE ALLOWANCE REQUIRED, FOLLOWED BY
      *    ONE "T" RECORD CARRYING THE QUARTER'S ROLL-FORWARD. AHEAD OF
      *    THEM, ONE "C" RECORD PER SERVICING COMPANY CARRIES THAT
      *    COMPANY'S SHARE OF THE ROLL-FORWARD, SINCE EACH COMPANY
      *    KEEPS ITS OWN ALLOWANCE; A QUARTER CLOSED BEFORE THERE WAS
      *    A SECOND COMPANY HAS NONE, AND ITS WHOLE ALLOWANCE IS THE
      *    HOME COMPANY'S. THE
      *    NEXT QUARTER'S RUN READS THE LATEST QUARTER ON FILE AS ITS
      *    PRIOR RESERVE; A RERUN OF THE SAME QUARTER REPLACES IT.
       01 RESERVE-HISTORY-RECORD.
           05 RH-KEY.
               10 RH-PERIOD-END   PIC 9(8).
               10 RH-RECORD-TYPE  PIC X(01).
                   88 RH-COMPANY-RECORD      VALUE "C".
                   88 RH-POOL-RECORD         VALUE "P".
                   88 RH-TOTAL-RECORD        VALUE "T".
               10 RH-POOL-KEY.
                   15 RH-PRODUCT-CODE PIC X(04).
                   15 RH-STATE-CODE   PIC X(02).
                   15 RH-RATE-BAND    PIC 9(02).
                   15 RH-BUCKET       PIC 9(01).
               10 RH-COMPANY-KEY REDEFINES RH-POOL-KEY.
                   15 RH-COMPANY-CODE PIC X(02).
                   15 FILLER          PIC X(07).
           05 RH-LOAN-COUNT       PIC S9(7)      COMP-3.
           05 RH-BALANCE          PIC S9(13)V99  COMP-3.
           05 RH-RESERVE          PIC S9(13)V99  COMP-3.
      *    POOL RECORDS ONLY - "A" ANNUAL LOSS RATE RUN OVER THE
      *    REMAINING LIFE, "F" FLAT PERCENTAGE OF BALANCE, BLANK WHEN
      *    NO LOSS FACTOR COVERED THE POOL.
           05 RH-LOSS-METHOD      PIC X(01).
           05 RH-LOSS-PCT         PIC S9(3)V9(4) COMP-3.
      *    TOTAL AND COMPANY RECORDS ONLY - THE PRIOR QUARTER IT
      *    ROLLED FORWARD FROM, CHARGE-OFFS AGAINST THE ALLOWANCE SINCE
      *    THEN, AND THE PROVISION (NEGATIVE FOR A RELEASE) JOURNALED.
           05 RH-PRIOR-PERIOD-END PIC 9(8).
           05 RH-CHARGE-OFFS      PIC S9(13)V99  COMP-3.
           05 RH-PROVISION        PIC S9(13)V99  COMP-3.
           05 RH-RUN-DATE         PIC 9(8).
           05 FILLER              PIC X(20).
