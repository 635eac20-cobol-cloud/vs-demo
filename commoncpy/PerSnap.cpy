      *    MONTH-END PERIOD SNAPSHOT - WRITTEN ONCE BY THE PERIOD-CLOSE
      *    RUN (AMORTPCL), KEYED BY PERIOD-END DATE AND LOAN. ONE
      *    RECORD PER LOAN ACTIVE AT THE CLOSE, FROZEN AS IT STOOD AT
      *    THE PERIOD END: THE TRIAL BALANCE POSITION, THE AGING
      *    REPORT'S DELINQUENCY BUCKET, AND THE STRATIFICATION
      *    REPORT'S STRATA. THE TRIAL BALANCE, STRATIFICATION, AND
      *    AGING REPORTS RUN FOR A CLOSED PERIOD READ THESE RECORDS
      *    INSTEAD OF THE LIVE FILES, SO A CLOSED MONTH REPORTS THE
      *    SAME WAY EVERY TIME IT IS REPRINTED. THE MONTHLY PREPAYMENT
      *    SPEED RUN (AMORTSMM) FOLLOWS EACH LOAN FROM ONE CLOSED
      *    MONTH'S SNAPSHOT TO THE NEXT.
       01 PERIOD-SNAPSHOT-RECORD.
           05 PS-KEY.
               10 PS-PERIOD-END   PIC 9(8).
               10 PS-LOAN-ID      PIC X(10).
           05 PS-BORROWER-NAME    PIC X(30).
           05 PS-PRODUCTCODE      PIC X(04).
           05 PS-STATECODE        PIC X(02).
           05 PS-PMTFREQCODE      PIC X(01).
           05 PS-INVESTOR-ID      PIC X(08).
           05 PS-RATE             PIC S9(3)V9(4) COMP-3.
           05 PS-LOANTERM         PIC S9(4)      COMP.
           05 PS-LAST-POSTED-NO   PIC S9(4)      COMP.
           05 PS-REMAINING-TERM   PIC S9(4)      COMP.
      *    "Y" - NO FIRST PAYMENT DATE, CARRIED AT ORIGINAL PRINCIPAL.
           05 PS-UNSCHED-SW       PIC X(01).
               88 PS-AT-ORIG-PRINCIPAL       VALUE "Y".
           05 PS-UPB              PIC S9(9)V99   COMP-3.
           05 PS-ESCROW-BAL       PIC S9(9)V99   COMP-3.
           05 PS-SUSPENSE         PIC S9(9)V99   COMP-3.
           05 PS-FEES-ASSESSED    PIC S9(9)V99   COMP-3.
           05 PS-FEES-COLLECTED   PIC S9(9)V99   COMP-3.
           05 PS-MISC-FEES-OUT    PIC S9(9)V99   COMP-3.
      *    0 CURRENT (UNDER 30 DAYS), 1-4 THE 30/60/90/120+ AGING
      *    BUCKETS, 5 LEGAL STATUS - THE SAME BUCKETS THE RESERVE RUN
      *    (AMORTRSV) POOLS BY.
           05 PS-BUCKET           PIC 9(01).
               88 PS-CURRENT                 VALUE 0.
               88 PS-DELINQUENT              VALUE 1 THRU 5.
           05 PS-DAYS-LATE        PIC 9(05).
           05 PS-FIRST-UNPAID-NO  PIC 9(04).
           05 PS-LEGALSTATUS      PIC X(01).
      *    THE LOAN'S SERVICING COMPANY AT THE CLOSE (SEE COMPMAST);
      *    BLANK IS THE HOME COMPANY.
           05 PS-COMPANY-CODE     PIC X(02).
           05 FILLER              PIC X(18).
