      *    HAZARD INSURANCE POLICY TRACKING - ONE RECORD PER LOAN,
      *    KEYED BY LOAN. THE BORROWER'S OWN POLICY (CARRIER, POLICY
      *    NUMBER, DWELLING COVERAGE, ANNUAL PREMIUM, TERM) COMES FROM
      *    THE INSURANCE PAYEE ROW ON THE PAYEE MASTER, THE CARRIER
      *    RENEWAL FEED (AMORTESC), AND THE DESK'S POLICY
      *    DECLARATIONS; THE NIGHTLY INSURANCE SWEEP (AMORTINS) WORKS
      *    AN UNRENEWED POLICY THROUGH ITS TWO NOTICES AND, IF NO
      *    PROOF OF COVERAGE ARRIVES, INTO LENDER-PLACED COVERAGE.
       01 INSURANCE-POLICY-RECORD.
           05 IP-LOAN-ID          PIC X(10).
           05 IP-PAYEE-ID         PIC X(08).
           05 IP-CARRIER-NAME     PIC X(30).
           05 IP-POLICY-NO        PIC X(20).
           05 IP-COVERAGE-AMT     PIC S9(9)V99   COMP-3.
           05 IP-ANNUAL-PREMIUM   PIC S9(7)V99   COMP-3.
           05 IP-EFFECTIVE-DATE   PIC 9(8).
           05 IP-EXPIRY-DATE      PIC 9(8).
           05 IP-STATUS           PIC X(01).
               88 IP-COVERED                 VALUE "C".
               88 IP-IN-NOTICE               VALUE "N".
               88 IP-FORCE-PLACED            VALUE "F".
           05 IP-FIRST-NOTICE-DATE  PIC 9(8).
           05 IP-SECOND-NOTICE-DATE PIC 9(8).
      *    THE LENDER-PLACED TERM NOW OR LAST IN FORCE, AND THE ANNUAL
      *    INSURANCE AMOUNT THE MASTER CARRIED BEFORE IT WAS PLACED.
           05 IP-FP-PAYEE-ID      PIC X(08).
           05 IP-FP-START-DATE    PIC 9(8).
           05 IP-FP-END-DATE      PIC 9(8).
           05 IP-FP-COVERAGE-AMT  PIC S9(9)V99   COMP-3.
           05 IP-FP-PREMIUM       PIC S9(7)V99   COMP-3.
           05 IP-PRIOR-INS-AMT    PIC S9(7)V99   COMP-3.
           05 IP-FP-CANCEL-DATE   PIC 9(8).
           05 IP-FP-REFUND        PIC S9(7)V99   COMP-3.
           05 IP-LAST-ACTION-DATE PIC 9(8).
           05 FILLER              PIC X(20).
