      *    SERVICER ADVANCE LEDGER - ONE RECORD PER LOAN AND PAYMENT
      *    PERIOD ON WHICH A SCHEDULED/SCHEDULED REMITTANCE (AMORTREM)
      *    PAID THE INVESTOR A PRINCIPAL AND INTEREST INSTALLMENT THE
      *    BORROWER HAD NOT PAID - THE SERVICER'S OWN MONEY OUT. THE
      *    POSTING RUN (AMORTPST) RECOVERS IT FROM THE COLLECTION THAT
      *    LATER SATISFIES THE PERIOD; A PAYOFF (AMORTPFF) RECOVERS
      *    WHATEVER IS STILL OUT FROM THE PROCEEDS, AND A CHARGE-OFF
      *    (AMORTCHG) WRITES IT OFF AS NONRECOVERABLE. ADVANCED LESS
      *    RECOVERED LESS WRITTEN OFF IS THE ADVANCE STILL OUTSTANDING.
      *    THE THREE GL AMOUNTS ARE WHAT THE ADVANCE REGISTER RUN
      *    (AMORTADV) HAS ALREADY JOURNALED, SO EACH NIGHT'S VOUCHER
      *    CARRIES ONLY THE MOVEMENT SINCE THE LAST ONE.
       01 ADVANCE-LEDGER-RECORD.
           05 AV-KEY.
               10 AV-LOAN-ID      PIC X(10).
               10 AV-PERIOD-NO    PIC 9(4).
           05 AV-INVESTOR-ID      PIC X(08).
           05 AV-ADVANCE-DATE     PIC 9(8).
      *    THE INVESTOR'S SHARE AS REMITTED - INTEREST NET OF THE
      *    SERVICING FEE, WHICH WAS NEVER PAID OUT, AND PRINCIPAL.
           05 AV-INT-ADVANCED     PIC S9(9)V99   COMP-3.
           05 AV-PRIN-ADVANCED    PIC S9(9)V99   COMP-3.
           05 AV-ADVANCED         PIC S9(9)V99   COMP-3.
           05 AV-RECOVERED        PIC S9(9)V99   COMP-3.
           05 AV-WRITTEN-OFF      PIC S9(9)V99   COMP-3.
           05 AV-LAST-ACTIVITY-DATE PIC 9(8).
           05 AV-STATUS           PIC X(01).
               88 AV-OPEN                    VALUE "O".
               88 AV-RECOVERED-IN-FULL       VALUE "R".
               88 AV-SETTLED-AT-PAYOFF       VALUE "P".
               88 AV-SETTLED-AT-CHARGEOFF    VALUE "C".
           05 AV-GL-ADVANCED      PIC S9(9)V99   COMP-3.
           05 AV-GL-RECOVERED     PIC S9(9)V99   COMP-3.
           05 AV-GL-WRITTEN-OFF   PIC S9(9)V99   COMP-3.
           05 FILLER              PIC X(20).
