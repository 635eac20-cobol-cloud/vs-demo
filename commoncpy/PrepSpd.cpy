      *    PREPAYMENT SPEED HISTORY - WRITTEN BY THE MONTHLY SPEED RUN
      *    (AMORTSMM), KEYED BY PERIOD-END DATE, DIMENSION, AND
      *    STRATUM. EACH CLOSED MONTH HOLDS ONE DIMENSION-0 RECORD FOR
      *    THE WHOLE PORTFOLIO AND ONE RECORD PER STRATUM OF EACH
      *    BREAKOUT - 1 INVESTOR, 2 PRODUCT CODE, 3 WHOLE-PERCENT RATE
      *    BAND, 4 VINTAGE (FIRST PAYMENT YEAR), 5 SERVICING COMPANY.
      *    THE RUN READS THE TWELVE MONTHS ENDING WITH ITS OWN BACK OFF
      *    THIS FILE FOR THE TRAILING HISTORY; A RERUN OF THE SAME
      *    MONTH REPLACES IT. A RUN LIMITED TO ONE COMPANY WRITES
      *    NOTHING HERE.
       01 PREPAY-SPEED-RECORD.
           05 PV-KEY.
               10 PV-PERIOD-END   PIC 9(8).
               10 PV-DIMENSION    PIC 9(1).
                   88 PV-PORTFOLIO-RECORD    VALUE 0.
                   88 PV-INVESTOR-RECORD     VALUE 1.
               10 PV-STRATUM      PIC X(8).
      *    THE CLOSED PERIOD THE MONTH WAS MEASURED FROM.
           05 PV-PRIOR-PERIOD-END PIC 9(8).
      *    LOANS ON THE PRIOR PERIOD'S SNAPSHOT, AND HOW MANY OF THEM
      *    PAID OFF DURING THE MONTH.
           05 PV-LOAN-COUNT       PIC S9(7)      COMP-3.
           05 PV-PAYOFF-COUNT     PIC S9(7)      COMP-3.
      *    BALANCE AT THE PRIOR PERIOD END, THE SCHEDULED PRINCIPAL
      *    THAT FELL DUE AGAINST IT DURING THE MONTH, AND THE
      *    UNSCHEDULED PRINCIPAL - PAYOFFS AND CURTAILMENTS - THAT CAME
      *    IN ON TOP OF IT.
           05 PV-BEGIN-BALANCE    PIC S9(13)V99  COMP-3.
           05 PV-SCHED-PRINCIPAL  PIC S9(13)V99  COMP-3.
           05 PV-PAYOFF-AMOUNT    PIC S9(13)V99  COMP-3.
           05 PV-CURTAIL-AMOUNT   PIC S9(13)V99  COMP-3.
      *    SINGLE MONTHLY MORTALITY AND ITS ANNUALIZED CPR, AS
      *    FRACTIONS (0.0125 IS 1.25 PERCENT).
           05 PV-SMM              PIC S9(1)V9(8) COMP-3.
           05 PV-CPR              PIC S9(1)V9(8) COMP-3.
           05 PV-RUN-DATE         PIC 9(8).
           05 FILLER              PIC X(20).
