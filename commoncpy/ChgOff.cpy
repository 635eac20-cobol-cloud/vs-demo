      *    CHARGE-OFF REGISTER - ONE RECORD PER LOAN CHARGED OFF TO THE
      *    ALLOWANCE, KEYED BY LOAN. THE CHARGE-OFF RUN (AMORTCHG)
      *    WRITES IT WITH THE UNPAID PRINCIPAL, ACCRUED INTEREST, AND
      *    OUTSTANDING FEES AS THEY STOOD ON THE CHARGE-OFF DATE; THE
      *    NIGHTLY POSTING RUN ADDS EVERY LATER PAYMENT ON THE LOAN TO
      *    THE RECOVERIES. GROSS LESS RECOVERED IS THE NET LOSS.
       01 CHARGE-OFF-RECORD.
           05 CO-LOAN-ID          PIC X(10).
           05 CO-CHARGEOFF-DATE   PIC 9(8).
           05 CO-REASON           PIC X(01).
               88 CO-REASON-DELINQUENT       VALUE "D".
               88 CO-REASON-FORECLOSURE      VALUE "F".
               88 CO-REASON-BANKRUPTCY       VALUE "B".
      *    THE LAST PAYMENT NUMBER ON THE LEDGER AND THE DAYS PAST DUE
      *    WHEN THE LOAN WAS CHARGED OFF.
           05 CO-LAST-PMT-NO      PIC S9(4)      COMP.
           05 CO-DAYS-PAST-DUE    PIC S9(5)      COMP-3.
           05 CO-PRINCIPAL        PIC S9(9)V99   COMP-3.
           05 CO-INTEREST         PIC S9(9)V99   COMP-3.
           05 CO-FEES             PIC S9(9)V99   COMP-3.
           05 CO-GROSS            PIC S9(9)V99   COMP-3.
           05 CO-RECOVERED        PIC S9(9)V99   COMP-3.
           05 CO-RECOVERY-COUNT   PIC S9(4)      COMP.
           05 CO-LAST-RECOVERY-DATE PIC 9(8).
      *    THE SERVICING COMPANY THE LOAN WAS ON WHEN CHARGED OFF, SO
      *    THE CHARGE-OFF COMES OUT OF THAT COMPANY'S ALLOWANCE. BLANK
      *    IS THE HOME COMPANY.
           05 CO-COMPANY-CODE     PIC X(02).
           05 FILLER              PIC X(18).
