               88 PH-PAYMENT-MISSED          VALUE "Y".
           05 PH-MISSED-STREAK    PIC S9(4)      COMP.
           05 PH-SUSPENSE-BAL     PIC S9(9)V99   COMP-3.
      *    SIMPLE-INTEREST LOANS ONLY - THE PRINCIPAL BALANCE AFTER
      *    THIS PAYMENT AND THE DATE INTEREST HAS BEEN PAID THROUGH.
      *    ZERO ON A SCHEDULED LOAN; SPACES ON RECORDS WRITTEN BEFORE
      *    THE FIELDS EXISTED, SO TEST NUMERIC BEFORE USING THEM.
           05 PH-PRINCIPAL-BAL    PIC S9(9)V99   COMP-3.
           05 PH-ACCRUAL-DATE     PIC 9(8).
