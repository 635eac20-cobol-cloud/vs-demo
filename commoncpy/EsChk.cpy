      *    ESCROW CHECK REGISTER - ONE RECORD PER CHECK THE
      *    DISBURSEMENT RUN (AMORTDSB) CUTS, KEYED BY CHECK NUMBER,
      *    WITH THE LEDGER RECORD IT PAID. THE RECONCILIATION RUN
      *    (AMORTCKR) MARKS IT CLEARED FROM THE BANK'S PAID-ITEMS FILE,
      *    OR - ONCE IT GOES STALE UNCASHED - VOIDS IT WITH A REVERSAL
      *    ON THE ESCROW LEDGER SO THE NEXT DISBURSEMENT RUN REISSUES
      *    THE BILL. A VOID REACHES THE BANK ON THE NEXT POSITIVE-PAY
      *    ISSUE FILE, WHICH STAMPS THE DATE IT WENT.
       01 ESCROW-CHECK-RECORD.
           05 EC-CHECK-NO         PIC 9(9).
           05 EC-ISSUE-DATE       PIC 9(8).
           05 EC-LOAN-ID          PIC X(10).
           05 EC-LEDGER-SEQ-NO    PIC 9(6).
           05 EC-PAYEE-ID         PIC X(08).
           05 EC-PAYEE-NAME       PIC X(30).
           05 EC-BILL-TYPE        PIC X(01).
           05 EC-BILL-DUE-DATE    PIC 9(8).
           05 EC-AMOUNT           PIC S9(9)V99   COMP-3.
           05 EC-STATUS           PIC X(01).
               88 EC-OUTSTANDING             VALUE "O".
               88 EC-CLEARED                 VALUE "C".
               88 EC-VOIDED                  VALUE "V".
           05 EC-PAID-DATE        PIC 9(8).
           05 EC-PAID-AMOUNT      PIC S9(9)V99   COMP-3.
           05 EC-VOID-DATE        PIC 9(8).
           05 EC-VOID-REASON      PIC X(02).
               88 EC-VOID-STALE              VALUE "ST".
      *    THE LEDGER RECORD THAT PUT THE VOIDED AMOUNT BACK IN ESCROW.
           05 EC-VOID-SEQ-NO      PIC 9(6).
      *    THE RUNS THAT REPORTED THE ISSUE AND THE VOID ON THE
      *    POSITIVE-PAY FILE - ZERO UNTIL THEN.
           05 EC-PP-ISSUE-DATE    PIC 9(8).
           05 EC-PP-VOID-DATE     PIC 9(8).
      *    THE LOAN'S SERVICING COMPANY - THE CHECK IS DRAWN ON THAT
      *    COMPANY'S CUSTODIAL ACCOUNT.
           05 EC-COMPANY-CODE     PIC X(02).
           05 FILLER              PIC X(18).
