      *    CUSTODIAL CASH BOOK - ONE RECORD PER MOVEMENT OF CASH
      *    THROUGH THE CUSTODIAL BANK ACCOUNTS, WRITTEN BY THE RUN
      *    THAT BOOKS IT: THE POSTING RUN (AMORTPST) FOR EACH LOCKBOX
      *    DEPOSIT, THE ACH RUN (AMORTACH) FOR EACH SETTLEMENT BATCH
      *    AND EACH RETURNED DRAFT, THE PAYOFF FUNDS RUN (AMORTPFF)
      *    FOR EACH WIRE RECEIVED, THE DISBURSEMENT RUN (AMORTDSB) FOR
      *    EACH ESCROW CHECK CUT, AND THE CHECK RECONCILIATION RUN
      *    (AMORTCKR) FOR EACH STALE CHECK IT VOIDS. THE BANK
      *    RECONCILIATION RUN (AMORTBRC) MATCHES THE BOOK AGAINST THE
      *    BANK STATEMENT AND EMPTIES IT; WHATEVER IT CANNOT MATCH
      *    RIDES ITS OPEN-ITEMS FILE INSTEAD. THE REFERENCE IS WHAT
      *    THE BANK WILL SHOW - THE DEPOSIT ID OF A LOCKBOX DEPOSIT OR
      *    ACH BATCH, THE LOAN ID OF A RETURN OR WIRE, THE NINE-DIGIT
      *    NUMBER OF A CHECK. THE COMPANY CODE IS THE SERVICING
      *    COMPANY WHOSE CUSTODIAL ACCOUNT THE CASH MOVED THROUGH (SEE
      *    COMPMAST) - EACH COMPANY'S ACCOUNT RECONCILES SEPARATELY.
       01 CASH-BOOK-RECORD.
           05 CB-SOURCE           PIC X(01).
               88 CB-LOCKBOX-DEPOSIT         VALUE "D".
               88 CB-ACH-BATCH               VALUE "A".
               88 CB-ACH-RETURN              VALUE "R".
               88 CB-PAYOFF-WIRE             VALUE "W".
               88 CB-ESCROW-CHECK            VALUE "C".
               88 CB-CHECK-VOID              VALUE "X".
      *    "C" - CASH INTO THE ACCOUNT; "D" - CASH OUT OF IT. A VOIDED
      *    CHECK IS A CREDIT THAT TAKES BACK THE CHECK'S DEBIT.
           05 CB-DIRECTION        PIC X(01).
               88 CB-CREDIT                  VALUE "C".
               88 CB-DEBIT                   VALUE "D".
           05 CB-REFERENCE        PIC X(16).
           05 CB-AMOUNT           PIC S9(11)V99  COMP-3.
           05 CB-BOOK-DATE        PIC 9(8).
           05 CB-LOAN-ID          PIC X(10).
           05 CB-PROGRAM          PIC X(08).
           05 CB-COMPANY-CODE     PIC X(02).
           05 FILLER              PIC X(18).
