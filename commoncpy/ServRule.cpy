      *    COMPLIANCE-MAINTAINED SERVICING RULES, KEYED BY PRODUCT AND
      *    STATE WITH AN EFFECTIVE DATE - BLANK PRODUCT OR STATE IS A
      *    WILDCARD, SO ONE GENERIC ROW CAN BACKSTOP THE WHOLE BOOK.
      *    DISPLAY-NUMERIC FIELDS SO THE FILE STAYS HAND-MAINTAINABLE.
      *    THE LATE-FEE TERMS ARE READ BY THE SERVICING CALL
      *    (AMORTSERV); THE FLAT FEE SCHEDULE AT THE END OF THE ROW IS
      *    READ BY THE FEE LEDGER ROUTINE (FEESERV). A FEE COLUMN LEFT
      *    BLANK MEANS THE ROW SAYS NOTHING ABOUT THAT FEE, AND A LESS
      *    SPECIFIC ROW (OR NO FEE AT ALL) GOVERNS IT. THE ROW IS 50
      *    BYTES; A FILE KEPT IN THE OLD 36-BYTE ROW, BEFORE THE FEE
      *    SCHEDULE, IS CONVERTED ONCE BY SERVCNV.
       01  SERVICING-RULE-RECORD.
           05 SR-PRODUCT-CODE   PIC X(04).
           05 SR-STATE-CODE     PIC X(02).
           05 SR-EFFECTIVE-DATE PIC 9(8).
           05 SR-GRACE-DAYS     PIC 9(3).
           05 SR-LATE-FEE-PCT   PIC 9(1)V9(4).
           05 SR-LATE-FEE-CAP   PIC 9(5)V99.
           05 SR-LATE-FEE-MIN   PIC 9(5)V99.
           05 SR-NSF-FEE        PIC 9(5)V99.
           05 SR-PAYOFF-STMT-FEE PIC 9(5)V99.
