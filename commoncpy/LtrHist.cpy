      *    BORROWER LETTER HISTORY - ONE RECORD PER NOTICE MAILED,
      *    WRITTEN BY THE DELINQUENCY LETTER RUN (AMORTLTR). KEYED BY
      *    LOAN, THE FIRST UNPAID PAYMENT THE NOTICE WAS ABOUT, THE
      *    LETTER CODE, AND THE BORROWER SEQUENCE IT WENT TO (01 THE
      *    PRIMARY BORROWER, 02 AND UP CO-BORROWERS, AS ON THE
      *    BORROWER MASTER) - SO ONE DELINQUENCY NEVER DRAWS THE SAME
      *    NOTICE TWICE, AND THE COLLECTORS CAN SEE WHAT WAS MAILED TO
      *    WHOM AND WHEN.
       01 LETTER-HISTORY-RECORD.
           05 LH-KEY.
               10 LH-LOAN-ID      PIC X(10).
               10 LH-PAYMENT-NO   PIC 9(4).
               10 LH-LETTER-CODE  PIC X(02).
                   88 LH-LATE-NOTICE         VALUE "LN".
                   88 LH-EARLY-INTERVENTION  VALUE "EI".
                   88 LH-BREACH-NOTICE       VALUE "BR".
               10 LH-BORROWER-SEQ PIC 9(2).
           05 LH-SENT-DATE        PIC 9(8).
           05 LH-DAYS-LATE        PIC 9(5).
           05 LH-PAST-DUE-AMT     PIC S9(9)V99   COMP-3.
           05 LH-AMOUNT-TO-CURE   PIC S9(9)V99   COMP-3.
      *    BREACH NOTICES ONLY - THE DATE THE DEFAULT MUST BE CURED BY.
           05 LH-CURE-DATE        PIC 9(8).
           05 LH-LAST-NAME        PIC X(25).
           05 LH-FIRST-NAME       PIC X(20).
           05 LH-PROGRAM          PIC X(08).
           05 FILLER              PIC X(20).
