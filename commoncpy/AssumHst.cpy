      *    LOAN ASSUMPTION HISTORY - ONE RECORD PER ASSUMPTION, KEYED
      *    BY LOAN AND THE DATE THE ASSUMING BORROWERS TOOK THE LOAN
      *    OVER. WRITTEN BY THE MAINTENANCE RUN (LOANMNT) WHEN IT
      *    REPLACES THE LOAN'S BORROWERS, IT KEEPS THE OUTGOING
      *    (SELLING) BORROWERS' IMAGES AS THEY STOOD ON THE BORROWER
      *    MASTER, SO THE YEAR-END INTEREST RUN (AMORT98) CAN REPORT
      *    THE SELLER'S SHARE OF THE YEAR AND THE CREDIT-BUREAU
      *    EXTRACT (AMORTM2) CAN CLOSE OR CONTINUE THE SELLER'S TRADE
      *    LINE AFTER THE BORROWER MASTER NO LONGER KNOWS THEM.
       01 ASSUMPTION-HISTORY-RECORD.
           05 AH-KEY.
               10 AH-LOAN-ID      PIC X(10).
               10 AH-ASSUME-DATE  PIC 9(8).
      *    "Y" - THE LENDER RELEASED THE SELLERS FROM LIABILITY; "N" -
      *    THE SELLERS REMAIN LIABLE ALONGSIDE THE ASSUMING BORROWERS.
           05 AH-RELEASE-SW       PIC X(01).
               88 AH-SELLER-RELEASED         VALUE "Y".
           05 AH-ASSUME-FEE       PIC S9(7)V99   COMP-3.
           05 AH-RUN-DATE         PIC 9(8).
      *    THE METRO 2 RUN THAT FIRST FURNISHED THE RELEASED SELLERS AS
      *    TERMINATED - ZERO UNTIL THEN.
           05 AH-M2-CLOSED-DATE   PIC 9(8).
           05 AH-BUYER-COUNT      PIC 9(2).
           05 AH-SELLER-COUNT     PIC 9(2).
           05 AH-SELLER OCCURS 9.
               10 AH-S-BORROWER-SEQ PIC 9(2).
               10 AH-S-LAST-NAME  PIC X(25).
               10 AH-S-FIRST-NAME PIC X(20).
               10 AH-S-MIDDLE-INITIAL PIC X(01).
               10 AH-S-GENERATION PIC X(03).
               10 AH-S-SSN        PIC 9(9).
               10 AH-S-ECOA-CODE  PIC X(01).
               10 AH-S-ADDRESS-1  PIC X(30).
               10 AH-S-ADDRESS-2  PIC X(30).
               10 AH-S-CITY       PIC X(20).
               10 AH-S-STATE      PIC X(02).
               10 AH-S-ZIP        PIC X(09).
           05 FILLER              PIC X(20).
