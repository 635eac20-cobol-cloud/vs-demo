      *    BANK RECONCILIATION OPEN ITEMS - WRITTEN BY THE BANK
      *    RECONCILIATION RUN (AMORTBRC) AND READ BACK BY ITS NEXT
      *    RUN. ONE HEADER CARRYING THE BOOK BALANCE OF THE CUSTODIAL
      *    ACCOUNT AS OF THE LAST STATEMENT RECONCILED, THEN EVERY
      *    ITEM STILL UNRESOLVED: A CASH-BOOK ENTRY THE BANK HAS NOT
      *    YET SHOWN, OR A BANK ENTRY NO BOOK EVENT EXPLAINS. AN ITEM
      *    CARRIES FORWARD UNTIL IT MATCHES, KEEPING THE STATEMENT
      *    DATE IT FIRST WENT UNRESOLVED SO IT CAN BE AGED.
       01 BANK-OPEN-ITEM-RECORD.
           05 BI-RECORD-TYPE      PIC X(01).
               88 BI-HEADER-REC              VALUE "H".
               88 BI-BOOK-ITEM               VALUE "B".
               88 BI-BANK-ITEM               VALUE "K".
      *    A HEADER CARRIES THE BOOK BALANCE IN BI-AMOUNT AND THE
      *    STATEMENT DATE IN BI-ITEM-DATE.
           05 BI-DIRECTION        PIC X(01).
               88 BI-CREDIT                  VALUE "C".
               88 BI-DEBIT                   VALUE "D".
           05 BI-AMOUNT           PIC S9(11)V99  COMP-3.
           05 BI-ITEM-DATE        PIC 9(8).
           05 BI-FIRST-OPEN-DATE  PIC 9(8).
      *    A BOOK ITEM - THE CASH-BOOK SOURCE, REFERENCE, AND LOAN.
           05 BI-SOURCE           PIC X(01).
           05 BI-REFERENCE        PIC X(16).
           05 BI-LOAN-ID          PIC X(10).
      *    A BANK ITEM - THE BAI TYPE CODE AND THE BANK AND CUSTOMER
      *    REFERENCES AS THE STATEMENT GAVE THEM.
           05 BI-TYPE-CODE        PIC 9(3).
           05 BI-BANK-REF         PIC X(16).
           05 BI-CUST-REF         PIC X(16).
           05 FILLER              PIC X(20).
