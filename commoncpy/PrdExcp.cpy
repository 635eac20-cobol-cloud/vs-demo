      *    CLOSED-PERIOD POSTING EXCEPTIONS - ONE RECORD PER PAYMENT OR
      *    REVERSAL THE POSTING RUN (AMORTPST) APPLIED WITH A PAID DATE
      *    INSIDE A MONTH-END PERIOD ALREADY CLOSED ON THE PERIOD-
      *    CONTROL FILE. THE ITEM STILL POSTS - THE MONEY IS REAL - BUT
      *    THE CLOSED PERIOD'S SNAPSHOT NO LONGER AGREES WITH THE LIVE
      *    LEDGER FOR THE LOAN, AND THE TRIAL BALANCE LISTS EVERY SUCH
      *    ITEM SO THE GL DESK CAN BOOK IT IN THE OPEN PERIOD. THE FILE
      *    ACCUMULATES ACROSS RUNS.
       01 PERIOD-EXCEPTION-RECORD.
           05 PX-LOAN-ID          PIC X(10).
           05 PX-PERIOD-END       PIC 9(8).
           05 PX-PAID-DATE        PIC 9(8).
           05 PX-PAYMENT-NO       PIC 9(4).
           05 PX-AMOUNT           PIC S9(9)V99   COMP-3.
      *    "P" A PAYMENT POSTED, "R" A REVERSAL BACKING ONE OUT.
           05 PX-TXN-CODE         PIC X(01).
               88 PX-PAYMENT                 VALUE "P".
               88 PX-REVERSAL                VALUE "R".
           05 PX-DEPOSIT-ID       PIC X(10).
           05 PX-RUN-DATE         PIC 9(8).
