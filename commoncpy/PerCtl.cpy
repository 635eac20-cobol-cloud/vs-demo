      *    PERIOD-CONTROL FILE - ONE RECORD PER MONTH-END PERIOD THE
      *    PERIOD-CLOSE RUN (AMORTPCL) HAS CLOSED, KEYED BY PERIOD-END
      *    DATE. THE RECORD IS WRITTEN ONLY AFTER THE PERIOD'S WHOLE
      *    SNAPSHOT IS ON FILE, AND CARRIES THE SNAPSHOT'S CONTROL
      *    TOTALS. A PERIOD ON THIS FILE IS CLOSED: THE CLOSE WILL NOT
      *    RUN FOR IT AGAIN, AND THE POSTING RUN FLAGS ANY PAYMENT
      *    DATED INTO IT. THE SAME TOTALS ARE CARRIED AGAIN FOR EACH
      *    SERVICING COMPANY ON THE COMPANY TABLE (SEE COMPMAST), IN
      *    COMPANY-TABLE SLOT ORDER; SLOTS PAST PC-COMPANY-COUNT ARE
      *    UNUSED.
       01 PERIOD-CONTROL-RECORD.
           05 PC-PERIOD-END       PIC 9(8).
           05 PC-STATUS           PIC X(01).
               88 PC-PERIOD-CLOSED           VALUE "C".
           05 PC-CLOSE-RUN-DATE   PIC 9(8).
           05 PC-LOAN-COUNT       PIC 9(9).
           05 PC-TOTAL-UPB        PIC S9(13)V99  COMP-3.
           05 PC-TOTAL-ESCROW     PIC S9(13)V99  COMP-3.
           05 PC-TOTAL-SUSPENSE   PIC S9(13)V99  COMP-3.
           05 PC-FEES-ASSESSED    PIC S9(13)V99  COMP-3.
           05 PC-FEES-COLLECTED   PIC S9(13)V99  COMP-3.
           05 PC-MISC-FEES-OUT    PIC S9(13)V99  COMP-3.
           05 PC-LOANS-DELINQUENT PIC 9(9).
           05 PC-DELINQUENT-UPB   PIC S9(13)V99  COMP-3.
           05 PC-COMPANY-COUNT    PIC 9(2).
           05 PC-COMPANY-TOTALS OCCURS 10.
               10 PC-CO-CODE          PIC X(02).
               10 PC-CO-LOAN-COUNT    PIC 9(9).
               10 PC-CO-UPB           PIC S9(13)V99  COMP-3.
               10 PC-CO-ESCROW        PIC S9(13)V99  COMP-3.
               10 PC-CO-SUSPENSE      PIC S9(13)V99  COMP-3.
               10 PC-CO-ASSESSED      PIC S9(13)V99  COMP-3.
               10 PC-CO-COLLECTED     PIC S9(13)V99  COMP-3.
               10 PC-CO-MISC-FEES     PIC S9(13)V99  COMP-3.
               10 PC-CO-DELINQUENT    PIC 9(9).
               10 PC-CO-DELINQ-UPB    PIC S9(13)V99  COMP-3.
           05 FILLER              PIC X(20).
