      *    WHAT THE LOANINQ SUBPROGRAM RETURNS FOR ONE LOAN - READ-ONLY,
      *    NOTHING ON ANY FILE IS CHANGED BY AN INQUIRY. INQERRFLAG
      *    SAYS WHETHER THE REST OF THE RECORD MEANS ANYTHING.
       01 INQUIRYRESULT.
           03 INQERRFLAG            PIC X(01).
               88 INQ-OK                          VALUE "N".
               88 INQ-NOT-FOUND                   VALUE "F".
               88 INQ-NO-USER                     VALUE "U".
               88 INQ-ERROR                       VALUE "Y".
      *    THE MASTER TERMS AND THE SERVICING COMPANY.
           03 INQLOANNUMBER         PIC X(12).
           03 INQBORROWERNAME       PIC X(30).
           03 INQLOANSTATUS         PIC X(01).
           03 INQPRINCIPAL          PIC S9(9)V99   COMP-3.
           03 INQLOANTERM           PIC S9(4)      COMP.
           03 INQRATE               PIC S9(3)V9(4) COMP-3.
           03 INQPMTFREQCODE        PIC X(01).
           03 INQFIRSTPMTDATE       PIC 9(8).
           03 INQFUNDINGDATE        PIC 9(8).
           03 INQPRODUCTCODE        PIC X(04).
           03 INQSTATECODE          PIC X(02).
           03 INQSERVICINGMETHOD    PIC X(01).
           03 INQCOMPANYCODE        PIC X(02).
           03 INQCOMPANYNAME        PIC X(40).
      *    THE BORROWER MASTER'S NAME AND ADDRESS RECORDS, PRIMARY
      *    BORROWER FIRST - NONE FOR A LOAN WITH NO BORROWER RECORD.
           03 INQBORROWERCOUNT      PIC S9(4)      COMP.
           03 INQBORROWER OCCURS 4.
               05 INQBRSEQ          PIC 9(2).
               05 INQBRLASTNAME     PIC X(25).
               05 INQBRFIRSTNAME    PIC X(20).
               05 INQBRMIDDLEINIT   PIC X(01).
               05 INQBRECOACODE     PIC X(01).
               05 INQBRADDRESS1     PIC X(30).
               05 INQBRADDRESS2     PIC X(30).
               05 INQBRCITY         PIC X(20).
               05 INQBRSTATE        PIC X(02).
               05 INQBRZIP          PIC X(09).
      *    THE NEXT PAYMENT AND WHAT IS DUE WITH IT, THE WAY THE
      *    BILLING STATEMENT RUN STATES IT. ZERO PAYMENT NUMBER WHEN
      *    NOTHING IS LEFT TO BILL OR THE LOAN HAS NO FIRST PAYMENT
      *    DATE.
           03 INQNEXTDUENO          PIC S9(4)      COMP.
           03 INQNEXTDUEDATE        PIC 9(8).
           03 INQSCHEDAMOUNT        PIC S9(9)V99   COMP-3.
           03 INQROLLEDFEE          PIC S9(9)V99   COMP-3.
           03 INQFEESOUTSTANDING    PIC S9(9)V99   COMP-3.
           03 INQSUSPENSEBAL        PIC S9(9)V99   COMP-3.
           03 INQAMOUNTDUE          PIC S9(9)V99   COMP-3.
           03 INQESCROWBAL          PIC S9(9)V99   COMP-3.
      *    THE LAST TWELVE PAYMENT-HISTORY POSTINGS, NEWEST FIRST.
           03 INQPOSTINGCOUNT       PIC S9(4)      COMP.
           03 INQPOSTING OCCURS 12.
               05 INQPHPAYMENTNO    PIC 9(4).
               05 INQPHPAIDDATE     PIC 9(8).
               05 INQPHAMOUNT       PIC S9(9)V99   COMP-3.
               05 INQPHLATEFEE      PIC S9(9)V99   COMP-3.
               05 INQPHMISSEDFLAG   PIC X(01).
               05 INQPHSUSPENSEBAL  PIC S9(9)V99   COMP-3.
      *    A PAYOFF QUOTE STILL GOOD TODAY, FROM THE QUOTE REGISTER.
           03 INQQUOTEFLAG          PIC X(01).
               88 INQ-QUOTE-OPEN                  VALUE "Y".
           03 INQQUOTEDATE          PIC 9(8).
           03 INQQUOTEPAYOFFDATE    PIC 9(8).
           03 INQQUOTEGOODTHROUGH   PIC 9(8).
           03 INQQUOTETOTALDUE      PIC S9(9)V99   COMP-3.
           03 INQQUOTEPERDIEM       PIC S9(9)V99   COMP-3.
      *    LEGAL STATUS AS ON THE MASTER - BLANK, NONE IN FORCE.
           03 INQLEGALSTATUS        PIC X(01).
           03 INQLEGALSTATUSDATE    PIC 9(8).
      *    AN OPEN PROMISE TO PAY FROM THE COLLECTIONS REGISTER.
           03 INQPROMISEFLAG        PIC X(01).
               88 INQ-PROMISE-OPEN                VALUE "Y".
           03 INQPROMISETAKENDATE   PIC 9(8).
           03 INQPROMISEDATE        PIC 9(8).
           03 INQPROMISEAMOUNT      PIC S9(9)V99   COMP-3.
