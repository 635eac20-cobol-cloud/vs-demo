      *    LIEN RELEASE TRACKING - ONE RECORD PER RETIRED LOAN, KEYED
      *    BY LOAN. THE PAYOFF RUN (AMORTPFF) OPENS IT WHEN IT RETIRES
      *    THE LOAN, WITH THE DEADLINE THE LOAN'S STATE ALLOWS FOR
      *    RECORDING THE SATISFACTION (SEE THE LIEN RULE TABLE); THE
      *    DAILY RELEASE-TRACKING RUN (AMORTLNR) CARRIES IT THROUGH
      *    PREPARED, SENT TO THE COUNTY, AND RECORDED, AND AGES IT
      *    AGAINST THE DEADLINE UNTIL THEN. THE COMPANY IS THE
      *    SERVICING COMPANY THAT RETIRED THE LOAN ("01", THE HOME
      *    COMPANY, FOR A LOAN CARRYING NONE).
       01 LIEN-RELEASE-RECORD.
           05 LN-LOAN-ID          PIC X(10).
           05 LN-LOAN-NUMBER      PIC X(12).
           05 LN-BORROWER-NAME    PIC X(30).
           05 LN-STATE-CODE       PIC X(02).
           05 LN-PAYOFF-DATE      PIC 9(8).
           05 LN-OPENED-DATE      PIC 9(8).
           05 LN-DEADLINE-DAYS    PIC 9(3).
           05 LN-DEADLINE-DATE    PIC 9(8).
           05 LN-STATUS           PIC X(01).
               88 LN-OPEN                    VALUE "O".
               88 LN-PREPARED                VALUE "P".
               88 LN-SENT                    VALUE "S".
               88 LN-RECORDED                VALUE "R".
               88 LN-OUTSTANDING             VALUE "O" "P" "S".
           05 LN-PREPARED-DATE    PIC 9(8).
           05 LN-SENT-DATE        PIC 9(8).
           05 LN-COUNTY           PIC X(20).
           05 LN-RECORDED-DATE    PIC 9(8).
           05 LN-RECORDING-REF    PIC X(20).
           05 LN-LAST-ACTION-DATE PIC 9(8).
           05 LN-COMPANY-CODE     PIC X(02).
           05 FILLER              PIC X(18).
