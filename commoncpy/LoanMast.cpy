           05 LM-STATUS           PIC X(01).
               88 LM-ACTIVE                  VALUE "A".
               88 LM-CLOSED                  VALUE "C".
      *        CHARGED OFF TO THE ALLOWANCE (AMORTCHG) - NO LONGER
      *        BILLED, DRAFTED, OR ACCRUED; ANYTHING STILL RECEIVED
      *        POSTS AS A RECOVERY.
               88 LM-CHARGED-OFF             VALUE "W".
      *        SERVICING SOLD AND DEBOARDED (AMORTXFR) - BILLED,
      *        DRAFTED, AND POSTED ONLY UP TO THE TRANSFER DATE BELOW.
               88 LM-TRANSFERRED-OUT         VALUE "T".
           05 LM-PRINCIPAL        PIC S9(9)V99   COMP-3.
           05 LM-LOANTERM         PIC S9(4)      COMP.
           05 LM-RATE             PIC S9(3)V9(4) COMP-3.
      *    FROM A VENDOR BILL FEED - ZERO MEANS STILL AS BOARDED.
           05 LM-TAXEFFDATE       PIC 9(8).
           05 LM-INSEFFDATE       PIC 9(8).
      *    HOW PAYMENTS ARE SERVICED - "S" (OR BLANK, EVERY LOAN BOARDED
      *    BEFORE THE FIELD EXISTED) SATISFIES THE SCHEDULED ROW
      *    WHENEVER THE PAYMENT ARRIVES; "I" IS A SIMPLE-INTEREST NOTE
      *    THAT PAYS INTEREST ACCRUED DAY BY DAY SINCE THE LAST PAID
      *    DATE, WITH THE RUNNING BALANCE KEPT ON THE LEDGER.
           05 LM-SERVICINGMETHOD  PIC X(01).
               88 LM-SCHEDULED-SERVICING     VALUE "S" " ".
               88 LM-SIMPLE-INTEREST         VALUE "I".
      *    ACCRUAL STATUS, SET BY THE MONTH-END ACCRUAL RUN (AMORTACR) -
      *    BLANK WHILE INTEREST ACCRUES, "N" ONCE THE LOAN IS 90 OR
      *    MORE DAYS DOWN AND ON NON-ACCRUAL, WITH THE PERIOD-END DATE
      *    IT WENT THERE. ZERO DATE ON ANY RECORD NOT YET TOUCHED.
           05 LM-ACCRUALSTATUS    PIC X(01).
               88 LM-ACCRUING                VALUE " ".
               88 LM-NON-ACCRUAL             VALUE "N".
           05 LM-NONACCRUALDATE   PIC 9(8).
      *    SERVICEMEMBERS CIVIL RELIEF ACT PROTECTION, SET BY THE
      *    MONTHLY SCRA RUN (AMORTSCR) FROM THE DMDC STATUS RESPONSE -
      *    A BORROWER'S ACTIVE-DUTY START AND END DATES (ZERO END
      *    WHILE STILL SERVING) AND THE PAYMENT NUMBERS THEY COVER.
      *    WHILE THE PROTECTION IS IN FORCE NO RATE ABOVE THE CAP IS
      *    CHARGED (THE EXCESS IS FORGIVEN, NOT DEFERRED), AND NO
      *    FORECLOSURE OR DEFAULT-RELATED FEE, AS UNDER A BANKRUPTCY
      *    STAY. ZERO CAP RATE MEANS NO PROTECTION ON FILE.
           05 LM-SCRACAPRATE      PIC S9(3)V9(4) COMP-3.
           05 LM-SCRASTARTDATE    PIC 9(8).
           05 LM-SCRAENDDATE      PIC 9(8).
           05 LM-SCRASTARTNO      PIC S9(4)      COMP.
           05 LM-SCRAENDNO        PIC S9(4)      COMP.
      *    SERVICING TRANSFER-OUT, SET BY THE DEBOARDING RUN (AMORTXFR)
      *    - THE DATE SERVICING PASSES TO THE NEW SERVICER AND WHO THE
      *    NEW SERVICER IS. A PAYMENT DATED AFTER THE TRANSFER DATE IS
      *    NOT POSTED HERE BUT QUEUED FOR FORWARDING. ZERO DATE ON A
      *    LOAN NEVER TRANSFERRED.
           05 LM-XFERDATE         PIC 9(8).
           05 LM-XFERSERVICER     PIC X(08).
      *    THE SERVICING ENTITY THE LOAN BELONGS TO - ITS GENERAL
      *    LEDGER, 1098 FILER, LOCKBOX, AND BANK ACCOUNTS COME FROM THE
      *    COMPANY TABLE (SEE COMPSERV). BLANK, ON EVERY LOAN BOARDED
      *    BEFORE THE FIELD EXISTED, IS THE HOME COMPANY "01".
           05 LM-COMPANYCODE      PIC X(02).
      *    THE DATE THE LOAN LEFT ACTIVE STATUS - THE PAYOFF RECEIPT
      *    DATE (AMORTPFF), THE CHARGE-OFF DATE (AMORTCHG), THE
      *    TRANSFER DATE (AMORTXFR), OR THE DAY IT WAS CLOSED BY HAND
      *    (LOANMNT) - SO A RUN AS OF AN EARLIER DATE KNOWS THE LOAN
      *    WAS STILL ACTIVE THEN. ZERO ON AN ACTIVE LOAN, AND ON ONE
      *    THAT LEFT ACTIVE STATUS BEFORE THE FIELD EXISTED.
           05 LM-STATUSDATE       PIC 9(8).
           05 FILLER              PIC X(03).
