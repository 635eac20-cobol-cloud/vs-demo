      *    SERVICING TRANSFER TAPE - WRITTEN BY THE DEBOARDING RUN
      *    (AMORTXFR) FOR THE SERVICER TAKING OVER. ONE GROUP PER
      *    SERVICING COMPANY WITH LOANS ON THE TRANSFER: A HEADER
      *    NAMING THE COMPANY AS THE SERVICER TRANSFERRING THEM; THEN
      *    FOR EACH LOAN ITS TERMS-AND-BALANCES RECORD FOLLOWED BY ITS
      *    BORROWERS, PAYMENT HISTORY, ESCROW POSITION, PENDING ESCROW
      *    DISBURSEMENTS, MISCELLANEOUS FEES, AND MODIFICATION HISTORY;
      *    AND A TRAILER WITH THE GROUP'S CONTROL TOTALS, ITS RECORD
      *    COUNT TAKING IN THE HEADER AND TRAILER. DISPLAY-NUMERIC
      *    FIELDS, THE SAME CONVENTION AS THE SELLER DELIVERY FILE THE
      *    BOARDING RUN (LOANBRD) READS - SIGNED AMOUNTS CARRY THEIR
      *    SIGN IN THE LAST DIGIT.
       01  XFER-LOAN-RECORD.
           05 XL-RECORD-TYPE        PIC X(01).
               88 XT-HEADER-REC              VALUE "H".
               88 XT-LOAN-REC                VALUE "L".
               88 XT-BORROWER-REC            VALUE "B".
               88 XT-PAYMENT-REC             VALUE "P".
               88 XT-ESCROW-REC              VALUE "E".
               88 XT-DISBURSEMENT-REC        VALUE "D".
               88 XT-FEE-REC                 VALUE "F".
               88 XT-MODIFICATION-REC        VALUE "M".
               88 XT-TRAILER-REC             VALUE "T".
           05 XL-LOAN-ID            PIC X(10).
           05 XL-LOAN-NUMBER        PIC X(12).
           05 XL-BORROWER-NAME      PIC X(30).
           05 XL-PRINCIPAL          PIC 9(9)V99.
           05 XL-LOANTERM           PIC 9(4).
           05 XL-RATE               PIC 9(3)V9(4).
           05 XL-IOMONTHS           PIC 9(4).
           05 XL-PMTFREQCODE        PIC X(01).
           05 XL-BALLOONTERM        PIC 9(4).
           05 XL-FIRSTPAYMENTDATE   PIC 9(8).
           05 XL-FUNDINGDATE        PIC 9(8).
           05 XL-DAYCOUNTCODE       PIC X(01).
           05 XL-SERVICINGMETHOD    PIC X(01).
           05 XL-PROPERTYVALUE      PIC 9(9)V99.
           05 XL-PMIRATE            PIC 9(1)V9(4).
           05 XL-ANNUALTAXAMT       PIC 9(7)V99.
           05 XL-ANNUALINSAMT       PIC 9(7)V99.
           05 XL-PRODUCTCODE        PIC X(04).
           05 XL-STATECODE          PIC X(02).
           05 XL-INVESTOR-ID        PIC X(08).
           05 XL-ARMNUMRESETS       PIC 9(2).
           05 XL-ARMPERIODICCAP     PIC 9(3)V9(4).
           05 XL-ARMLIFETIMECAP     PIC 9(3)V9(4).
           05 XL-ARMLIFETIMEFLOOR   PIC 9(3)V9(4).
           05 XL-ARMINDEXCODE       PIC X(04).
           05 XL-ARMMARGIN          PIC 9(3)V9(4).
           05 XL-ARMLOOKBACKDAYS    PIC 9(3).
           05 XL-ARMRESETENTRY OCCURS 12.
               10 XL-ARMRESETPMTNO  PIC 9(4).
               10 XL-ARMRESETRATE   PIC 9(3)V9(4).
           05 XL-MODEFFPMTNO        PIC 9(4).
           05 XL-LEGALSTATUS        PIC X(01).
           05 XL-LEGALSTATUSDATE    PIC 9(8).
           05 XL-SCRACAPRATE        PIC 9(3)V9(4).
           05 XL-SCRASTARTDATE      PIC 9(8).
           05 XL-SCRAENDDATE        PIC 9(8).
      *    THE LOAN'S POSITION AS OF THE TAPE - UNPAID PRINCIPAL, THE
      *    NEXT PAYMENT OWED, AND WHAT THE LEDGERS HOLD AGAINST IT.
           05 XL-PRINCIPAL-BAL      PIC 9(9)V99.
           05 XL-LAST-PAID-NO       PIC 9(4).
           05 XL-LAST-PAID-DATE     PIC 9(8).
           05 XL-NEXT-DUE-NO        PIC 9(4).
           05 XL-NEXT-DUE-DATE      PIC 9(8).
           05 XL-NEXT-PAYMENT-AMT   PIC 9(7)V99.
           05 XL-MISSED-STREAK      PIC 9(4).
           05 XL-LATE-FEE           PIC 9(7)V99.
           05 XL-SUSPENSE-BAL       PIC S9(9)V99.
           05 XL-ESCROW-BAL         PIC S9(9)V99.
           05 XL-FEES-OUTSTANDING   PIC 9(7)V99.
       01  XFER-HEADER-RECORD.
           05 XH-RECORD-TYPE        PIC X(01).
           05 XH-FROM-SERVICER-ID   PIC X(08).
           05 XH-FROM-SERVICER-NAME PIC X(30).
           05 XH-TO-SERVICER-ID     PIC X(08).
           05 XH-TO-SERVICER-NAME   PIC X(30).
           05 XH-TRANSFER-DATE      PIC 9(8).
           05 XH-CREATED-DATE       PIC 9(8).
       01  XFER-BORROWER-RECORD.
           05 XB-RECORD-TYPE        PIC X(01).
           05 XB-LOAN-ID            PIC X(10).
           05 XB-BORROWER-SEQ       PIC 9(2).
           05 XB-LAST-NAME          PIC X(25).
           05 XB-FIRST-NAME         PIC X(20).
           05 XB-MIDDLE-INITIAL     PIC X(01).
           05 XB-GENERATION         PIC X(03).
           05 XB-SSN                PIC 9(9).
           05 XB-ECOA-CODE          PIC X(01).
           05 XB-ADDRESS-1          PIC X(30).
           05 XB-ADDRESS-2          PIC X(30).
           05 XB-CITY               PIC X(20).
           05 XB-STATE              PIC X(02).
           05 XB-ZIP                PIC X(09).
      *    ONE PER PAYMENT-HISTORY LEDGER RECORD, IN PAYMENT ORDER.
       01  XFER-PAYMENT-RECORD.
           05 XP-RECORD-TYPE        PIC X(01).
           05 XP-LOAN-ID            PIC X(10).
           05 XP-PAYMENT-NO         PIC 9(4).
           05 XP-PAID-DATE          PIC 9(8).
           05 XP-AMOUNT             PIC S9(9)V99.
           05 XP-LATE-FEE           PIC S9(7)V99.
           05 XP-MISSED-FLAG        PIC X(01).
           05 XP-MISSED-STREAK      PIC 9(4).
           05 XP-SUSPENSE-BAL       PIC S9(9)V99.
           05 XP-PRINCIPAL-BAL      PIC S9(9)V99.
           05 XP-ACCRUAL-DATE       PIC 9(8).
      *    THE ESCROW BALANCE OF RECORD (THE LAST ESCROW LEDGER
      *    RECORD) AND THE BILLS STILL TO BE PAID FROM IT.
       01  XFER-ESCROW-RECORD.
           05 XE-RECORD-TYPE        PIC X(01).
           05 XE-LOAN-ID            PIC X(10).
           05 XE-BALANCE            PIC S9(9)V99.
           05 XE-LAST-TRAN-DATE     PIC 9(8).
           05 XE-MONTHLY-ESCROW     PIC 9(7)V99.
           05 XE-PENDING-COUNT      PIC 9(4).
           05 XE-PENDING-TOTAL      PIC 9(9)V99.
      *    ONE PER PAYEE-MASTER BILL NOT YET DISBURSED.
       01  XFER-DISBURSEMENT-RECORD.
           05 XD-RECORD-TYPE        PIC X(01).
           05 XD-LOAN-ID            PIC X(10).
           05 XD-PAYEE-ID           PIC X(08).
           05 XD-PAYEE-NAME         PIC X(30).
           05 XD-BILL-TYPE          PIC X(01).
           05 XD-DUE-DATE           PIC 9(8).
           05 XD-AMOUNT             PIC 9(7)V99.
      *    ONE PER FEE ASSESSED ON THE FEE LEDGER, WITH WHAT HAS BEEN
      *    PAID AND WAIVED AGAINST IT AND WHAT IS STILL OWED.
       01  XFER-FEE-RECORD.
           05 XF-RECORD-TYPE        PIC X(01).
           05 XF-LOAN-ID            PIC X(10).
           05 XF-FEE-SEQ-NO         PIC 9(6).
           05 XF-FEE-TYPE           PIC X(02).
           05 XF-ASSESS-DATE        PIC 9(8).
           05 XF-AMOUNT             PIC 9(7)V99.
           05 XF-PAID               PIC 9(7)V99.
           05 XF-WAIVED             PIC 9(7)V99.
           05 XF-OUTSTANDING        PIC 9(7)V99.
           05 XF-ASSESS-REASON      PIC X(02).
      *    ONE PER TERMS-HISTORY RECORD - THE TERMS IN FORCE BEFORE
      *    THE MODIFICATION THAT TOOK EFFECT AT THE PAYMENT NUMBER.
       01  XFER-MODIFICATION-RECORD.
           05 XM-RECORD-TYPE        PIC X(01).
           05 XM-LOAN-ID            PIC X(10).
           05 XM-EFF-PMT-NO         PIC 9(4).
           05 XM-MOD-DATE           PIC 9(8).
           05 XM-PRINCIPAL          PIC 9(9)V99.
           05 XM-LOANTERM           PIC 9(4).
           05 XM-RATE               PIC 9(3)V9(4).
           05 XM-IOMONTHS           PIC 9(4).
           05 XM-PMTFREQCODE        PIC X(01).
           05 XM-BALLOONTERM        PIC 9(4).
           05 XM-FIRSTPAYMENTDATE   PIC 9(8).
           05 XM-ANNUALTAXAMT       PIC 9(7)V99.
           05 XM-ANNUALINSAMT       PIC 9(7)V99.
           05 XM-DEFERSTARTNO       PIC 9(4).
           05 XM-DEFERNUMPMTS       PIC 9(4).
           05 XM-DEFERTREATMENT     PIC X(01).
           05 XM-ARMNUMRESETS       PIC 9(2).
           05 XM-ARMINDEXCODE       PIC X(04).
           05 XM-ARMMARGIN          PIC 9(3)V9(4).
       01  XFER-TRAILER-RECORD.
           05 XZ-RECORD-TYPE        PIC X(01).
           05 XZ-LOAN-COUNT         PIC 9(9).
           05 XZ-RECORD-COUNT       PIC 9(9).
           05 XZ-PRINCIPAL-TOTAL    PIC 9(13)V99.
           05 XZ-ESCROW-TOTAL       PIC S9(13)V99.
           05 XZ-SUSPENSE-TOTAL     PIC S9(13)V99.
           05 XZ-FEES-TOTAL         PIC 9(13)V99.
           05 XZ-PENDING-TOTAL      PIC 9(13)V99.
