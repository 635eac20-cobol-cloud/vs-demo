	   copy "AmortSumOut.cpy".
	   copy "AmortServIn.cpy".
	   copy "AmortServOut.cpy".
	   copy "LoanInqIn.cpy".
	   copy "LoanInqOut.cpy".
       
      *> FirstPaymentDate IS OPTIONAL - PASS "" TO GET THE OLD BEHAVIOR OF
      *> ANCHORING THE SCHEDULE TO TODAY'S DATE. WHEN SUPPLIED IT DRIVES

       end method.

      *> READ-ONLY CUSTOMER-SERVICE VIEW OF ONE BOARDED LOAN - MASTER
      *> TERMS, BORROWERS, NEXT DUE DATE AND AMOUNT DUE AS THE BILLING
      *> STATEMENT STATES IT, THE LAST 12 LEDGER POSTINGS (NEWEST FIRST),
      *> SUSPENSE, ESCROW, ANY OPEN PAYOFF QUOTE, LEGAL STATUS, AND ANY
      *> OPEN PROMISE TO PAY. LOANINQ LOGS EVERY INQUIRY TO INQAUDIT FOR
      *> THE PRIVACY AUDIT - RequestingUser IS WHO IS ASKING, AND WHEN IT
      *> IS BLANK THE SIGNED-ON WINDOWS USER IS LOGGED INSTEAD. AMOUNTS
      *> COME BACK FORMATTED IN DOLLARS, DATES AS SHORT DATE STRINGS.
       method-id LoanInquiry (LoanId as String, RequestingUser as String)
           returning InquiryInfo as type LoanInquiryResult.

           set InquiryInfo to new LoanInquiryResult
           set InquiryInfo::ErrorMessage to ""
           set InquiryInfo::Borrowers to new List[type InquiryBorrower]
           set InquiryInfo::Postings to new List[type InquiryPosting]
           initialize LOANINQUIRY
           if LoanId not = null
               move LoanId to INQLOANID
           end-if
           if RequestingUser not = null and RequestingUser::Length > 0
               move RequestingUser to INQUSERID
           else
               move type Environment::UserName to INQUSERID
           end-if
           move type Environment::MachineName to INQWORKSTATION

           try
               perform using InqRunUnitInst as type RunUnit[type LOANINQ] = new RunUnit[type LOANINQ]
                   invoke InqRunUnitInst::Call("LOANINQ", LOANINQUIRY,
                       INQUIRYRESULT)
               end-perform
           catch
               set InquiryInfo::ErrorMessage to exception-object::Message
               exit method
           end-try

           evaluate true
               when INQ-NOT-FOUND
                   set InquiryInfo::ErrorMessage to
                       "No loan " & INQLOANID::Trim() & " on the loan master."
                   exit method
               when INQ-NO-USER
                   set InquiryInfo::ErrorMessage to
                       "A loan inquiry must name the user making it."
                   exit method
               when INQ-ERROR
                   set InquiryInfo::ErrorMessage to
                       "Unable to complete the loan inquiry - the servicing files could not be read or the inquiry could not be logged."
                   exit method
           end-evaluate

           set InquiryInfo::LoanNumber to INQLOANNUMBER::Trim()
           set InquiryInfo::BorrowerName to INQBORROWERNAME::Trim()
           set InquiryInfo::LoanStatus to INQLOANSTATUS
           set InquiryInfo::CompanyCode to INQCOMPANYCODE
           set InquiryInfo::CompanyName to INQCOMPANYNAME::Trim()
           set InquiryInfo::Principal to self::FormatInquiryAmount(INQPRINCIPAL)
           set InquiryInfo::LoanTerm to INQLOANTERM
           set InquiryInfo::Rate to INQRATE
           set InquiryInfo::PaymentFrequency to INQPMTFREQCODE
           set InquiryInfo::FirstPaymentDate to self::FormatInquiryDate(INQFIRSTPMTDATE)
           set InquiryInfo::FundingDate to self::FormatInquiryDate(INQFUNDINGDATE)
           set InquiryInfo::ProductCode to INQPRODUCTCODE::Trim()
           set InquiryInfo::StateCode to INQSTATECODE
           set InquiryInfo::ServicingMethod to INQSERVICINGMETHOD

           perform varying BorrowerIx as type Int32
               from 1 by 1 until BorrowerIx > INQBORROWERCOUNT
               declare brObject = new InquiryBorrower
               set brObject::Sequence to INQBRSEQ(BorrowerIx)
               set brObject::LastName to INQBRLASTNAME(BorrowerIx)::Trim()
               set brObject::FirstName to INQBRFIRSTNAME(BorrowerIx)::Trim()
               set brObject::MiddleInitial to INQBRMIDDLEINIT(BorrowerIx)
               set brObject::EcoaCode to INQBRECOACODE(BorrowerIx)
               set brObject::Address1 to INQBRADDRESS1(BorrowerIx)::Trim()
               set brObject::Address2 to INQBRADDRESS2(BorrowerIx)::Trim()
               set brObject::City to INQBRCITY(BorrowerIx)::Trim()
               set brObject::State to INQBRSTATE(BorrowerIx)
               set brObject::Zip to INQBRZIP(BorrowerIx)::Trim()
               invoke InquiryInfo::Borrowers::Add(brObject)
           end-perform

      *> A ZERO NEXT PAYMENT NUMBER MEANS NOTHING IS LEFT TO BILL.
           if INQNEXTDUENO > 0
               set InquiryInfo::NextDueNo to INQNEXTDUENO
               set InquiryInfo::NextDueDate to self::FormatInquiryDate(INQNEXTDUEDATE)
               set InquiryInfo::ScheduledAmount to self::FormatInquiryAmount(INQSCHEDAMOUNT)
               set InquiryInfo::AmountDue to self::FormatInquiryAmount(INQAMOUNTDUE)
           else
               set InquiryInfo::NextDueNo to 0
               set InquiryInfo::NextDueDate to ""
               set InquiryInfo::ScheduledAmount to ""
               set InquiryInfo::AmountDue to ""
           end-if
           set InquiryInfo::RolledLateFee to self::FormatInquiryAmount(INQROLLEDFEE)
           set InquiryInfo::FeesOutstanding to self::FormatInquiryAmount(INQFEESOUTSTANDING)
           set InquiryInfo::SuspenseBalance to self::FormatInquiryAmount(INQSUSPENSEBAL)
           set InquiryInfo::EscrowBalance to self::FormatInquiryAmount(INQESCROWBAL)

           perform varying PostingIx as type Int32
               from 1 by 1 until PostingIx > INQPOSTINGCOUNT
               declare phObject = new InquiryPosting
               set phObject::PaymentNo to INQPHPAYMENTNO(PostingIx)
               set phObject::PaidDate to self::FormatInquiryDate(INQPHPAIDDATE(PostingIx))
               set phObject::Amount to self::FormatInquiryAmount(INQPHAMOUNT(PostingIx))
               set phObject::LateFee to self::FormatInquiryAmount(INQPHLATEFEE(PostingIx))
               set phObject::MissedFlag to INQPHMISSEDFLAG(PostingIx)
               set phObject::SuspenseBalance to self::FormatInquiryAmount(INQPHSUSPENSEBAL(PostingIx))
               invoke InquiryInfo::Postings::Add(phObject)
           end-perform

           if INQ-QUOTE-OPEN
               set InquiryInfo::PayoffQuoteOpen to "Y"
               set InquiryInfo::QuoteDate to self::FormatInquiryDate(INQQUOTEDATE)
               set InquiryInfo::QuotePayoffDate to self::FormatInquiryDate(INQQUOTEPAYOFFDATE)
               set InquiryInfo::QuoteGoodThrough to self::FormatInquiryDate(INQQUOTEGOODTHROUGH)
               set InquiryInfo::QuoteTotalDue to self::FormatInquiryAmount(INQQUOTETOTALDUE)
               set InquiryInfo::QuotePerDiem to self::FormatInquiryAmount(INQQUOTEPERDIEM)
           else
               set InquiryInfo::PayoffQuoteOpen to "N"
           end-if

           set InquiryInfo::LegalStatus to INQLEGALSTATUS
           set InquiryInfo::LegalStatusDate to self::FormatInquiryDate(INQLEGALSTATUSDATE)

           if INQ-PROMISE-OPEN
               set InquiryInfo::PromiseOpen to "Y"
               set InquiryInfo::PromiseTakenDate to self::FormatInquiryDate(INQPROMISETAKENDATE)
               set InquiryInfo::PromiseDate to self::FormatInquiryDate(INQPROMISEDATE)
               set InquiryInfo::PromiseAmount to self::FormatInquiryAmount(INQPROMISEAMOUNT)
           else
               set InquiryInfo::PromiseOpen to "N"
           end-if

       end method.

      *> LOAN INQUIRY AMOUNTS ARE ALWAYS DOLLARS - A BLANK CURRENCY CODE
      *> IS CURRFMT'S USD FORMATTING.
       method-id FormatInquiryAmount private (Amount as decimal)
           returning FormattedAmount as String.

       01 INQ-AMOUNT-WORK PIC S9(9)V99 COMP-3.
       01 INQ-CURRENCY-CODE PIC X(03).
       01 CURR-FMT-OUT PIC X(18).

           move Amount to INQ-AMOUNT-WORK
           move spaces to INQ-CURRENCY-CODE
           perform using CurrFmtRunUnit as type RunUnit[type CURRFMT] = new RunUnit[type CURRFMT]
               invoke CurrFmtRunUnit::Call("CURRFMT", INQ-CURRENCY-CODE,
                   INQ-AMOUNT-WORK, CURR-FMT-OUT)
           end-perform
           set FormattedAmount to CURR-FMT-OUT::Trim()

       end method.

      *> YYYYMMDD FROM THE SERVICING FILES TO A SHORT DATE STRING - ZERO
      *> (NO DATE ON FILE) COMES BACK EMPTY.
       method-id FormatInquiryDate private (DateNum as binary-long)
           returning FormattedDate as String.

           if DateNum = 0
               set FormattedDate to ""
           else
               set FormattedDate to type DateTime::ParseExact(
                   DateNum::ToString(), "yyyyMMdd",
                   type System.Globalization.CultureInfo::InvariantCulture)::ToShortDateString
           end-if

       end method.

      *> RECORDS WHO ASKED FOR WHAT AND WHAT WE QUOTED BACK, SO A RATE
      *> DISPUTE CAN BE ANSWERED FROM THE LOG INSTEAD OF GUESSWORK.
       method-id AppendAuditEntry private (RequestP as type Int32,
       01 ErrorMessage     String               property.
       end class.

       class-id LoanInquiryResult.
       01 LoanNumber       String               property.
       01 BorrowerName     String               property.
       01 LoanStatus       String               property.
       01 CompanyCode      String               property.
       01 CompanyName      String               property.
       01 Principal        String               property.
       01 LoanTerm         binary-long          property.
       01 Rate             decimal              property.
       01 PaymentFrequency String               property.
       01 FirstPaymentDate String               property.
       01 FundingDate      String               property.
       01 ProductCode      String               property.
       01 StateCode        String               property.
       01 ServicingMethod  String               property.
       01 Borrowers        List[type InquiryBorrower] property.
       01 NextDueNo        binary-long          property.
       01 NextDueDate      String               property.
       01 ScheduledAmount  String               property.
       01 RolledLateFee    String               property.
       01 FeesOutstanding  String               property.
       01 SuspenseBalance  String               property.
       01 AmountDue        String               property.
       01 EscrowBalance    String               property.
       01 Postings         List[type InquiryPosting] property.
       01 PayoffQuoteOpen  String               property.
       01 QuoteDate        String               property.
       01 QuotePayoffDate  String               property.
       01 QuoteGoodThrough String               property.
       01 QuoteTotalDue    String               property.
       01 QuotePerDiem     String               property.
       01 LegalStatus      String               property.
       01 LegalStatusDate  String               property.
       01 PromiseOpen      String               property.
       01 PromiseTakenDate String               property.
       01 PromiseDate      String               property.
       01 PromiseAmount    String               property.
       01 ErrorMessage     String               property.
       end class.

       class-id InquiryBorrower.
       01 Sequence         binary-long          property.
       01 LastName         String               property.
       01 FirstName        String               property.
       01 MiddleInitial    String               property.
       01 EcoaCode         String               property.
       01 Address1         String               property.
       01 Address2         String               property.
       01 City             String               property.
       01 State            String               property.
       01 Zip              String               property.
       end class.

       class-id InquiryPosting.
       01 PaymentNo        binary-long          property.
       01 PaidDate         String               property.
       01 Amount           String               property.
       01 LateFee          String               property.
       01 MissedFlag       String               property.
       01 SuspenseBalance  String               property.
       end class.

       class-id ServicingPaymentResult.
       01 LateFeeAmount    String               property.
       01 LateFeeAmountRaw decimal              property.
