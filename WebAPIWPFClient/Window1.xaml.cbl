
       end method.

      *> "LOAN LOOKUP" TAB - READ-ONLY CUSTOMER-SERVICE VIEW OF ONE LOAN
      *> FROM THE LOAN INQUIRY SERVICE (CobList::LoanInquiry). THE SIGNED-
      *> ON WINDOWS USER GOES WITH EVERY REQUEST SO THE INQUIRY IS LOGGED
      *> UNDER THE PERSON WHO MADE IT FOR THE PRIVACY AUDIT.
       method-id btnLoanLookup_Click.
       01 InquiryURL      String.
       01 wc              type WebClient.
       01 jSer            type DataContractJsonSerializer.
       01 result          type Byte occurs any.
       01 InquiryObj      type LoanInquiryResult.

       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           declare LoanIdText = tbLookupLoanId::Text
           if LoanIdText = null or LoanIdText::Trim()::Length = 0
               invoke type MessageBox::Show("Loan ID is required.")
               goback
           end-if

           set InquiryURL to self::GetConfiguredUrl("LoanInquiryServiceUrl",
               "http://localhost:7071/api/LoanInquiry?")
           set InquiryURL to InquiryURL & "LoanId=" &
               type Uri::EscapeDataString(LoanIdText::Trim()) & "&" &
               "User=" & type Uri::EscapeDataString(type Environment::UserName)
           try
               set wc to new WebClient
               set result to wc::DownloadData(InquiryURL)
               declare ms = new MemoryStream(result)
               set jSer to new DataContractJsonSerializer(type of LoanInquiryResult)
               set InquiryObj to jSer::ReadObject(ms) as type LoanInquiryResult
           catch
               invoke type MessageBox::Show(
                   "Unable to reach the loan inquiry service: " &
                   exception-object::Message)
               goback
           end-try

           if InquiryObj::ErrorMessage not = null and
                   InquiryObj::ErrorMessage::Length > 0
               set dgLookupBorrowers::ItemsSource to null
               set dgLookupPostings::ItemsSource to null
               invoke type MessageBox::Show(InquiryObj::ErrorMessage)
               goback
           end-if

           set lblLookupLoan::Content to InquiryObj::LoanNumber & "  " &
               InquiryObj::BorrowerName & "  (" & InquiryObj::CompanyName & ")"
           set lblLookupTerms::Content to InquiryObj::Principal & " at " &
               InquiryObj::Rate & "% for " & InquiryObj::LoanTerm &
               " payments, status " & InquiryObj::LoanStatus
           if InquiryObj::NextDueNo > 0
               set lblLookupNextDue::Content to "#" & InquiryObj::NextDueNo &
                   " due " & InquiryObj::NextDueDate & " - " &
                   InquiryObj::AmountDue
           else
               set lblLookupNextDue::Content to "Nothing left to bill"
           end-if
           set lblLookupSuspense::Content to InquiryObj::SuspenseBalance
           set lblLookupEscrow::Content to InquiryObj::EscrowBalance
           if InquiryObj::PayoffQuoteOpen = "Y"
               set lblLookupQuote::Content to InquiryObj::QuoteTotalDue &
                   " good through " & InquiryObj::QuoteGoodThrough
           else
               set lblLookupQuote::Content to "None open"
           end-if
           if InquiryObj::LegalStatus = null or
                   InquiryObj::LegalStatus::Trim()::Length = 0
               set lblLookupLegal::Content to "None"
           else
               set lblLookupLegal::Content to InquiryObj::LegalStatus &
                   " since " & InquiryObj::LegalStatusDate
           end-if
           if InquiryObj::PromiseOpen = "Y"
               set lblLookupPromise::Content to InquiryObj::PromiseAmount &
                   " promised by " & InquiryObj::PromiseDate
           else
               set lblLookupPromise::Content to "None open"
           end-if
           set dgLookupBorrowers::ItemsSource to InquiryObj::Borrowers
           set dgLookupPostings::ItemsSource to InquiryObj::Postings

           goback.

       end method.

       end class.

       class-id RateShopResult.
