       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANINQ.
       REMARKS. READ-ONLY LOAN INQUIRY FOR THE CUSTOMER-SERVICE DESK.
               GIVEN A LOAN ID, RETURNS THE MASTER TERMS AND SERVICING
               COMPANY, THE BORROWER NAMES AND MAILING ADDRESSES FROM
               THE BORROWER MASTER, THE NEXT PAYMENT DUE AND THE
               AMOUNT DUE WITH IT - FIGURED EXACTLY AS THE BILLING
               STATEMENT RUN (AMORTBIL) FIGURES IT: SCHEDULED
               INSTALLMENT PLUS ROLLED LATE FEE PLUS FEES OUTSTANDING,
               LESS SUSPENSE - THE LAST TWELVE PAYMENT-HISTORY
               POSTINGS, THE ESCROW BALANCE FROM THE ESCROW LEDGER,
               ANY PAYOFF QUOTE STILL GOOD TODAY, THE LEGAL STATUS, AND
               ANY OPEN PROMISE TO PAY. THE SCHEDULE IS REBUILT THROUGH
               LOANSTCH, NOT THE SCHEDULE STORE, SO AN INQUIRY NEVER
               WRITES TO ANY SERVICING FILE.
               EVERY INQUIRY - ANSWERED, REFUSED, OR FOR A LOAN NOT ON
               FILE - IS LOGGED TO THE INQUIRY AUDIT FILE (INQAUDIT)
               WITH THE USER, WORKSTATION, DATE, AND TIME FOR THE
               PRIVACY AUDIT, BEFORE ANYTHING IS RETURNED. AN INQUIRY
               THAT CANNOT BE LOGGED IS NOT ANSWERED (INQ-ERROR), AND
               ONE WITH NO USER ID IS REFUSED (INQ-NO-USER).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WRK-MASTER-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO "BORRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WRK-BORR-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT ESCROW-LEDGER-FILE ASSIGN TO "ESCRLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WRK-ESCROW-STATUS.

           SELECT QUOTE-REGISTER-FILE ASSIGN TO "PQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QR-LOAN-ID
               FILE STATUS IS WRK-QUOTE-STATUS.

           SELECT COLLECT-REGISTER-FILE ASSIGN TO "COLLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-LOAN-ID
               FILE STATUS IS WRK-COLLECT-STATUS.

           SELECT INQUIRY-AUDIT-FILE ASSIGN TO "INQAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  QUOTE-REGISTER-FILE.
       01  QUOTE-REGISTER-RECORD.
           05 QR-LOAN-ID            PIC X(10).
           05 QR-PAYOFF-DATE        PIC 9(8).
           05 QR-TOTAL-DUE          PIC S9(9)V99   COMP-3.
           05 QR-PER-DIEM           PIC S9(7)V99   COMP-3.
           05 QR-GOOD-THROUGH       PIC 9(8).
           05 QR-QUOTE-DATE         PIC 9(8).

       FD  COLLECT-REGISTER-FILE.
       01  COLLECT-REGISTER-RECORD.
           05 CR-LOAN-ID            PIC X(10).
           05 CR-LAST-CONTACT-DATE  PIC 9(08).
           05 CR-PROMISE-TAKEN-DATE PIC 9(08).
           05 CR-PROMISE-DATE       PIC 9(08).
           05 CR-PROMISE-AMOUNT     PIC S9(9)V99   COMP-3.
           05 CR-PROMISE-STATUS     PIC X(01).
               88 CR-NO-PROMISE              VALUE " ".
               88 CR-PROMISE-OPEN            VALUE "O".
               88 CR-PROMISE-KEPT            VALUE "K".
               88 CR-PROMISE-BROKEN          VALUE "B".

      *    ONE RECORD PER INQUIRY. IA-RESULT IS THE INQERRFLAG THE
      *    CALLER WAS GIVEN - "N" ANSWERED, "F" LOAN NOT ON FILE, "U"
      *    REFUSED FOR WANT OF A USER ID, "Y" NOT ANSWERED.
       FD  INQUIRY-AUDIT-FILE.
       01  INQUIRY-AUDIT-RECORD.
           05 IA-RUN-DATE           PIC 9(8).
           05 IA-RUN-TIME           PIC 9(6).
           05 IA-USER-ID            PIC X(20).
           05 IA-WORKSTATION        PIC X(20).
           05 IA-LOAN-ID            PIC X(10).
           05 IA-RESULT             PIC X(01).
           05 FILLER                PIC X(15).

       WORKING-STORAGE SECTION.

       01 WRK-MASTER-STATUS       PIC X(02).
       01 WRK-BORR-STATUS         PIC X(02).
       01 WRK-HIST-STATUS         PIC X(02).
       01 WRK-ESCROW-STATUS       PIC X(02).
       01 WRK-QUOTE-STATUS        PIC X(02).
       01 WRK-COLLECT-STATUS      PIC X(02).
       01 WRK-AUDIT-STATUS        PIC X(02).

       01 WRK-BORR-EOF-SW         PIC X(01).
          88 END-OF-BORROWERS               VALUE "Y".
       01 WRK-HIST-EOF-SW         PIC X(01).
          88 END-OF-HISTORY                 VALUE "Y".
       01 WRK-ESCROW-EOF-SW       PIC X(01).
          88 END-OF-ESCROW-LEDGER           VALUE "Y".

       01 WRK-RUN-DATE            PIC 9(8).
       01 WRK-RUN-TIME            PIC 9(6).
       01 WRK-STEP-IX             PIC S9(4) COMP.

      *    THE SERVICING STATE CARRIED INTO THE NEXT PAYMENT, FROM THE
      *    LAST LEDGER RECORD, AND THE AMOUNTS BUILT FROM IT.
       01 WRK-LAST-POSTED-NO      PIC S9(4) COMP.
       01 WRK-NEXT-DUE-NO         PIC S9(4) COMP.
       01 WRK-ROLLED-FEE          PIC S9(7)V99 COMP-3.
       01 WRK-SUSPENSE            PIC S9(9)V99 COMP-3.
       01 WRK-AMOUNT-DUE          PIC S9(9)V99 COMP-3.

      *    THE LEDGER IS READ OLDEST FIRST, SO THE LAST TWELVE REAL
      *    POSTINGS ARE KEPT IN A RING OF TWELVE SLOTS AND HANDED
      *    BACK NEWEST FIRST ONCE THE LOAN'S LAST RECORD IS READ.
       01 WRK-POSTINGS-SEEN       PIC S9(9) COMP.
       01 WRK-SLOT                PIC S9(4) COMP.
       01 WRK-RING-QUOTIENT       PIC S9(9) COMP.
       01 WRK-RING-AGE            PIC S9(9) COMP.
       01 WRK-POSTING-RING.
           05 WRK-RING-ENTRY OCCURS 12.
               10 WRK-RING-PAYMENT-NO  PIC 9(4).
               10 WRK-RING-PAID-DATE   PIC 9(8).
               10 WRK-RING-AMOUNT      PIC S9(9)V99 COMP-3.
               10 WRK-RING-LATE-FEE    PIC S9(7)V99 COMP-3.
               10 WRK-RING-MISSED-FLAG PIC X(01).
               10 WRK-RING-SUSPENSE    PIC S9(9)V99 COMP-3.

       COPY AMORTIN.
       COPY AMORTOUT.
       COPY DUEDATES.
       COPY FEEPARMS.
       COPY COMPPARMS.
       COPY COMPMAST.

       LINKAGE SECTION.
       COPY LOANINQIN.
       COPY LOANINQOUT.

       PROCEDURE DIVISION USING LOANINQUIRY
                                INQUIRYRESULT.

       MAIN-PROCESS.
           INITIALIZE INQUIRYRESULT
           SET INQ-OK TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-RUN-TIME
           IF INQUSERID = SPACES OR INQUSERID = LOW-VALUES
               SET INQ-NO-USER TO TRUE
           ELSE
               PERFORM READ-LOAN-MASTER
           END-IF
           PERFORM WRITE-INQUIRY-AUDIT
           IF INQ-OK
               PERFORM RETURN-MASTER-TERMS
               PERFORM LOAD-BORROWERS
               PERFORM SCAN-LEDGER-FOR-LOAN
               PERFORM BUILD-NEXT-PAYMENT
               PERFORM SCAN-ESCROW-LEDGER
               PERFORM CHECK-PAYOFF-QUOTE
               PERFORM CHECK-OPEN-PROMISE
           END-IF
           GOBACK.

       READ-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE
           IF WRK-MASTER-STATUS NOT = "00"
               SET INQ-ERROR TO TRUE
           ELSE
               MOVE INQLOANID TO LM-LOAN-ID
               READ LOAN-MASTER-FILE
               EVALUATE WRK-MASTER-STATUS
                   WHEN "00"
                       CONTINUE
                   WHEN "23"
                       SET INQ-NOT-FOUND TO TRUE
                   WHEN OTHER
                       SET INQ-ERROR TO TRUE
               END-EVALUATE
               CLOSE LOAN-MASTER-FILE
           END-IF.

       READ-LOAN-MASTER-EXIT.
           EXIT.

      *    THE AUDIT RECORD GOES DOWN BEFORE ANYTHING IS RETURNED - IF
      *    IT CAN'T BE WRITTEN, THE INQUIRY IS NOT ANSWERED.
       WRITE-INQUIRY-AUDIT.
           OPEN EXTEND INQUIRY-AUDIT-FILE
           IF WRK-AUDIT-STATUS = "35"
               OPEN OUTPUT INQUIRY-AUDIT-FILE
           END-IF
           IF WRK-AUDIT-STATUS NOT = "00"
               SET INQ-ERROR TO TRUE
           ELSE
               MOVE SPACES         TO INQUIRY-AUDIT-RECORD
               MOVE WRK-RUN-DATE   TO IA-RUN-DATE
               MOVE WRK-RUN-TIME   TO IA-RUN-TIME
               MOVE INQUSERID      TO IA-USER-ID
               MOVE INQWORKSTATION TO IA-WORKSTATION
               MOVE INQLOANID      TO IA-LOAN-ID
               MOVE INQERRFLAG     TO IA-RESULT
               WRITE INQUIRY-AUDIT-RECORD
               IF WRK-AUDIT-STATUS NOT = "00"
                   SET INQ-ERROR TO TRUE
               END-IF
               CLOSE INQUIRY-AUDIT-FILE
           END-IF.

       WRITE-INQUIRY-AUDIT-EXIT.
           EXIT.

       RETURN-MASTER-TERMS.
           MOVE LM-LOAN-NUMBER      TO INQLOANNUMBER
           MOVE LM-BORROWER-NAME    TO INQBORROWERNAME
           MOVE LM-STATUS           TO INQLOANSTATUS
           MOVE LM-PRINCIPAL        TO INQPRINCIPAL
           MOVE LM-LOANTERM         TO INQLOANTERM
           MOVE LM-RATE             TO INQRATE
           MOVE LM-PMTFREQCODE      TO INQPMTFREQCODE
           MOVE LM-FIRSTPAYMENTDATE TO INQFIRSTPMTDATE
           MOVE LM-FUNDINGDATE      TO INQFUNDINGDATE
           MOVE LM-PRODUCTCODE      TO INQPRODUCTCODE
           MOVE LM-STATECODE        TO INQSTATECODE
           MOVE LM-SERVICINGMETHOD  TO INQSERVICINGMETHOD
           MOVE LM-LEGALSTATUS      TO INQLEGALSTATUS
           MOVE LM-LEGALSTATUSDATE  TO INQLEGALSTATUSDATE
      *    A COMPANY CODE NOT ON THE COMPANY TABLE STILL SHOWS, JUST
      *    WITHOUT A NAME.
           SET CMP-LOOK-UP TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           MOVE CMP-COMPANY-CODE TO INQCOMPANYCODE
           IF CMP-OK
               MOVE CM-COMPANY-NAME TO INQCOMPANYNAME
           END-IF.

       RETURN-MASTER-TERMS-EXIT.
           EXIT.

      *    PRIMARY BORROWER FIRST, THEN CO-BORROWERS, UP TO FOUR. NO
      *    BORROWER MASTER AT ALL JUST MEANS NO NAME RECORDS - THE
      *    SHORT NAME ON THE LOAN MASTER IS STILL RETURNED.
       LOAD-BORROWERS.
           MOVE ZERO TO INQBORROWERCOUNT
           MOVE "N" TO WRK-BORR-EOF-SW
           OPEN INPUT BORROWER-MASTER-FILE
           IF WRK-BORR-STATUS NOT = "00"
               IF WRK-BORR-STATUS NOT = "35"
                   SET INQ-ERROR TO TRUE
               END-IF
           ELSE
               MOVE LM-LOAN-ID TO BR-LOAN-ID
               MOVE ZEROS      TO BR-BORROWER-SEQ
               START BORROWER-MASTER-FILE KEY >= BR-KEY
               IF WRK-BORR-STATUS NOT = "00"
                   SET END-OF-BORROWERS TO TRUE
               END-IF
               PERFORM LOAD-ONE-BORROWER
                   UNTIL END-OF-BORROWERS
               CLOSE BORROWER-MASTER-FILE
           END-IF.

       LOAD-BORROWERS-EXIT.
           EXIT.

       LOAD-ONE-BORROWER.
           READ BORROWER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-BORROWERS TO TRUE
           END-READ
           IF NOT END-OF-BORROWERS AND WRK-BORR-STATUS NOT = "00"
               SET END-OF-BORROWERS TO TRUE
           END-IF
           IF NOT END-OF-BORROWERS
               IF BR-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-BORROWERS TO TRUE
               ELSE
                   ADD 1 TO INQBORROWERCOUNT
                   MOVE INQBORROWERCOUNT TO WRK-STEP-IX
                   MOVE BR-BORROWER-SEQ   TO INQBRSEQ(WRK-STEP-IX)
                   MOVE BR-LAST-NAME      TO INQBRLASTNAME(WRK-STEP-IX)
                   MOVE BR-FIRST-NAME
                       TO INQBRFIRSTNAME(WRK-STEP-IX)
                   MOVE BR-MIDDLE-INITIAL
                       TO INQBRMIDDLEINIT(WRK-STEP-IX)
                   MOVE BR-ECOA-CODE      TO INQBRECOACODE(WRK-STEP-IX)
                   MOVE BR-ADDRESS-1      TO INQBRADDRESS1(WRK-STEP-IX)
                   MOVE BR-ADDRESS-2      TO INQBRADDRESS2(WRK-STEP-IX)
                   MOVE BR-CITY           TO INQBRCITY(WRK-STEP-IX)
                   MOVE BR-STATE          TO INQBRSTATE(WRK-STEP-IX)
                   MOVE BR-ZIP            TO INQBRZIP(WRK-STEP-IX)
                   IF INQBORROWERCOUNT = 4
                       SET END-OF-BORROWERS TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-ONE-BORROWER-EXIT.
           EXIT.

      *    ONE PASS DOWN THE LOAN'S LEDGER RECORDS, THE SAME PASS THE
      *    BILLING RUN MAKES - THE HIGHEST PAYMENT POSTED SETS THE
      *    NEXT DUE NUMBER, AND THE LAST RECORD'S ROLLED FEE AND
      *    SUSPENSE BALANCE ARE THE STATE CARRIED INTO IT. EACH REAL
      *    POSTING ALSO GOES INTO THE RING; THE ARCHIVE STUB LEFT BY
      *    THE HISTORY PURGE (PAYMENT ZERO) IS NOT A POSTING. A LEDGER
      *    THAT DOESN'T EXIST AT ALL JUST MEANS NOTHING HAS POSTED.
       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO  TO WRK-LAST-POSTED-NO WRK-POSTINGS-SEEN
           MOVE ZEROS TO WRK-ROLLED-FEE WRK-SUSPENSE
           MOVE "N" TO WRK-HIST-EOF-SW
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WRK-HIST-STATUS NOT = "00"
               IF WRK-HIST-STATUS NOT = "35"
                   SET INQ-ERROR TO TRUE
               END-IF
           ELSE
               MOVE LM-LOAN-ID TO PH-LOAN-ID
               MOVE ZEROS      TO PH-PAYMENT-NO
               START PAYMENT-HISTORY-FILE KEY >= PH-KEY
               IF WRK-HIST-STATUS NOT = "00"
                   SET END-OF-HISTORY TO TRUE
               END-IF
               PERFORM SCAN-ONE-HISTORY-RECORD
                   UNTIL END-OF-HISTORY
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           PERFORM RETURN-RECENT-POSTINGS.

       SCAN-LEDGER-FOR-LOAN-EXIT.
           EXIT.

       SCAN-ONE-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-HISTORY AND WRK-HIST-STATUS NOT = "00"
               SET END-OF-HISTORY TO TRUE
           END-IF
           IF NOT END-OF-HISTORY
               IF PH-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   MOVE PH-PAYMENT-NO   TO WRK-LAST-POSTED-NO
                   MOVE PH-LATE-FEE     TO WRK-ROLLED-FEE
                   MOVE PH-SUSPENSE-BAL TO WRK-SUSPENSE
                   IF PH-PAYMENT-NO > ZERO
                       PERFORM KEEP-ONE-POSTING
                   END-IF
               END-IF
           END-IF.

       SCAN-ONE-HISTORY-RECORD-EXIT.
           EXIT.

       KEEP-ONE-POSTING.
           DIVIDE WRK-POSTINGS-SEEN BY 12
               GIVING WRK-RING-QUOTIENT
               REMAINDER WRK-SLOT
           ADD 1 TO WRK-SLOT
           ADD 1 TO WRK-POSTINGS-SEEN
           MOVE PH-PAYMENT-NO       TO WRK-RING-PAYMENT-NO(WRK-SLOT)
           MOVE PH-ACTUAL-PAID-DATE TO WRK-RING-PAID-DATE(WRK-SLOT)
           MOVE PH-ACTUAL-AMOUNT    TO WRK-RING-AMOUNT(WRK-SLOT)
           MOVE PH-LATE-FEE         TO WRK-RING-LATE-FEE(WRK-SLOT)
           MOVE PH-MISSED-FLAG
               TO WRK-RING-MISSED-FLAG(WRK-SLOT)
           MOVE PH-SUSPENSE-BAL     TO WRK-RING-SUSPENSE(WRK-SLOT).

       KEEP-ONE-POSTING-EXIT.
           EXIT.

       RETURN-RECENT-POSTINGS.
           IF WRK-POSTINGS-SEEN > 12
               MOVE 12 TO INQPOSTINGCOUNT
           ELSE
               MOVE WRK-POSTINGS-SEEN TO INQPOSTINGCOUNT
           END-IF
           PERFORM RETURN-ONE-POSTING
               VARYING WRK-STEP-IX FROM 1 BY 1
                   UNTIL WRK-STEP-IX > INQPOSTINGCOUNT.

       RETURN-RECENT-POSTINGS-EXIT.
           EXIT.

      *    THE NEWEST POSTING IS NUMBER WRK-POSTINGS-SEEN; RESULT ROW
      *    N IS THE POSTING N-1 BEFORE IT.
       RETURN-ONE-POSTING.
           COMPUTE WRK-RING-AGE = WRK-POSTINGS-SEEN - WRK-STEP-IX
           DIVIDE WRK-RING-AGE BY 12
               GIVING WRK-RING-QUOTIENT
               REMAINDER WRK-SLOT
           ADD 1 TO WRK-SLOT
           MOVE WRK-RING-PAYMENT-NO(WRK-SLOT)
               TO INQPHPAYMENTNO(WRK-STEP-IX)
           MOVE WRK-RING-PAID-DATE(WRK-SLOT)
               TO INQPHPAIDDATE(WRK-STEP-IX)
           MOVE WRK-RING-AMOUNT(WRK-SLOT)
               TO INQPHAMOUNT(WRK-STEP-IX)
           MOVE WRK-RING-LATE-FEE(WRK-SLOT)
               TO INQPHLATEFEE(WRK-STEP-IX)
           MOVE WRK-RING-MISSED-FLAG(WRK-SLOT)
               TO INQPHMISSEDFLAG(WRK-STEP-IX)
           MOVE WRK-RING-SUSPENSE(WRK-SLOT)
               TO INQPHSUSPENSEBAL(WRK-STEP-IX).

       RETURN-ONE-POSTING-EXIT.
           EXIT.

      *    THE NEXT UNPOSTED PAYMENT AND WHAT THE BILLING STATEMENT
      *    WOULD ASK FOR WITH IT. THE ROLLED FEE, SUSPENSE, AND FEES
      *    OUTSTANDING ARE RETURNED EVEN WHEN NOTHING IS LEFT TO BILL.
       BUILD-NEXT-PAYMENT.
           MOVE WRK-ROLLED-FEE TO INQROLLEDFEE
           MOVE WRK-SUSPENSE   TO INQSUSPENSEBAL
           PERFORM FETCH-FEES-OUTSTANDING
           MOVE ZERO TO INQNEXTDUENO
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               PERFORM LOAD-LOANINFO-FROM-MASTER
               CALL "LOANSTCH" USING LM-LOAN-ID LOANINFO OUTDATA
               CANCEL "LOANSTCH"
               COMPUTE WRK-NEXT-DUE-NO = WRK-LAST-POSTED-NO + 1
               IF WRK-NEXT-DUE-NO >= 1 AND WRK-NEXT-DUE-NO <= LOANTERM
                   MOVE WRK-NEXT-DUE-NO TO INQNEXTDUENO
                   PERFORM COMPUTE-NEXT-DUE-DATE
                   MOVE OUTAMOUNTDUE(WRK-NEXT-DUE-NO)
                       TO INQSCHEDAMOUNT
                   COMPUTE WRK-AMOUNT-DUE =
                        INQSCHEDAMOUNT + WRK-ROLLED-FEE
                        + INQFEESOUTSTANDING - WRK-SUSPENSE
                   IF WRK-AMOUNT-DUE < ZERO
                       MOVE ZEROS TO WRK-AMOUNT-DUE
                   END-IF
                   MOVE WRK-AMOUNT-DUE TO INQAMOUNTDUE
               END-IF
           END-IF.

       BUILD-NEXT-PAYMENT-EXIT.
           EXIT.

       COMPUTE-NEXT-DUE-DATE.
           MOVE "D"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WRK-NEXT-DUE-NO     TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-DATE        TO INQNEXTDUEDATE.

       COMPUTE-NEXT-DUE-DATE-EXIT.
           EXIT.

      *    FEES ASSESSED BY THE DESK, THE POSTING RUN, OR THE PAYOFF
      *    QUOTES AND NOT YET COLLECTED OR WAIVED.
       FETCH-FEES-OUTSTANDING.
           MOVE "Q"        TO FEP-FUNCTION
           MOVE LM-LOAN-ID TO FEP-LOAN-ID
           MOVE "LOANINQ"  TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               SET INQ-ERROR TO TRUE
           ELSE
               MOVE FEP-OUTSTANDING TO INQFEESOUTSTANDING
           END-IF.

       FETCH-FEES-OUTSTANDING-EXIT.
           EXIT.

       LOAD-LOANINFO-FROM-MASTER.
           INITIALIZE LOANINFO
           MOVE LM-PRINCIPAL        TO PRINCIPAL
           MOVE LM-LOANTERM         TO LOANTERM
           MOVE LM-RATE             TO RATE
           MOVE LM-IOMONTHS         TO IOMONTHS
           MOVE LM-EXTRAPAYMENT     TO EXTRAPAYMENT
           MOVE LM-LUMPSUMAMT       TO LUMPSUMAMT
           MOVE LM-LUMPSUMMONTH     TO LUMPSUMMONTH
           MOVE LM-PMTFREQCODE      TO PMTFREQCODE
           MOVE LM-BALLOONTERM      TO BALLOONTERM
           MOVE LM-PROPERTYVALUE    TO PROPERTYVALUE
           MOVE LM-PMIRATE          TO PMIRATE
           MOVE LM-FINANCEFEES      TO FINANCEFEES
           MOVE LM-FIRSTPAYMENTDATE TO FIRSTPAYMENTDATE
           MOVE LM-ANNUALTAXAMT     TO ANNUALTAXAMT
           MOVE LM-ANNUALINSAMT     TO ANNUALINSAMT
           MOVE LM-DAYCOUNTCODE     TO DAYCOUNTCODE
           MOVE LM-FUNDINGDATE      TO FUNDINGDATE
           MOVE LM-ODDDAYSCODE      TO ODDDAYSCODE
           MOVE LM-RECASTELECTION   TO RECASTELECTION
           MOVE LM-PRODUCTCODE      TO PRODUCTCODE
           MOVE LM-STATECODE        TO STATECODE
           MOVE LM-BUYDOWNYR1RED    TO BUYDOWNYR1REDUCTION
           MOVE LM-BUYDOWNYR2RED    TO BUYDOWNYR2REDUCTION
           MOVE LM-BUYDOWNSUBSIDY   TO BUYDOWNSUBSIDYDEP
           MOVE LM-DEFERSTARTNO     TO DEFERSTARTNO
           MOVE LM-DEFERNUMPMTS     TO DEFERNUMPMTS
           MOVE LM-DEFERTREATMENT   TO DEFERTREATMENT
           MOVE LM-GRADNUMSTEPS     TO GRADNUMSTEPS
           PERFORM MOVE-ONE-GRAD-STEP
               VARYING WRK-STEP-IX FROM 1 BY 1
                   UNTIL WRK-STEP-IX > 5
           MOVE LM-ARMNUMRESETS     TO ARMNUMRESETS
           MOVE LM-ARMPERIODICCAP   TO ARMPERIODICCAP
           MOVE LM-ARMLIFETIMECAP   TO ARMLIFETIMECAP
           MOVE LM-ARMLIFETIMEFLOOR TO ARMLIFETIMEFLOOR
           MOVE LM-ARMINDEXCODE     TO ARMINDEXCODE
           MOVE LM-ARMMARGIN        TO ARMMARGIN
           MOVE LM-ARMLOOKBACKDAYS  TO ARMLOOKBACKDAYS
           MOVE LM-LEGALSTATUS      TO LEGALSTATUSCODE
           MOVE LM-LEGALSTATUSDATE  TO LEGALSTATUSDATE
           MOVE LM-SERVICINGMETHOD  TO SERVICINGMETHOD
           MOVE LM-SCRACAPRATE      TO SCRACAPRATE
           MOVE LM-SCRASTARTNO      TO SCRASTARTNO
           MOVE LM-SCRAENDNO        TO SCRAENDNO
           MOVE ZEROS TO SIPRINCIPALBAL SIACCRUALDATE
           PERFORM MOVE-ONE-ARM-RESET
               VARYING WRK-STEP-IX FROM 1 BY 1
                   UNTIL WRK-STEP-IX > 12.

       LOAD-LOANINFO-FROM-MASTER-EXIT.
           EXIT.

       MOVE-ONE-GRAD-STEP.
           MOVE LM-GRADSTEPSTARTNO(WRK-STEP-IX)
               TO GRADSTEPSTARTNO(WRK-STEP-IX)
           MOVE LM-GRADSTEPFACTOR(WRK-STEP-IX)
               TO GRADSTEPFACTOR(WRK-STEP-IX).

       MOVE-ONE-GRAD-STEP-EXIT.
           EXIT.

       MOVE-ONE-ARM-RESET.
           MOVE LM-ARMRESETPMTNO(WRK-STEP-IX)
               TO ARMRESETPMTNO(WRK-STEP-IX)
           MOVE LM-ARMRESETRATE(WRK-STEP-IX)
               TO ARMRESETRATE(WRK-STEP-IX).

       MOVE-ONE-ARM-RESET-EXIT.
           EXIT.

      *    THE LAST ESCROW LEDGER RECORD FOR THE LOAN CARRIES THE
      *    ACTUAL ESCROW BALANCE. NO LEDGER AT ALL JUST MEANS NO
      *    ESCROW ACTIVITY HAS EVER POSTED.
       SCAN-ESCROW-LEDGER.
           MOVE ZEROS TO INQESCROWBAL
           MOVE "N" TO WRK-ESCROW-EOF-SW
           OPEN INPUT ESCROW-LEDGER-FILE
           IF WRK-ESCROW-STATUS NOT = "00"
               IF WRK-ESCROW-STATUS NOT = "35"
                   SET INQ-ERROR TO TRUE
               END-IF
           ELSE
               MOVE LM-LOAN-ID TO EL-LOAN-ID
               MOVE ZEROS      TO EL-SEQ-NO
               START ESCROW-LEDGER-FILE KEY >= EL-KEY
               IF WRK-ESCROW-STATUS NOT = "00"
                   SET END-OF-ESCROW-LEDGER TO TRUE
               END-IF
               PERFORM SCAN-ONE-ESCROW-RECORD
                   UNTIL END-OF-ESCROW-LEDGER
               CLOSE ESCROW-LEDGER-FILE
           END-IF.

       SCAN-ESCROW-LEDGER-EXIT.
           EXIT.

       SCAN-ONE-ESCROW-RECORD.
           READ ESCROW-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-ESCROW-LEDGER TO TRUE
           END-READ
           IF NOT END-OF-ESCROW-LEDGER
                   AND WRK-ESCROW-STATUS NOT = "00"
               SET END-OF-ESCROW-LEDGER TO TRUE
           END-IF
           IF NOT END-OF-ESCROW-LEDGER
               IF EL-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-ESCROW-LEDGER TO TRUE
               ELSE
                   MOVE EL-BALANCE TO INQESCROWBAL
               END-IF
           END-IF.

       SCAN-ONE-ESCROW-RECORD-EXIT.
           EXIT.

      *    THE QUOTE REGISTER HOLDS THE LAST QUOTE ISSUED FOR EACH
      *    LOAN; IT IS STILL OPEN WHILE ITS GOOD-THROUGH DATE HAS NOT
      *    PASSED AND THE LOAN HAS NOT PAID OFF.
       CHECK-PAYOFF-QUOTE.
           MOVE "N" TO INQQUOTEFLAG
           OPEN INPUT QUOTE-REGISTER-FILE
           IF WRK-QUOTE-STATUS NOT = "00"
               IF WRK-QUOTE-STATUS NOT = "35"
                   SET INQ-ERROR TO TRUE
               END-IF
           ELSE
               MOVE LM-LOAN-ID TO QR-LOAN-ID
               READ QUOTE-REGISTER-FILE
               IF WRK-QUOTE-STATUS = "00"
                       AND QR-GOOD-THROUGH >= WRK-RUN-DATE
                       AND NOT LM-CLOSED
                   SET INQ-QUOTE-OPEN TO TRUE
                   MOVE QR-QUOTE-DATE   TO INQQUOTEDATE
                   MOVE QR-PAYOFF-DATE  TO INQQUOTEPAYOFFDATE
                   MOVE QR-GOOD-THROUGH TO INQQUOTEGOODTHROUGH
                   MOVE QR-TOTAL-DUE    TO INQQUOTETOTALDUE
                   MOVE QR-PER-DIEM     TO INQQUOTEPERDIEM
               END-IF
               CLOSE QUOTE-REGISTER-FILE
           END-IF.

       CHECK-PAYOFF-QUOTE-EXIT.
           EXIT.

       CHECK-OPEN-PROMISE.
           MOVE "N" TO INQPROMISEFLAG
           OPEN INPUT COLLECT-REGISTER-FILE
           IF WRK-COLLECT-STATUS NOT = "00"
               IF WRK-COLLECT-STATUS NOT = "35"
                   SET INQ-ERROR TO TRUE
               END-IF
           ELSE
               MOVE LM-LOAN-ID TO CR-LOAN-ID
               READ COLLECT-REGISTER-FILE
               IF WRK-COLLECT-STATUS = "00" AND CR-PROMISE-OPEN
                   SET INQ-PROMISE-OPEN TO TRUE
                   MOVE CR-PROMISE-TAKEN-DATE TO INQPROMISETAKENDATE
                   MOVE CR-PROMISE-DATE       TO INQPROMISEDATE
                   MOVE CR-PROMISE-AMOUNT     TO INQPROMISEAMOUNT
               END-IF
               CLOSE COLLECT-REGISTER-FILE
           END-IF.

       CHECK-OPEN-PROMISE-EXIT.
           EXIT.

       END PROGRAM LOANINQ.
