               TOTAL DUE PLUS PER-DIEM FOR EVERY DAY PAST THE TARGET
               DATE. SUFFICIENT FUNDS RETIRE THE LOAN END TO END: THE
               FINAL ACTIVITY IS WRITTEN TO THE PAYMENT-HISTORY
               LEDGER AS A SATISFIED PAYMENT WITH SUSPENSE CLEARED
               (AND A SIMPLE-INTEREST LOAN'S RUNNING BALANCE ZEROED),
               ANY HELD SUSPENSE AND ANY REMAINING ESCROW BALANCE ARE
               REFUNDED (THE ESCROW LEDGER IS DRAWN TO ZERO WITH A
               REFUND RECORD), EVERY FEE STILL OUTSTANDING ON THE
               MISCELLANEOUS FEE LEDGER IS MARKED PAID OUT OF THE
               PAYOFF (THE QUOTE INCLUDED THEM IN ITS TOTAL DUE), THE
               LOAN IS FLAGGED CLOSED ON THE
               MASTER EXACTLY AS THE MAINTENANCE CLOSE ACTION FLAGS
               IT, AND THE QUOTE COMES OFF THE REGISTER. SHORT FUNDS,
               RECEIPTS WITH NO OPEN QUOTE, AND LOANS NOT ON FILE OR
               ALREADY CLOSED OR CHARGED OFF (ANY MONEY ON A CHARGED-
               OFF LOAN POSTS AS A RECOVERY THROUGH AMORTPST) GO TO
               AN EXCEPTIONS FILE WITH A REASON
               CODE AND DO NOT STOP THE RUN. A SETTLEMENT REGISTER
               PRINTS EVERY RECEIPT PROCESSED WITH THE EXPECTED AND
               RECEIVED AMOUNTS AND THE REFUNDS CUT. EVERY RETIRED
               LOAN ALSO OPENS A LIEN-RELEASE TRACKING RECORD CARRYING
               THE DATE BY WHICH ITS STATE REQUIRES THE SATISFACTION
               TO BE RECORDED - THE RECEIPT DATE PLUS THE DAYS THE
               STATE LIEN RULE TABLE ALLOWS (THE MOST SPECIFIC ROW IN
               EFFECT ON THE RECEIPT DATE; WITH NO ROW AT ALL, THIRTY
               DAYS) - FOR THE DAILY RELEASE-TRACKING RUN (AMORTLNR)
               TO WORK AND AGE. EVERY RECEIPT WITH A GOOD DATE AND
               AMOUNT - RETIRED OR NOT, THE WIRE HAS LANDED EITHER WAY
               - IS BOOKED ON THE CUSTODIAL CASH BOOK UNDER ITS LOAN
               ID FOR THE BANK RECONCILIATION RUN (AMORTBRC).
               A RETIRED LOAN ALSO SETTLES EVERY P&I ADVANCE STILL
               OUTSTANDING ON THE SERVICER ADVANCE LEDGER - THE
               SERVICER IS REPAID FROM THE PAYOFF PROCEEDS BEFORE
               ANYTHING FURTHER GOES TO THE INVESTOR.
               EVERY RECEIPT BELONGS TO ITS LOAN'S SERVICING COMPANY
               (THE HOME COMPANY FOR A LOAN NOT ON FILE); THE REGISTER
               SHOWS THE COMPANY ON EACH RETIRED LOAN AND CLOSES WITH
               EACH COMPANY'S WIRES RECEIVED, LOANS RETIRED, AND
               EXCEPTIONS, BY COUNT AND AMOUNT, AND THE LIEN RELEASE
               CARRIES THE COMPANY FOR THE TRACKING RUN.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECVJ-STATUS.

           SELECT CASH-BOOK-FILE ASSIGN TO "CASHBOOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASHBK-STATUS.

           SELECT LIEN-RULE-FILE ASSIGN TO "LIENRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIEN-RULE-STATUS.

           SELECT LIEN-RELEASE-FILE ASSIGN TO "LIENREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LIEN-STATUS.

           SELECT ADVANCE-LEDGER-FILE ASSIGN TO "ADVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD  RECOVERY-JOURNAL-FILE.
       COPY RCVYJRNL.

       FD  CASH-BOOK-FILE.
       COPY CASHBOOK.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVLEDG.

       FD  LIEN-RULE-FILE.
       COPY LIENRULE.

       FD  LIEN-RELEASE-FILE.
       COPY LIENREL.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).
       01 WS-ESCROW-STATUS          PIC X(02).
       01 WS-EXCP-STATUS            PIC X(02).
       01 WS-RECVJ-STATUS           PIC X(02).
       01 WS-CASHBK-STATUS          PIC X(02).
       01 WS-LIEN-RULE-STATUS       PIC X(02).
       01 WS-LIEN-STATUS            PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).
       01 WS-ADVANCE-STATUS         PIC X(02).
       01 WS-BEFORE-IMAGE           PIC X(400).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-HISTORY                   VALUE "Y".
       01 WS-ESCROW-EOF-SW          PIC X(01).
          88 END-OF-ESCROW-LEDGER             VALUE "Y".
       01 WS-LIEN-RULE-EOF-SW       PIC X(01).
          88 END-OF-LIEN-RULES                VALUE "Y".
       01 WS-ADVANCE-EOF-SW         PIC X(01).
          88 END-OF-ADVANCES                  VALUE "Y".
      *    NO ADVANCE LEDGER MEANS NO PERIOD HAS EVER BEEN ADVANCED.
       01 WS-NO-ADVANCE-SW          PIC X(01) VALUE "N".
          88 NO-ADVANCE-FILE                  VALUE "Y".

       01 WS-RECEIPTS-READ          PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-RETIRED          PIC 9(9) COMP VALUE ZERO.
       01 WS-RECEIPTS-REJECTED      PIC 9(9) COMP VALUE ZERO.
       01 WS-LIENS-OPENED           PIC 9(9) COMP VALUE ZERO.
       01 WS-LIENS-DEFAULTED        PIC 9(9) COMP VALUE ZERO.

      *    EACH COMPANY'S SHARE OF THE RECEIPTS, IN COMPANY-TABLE SLOT
      *    ORDER. WS-CO-IX POINTS AT THE RECEIPT IN HAND'S COMPANY.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE         PIC X(02).
               05 WS-CO-RECEIVED     PIC 9(9) COMP.
               05 WS-CO-RECEIVED-AMT PIC S9(11)V99 COMP-3.
               05 WS-CO-RETIRED      PIC 9(9) COMP.
               05 WS-CO-RETIRED-AMT  PIC S9(11)V99 COMP-3.
               05 WS-CO-EXCEPTED     PIC 9(9) COMP.
               05 WS-CO-EXCEPTED-AMT PIC S9(11)V99 COMP-3.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-DAYS-PAST              PIC S9(9) COMP.
       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-ESCROW-SEQ-NO          PIC 9(6).
       01 WS-ESCROW-BALANCE         PIC S9(9)V99 COMP-3.
       01 WS-TOT-FEES-PAID          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-ADVANCES-RECOVERED PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-ADVANCE-OUTSTANDING    PIC S9(9)V99 COMP-3.
       01 WS-LIEN-DEFAULT-DAYS      PIC 9(3) VALUE 30.
       01 WS-LIEN-DAYS              PIC 9(3).
       01 WS-LIEN-SPECIFICITY       PIC S9(4) COMP.
       01 WS-LIEN-BEST-SPECIFICITY  PIC S9(4) COMP.
       01 WS-LIEN-BEST-EFF-DATE     PIC 9(8).
       01 WS-LIEN-DEADLINE-INT      PIC S9(9) COMP.

       01 WS-DATE-WORK              PIC 9(8).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 FILLER PIC X(16)  VALUE "OVERAGE".
           05 FILLER PIC X(16)  VALUE "ESCROW REFUND".
           05 FILLER PIC X(18)  VALUE "SUSPENSE REFUND".
           05 FILLER PIC X(03)  VALUE SPACES.
           05 FILLER PIC X(14)  VALUE "LIEN DEADLINE".
           05 FILLER PIC X(02)  VALUE SPACES.
           05 FILLER PIC X(19)  VALUE "CO".

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 DL-ESCROW-REFUND  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-SUSP-REFUND    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-LIEN-DEADLINE  PIC 9(08).
           05 FILLER            PIC X(08) VALUE SPACES.
           05 DL-COMPANY        PIC X(02).
           05 FILLER            PIC X(17) VALUE SPACES.

       01 COMPANY-TOTAL-LINE.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-RECEIVED      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE " RECEIVED ".
           05 CTL-RECEIVED-AMT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CTL-RETIRED       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(09) VALUE " RETIRED ".
           05 CTL-RETIRED-AMT   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CTL-EXCEPTED      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE " EXCEPTIONS ".
           05 CTL-EXCEPTED-AMT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(20) VALUE SPACES.

       COPY FEEPARMS.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.


       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-COMPANY-SLOTS
           OPEN INPUT PAYOFF-FUNDS-FILE
           IF WS-FUNDS-STATUS NOT = "00"
               DISPLAY "AMORTPFF: ERROR OPENING PAYOFF FUNDS FILE"
               DISPLAY "AMORTPFF: FILE STATUS " WS-ESCROW-STATUS
               STOP RUN
           END-IF
           OPEN I-O LIEN-RELEASE-FILE
           IF WS-LIEN-STATUS = "35"
               OPEN OUTPUT LIEN-RELEASE-FILE
               IF WS-LIEN-STATUS = "00"
                   CLOSE LIEN-RELEASE-FILE
                   OPEN I-O LIEN-RELEASE-FILE
               END-IF
           END-IF
           IF WS-LIEN-STATUS NOT = "00"
               DISPLAY "AMORTPFF: ERROR OPENING LIEN RELEASE FILE"
               DISPLAY "AMORTPFF: FILE STATUS " WS-LIEN-STATUS
               STOP RUN
           END-IF
           OPEN I-O ADVANCE-LEDGER-FILE
           IF WS-ADVANCE-STATUS = "35"
               SET NO-ADVANCE-FILE TO TRUE
           ELSE
               IF WS-ADVANCE-STATUS NOT = "00"
                   DISPLAY "AMORTPFF: ERROR OPENING ADVANCE LEDGER"
                   DISPLAY "AMORTPFF: FILE STATUS " WS-ADVANCE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "AMORTPFF: ERROR OPENING EXCEPTION FILE"
               DISPLAY "AMORTPFF: ERROR OPENING RECOVERY JOURNAL"
               DISPLAY "AMORTPFF: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND CASH-BOOK-FILE
           IF WS-CASHBK-STATUS = "35"
               OPEN OUTPUT CASH-BOOK-FILE
           END-IF
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTPFF: ERROR OPENING CASH BOOK"
               DISPLAY "AMORTPFF: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTPFF: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-COUNT TO WS-CO-COUNT
           PERFORM CLEAR-COMPANY-SLOT
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       CLEAR-COMPANY-SLOT.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE WS-CO-IX TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           MOVE CMP-COMPANY-CODE TO WS-CO-CODE(WS-CO-IX)
           MOVE ZERO  TO WS-CO-RECEIVED(WS-CO-IX)
                         WS-CO-RETIRED(WS-CO-IX)
                         WS-CO-EXCEPTED(WS-CO-IX)
           MOVE ZEROS TO WS-CO-RECEIVED-AMT(WS-CO-IX)
                         WS-CO-RETIRED-AMT(WS-CO-IX)
                         WS-CO-EXCEPTED-AMT(WS-CO-IX).

      *    POINTS WS-CO-IX AT THE RECEIPT'S COMPANY - ITS LOAN'S
      *    SERVICING COMPANY, OR THE HOME COMPANY FOR A LOAN NOT ON
      *    FILE. A COMPANY THE TABLE DOES NOT KNOW STOPS THE RUN.
       FIND-RECEIPT-COMPANY.
           MOVE SPACES TO CMP-COMPANY-CODE
           MOVE PF-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           END-IF
           SET CMP-LOOK-UP TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTPFF: ABEND - LOAN " PF-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX
           ADD 1 TO WS-CO-RECEIVED(WS-CO-IX).

       READ-FUNDS-RECORD.
           READ PAYOFF-FUNDS-FILE
               AT END

       PROCESS-ONE-RECEIPT.
           ADD 1 TO WS-RECEIPTS-READ
           PERFORM FIND-RECEIPT-COMPANY
           IF PF-RECEIPT-DATE IS NOT NUMERIC
             OR PF-AMOUNT IS NOT NUMERIC
               MOVE ZEROS TO WS-EXPECTED WS-RECEIVED
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PF-AMOUNT TO WS-RECEIVED
               ADD WS-RECEIVED TO WS-CO-RECEIVED-AMT(WS-CO-IX)
               PERFORM BOOK-WIRE-RECEIPT
               PERFORM MATCH-AND-SETTLE
           END-IF
           PERFORM READ-FUNDS-RECORD.

      *    THE BANK SHOWS A WIRE UNDER THE SENDER'S REFERENCE, NOT
      *    OURS - THE RECONCILIATION RUN MATCHES IT BY AMOUNT. THE
      *    WIRE LANDS IN THE LOAN'S OWN COMPANY'S CUSTODIAL ACCOUNT; A
      *    WIRE FOR A LOAN NOT ON FILE IS BOOKED TO THE HOME COMPANY.
       BOOK-WIRE-RECEIPT.
           MOVE SPACES TO CASH-BOOK-RECORD
           MOVE PF-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE LM-COMPANYCODE TO CB-COMPANY-CODE
           END-IF
           SET CB-PAYOFF-WIRE TO TRUE
           SET CB-CREDIT TO TRUE
           MOVE PF-LOAN-ID      TO CB-REFERENCE CB-LOAN-ID
           MOVE PF-AMOUNT       TO CB-AMOUNT
           MOVE PF-RECEIPT-DATE TO CB-BOOK-DATE
           MOVE "AMORTPFF"      TO CB-PROGRAM
           WRITE CASH-BOOK-RECORD
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTPFF: ERROR WRITING CASH BOOK"
               DISPLAY "AMORTPFF: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF.

       MATCH-AND-SETTLE.
           MOVE PF-LOAN-ID TO QR-LOAN-ID
           READ QUOTE-REGISTER-FILE
                   MOVE "CL" TO PX-REASON-CODE
                   MOVE "LOAN ALREADY CLOSED" TO PX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN LM-CHARGED-OFF
                   MOVE "CO" TO PX-REASON-CODE
                   MOVE "LOAN IS CHARGED OFF" TO PX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN WS-RECEIVED < WS-EXPECTED
                   MOVE "SF" TO PX-REASON-CODE
                   MOVE "FUNDS SHORT OF PAYOFF" TO PX-REASON-TEXT
           PERFORM SCAN-LEDGER-FOR-LOAN
           PERFORM WRITE-FINAL-LEDGER-RECORD
           PERFORM REFUND-ESCROW-BALANCE
           PERFORM SETTLE-OUTSTANDING-FEES
           IF NOT NO-ADVANCE-FILE
               PERFORM SETTLE-LOAN-ADVANCES
           END-IF
           MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
           SET LM-CLOSED TO TRUE
           MOVE PF-RECEIPT-DATE TO LM-STATUSDATE
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTPFF: ERROR REWRITING LOAN MASTER"
               DISPLAY "AMORTPFF: FILE STATUS " WS-REGISTER-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-LIEN-RELEASE
           COMPUTE WS-OVERAGE = WS-RECEIVED - WS-EXPECTED
           ADD 1 TO WS-LOANS-RETIRED
                    WS-CO-RETIRED(WS-CO-IX)
           ADD WS-RECEIVED TO WS-CO-RETIRED-AMT(WS-CO-IX)
           PERFORM PRINT-SETTLEMENT-DETAIL.

      *    THE FINAL LEDGER RECORD SITS ONE PAST THE HIGHEST PAYMENT
      *    EVER POSTED - A SATISFIED, FEE-FREE POSTING THAT CLEARS THE
      *    SUSPENSE BALANCE. THE SUSPENSE THE LAST RECORD HELD GOES
      *    BACK TO THE BORROWER WITH THE SETTLEMENT. A SIMPLE-INTEREST
      *    LOAN'S RUNNING BALANCE GOES TO ZERO, PAID THROUGH RECEIPT.
       WRITE-FINAL-LEDGER-RECORD.
           MOVE SPACES TO PAYMENT-HISTORY-RECORD
           MOVE PF-LOAN-ID TO PH-LOAN-ID
           SET PH-PAID-ON-TIME TO TRUE
           MOVE ZEROS           TO PH-MISSED-STREAK
           MOVE ZEROS           TO PH-SUSPENSE-BAL
           MOVE ZEROS           TO PH-PRINCIPAL-BAL
           IF LM-SIMPLE-INTEREST
               MOVE PF-RECEIPT-DATE TO PH-ACCRUAL-DATE
           ELSE
               MOVE ZEROS           TO PH-ACCRUAL-DATE
           END-IF
           WRITE PAYMENT-HISTORY-RECORD
           IF WS-HIST-STATUS = "22"
               REWRITE PAYMENT-HISTORY-RECORD
           MOVE PAYMENT-HISTORY-RECORD TO RJ-AFTER-IMAGE
           PERFORM WRITE-RECOVERY-JOURNAL.

      *    THE RETIRED LOAN'S LIEN MUST BE RELEASED OF RECORD WITHIN
      *    THE DAYS ITS STATE ALLOWS FROM THE PAYOFF. A LOAN REPAID
      *    AGAIN AFTER A REVERSED PAYOFF SIMPLY STARTS ITS TRACKING
      *    OVER FROM THE NEW RECEIPT.
       OPEN-LIEN-RELEASE.
           PERFORM LOOK-UP-LIEN-RULE
           MOVE SPACES TO LIEN-RELEASE-RECORD
           MOVE PF-LOAN-ID        TO LN-LOAN-ID
           MOVE LM-LOAN-NUMBER    TO LN-LOAN-NUMBER
           MOVE LM-BORROWER-NAME  TO LN-BORROWER-NAME
           MOVE LM-STATECODE      TO LN-STATE-CODE
           IF LM-COMPANYCODE = SPACES
               MOVE "01"           TO LN-COMPANY-CODE
           ELSE
               MOVE LM-COMPANYCODE TO LN-COMPANY-CODE
           END-IF
           MOVE PF-RECEIPT-DATE   TO LN-PAYOFF-DATE
           MOVE WS-RUN-DATE       TO LN-OPENED-DATE
           MOVE WS-LIEN-DAYS      TO LN-DEADLINE-DAYS
           COMPUTE WS-LIEN-DEADLINE-INT = WS-RECEIPT-INT + WS-LIEN-DAYS
           COMPUTE LN-DEADLINE-DATE =
                FUNCTION DATE-OF-INTEGER(WS-LIEN-DEADLINE-INT)
           SET LN-OPEN TO TRUE
           MOVE ZEROS TO LN-PREPARED-DATE LN-SENT-DATE
                         LN-RECORDED-DATE
           MOVE WS-RUN-DATE       TO LN-LAST-ACTION-DATE
           WRITE LIEN-RELEASE-RECORD
           IF WS-LIEN-STATUS = "22"
               REWRITE LIEN-RELEASE-RECORD
           END-IF
           IF WS-LIEN-STATUS NOT = "00"
               DISPLAY "AMORTPFF: ERROR WRITING LIEN RELEASE FILE"
               DISPLAY "AMORTPFF: FILE STATUS " WS-LIEN-STATUS
               STOP RUN
           END-IF
           MOVE LN-DEADLINE-DATE TO DL-LIEN-DEADLINE
           ADD 1 TO WS-LIENS-OPENED.

      *    THE STATE ROW IN FORCE ON THE RECEIPT DATE BEATS THE BLANK
      *    DEFAULT ROW; AMONG EQUALS THE LATEST EFFECTIVE DATE GOVERNS.
      *    NO TABLE, OR NO ROW THAT COVERS THE STATE, FALLS BACK TO
      *    THE HOUSE DEFAULT AND SAYS SO ON THE CONSOLE.
       LOOK-UP-LIEN-RULE.
           MOVE WS-LIEN-DEFAULT-DAYS TO WS-LIEN-DAYS
           MOVE -1   TO WS-LIEN-BEST-SPECIFICITY
           MOVE ZEROS TO WS-LIEN-BEST-EFF-DATE
           MOVE "N" TO WS-LIEN-RULE-EOF-SW
           OPEN INPUT LIEN-RULE-FILE
           IF WS-LIEN-RULE-STATUS = "00"
               PERFORM READ-ONE-LIEN-RULE
                   UNTIL END-OF-LIEN-RULES
               CLOSE LIEN-RULE-FILE
           END-IF
           IF WS-LIEN-BEST-SPECIFICITY < ZERO
               ADD 1 TO WS-LIENS-DEFAULTED
               DISPLAY "AMORTPFF: NO LIEN RELEASE RULE FOR STATE "
                       LM-STATECODE " - LOAN " PF-LOAN-ID
                       " GIVEN " WS-LIEN-DEFAULT-DAYS " DAYS"
           END-IF.

       READ-ONE-LIEN-RULE.
           READ LIEN-RULE-FILE
               AT END
                   SET END-OF-LIEN-RULES TO TRUE
           END-READ
           IF NOT END-OF-LIEN-RULES AND WS-LIEN-RULE-STATUS NOT = "00"
               SET END-OF-LIEN-RULES TO TRUE
           END-IF
           IF NOT END-OF-LIEN-RULES
               PERFORM JUDGE-ONE-LIEN-RULE
           END-IF.

      *    THE TABLE IS HAND-MAINTAINED - A ROW WITH ANYTHING
      *    NON-NUMERIC IN ITS NUMERIC COLUMNS IS IGNORED OUTRIGHT.
       JUDGE-ONE-LIEN-RULE.
           IF SL-EFFECTIVE-DATE IS NUMERIC
             AND SL-DEADLINE-DAYS IS NUMERIC
             AND (SL-STATE-CODE = LM-STATECODE
                   OR SL-STATE-CODE = SPACES)
             AND SL-EFFECTIVE-DATE <= PF-RECEIPT-DATE
               MOVE ZERO TO WS-LIEN-SPECIFICITY
               IF SL-STATE-CODE NOT = SPACES
                   ADD 1 TO WS-LIEN-SPECIFICITY
               END-IF
               IF WS-LIEN-SPECIFICITY > WS-LIEN-BEST-SPECIFICITY
                 OR (WS-LIEN-SPECIFICITY = WS-LIEN-BEST-SPECIFICITY
                     AND SL-EFFECTIVE-DATE >= WS-LIEN-BEST-EFF-DATE)
                   MOVE WS-LIEN-SPECIFICITY TO WS-LIEN-BEST-SPECIFICITY
                   MOVE SL-EFFECTIVE-DATE   TO WS-LIEN-BEST-EFF-DATE
                   MOVE SL-DEADLINE-DAYS    TO WS-LIEN-DAYS
               END-IF
           END-IF.

       WRITE-RECOVERY-JOURNAL.
           WRITE RECOVERY-JOURNAL-RECORD
           IF WS-RECVJ-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *    THE QUOTED TOTAL CARRIED THE FEES OUTSTANDING, SO THE
      *    PAYOFF SETTLES THEM AGAINST THE FINAL LEDGER PAYMENT. THE
      *    RECEIPT IS OFFERED IN FULL - FEESERV TAKES ONLY WHAT IS OWED.
       SETTLE-OUTSTANDING-FEES.
           MOVE "P"               TO FEP-FUNCTION
           MOVE PF-LOAN-ID        TO FEP-LOAN-ID
           MOVE PH-PAYMENT-NO     TO FEP-PAYMENT-NO
           MOVE PF-RECEIPT-DATE   TO FEP-TRAN-DATE
           MOVE WS-RECEIVED       TO FEP-AMOUNT
           MOVE "AMORTPFF"        TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               DISPLAY "AMORTPFF: ERROR UPDATING FEE LEDGER FOR "
                       PF-LOAN-ID
               STOP RUN
           END-IF
           ADD FEP-APPLIED TO WS-TOT-FEES-PAID.

      *    EVERY ADVANCE STILL OPEN ON THE LOAN IS REPAID IN FULL FROM
      *    THE PROCEEDS AND MARKED SETTLED AT PAYOFF.
       SETTLE-LOAN-ADVANCES.
           MOVE "N" TO WS-ADVANCE-EOF-SW
           MOVE PF-LOAN-ID TO AV-LOAN-ID
           MOVE ZEROS      TO AV-PERIOD-NO
           START ADVANCE-LEDGER-FILE KEY >= AV-KEY
           IF WS-ADVANCE-STATUS NOT = "00"
               SET END-OF-ADVANCES TO TRUE
           END-IF
           PERFORM SETTLE-ONE-ADVANCE
               UNTIL END-OF-ADVANCES.

       SETTLE-ONE-ADVANCE.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-ADVANCES TO TRUE
           END-READ
           IF NOT END-OF-ADVANCES AND WS-ADVANCE-STATUS NOT = "00"
               SET END-OF-ADVANCES TO TRUE
           END-IF
           IF NOT END-OF-ADVANCES
               IF AV-LOAN-ID NOT = PF-LOAN-ID
                   SET END-OF-ADVANCES TO TRUE
               ELSE
                   IF AV-OPEN
                       COMPUTE WS-ADVANCE-OUTSTANDING =
                            AV-ADVANCED - AV-RECOVERED - AV-WRITTEN-OFF
                       ADD WS-ADVANCE-OUTSTANDING TO AV-RECOVERED
                       ADD WS-ADVANCE-OUTSTANDING
                           TO WS-TOT-ADVANCES-RECOVERED
                       MOVE PF-RECEIPT-DATE TO AV-LAST-ACTIVITY-DATE
                       SET AV-SETTLED-AT-PAYOFF TO TRUE
                       REWRITE ADVANCE-LEDGER-RECORD
                       IF WS-ADVANCE-STATUS NOT = "00"
                           DISPLAY "AMORTPFF: ERROR REWRITING ADVANCE "
                                   "LEDGER"
                           DISPLAY "AMORTPFF: FILE STATUS "
                                   WS-ADVANCE-STATUS
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    WHATEVER THE ESCROW LEDGER STILL HOLDS GOES BACK TO THE
      *    BORROWER - ONE REFUND RECORD DRAWS THE BALANCE TO ZERO.
       REFUND-ESCROW-BALANCE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-RECEIPTS-REJECTED
                    WS-CO-EXCEPTED(WS-CO-IX)
           ADD WS-RECEIVED TO WS-CO-EXCEPTED-AMT(WS-CO-IX)
           MOVE PF-LOAN-ID TO PX-LOAN-ID
           IF PF-RECEIPT-DATE IS NUMERIC
               MOVE PF-RECEIPT-DATE TO PX-RECEIPT-DATE
           MOVE WS-OVERAGE        TO DL-OVERAGE
           MOVE WS-ESCROW-REFUND  TO DL-ESCROW-REFUND
           MOVE WS-SUSPENSE-REFUND TO DL-SUSP-REFUND
           MOVE WS-CO-CODE(WS-CO-IX) TO DL-COMPANY
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    ONE LINE FOR EACH COMPANY ON THE TABLE, AFTER THE LAST
      *    RETIRED LOAN.
       PRINT-COMPANY-TOTALS.
           IF WS-LINE-COUNT + WS-CO-COUNT + 1 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-TOTAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       PRINT-COMPANY-TOTAL.
           MOVE WS-CO-CODE(WS-CO-IX)         TO CTL-COMPANY-CODE
           MOVE WS-CO-RECEIVED(WS-CO-IX)     TO CTL-RECEIVED
           MOVE WS-CO-RECEIVED-AMT(WS-CO-IX) TO CTL-RECEIVED-AMT
           MOVE WS-CO-RETIRED(WS-CO-IX)      TO CTL-RETIRED
           MOVE WS-CO-RETIRED-AMT(WS-CO-IX)  TO CTL-RETIRED-AMT
           MOVE WS-CO-EXCEPTED(WS-CO-IX)     TO CTL-EXCEPTED
           MOVE WS-CO-EXCEPTED-AMT(WS-CO-IX) TO CTL-EXCEPTED-AMT
           WRITE PRINT-LINE FROM COMPANY-TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
           END-IF.

       FINALIZE-RUN.
           PERFORM PRINT-COMPANY-TOTALS
           CLOSE PAYOFF-FUNDS-FILE
           CLOSE QUOTE-REGISTER-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE LIEN-RELEASE-FILE
           IF NOT NO-ADVANCE-FILE
               CLOSE ADVANCE-LEDGER-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           CLOSE RECOVERY-JOURNAL-FILE
           CLOSE CASH-BOOK-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTPFF: " WS-RECEIPTS-READ " RECEIPTS READ, "
                   WS-LOANS-RETIRED " LOANS RETIRED, "
                   WS-RECEIPTS-REJECTED " EXCEPTIONS"
           DISPLAY "AMORTPFF: FEES SETTLED FROM PAYOFFS "
                   WS-TOT-FEES-PAID
           DISPLAY "AMORTPFF: P&I ADVANCES RECOVERED FROM PAYOFFS "
                   WS-TOT-ADVANCES-RECOVERED
           DISPLAY "AMORTPFF: " WS-LIENS-OPENED
                   " LIEN RELEASES OPENED, " WS-LIENS-DEFAULTED
                   " ON THE DEFAULT DEADLINE".

       END PROGRAM AMORTPFF.
