               TRANSACTION FILE OF PAYMENTS (LOAN ID, PAID DATE,
               AMOUNT), LOOKS EACH LOAN UP ON THE LOAN MASTER, REBUILDS
               ITS SCHEDULE THROUGH AMORTSTOR (THE KEYED SCHEDULE
               STORE), AND APPLIES THE PAYMENT THROUGH AMORTSERV AGAINST
               THE NEXT UNPOSTED PAYMENT NUMBER ON THE PAYMENT-HISTORY
               LEDGER. TRANSACTIONS THAT CANNOT BE APPLIED - LOAN NOT ON
               FILE, LOAN CLOSED, EVERY SCHEDULED PAYMENT ALREADY
               POSTED, OR AMORTSERV'S OWN EDITS (MISSING FIRST PAYMENT
               DATE, PAYMENT NUMBER OUTSIDE THE TERM) - ARE WRITTEN TO
               AN EXCEPTIONS FILE WITH A REASON CODE AND DO NOT STOP THE
               RUN. EACH SATISFIED PAYMENT ALSO POSTS ITS SCHEDULED
               ESCROW PORTION AS A COLLECTION ON THE PER-LOAN ESCROW
               TRANSACTION LEDGER, WHERE THE DISBURSEMENT RUN POSTS THE
               CHECKS IT CUTS - THE LEDGER IS THE ESCROW BALANCE OF
               RECORD.
               A TRANSACTION CODED "R" IS A REVERSAL - NSF, MISAPPLIED,
               OR STOP-PAY - THAT BACKS THE NAMED PAYMENT NUMBER OUT
               OF THE LEDGER, WRITES A BEFORE-IMAGE AUDIT RECORD WITH
               CLEARING FOR REJECTED ITEMS, WITH A TRAILER PROVING
               DEBITS EQUAL CREDITS - SO THE ACCOUNTING DESK STOPS
               RE-KEYING THE RUN-LOG TOTALS BY HAND.
               A SIMPLE-INTEREST LOAN POSTS THE SAME WAY, BUT ITS
               INTEREST AND PRINCIPAL CREDITS ARE THE SPLIT AMORTSERV
               ACTUALLY APPLIED BY THE CALENDAR RATHER THAN THE
               SCHEDULED ROW, AND A REVERSAL TAKES BACK THE PRINCIPAL
               THE LEDGER BALANCE MOVED BY AND THE INTEREST ACCRUED
               OVER THE DAYS THE PAYMENT PAID THROUGH.
               A PAYMENT ON A CHARGED-OFF LOAN (SEE AMORTCHG) IS A
               RECOVERY: IT NEVER TOUCHES THE SCHEDULE OR THE
               PAYMENT-HISTORY LEDGER, IS ADDED TO THE RECOVERIES ON
               THE LOAN'S CHARGE-OFF REGISTER RECORD, AND CREDITS THE
               LOAN LOSS RECOVERIES ACCOUNT RATHER THAN PRINCIPAL. A
               REVERSAL AGAINST A CHARGED-OFF LOAN IS REJECTED - A
               RETURNED RECOVERY IS BACKED OFF THE REGISTER BY HAND.
               MISCELLANEOUS FEES ON THE FEE LEDGER (SEE FEESERV) ARE
               PAID FROM WHAT A SATISFIED PAYMENT LEAVES OVER: THE
               PAYMENT GOES FIRST TO THE INSTALLMENT AND ANY ROLLED
               LATE FEE, THEN TO OUTSTANDING FEES OLDEST FIRST, AND
               ONLY WHAT IS LEFT AFTER THAT STAYS IN SUSPENSE - THE
               PAYMENT'S LEDGER RECORD IS REWRITTEN WITH THE REDUCED
               SUSPENSE AND THE FEES COLLECTED CREDIT MISCELLANEOUS FEE
               INCOME. A REVERSAL BACKS OUT WHAT THE REVERSED AND LATER
               PAYMENTS PAID ON FEES, LETS THE REPOSTED PAYMENTS PAY
               THEM AGAIN, AND - FOR A RETURNED ITEM (REASON "NS") -
               ASSESSES THE RETURNED-ITEM FEE THE SERVICING RULES FILE
               SCHEDULES FOR THE LOAN'S PRODUCT AND STATE.
               A PAYMENT DATED AFTER THE TRANSFER DATE OF A LOAN WHOSE
               SERVICING WAS TRANSFERRED OUT (SEE AMORTXFR) DOES NOT
               POST: IT IS REJECTED TO THE EXCEPTION FILE AND ALSO
               QUEUED ON THE FORWARDING QUEUE WITH THE NEW SERVICER, SO
               THE CASH DESK CAN SEND THE MONEY ON. A PAYMENT DATED ON
               OR BEFORE THE TRANSFER DATE STILL POSTS HERE.
               A LOCKBOX DEPOSIT, ONCE RECORDED AS POSTED, IS BOOKED
               ON THE CUSTODIAL CASH BOOK UNDER ITS DEPOSIT ID FOR THE
               BANK RECONCILIATION RUN (AMORTBRC). AN ACH SETTLEMENT
               FILE (DEPOSIT ID "AC", THE COMPANY CODE, AND THE
               SETTLEMENT DATE) WAS BOOKED BY AMORTACH WHEN THE BATCH
               SETTLED AND IS NOT BOOKED AGAIN HERE.
               A SATISFIED PAYMENT ON A PERIOD THE SERVICER ADVANCED
               TO A SCHEDULED/SCHEDULED INVESTOR (SEE AMORTREM) GOES
               FIRST TO RECOVER THAT ADVANCE ON THE SERVICER ADVANCE
               LEDGER, UP TO THE AMOUNT STILL OUTSTANDING. A REVERSAL
               OF THE PAYMENT THAT SATISFIED AN ADVANCED PERIOD PUTS
               THE RECOVERY BACK AND REOPENS THE ADVANCE.
               A PAYMENT WHOSE PAID DATE FALLS IN A MONTH-END PERIOD
               ALREADY CLOSED ON THE PERIOD-CONTROL FILE (SEE AMORTPCL)
               STILL POSTS, AS DOES A REVERSAL OF A PAYMENT PAID IN
               ONE, BUT EACH IS ALSO WRITTEN TO THE CLOSED-PERIOD
               EXCEPTION FILE - THE PERIOD'S FROZEN SNAPSHOT NO LONGER
               AGREES WITH THE LEDGER FOR THAT LOAN, AND THE TRIAL
               BALANCE LISTS THE ITEM FOR THE GL DESK.
               EACH LOCKBOX BELONGS TO ONE SERVICING COMPANY (SEE
               COMPSERV); THE DEPOSIT HEADER NAMES THE LOCKBOX, AND
               THE WHOLE DEPOSIT - VOUCHER, COMPANY CONTROL RECORD,
               AND CASH BOOK ENTRY - IS THAT COMPANY'S, ON ITS OWN
               LEDGER ACCOUNTS. AN ITEM FOR ANOTHER COMPANY'S LOAN IS
               REJECTED (REASON "WC") TO EXCEPTION CLEARING.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT FORWARDING-QUEUE-FILE ASSIGN TO "FWDQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWDQ-STATUS.

           SELECT REVERSAL-AUDIT-FILE ASSIGN TO "RVSLAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               RECORD KEY IS DR-DEPOSIT-ID
               FILE STATUS IS WS-DEPREG-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT ADVANCE-LEDGER-FILE ASSIGN TO "ADVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT CASH-JOURNAL-FILE ASSIGN TO "PSTJV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECVJ-STATUS.

           SELECT CASH-BOOK-FILE ASSIGN TO "CASHBOOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASHBK-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PRDEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRDEXCP-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 DH-DEPOSIT-ID         PIC X(10).
           05 DH-ITEM-COUNT         PIC 9(09).
           05 DH-DOLLAR-TOTAL       PIC 9(11)V99.
      *    THE BANK LOCKBOX THE DEPOSIT CAME THROUGH, WHICH NAMES THE
      *    SERVICING COMPANY IT BELONGS TO. BLANK IS THE HOME
      *    COMPANY'S LOCKBOX.
           05 DH-LOCKBOX-ID         PIC X(08).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.
           05 EX-REASON-CODE        PIC X(02).
           05 EX-REASON-TEXT        PIC X(30).

      *    ONE RECORD PER PAYMENT RECEIVED AFTER ITS LOAN'S SERVICING
      *    WENT TO ANOTHER SERVICER - THE ITEM, THE DEPOSIT IT CAME IN
      *    ON, AND WHERE IT HAS TO BE FORWARDED. THE QUEUE ACCUMULATES
      *    ACROSS RUNS UNTIL THE CASH DESK WORKS IT.
       FD  FORWARDING-QUEUE-FILE.
       01  FORWARDING-QUEUE-RECORD.
           05 FQ-LOAN-ID            PIC X(10).
           05 FQ-LOAN-NUMBER        PIC X(12).
           05 FQ-PAID-DATE          PIC 9(08).
           05 FQ-AMOUNT             PIC S9(9)V99   COMP-3.
           05 FQ-DEPOSIT-ID         PIC X(10).
           05 FQ-TRANSFER-DATE      PIC 9(08).
           05 FQ-NEW-SERVICER-ID    PIC X(08).
           05 FQ-RUN-DATE           PIC 9(08).

      *    ONE AUDIT RECORD PER REVERSAL APPLIED - THE LEDGER RECORD
      *    AS IT STOOD BEFORE IT WAS BACKED OUT, THE REASON, AND THE
      *    RUN DATE, SO A REVERSED PAYMENT CAN ALWAYS BE RECONSTRUCTED.
           05 DR-ITEM-COUNT         PIC 9(09).
           05 DR-DOLLAR-TOTAL       PIC S9(11)V99  COMP-3.

       FD  CHARGE-OFF-FILE.
       COPY CHGOFF.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVLEDG.

      *    THE NIGHT'S CASH-RECEIPTS JOURNAL VOUCHER, IN THE SAME JV
      *    LAYOUT AMORTGL WRITES, SO THE LEDGER DESK POSTS BOTH FILES
      *    THE SAME WAY. ONE BALANCED VOUCHER PER RUN: CASH DEBITED
           05 JV-DR-CR              PIC X(01).
           05 JV-AMOUNT             PIC S9(13)V99.
           05 JV-RUN-DATE           PIC 9(08).
           05 JV-COMPANY-CODE       PIC X(02).
      *    "S" CLOSES ONE COMPANY'S LINES WITH THAT COMPANY'S CONTROL
      *    TOTALS; "T" CLOSES THE BATCH WITH THE GRAND TOTALS.
       01  JOURNAL-TRAILER-RECORD.
           05 JT-RECORD-TYPE        PIC X(01).
           05 JT-RECORD-COUNT       PIC 9(09).
           05 JT-TOTAL-DEBITS       PIC S9(13)V99.
           05 JT-TOTAL-CREDITS      PIC S9(13)V99.
           05 JT-COMPANY-CODE       PIC X(02).
           05 FILLER                PIC X(27).

       FD  RECOVERY-JOURNAL-FILE.
       COPY RCVYJRNL.

       FD  CASH-BOOK-FILE.
       COPY CASHBOOK.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       FD  PERIOD-EXCEPTION-FILE.
       COPY PRDEXCP.

       WORKING-STORAGE SECTION.

       01 WS-TXN-STATUS             PIC X(02).
       01 WS-ESCROW-STATUS          PIC X(02).
       01 WS-EXCP-STATUS            PIC X(02).
       01 WS-AUDIT-STATUS           PIC X(02).
       01 WS-FWDQ-STATUS            PIC X(02).
       01 WS-DEPREG-STATUS          PIC X(02).
       01 WS-CHGOFF-STATUS          PIC X(02).
      *    NO CHARGE-OFF REGISTER MEANS NOTHING HAS EVER BEEN CHARGED
      *    OFF - A PAYMENT ON A CHARGED-OFF LOAN THEN HAS NOWHERE TO
      *    GO BUT THE EXCEPTION FILE.
       01 WS-NO-CHGOFF-SW           PIC X(01) VALUE "N".
          88 NO-CHARGE-OFF-FILE               VALUE "Y".
       01 WS-ADVANCE-STATUS         PIC X(02).
      *    NO ADVANCE LEDGER MEANS NO PERIOD HAS EVER BEEN ADVANCED -
      *    THERE IS NOTHING TO RECOVER.
       01 WS-NO-ADVANCE-SW          PIC X(01) VALUE "N".
          88 NO-ADVANCE-FILE                  VALUE "Y".
       01 WS-ADVANCE-OUTSTANDING    PIC S9(9)V99 COMP-3.
       01 WS-ADVANCE-RECOVERY       PIC S9(9)V99 COMP-3.
       01 WS-ADVANCES-RECOVERED     PIC 9(9) COMP VALUE ZERO.
       01 WS-PERCTL-STATUS          PIC X(02).
       01 WS-PRDEXCP-STATUS         PIC X(02).
      *    NO PERIOD-CONTROL FILE MEANS NO PERIOD HAS EVER BEEN
      *    CLOSED - NOTHING CAN BE BACK-DATED INTO ONE.
       01 WS-NO-PERCTL-SW           PIC X(01) VALUE "N".
          88 NO-PERIOD-CONTROL-FILE           VALUE "Y".
       01 WS-CHECK-DATE             PIC 9(8).
       01 WS-CLOSED-PERIOD-END      PIC 9(8).
       01 WS-PERIOD-FLAGGED         PIC 9(9) COMP VALUE ZERO.

      *    PRE-BALANCE PASS CONTROLS - WHAT THE DEPOSIT HEADER CLAIMS
      *    VERSUS WHAT THE FILE ACTUALLY CONTAINS.
       01 WS-HEADER-SEEN-SW         PIC X(01) VALUE "N".
          88 DEPOSIT-HEADER-SEEN              VALUE "Y".
       01 WS-DEPOSIT-ID             PIC X(10).
       01 WS-LOCKBOX-ID             PIC X(08).
      *    THE SERVICING COMPANY THE LOCKBOX BELONGS TO. EVERY ITEM IN
      *    THE DEPOSIT MUST BE ONE OF ITS LOANS - ANOTHER COMPANY'S
      *    MONEY CANNOT BE BOOKED TO THIS COMPANY'S CASH, SO A PAYMENT
      *    FOR SOMEONE ELSE'S LOAN IS REJECTED TO EXCEPTION CLEARING.
       01 WS-DEPOSIT-COMPANY        PIC X(02).
       01 WS-LOAN-COMPANY-SW        PIC X(01).
          88 LOAN-IN-DEPOSIT-COMPANY          VALUE "Y".
       01 WS-HDR-ITEM-COUNT         PIC 9(09).
       01 WS-HDR-DOLLAR-TOTAL       PIC S9(11)V99 COMP-3.
       01 WS-PREBAL-ITEMS           PIC 9(09) COMP VALUE ZERO.
      *    SPLIT ON THE DEBIT SIDE WITH A CREDIT TO CASH.
       01 WS-JOURNAL-STATUS         PIC X(02).
       01 WS-RECVJ-STATUS           PIC X(02).
       01 WS-CASHBK-STATUS          PIC X(02).
       01 WS-JV-INT-CR              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-JV-PRIN-CR             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-JV-ESCR-CR             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-JV-FEE-CR              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-JV-SUSP-CR             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-JV-REJ-CR              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-JV-RCV-CR              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-RV-INT-DR              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-RV-PRIN-DR             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-RV-ESCR-DR             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-RV-PMI-DR              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-RV-SUSP-DR             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-RV-CASH-CR             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-JV-MFEE-CR             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-RV-MFEE-DR             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-JV-PMI-PART            PIC S9(9)V99 COMP-3.
       01 WS-JV-FEE-PART            PIC S9(9)V99 COMP-3.
       01 WS-JV-SUSP-PART           PIC S9(9)V99 COMP-3.
       01 WS-JV-INT-PART            PIC S9(9)V99 COMP-3.
       01 WS-JV-PRIN-PART           PIC S9(9)V99 COMP-3.
       01 WS-VOUCHER-COUNT          PIC 9(09) COMP VALUE ZERO.
       01 WS-TOTAL-DEBITS           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-CREDITS          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TXNS-POSTED            PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-REJECTED          PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-REVERSED          PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-RECOVERED         PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-FORWARDED         PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-ACCOUNTED         PIC 9(9) COMP.
       01 WS-NSF-FEES-ASSESSED      PIC 9(9) COMP VALUE ZERO.
       01 WS-NEXT-PAYMENT-NO        PIC S9(4) COMP.
       01 WS-RUN-DATE               PIC 9(8).

       01 WS-ORIG-SATISFIED-SW      PIC X(01).
          88 ORIG-WAS-SATISFIED               VALUE "Y".
       01 WS-ORIG-PAID-DATE         PIC 9(8).
       01 WS-ORIG-AMOUNT            PIC S9(9)V99 COMP-3.
       01 WS-NUM-REPOST             PIC S9(4) COMP.
       01 WS-REPOST-IX              PIC S9(4) COMP.
       01 WS-REPOST-TABLE.
               05 WS-RP-DATE        PIC 9(08).
               05 WS-RP-AMOUNT      PIC S9(9)V99 COMP-3.
       01 WS-ESCROW-BACKOUT         PIC S9(7)V99 COMP-3.
      *    FEES THE REVERSED AND LATER PAYMENTS HAD PAID, LESS WHAT THE
      *    REPOSTED PAYMENTS PAID AGAIN - THE FEE INCOME TAKEN BACK.
       01 WS-FEE-BACKOUT            PIC S9(9)V99 COMP-3.
      *    A LEDGER RECORD AS IT STOOD BEFORE FEES WERE PAID FROM ITS
      *    SUSPENSE, FOR THE FORWARD-RECOVERY JOURNAL.
       01 WS-PH-BEFORE-IMAGE        PIC X(400).
      *    SIMPLE-INTEREST POSITION AFTER THE REVERSED PAYMENT (FROM
      *    ITS LEDGER RECORD) AND BEFORE IT (FROM THE MISSED REPOST).
       01 WS-ORIG-SI-BALANCE        PIC S9(9)V99 COMP-3.
       01 WS-ORIG-SI-ACCRUAL-DATE   PIC 9(8).
       01 WS-PRIOR-SI-BALANCE       PIC S9(9)V99 COMP-3.
       01 WS-PRIOR-SI-ACCRUAL-DATE  PIC 9(8).
       01 WS-SI-RATE                PIC S9(3)V9(4) COMP-3.
       COPY DAYCOUNT.

       01 WS-STEP-IX                PIC S9(2) COMP.
       COPY RUNPARM.
       COPY FEEPARMS.
       COPY COMPPARMS.
       COPY COMPMAST.

       COPY AMORTIN.
       COPY AMORTOUT.
               STOP RUN
           END-IF
           PERFORM OPEN-ESCROW-LEDGER
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               SET NO-CHARGE-OFF-FILE TO TRUE
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "AMORTPST: ERROR OPENING CHARGE-OFF REGISTER"
                   DISPLAY "AMORTPST: FILE STATUS " WS-CHGOFF-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ADVANCE-LEDGER-FILE
           IF WS-ADVANCE-STATUS = "35"
               SET NO-ADVANCE-FILE TO TRUE
           ELSE
               IF WS-ADVANCE-STATUS NOT = "00"
                   DISPLAY "AMORTPST: ERROR OPENING ADVANCE LEDGER"
                   DISPLAY "AMORTPST: FILE STATUS " WS-ADVANCE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND FORWARDING-QUEUE-FILE
           IF WS-FWDQ-STATUS = "35"
               OPEN OUTPUT FORWARDING-QUEUE-FILE
           END-IF
           IF WS-FWDQ-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR OPENING FORWARDING QUEUE"
               DISPLAY "AMORTPST: FILE STATUS " WS-FWDQ-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND REVERSAL-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT REVERSAL-AUDIT-FILE
               DISPLAY "AMORTPST: ERROR OPENING CASH JOURNAL FILE"
               DISPLAY "AMORTPST: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS = "35"
               SET NO-PERIOD-CONTROL-FILE TO TRUE
           ELSE
               IF WS-PERCTL-STATUS NOT = "00"
                   DISPLAY "AMORTPST: ERROR OPENING PERIOD CONTROL FILE"
                   DISPLAY "AMORTPST: FILE STATUS " WS-PERCTL-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND PERIOD-EXCEPTION-FILE
           IF WS-PRDEXCP-STATUS = "35"
               OPEN OUTPUT PERIOD-EXCEPTION-FILE
           END-IF
           IF WS-PRDEXCP-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR OPENING CLOSED-PERIOD "
                       "EXCEPTION FILE"
               DISPLAY "AMORTPST: FILE STATUS " WS-PRDEXCP-STATUS
               STOP RUN
           END-IF.

      *    THE PRE-BALANCE PASS READS THE WHOLE LOCKBOX FILE BEFORE
               STOP RUN
           END-IF
           CLOSE PAYMENT-TXN-FILE
           PERFORM FIND-DEPOSIT-COMPANY
           MOVE "N" TO WS-EOF-SW.

       PREBALANCE-ONE-RECORD.
                   MOVE DH-DEPOSIT-ID    TO WS-DEPOSIT-ID
                   MOVE DH-ITEM-COUNT    TO WS-HDR-ITEM-COUNT
                   MOVE DH-DOLLAR-TOTAL  TO WS-HDR-DOLLAR-TOTAL
                   MOVE DH-LOCKBOX-ID    TO WS-LOCKBOX-ID
               WHEN PT-DETAIL-REC
                   IF NOT DEPOSIT-HEADER-SEEN
                       DISPLAY "AMORTPST: ABEND - DETAIL BEFORE HEADER"
           END-EVALUATE
           PERFORM READ-TXN-RECORD.

      *    A LOCKBOX NOT ON THE COMPANY TABLE BELONGS TO NO ONE WE
      *    SERVICE FOR - NOTHING IN THE DEPOSIT CAN BE BOOKED.
       FIND-DEPOSIT-COMPANY.
           SET CMP-FIND-LOCKBOX TO TRUE
           MOVE WS-LOCKBOX-ID TO CMP-LOCKBOX-ID
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTPST: ABEND - LOCKBOX " WS-LOCKBOX-ID
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-CODE TO WS-DEPOSIT-COMPANY.

      *    A LOAN WHOSE COMPANY IS NOT ON THE TABLE AT ALL IS NOT THE
      *    DEPOSIT COMPANY'S EITHER.
       CHECK-LOAN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF CMP-OK AND CMP-COMPANY-CODE = WS-DEPOSIT-COMPANY
               SET LOAN-IN-DEPOSIT-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-LOAN-COMPANY-SW
           END-IF.

      *    A DEPOSIT ID ALREADY ON THE POSTED-DEPOSIT REGISTER IS A
      *    RE-SENT FILE - REFUSE IT OUTRIGHT RATHER THAN POST EVERY
      *    PAYMENT A SECOND TIME AGAINST THE NEXT PAYMENT NUMBERS. A
       LOOK-UP-AND-POST.
           MOVE PT-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               PERFORM CHECK-LOAN-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   MOVE "NF" TO EX-REASON-CODE
                   DISPLAY "AMORTPST: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTPST: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN NOT LOAN-IN-DEPOSIT-COMPANY
                   MOVE "WC" TO EX-REASON-CODE
                   MOVE "LOAN NOT ON DEPOSIT COMPANY" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN LM-CLOSED
                   MOVE "CL" TO EX-REASON-CODE
                   MOVE "LOAN IS CLOSED" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN LM-CHARGED-OFF
                   PERFORM POST-RECOVERY
               WHEN LM-TRANSFERRED-OUT AND PT-PAID-DATE > LM-XFERDATE
                   PERFORM FORWARD-PAYMENT
               WHEN OTHER
                   PERFORM APPLY-PAYMENT
           END-EVALUATE
       LOOK-UP-AND-REVERSE.
           MOVE PT-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               PERFORM CHECK-LOAN-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   MOVE "NF" TO EX-REASON-CODE
                   DISPLAY "AMORTPST: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTPST: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN NOT LOAN-IN-DEPOSIT-COMPANY
                   MOVE "WC" TO EX-REASON-CODE
                   MOVE "LOAN NOT ON DEPOSIT COMPANY" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN LM-CHARGED-OFF
                   MOVE "CO" TO EX-REASON-CODE
                   MOVE "LOAN IS CHARGED OFF" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM APPLY-REVERSAL
           END-EVALUATE
           CANCEL "AMORTSTOR"
           PERFORM CAPTURE-AND-DELETE-TAIL
           IF REVERSAL-FOUND
               PERFORM UNAPPLY-FEE-COLLECTIONS
               PERFORM REPOST-REVERSED-SLOT
               PERFORM REPOST-ONE-LATER-PAYMENT
                   VARYING WS-REPOST-IX FROM 1 BY 1
                   PERFORM BACK-OUT-ESCROW-COLLECTION
               END-IF
               PERFORM ACCUMULATE-REVERSAL-JOURNAL
               IF ORIG-WAS-SATISFIED AND NOT NO-ADVANCE-FILE
                   PERFORM REOPEN-ADVANCE
               END-IF
               IF PT-REASON-NSF
                   PERFORM ASSESS-RETURNED-ITEM-FEE
               END-IF
               MOVE WS-ORIG-PAID-DATE TO WS-CHECK-DATE
               PERFORM FIND-CLOSED-PERIOD
               IF WS-CLOSED-PERIOD-END NOT = ZERO
                   MOVE PT-REVERSE-PMT-NO TO PX-PAYMENT-NO
                   MOVE WS-ORIG-AMOUNT    TO PX-AMOUNT
                   SET PX-REVERSAL TO TRUE
                   PERFORM WRITE-PERIOD-EXCEPTION
               END-IF
               ADD 1 TO WS-TXNS-REVERSED
           END-IF.

               SET ORIG-WAS-SATISFIED TO TRUE
           END-IF
           MOVE PH-ACTUAL-PAID-DATE TO WS-ORIG-PAID-DATE
           MOVE PH-ACTUAL-AMOUNT    TO WS-ORIG-AMOUNT
           MOVE ZEROS TO WS-ORIG-SI-BALANCE WS-ORIG-SI-ACCRUAL-DATE
           IF PH-PRINCIPAL-BAL IS NUMERIC
                   AND PH-ACCRUAL-DATE IS NUMERIC
               MOVE PH-PRINCIPAL-BAL TO WS-ORIG-SI-BALANCE
               MOVE PH-ACCRUAL-DATE  TO WS-ORIG-SI-ACCRUAL-DATE
           END-IF
           MOVE PT-LOAN-ID          TO RA-LOAN-ID
           MOVE PT-REVERSE-PMT-NO   TO RA-PAYMENT-NO
           MOVE PT-REASON-CODE      TO RA-REASON-CODE
           END-IF
           CLOSE RECOVERY-JOURNAL-FILE.

       WRITE-REWRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL-FILE
           IF WS-RECVJ-STATUS = "35"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR OPENING RECOVERY JOURNAL"
               DISPLAY "AMORTPST: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD
           MOVE "PAYHIST"  TO RJ-FILE-ID
           MOVE "R"        TO RJ-ACTION
           MOVE WS-RUN-DATE TO RJ-RUN-DATE
           MOVE "AMORTPST" TO RJ-PROGRAM
           MOVE WS-PH-BEFORE-IMAGE     TO RJ-BEFORE-IMAGE
           MOVE PAYMENT-HISTORY-RECORD TO RJ-AFTER-IMAGE
           WRITE RECOVERY-JOURNAL-RECORD
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR WRITING RECOVERY JOURNAL"
               DISPLAY "AMORTPST: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF
           CLOSE RECOVERY-JOURNAL-FILE.

       DELETE-ONE-LEDGER-RECORD.
           DELETE PAYMENT-HISTORY-FILE RECORD
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AMORTPST: ABEND - REVERSAL REPOST FAILED FOR "
                       PT-LOAN-ID
               STOP RUN
           END-IF
           MOVE SVCPRINCIPALBAL TO WS-PRIOR-SI-BALANCE
           MOVE SVCACCRUALDATE  TO WS-PRIOR-SI-ACCRUAL-DATE.

       REPOST-ONE-LATER-PAYMENT.
           MOVE WS-RP-PMT-NO(WS-REPOST-IX)  TO SVCPAYMENTNO
               DISPLAY "AMORTPST: ABEND - REVERSAL REPOST FAILED FOR "
                       PT-LOAN-ID
               STOP RUN
           END-IF
           IF PAYMENT-ON-TIME(SVCPAYMENTNO)
               PERFORM APPLY-SUSPENSE-TO-FEES
               SUBTRACT FEP-APPLIED FROM WS-FEE-BACKOUT
           END-IF.

      *    A REVERSAL FIRST TAKES BACK EVERY FEE THE REVERSED PAYMENT
      *    OR ANY LATER ONE PAID - THOSE PAYMENTS' SUSPENSE IS ABOUT TO
      *    BE REBUILT FROM SCRATCH BY THE REPOSTS, WHICH PAY THE FEES
      *    AGAIN FROM WHATEVER THEY NOW LEAVE OVER.
       UNAPPLY-FEE-COLLECTIONS.
           MOVE "U"               TO FEP-FUNCTION
           MOVE PT-LOAN-ID        TO FEP-LOAN-ID
           MOVE PT-REVERSE-PMT-NO TO FEP-PAYMENT-NO
           MOVE WS-RUN-DATE       TO FEP-TRAN-DATE
           MOVE ZEROS             TO FEP-AMOUNT
           MOVE "AMORTPST"        TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               DISPLAY "AMORTPST: ABEND - FEE LEDGER FAILED FOR "
                       PT-LOAN-ID
               STOP RUN
           END-IF
           MOVE FEP-APPLIED TO WS-FEE-BACKOUT.

      *    A RETURNED ITEM CARRIES THE RETURNED-ITEM FEE SCHEDULED FOR
      *    THE LOAN'S PRODUCT AND STATE, DATED THE DAY THE RETURN IS
      *    PROCESSED. NO FEE SCHEDULED, OR A BANKRUPTCY STAY, MEANS NO
      *    FEE. IT IS PAID LIKE ANY OTHER FEE FROM A LATER PAYMENT.
       ASSESS-RETURNED-ITEM-FEE.
           MOVE "A"                TO FEP-FUNCTION
           MOVE PT-LOAN-ID         TO FEP-LOAN-ID
           MOVE LM-PRODUCTCODE     TO FEP-PRODUCT-CODE
           MOVE LM-STATECODE       TO FEP-STATE-CODE
           MOVE LM-LEGALSTATUS     TO FEP-LEGAL-STATUS
           MOVE LM-LEGALSTATUSDATE TO FEP-LEGAL-STATUS-DATE
           MOVE LM-SCRASTARTDATE   TO FEP-SCRA-START-DATE
           MOVE LM-SCRAENDDATE     TO FEP-SCRA-END-DATE
           MOVE "NS"               TO FEP-FEE-TYPE
           MOVE WS-RUN-DATE        TO FEP-TRAN-DATE
           MOVE ZEROS              TO FEP-AMOUNT FEP-PAYMENT-NO
           MOVE PT-REASON-CODE     TO FEP-REASON-CODE
           MOVE "AMORTPST"         TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               DISPLAY "AMORTPST: ABEND - FEE LEDGER FAILED FOR "
                       PT-LOAN-ID
               STOP RUN
           END-IF
           IF FEP-OK
               ADD 1 TO WS-NSF-FEES-ASSESSED
           END-IF.

      *    WHAT A SATISFIED PAYMENT LEFT IN SUSPENSE PAYS OUTSTANDING
      *    FEES, OLDEST FIRST, AND THE PAYMENT'S LEDGER RECORD IS
      *    REWRITTEN HOLDING ONLY WHAT REMAINS. FEP-APPLIED COMES BACK
      *    WITH THE FEES PAID FOR THE CALLER TO JOURNAL.
       APPLY-SUSPENSE-TO-FEES.
           MOVE ZEROS TO FEP-APPLIED
           IF SVCSUSPENSEBAL > ZERO
               MOVE "P"               TO FEP-FUNCTION
               MOVE PT-LOAN-ID        TO FEP-LOAN-ID
               MOVE SVCPAYMENTNO      TO FEP-PAYMENT-NO
               MOVE SVCACTUALPAIDDATE TO FEP-TRAN-DATE
               MOVE SVCSUSPENSEBAL    TO FEP-AMOUNT
               MOVE "AMORTPST"        TO FEP-PROGRAM
               CALL "FEESERV" USING FEE-PARMS
               IF FEP-ERROR
                   DISPLAY "AMORTPST: ABEND - FEE LEDGER FAILED FOR "
                           PT-LOAN-ID
                   STOP RUN
               END-IF
               IF FEP-APPLIED > ZERO
                   PERFORM REDUCE-LEDGER-SUSPENSE
               END-IF
           END-IF.

       REDUCE-LEDGER-SUSPENSE.
           OPEN I-O PAYMENT-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR OPENING PAYMENT HISTORY"
               DISPLAY "AMORTPST: FILE STATUS " WS-HIST-STATUS
               STOP RUN
           END-IF
           MOVE PT-LOAN-ID   TO PH-LOAN-ID
           MOVE SVCPAYMENTNO TO PH-PAYMENT-NO
           READ PAYMENT-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR READING PAYMENT HISTORY"
               DISPLAY "AMORTPST: FILE STATUS " WS-HIST-STATUS
               STOP RUN
           END-IF
           MOVE PAYMENT-HISTORY-RECORD TO WS-PH-BEFORE-IMAGE
           SUBTRACT FEP-APPLIED FROM PH-SUSPENSE-BAL
           REWRITE PAYMENT-HISTORY-RECORD
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR REWRITING PAYMENT HISTORY"
               DISPLAY "AMORTPST: FILE STATUS " WS-HIST-STATUS
               STOP RUN
           END-IF
           CLOSE PAYMENT-HISTORY-FILE
           PERFORM WRITE-REWRITE-JOURNAL.

      *    A REVERSED SATISFIED PAYMENT NEVER REALLY DELIVERED ITS
      *    ESCROW PORTION - POST THE COLLECTION BACK OUT SO THE ESCROW
      *    LEDGER'S BALANCE STAYS HONEST.
      *    LANDS IN SUSPENSE. A MISSED POSTING IS ALL SUSPENSE. THE
      *    SUSPENSE PIECE IS THE SIGNED REMAINDER, SO EVERY POSTED
      *    DOLLAR IS CREDITED SOMEWHERE AND THE VOUCHER PROVES TO THE
      *    DEPOSIT BY CONSTRUCTION. A SIMPLE-INTEREST LOAN CREDITS
      *    THE INTEREST AND PRINCIPAL AMORTSERV ACTUALLY APPLIED.
       ACCUMULATE-CASH-JOURNAL.
           MOVE OUTINTPAIDNUM(SVCPAYMENTNO)   TO WS-JV-INT-PART
           MOVE OUTPRINCPAIDNUM(SVCPAYMENTNO) TO WS-JV-PRIN-PART
           IF SERVICE-SIMPLE-INTEREST
               MOVE SVCINTAPPLIED  TO WS-JV-INT-PART
               MOVE SVCPRINAPPLIED TO WS-JV-PRIN-PART
           END-IF
           IF PAYMENT-ON-TIME(SVCPAYMENTNO)
               COMPUTE WS-JV-PMI-PART =
                    OUTPAYMENTNUM(SVCPAYMENTNO)
                   MOVE ZEROS TO WS-JV-FEE-PART
               END-IF
               COMPUTE WS-JV-SUSP-PART = PT-AMOUNT
                    - WS-JV-INT-PART
                    - WS-JV-PRIN-PART
                    - OUTESCROWAMT(SVCPAYMENTNO)
                    - WS-JV-PMI-PART
                    - WS-JV-FEE-PART
               ADD WS-JV-INT-PART                TO WS-JV-INT-CR
               ADD WS-JV-PRIN-PART               TO WS-JV-PRIN-CR
               ADD OUTESCROWAMT(SVCPAYMENTNO)    TO WS-JV-ESCR-CR
               ADD WS-JV-PMI-PART                TO WS-JV-PMI-CR
               ADD WS-JV-FEE-PART                TO WS-JV-FEE-CR
      *    CREDITED FOR THE WHOLE ORIGINAL AMOUNT. THE FEE AND
      *    SUSPENSE PORTIONS OF THE ORIGINAL POSTING CANNOT BE TOLD
      *    APART AFTER THE FACT, SO THE REMAINDER PAST THE SCHEDULED
      *    PIECES COMES BACK OUT OF SUSPENSE - LESS THE MISCELLANEOUS
      *    FEES THE REVERSAL TOOK BACK, WHICH COME OUT OF FEE INCOME.
       ACCUMULATE-REVERSAL-JOURNAL.
           IF ORIG-WAS-SATISFIED
                   AND PT-REVERSE-PMT-NO >= 1
                   AND PT-REVERSE-PMT-NO <= LOANTERM
               MOVE OUTINTPAIDNUM(PT-REVERSE-PMT-NO)   TO WS-JV-INT-PART
               MOVE OUTPRINCPAIDNUM(PT-REVERSE-PMT-NO)
                   TO WS-JV-PRIN-PART
               IF SERVICE-SIMPLE-INTEREST
                   PERFORM RECOVER-SIMPLE-INTEREST-SPLIT
               END-IF
               COMPUTE WS-JV-PMI-PART =
                    OUTPAYMENTNUM(PT-REVERSE-PMT-NO)
                    - OUTINTPAIDNUM(PT-REVERSE-PMT-NO)
                   MOVE ZEROS TO WS-JV-PMI-PART
               END-IF
               COMPUTE WS-JV-SUSP-PART = RA-ORIG-AMOUNT
                    - WS-JV-INT-PART
                    - WS-JV-PRIN-PART
                    - OUTESCROWAMT(PT-REVERSE-PMT-NO)
                    - WS-JV-PMI-PART
               ADD WS-JV-INT-PART                     TO WS-RV-INT-DR
               ADD WS-JV-PRIN-PART                    TO WS-RV-PRIN-DR
               ADD OUTESCROWAMT(PT-REVERSE-PMT-NO)    TO WS-RV-ESCR-DR
               ADD WS-JV-PMI-PART                     TO WS-RV-PMI-DR
               ADD WS-JV-SUSP-PART                    TO WS-RV-SUSP-DR
           ELSE
               ADD RA-ORIG-AMOUNT TO WS-RV-SUSP-DR
           END-IF
           ADD WS-FEE-BACKOUT      TO WS-RV-MFEE-DR
           SUBTRACT WS-FEE-BACKOUT FROM WS-RV-SUSP-DR
           ADD RA-ORIG-AMOUNT TO WS-RV-CASH-CR.

      *    THE SPLIT A REVERSED SIMPLE-INTEREST PAYMENT WAS POSTED
      *    WITH: PRINCIPAL IS WHAT IT TOOK OFF THE LEDGER BALANCE.
      *    A PAYMENT THAT PAID INTEREST ONLY PART-WAY TO ITS PAID DATE
      *    WENT WHOLLY TO INTEREST; OTHERWISE THE INTEREST IS THE
      *    ACCRUAL FROM THE PRIOR PAID-THROUGH DATE, WORKED THE SAME
      *    WAY AMORTSERV WORKED IT WHEN THE PAYMENT POSTED.
       RECOVER-SIMPLE-INTEREST-SPLIT.
           COMPUTE WS-JV-PRIN-PART =
                WS-PRIOR-SI-BALANCE - WS-ORIG-SI-BALANCE
           IF WS-ORIG-SI-ACCRUAL-DATE < WS-ORIG-PAID-DATE
               COMPUTE WS-JV-INT-PART =
                    OUTINTPAIDNUM(PT-REVERSE-PMT-NO)
                  + OUTPRINCPAIDNUM(PT-REVERSE-PMT-NO)
               MOVE ZEROS TO WS-JV-PRIN-PART
           ELSE
               MOVE OUTRATE(PT-REVERSE-PMT-NO) TO WS-SI-RATE
               IF WS-SI-RATE = ZERO
                   MOVE RATE TO WS-SI-RATE
               END-IF
               MOVE DAYCOUNTCODE             TO DCP-CONVENTION
               MOVE WS-PRIOR-SI-ACCRUAL-DATE TO DCP-FROM-DATE
               MOVE WS-ORIG-SI-ACCRUAL-DATE  TO DCP-TO-DATE
               CALL "DAYCNT" USING DAYCOUNT-PARMS
               IF DCP-ELAPSED-DAYS < ZERO
                   MOVE ZERO TO DCP-ELAPSED-DAYS
               END-IF
               COMPUTE WS-JV-INT-PART ROUNDED =
                    WS-PRIOR-SI-BALANCE * WS-SI-RATE / 100
                        * DCP-ELAPSED-DAYS / DCP-YEAR-BASE
           END-IF.

       APPLY-PAYMENT.
           PERFORM LOAD-LOANINFO-FROM-MASTER
           CALL "AMORTSTOR" USING PT-LOAN-ID LOANINFO OUTDATA
               ELSE
                   ADD 1 TO WS-TXNS-POSTED
                   PERFORM ACCUMULATE-CASH-JOURNAL
      *            WHAT THE PAYMENT LEFT OVER PAYS OUTSTANDING FEES
      *            BEFORE IT IS HELD - THOSE DOLLARS MOVE FROM THE
      *            SUSPENSE CREDIT TO FEE INCOME.
                   IF PAYMENT-ON-TIME(SVCPAYMENTNO)
                       PERFORM APPLY-SUSPENSE-TO-FEES
                       ADD FEP-APPLIED      TO WS-JV-MFEE-CR
                       SUBTRACT FEP-APPLIED FROM WS-JV-SUSP-CR
                   END-IF
      *            A SATISFIED PAYMENT DELIVERED ITS SCHEDULED ESCROW
      *            PORTION - POST THE ACTUAL COLLECTION TO THE ESCROW
      *            LEDGER SO THE BALANCE THE STATEMENTS AND THE ANNUAL
                           AND OUTESCROWAMT(SVCPAYMENTNO) > ZERO
                       PERFORM POST-ESCROW-COLLECTION
                   END-IF
      *            THE INVESTOR WAS PAID FOR THIS PERIOD OUT OF THE
      *            SERVICER'S POCKET IF IT WAS ADVANCED - THE PAYMENT
      *            THAT FINALLY SATISFIES IT PAYS THE SERVICER BACK.
                   IF PAYMENT-ON-TIME(SVCPAYMENTNO)
                           AND NOT NO-ADVANCE-FILE
                       PERFORM RECOVER-ADVANCE
                   END-IF
                   MOVE PT-PAID-DATE TO WS-CHECK-DATE
                   PERFORM FIND-CLOSED-PERIOD
                   IF WS-CLOSED-PERIOD-END NOT = ZERO
                       MOVE SVCPAYMENTNO TO PX-PAYMENT-NO
                       MOVE PT-AMOUNT    TO PX-AMOUNT
                       SET PX-PAYMENT TO TRUE
                       PERFORM WRITE-PERIOD-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *    THE CLOSED PERIOD A DATE FALLS IN IS THE FIRST PERIOD END ON
      *    THE CONTROL FILE AT OR AFTER IT. A DATE PAST THE LATEST
      *    CLOSE IS IN THE OPEN PERIOD AND COMES BACK ZERO.
       FIND-CLOSED-PERIOD.
           MOVE ZEROS TO WS-CLOSED-PERIOD-END
           IF NOT NO-PERIOD-CONTROL-FILE
               MOVE WS-CHECK-DATE TO PC-PERIOD-END
               START PERIOD-CONTROL-FILE KEY >= PC-PERIOD-END
               IF WS-PERCTL-STATUS = "00"
                   READ PERIOD-CONTROL-FILE NEXT RECORD
                   IF WS-PERCTL-STATUS = "00" AND PC-PERIOD-CLOSED
                       MOVE PC-PERIOD-END TO WS-CLOSED-PERIOD-END
                   END-IF
               END-IF
           END-IF.

       WRITE-PERIOD-EXCEPTION.
           MOVE PT-LOAN-ID           TO PX-LOAN-ID
           MOVE WS-CLOSED-PERIOD-END TO PX-PERIOD-END
           MOVE WS-CHECK-DATE        TO PX-PAID-DATE
           MOVE WS-DEPOSIT-ID        TO PX-DEPOSIT-ID
           MOVE WS-RUN-DATE          TO PX-RUN-DATE
           WRITE PERIOD-EXCEPTION-RECORD
           IF WS-PRDEXCP-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR WRITING CLOSED-PERIOD "
                       "EXCEPTION FILE"
               DISPLAY "AMORTPST: FILE STATUS " WS-PRDEXCP-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-PERIOD-FLAGGED.

       RECOVER-ADVANCE.
           MOVE PT-LOAN-ID   TO AV-LOAN-ID
           MOVE SVCPAYMENTNO TO AV-PERIOD-NO
           READ ADVANCE-LEDGER-FILE
           EVALUATE TRUE
               WHEN WS-ADVANCE-STATUS = "23"
                   CONTINUE
               WHEN WS-ADVANCE-STATUS NOT = "00"
                   DISPLAY "AMORTPST: ERROR READING ADVANCE LEDGER"
                   DISPLAY "AMORTPST: FILE STATUS " WS-ADVANCE-STATUS
                   STOP RUN
               WHEN AV-OPEN
                   COMPUTE WS-ADVANCE-OUTSTANDING =
                        AV-ADVANCED - AV-RECOVERED - AV-WRITTEN-OFF
                   IF PT-AMOUNT < WS-ADVANCE-OUTSTANDING
                       MOVE PT-AMOUNT TO WS-ADVANCE-RECOVERY
                   ELSE
                       MOVE WS-ADVANCE-OUTSTANDING
                           TO WS-ADVANCE-RECOVERY
                   END-IF
                   ADD WS-ADVANCE-RECOVERY TO AV-RECOVERED
                   IF WS-ADVANCE-RECOVERY = WS-ADVANCE-OUTSTANDING
                       SET AV-RECOVERED-IN-FULL TO TRUE
                   END-IF
                   MOVE PT-PAID-DATE TO AV-LAST-ACTIVITY-DATE
                   PERFORM REWRITE-ADVANCE-RECORD
                   ADD 1 TO WS-ADVANCES-RECOVERED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE SATISFYING PAYMENT WAS THE ONLY THING THAT RECOVERS AN
      *    ADVANCE BEFORE A PAYOFF OR CHARGE-OFF SETTLES IT, SO WHAT
      *    THE ADVANCE HAS RECOVERED COMES BACK OFF IN FULL. A SETTLED
      *    ADVANCE IS LEFT AS IT STANDS.
       REOPEN-ADVANCE.
           MOVE PT-LOAN-ID        TO AV-LOAN-ID
           MOVE PT-REVERSE-PMT-NO TO AV-PERIOD-NO
           READ ADVANCE-LEDGER-FILE
           EVALUATE TRUE
               WHEN WS-ADVANCE-STATUS = "23"
                   CONTINUE
               WHEN WS-ADVANCE-STATUS NOT = "00"
                   DISPLAY "AMORTPST: ERROR READING ADVANCE LEDGER"
                   DISPLAY "AMORTPST: FILE STATUS " WS-ADVANCE-STATUS
                   STOP RUN
               WHEN AV-OPEN OR AV-RECOVERED-IN-FULL
                   MOVE ZEROS       TO AV-RECOVERED
                   SET AV-OPEN      TO TRUE
                   MOVE WS-RUN-DATE TO AV-LAST-ACTIVITY-DATE
                   PERFORM REWRITE-ADVANCE-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REWRITE-ADVANCE-RECORD.
           REWRITE ADVANCE-LEDGER-RECORD
           IF WS-ADVANCE-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR REWRITING ADVANCE LEDGER"
               DISPLAY "AMORTPST: FILE STATUS " WS-ADVANCE-STATUS
               STOP RUN
           END-IF.

      *    THE WHOLE REMITTANCE ON A CHARGED-OFF LOAN IS A RECOVERY -
      *    THERE IS NO SCHEDULE LEFT TO SPLIT IT AGAINST. IT COUNTS AS
      *    POSTED SO THE RUN STILL BALANCES TO THE DEPOSIT HEADER.
       POST-RECOVERY.
           IF NO-CHARGE-OFF-FILE
               MOVE "CR" TO EX-REASON-CODE
               MOVE "NO CHARGE-OFF RECORD" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PT-LOAN-ID TO CO-LOAN-ID
               READ CHARGE-OFF-FILE
               EVALUATE TRUE
                   WHEN WS-CHGOFF-STATUS = "23"
                       MOVE "CR" TO EX-REASON-CODE
                       MOVE "NO CHARGE-OFF RECORD" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   WHEN WS-CHGOFF-STATUS NOT = "00"
                       DISPLAY "AMORTPST: ERROR READING CHARGE-OFF "
                               "REGISTER"
                       DISPLAY "AMORTPST: FILE STATUS "
                               WS-CHGOFF-STATUS
                       STOP RUN
                   WHEN OTHER
                       ADD PT-AMOUNT    TO CO-RECOVERED
                       ADD 1            TO CO-RECOVERY-COUNT
                       MOVE PT-PAID-DATE TO CO-LAST-RECOVERY-DATE
                       REWRITE CHARGE-OFF-RECORD
                       IF WS-CHGOFF-STATUS NOT = "00"
                           DISPLAY "AMORTPST: ERROR REWRITING "
                                   "CHARGE-OFF REGISTER"
                           DISPLAY "AMORTPST: FILE STATUS "
                                   WS-CHGOFF-STATUS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TXNS-POSTED
                       ADD 1 TO WS-TXNS-RECOVERED
                       ADD PT-AMOUNT TO WS-JV-RCV-CR
               END-EVALUATE
           END-IF.

       POST-ESCROW-COLLECTION.
           PERFORM SCAN-ESCROW-LEDGER
           ADD OUTESCROWAMT(SVCPAYMENTNO) TO WS-ESCROW-BALANCE
           MOVE LM-ARMLOOKBACKDAYS  TO ARMLOOKBACKDAYS
           MOVE LM-LEGALSTATUS      TO LEGALSTATUSCODE
           MOVE LM-LEGALSTATUSDATE  TO LEGALSTATUSDATE
           MOVE LM-SERVICINGMETHOD  TO SERVICINGMETHOD
           MOVE LM-SCRACAPRATE      TO SCRACAPRATE
           MOVE LM-SCRASTARTNO      TO SCRASTARTNO
           MOVE LM-SCRAENDNO        TO SCRAENDNO
           MOVE ZEROS TO SIPRINCIPALBAL SIACCRUALDATE
           PERFORM MOVE-ONE-ARM-RESET
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 12.
               END-IF
           END-IF.

      *    THE MONEY IS NOT OURS TO APPLY ANY LONGER. IT IS REJECTED
      *    LIKE ANY OTHER ITEM THAT CANNOT POST - SO IT STILL PROVES
      *    THROUGH EXCEPTION CLEARING - AND QUEUED FOR FORWARDING.
       FORWARD-PAYMENT.
           MOVE "XF" TO EX-REASON-CODE
           MOVE "SERVICING TRANSFERRED" TO EX-REASON-TEXT
           PERFORM WRITE-EXCEPTION
           MOVE PT-LOAN-ID      TO FQ-LOAN-ID
           MOVE LM-LOAN-NUMBER  TO FQ-LOAN-NUMBER
           MOVE PT-PAID-DATE    TO FQ-PAID-DATE
           MOVE PT-AMOUNT       TO FQ-AMOUNT
           MOVE WS-DEPOSIT-ID   TO FQ-DEPOSIT-ID
           MOVE LM-XFERDATE     TO FQ-TRANSFER-DATE
           MOVE LM-XFERSERVICER TO FQ-NEW-SERVICER-ID
           MOVE WS-RUN-DATE     TO FQ-RUN-DATE
           WRITE FORWARDING-QUEUE-RECORD
           IF WS-FWDQ-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR WRITING FORWARDING QUEUE"
               DISPLAY "AMORTPST: FILE STATUS " WS-FWDQ-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-TXNS-FORWARDED.

       WRITE-EXCEPTION.
           ADD 1 TO WS-TXNS-REJECTED
      *    REJECTED ITEMS WERE STILL DEPOSITED AT THE BANK - THEIR
               DISPLAY "AMORTPST: FILE STATUS " WS-DEPREG-STATUS
               STOP RUN
           END-IF
           IF WS-DEPOSIT-ID(1:2) NOT = "AC"
                   AND WS-HDR-DOLLAR-TOTAL > ZERO
               PERFORM WRITE-CASH-BOOK
           END-IF
           CLOSE DEPOSIT-REGISTER-FILE
           CLOSE PAYMENT-TXN-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE ESCROW-LEDGER-FILE
           IF NOT NO-CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
           END-IF
           IF NOT NO-ADVANCE-FILE
               CLOSE ADVANCE-LEDGER-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           CLOSE FORWARDING-QUEUE-FILE
           CLOSE REVERSAL-AUDIT-FILE
           CLOSE CASH-JOURNAL-FILE
           IF NOT NO-PERIOD-CONTROL-FILE
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           CLOSE PERIOD-EXCEPTION-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTPST" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           DISPLAY "AMORTPST: DEPOSIT " WS-DEPOSIT-ID " - "
                   WS-TXNS-READ " TRANSACTIONS READ, "
                   WS-TXNS-POSTED " POSTED, "
                   WS-TXNS-RECOVERED " RECOVERIES, "
                   WS-TXNS-REVERSED " REVERSED, "
                   WS-TXNS-REJECTED " REJECTED"
           DISPLAY "AMORTPST: " WS-NSF-FEES-ASSESSED
                   " RETURNED-ITEM FEES ASSESSED, "
                   WS-TXNS-FORWARDED " QUEUED FOR FORWARDING, "
                   WS-ADVANCES-RECOVERED " P&I ADVANCES RECOVERED"
           DISPLAY "AMORTPST: " WS-PERIOD-FLAGGED
                   " ITEMS DATED INTO A CLOSED PERIOD".

      *    THE DEPOSIT THE BANK WILL CREDIT, UNDER THE ID ON ITS
      *    DEPOSIT TICKET - THE SAME HEADER TOTAL THE VOUCHER DEBITS
      *    TO CASH.
       WRITE-CASH-BOOK.
           OPEN EXTEND CASH-BOOK-FILE
           IF WS-CASHBK-STATUS = "35"
               OPEN OUTPUT CASH-BOOK-FILE
           END-IF
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR OPENING CASH BOOK"
               DISPLAY "AMORTPST: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO CASH-BOOK-RECORD
           SET CB-LOCKBOX-DEPOSIT TO TRUE
           SET CB-CREDIT TO TRUE
           MOVE WS-DEPOSIT-ID       TO CB-REFERENCE
           MOVE WS-HDR-DOLLAR-TOTAL TO CB-AMOUNT
           MOVE WS-RUN-DATE         TO CB-BOOK-DATE
           MOVE "AMORTPST"          TO CB-PROGRAM
           MOVE WS-DEPOSIT-COMPANY  TO CB-COMPANY-CODE
           WRITE CASH-BOOK-RECORD
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR WRITING CASH BOOK"
               DISPLAY "AMORTPST: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF
           CLOSE CASH-BOOK-FILE.

      *    ONE BALANCED VOUCHER FOR THE NIGHT: CASH DEBITED FOR THE
      *    DEPOSIT TOTAL; CREDITS FOR THE INTEREST, PRINCIPAL, ESCROW,
      *    PMI, LATE-FEE, AND MISCELLANEOUS FEE INCOME APPLIED, THE
      *    SUSPENSE MOVEMENT, AND THE REJECTED DOLLARS PARKED IN
      *    EXCEPTION CLEARING.
      *    RECOVERIES ON CHARGED-OFF LOANS CREDIT LOAN LOSS RECOVERIES.
      *    REVERSALS MIRROR THE SPLIT AS DEBITS WITH A CREDIT TO CASH.
      *    AN UNBALANCED BATCH NEVER GETS A TRAILER - THE ABEND FIRES
      *    FIRST, EXACTLY AS IN THE AMORTGL EXTRACT.
               ADD WS-JV-FEE-CR         TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           IF WS-JV-MFEE-CR NOT = ZERO
               MOVE "404100"            TO JV-ACCOUNT
               MOVE "MISC FEE INCOME"   TO JV-ACCOUNT-NAME
               MOVE "C"                 TO JV-DR-CR
               MOVE WS-JV-MFEE-CR       TO JV-AMOUNT
               ADD WS-JV-MFEE-CR        TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           IF WS-JV-SUSP-CR NOT = ZERO
               MOVE "220200"            TO JV-ACCOUNT
               MOVE "SUSPENSE LIABILITY" TO JV-ACCOUNT-NAME
               ADD WS-JV-REJ-CR         TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           IF WS-JV-RCV-CR NOT = ZERO
               MOVE "120910"            TO JV-ACCOUNT
               MOVE "LOAN LOSS RECOVERIES" TO JV-ACCOUNT-NAME
               MOVE "C"                 TO JV-DR-CR
               MOVE WS-JV-RCV-CR        TO JV-AMOUNT
               ADD WS-JV-RCV-CR         TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           IF WS-RV-CASH-CR NOT = ZERO
               PERFORM WRITE-REVERSAL-LINES
           END-IF
               DISPLAY "AMORTPST: ABEND - DEBITS DO NOT EQUAL CREDITS"
               STOP RUN
           END-IF
      *    THE WHOLE DEPOSIT IS ONE COMPANY'S, SO ITS CONTROL RECORD
      *    CARRIES THE SAME TOTALS AS THE BATCH TRAILER.
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE "S"                TO JT-RECORD-TYPE
           MOVE WS-VOUCHER-COUNT   TO JT-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS    TO JT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS   TO JT-TOTAL-CREDITS
           MOVE WS-DEPOSIT-COMPANY TO JT-COMPANY-CODE
           WRITE JOURNAL-TRAILER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR WRITING CASH JOURNAL FILE"
               DISPLAY "AMORTPST: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE "T"              TO JT-RECORD-TYPE
           MOVE WS-VOUCHER-COUNT TO JT-RECORD-COUNT
               ADD WS-RV-PMI-DR         TO WS-TOTAL-DEBITS
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           IF WS-RV-MFEE-DR NOT = ZERO
               MOVE "404100"            TO JV-ACCOUNT
               MOVE "MISC FEE INCOME"   TO JV-ACCOUNT-NAME
               MOVE "D"                 TO JV-DR-CR
               MOVE WS-RV-MFEE-DR       TO JV-AMOUNT
               ADD WS-RV-MFEE-DR        TO WS-TOTAL-DEBITS
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           IF WS-RV-SUSP-DR NOT = ZERO
               MOVE "220200"            TO JV-ACCOUNT
               MOVE "SUSPENSE LIABILITY" TO JV-ACCOUNT-NAME
           PERFORM WRITE-ONE-VOUCHER-LINE.

       WRITE-ONE-VOUCHER-LINE.
           SET CMP-MAP-ACCOUNT TO TRUE
           MOVE WS-DEPOSIT-COMPANY TO CMP-COMPANY-CODE
           MOVE JV-ACCOUNT  TO CMP-GL-ACCOUNT
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTPST: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-GL-ACCOUNT TO JV-ACCOUNT
           MOVE "D"         TO JV-RECORD-TYPE
           MOVE "AMORTPST"  TO JV-BATCH-NO
           MOVE ZEROS       TO JV-PERIOD-NO
           MOVE WS-RUN-DATE TO JV-RUN-DATE
           MOVE WS-DEPOSIT-COMPANY TO JV-COMPANY-CODE
           WRITE JOURNAL-VOUCHER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTPST: ERROR WRITING CASH JOURNAL FILE"
