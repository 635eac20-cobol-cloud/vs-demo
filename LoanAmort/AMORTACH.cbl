               DIGITS OF THE ACH RETURN CODE AND THE REASON TEXT THE
               FULL CODE - SO RETURNS WORK THE SAME EXCEPTION QUEUE
               THE LOCKBOX REJECTS ALREADY DO.
               EVERY SETTLEMENT BATCH WITH DRAFTS IN IT IS BOOKED ON
               THE CUSTODIAL CASH BOOK AS ONE CREDIT UNDER ITS DEPOSIT
               ID, AND EVERY RETURN AS A DEBIT UNDER ITS LOAN ID, FOR
               THE BANK RECONCILIATION RUN (AMORTBRC).
               DUE DATES COME FROM THE DUE-DATE CALENDAR (DUEDATE) FOR
               THE LOAN'S PAYMENT FREQUENCY. A MONTHLY LOAN DRAFTS ON
               THE AUTHORIZATION'S DRAFT DAY ONCE ITS DUE MONTH HAS
               ARRIVED; A BI-WEEKLY OR SEMI-MONTHLY LOAN DRAFTS EACH
               PAYMENT ON THE RUN THAT REACHES ITS DUE DATE, SINCE A
               DRAFT DAY OF THE MONTH MEANS NOTHING TO A CYCLE SHORTER
               THAN A MONTH. A LOAN WITH NO FIRST PAYMENT DATE IS
               SKIPPED. A LOAN TRANSFERRED OUT (AMORTXFR) DRAFTS ONLY
               A PAYMENT DUE ON OR BEFORE ITS TRANSFER DATE, AND ONLY
               ON A RUN BEFORE THAT DATE - AFTER IT THE AUTHORIZATION
               IS SKIPPED.
               EACH SERVICING COMPANY ORIGINATES THROUGH ITS OWN BANK,
               SO A RUN COVERS ONE COMPANY - THE ONE ON THE COMPANY-
               SELECTION CARD (COMPSEL), OR THE HOME COMPANY WITHOUT
               ONE. THE NACHA COMPANY NAME AND ID COME FROM THE
               COMPANY TABLE WHERE IT HAS THEM, A DRAFT RUN PASSES
               OVER ANOTHER COMPANY'S AUTHORIZATIONS, A SETTLEMENT RUN
               SETTLES ONLY THE COMPANY'S OWN DRAFTS (THE REST RIDE
               FORWARD) UNDER DEPOSIT ID "AC", THE COMPANY CODE, AND
               THE DATE, WITH THE COMPANY'S LOCKBOX ON THE DEPOSIT
               HEADER, AND A RETURN RUN BOOKS ITS RETURNS TO THE
               COMPANY'S CUSTODIAL ACCOUNT.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT CASH-BOOK-FILE ASSIGN TO "CASHBOOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASHBK-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 API-PAYMENT-NO        PIC 9(04).
           05 API-AMOUNT            PIC S9(9)V99   COMP-3.
           05 API-SETTLE-DATE       PIC 9(08).
      *    THE LOAN'S SERVICING COMPANY - BLANK ON A DRAFT ORIGINATED
      *    BEFORE THERE WAS MORE THAN ONE, WHICH IS THE HOME COMPANY.
           05 API-COMPANY-CODE      PIC X(02).

       FD  PEND-OUT-FILE.
       01  PEND-OUT-RECORD.
           05 APO-PAYMENT-NO        PIC 9(04).
           05 APO-AMOUNT            PIC S9(9)V99   COMP-3.
           05 APO-SETTLE-DATE       PIC 9(08).
           05 APO-COMPANY-CODE      PIC X(02).

      *    SETTLED DRAFTS GO OUT IN THE LOCKBOX PAYTXN LAYOUT -
      *    DEPOSIT HEADER INCLUDED - SO THEY POST THROUGH AMORTPST
           05 SH-DEPOSIT-ID         PIC X(10).
           05 SH-ITEM-COUNT         PIC 9(09).
           05 SH-DOLLAR-TOTAL       PIC 9(11)V99.
           05 SH-LOCKBOX-ID         PIC X(08).

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 EX-REASON-CODE        PIC X(02).
           05 EX-REASON-TEXT        PIC X(30).

       FD  CASH-BOOK-FILE.
       COPY CASHBOOK.

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-SETTLE-STATUS          PIC X(02).
       01 WS-RETURN-STATUS          PIC X(02).
       01 WS-EXCP-STATUS            PIC X(02).
       01 WS-CASHBK-STATUS          PIC X(02).

       01 WS-RUN-MODE-SW            PIC X(01).
          88 DRAFT-RUN                        VALUE "D".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-DUP-SW                 PIC X(01).
          88 ALREADY-ON-REGISTER              VALUE "Y".
       01 WS-DUE-ARRIVED-SW         PIC X(01).
          88 PAYMENT-DUE-ARRIVED              VALUE "Y".
       01 WS-NO-PEND-SW             PIC X(01) VALUE "N".
          88 NO-PENDING-REGISTER              VALUE "Y".

      *    THE ONE SERVICING COMPANY THIS RUN ORIGINATES, SETTLES, OR
      *    TAKES RETURNS FOR, AND THE LOCKBOX ITS SETTLEMENTS POST TO.
       01 WS-ACH-COMPANY            PIC X(02).
       01 WS-ACH-LOCKBOX-ID         PIC X(08).
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".
       01 WS-DEPOSIT-ID             PIC X(10).

       01 WS-AUTHS-READ             PIC 9(9) COMP VALUE ZERO.
       01 WS-DRAFTS-WRITTEN         PIC 9(9) COMP VALUE ZERO.
       01 WS-AUTHS-SKIPPED          PIC 9(9) COMP VALUE ZERO.
       01 WS-AUTHS-OTHER-CO         PIC 9(9) COMP VALUE ZERO.
       01 WS-DRAFTS-SETTLED         PIC 9(9) COMP VALUE ZERO.
       01 WS-DRAFTS-CARRIED         PIC 9(9) COMP VALUE ZERO.
       01 WS-SETTLE-COUNT           PIC 9(9) COMP VALUE ZERO.
       01 WS-DRAFT-AMOUNT           PIC S9(9)V99 COMP-3.
       01 WS-AMOUNT-CENTS           PIC 9(10).

       01 WS-DUE-DATE               PIC 9(8).
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY           PIC 9(4).
           05 NFC-CREDIT-TOTAL      PIC 9(12) VALUE ZEROS.
           05 FILLER                PIC X(39) VALUE SPACES.

       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           MOVE ACP-RUN-MODE TO WS-RUN-MODE-SW
           PERFORM SELECT-ACH-COMPANY
           CLOSE ACH-PARM-FILE
           MOVE SPACES TO WS-DEPOSIT-ID
           STRING "AC" WS-ACH-COMPANY WS-RUN-YYMMDD
               DELIMITED BY SIZE INTO WS-DEPOSIT-ID.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN. THE COMPANY'S OWN ACH ORIGIN, WHERE THE TABLE
      *    GIVES ONE, REPLACES THE PARAMETER CARD'S.
       SELECT-ACH-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF CMP-OK AND CMP-SELECT-CODE = SPACES
               SET CMP-LOOK-UP TO TRUE
               MOVE SPACES TO CMP-COMPANY-CODE
               CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           END-IF
           IF NOT CMP-OK
               DISPLAY "AMORTACH: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-CODE TO WS-ACH-COMPANY
           MOVE CM-LOCKBOX-ID    TO WS-ACH-LOCKBOX-ID
           IF CM-ACH-COMPANY-NAME NOT = SPACES
               MOVE CM-ACH-COMPANY-NAME TO ACP-COMPANY-NAME
           END-IF
           IF CM-ACH-COMPANY-ID NOT = SPACES
               MOVE CM-ACH-COMPANY-ID TO ACP-COMPANY-ID
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS THE ONE THIS RUN COVERS. A CODE NOT ON
      *    THE TABLE IS NOBODY'S.
       CHECK-RUN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF CMP-OK AND CMP-COMPANY-CODE = WS-ACH-COMPANY
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

      *-----------------------------------------------------------------
      *    MODE D - ORIGINATE THE CYCLE'S DRAFTS.
           CLOSE PEND-OUT-FILE
           DISPLAY "AMORTACH: " WS-AUTHS-READ " AUTHORIZATIONS READ, "
                   WS-DRAFTS-WRITTEN " DRAFTED, "
                   WS-AUTHS-SKIPPED " SKIPPED, "
                   WS-AUTHS-OTHER-CO " OTHER COMPANY".

      *    THE REGISTER OF DRAFTS ALREADY ORIGINATED AND NOT YET
      *    SETTLED - A LOAN/PAYMENT PAIR ON IT IS NEVER DRAFTED AGAIN.
               MOVE API-PAYMENT-NO  TO APO-PAYMENT-NO
               MOVE API-AMOUNT      TO APO-AMOUNT
               MOVE API-SETTLE-DATE TO APO-SETTLE-DATE
               MOVE API-COMPANY-CODE TO APO-COMPANY-CODE
               WRITE PEND-OUT-RECORD
               IF WS-PEND-OUT-STATUS NOT = "00"
                   DISPLAY "AMORTACH: ERROR WRITING PENDING REGISTER"
               STOP RUN
           END-IF.

      *    AN AUTHORIZATION DRAFTS WHEN THE LOAN IS ACTIVE WITH A
      *    FIRST PAYMENT DATE, THE NEXT PAYMENT IS STILL INSIDE THE
      *    TERM, THAT PAYMENT HAS COME DUE FOR DRAFTING (SEE PRICE-AND-
      *    WRITE-DRAFT), AND NO DRAFT FOR IT IS ALREADY PENDING. A
      *    MONTHLY LOAN ALSO WAITS FOR ITS DRAFT DAY THIS MONTH.
       DRAFT-ONE-AUTH.
           ADD 1 TO WS-AUTHS-READ
           IF AA-BANK-ROUTING IS NOT NUMERIC
             OR (NOT AA-RULE-SCHEDULED AND NOT AA-RULE-AMOUNT-DUE)
               ADD 1 TO WS-AUTHS-SKIPPED
           ELSE
               PERFORM LOOK-UP-AND-DRAFT
           END-IF
           PERFORM READ-AUTH-RECORD.

       LOOK-UP-AND-DRAFT.
           MOVE AA-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               PERFORM CHECK-RUN-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   ADD 1 TO WS-AUTHS-SKIPPED
                   DISPLAY "AMORTACH: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTACH: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN NOT IN-RUN-COMPANY
                   ADD 1 TO WS-AUTHS-OTHER-CO
               WHEN LM-CLOSED OR LM-CHARGED-OFF
                   ADD 1 TO WS-AUTHS-SKIPPED
               WHEN LM-TRANSFERRED-OUT AND WS-RUN-DATE >= LM-XFERDATE
                   ADD 1 TO WS-AUTHS-SKIPPED
               WHEN LM-FIRSTPAYMENTDATE = ZERO
                   ADD 1 TO WS-AUTHS-SKIPPED
               WHEN (LM-PMTFREQCODE = "M" OR LM-PMTFREQCODE = SPACE)
                 AND WS-RD-DD < AA-DRAFT-DAY
                   CONTINUE
               WHEN OTHER
                   PERFORM PRICE-AND-WRITE-DRAFT
           END-EVALUATE.
      *    THE CURRENT CYCLE'S DRAFT SETTLES AND POSTS, THE NEXT DUE
      *    NUMBER ADVANCES AND A DENSE CYCLE SCHEDULE WOULD ORIGINATE
      *    NEXT MONTH'S PAYMENT A MONTH EARLY. THE DUE DATE ITSELF
      *    DECIDES: A MONTHLY PAYMENT ONLY DRAFTS ONCE ITS DUE MONTH
      *    HAS ARRIVED, A BI-WEEKLY OR SEMI-MONTHLY ONE ONCE ITS DUE
      *    DATE HAS (PAST-DUE PAYMENTS STILL CATCH UP; A LATER DUE
      *    DATE WAITS FOR ITS OWN CYCLE).
       PRICE-AND-WRITE-DRAFT.
           PERFORM LOAD-LOANINFO-FROM-MASTER
           CALL "AMORTSTOR" USING AA-LOAN-ID LOANINFO OUTDATA
               ADD 1 TO WS-AUTHS-SKIPPED
           ELSE
               PERFORM COMPUTE-NEXT-DUE-DATE
               PERFORM JUDGE-DUE-ARRIVAL
               IF LM-TRANSFERRED-OUT AND WS-DUE-DATE > LM-XFERDATE
                   MOVE "N" TO WS-DUE-ARRIVED-SW
               END-IF
               IF NOT PAYMENT-DUE-ARRIVED
                   CONTINUE
               ELSE
                   PERFORM CHECK-PENDING-REGISTER
               END-IF
           END-IF.

       JUDGE-DUE-ARRIVAL.
           MOVE "Y" TO WS-DUE-ARRIVED-SW
           IF DDP-MONTHLY
               IF (WS-DUE-YYYY * 12) + WS-DUE-MM >
                       (WS-RD-YYYY * 12) + WS-RD-MM
                   MOVE "N" TO WS-DUE-ARRIVED-SW
               END-IF
           ELSE
               IF WS-DUE-DATE > WS-RUN-DATE
                   MOVE "N" TO WS-DUE-ARRIVED-SW
               END-IF
           END-IF.

       CHECK-PENDING-REGISTER.
           MOVE "N" TO WS-DUP-SW
           PERFORM CHECK-ONE-PENDING-ENTRY
      *    THE SAME WAY THE BILLING AND NOTICE RUNS ROLL IT, SO A
      *    DAY-31 ANCHOR NEVER PRODUCES A DATE THAT DOES NOT EXIST.
       COMPUTE-NEXT-DUE-DATE.
           MOVE "D"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WS-NEXT-DUE-NO      TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-DATE        TO WS-DUE-DATE
           MOVE WS-DUE-DATE TO WS-DATE-WORK
           PERFORM CLAMP-WORK-DAY
           MOVE WS-DATE-WORK TO WS-DUE-DATE.
           MOVE WS-NEXT-DUE-NO  TO APO-PAYMENT-NO
           MOVE WS-DRAFT-AMOUNT TO APO-AMOUNT
           MOVE WS-DUE-DATE     TO APO-SETTLE-DATE
           MOVE WS-ACH-COMPANY  TO APO-COMPANY-CODE
           WRITE PEND-OUT-RECORD
           IF WS-PEND-OUT-STATUS NOT = "00"
               DISPLAY "AMORTACH: ERROR WRITING PENDING REGISTER OUT"
               STOP RUN
           END-IF
           PERFORM WRITE-SETTLE-HEADER
           IF WS-SETTLE-COUNT > ZERO
               PERFORM BOOK-SETTLEMENT-BATCH
           END-IF
           IF NO-PENDING-REGISTER
               CONTINUE
           ELSE
           END-IF.

       PRECOUNT-ONE-DRAFT.
           MOVE API-COMPANY-CODE TO CMP-COMPANY-CODE
           PERFORM CHECK-RUN-COMPANY
           IF API-SETTLE-DATE <= WS-RUN-DATE AND IN-RUN-COMPANY
               ADD 1 TO WS-SETTLE-COUNT
               ADD API-AMOUNT TO WS-SETTLE-TOTAL
           END-IF
       WRITE-SETTLE-HEADER.
           MOVE SPACES TO SETTLE-HEADER-RECORD
           MOVE "H" TO SH-RECORD-TYPE
           MOVE WS-DEPOSIT-ID   TO SH-DEPOSIT-ID
           MOVE WS-SETTLE-COUNT TO SH-ITEM-COUNT
           MOVE WS-SETTLE-TOTAL TO SH-DOLLAR-TOTAL
           MOVE WS-ACH-LOCKBOX-ID TO SH-LOCKBOX-ID
           WRITE SETTLE-HEADER-RECORD
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "AMORTACH: ERROR WRITING SETTLEMENT TXNS"
               STOP RUN
           END-IF.

      *    THE BANK CREDITS THE BATCH AS ONE ENTRY ON THE SETTLEMENT
      *    DATE - BOOKED HERE, UNDER THE DEPOSIT ID THE POSTING RUN
      *    WILL SEE, RATHER THAN WHEN AMORTPST POSTS IT.
       BOOK-SETTLEMENT-BATCH.
           PERFORM OPEN-CASH-BOOK
           MOVE SPACES TO CASH-BOOK-RECORD
           SET CB-ACH-BATCH TO TRUE
           SET CB-CREDIT TO TRUE
           MOVE WS-DEPOSIT-ID   TO CB-REFERENCE
           MOVE WS-SETTLE-TOTAL TO CB-AMOUNT
           MOVE WS-RUN-DATE     TO CB-BOOK-DATE
           MOVE "AMORTACH"      TO CB-PROGRAM
           MOVE WS-ACH-COMPANY  TO CB-COMPANY-CODE
           PERFORM WRITE-CASH-BOOK
           CLOSE CASH-BOOK-FILE.

       OPEN-CASH-BOOK.
           OPEN EXTEND CASH-BOOK-FILE
           IF WS-CASHBK-STATUS = "35"
               OPEN OUTPUT CASH-BOOK-FILE
           END-IF
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTACH: ERROR OPENING CASH BOOK"
               DISPLAY "AMORTACH: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF.

       WRITE-CASH-BOOK.
           WRITE CASH-BOOK-RECORD
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTACH: ERROR WRITING CASH BOOK"
               DISPLAY "AMORTACH: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF.

       READ-PENDING-RECORD.
           READ PEND-IN-FILE
               AT END
           END-IF.

       SETTLE-ONE-DRAFT.
           MOVE API-COMPANY-CODE TO CMP-COMPANY-CODE
           PERFORM CHECK-RUN-COMPANY
           IF API-SETTLE-DATE <= WS-RUN-DATE AND IN-RUN-COMPANY
               MOVE "D"             TO ST-RECORD-TYPE
               MOVE API-LOAN-ID     TO ST-LOAN-ID
               MOVE API-SETTLE-DATE TO ST-PAID-DATE
               MOVE API-PAYMENT-NO  TO APO-PAYMENT-NO
               MOVE API-AMOUNT      TO APO-AMOUNT
               MOVE API-SETTLE-DATE TO APO-SETTLE-DATE
               MOVE API-COMPANY-CODE TO APO-COMPANY-CODE
               WRITE PEND-OUT-RECORD
               IF WS-PEND-OUT-STATUS NOT = "00"
                   DISPLAY "AMORTACH: ERROR WRITING PENDING REGISTER"
               DISPLAY "AMORTACH: FILE STATUS " WS-EXCP-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-CASH-BOOK
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-RETURN-RECORD
           PERFORM EXCEPT-ONE-RETURN
               UNTIL END-OF-INPUT
           CLOSE RETURN-FILE
           CLOSE EXCEPTION-FILE
           CLOSE CASH-BOOK-FILE
           DISPLAY "AMORTACH: " WS-RETURNS-WRITTEN
                   " RETURNS WRITTEN TO EXCEPTIONS".

               STOP RUN
           END-IF
           ADD 1 TO WS-RETURNS-WRITTEN
           IF RT-AMOUNT IS NUMERIC AND RT-AMOUNT > ZERO
               PERFORM BOOK-ONE-RETURN
           END-IF
           PERFORM READ-RETURN-RECORD.

      *    THE BANK TAKES EACH RETURNED DRAFT BACK OUT OF THE ACCOUNT
      *    ON ITS OWN, UNDER THE INDIVIDUAL ID THE ENTRY WENT OUT WITH
      *    - THE LOAN ID.
       BOOK-ONE-RETURN.
           MOVE SPACES TO CASH-BOOK-RECORD
           SET CB-ACH-RETURN TO TRUE
           SET CB-DEBIT TO TRUE
           MOVE RT-LOAN-ID   TO CB-REFERENCE CB-LOAN-ID
           MOVE RT-AMOUNT    TO CB-AMOUNT
           MOVE EX-PAID-DATE TO CB-BOOK-DATE
           IF CB-BOOK-DATE = ZERO
               MOVE WS-RUN-DATE TO CB-BOOK-DATE
           END-IF
           MOVE "AMORTACH"   TO CB-PROGRAM
           MOVE WS-ACH-COMPANY TO CB-COMPANY-CODE
           PERFORM WRITE-CASH-BOOK.

       LOAD-LOANINFO-FROM-MASTER.
           INITIALIZE LOANINFO
           MOVE LM-PRINCIPAL        TO PRINCIPAL
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
