       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTHST.
       REMARKS. LOAN TRANSACTION HISTORY - THE ON-DEMAND "EVERYTHING
               THAT HAPPENED ON THIS LOAN" PRINTOUT FOR AN ATTORNEY,
               AN EXAMINER, OR AN ESCALATED COMPLAINT. THE PARAMETER
               CARD CARRIES THE LOAN ID AND AN OPTIONAL FROM AND
               THROUGH DATE (ZEROS MEAN NO LIMIT). EVERY SOURCE THAT
               RECORDS ACTIVITY ON THE LOAN IS READ - THE PAYMENT-
               HISTORY LEDGER, THE ESCROW LEDGER, THE MISCELLANEOUS
               FEE LEDGER, THE PAYMENT REVERSAL AUDIT (RVSLAUDT), THE
               MAINTENANCE AUDIT IMAGES (MNTAUDIT), THE TERMS HISTORY,
               THE COLLECTIONS REGISTER, AND THE PAYOFF QUOTE REGISTER
               - AND MERGED INTO ONE CHRONOLOGICAL LISTING. EACH LINE
               SHOWS THE DATE, THE SOURCE, WHAT HAPPENED, THE AMOUNT,
               AND THE PRINCIPAL, ESCROW, SUSPENSE, AND FEE BALANCES
               STANDING AFTER IT. PRINCIPAL IS THE SCHEDULED BALANCE
               AFTER EACH POSTED PAYMENT (FROM THE SCHEDULE TAKEN
               THROUGH AMORTSTOR) OR, FOR A SIMPLE-INTEREST LOAN, THE
               RUNNING BALANCE THE LEDGER CARRIES; FEES ARE THE LATE
               FEE STILL TO BE COLLECTED PLUS THE MISCELLANEOUS FEES
               OUTSTANDING, THE SAME WAY THE TRIAL BALANCE STATES
               THEM. A LOAN WHOSE PAYMENT HISTORY HAS BEEN ARCHIVED
               (THE PAYMENT-ZERO STUB AMORTARC LEAVES) IS READ BACK
               FROM THE ARCHIVE FILE AUTOMATICALLY - NO RETRIEVAL RUN
               IS NEEDED FIRST. ACTIVITY BEFORE THE FROM DATE IS NOT
               LISTED BUT STILL COUNTS TOWARD THE BALANCES, WHICH OPEN
               THE LISTING AS A BALANCE-FORWARD LINE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HST-PARM-FILE ASSIGN TO "HSTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "PAYARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ESCROW-LEDGER-FILE ASSIGN TO "ESCRLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-ESCROW-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT REVERSAL-AUDIT-FILE ASSIGN TO "RVSLAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT TERMS-HISTORY-FILE ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT COLLECT-REGISTER-FILE ASSIGN TO "COLLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-LOAN-ID
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT QUOTE-REGISTER-FILE ASSIGN TO "PQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QR-LOAN-ID
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "HSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  HST-PARM-FILE.
       01  HST-PARM-RECORD.
           05 HP-LOAN-ID            PIC X(10).
           05 HP-FROM-DATE          PIC 9(8).
           05 HP-THRU-DATE          PIC 9(8).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 AR-LOAN-ID          PIC X(10).
           05 AR-PAYMENT-NO       PIC 9(4).
           05 AR-ACTUAL-PAID-DATE PIC 9(8).
           05 AR-ACTUAL-AMOUNT    PIC S9(9)V99   COMP-3.
           05 AR-LATE-FEE         PIC S9(7)V99   COMP-3.
           05 AR-MISSED-FLAG      PIC X(01).
           05 AR-MISSED-STREAK    PIC S9(4)      COMP.
           05 AR-SUSPENSE-BAL     PIC S9(9)V99   COMP-3.
           05 AR-ARCHIVE-DATE     PIC 9(8).

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  FEE-LEDGER-FILE.
       COPY FEELEDG.

       FD  REVERSAL-AUDIT-FILE.
       01  REVERSAL-AUDIT-RECORD.
           05 RA-LOAN-ID            PIC X(10).
           05 RA-PAYMENT-NO         PIC 9(04).
           05 RA-REASON-CODE        PIC X(02).
           05 RA-ORIG-PAID-DATE     PIC 9(08).
           05 RA-ORIG-AMOUNT        PIC S9(9)V99   COMP-3.
           05 RA-ORIG-LATE-FEE      PIC S9(7)V99   COMP-3.
           05 RA-ORIG-MISSED-FLAG   PIC X(01).
           05 RA-ORIG-STREAK        PIC 9(04).
           05 RA-ORIG-SUSPENSE      PIC S9(9)V99   COMP-3.
           05 RA-RUN-DATE           PIC 9(08).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           05 MA-RUN-DATE         PIC 9(8).
           05 MA-TXN-SEQ          PIC 9(9).
           05 MA-ACTION           PIC X(01).
           05 MA-LOAN-ID          PIC X(10).
           05 MA-BEFORE-IMAGE     PIC X(400).
           05 MA-AFTER-IMAGE      PIC X(400).

       FD  TERMS-HISTORY-FILE.
       COPY TERMHIST.

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

       FD  QUOTE-REGISTER-FILE.
       01  QUOTE-REGISTER-RECORD.
           05 QR-LOAN-ID            PIC X(10).
           05 QR-PAYOFF-DATE        PIC 9(8).
           05 QR-TOTAL-DUE          PIC S9(9)V99   COMP-3.
           05 QR-PER-DIEM           PIC S9(7)V99   COMP-3.
           05 QR-GOOD-THROUGH       PIC 9(8).
           05 QR-QUOTE-DATE         PIC 9(8).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-ARCHIVE-STATUS         PIC X(02).
       01 WS-ESCROW-STATUS          PIC X(02).
       01 WS-FEE-STATUS             PIC X(02).
       01 WS-REVERSAL-STATUS        PIC X(02).
       01 WS-AUDIT-STATUS           PIC X(02).
       01 WS-TERMS-STATUS           PIC X(02).
       01 WS-REGISTER-STATUS        PIC X(02).
       01 WS-QUOTE-STATUS           PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

      *    ONE END-OF-SOURCE SWITCH SERVES EVERY SOURCE IN TURN - EACH
      *    IS READ TO ITS END BEFORE THE NEXT IS OPENED.
       01 WS-SOURCE-EOF-SW          PIC X(01).
          88 END-OF-SOURCE                    VALUE "Y".
       01 WS-ARCHIVED-SW            PIC X(01) VALUE "N".
          88 HISTORY-ARCHIVED                 VALUE "Y".
       01 WS-FORWARD-SW             PIC X(01) VALUE "N".
          88 BALANCE-FORWARD-PRINTED          VALUE "Y".

       01 WS-TARGET-LOAN-ID         PIC X(10).
       01 WS-FROM-DATE              PIC 9(8) VALUE ZEROS.
       01 WS-THRU-DATE              PIC 9(8) VALUE 99999999.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-ARCHIVE-DATE           PIC 9(8) VALUE ZEROS.

       01 WS-SOURCE-RECORDS         PIC 9(9) COMP VALUE ZERO.
       01 WS-EVENTS-LISTED          PIC 9(9) COMP VALUE ZERO.
       01 WS-ARCHIVE-RECORDS        PIC 9(9) COMP VALUE ZERO.

      *    THE LOAN'S PAYMENT-HISTORY RECORDS, SLOTTED BY PAYMENT
      *    NUMBER - ARCHIVE COPIES FIRST, THEN THE LIVE LEDGER OVER
      *    THEM, SO A PAYMENT ARCHIVED MORE THAN ONCE (RESTORED AND
      *    SWEPT OUT AGAIN) STILL APPEARS ONLY ONCE.
       01 WS-PMT-IX                 PIC S9(4) COMP.
       01 WS-HIGH-PMT-NO            PIC S9(4) COMP VALUE ZERO.
       01 WS-PAYMENT-TABLE.
           03 WS-PAYMENT-ENTRY OCCURS 999.
               05 WS-PM-PRESENT     PIC X(01).
               05 WS-PM-PAID-DATE   PIC 9(08).
               05 WS-PM-AMOUNT      PIC S9(9)V99 COMP-3.
               05 WS-PM-LATE-FEE    PIC S9(7)V99 COMP-3.
               05 WS-PM-MISSED-FLAG PIC X(01).
               05 WS-PM-SUSPENSE    PIC S9(9)V99 COMP-3.
               05 WS-PM-SI-BAL-SW   PIC X(01).
               05 WS-PM-SI-BALANCE  PIC S9(9)V99 COMP-3.
               05 WS-PM-SOURCE      PIC X(08).

       01 WS-PRIOR-FEE              PIC S9(7)V99 COMP-3.
       01 WS-PRIOR-PMT-NO           PIC S9(4) COMP.
       01 WS-SCHEDULE-SW            PIC X(01) VALUE "N".
          88 SCHEDULE-LOADED                  VALUE "Y".
       01 WS-OPENING-PRINCIPAL      PIC S9(9)V99 COMP-3.
       01 WS-STEP-IX                PIC S9(2) COMP.

      *    EVERY EVENT FROM EVERY SOURCE, KEPT IN DATE ORDER AS IT IS
      *    ADDED - A NEW EVENT SLIDES IN AFTER ANY ALREADY ON THE SAME
      *    DATE, SO ONE DAY'S ACTIVITY LISTS IN THE ORDER THE SOURCES
      *    ARE READ. EACH EVENT SAYS WHICH BALANCES IT RESTATES; THE
      *    FEE BALANCE MOVES BY THE EVENT'S FEE CHANGE.
       01 WS-NUM-EVENTS             PIC S9(4) COMP VALUE ZERO.
       01 WS-EVENT-IX               PIC S9(4) COMP.
       01 WS-INSERT-IX              PIC S9(4) COMP.
       01 WS-EVENT-TABLE.
           03 WS-EVENT-ENTRY OCCURS 3000.
               05 WS-EV-DATE        PIC 9(08).
               05 WS-EV-SOURCE      PIC X(08).
               05 WS-EV-DESC        PIC X(35).
               05 WS-EV-AMOUNT-SW   PIC X(01).
               05 WS-EV-AMOUNT      PIC S9(9)V99 COMP-3.
               05 WS-EV-PRIN-SW     PIC X(01).
               05 WS-EV-PRINCIPAL   PIC S9(9)V99 COMP-3.
               05 WS-EV-ESCROW-SW   PIC X(01).
               05 WS-EV-ESCROW      PIC S9(9)V99 COMP-3.
               05 WS-EV-SUSP-SW     PIC X(01).
               05 WS-EV-SUSPENSE    PIC S9(9)V99 COMP-3.
               05 WS-EV-FEE-CHANGE  PIC S9(9)V99 COMP-3.

      *    THE EVENT BEING BUILT - THE SAME LAYOUT AS A TABLE ENTRY.
       01 WS-NEW-EVENT.
           05 WS-NEW-DATE           PIC 9(08).
           05 WS-NEW-SOURCE         PIC X(08).
           05 WS-NEW-DESC           PIC X(35).
           05 WS-NEW-AMOUNT-SW      PIC X(01).
           05 WS-NEW-AMOUNT         PIC S9(9)V99 COMP-3.
           05 WS-NEW-PRIN-SW        PIC X(01).
           05 WS-NEW-PRINCIPAL      PIC S9(9)V99 COMP-3.
           05 WS-NEW-ESCROW-SW      PIC X(01).
           05 WS-NEW-ESCROW         PIC S9(9)V99 COMP-3.
           05 WS-NEW-SUSP-SW        PIC X(01).
           05 WS-NEW-SUSPENSE       PIC S9(9)V99 COMP-3.
           05 WS-NEW-FEE-CHANGE     PIC S9(9)V99 COMP-3.

       01 WS-DESC-PMT-NO            PIC 9(04).
       01 WS-DESC-DATE              PIC 9(08).

      *    THE BALANCES STANDING AS THE LISTING WALKS FORWARD.
       01 WS-BAL-PRINCIPAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-BAL-ESCROW             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-BAL-SUSPENSE           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-BAL-FEES               PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(34)
               VALUE "LOAN TRANSACTION HISTORY".
           05 FILLER          PIC X(06) VALUE "LOAN: ".
           05 HL1-LOAN-ID      PIC X(10).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE "FROM: ".
           05 HL1-FROM-DATE    PIC 9(08).
           05 FILLER          PIC X(08) VALUE "  THRU: ".
           05 HL1-THRU-DATE    PIC 9(08).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "RUN DATE: ".
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(10) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(10)  VALUE "DATE".
           05 FILLER PIC X(10)  VALUE "SOURCE".
           05 FILLER PIC X(36)  VALUE "TRANSACTION".
           05 FILLER PIC X(15)  VALUE "        AMOUNT".
           05 FILLER PIC X(15)  VALUE "     PRINCIPAL".
           05 FILLER PIC X(15)  VALUE "        ESCROW".
           05 FILLER PIC X(15)  VALUE "      SUSPENSE".
           05 FILLER PIC X(16)  VALUE "          FEES".

       01 DETAIL-LINE.
           05 DL-DATE           PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-SOURCE         PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-DESC           PIC X(35).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
           05 DL-AMOUNT-X REDEFINES DL-AMOUNT
                                PIC X(14).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DL-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DL-ESCROW         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DL-SUSPENSE       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DL-FEES           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.

       01 NOTE-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 NL-TEXT           PIC X(60).
           05 FILLER            PIC X(52) VALUE SPACES.

       01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "TRANSACTIONS LISTED:".
           05 FILLER            PIC X(01) VALUE SPACES.
           05 SL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(100) VALUE SPACES.

       COPY AMORTIN.
       COPY AMORTOUT.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-LOAN-EVENT
           PERFORM LOAD-PAYMENT-HISTORY
           IF HISTORY-ARCHIVED
               PERFORM LOAD-ARCHIVED-PAYMENTS
           END-IF
           PERFORM LOAD-PAYMENT-EVENTS
           PERFORM LOAD-REVERSAL-EVENTS
           PERFORM LOAD-ESCROW-EVENTS
           PERFORM LOAD-FEE-EVENTS
           PERFORM LOAD-MAINTENANCE-EVENTS
           PERFORM LOAD-TERMS-EVENTS
           PERFORM LOAD-COLLECTION-EVENTS
           PERFORM LOAD-QUOTE-EVENTS
           PERFORM LIST-ONE-EVENT
               VARYING WS-EVENT-IX FROM 1 BY 1
                   UNTIL WS-EVENT-IX > WS-NUM-EVENTS
           PERFORM PRINT-SUMMARY
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT HST-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR OPENING HISTORY PARM FILE"
               DISPLAY "AMORTHST: FILE STATUS " WS-PARM-STATUS
               STOP RUN
           END-IF
           READ HST-PARM-FILE
               AT END
                   DISPLAY "AMORTHST: HISTORY PARM FILE IS EMPTY"
                   STOP RUN
           END-READ
           IF HP-LOAN-ID = SPACES
               DISPLAY "AMORTHST: LOAN ID ON PARM CARD IS BLANK"
               STOP RUN
           END-IF
           MOVE HP-LOAN-ID TO WS-TARGET-LOAN-ID
           IF HP-FROM-DATE IS NUMERIC AND HP-FROM-DATE > ZERO
               MOVE HP-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF HP-THRU-DATE IS NUMERIC AND HP-THRU-DATE > ZERO
               MOVE HP-THRU-DATE TO WS-THRU-DATE
           END-IF
           CLOSE HST-PARM-FILE
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTHST: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE WS-TARGET-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "23"
               DISPLAY "AMORTHST: LOAN " WS-TARGET-LOAN-ID
                       " IS NOT ON THE LOAN MASTER"
               STOP RUN
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR READING LOAN MASTER FILE"
               DISPLAY "AMORTHST: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           CLOSE LOAN-MASTER-FILE
           MOVE LM-PRINCIPAL TO WS-OPENING-PRINCIPAL
           IF NOT LM-SIMPLE-INTEREST
                   AND LM-FIRSTPAYMENTDATE NOT = ZERO
               PERFORM LOAD-LOANINFO-FROM-MASTER
               CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
               CANCEL "AMORTSTOR"
               SET SCHEDULE-LOADED TO TRUE
           END-IF
           PERFORM CLEAR-ONE-PAYMENT-SLOT
               VARYING WS-PMT-IX FROM 1 BY 1
                   UNTIL WS-PMT-IX > 999
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTHST: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       CLEAR-ONE-PAYMENT-SLOT.
           MOVE "N" TO WS-PM-PRESENT(WS-PMT-IX).

      *    THE LOAN OPENS AT ITS ORIGINAL PRINCIPAL ON ITS FUNDING DATE
      *    - FOR A MODIFIED LOAN THAT IS THE PRINCIPAL ON THE EARLIEST
      *    TERMS-HISTORY RECORD, SINCE MAINTENANCE HAS SINCE REPLACED
      *    THE MASTER'S.
       LOAD-LOAN-EVENT.
           MOVE "N" TO WS-SOURCE-EOF-SW
           OPEN INPUT TERMS-HISTORY-FILE
           IF WS-TERMS-STATUS = "00"
               MOVE WS-TARGET-LOAN-ID TO TH-LOAN-ID
               MOVE ZEROS             TO TH-EFF-PMT-NO
               START TERMS-HISTORY-FILE KEY >= TH-KEY
               IF WS-TERMS-STATUS = "00"
                   PERFORM READ-TERMS-RECORD
                   IF NOT END-OF-SOURCE
                       MOVE TH-PRINCIPAL TO WS-OPENING-PRINCIPAL
                   END-IF
               END-IF
               CLOSE TERMS-HISTORY-FILE
           END-IF
           PERFORM CLEAR-NEW-EVENT
           IF LM-FUNDINGDATE IS NUMERIC
               MOVE LM-FUNDINGDATE TO WS-NEW-DATE
           END-IF
           MOVE "LOANMAST"           TO WS-NEW-SOURCE
           MOVE "LOAN FUNDED - ORIGINAL PRINCIPAL" TO WS-NEW-DESC
           MOVE WS-OPENING-PRINCIPAL TO WS-NEW-AMOUNT WS-NEW-PRINCIPAL
           MOVE "Y" TO WS-NEW-AMOUNT-SW WS-NEW-PRIN-SW
           PERFORM ADD-EVENT.

      *    THE LIVE LEDGER, SLOTTED BY PAYMENT NUMBER. THE PAYMENT-ZERO
      *    STUB SAYS THE EARLIER HISTORY WENT TO THE ARCHIVE FILE.
       LOAD-PAYMENT-HISTORY.
           MOVE "N" TO WS-SOURCE-EOF-SW
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               SET END-OF-SOURCE TO TRUE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "AMORTHST: ERROR OPENING PAYMENT HISTORY"
                   DISPLAY "AMORTHST: FILE STATUS " WS-HIST-STATUS
                   STOP RUN
               END-IF
               MOVE WS-TARGET-LOAN-ID TO PH-LOAN-ID
               MOVE ZEROS             TO PH-PAYMENT-NO
               START PAYMENT-HISTORY-FILE KEY >= PH-KEY
               IF WS-HIST-STATUS NOT = "00"
                   SET END-OF-SOURCE TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-HISTORY-RECORD
               UNTIL END-OF-SOURCE
           IF WS-HIST-STATUS NOT = "35"
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       LOAD-ONE-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ
           IF NOT END-OF-SOURCE AND WS-HIST-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR READING PAYMENT HISTORY"
               DISPLAY "AMORTHST: FILE STATUS " WS-HIST-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-SOURCE
               IF PH-LOAN-ID NOT = WS-TARGET-LOAN-ID
                   SET END-OF-SOURCE TO TRUE
               ELSE
                   ADD 1 TO WS-SOURCE-RECORDS
                   IF PH-PAYMENT-NO = ZERO
                       IF PH-MISSED-FLAG = "A"
                           SET HISTORY-ARCHIVED TO TRUE
                           MOVE PH-ACTUAL-PAID-DATE TO WS-ARCHIVE-DATE
                       END-IF
                   ELSE
                       PERFORM SLOT-LIVE-PAYMENT
                   END-IF
               END-IF
           END-IF.

       SLOT-LIVE-PAYMENT.
           MOVE PH-PAYMENT-NO TO WS-PMT-IX
           PERFORM CHECK-PAYMENT-SLOT
           MOVE "Y"                 TO WS-PM-PRESENT(WS-PMT-IX)
           MOVE PH-ACTUAL-PAID-DATE TO WS-PM-PAID-DATE(WS-PMT-IX)
           MOVE PH-ACTUAL-AMOUNT    TO WS-PM-AMOUNT(WS-PMT-IX)
           MOVE PH-LATE-FEE         TO WS-PM-LATE-FEE(WS-PMT-IX)
           MOVE PH-MISSED-FLAG      TO WS-PM-MISSED-FLAG(WS-PMT-IX)
           MOVE PH-SUSPENSE-BAL     TO WS-PM-SUSPENSE(WS-PMT-IX)
           MOVE "PAYHIST"           TO WS-PM-SOURCE(WS-PMT-IX)
           MOVE "N"                 TO WS-PM-SI-BAL-SW(WS-PMT-IX)
           IF PH-ACCRUAL-DATE IS NUMERIC
                   AND PH-ACCRUAL-DATE NOT = ZERO
                   AND PH-PRINCIPAL-BAL IS NUMERIC
               MOVE "Y"              TO WS-PM-SI-BAL-SW(WS-PMT-IX)
               MOVE PH-PRINCIPAL-BAL TO WS-PM-SI-BALANCE(WS-PMT-IX)
           END-IF.

       CHECK-PAYMENT-SLOT.
           IF WS-PMT-IX > 999
               DISPLAY "AMORTHST: ABEND - PAYMENT TABLE FULL FOR "
                       WS-TARGET-LOAN-ID
               STOP RUN
           END-IF
           IF WS-PMT-IX > WS-HIGH-PMT-NO
               MOVE WS-PMT-IX TO WS-HIGH-PMT-NO
           END-IF.

      *    THE ARCHIVE IS IN THE ORDER THE SWEEPS APPENDED IT, SO A
      *    LATER COPY OF A PAYMENT REPLACES AN EARLIER ONE. A PAYMENT
      *    STILL (OR AGAIN) ON THE LIVE LEDGER IS THE COPY OF RECORD
      *    AND IS NOT DISTURBED.
       LOAD-ARCHIVED-PAYMENTS.
           MOVE "N" TO WS-SOURCE-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               SET END-OF-SOURCE TO TRUE
           ELSE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "AMORTHST: ERROR OPENING ARCHIVE FILE"
                   DISPLAY "AMORTHST: FILE STATUS " WS-ARCHIVE-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-ONE-ARCHIVE-RECORD
               UNTIL END-OF-SOURCE
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.

       LOAD-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ
           IF NOT END-OF-SOURCE AND WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR READING ARCHIVE FILE"
               DISPLAY "AMORTHST: FILE STATUS " WS-ARCHIVE-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-SOURCE
                   AND AR-LOAN-ID = WS-TARGET-LOAN-ID
                   AND AR-PAYMENT-NO > ZERO
               MOVE AR-PAYMENT-NO TO WS-PMT-IX
               PERFORM CHECK-PAYMENT-SLOT
               IF WS-PM-PRESENT(WS-PMT-IX) NOT = "Y"
                       OR WS-PM-SOURCE(WS-PMT-IX) = "PAYARCH"
                   ADD 1 TO WS-SOURCE-RECORDS
                   ADD 1 TO WS-ARCHIVE-RECORDS
                   MOVE "Y"       TO WS-PM-PRESENT(WS-PMT-IX)
                   MOVE AR-ACTUAL-PAID-DATE
                                  TO WS-PM-PAID-DATE(WS-PMT-IX)
                   MOVE AR-ACTUAL-AMOUNT
                                  TO WS-PM-AMOUNT(WS-PMT-IX)
                   MOVE AR-LATE-FEE
                                  TO WS-PM-LATE-FEE(WS-PMT-IX)
                   MOVE AR-MISSED-FLAG
                                  TO WS-PM-MISSED-FLAG(WS-PMT-IX)
                   MOVE AR-SUSPENSE-BAL
                                  TO WS-PM-SUSPENSE(WS-PMT-IX)
                   MOVE "PAYARCH" TO WS-PM-SOURCE(WS-PMT-IX)
                   MOVE "N"       TO WS-PM-SI-BAL-SW(WS-PMT-IX)
               END-IF
           END-IF.

      *    ONE EVENT PER POSTED PAYMENT, IN PAYMENT ORDER SO THE LATE
      *    FEE ROLLS EXACTLY AS THE TRIAL BALANCE ROLLS IT: A FEE
      *    ASSESSED AT PAYMENT N IS COLLECTED WHEN N+1 POSTS SATISFIED.
       LOAD-PAYMENT-EVENTS.
           MOVE ZEROS TO WS-PRIOR-FEE
           MOVE ZERO  TO WS-PRIOR-PMT-NO
           PERFORM LOAD-ONE-PAYMENT-EVENT
               VARYING WS-PMT-IX FROM 1 BY 1
                   UNTIL WS-PMT-IX > WS-HIGH-PMT-NO
           IF HISTORY-ARCHIVED
               PERFORM CLEAR-NEW-EVENT
               MOVE WS-ARCHIVE-DATE TO WS-NEW-DATE
               MOVE "PAYHIST"       TO WS-NEW-SOURCE
               MOVE "PAYMENT HISTORY MOVED TO ARCHIVE"
                   TO WS-NEW-DESC
               PERFORM ADD-EVENT
           END-IF.

       LOAD-ONE-PAYMENT-EVENT.
           IF WS-PM-PRESENT(WS-PMT-IX) = "Y"
               PERFORM CLEAR-NEW-EVENT
               MOVE WS-PM-PAID-DATE(WS-PMT-IX) TO WS-NEW-DATE
               MOVE WS-PM-SOURCE(WS-PMT-IX)    TO WS-NEW-SOURCE
               MOVE WS-PMT-IX                  TO WS-DESC-PMT-NO
               IF WS-PM-MISSED-FLAG(WS-PMT-IX) = "N"
                   STRING "PAYMENT " WS-DESC-PMT-NO " RECEIVED"
                       DELIMITED BY SIZE INTO WS-NEW-DESC
               ELSE
                   STRING "PAYMENT " WS-DESC-PMT-NO " MISSED/SHORT"
                       DELIMITED BY SIZE INTO WS-NEW-DESC
               END-IF
               MOVE WS-PM-AMOUNT(WS-PMT-IX)    TO WS-NEW-AMOUNT
               MOVE "Y"                        TO WS-NEW-AMOUNT-SW
               MOVE WS-PM-SUSPENSE(WS-PMT-IX)  TO WS-NEW-SUSPENSE
               MOVE "Y"                        TO WS-NEW-SUSP-SW
               IF WS-PM-SI-BAL-SW(WS-PMT-IX) = "Y"
                   MOVE WS-PM-SI-BALANCE(WS-PMT-IX)
                       TO WS-NEW-PRINCIPAL
                   MOVE "Y" TO WS-NEW-PRIN-SW
               ELSE
                   IF SCHEDULE-LOADED AND WS-PMT-IX <= LOANTERM
                       MOVE OUTBALANCENUM(WS-PMT-IX)
                           TO WS-NEW-PRINCIPAL
                       MOVE "Y" TO WS-NEW-PRIN-SW
                   END-IF
               END-IF
               IF WS-PRIOR-FEE > ZERO
                       AND WS-PMT-IX = WS-PRIOR-PMT-NO + 1
                       AND WS-PM-MISSED-FLAG(WS-PMT-IX) = "N"
                   COMPUTE WS-NEW-FEE-CHANGE = ZERO - WS-PRIOR-FEE
               END-IF
               PERFORM ADD-EVENT
               IF WS-PM-LATE-FEE(WS-PMT-IX) > ZERO
                   PERFORM CLEAR-NEW-EVENT
                   MOVE WS-PM-PAID-DATE(WS-PMT-IX) TO WS-NEW-DATE
                   MOVE WS-PM-SOURCE(WS-PMT-IX)    TO WS-NEW-SOURCE
                   STRING "LATE FEE ASSESSED - PAYMENT "
                          WS-DESC-PMT-NO
                       DELIMITED BY SIZE INTO WS-NEW-DESC
                   MOVE WS-PM-LATE-FEE(WS-PMT-IX)
                       TO WS-NEW-AMOUNT WS-NEW-FEE-CHANGE
                   MOVE "Y" TO WS-NEW-AMOUNT-SW
                   PERFORM ADD-EVENT
               END-IF
               MOVE WS-PM-LATE-FEE(WS-PMT-IX) TO WS-PRIOR-FEE
               MOVE WS-PMT-IX                 TO WS-PRIOR-PMT-NO
           END-IF.

      *    THE AUDIT RECORD IS THE PAYMENT AS IT STOOD BEFORE IT WAS
      *    BACKED OUT - THE LEDGER NOW SHOWS THE SLOT REPOSTED AS
      *    MISSED - SO THE ORIGINAL RECEIPT AND ITS REVERSAL BOTH LIST.
       LOAD-REVERSAL-EVENTS.
           MOVE "N" TO WS-SOURCE-EOF-SW
           OPEN INPUT REVERSAL-AUDIT-FILE
           IF WS-REVERSAL-STATUS = "35"
               SET END-OF-SOURCE TO TRUE
           ELSE
               IF WS-REVERSAL-STATUS NOT = "00"
                   DISPLAY "AMORTHST: ERROR OPENING REVERSAL AUDIT"
                   DISPLAY "AMORTHST: FILE STATUS " WS-REVERSAL-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-ONE-REVERSAL
               UNTIL END-OF-SOURCE
           IF WS-REVERSAL-STATUS NOT = "35"
               CLOSE REVERSAL-AUDIT-FILE
           END-IF.

       LOAD-ONE-REVERSAL.
           READ REVERSAL-AUDIT-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ
           IF NOT END-OF-SOURCE AND WS-REVERSAL-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR READING REVERSAL AUDIT"
               DISPLAY "AMORTHST: FILE STATUS " WS-REVERSAL-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-SOURCE AND RA-LOAN-ID = WS-TARGET-LOAN-ID
               ADD 1 TO WS-SOURCE-RECORDS
               MOVE RA-PAYMENT-NO TO WS-DESC-PMT-NO
               PERFORM CLEAR-NEW-EVENT
               MOVE RA-ORIG-PAID-DATE TO WS-NEW-DATE
               MOVE "RVSLAUDT"        TO WS-NEW-SOURCE
               STRING "PAYMENT " WS-DESC-PMT-NO " RECEIVED (REVERSED)"
                   DELIMITED BY SIZE INTO WS-NEW-DESC
               MOVE RA-ORIG-AMOUNT    TO WS-NEW-AMOUNT
               MOVE "Y"               TO WS-NEW-AMOUNT-SW
               MOVE RA-ORIG-SUSPENSE  TO WS-NEW-SUSPENSE
               MOVE "Y"               TO WS-NEW-SUSP-SW
               PERFORM ADD-EVENT
               PERFORM CLEAR-NEW-EVENT
               MOVE RA-RUN-DATE       TO WS-NEW-DATE
               MOVE "RVSLAUDT"        TO WS-NEW-SOURCE
               EVALUATE RA-REASON-CODE
                   WHEN "NS"
                       STRING "PAYMENT " WS-DESC-PMT-NO
                              " REVERSED - NSF"
                           DELIMITED BY SIZE INTO WS-NEW-DESC
                   WHEN "SP"
                       STRING "PAYMENT " WS-DESC-PMT-NO
                              " REVERSED - STOP PAY"
                           DELIMITED BY SIZE INTO WS-NEW-DESC
                   WHEN "MA"
                       STRING "PAYMENT " WS-DESC-PMT-NO
                              " REVERSED - MISAPPLIED"
                           DELIMITED BY SIZE INTO WS-NEW-DESC
                   WHEN OTHER
                       STRING "PAYMENT " WS-DESC-PMT-NO
                              " REVERSED - " RA-REASON-CODE
                           DELIMITED BY SIZE INTO WS-NEW-DESC
               END-EVALUATE
               COMPUTE WS-NEW-AMOUNT = ZERO - RA-ORIG-AMOUNT
               MOVE "Y"               TO WS-NEW-AMOUNT-SW
               PERFORM ADD-EVENT
           END-IF.

      *    EVERY ESCROW LEDGER RECORD CARRIES THE BALANCE AFTER ITSELF.
       LOAD-ESCROW-EVENTS.
           MOVE "N" TO WS-SOURCE-EOF-SW
           OPEN INPUT ESCROW-LEDGER-FILE
           IF WS-ESCROW-STATUS = "35"
               SET END-OF-SOURCE TO TRUE
           ELSE
               IF WS-ESCROW-STATUS NOT = "00"
                   DISPLAY "AMORTHST: ERROR OPENING ESCROW LEDGER"
                   DISPLAY "AMORTHST: FILE STATUS " WS-ESCROW-STATUS
                   STOP RUN
               END-IF
               MOVE WS-TARGET-LOAN-ID TO EL-LOAN-ID
               MOVE ZEROS             TO EL-SEQ-NO
               START ESCROW-LEDGER-FILE KEY >= EL-KEY
               IF WS-ESCROW-STATUS NOT = "00"
                   SET END-OF-SOURCE TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-ESCROW-RECORD
               UNTIL END-OF-SOURCE
           IF WS-ESCROW-STATUS NOT = "35"
               CLOSE ESCROW-LEDGER-FILE
           END-IF.

       LOAD-ONE-ESCROW-RECORD.
           READ ESCROW-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ
           IF NOT END-OF-SOURCE AND WS-ESCROW-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR READING ESCROW LEDGER"
               DISPLAY "AMORTHST: FILE STATUS " WS-ESCROW-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-SOURCE
               IF EL-LOAN-ID NOT = WS-TARGET-LOAN-ID
                   SET END-OF-SOURCE TO TRUE
               ELSE
                   ADD 1 TO WS-SOURCE-RECORDS
                   PERFORM CLEAR-NEW-EVENT
                   MOVE EL-TRAN-DATE TO WS-NEW-DATE
                   MOVE "ESCRLEDG"   TO WS-NEW-SOURCE
                   EVALUATE TRUE
                       WHEN EL-COLLECTION
                           MOVE "ESCROW COLLECTED" TO WS-NEW-DESC
                       WHEN EL-TAX-DISBURSE
                           MOVE "ESCROW DISBURSED - TAXES"
                               TO WS-NEW-DESC
                       WHEN EL-INS-DISBURSE
                           MOVE "ESCROW DISBURSED - INSURANCE"
                               TO WS-NEW-DESC
                       WHEN EL-REFUND
                           MOVE "ESCROW REFUNDED TO BORROWER"
                               TO WS-NEW-DESC
                       WHEN EL-PREMIUM-REFUND
                           MOVE "LENDER-PLACED PREMIUM REFUNDED"
                               TO WS-NEW-DESC
                       WHEN EL-CHECK-VOID
                           MOVE "ESCROW CHECK VOIDED"
                               TO WS-NEW-DESC
                       WHEN EL-INTEREST-CREDIT
                           MOVE "ESCROW INTEREST CREDITED"
                               TO WS-NEW-DESC
                       WHEN OTHER
                           STRING "ESCROW TRANSACTION " EL-TRAN-TYPE
                               DELIMITED BY SIZE INTO WS-NEW-DESC
                   END-EVALUATE
                   MOVE EL-AMOUNT  TO WS-NEW-AMOUNT
                   MOVE "Y"        TO WS-NEW-AMOUNT-SW
                   MOVE EL-BALANCE TO WS-NEW-ESCROW
                   MOVE "Y"        TO WS-NEW-ESCROW-SW
                   PERFORM ADD-EVENT
               END-IF
           END-IF.

      *    AN ASSESSMENT RAISES THE FEE BALANCE, ITS WAIVER (DATED ON
      *    THE FEE RECORD) AND EACH PAYMENT APPLIED TO IT LOWER IT. AN
      *    APPLICATION A REVERSAL BACKED OUT LISTS WITHOUT MOVING THE
      *    BALANCE - THE MONEY WENT ON AND CAME BACK OFF.
       LOAD-FEE-EVENTS.
           MOVE "N" TO WS-SOURCE-EOF-SW
           OPEN INPUT FEE-LEDGER-FILE
           IF WS-FEE-STATUS = "35"
               SET END-OF-SOURCE TO TRUE
           ELSE
               IF WS-FEE-STATUS NOT = "00"
                   DISPLAY "AMORTHST: ERROR OPENING FEE LEDGER"
                   DISPLAY "AMORTHST: FILE STATUS " WS-FEE-STATUS
                   STOP RUN
               END-IF
               MOVE WS-TARGET-LOAN-ID TO FL-LOAN-ID
               MOVE ZEROS             TO FL-SEQ-NO
               START FEE-LEDGER-FILE KEY >= FL-KEY
               IF WS-FEE-STATUS NOT = "00"
                   SET END-OF-SOURCE TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-FEE-RECORD
               UNTIL END-OF-SOURCE
           IF WS-FEE-STATUS NOT = "35"
               CLOSE FEE-LEDGER-FILE
           END-IF.

       LOAD-ONE-FEE-RECORD.
           READ FEE-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ
           IF NOT END-OF-SOURCE AND WS-FEE-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR READING FEE LEDGER"
               DISPLAY "AMORTHST: FILE STATUS " WS-FEE-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-SOURCE
               IF FL-LOAN-ID NOT = WS-TARGET-LOAN-ID
                   SET END-OF-SOURCE TO TRUE
               ELSE
                   ADD 1 TO WS-SOURCE-RECORDS
                   IF FL-FEE-ASSESSED
                       PERFORM LOAD-FEE-ASSESSMENT
                   ELSE
                       PERFORM LOAD-FEE-PAYMENT
                   END-IF
               END-IF
           END-IF.

       LOAD-FEE-ASSESSMENT.
           PERFORM CLEAR-NEW-EVENT
           MOVE FL-TRAN-DATE TO WS-NEW-DATE
           MOVE "FEELEDG"    TO WS-NEW-SOURCE
           PERFORM DESCRIBE-FEE-TYPE
           MOVE FL-AMOUNT    TO WS-NEW-AMOUNT WS-NEW-FEE-CHANGE
           MOVE "Y"          TO WS-NEW-AMOUNT-SW
           PERFORM ADD-EVENT
           IF FL-WAIVED > ZERO
               PERFORM CLEAR-NEW-EVENT
               MOVE FL-WAIVE-DATE TO WS-NEW-DATE
               MOVE "FEELEDG"     TO WS-NEW-SOURCE
               STRING "FEE WAIVED - " FL-FEE-TYPE
                      " REASON " FL-WAIVE-REASON
                   DELIMITED BY SIZE INTO WS-NEW-DESC
               MOVE FL-WAIVED     TO WS-NEW-AMOUNT
               COMPUTE WS-NEW-FEE-CHANGE = ZERO - FL-WAIVED
               MOVE "Y"           TO WS-NEW-AMOUNT-SW
               PERFORM ADD-EVENT
           END-IF.

       DESCRIBE-FEE-TYPE.
           EVALUATE TRUE
               WHEN FL-FEE-NSF
                   MOVE "FEE ASSESSED - RETURNED ITEM" TO WS-NEW-DESC
               WHEN FL-FEE-PAYOFF-STMT
                   MOVE "FEE ASSESSED - PAYOFF STATEMENT"
                       TO WS-NEW-DESC
               WHEN FL-FEE-INSPECTION
                   MOVE "FEE ASSESSED - INSPECTION" TO WS-NEW-DESC
               WHEN FL-FEE-MODIFICATION
                   MOVE "FEE ASSESSED - MODIFICATION" TO WS-NEW-DESC
               WHEN FL-FEE-ASSUMPTION
                   MOVE "FEE ASSESSED - ASSUMPTION" TO WS-NEW-DESC
               WHEN OTHER
                   STRING "FEE ASSESSED - " FL-FEE-TYPE
                       DELIMITED BY SIZE INTO WS-NEW-DESC
           END-EVALUATE.

       LOAD-FEE-PAYMENT.
           PERFORM CLEAR-NEW-EVENT
           MOVE FL-TRAN-DATE  TO WS-NEW-DATE
           MOVE "FEELEDG"     TO WS-NEW-SOURCE
           MOVE FL-PAYMENT-NO TO WS-DESC-PMT-NO
           IF FL-APPLICATION-REVERSED
               STRING "FEE PAID FROM PMT " WS-DESC-PMT-NO
                      " (BACKED OUT)"
                   DELIMITED BY SIZE INTO WS-NEW-DESC
           ELSE
               STRING "FEE PAID FROM PAYMENT " WS-DESC-PMT-NO
                   DELIMITED BY SIZE INTO WS-NEW-DESC
               COMPUTE WS-NEW-FEE-CHANGE = ZERO - FL-AMOUNT
           END-IF
           MOVE FL-AMOUNT     TO WS-NEW-AMOUNT
           MOVE "Y"           TO WS-NEW-AMOUNT-SW
           PERFORM ADD-EVENT.

      *    EVERY APPLIED MAINTENANCE ACTION, WITH THE PRINCIPAL FROM
      *    THE AFTER IMAGE WHERE THE ACTION REPRICED THE LOAN.
       LOAD-MAINTENANCE-EVENTS.
           MOVE "N" TO WS-SOURCE-EOF-SW
           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               SET END-OF-SOURCE TO TRUE
           ELSE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "AMORTHST: ERROR OPENING MAINTENANCE AUDIT"
                   DISPLAY "AMORTHST: FILE STATUS " WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-ONE-MAINTENANCE
               UNTIL END-OF-SOURCE
           IF WS-AUDIT-STATUS NOT = "35"
               CLOSE MAINT-AUDIT-FILE
           END-IF.

       LOAD-ONE-MAINTENANCE.
           READ MAINT-AUDIT-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ
           IF NOT END-OF-SOURCE AND WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR READING MAINTENANCE AUDIT"
               DISPLAY "AMORTHST: FILE STATUS " WS-AUDIT-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-SOURCE AND MA-LOAN-ID = WS-TARGET-LOAN-ID
               ADD 1 TO WS-SOURCE-RECORDS
               PERFORM CLEAR-NEW-EVENT
               MOVE MA-RUN-DATE TO WS-NEW-DATE
               MOVE "MNTAUDIT"  TO WS-NEW-SOURCE
               EVALUATE MA-ACTION
                   WHEN "A"
                       MOVE "LOAN ADDED TO MASTER" TO WS-NEW-DESC
                   WHEN "C"
                       MOVE "LOAN MASTER CHANGED" TO WS-NEW-DESC
                   WHEN "X"
                       MOVE "LOAN CLOSED" TO WS-NEW-DESC
                   WHEN "M"
                       MOVE "LOAN MODIFIED" TO WS-NEW-DESC
                   WHEN "L"
                       MOVE "LEGAL STATUS CHANGED" TO WS-NEW-DESC
                   WHEN "S"
                       MOVE "LOAN ASSUMED" TO WS-NEW-DESC
                   WHEN "B"
                       MOVE "BORROWER RECORD CHANGED" TO WS-NEW-DESC
                   WHEN OTHER
                       STRING "MAINTENANCE ACTION " MA-ACTION
                           DELIMITED BY SIZE INTO WS-NEW-DESC
               END-EVALUATE
               PERFORM ADD-EVENT
           END-IF.

      *    EACH TERMS-HISTORY RECORD MARKS A MODIFICATION; THE TERMS ON
      *    IT ARE THE ONES THE MODIFICATION REPLACED.
       LOAD-TERMS-EVENTS.
           MOVE "N" TO WS-SOURCE-EOF-SW
           OPEN INPUT TERMS-HISTORY-FILE
           IF WS-TERMS-STATUS = "35"
               SET END-OF-SOURCE TO TRUE
           ELSE
               IF WS-TERMS-STATUS NOT = "00"
                   DISPLAY "AMORTHST: ERROR OPENING TERMS HISTORY"
                   DISPLAY "AMORTHST: FILE STATUS " WS-TERMS-STATUS
                   STOP RUN
               END-IF
               MOVE WS-TARGET-LOAN-ID TO TH-LOAN-ID
               MOVE ZEROS             TO TH-EFF-PMT-NO
               START TERMS-HISTORY-FILE KEY >= TH-KEY
               IF WS-TERMS-STATUS NOT = "00"
                   SET END-OF-SOURCE TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-TERMS-RECORD
               UNTIL END-OF-SOURCE
           IF WS-TERMS-STATUS NOT = "35"
               CLOSE TERMS-HISTORY-FILE
           END-IF.

       LOAD-ONE-TERMS-RECORD.
           PERFORM READ-TERMS-RECORD
           IF NOT END-OF-SOURCE
               ADD 1 TO WS-SOURCE-RECORDS
               PERFORM CLEAR-NEW-EVENT
               MOVE TH-MOD-DATE   TO WS-NEW-DATE
               MOVE "TERMHIST"    TO WS-NEW-SOURCE
               MOVE TH-EFF-PMT-NO TO WS-DESC-PMT-NO
               STRING "NEW TERMS EFFECTIVE PAYMENT " WS-DESC-PMT-NO
                   DELIMITED BY SIZE INTO WS-NEW-DESC
               PERFORM ADD-EVENT
           END-IF.

       READ-TERMS-RECORD.
           READ TERMS-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ
           IF NOT END-OF-SOURCE AND WS-TERMS-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR READING TERMS HISTORY"
               DISPLAY "AMORTHST: FILE STATUS " WS-TERMS-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-SOURCE AND TH-LOAN-ID NOT = WS-TARGET-LOAN-ID
               SET END-OF-SOURCE TO TRUE
           END-IF.

      *    THE COLLECTIONS REGISTER KEEPS ONE RECORD PER LOAN - THE
      *    LATEST CONTACT AND THE LATEST PROMISE TO PAY.
       LOAD-COLLECTION-EVENTS.
           OPEN INPUT COLLECT-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE WS-TARGET-LOAN-ID TO CR-LOAN-ID
               READ COLLECT-REGISTER-FILE
               IF WS-REGISTER-STATUS = "00"
                   ADD 1 TO WS-SOURCE-RECORDS
                   PERFORM LOAD-ONE-COLLECTION-RECORD
               END-IF
               CLOSE COLLECT-REGISTER-FILE
           END-IF.

       LOAD-ONE-COLLECTION-RECORD.
           IF CR-LAST-CONTACT-DATE IS NUMERIC
                   AND CR-LAST-CONTACT-DATE > ZERO
               PERFORM CLEAR-NEW-EVENT
               MOVE CR-LAST-CONTACT-DATE TO WS-NEW-DATE
               MOVE "COLLREG"            TO WS-NEW-SOURCE
               MOVE "COLLECTIONS CONTACT" TO WS-NEW-DESC
               PERFORM ADD-EVENT
           END-IF
           IF NOT CR-NO-PROMISE
                   AND CR-PROMISE-TAKEN-DATE IS NUMERIC
               PERFORM CLEAR-NEW-EVENT
               MOVE CR-PROMISE-TAKEN-DATE TO WS-NEW-DATE
               MOVE "COLLREG"             TO WS-NEW-SOURCE
               MOVE CR-PROMISE-DATE       TO WS-DESC-DATE
               EVALUATE TRUE
                   WHEN CR-PROMISE-KEPT
                       STRING "PROMISE TO PAY " WS-DESC-DATE " KEPT"
                           DELIMITED BY SIZE INTO WS-NEW-DESC
                   WHEN CR-PROMISE-BROKEN
                       STRING "PROMISE TO PAY " WS-DESC-DATE " BROKEN"
                           DELIMITED BY SIZE INTO WS-NEW-DESC
                   WHEN OTHER
                       STRING "PROMISE TO PAY " WS-DESC-DATE " OPEN"
                           DELIMITED BY SIZE INTO WS-NEW-DESC
               END-EVALUATE
               MOVE CR-PROMISE-AMOUNT TO WS-NEW-AMOUNT
               MOVE "Y"               TO WS-NEW-AMOUNT-SW
               PERFORM ADD-EVENT
           END-IF.

      *    THE QUOTE REGISTER KEEPS THE LATEST PAYOFF QUOTE PER LOAN.
       LOAD-QUOTE-EVENTS.
           OPEN INPUT QUOTE-REGISTER-FILE
           IF WS-QUOTE-STATUS = "00"
               MOVE WS-TARGET-LOAN-ID TO QR-LOAN-ID
               READ QUOTE-REGISTER-FILE
               IF WS-QUOTE-STATUS = "00"
                   ADD 1 TO WS-SOURCE-RECORDS
                   PERFORM CLEAR-NEW-EVENT
                   MOVE QR-QUOTE-DATE   TO WS-NEW-DATE
                   MOVE "PQREG"         TO WS-NEW-SOURCE
                   MOVE QR-GOOD-THROUGH TO WS-DESC-DATE
                   STRING "PAYOFF QUOTED GOOD THROUGH " WS-DESC-DATE
                       DELIMITED BY SIZE INTO WS-NEW-DESC
                   MOVE QR-TOTAL-DUE    TO WS-NEW-AMOUNT
                   MOVE "Y"             TO WS-NEW-AMOUNT-SW
                   PERFORM ADD-EVENT
               END-IF
               CLOSE QUOTE-REGISTER-FILE
           END-IF.

       CLEAR-NEW-EVENT.
           MOVE ZEROS  TO WS-NEW-DATE
           MOVE SPACES TO WS-NEW-SOURCE WS-NEW-DESC
           MOVE "N"    TO WS-NEW-AMOUNT-SW WS-NEW-PRIN-SW
                          WS-NEW-ESCROW-SW WS-NEW-SUSP-SW
           MOVE ZEROS  TO WS-NEW-AMOUNT WS-NEW-PRINCIPAL WS-NEW-ESCROW
                          WS-NEW-SUSPENSE WS-NEW-FEE-CHANGE.

      *    FINDS THE FIRST EVENT DATED AFTER THE NEW ONE AND SLIDES IT
      *    AND EVERY LATER EVENT DOWN ONE TO MAKE ROOM.
       ADD-EVENT.
           IF WS-NUM-EVENTS >= 3000
               DISPLAY "AMORTHST: ABEND - EVENT TABLE FULL FOR "
                       WS-TARGET-LOAN-ID
               STOP RUN
           END-IF
           COMPUTE WS-INSERT-IX = WS-NUM-EVENTS + 1
           PERFORM COMPARE-ONE-EVENT
               VARYING WS-EVENT-IX FROM 1 BY 1
                   UNTIL WS-EVENT-IX > WS-NUM-EVENTS
                      OR WS-INSERT-IX <= WS-NUM-EVENTS
           PERFORM SHIFT-ONE-EVENT
               VARYING WS-EVENT-IX FROM WS-NUM-EVENTS BY -1
                   UNTIL WS-EVENT-IX < WS-INSERT-IX
           ADD 1 TO WS-NUM-EVENTS
           MOVE WS-NEW-EVENT TO WS-EVENT-ENTRY(WS-INSERT-IX).

       COMPARE-ONE-EVENT.
           IF WS-EV-DATE(WS-EVENT-IX) > WS-NEW-DATE
               MOVE WS-EVENT-IX TO WS-INSERT-IX
           END-IF.

       SHIFT-ONE-EVENT.
           MOVE WS-EVENT-ENTRY(WS-EVENT-IX)
               TO WS-EVENT-ENTRY(WS-EVENT-IX + 1).

      *    EVERY EVENT MOVES THE BALANCES; ONLY THOSE IN THE DATE RANGE
      *    PRINT. THE FIRST ONE PRINTED IS PRECEDED BY WHERE THE
      *    BALANCES STOOD WHEN THE RANGE OPENED.
       LIST-ONE-EVENT.
           IF WS-EV-DATE(WS-EVENT-IX) >= WS-FROM-DATE
                   AND WS-EV-DATE(WS-EVENT-IX) <= WS-THRU-DATE
                   AND WS-FROM-DATE > ZERO
                   AND NOT BALANCE-FORWARD-PRINTED
               PERFORM PRINT-BALANCE-FORWARD
           END-IF
           IF WS-EV-PRIN-SW(WS-EVENT-IX) = "Y"
               MOVE WS-EV-PRINCIPAL(WS-EVENT-IX) TO WS-BAL-PRINCIPAL
           END-IF
           IF WS-EV-ESCROW-SW(WS-EVENT-IX) = "Y"
               MOVE WS-EV-ESCROW(WS-EVENT-IX) TO WS-BAL-ESCROW
           END-IF
           IF WS-EV-SUSP-SW(WS-EVENT-IX) = "Y"
               MOVE WS-EV-SUSPENSE(WS-EVENT-IX) TO WS-BAL-SUSPENSE
           END-IF
           ADD WS-EV-FEE-CHANGE(WS-EVENT-IX) TO WS-BAL-FEES
           IF WS-EV-DATE(WS-EVENT-IX) >= WS-FROM-DATE
                   AND WS-EV-DATE(WS-EVENT-IX) <= WS-THRU-DATE
               PERFORM PRINT-ONE-EVENT
           END-IF.

       PRINT-BALANCE-FORWARD.
           SET BALANCE-FORWARD-PRINTED TO TRUE
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-FROM-DATE      TO DL-DATE
           MOVE SPACES            TO DL-SOURCE DL-AMOUNT-X
           MOVE "BALANCE FORWARD" TO DL-DESC
           PERFORM MOVE-BALANCES-TO-LINE
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-ONE-EVENT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-EV-DATE(WS-EVENT-IX)   TO DL-DATE
           MOVE WS-EV-SOURCE(WS-EVENT-IX) TO DL-SOURCE
           MOVE WS-EV-DESC(WS-EVENT-IX)   TO DL-DESC
           IF WS-EV-AMOUNT-SW(WS-EVENT-IX) = "Y"
               MOVE WS-EV-AMOUNT(WS-EVENT-IX) TO DL-AMOUNT
           ELSE
               MOVE SPACES TO DL-AMOUNT-X
           END-IF
           PERFORM MOVE-BALANCES-TO-LINE
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-EVENTS-LISTED.

       MOVE-BALANCES-TO-LINE.
           MOVE WS-BAL-PRINCIPAL TO DL-PRINCIPAL
           MOVE WS-BAL-ESCROW    TO DL-ESCROW
           MOVE WS-BAL-SUSPENSE  TO DL-SUSPENSE
           MOVE WS-BAL-FEES      TO DL-FEES.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-TARGET-LOAN-ID TO HL1-LOAN-ID
           MOVE WS-FROM-DATE      TO HL1-FROM-DATE
           MOVE WS-THRU-DATE      TO HL1-THRU-DATE
           MOVE WS-RUN-DATE       TO HL1-RUN-DATE
           MOVE WS-PAGE-NO        TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-SUMMARY.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EVENTS-LISTED TO SL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           IF HISTORY-ARCHIVED
               MOVE "PAYMENT HISTORY INCLUDES RECORDS READ FROM PAYARCH"
                   TO NL-TEXT
               WRITE PRINT-LINE FROM NOTE-LINE
           END-IF
           PERFORM CHECK-PRINT-STATUS.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTHST: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTHST: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

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
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 5
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
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 12.

       MOVE-ONE-GRAD-STEP.
           MOVE LM-GRADSTEPSTARTNO(WS-STEP-IX)
               TO GRADSTEPSTARTNO(WS-STEP-IX)
           MOVE LM-GRADSTEPFACTOR(WS-STEP-IX)
               TO GRADSTEPFACTOR(WS-STEP-IX).

       MOVE-ONE-ARM-RESET.
           MOVE LM-ARMRESETPMTNO(WS-STEP-IX)
               TO ARMRESETPMTNO(WS-STEP-IX)
           MOVE LM-ARMRESETRATE(WS-STEP-IX)
               TO ARMRESETRATE(WS-STEP-IX).

       FINALIZE-RUN.
           CLOSE PRINT-FILE
           DISPLAY "AMORTHST: " WS-SOURCE-RECORDS " SOURCE RECORDS, "
                   WS-EVENTS-LISTED " TRANSACTIONS LISTED FOR "
                   WS-TARGET-LOAN-ID.

       END PROGRAM AMORTHST.
