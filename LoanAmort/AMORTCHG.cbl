       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTCHG.
       REMARKS. CHARGE-OFF RUN. READS A TRANSACTION FILE OF LOANS TO
               BE CHARGED OFF (LOAN ID, REASON, EFFECTIVE DATE) AND
               MOVES EACH ONE TO CHARGED-OFF STATUS ON THE LOAN
               MASTER, INSTEAD OF CLOSING IT THROUGH LOANMNT AS IF IT
               HAD PAID OFF. THREE REASONS ARE ACCEPTED - "D" 120 OR
               MORE DAYS PAST DUE, AGED AS OF THE EFFECTIVE DATE
               EXACTLY AS THE DELINQUENCY AGING REPORT (AMORTAGE) AGES
               IT; "F" FORECLOSURE SALE COMPLETE, WHICH NEEDS THE
               FORECLOSURE LEGAL STATUS ON THE LOAN; AND "B"
               BANKRUPTCY DISCHARGE, WHICH NEEDS THE BANKRUPTCY LEGAL
               STATUS. THE AMOUNT CHARGED OFF IS THE UNPAID PRINCIPAL
               AS OF THE PAID-THROUGH POSITION, THE INTEREST ACCRUED
               FROM THERE TO THE EFFECTIVE DATE UNDER THE NOTE'S
               DAY-COUNT CONVENTION (THE SAME ARITHMETIC AS THE
               MONTH-END ACCRUAL RUN, AMORTACR), AND THE LATE FEES
               ASSESSED BUT NEVER COLLECTED (THE SAME ARITHMETIC AS
               THE TRIAL BALANCE, AMORTTB) TOGETHER WITH ANY
               MISCELLANEOUS FEES STILL OUTSTANDING ON THE FEE LEDGER
               (FEESERV). EACH ONE IS WRITTEN TO THE
               KEYED CHARGE-OFF REGISTER, WHERE THE POSTING RUN
               (AMORTPST) CARRIES EVERY LATER RECOVERY, AND THE
               MASTER REWRITE IS JOURNALED FOR FORWARD RECOVERY. A
               CHARGED-OFF LOAN IS NO LONGER ACTIVE, SO BILLING, ACH
               DRAFTING, ACCRUAL, AND LATE FEES ALL STOP; METRO 2
               FURNISHES IT AS STATUS 97. THE RUN WRITES ONE BALANCED
               VOUCHER IN THE AMORTGL/PSTJV LAYOUT - DEBIT THE
               ALLOWANCE, CREDIT LOANS RECEIVABLE - FOR THE PRINCIPAL
               ONLY: ACCRUED INTEREST IS TAKEN BACK OUT OF THE
               RECEIVABLE BY AMORTACR'S OWN REVERSING ENTRY, AND LATE
               FEES ARE BOOKED TO INCOME ONLY WHEN COLLECTED, SO
               NEITHER IS ON THE BOOKS TO WRITE OFF - BOTH ARE
               CARRIED ON THE REGISTER AS PART OF THE GROSS BALANCE
               OWED. EACH SERVICING COMPANY'S CHARGE-OFFS ARE
               JOURNALED TO ITS OWN LEDGER ACCOUNTS (THE COMPANY
               TABLE'S GL MAP) UNDER A COMPANY CONTROL RECORD OF THEIR
               OWN, AND THE LISTING TOTALS EACH COMPANY SEPARATELY.
               REJECTED TRANSACTIONS PRINT ON THE LISTING WITH
               THE REASON AND DO NOT STOP THE RUN.
               ANY P&I ADVANCE STILL OUTSTANDING ON THE SERVICER
               ADVANCE LEDGER FOR A LOAN CHARGED OFF IS SETTLED AS
               NONRECOVERABLE AND WRITTEN OFF THERE; THE ADVANCE
               REGISTER RUN (AMORTADV) JOURNALS THE WRITE-OFF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-TXN-FILE ASSIGN TO "CHGTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

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

           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT ADVANCE-LEDGER-FILE ASSIGN TO "ADVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CHGJV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECVJ-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE LINE PER LOAN TO CHARGE OFF. A BLANK OR ZERO EFFECTIVE
      *    DATE MEANS THE RUN DATE.
       FD  CHARGE-OFF-TXN-FILE.
       01  CHARGE-OFF-TXN-RECORD.
           05 CT-LOAN-ID            PIC X(10).
           05 CT-REASON             PIC X(01).
               88 CT-REASON-DELINQUENT       VALUE "D".
               88 CT-REASON-FORECLOSURE      VALUE "F".
               88 CT-REASON-BANKRUPTCY       VALUE "B".
           05 CT-EFFECTIVE-DATE     PIC 9(08).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  CHARGE-OFF-FILE.
       COPY CHGOFF.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVLEDG.

       FD  JOURNAL-FILE.
       01  JOURNAL-VOUCHER-RECORD.
           05 JV-RECORD-TYPE        PIC X(01).
           05 JV-BATCH-NO           PIC X(08).
           05 JV-PERIOD-NO          PIC 9(04).
           05 JV-ACCOUNT            PIC X(06).
           05 JV-ACCOUNT-NAME       PIC X(24).
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

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-TXN-STATUS             PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-CHGOFF-STATUS          PIC X(02).
       01 WS-ADVANCE-STATUS         PIC X(02).
       01 WS-JOURNAL-STATUS         PIC X(02).
       01 WS-RECVJ-STATUS           PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-TXNS                      VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 END-OF-HISTORY                   VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-SI-BAL-SW              PIC X(01).
          88 SI-BALANCE-ON-LEDGER             VALUE "Y".
       01 WS-ADVANCE-EOF-SW         PIC X(01).
          88 END-OF-ADVANCES                  VALUE "Y".
      *    NO ADVANCE LEDGER MEANS NO PERIOD HAS EVER BEEN ADVANCED.
       01 WS-NO-ADVANCE-SW          PIC X(01) VALUE "N".
          88 NO-ADVANCE-FILE                  VALUE "Y".
       01 WS-ADVANCE-OUTSTANDING    PIC S9(9)V99 COMP-3.
       01 WS-TOT-ADVANCES-OFF       PIC S9(13)V99 COMP-3 VALUE ZERO.

       01 WS-TXNS-READ              PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-CHARGED-OFF      PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-REJECTED          PIC 9(9) COMP VALUE ZERO.

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-FIRST-MISSED-NO        PIC S9(4) COMP.
       01 WS-FIRST-UNPAID-NO        PIC S9(4) COMP.
       01 WS-PAID-NO                PIC S9(4) COMP.
       01 WS-RATE-NO                PIC S9(4) COMP.
       01 WS-DUE-DATE               PIC 9(8).
       01 WS-DAYS-LATE              PIC S9(9) COMP.
       01 WS-SI-BALANCE             PIC S9(9)V99 COMP-3.
       01 WS-SI-ACCRUAL-DATE        PIC 9(8).
       01 WS-BALANCE                PIC S9(9)V99 COMP-3.
       01 WS-ACCRUAL-RATE           PIC S9(3)V9(4) COMP-3.
       01 WS-PAID-THRU-DATE         PIC 9(8).
       01 WS-INTEREST               PIC S9(9)V99 COMP-3.
       01 WS-FEES                   PIC S9(9)V99 COMP-3.
       01 WS-GROSS                  PIC S9(9)V99 COMP-3.
       01 WS-FEES-ASSESSED          PIC S9(9)V99 COMP-3.
       01 WS-FEES-COLLECTED         PIC S9(9)V99 COMP-3.
       01 WS-PRIOR-FEE              PIC S9(7)V99 COMP-3.
       01 WS-PRIOR-PMT-NO           PIC S9(4) COMP.
       01 WS-DATE-INT               PIC S9(9) COMP.
       01 WS-REJECT-TEXT            PIC X(29).
       01 WS-BEFORE-IMAGE           PIC X(400).
       01 WS-STEP-IX                PIC S9(2) COMP.

       01 WS-TOT-PRINCIPAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-INTEREST           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-FEES               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-GROSS              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-VOUCHER-COUNT          PIC 9(09) COMP VALUE ZERO.
       01 WS-TOTAL-DEBITS           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-CREDITS          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    RUN TOTALS KEPT ONCE FOR EACH COMPANY ON THE COMPANY TABLE,
      *    IN COMPANY-TABLE SLOT ORDER - EACH COMPANY KEEPS ITS OWN
      *    BOOKS, SO EACH GETS ITS OWN VOUCHER AND CONTROL RECORD.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-PRINCIPAL   PIC S9(13)V99 COMP-3.
               05 WS-CO-INTEREST    PIC S9(13)V99 COMP-3.
               05 WS-CO-FEES        PIC S9(13)V99 COMP-3.
               05 WS-CO-GROSS       PIC S9(13)V99 COMP-3.
               05 WS-CO-VOUCHERS    PIC 9(09) COMP.
               05 WS-CO-DEBITS      PIC S9(13)V99 COMP-3.
               05 WS-CO-CREDITS     PIC S9(13)V99 COMP-3.

       01 COMPANY-TOTAL-LABEL.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(20) VALUE " CHARGED OFF".

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-CHARGEOFF-DATE         PIC 9(8).

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(34)
               VALUE "LOAN CHARGE-OFF REGISTER ".
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(72) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(05)  VALUE "RSN".
           05 FILLER PIC X(10)  VALUE "EFF DATE".
           05 FILLER PIC X(08)  VALUE "DAYS DN".
           05 FILLER PIC X(17)  VALUE "PRINCIPAL".
           05 FILLER PIC X(17)  VALUE "INTEREST".
           05 FILLER PIC X(17)  VALUE "FEES".
           05 FILLER PIC X(17)  VALUE "GROSS".
           05 FILLER PIC X(29)  VALUE "NOTE".

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-REASON         PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-EFF-DATE       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-DAYS-LATE      PIC ZZZZ9-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-INTEREST       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-FEES           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-GROSS          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NOTE           PIC X(29).

       01 REJECT-LINE.
           05 RL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-REASON         PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RL-EFF-DATE       PIC X(08).
           05 FILLER            PIC X(78) VALUE SPACES.
           05 RL-NOTE           PIC X(29).

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 TL-PRINCIPAL      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-INTEREST       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-FEES           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-GROSS          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(31) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       COPY DAYCOUNT.
       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY RUNPARM.
       COPY FEEPARMS.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM READ-TXN-RECORD
           PERFORM CHARGE-OFF-ONE-TXN
               UNTIL END-OF-TXNS
           PERFORM PRINT-CHARGE-OFF-TOTALS
           PERFORM WRITE-CHARGE-OFF-VOUCHER
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTCHG" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM LOAD-COMPANY-SLOTS
           OPEN INPUT CHARGE-OFF-TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR OPENING TRANSACTION FILE"
               DISPLAY "AMORTCHG: FILE STATUS " WS-TXN-STATUS
               STOP RUN
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTCHG: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
      *    A MISSING CHARGE-OFF REGISTER IS CREATED EMPTY ON FIRST USE -
      *    THE FIRST LOAN EVER CHARGED OFF BOOTSTRAPS IT.
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               OPEN OUTPUT CHARGE-OFF-FILE
               IF WS-CHGOFF-STATUS = "00"
                   CLOSE CHARGE-OFF-FILE
                   OPEN I-O CHARGE-OFF-FILE
               END-IF
           END-IF
           IF WS-CHGOFF-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR OPENING CHARGE-OFF REGISTER"
               DISPLAY "AMORTCHG: FILE STATUS " WS-CHGOFF-STATUS
               STOP RUN
           END-IF
           OPEN I-O ADVANCE-LEDGER-FILE
           IF WS-ADVANCE-STATUS = "35"
               SET NO-ADVANCE-FILE TO TRUE
           ELSE
               IF WS-ADVANCE-STATUS NOT = "00"
                   DISPLAY "AMORTCHG: ERROR OPENING ADVANCE LEDGER"
                   DISPLAY "AMORTCHG: FILE STATUS " WS-ADVANCE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR OPENING JOURNAL FILE"
               DISPLAY "AMORTCHG: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND RECOVERY-JOURNAL-FILE
           IF WS-RECVJ-STATUS = "35"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR OPENING RECOVERY JOURNAL"
               DISPLAY "AMORTCHG: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTCHG: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTCHG: ERROR READING COMPANY TABLE"
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
           MOVE ZEROS TO WS-CO-PRINCIPAL(WS-CO-IX)
                         WS-CO-INTEREST(WS-CO-IX)
                         WS-CO-FEES(WS-CO-IX)
                         WS-CO-GROSS(WS-CO-IX)
           MOVE ZERO TO WS-CO-VOUCHERS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-DEBITS(WS-CO-IX)
                         WS-CO-CREDITS(WS-CO-IX).

       READ-TXN-RECORD.
           READ CHARGE-OFF-TXN-FILE
               AT END
                   SET END-OF-TXNS TO TRUE
           END-READ
           IF NOT END-OF-TXNS AND WS-TXN-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR READING TRANSACTION FILE"
               DISPLAY "AMORTCHG: FILE STATUS " WS-TXN-STATUS
               STOP RUN
           END-IF.

      *    ONLY AN ACTIVE LOAN CAN BE CHARGED OFF, AND ONLY FOR A
      *    REASON THE LOAN ITSELF BEARS OUT - THE LEGAL STATUS FOR A
      *    FORECLOSURE SALE OR A DISCHARGE, THE AGING FOR A PLAIN
      *    DELINQUENCY (MEASURED ONCE THE LEDGER HAS BEEN READ).
       CHARGE-OFF-ONE-TXN.
           ADD 1 TO WS-TXNS-READ
           IF CT-EFFECTIVE-DATE IS NUMERIC
                   AND CT-EFFECTIVE-DATE NOT = ZERO
               MOVE CT-EFFECTIVE-DATE TO WS-CHARGEOFF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-CHARGEOFF-DATE
           END-IF
           MOVE CT-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN WS-MASTER-STATUS NOT = "00"
                   DISPLAY "AMORTCHG: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTCHG: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN LM-CHARGED-OFF
                   MOVE "LOAN ALREADY CHARGED OFF" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN NOT LM-ACTIVE
                   MOVE "LOAN IS CLOSED" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN NOT CT-REASON-DELINQUENT
                       AND NOT CT-REASON-FORECLOSURE
                       AND NOT CT-REASON-BANKRUPTCY
                   MOVE "REASON NOT D/F/B" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN WS-CHARGEOFF-DATE > WS-RUN-DATE
                   MOVE "EFFECTIVE DATE IN FUTURE" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN CT-REASON-FORECLOSURE AND NOT LM-LEGAL-FORECLOSURE
                   MOVE "LOAN NOT IN FORECLOSURE" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN CT-REASON-BANKRUPTCY AND NOT LM-LEGAL-BANKRUPTCY
                   MOVE "NO BANKRUPTCY ON LOAN" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN OTHER
                   PERFORM MEASURE-AND-CHARGE-OFF
           END-EVALUATE
           PERFORM READ-TXN-RECORD.

       MEASURE-AND-CHARGE-OFF.
           PERFORM SCAN-LEDGER-FOR-LOAN
           IF WS-FIRST-MISSED-NO > ZERO
               MOVE WS-FIRST-MISSED-NO TO WS-FIRST-UNPAID-NO
           ELSE
               COMPUTE WS-FIRST-UNPAID-NO = WS-LAST-POSTED-NO + 1
           END-IF
           MOVE ZERO TO WS-DAYS-LATE
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               PERFORM LOAD-LOANINFO-FROM-MASTER
               CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
               CANCEL "AMORTSTOR"
               IF WS-FIRST-UNPAID-NO <= LOANTERM
                   PERFORM COMPUTE-DAYS-PAST-DUE
               END-IF
           END-IF
           MOVE LM-LOAN-ID TO CO-LOAN-ID
           READ CHARGE-OFF-FILE
           IF WS-CHGOFF-STATUS NOT = "00"
                   AND WS-CHGOFF-STATUS NOT = "23"
               DISPLAY "AMORTCHG: ERROR READING CHARGE-OFF REGISTER"
               DISPLAY "AMORTCHG: FILE STATUS " WS-CHGOFF-STATUS
               STOP RUN
           END-IF
           IF CT-REASON-DELINQUENT AND WS-DAYS-LATE < 120
               MOVE "UNDER 120 DAYS PAST DUE" TO WS-REJECT-TEXT
               PERFORM REJECT-TXN
           ELSE
           IF WS-CHGOFF-STATUS = "00"
               MOVE "ALREADY ON CHARGE-OFF FILE" TO WS-REJECT-TEXT
               PERFORM REJECT-TXN
           ELSE
               PERFORM CHARGE-OFF-THE-LOAN
           END-IF
           END-IF.

      *    PRINCIPAL AND INTEREST COME FROM THE LOAN'S PAID-THROUGH
      *    POSITION; THE FEES ARE THE LATE FEES THE LEDGER ASSESSED
      *    AND NEVER COLLECTED PLUS THE MISCELLANEOUS FEES STILL OPEN
      *    ON THE FEE LEDGER. THE STATUS CHANGE AND THE REGISTER
      *    RECORD GO TOGETHER, THE MASTER FIRST SO THE JOURNAL
      *    CARRIES IT.
       CHARGE-OFF-THE-LOAN.
           PERFORM FIND-PAID-THROUGH-POSITION
           MOVE ZEROS TO WS-INTEREST
           IF WS-PAID-THRU-DATE NOT = ZERO
               PERFORM COMPUTE-ACCRUED-INTEREST
           END-IF
           COMPUTE WS-FEES = WS-FEES-ASSESSED - WS-FEES-COLLECTED
           IF WS-FEES < ZERO
               MOVE ZEROS TO WS-FEES
           END-IF
           MOVE "Q"        TO FEP-FUNCTION
           MOVE LM-LOAN-ID TO FEP-LOAN-ID
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               DISPLAY "AMORTCHG: ERROR READING FEE LEDGER FOR "
                       LM-LOAN-ID
               STOP RUN
           END-IF
           ADD FEP-OUTSTANDING TO WS-FEES
           COMPUTE WS-GROSS = WS-BALANCE + WS-INTEREST + WS-FEES
           MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
           SET LM-CHARGED-OFF TO TRUE
           MOVE WS-CHARGEOFF-DATE TO LM-STATUSDATE
           PERFORM REWRITE-MASTER-RECORD
           MOVE SPACES TO CHARGE-OFF-RECORD
           MOVE LM-LOAN-ID         TO CO-LOAN-ID
           MOVE WS-CHARGEOFF-DATE  TO CO-CHARGEOFF-DATE
           MOVE CT-REASON          TO CO-REASON
           MOVE WS-LAST-POSTED-NO  TO CO-LAST-PMT-NO
           MOVE WS-DAYS-LATE       TO CO-DAYS-PAST-DUE
           MOVE WS-BALANCE         TO CO-PRINCIPAL
           MOVE WS-INTEREST        TO CO-INTEREST
           MOVE WS-FEES            TO CO-FEES
           MOVE WS-GROSS           TO CO-GROSS
           MOVE LM-COMPANYCODE     TO CO-COMPANY-CODE
           MOVE ZEROS TO CO-RECOVERED CO-RECOVERY-COUNT
                         CO-LAST-RECOVERY-DATE
           WRITE CHARGE-OFF-RECORD
           IF WS-CHGOFF-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR WRITING CHARGE-OFF REGISTER"
               DISPLAY "AMORTCHG: FILE STATUS " WS-CHGOFF-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-LOANS-CHARGED-OFF
           ADD WS-BALANCE  TO WS-TOT-PRINCIPAL
           ADD WS-INTEREST TO WS-TOT-INTEREST
           ADD WS-FEES     TO WS-TOT-FEES
           ADD WS-GROSS    TO WS-TOT-GROSS
           PERFORM FIND-LOAN-COMPANY
           ADD WS-BALANCE  TO WS-CO-PRINCIPAL(WS-CO-IX)
           ADD WS-INTEREST TO WS-CO-INTEREST(WS-CO-IX)
           ADD WS-FEES     TO WS-CO-FEES(WS-CO-IX)
           ADD WS-GROSS    TO WS-CO-GROSS(WS-CO-IX)
           IF NOT NO-ADVANCE-FILE
               PERFORM WRITE-OFF-LOAN-ADVANCES
           END-IF
           PERFORM PRINT-ONE-DETAIL.

       FIND-LOAN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTCHG: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " LM-COMPANYCODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX.

      *    NOTHING MORE WILL BE COLLECTED ON THE SCHEDULE, SO EVERY
      *    ADVANCE STILL OPEN ON THE LOAN IS NONRECOVERABLE.
       WRITE-OFF-LOAN-ADVANCES.
           MOVE "N" TO WS-ADVANCE-EOF-SW
           MOVE LM-LOAN-ID TO AV-LOAN-ID
           MOVE ZEROS      TO AV-PERIOD-NO
           START ADVANCE-LEDGER-FILE KEY >= AV-KEY
           IF WS-ADVANCE-STATUS NOT = "00"
               SET END-OF-ADVANCES TO TRUE
           END-IF
           PERFORM WRITE-OFF-ONE-ADVANCE
               UNTIL END-OF-ADVANCES.

       WRITE-OFF-ONE-ADVANCE.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-ADVANCES TO TRUE
           END-READ
           IF NOT END-OF-ADVANCES AND WS-ADVANCE-STATUS NOT = "00"
               SET END-OF-ADVANCES TO TRUE
           END-IF
           IF NOT END-OF-ADVANCES
               IF AV-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-ADVANCES TO TRUE
               ELSE
                   IF AV-OPEN
                       COMPUTE WS-ADVANCE-OUTSTANDING =
                            AV-ADVANCED - AV-RECOVERED - AV-WRITTEN-OFF
                       ADD WS-ADVANCE-OUTSTANDING TO AV-WRITTEN-OFF
                       ADD WS-ADVANCE-OUTSTANDING
                           TO WS-TOT-ADVANCES-OFF
                       MOVE WS-CHARGEOFF-DATE TO AV-LAST-ACTIVITY-DATE
                       SET AV-SETTLED-AT-CHARGEOFF TO TRUE
                       REWRITE ADVANCE-LEDGER-RECORD
                       IF WS-ADVANCE-STATUS NOT = "00"
                           DISPLAY "AMORTCHG: ERROR REWRITING ADVANCE "
                                   "LEDGER"
                           DISPLAY "AMORTCHG: FILE STATUS "
                                   WS-ADVANCE-STATUS
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR REWRITING LOAN MASTER"
               DISPLAY "AMORTCHG: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD
           MOVE "LOANMAST" TO RJ-FILE-ID
           MOVE "R"        TO RJ-ACTION
           MOVE WS-RUN-DATE TO RJ-RUN-DATE
           MOVE "AMORTCHG" TO RJ-PROGRAM
           MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO RJ-AFTER-IMAGE
           WRITE RECOVERY-JOURNAL-RECORD
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR WRITING RECOVERY JOURNAL"
               DISPLAY "AMORTCHG: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF.

       REJECT-TXN.
           ADD 1 TO WS-TXNS-REJECTED
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE CT-LOAN-ID        TO RL-LOAN-ID
           MOVE CT-REASON         TO RL-REASON
           MOVE CT-EFFECTIVE-DATE TO RL-EFF-DATE
           MOVE WS-REJECT-TEXT    TO RL-NOTE
           WRITE PRINT-LINE FROM REJECT-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    ONE PASS DOWN THE LOAN'S LEDGER RECORDS - THE HIGHEST
      *    PAYMENT POSTED, THE EARLIEST ONE POSTED AS MISSED, FOR A
      *    SIMPLE-INTEREST LOAN THE RUNNING BALANCE AND ACCRUAL DATE
      *    ON THE LAST RECORD THAT CARRIES THEM, AND THE FEE
      *    ARITHMETIC: EVERY FEE ON A RECORD IS ASSESSED; A FEE ROLLS
      *    INTO THE NEXT PAYMENT'S AMOUNT DUE AND COUNTS COLLECTED
      *    WHEN THAT NEXT PAYMENT POSTED SATISFIED.
       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO TO WS-LAST-POSTED-NO WS-FIRST-MISSED-NO
                        WS-PRIOR-PMT-NO
           MOVE ZEROS TO WS-SI-BALANCE WS-SI-ACCRUAL-DATE
           MOVE ZEROS TO WS-FEES-ASSESSED WS-FEES-COLLECTED
                         WS-PRIOR-FEE
           MOVE "N" TO WS-SI-BAL-SW
           MOVE "N" TO WS-HIST-EOF-SW
           IF NO-LEDGER-ON-FILE
               SET END-OF-HISTORY TO TRUE
           ELSE
               OPEN INPUT PAYMENT-HISTORY-FILE
               IF WS-HIST-STATUS = "35"
                   SET NO-LEDGER-ON-FILE TO TRUE
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   IF WS-HIST-STATUS NOT = "00"
                       DISPLAY "AMORTCHG: ERROR OPENING PAYMENT HISTORY"
                       DISPLAY "AMORTCHG: FILE STATUS " WS-HIST-STATUS
                       STOP RUN
                   END-IF
                   MOVE LM-LOAN-ID TO PH-LOAN-ID
                   MOVE ZEROS      TO PH-PAYMENT-NO
                   START PAYMENT-HISTORY-FILE KEY >= PH-KEY
                   IF WS-HIST-STATUS NOT = "00"
                       SET END-OF-HISTORY TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM SCAN-ONE-HISTORY-RECORD
               UNTIL END-OF-HISTORY
           IF NOT NO-LEDGER-ON-FILE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       SCAN-ONE-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-HISTORY AND WS-HIST-STATUS NOT = "00"
               SET END-OF-HISTORY TO TRUE
           END-IF
           IF NOT END-OF-HISTORY
               IF PH-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   IF WS-PRIOR-FEE > ZERO
                           AND PH-PAYMENT-NO = WS-PRIOR-PMT-NO + 1
                           AND PH-PAID-ON-TIME
                       ADD WS-PRIOR-FEE TO WS-FEES-COLLECTED
                   END-IF
                   ADD PH-LATE-FEE TO WS-FEES-ASSESSED
                   MOVE PH-LATE-FEE   TO WS-PRIOR-FEE
                   MOVE PH-PAYMENT-NO TO WS-PRIOR-PMT-NO
                   MOVE PH-PAYMENT-NO TO WS-LAST-POSTED-NO
                   IF PH-PAYMENT-MISSED AND WS-FIRST-MISSED-NO = ZERO
                       MOVE PH-PAYMENT-NO TO WS-FIRST-MISSED-NO
                   END-IF
                   IF PH-ACCRUAL-DATE IS NUMERIC
                           AND PH-ACCRUAL-DATE NOT = ZERO
                           AND PH-PRINCIPAL-BAL IS NUMERIC
                       MOVE PH-PRINCIPAL-BAL TO WS-SI-BALANCE
                       MOVE PH-ACCRUAL-DATE  TO WS-SI-ACCRUAL-DATE
                       SET SI-BALANCE-ON-LEDGER TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    DAYS PAST DUE AS OF THE EFFECTIVE DATE, COUNTED EXACTLY AS
      *    THE AGING REPORT COUNTS THEM - 30/360 FOR A MONTHLY LOAN,
      *    REAL CALENDAR DAYS FOR A BI-WEEKLY OR SEMI-MONTHLY ONE.
       COMPUTE-DAYS-PAST-DUE.
           MOVE "D"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WS-FIRST-UNPAID-NO  TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-DATE        TO WS-DUE-DATE
           IF DDP-MONTHLY
               MOVE "3" TO DCP-CONVENTION
           ELSE
               MOVE "5" TO DCP-CONVENTION
           END-IF
           MOVE WS-DUE-DATE       TO DCP-FROM-DATE
           MOVE WS-CHARGEOFF-DATE TO DCP-TO-DATE
           CALL "DAYCNT" USING DAYCOUNT-PARMS
           MOVE DCP-ELAPSED-DAYS TO WS-DAYS-LATE.

      *    WHERE THE LOAN'S INTEREST IS PAID THROUGH, ON WHAT BALANCE,
      *    AND AT WHAT RATE - THE SAME POSITION THE MONTH-END ACCRUAL
      *    RUN ACCRUES FROM. A SCHEDULED LOAN IS PAID THROUGH THE DUE
      *    DATE OF THE LAST PAYMENT BEFORE ITS FIRST UNPAID ONE; WITH
      *    NOTHING PAID IT ACCRUES FROM FUNDING, OR - NO FUNDING DATE
      *    ON FILE - FROM ONE CYCLE AHEAD OF THE FIRST DUE DATE.
       FIND-PAID-THROUGH-POSITION.
           MOVE LM-PRINCIPAL   TO WS-BALANCE
           MOVE LM-RATE        TO WS-ACCRUAL-RATE
           MOVE LM-FUNDINGDATE TO WS-PAID-THRU-DATE
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               MOVE WS-FIRST-UNPAID-NO TO WS-RATE-NO
               IF WS-RATE-NO > LOANTERM
                   MOVE LOANTERM TO WS-RATE-NO
               END-IF
               IF WS-RATE-NO >= 1
                       AND OUTRATE(WS-RATE-NO) NOT = ZERO
                   MOVE OUTRATE(WS-RATE-NO) TO WS-ACCRUAL-RATE
               END-IF
           END-IF
           IF LM-SIMPLE-INTEREST
               IF SI-BALANCE-ON-LEDGER
                   MOVE WS-SI-BALANCE      TO WS-BALANCE
                   MOVE WS-SI-ACCRUAL-DATE TO WS-PAID-THRU-DATE
               END-IF
           ELSE
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               COMPUTE WS-PAID-NO = WS-FIRST-UNPAID-NO - 1
               IF WS-PAID-NO > LOANTERM
                   MOVE LOANTERM TO WS-PAID-NO
               END-IF
               IF WS-PAID-NO >= 1
                   MOVE OUTBALANCENUM(WS-PAID-NO) TO WS-BALANCE
                   MOVE "D"                 TO DDP-FUNCTION
                   MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
                   MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
                   MOVE WS-PAID-NO          TO DDP-PAYMENT-NO
                   CALL "DUEDATE" USING DUEDATE-PARMS
                   MOVE DDP-DUE-DATE        TO WS-PAID-THRU-DATE
               ELSE
                   MOVE OUTORIGPRINCIPAL TO WS-BALANCE
                   IF LM-FUNDINGDATE = ZERO
                       PERFORM BACK-UP-ONE-CYCLE
                   END-IF
               END-IF
           END-IF
           END-IF.

       BACK-UP-ONE-CYCLE.
           MOVE "D"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE 1                   TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(LM-FIRSTPAYMENTDATE)
                - DDP-CYCLE-DAYS
           COMPUTE WS-PAID-THRU-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      *    INTEREST EARNED FROM THE PAID-THROUGH DATE TO THE EFFECTIVE
      *    DATE UNDER THE NOTE'S DAY-COUNT CONVENTION, WHETHER OR NOT
      *    THE LOAN WAS STILL ON ACCRUAL - IT IS OWED EITHER WAY.
       COMPUTE-ACCRUED-INTEREST.
           MOVE LM-DAYCOUNTCODE   TO DCP-CONVENTION
           MOVE WS-PAID-THRU-DATE TO DCP-FROM-DATE
           MOVE WS-CHARGEOFF-DATE TO DCP-TO-DATE
           CALL "DAYCNT" USING DAYCOUNT-PARMS
           IF DCP-ELAPSED-DAYS > ZERO AND WS-BALANCE > ZERO
               COMPUTE WS-INTEREST ROUNDED =
                    WS-BALANCE * WS-ACCRUAL-RATE / 100
                        * DCP-ELAPSED-DAYS / DCP-YEAR-BASE
           END-IF.

       PRINT-ONE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE LM-LOAN-ID        TO DL-LOAN-ID
           MOVE CT-REASON         TO DL-REASON
           MOVE WS-CHARGEOFF-DATE TO DL-EFF-DATE
           MOVE WS-DAYS-LATE      TO DL-DAYS-LATE
           MOVE WS-BALANCE        TO DL-PRINCIPAL
           MOVE WS-INTEREST       TO DL-INTEREST
           MOVE WS-FEES           TO DL-FEES
           MOVE WS-GROSS          TO DL-GROSS
           EVALUATE TRUE
               WHEN CT-REASON-DELINQUENT
                   MOVE "120+ DAYS PAST DUE"   TO DL-NOTE
               WHEN CT-REASON-FORECLOSURE
                   MOVE "FORECLOSURE SALE"     TO DL-NOTE
               WHEN OTHER
                   MOVE "BANKRUPTCY DISCHARGE" TO DL-NOTE
           END-EVALUATE
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

      *    THE PRINCIPAL COLUMN FOOTS TO THE VOUCHER'S CREDIT TO LOANS
      *    RECEIVABLE.
       PRINT-CHARGE-OFF-TOTALS.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL CHARGED OFF"    TO TL-LABEL
           MOVE WS-TOT-PRINCIPAL       TO TL-PRINCIPAL
           MOVE WS-TOT-INTEREST        TO TL-INTEREST
           MOVE WS-TOT-FEES            TO TL-FEES
           MOVE WS-TOT-GROSS           TO TL-GROSS
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "TRANSACTIONS READ"    TO CL-LABEL
           MOVE WS-TXNS-READ           TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS CHARGED OFF"    TO CL-LABEL
           MOVE WS-LOANS-CHARGED-OFF   TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "TRANSACTIONS REJECTED" TO CL-LABEL
           MOVE WS-TXNS-REJECTED       TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           PERFORM CHECK-PRINT-STATUS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 6 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-TOTAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

      *    EACH COMPANY'S PRINCIPAL FOOTS TO THAT COMPANY'S VOUCHER.
       PRINT-COMPANY-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-CO-CODE(WS-CO-IX)      TO CTL-COMPANY-CODE
           MOVE COMPANY-TOTAL-LABEL       TO TL-LABEL
           MOVE WS-CO-PRINCIPAL(WS-CO-IX) TO TL-PRINCIPAL
           MOVE WS-CO-INTEREST(WS-CO-IX)  TO TL-INTEREST
           MOVE WS-CO-FEES(WS-CO-IX)      TO TL-FEES
           MOVE WS-CO-GROSS(WS-CO-IX)     TO TL-GROSS
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    THE UNPAID PRINCIPAL COMES OFF LOANS RECEIVABLE AGAINST THE
      *    ALLOWANCE. NOTHING CHARGED OFF MEANS A TRAILER-ONLY BATCH.
      *    AN UNBALANCED BATCH NEVER GETS A TRAILER, EXACTLY AS IN THE
      *    AMORTGL EXTRACT.
       WRITE-CHARGE-OFF-VOUCHER.
           PERFORM WRITE-COMPANY-CHARGE-OFF
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "AMORTCHG: ABEND - DEBITS DO NOT EQUAL CREDITS"
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE "T"              TO JT-RECORD-TYPE
           MOVE WS-VOUCHER-COUNT TO JT-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS  TO JT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
           WRITE JOURNAL-TRAILER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTCHG: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

       WRITE-COMPANY-CHARGE-OFF.
           IF WS-CO-PRINCIPAL(WS-CO-IX) NOT = ZERO
               MOVE "120900"                TO JV-ACCOUNT
               MOVE "ALLOWANCE FOR LOAN LOSS" TO JV-ACCOUNT-NAME
               MOVE "D"                     TO JV-DR-CR
               MOVE WS-CO-PRINCIPAL(WS-CO-IX) TO JV-AMOUNT
               ADD WS-CO-PRINCIPAL(WS-CO-IX)  TO WS-TOTAL-DEBITS
               PERFORM WRITE-ONE-VOUCHER-LINE
               MOVE "110100"                TO JV-ACCOUNT
               MOVE "LOANS RECEIVABLE"      TO JV-ACCOUNT-NAME
               MOVE "C"                     TO JV-DR-CR
               MOVE WS-CO-PRINCIPAL(WS-CO-IX) TO JV-AMOUNT
               ADD WS-CO-PRINCIPAL(WS-CO-IX)  TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           PERFORM WRITE-COMPANY-TRAILER.

       WRITE-ONE-VOUCHER-LINE.
           SET CMP-MAP-ACCOUNT TO TRUE
           MOVE WS-CO-CODE(WS-CO-IX) TO CMP-COMPANY-CODE
           MOVE JV-ACCOUNT      TO CMP-GL-ACCOUNT
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTCHG: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-GL-ACCOUNT  TO JV-ACCOUNT
           MOVE "D"         TO JV-RECORD-TYPE
           MOVE "AMORTCHG"  TO JV-BATCH-NO
           MOVE ZEROS       TO JV-PERIOD-NO
           MOVE WS-RUN-DATE TO JV-RUN-DATE
           MOVE WS-CO-CODE(WS-CO-IX) TO JV-COMPANY-CODE
           WRITE JOURNAL-VOUCHER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTCHG: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           IF JV-DR-CR = "D"
               ADD JV-AMOUNT TO WS-CO-DEBITS(WS-CO-IX)
           ELSE
               ADD JV-AMOUNT TO WS-CO-CREDITS(WS-CO-IX)
           END-IF
           ADD 1 TO WS-CO-VOUCHERS(WS-CO-IX)
           ADD 1 TO WS-VOUCHER-COUNT.

      *    EACH COMPANY'S LINES CLOSE WITH ITS OWN CONTROL RECORD -
      *    A COMPANY WITH NOTHING TO POST STILL GETS ONE, AT ZERO.
       WRITE-COMPANY-TRAILER.
           IF WS-CO-DEBITS(WS-CO-IX) NOT = WS-CO-CREDITS(WS-CO-IX)
               DISPLAY "AMORTCHG: ABEND - COMPANY "
                       WS-CO-CODE(WS-CO-IX)
                       " DEBITS DO NOT EQUAL CREDITS"
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE "S"                      TO JT-RECORD-TYPE
           MOVE WS-CO-VOUCHERS(WS-CO-IX) TO JT-RECORD-COUNT
           MOVE WS-CO-DEBITS(WS-CO-IX)   TO JT-TOTAL-DEBITS
           MOVE WS-CO-CREDITS(WS-CO-IX)  TO JT-TOTAL-CREDITS
           MOVE WS-CO-CODE(WS-CO-IX)     TO JT-COMPANY-CODE
           WRITE JOURNAL-TRAILER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTCHG: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTCHG: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTCHG: FILE STATUS " WS-PRINT-STATUS
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
           CLOSE CHARGE-OFF-TXN-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE CHARGE-OFF-FILE
           IF NOT NO-ADVANCE-FILE
               CLOSE ADVANCE-LEDGER-FILE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE RECOVERY-JOURNAL-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTCHG" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-TXNS-READ TO RC-RECORDS-IN
           MOVE WS-LOANS-CHARGED-OFF TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTCHG: " WS-TXNS-READ " TRANSACTIONS READ, "
                   WS-LOANS-CHARGED-OFF " CHARGED OFF, "
                   WS-TXNS-REJECTED " REJECTED"
           DISPLAY "AMORTCHG: P&I ADVANCES WRITTEN OFF "
                   WS-TOT-ADVANCES-OFF.

       END PROGRAM AMORTCHG.
