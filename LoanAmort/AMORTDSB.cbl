               NEGATIVE IS STILL PAID (THE BILL IS OWED EITHER WAY)
               BUT FLAGGED AS AN ADVANCE ON THE REGISTER. BILLS FOR
               LOANS NOT ON THE MASTER OR NOT ACTIVE ARE LISTED AND
               SKIPPED - A LOAN WHOSE SERVICING WAS SOLD FROM ITS
               TRANSFER DATE ON, SINCE ITS UNPAID BILLS WENT TO THE NEW
               SERVICER ON THE TRANSFER TAPE. THE LEDGER, NOT THE
               EVEN-SPREAD PROJECTION IN THE SCHEDULE CALCULATION, IS
               WHAT THE STATEMENTS AND THE ANNUAL ANALYSIS SHOULD
               TRUST FOR ACTUAL BALANCES.
               EVERY CHECK TAKES THE NEXT NUMBER FROM THE CHECK STOCK
               CONTROL RECORD, WHICH CARRIES THE RANGE OF THE STOCK IN
               THE PRINTER; A BILL THAT FINDS THE STOCK USED UP IS
               LISTED AND LEFT FOR THE NEXT RUN. THE NUMBER GOES ON
               THE LEDGER RECORD, THE REGISTER, AND THE ESCROW CHECK
               REGISTER THE RECONCILIATION RUN (AMORTCKR) CLEARS AND
               AGES. THE RUN WRITES THE BANK'S POSITIVE-PAY ISSUE FILE
               - EVERY CHECK CUT, AND EVERY CHECK VOIDED SINCE THE LAST
               FILE - WITH CONTROL TOTALS. A BILL WHOSE CHECK WAS
               VOIDED (A VOID RECORD ON THE LEDGER FOR THE SAME PAYEE
               AND BILL DUE DATE) IS OWED AGAIN AND IS REISSUED.
               EVERY CHECK CUT IS BOOKED ON THE CUSTODIAL CASH BOOK
               UNDER ITS CHECK NUMBER FOR THE BANK RECONCILIATION RUN
               (AMORTBRC) TO MATCH WHEN THE BANK PAYS IT.
               EACH SERVICING COMPANY'S CHECKS ARE DRAWN ON ITS OWN
               DISBURSEMENT ACCOUNT, SO THE RUN TAKES THE COMPANIES ONE
               AT A TIME - EVERY COMPANY ON THE COMPANY TABLE, OR THE
               ONE ON THE COMPANY-SELECTION CARD (COMPSEL) - PASSING
               THE PAYEE FILE ONCE FOR EACH AND PAYING ONLY THE BILLS
               OF THE COMPANY'S OWN LOANS. A COMPANY WHOSE TABLE ENTRY
               NAMES A DISBURSEMENT ACCOUNT ISSUES FROM ITS OWN BLOCK
               OF CHECK NUMBERS, TAKING THE NUMBER AFTER THE HIGHEST
               ALREADY ON THE ESCROW CHECK REGISTER; THE HOME COMPANY
               WITHOUT ONE DRAWS ON THE CHECK STOCK CONTROL RECORD AS
               BEFORE, AND ANY OTHER COMPANY WITHOUT ONE HAS ITS BILLS
               LISTED AND LEFT. EACH COMPANY'S CHECKS AND VOIDS GO ON
               THE POSITIVE-PAY FILE BETWEEN A HEADER AND A TRAILER FOR
               ITS OWN ACCOUNT, AND ITS REGISTER STARTS A NEW PAGE AND
               ENDS WITH ITS OWN TOTALS.

       ENVIRONMENT DIVISION.

               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CHECK-STOCK-FILE ASSIGN TO "CHKSTOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT ESCROW-CHECK-FILE ASSIGN TO "ESCHECK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CHECK-NO
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT POSPAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT CASH-BOOK-FILE ASSIGN TO "CASHBOOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASHBK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "DSBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  CHECK-STOCK-FILE.
       COPY CHKSTOCK.

       FD  ESCROW-CHECK-FILE.
       COPY ESCHK.

       FD  POSPAY-FILE.
       COPY POSPAY.

       FD  CASH-BOOK-FILE.
       COPY CASHBOOK.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).
       01 WS-PAYEE-STATUS           PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-LEDGER-STATUS          PIC X(02).
       01 WS-STOCK-STATUS           PIC X(02).
       01 WS-CHECK-STATUS           PIC X(02).
       01 WS-POSPAY-STATUS          PIC X(02).
       01 WS-CASHBK-STATUS          PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-LEDGER                    VALUE "Y".
       01 WS-PAID-ALREADY-SW        PIC X(01).
          88 BILL-ALREADY-PAID                VALUE "Y".
       01 WS-CHECK-EOF-SW           PIC X(01) VALUE "N".
          88 END-OF-CHECKS                    VALUE "Y".
       01 WS-STOCK-OUT-SW           PIC X(01) VALUE "N".
          88 CHECK-STOCK-USED-UP              VALUE "Y".
       01 WS-STOCK-OPEN-SW          PIC X(01) VALUE "N".
          88 CHECK-STOCK-OPEN                 VALUE "Y".
       01 WS-STOCK-SOURCE-SW        PIC X(01).
          88 DRAW-ON-STOCK-RECORD             VALUE "S".
          88 DRAW-ON-COMPANY-BLOCK            VALUE "C".
          88 NO-DISBURSEMENT-ACCOUNT          VALUE "N".
       01 WS-COMPANY-SW             PIC X(01).
          88 LOAN-IN-RUN-COMPANY              VALUE "Y".

       01 WS-BILLS-READ             PIC 9(9) COMP VALUE ZERO.
       01 WS-BILLS-PAID             PIC 9(9) COMP VALUE ZERO.
       01 WS-BILLS-SKIPPED          PIC 9(9) COMP VALUE ZERO.
       01 WS-TOTAL-DISBURSED        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-VOIDS-REPORTED         PIC 9(9) COMP VALUE ZERO.
       01 WS-TOTAL-VOIDED           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-CHECK-NO               PIC 9(9).

      *    THE COMPANY BEING DISBURSED, THE ACCOUNT ITS CHECKS ARE
      *    DRAWN ON, THE NEXT AND LAST CHECK NUMBERS IT MAY ISSUE, AND
      *    ITS OWN TOTALS. THE FIRST PASS ALSO LISTS THE PAYEE ROWS NO
      *    COMPANY CAN PAY - BAD ROWS AND LOANS NOT ON THE MASTER.
       01 WS-SELECT-CODE            PIC X(02).
       01 WS-RUN-COMPANY            PIC X(02).
       01 WS-LOAN-COMPANY           PIC X(02).
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-PASS-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-DISB-ROUTING           PIC X(09).
       01 WS-DISB-ACCOUNT           PIC X(12).
       01 WS-NEXT-CHECK-NO          PIC 9(9).
       01 WS-LAST-CHECK-NO          PIC 9(9).
       01 WS-BLOCK-FIRST-NO         PIC 9(9).
       01 WS-CO-BILLS-PAID          PIC 9(9) COMP.
       01 WS-CO-TOTAL-DISBURSED     PIC S9(11)V99 COMP-3.
       01 WS-CO-VOIDS-REPORTED      PIC 9(9) COMP.
       01 WS-CO-TOTAL-VOIDED        PIC S9(11)V99 COMP-3.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-LAST-SEQ-NO            PIC 9(6).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "COMPANY ".
           05 HL1-COMPANY      PIC X(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 HL1-COMPANY-NAME PIC X(40).
           05 FILLER          PIC X(08) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(10)  VALUE "PAYEE".
           05 FILLER PIC X(32)  VALUE "PAYEE NAME".
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(11)  VALUE "CHECK NO".
           05 FILLER PIC X(06)  VALUE "TYPE".
           05 FILLER PIC X(16)  VALUE "AMOUNT".
           05 FILLER PIC X(18)  VALUE "ESCROW BALANCE".
           05 FILLER PIC X(15)  VALUE "NOTE".
           05 FILLER PIC X(12)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-PAYEE-ID       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-CHECK-NO       PIC Z(8)9 BLANK WHEN ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-TYPE           PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NOTE           PIC X(15).
           05 FILLER            PIC X(13) VALUE SPACES.

      *    A VOID BEING REPORTED TO THE BANK - THE LEDGER REVERSAL WAS
      *    POSTED BY THE RUN THAT VOIDED THE CHECK.
       01 VOID-LINE.
           05 VL-PAYEE-ID       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VL-PAYEE-NAME     PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VL-CHECK-NO       PIC Z(8)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VL-TYPE           PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(19) VALUE SPACES.
           05 VL-NOTE           PIC X(15).
           05 FILLER            PIC X(13) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER            PIC X(18) VALUE "TOTAL DISBURSED: ".
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(81) VALUE SPACES.

       01 VOID-TOTAL-LINE.
           05 FILLER            PIC X(18) VALUE "TOTAL VOIDED: ".
           05 VT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(12) VALUE "  VOIDS: ".
           05 VT-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(81) VALUE SPACES.

       01 ALL-COMPANIES-LINE.
           05 FILLER            PIC X(30)
               VALUE "ALL COMPANIES".
           05 FILLER            PIC X(102) VALUE SPACES.

       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM DISBURSE-ONE-COMPANY
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           IF WS-PASS-COUNT > 1
               PERFORM PRINT-RUN-TOTAL
           END-IF
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SELECT-RUN-COMPANY
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR OPENING LOAN MASTER FILE"
               STOP RUN
           END-IF
           PERFORM OPEN-ESCROW-LEDGER
           OPEN I-O ESCROW-CHECK-FILE
           IF WS-CHECK-STATUS = "35"
               OPEN OUTPUT ESCROW-CHECK-FILE
               IF WS-CHECK-STATUS = "00"
                   CLOSE ESCROW-CHECK-FILE
                   OPEN I-O ESCROW-CHECK-FILE
               END-IF
           END-IF
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR OPENING ESCROW CHECK REGISTER"
               DISPLAY "AMORTDSB: FILE STATUS " WS-CHECK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT POSPAY-FILE
           IF WS-POSPAY-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR OPENING POSITIVE PAY FILE"
               DISPLAY "AMORTDSB: FILE STATUS " WS-POSPAY-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND CASH-BOOK-FILE
           IF WS-CASHBK-STATUS = "35"
               OPEN OUTPUT CASH-BOOK-FILE
           END-IF
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR OPENING CASH BOOK"
               DISPLAY "AMORTDSB: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR OPENING REGISTER PRINT FILE"
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN DISBURSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTDSB: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE   TO WS-SELECT-CODE
           MOVE CMP-COMPANY-COUNT TO WS-CO-COUNT
           IF WS-SELECT-CODE NOT = SPACES
               DISPLAY "AMORTDSB: RUN LIMITED TO COMPANY "
                       WS-SELECT-CODE
           END-IF.

      *    ONE FULL PASS FOR ONE COMPANY - ITS CHECKS, ITS VOIDS, AND
      *    ITS OWN HEADER AND TRAILER ON THE POSITIVE-PAY FILE.
       DISBURSE-ONE-COMPANY.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE WS-CO-IX TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTDSB: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           IF WS-SELECT-CODE = SPACES
                   OR WS-SELECT-CODE = CM-COMPANY-CODE
               PERFORM RUN-COMPANY-PASS
           END-IF.

       RUN-COMPANY-PASS.
           ADD 1 TO WS-PASS-COUNT
           MOVE CM-COMPANY-CODE TO WS-RUN-COMPANY HL1-COMPANY
           MOVE CM-COMPANY-NAME TO HL1-COMPANY-NAME
           MOVE ZERO  TO WS-CO-BILLS-PAID WS-CO-VOIDS-REPORTED
           MOVE ZEROS TO WS-CO-TOTAL-DISBURSED WS-CO-TOTAL-VOIDED
           MOVE "N" TO WS-EOF-SW WS-CHECK-EOF-SW WS-STOCK-OUT-SW
           MOVE 99 TO WS-LINE-COUNT
           PERFORM SET-COMPANY-STOCK
           IF NOT NO-DISBURSEMENT-ACCOUNT
               PERFORM WRITE-POSPAY-HEADER
           END-IF
           OPEN INPUT PAYEE-MASTER-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR OPENING PAYEE MASTER FILE"
               DISPLAY "AMORTDSB: FILE STATUS " WS-PAYEE-STATUS
               STOP RUN
           END-IF
           PERFORM READ-PAYEE-RECORD
           PERFORM PROCESS-ONE-BILL
               UNTIL END-OF-PAYEES
           CLOSE PAYEE-MASTER-FILE
           IF NOT NO-DISBURSEMENT-ACCOUNT
               PERFORM REPORT-PENDING-VOIDS
           END-IF
           PERFORM PRINT-REGISTER-TOTAL
           IF NOT NO-DISBURSEMENT-ACCOUNT
               PERFORM WRITE-POSPAY-TRAILER
           END-IF
           IF DRAW-ON-STOCK-RECORD
               MOVE WS-NEXT-CHECK-NO TO CS-NEXT-CHECK-NO
               IF WS-CO-BILLS-PAID > ZERO
                   MOVE WS-RUN-DATE TO CS-LAST-ISSUE-DATE
               END-IF
           END-IF
           ADD WS-CO-BILLS-PAID      TO WS-BILLS-PAID
           ADD WS-CO-TOTAL-DISBURSED TO WS-TOTAL-DISBURSED
           ADD WS-CO-VOIDS-REPORTED  TO WS-VOIDS-REPORTED
           ADD WS-CO-TOTAL-VOIDED    TO WS-TOTAL-VOIDED
           DISPLAY "AMORTDSB: COMPANY " WS-RUN-COMPANY " - "
                   WS-CO-BILLS-PAID " DISBURSED, "
                   WS-CO-VOIDS-REPORTED " VOIDS REPORTED, NEXT CHECK "
                   WS-NEXT-CHECK-NO.

      *    A COMPANY'S OWN DISBURSEMENT ACCOUNT ISSUES FROM THE BLOCK
      *    OF NUMBERS THE TABLE RESERVES TO IT, PICKING UP AFTER THE
      *    HIGHEST CHECK OF THE BLOCK ALREADY ON THE REGISTER. THE HOME
      *    COMPANY WITH NO ACCOUNT ON THE TABLE DRAWS ON THE STOCK
      *    RECORD; ANY OTHER COMPANY WITH NONE CANNOT BE PAID FOR.
       SET-COMPANY-STOCK.
           EVALUATE TRUE
               WHEN CM-DISB-ACCOUNT NOT = SPACES
                   SET DRAW-ON-COMPANY-BLOCK TO TRUE
                   PERFORM FIND-NEXT-BLOCK-CHECK
               WHEN WS-RUN-COMPANY = "01"
                   SET DRAW-ON-STOCK-RECORD TO TRUE
                   IF NOT CHECK-STOCK-OPEN
                       PERFORM OPEN-CHECK-STOCK
                   END-IF
                   MOVE CS-BANK-ROUTING  TO WS-DISB-ROUTING
                   MOVE CS-ACCOUNT-NO    TO WS-DISB-ACCOUNT
                   MOVE CS-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
                   MOVE CS-LAST-CHECK-NO TO WS-LAST-CHECK-NO
               WHEN OTHER
                   SET NO-DISBURSEMENT-ACCOUNT TO TRUE
                   MOVE SPACES TO WS-DISB-ROUTING WS-DISB-ACCOUNT
                   MOVE 1     TO WS-NEXT-CHECK-NO
                   MOVE ZERO  TO WS-LAST-CHECK-NO
                   DISPLAY "AMORTDSB: COMPANY " WS-RUN-COMPANY
                           " HAS NO DISBURSEMENT ACCOUNT ON THE "
                           "COMPANY TABLE"
           END-EVALUATE.

      *    THE BLOCK MUST BE A REAL RANGE OF NUMBERS - THE REGISTER IS
      *    KEYED BY CHECK NUMBER, SO TWO COMPANIES' BLOCKS MUST NEVER
      *    SHARE ONE.
       FIND-NEXT-BLOCK-CHECK.
           IF CM-CHECK-FIRST-NO IS NOT NUMERIC
             OR CM-CHECK-LAST-NO IS NOT NUMERIC
             OR CM-CHECK-FIRST-NO = ZERO
             OR CM-CHECK-LAST-NO < CM-CHECK-FIRST-NO
               DISPLAY "AMORTDSB: CHECK BLOCK INVALID FOR COMPANY "
                       WS-RUN-COMPANY
               STOP RUN
           END-IF
           MOVE CM-DISB-ROUTING   TO WS-DISB-ROUTING
           MOVE CM-DISB-ACCOUNT   TO WS-DISB-ACCOUNT
           MOVE CM-CHECK-FIRST-NO TO WS-BLOCK-FIRST-NO
                                     WS-NEXT-CHECK-NO
           MOVE CM-CHECK-LAST-NO  TO WS-LAST-CHECK-NO
           MOVE "N" TO WS-CHECK-EOF-SW
           MOVE WS-BLOCK-FIRST-NO TO EC-CHECK-NO
           START ESCROW-CHECK-FILE KEY >= EC-CHECK-NO
           IF WS-CHECK-STATUS NOT = "00"
               SET END-OF-CHECKS TO TRUE
           END-IF
           PERFORM READ-ONE-BLOCK-CHECK
               UNTIL END-OF-CHECKS
           MOVE "N" TO WS-CHECK-EOF-SW.

       READ-ONE-BLOCK-CHECK.
           READ ESCROW-CHECK-FILE NEXT RECORD
               AT END
                   SET END-OF-CHECKS TO TRUE
           END-READ
           IF NOT END-OF-CHECKS AND WS-CHECK-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR READING ESCROW CHECK REGISTER"
               DISPLAY "AMORTDSB: FILE STATUS " WS-CHECK-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-CHECKS
               IF EC-CHECK-NO > WS-LAST-CHECK-NO
                   SET END-OF-CHECKS TO TRUE
               ELSE
                   COMPUTE WS-NEXT-CHECK-NO = EC-CHECK-NO + 1
               END-IF
           END-IF.

       WRITE-POSPAY-HEADER.
           MOVE SPACES TO POSPAY-HEADER-RECORD
           MOVE "H"             TO PPH-RECORD-TYPE
           MOVE WS-DISB-ACCOUNT TO PPH-ACCOUNT-NO
           MOVE WS-DISB-ROUTING TO PPH-BANK-ROUTING
           MOVE WS-RUN-DATE     TO PPH-FILE-DATE
           WRITE POSPAY-HEADER-RECORD
           PERFORM CHECK-POSPAY-STATUS.

      *    NO CHECK IS CUT WITHOUT A STOCK RECORD THAT MAKES SENSE - A
      *    NEXT NUMBER INSIDE THE RANGE, OR ONE PAST THE LAST WHEN THE
      *    BOX IS EMPTY.
       OPEN-CHECK-STOCK.
           SET CHECK-STOCK-OPEN TO TRUE
           OPEN I-O CHECK-STOCK-FILE
           IF WS-STOCK-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR OPENING CHECK STOCK FILE"
               DISPLAY "AMORTDSB: FILE STATUS " WS-STOCK-STATUS
               STOP RUN
           END-IF
           READ CHECK-STOCK-FILE
           IF WS-STOCK-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR READING CHECK STOCK FILE"
               DISPLAY "AMORTDSB: FILE STATUS " WS-STOCK-STATUS
               STOP RUN
           END-IF
           IF CS-FIRST-CHECK-NO IS NOT NUMERIC
             OR CS-LAST-CHECK-NO IS NOT NUMERIC
             OR CS-NEXT-CHECK-NO IS NOT NUMERIC
             OR CS-NEXT-CHECK-NO < CS-FIRST-CHECK-NO
             OR CS-NEXT-CHECK-NO > CS-LAST-CHECK-NO + 1
             OR CS-FIRST-CHECK-NO = ZERO
               DISPLAY "AMORTDSB: CHECK STOCK RECORD INVALID"
               STOP RUN
           END-IF.

      *    A MISSING LEDGER IS CREATED EMPTY ON FIRST USE - THE FIRST
      *    ESCROW ACTIVITY EVER POSTED BOOTSTRAPS THE FILE, THE SAME
      *    WAY THE PAYMENT-HISTORY LEDGER BOOTSTRAPS.
      *    TYPE, IS LISTED AND SKIPPED RATHER THAN ALLOWED TO CORRUPT
      *    A CHECK.
       PROCESS-ONE-BILL.
           IF WS-PASS-COUNT = 1
               ADD 1 TO WS-BILLS-READ
           END-IF
           IF PM-DUE-DATE IS NOT NUMERIC
             OR PM-AMOUNT IS NOT NUMERIC
             OR (NOT PM-TAX-BILL AND NOT PM-INS-BILL)
               IF WS-PASS-COUNT = 1
                   MOVE "BAD ROW" TO DL-NOTE
                   PERFORM PRINT-SKIPPED-BILL
               END-IF
           ELSE
               IF PM-DUE-DATE > WS-RUN-DATE OR PM-AMOUNT = ZERO
                   CONTINUE
           END-IF
           PERFORM READ-PAYEE-RECORD.

      *    A BILL ON ANOTHER COMPANY'S LOAN WAITS FOR THAT COMPANY'S
      *    PASS; ONE ON A LOAN WHOSE COMPANY IS NOT ON THE TABLE IS
      *    LISTED ONCE, ON THE FIRST PASS, SINCE NO PASS WILL PAY IT.
       DISBURSE-ONE-BILL.
           MOVE PM-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               PERFORM CHECK-LOAN-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   IF WS-PASS-COUNT = 1
                       MOVE "NOT ON FILE" TO DL-NOTE
                       PERFORM PRINT-SKIPPED-BILL
                   END-IF
               WHEN WS-MASTER-STATUS NOT = "00"
                   DISPLAY "AMORTDSB: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTDSB: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN NOT LOAN-IN-RUN-COMPANY
                   CONTINUE
               WHEN LM-CLOSED
                   MOVE "LOAN CLOSED" TO DL-NOTE
                   PERFORM PRINT-SKIPPED-BILL
               WHEN LM-TRANSFERRED-OUT AND WS-RUN-DATE >= LM-XFERDATE
                   MOVE "TRANSFERRED" TO DL-NOTE
                   PERFORM PRINT-SKIPPED-BILL
               WHEN OTHER
                   PERFORM SCAN-LEDGER-FOR-LOAN
                   EVALUATE TRUE
                       WHEN BILL-ALREADY-PAID
                           CONTINUE
                       WHEN WS-NEXT-CHECK-NO > WS-LAST-CHECK-NO
                           MOVE "NO CHECK STOCK" TO DL-NOTE
                           PERFORM PRINT-SKIPPED-BILL
                           IF NOT CHECK-STOCK-USED-UP
                                   AND NOT NO-DISBURSEMENT-ACCOUNT
                               SET CHECK-STOCK-USED-UP TO TRUE
                               DISPLAY "AMORTDSB: CHECK STOCK USED UP"
                                       " FOR COMPANY " WS-RUN-COMPANY
                                       " - LOAD NEW STOCK AND RERUN"
                           END-IF
                       WHEN OTHER
                           PERFORM POST-DISBURSEMENT
                   END-EVALUATE
           END-EVALUATE.

      *    SETS LOAN-IN-RUN-COMPANY FOR A LOAN OF THE COMPANY BEING
      *    DISBURSED. THE LOOK-UP IS ONLY NEEDED ON THE FIRST PASS, TO
      *    FIND THE LOANS NO COMPANY WILL EVER PAY.
       CHECK-LOAN-COMPANY.
           MOVE LM-COMPANYCODE TO WS-LOAN-COMPANY
           IF WS-LOAN-COMPANY = SPACES
               MOVE "01" TO WS-LOAN-COMPANY
           END-IF
           IF WS-LOAN-COMPANY = WS-RUN-COMPANY
               SET LOAN-IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-COMPANY-SW
               IF WS-PASS-COUNT = 1 AND WS-SELECT-CODE = SPACES
                   SET CMP-LOOK-UP TO TRUE
                   MOVE WS-LOAN-COMPANY TO CMP-COMPANY-CODE
                   CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
                   IF NOT CMP-OK
                       MOVE "NO COMPANY" TO DL-NOTE
                       PERFORM PRINT-SKIPPED-BILL
                   END-IF
               END-IF
           END-IF.

      *    ONE PASS DOWN THE LOAN'S ESCROW LEDGER - THE LAST RECORD'S
      *    SEQUENCE AND BALANCE POSITION THE NEW RECORD, AND A
      *    DISBURSEMENT ALREADY POSTED FOR THIS PAYEE AND BILL DUE
      *    DATE MARKS THE BILL PAID - UNLESS A LATER VOID OF ITS CHECK
      *    PUT THE MONEY BACK, WHEN THE BILL IS OWED AGAIN.
       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO  TO WS-LAST-SEQ-NO
           MOVE ZEROS TO WS-LEDGER-BALANCE
                   MOVE EL-BALANCE TO WS-LEDGER-BALANCE
                   IF EL-PAYEE-ID = PM-PAYEE-ID
                           AND EL-BILL-DUE-DATE = PM-DUE-DATE
                       EVALUATE TRUE
                           WHEN EL-TAX-DISBURSE OR EL-INS-DISBURSE
                               SET BILL-ALREADY-PAID TO TRUE
                           WHEN EL-CHECK-VOID
                               MOVE "N" TO WS-PAID-ALREADY-SW
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       POST-DISBURSEMENT.
           MOVE WS-NEXT-CHECK-NO TO WS-CHECK-NO
           ADD 1 TO WS-NEXT-CHECK-NO
           MOVE PM-AMOUNT TO WS-BILL-AMOUNT
           SUBTRACT WS-BILL-AMOUNT FROM WS-LEDGER-BALANCE
           MOVE SPACES TO ESCROW-LEDGER-RECORD
           MOVE WS-LEDGER-BALANCE TO EL-BALANCE
           MOVE PM-PAYEE-ID       TO EL-PAYEE-ID
           MOVE PM-DUE-DATE       TO EL-BILL-DUE-DATE
           MOVE WS-CHECK-NO       TO EL-CHECK-NO
           WRITE ESCROW-LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR WRITING ESCROW LEDGER"
               DISPLAY "AMORTDSB: FILE STATUS " WS-LEDGER-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-ESCROW-CHECK
           PERFORM WRITE-POSPAY-ISSUE
           PERFORM BOOK-ESCROW-CHECK
           ADD 1 TO WS-CO-BILLS-PAID
           ADD WS-BILL-AMOUNT TO WS-CO-TOTAL-DISBURSED
           IF WS-LEDGER-BALANCE < ZERO
               MOVE "ADVANCE" TO DL-NOTE
           ELSE
           END-IF
           PERFORM PRINT-REGISTER-DETAIL.

       WRITE-ESCROW-CHECK.
           MOVE SPACES TO ESCROW-CHECK-RECORD
           MOVE WS-CHECK-NO       TO EC-CHECK-NO
           MOVE WS-RUN-DATE       TO EC-ISSUE-DATE
           MOVE PM-LOAN-ID        TO EC-LOAN-ID
           MOVE EL-SEQ-NO         TO EC-LEDGER-SEQ-NO
           MOVE PM-PAYEE-ID       TO EC-PAYEE-ID
           MOVE PM-PAYEE-NAME     TO EC-PAYEE-NAME
           MOVE PM-BILL-TYPE      TO EC-BILL-TYPE
           MOVE PM-DUE-DATE       TO EC-BILL-DUE-DATE
           MOVE WS-BILL-AMOUNT    TO EC-AMOUNT
           MOVE LM-COMPANYCODE    TO EC-COMPANY-CODE
           SET EC-OUTSTANDING TO TRUE
           MOVE ZEROS TO EC-PAID-DATE EC-PAID-AMOUNT EC-VOID-DATE
                         EC-VOID-SEQ-NO EC-PP-VOID-DATE
           MOVE WS-RUN-DATE       TO EC-PP-ISSUE-DATE
           WRITE ESCROW-CHECK-RECORD
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR WRITING ESCROW CHECK REGISTER"
               DISPLAY "AMORTDSB: FILE STATUS " WS-CHECK-STATUS
               STOP RUN
           END-IF.

       WRITE-POSPAY-ISSUE.
           MOVE SPACES TO POSPAY-DETAIL-RECORD
           SET PP-DETAIL-REC TO TRUE
           MOVE WS-DISB-ACCOUNT   TO PP-ACCOUNT-NO
           MOVE WS-CHECK-NO       TO PP-CHECK-NO
           MOVE WS-BILL-AMOUNT    TO PP-AMOUNT
           MOVE WS-RUN-DATE       TO PP-ISSUE-DATE
           SET PP-ISSUE TO TRUE
           MOVE PM-PAYEE-NAME     TO PP-PAYEE-NAME
           WRITE POSPAY-DETAIL-RECORD
           PERFORM CHECK-POSPAY-STATUS.

       BOOK-ESCROW-CHECK.
           MOVE SPACES TO CASH-BOOK-RECORD
           SET CB-ESCROW-CHECK TO TRUE
           SET CB-DEBIT TO TRUE
           MOVE WS-CHECK-NO       TO CB-REFERENCE
           MOVE WS-BILL-AMOUNT    TO CB-AMOUNT
           MOVE WS-RUN-DATE       TO CB-BOOK-DATE
           MOVE PM-LOAN-ID        TO CB-LOAN-ID
           MOVE "AMORTDSB"        TO CB-PROGRAM
           MOVE LM-COMPANYCODE    TO CB-COMPANY-CODE
           WRITE CASH-BOOK-RECORD
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR WRITING CASH BOOK"
               DISPLAY "AMORTDSB: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF.

      *    A CHECK THE RECONCILIATION RUN VOIDED SINCE THE LAST FILE
      *    MUST REACH THE BANK BEFORE ANYONE TRIES TO CASH IT - EVERY
      *    VOID NOT YET REPORTED GOES ON THIS RUN'S FILE, UNDER THE
      *    ACCOUNT OF THE COMPANY THAT ISSUED THE CHECK.
       REPORT-PENDING-VOIDS.
           MOVE ZEROS TO EC-CHECK-NO
           START ESCROW-CHECK-FILE KEY >= EC-CHECK-NO
           IF WS-CHECK-STATUS NOT = "00"
               SET END-OF-CHECKS TO TRUE
           END-IF
           PERFORM REPORT-ONE-VOID
               UNTIL END-OF-CHECKS.

       REPORT-ONE-VOID.
           READ ESCROW-CHECK-FILE NEXT RECORD
               AT END
                   SET END-OF-CHECKS TO TRUE
           END-READ
           IF NOT END-OF-CHECKS AND WS-CHECK-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR READING ESCROW CHECK REGISTER"
               DISPLAY "AMORTDSB: FILE STATUS " WS-CHECK-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-CHECKS
               MOVE EC-COMPANY-CODE TO WS-LOAN-COMPANY
               IF WS-LOAN-COMPANY = SPACES
                   MOVE "01" TO WS-LOAN-COMPANY
               END-IF
           END-IF
           IF NOT END-OF-CHECKS
                   AND EC-VOIDED AND EC-PP-VOID-DATE = ZERO
                   AND WS-LOAN-COMPANY = WS-RUN-COMPANY
               MOVE SPACES TO POSPAY-DETAIL-RECORD
               SET PP-DETAIL-REC TO TRUE
               MOVE WS-DISB-ACCOUNT   TO PP-ACCOUNT-NO
               MOVE EC-CHECK-NO       TO PP-CHECK-NO
               MOVE EC-AMOUNT         TO PP-AMOUNT
               MOVE EC-ISSUE-DATE     TO PP-ISSUE-DATE
               SET PP-VOID TO TRUE
               MOVE EC-PAYEE-NAME     TO PP-PAYEE-NAME
               WRITE POSPAY-DETAIL-RECORD
               PERFORM CHECK-POSPAY-STATUS
               MOVE WS-RUN-DATE TO EC-PP-VOID-DATE
               REWRITE ESCROW-CHECK-RECORD
               IF WS-CHECK-STATUS NOT = "00"
                   DISPLAY "AMORTDSB: ERROR REWRITING ESCROW CHECK "
                           "REGISTER"
                   DISPLAY "AMORTDSB: FILE STATUS " WS-CHECK-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO WS-CO-VOIDS-REPORTED
               ADD EC-AMOUNT TO WS-CO-TOTAL-VOIDED
               PERFORM PRINT-VOID-DETAIL
           END-IF.

       PRINT-VOID-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE EC-PAYEE-ID   TO VL-PAYEE-ID
           MOVE EC-PAYEE-NAME TO VL-PAYEE-NAME
           MOVE EC-LOAN-ID    TO VL-LOAN-ID
           MOVE EC-CHECK-NO   TO VL-CHECK-NO
           IF EC-BILL-TYPE = "T"
               MOVE "TAX" TO VL-TYPE
           ELSE
               MOVE "INS" TO VL-TYPE
           END-IF
           MOVE EC-AMOUNT     TO VL-AMOUNT
           MOVE "VOID REPORTED" TO VL-NOTE
           WRITE PRINT-LINE FROM VOID-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       WRITE-POSPAY-TRAILER.
           MOVE SPACES TO POSPAY-TRAILER-RECORD
           MOVE "T"                   TO PPT-RECORD-TYPE
           MOVE WS-DISB-ACCOUNT       TO PPT-ACCOUNT-NO
           MOVE WS-CO-BILLS-PAID      TO PPT-ISSUE-COUNT
           MOVE WS-CO-TOTAL-DISBURSED TO PPT-ISSUE-TOTAL
           MOVE WS-CO-VOIDS-REPORTED  TO PPT-VOID-COUNT
           MOVE WS-CO-TOTAL-VOIDED    TO PPT-VOID-TOTAL
           WRITE POSPAY-TRAILER-RECORD
           PERFORM CHECK-POSPAY-STATUS.

       CHECK-POSPAY-STATUS.
           IF WS-POSPAY-STATUS NOT = "00"
               DISPLAY "AMORTDSB: ERROR WRITING POSITIVE PAY FILE"
               DISPLAY "AMORTDSB: FILE STATUS " WS-POSPAY-STATUS
               STOP RUN
           END-IF.

       PRINT-SKIPPED-BILL.
           ADD 1 TO WS-BILLS-SKIPPED
           MOVE ZERO TO WS-CHECK-NO
           MOVE ZEROS TO WS-LEDGER-BALANCE
           IF PM-AMOUNT IS NUMERIC
               MOVE PM-AMOUNT TO WS-BILL-AMOUNT
           MOVE PM-PAYEE-ID   TO DL-PAYEE-ID
           MOVE PM-PAYEE-NAME TO DL-PAYEE-NAME
           MOVE PM-LOAN-ID    TO DL-LOAN-ID
           MOVE WS-CHECK-NO   TO DL-CHECK-NO
           IF PM-TAX-BILL
               MOVE "TAX" TO DL-TYPE
           ELSE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CO-TOTAL-DISBURSED TO TL-TOTAL
           MOVE WS-CO-BILLS-PAID      TO TL-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE WS-CO-TOTAL-VOIDED    TO VT-TOTAL
           MOVE WS-CO-VOIDS-REPORTED  TO VT-COUNT
           WRITE PRINT-LINE FROM VOID-TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 3 TO WS-LINE-COUNT.

      *    A RUN OVER MORE THAN ONE COMPANY ENDS WITH THE TOTALS OF
      *    THEM ALL, UNDER THE LAST COMPANY'S HEADING.
       PRINT-RUN-TOTAL.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM ALL-COMPANIES-LINE
           MOVE WS-TOTAL-DISBURSED TO TL-TOTAL
           MOVE WS-BILLS-PAID      TO TL-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE WS-TOTAL-VOIDED    TO VT-TOTAL
           MOVE WS-VOIDS-REPORTED  TO VT-COUNT
           WRITE PRINT-LINE FROM VOID-TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS.

       CHECK-PRINT-STATUS.
           END-IF.

       FINALIZE-RUN.
           CLOSE LOAN-MASTER-FILE
           CLOSE ESCROW-LEDGER-FILE
           IF CHECK-STOCK-OPEN
               REWRITE CHECK-STOCK-RECORD
               IF WS-STOCK-STATUS NOT = "00"
                   DISPLAY "AMORTDSB: ERROR REWRITING CHECK STOCK FILE"
                   DISPLAY "AMORTDSB: FILE STATUS " WS-STOCK-STATUS
                   STOP RUN
               END-IF
               CLOSE CHECK-STOCK-FILE
           END-IF
           CLOSE ESCROW-CHECK-FILE
           CLOSE POSPAY-FILE
           CLOSE CASH-BOOK-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTDSB: " WS-BILLS-READ " BILLS READ, "
                   WS-BILLS-PAID " DISBURSED, "
                   WS-BILLS-SKIPPED " SKIPPED, "
                   WS-VOIDS-REPORTED " VOIDS REPORTED".

       END PROGRAM AMORTDSB.
