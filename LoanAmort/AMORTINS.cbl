       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTINS.
       REMARKS. NIGHTLY HAZARD INSURANCE SWEEP. KEEPS A POLICY
               RECORD FOR EVERY LOAN WITH AN INSURANCE PAYEE - CARRIER,
               POLICY NUMBER, DWELLING COVERAGE, ANNUAL PREMIUM, AND
               THE TERM'S EFFECTIVE AND EXPIRY DATES. A LOAN'S FIRST
               INSURANCE BILL ON THE PAYEE MASTER STARTS ITS RECORD (A
               PREMIUM IS BILLED AT THE START OF A ONE-YEAR TERM), AND
               A LATER BILL FROM THE SAME CARRIER, A CARRIER RENEWAL
               THROUGH THE BILL FEED (AMORTESC), OR A DECLARATION
               KEYED BY THE DESK RENEWS IT. A POLICY EXPIRING WITHIN
               45 DAYS WITH NO RENEWAL ON FILE DRAWS A FIRST NOTICE,
               AND 30 DAYS LATER A SECOND; ONCE THE POLICY HAS LAPSED,
               45 DAYS HAVE PASSED SINCE THE FIRST NOTICE, AND 15 SINCE
               THE SECOND, COVERAGE IS FORCE-PLACED WITH OUR LENDER-
               PLACED CARRIER FROM THE DAY OF THE LAPSE FOR A YEAR - A
               PAYEE ROW IS ADDED FOR THE CARRIER'S PREMIUM, WHICH THE
               ESCROW DISBURSEMENT RUN PAYS, AND THE PREMIUM REPLACES
               THE ANNUAL INSURANCE AMOUNT ON THE LOAN MASTER, SO THE
               ESCROW PAYMENT IS RECALCULATED AT THE NEXT SCHEDULE
               REBUILD. PLACED COVERAGE STILL IN FORCE AT THE END OF
               ITS YEAR IS PLACED AGAIN. WHEN THE BORROWER PROVES
               COVERAGE - A POLICY ON FILE THAT RUNS PAST THE PLACED
               TERM'S START - THE PLACED COVERAGE IS CANCELLED AND ITS
               PREMIUM REFUNDED TO ESCROW PRO RATA FROM THE DAY THE
               BORROWER'S OWN COVERAGE BEGAN, AND THE MASTER GOES BACK
               TO THE BORROWER'S PREMIUM. THE DAYS, THE CARRIER, AND
               ITS RATE PER THOUSAND OF COVERAGE CAN BE SET ON THE
               PARAMETER CARD. EVERY NOTICE, PLACEMENT, AND
               CANCELLATION GOES TO THE MAIL-HOUSE EXTRACT AND THE
               ACTIVITY LISTING; MASTER REWRITES ARE JOURNALED FOR
               FORWARD RECOVERY. EACH NOTICE CARRIES THE CODE AND NAME
               OF THE COMPANY SERVICING THE LOAN, AND THE LISTING ENDS
               WITH THE NOTICES, PLACEMENTS AND CANCELLATIONS FOR EACH
               COMPANY. THE OPTIONAL COMPANY-SELECTION CARD (COMPSEL)
               LIMITS THE SWEEP AND THE DESK'S DECLARATIONS TO ONE
               COMPANY'S LOANS - A DECLARATION FOR ANY OTHER IS PASSED
               OVER, LEFT FOR THAT COMPANY'S OWN RUN. POLICY RECORDS
               ARE STILL STARTED AND RENEWED FROM THE PAYEE MASTER FOR
               EVERY LOAN, SINCE THAT ONLY RECORDS THE BILLS AS FILED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INS-PARM-FILE ASSIGN TO "INSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT POLICY-TXN-FILE ASSIGN TO "INSTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT INSURANCE-POLICY-FILE ASSIGN TO "INSPOLCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-LOAN-ID
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO "BORRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT ESCROW-LEDGER-FILE ASSIGN TO "ESCRLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECVJ-STATUS.

           SELECT SCHEDULE-STORE-FILE ASSIGN TO "SCHEDSTOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-STORE-STATUS.

           SELECT NOTICE-EXTRACT-FILE ASSIGN TO "INSEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "INSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    OPTIONAL - ANY FIELD LEFT ZERO OR BLANK KEEPS ITS DEFAULT.
       FD  INS-PARM-FILE.
       01  INS-PARM-RECORD.
           05 IN-LP-PAYEE-ID        PIC X(08).
           05 IN-LP-CARRIER-NAME    PIC X(30).
           05 IN-LP-RATE-PER-M      PIC 9(3)V99.
           05 IN-NOTICE-DAYS        PIC 9(03).
           05 IN-SECOND-NOTICE-DAYS PIC 9(03).
           05 IN-CHARGE-WAIT-DAYS   PIC 9(03).

      *    POLICY DECLARATIONS AND PROOF OF COVERAGE KEYED BY THE DESK
      *    - THE WHOLE POLICY AS THE DECLARATIONS PAGE SHOWS IT.
       FD  POLICY-TXN-FILE.
       01  POLICY-TXN-RECORD.
           05 IT-LOAN-ID            PIC X(10).
           05 IT-PAYEE-ID           PIC X(08).
           05 IT-CARRIER-NAME       PIC X(30).
           05 IT-POLICY-NO          PIC X(20).
           05 IT-COVERAGE-AMT       PIC 9(9)V99.
           05 IT-ANNUAL-PREMIUM     PIC 9(7)V99.
           05 IT-EFFECTIVE-DATE     PIC 9(08).
           05 IT-EXPIRY-DATE        PIC 9(08).

       FD  PAYEE-MASTER-FILE.
       COPY PAYEEMST.

       FD  INSURANCE-POLICY-FILE.
       COPY INSPOLCY.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  RECOVERY-JOURNAL-FILE.
       COPY RCVYJRNL.

       FD  SCHEDULE-STORE-FILE.
       COPY SCHEDSTR.

      *    ONE RECORD PER NOTICE FOR THE MAIL HOUSE, ADDRESSED TO THE
      *    PRIMARY BORROWER - N1 FIRST NOTICE, N2 SECOND NOTICE (BOTH
      *    WITH THE ESTIMATED COST OF PLACED COVERAGE), FP COVERAGE
      *    PLACED, FC PLACED COVERAGE CANCELLED WITH ITS REFUND.
       FD  NOTICE-EXTRACT-FILE.
       01  NOTICE-EXTRACT-RECORD.
           05 NX-LOAN-ID            PIC X(10).
           05 NX-LOAN-NUMBER        PIC X(12).
           05 NX-NOTICE-CODE        PIC X(02).
           05 NX-BORROWER           PIC X(30).
           05 NX-LAST-NAME          PIC X(25).
           05 NX-FIRST-NAME         PIC X(20).
           05 NX-ADDRESS-1          PIC X(30).
           05 NX-ADDRESS-2          PIC X(30).
           05 NX-CITY               PIC X(20).
           05 NX-STATE              PIC X(02).
           05 NX-ZIP                PIC X(09).
           05 NX-CARRIER-NAME       PIC X(30).
           05 NX-POLICY-NO          PIC X(20).
           05 NX-EXPIRY-DATE        PIC 9(08).
           05 NX-FP-CARRIER-NAME    PIC X(30).
           05 NX-FP-COVERAGE-AMT    PIC S9(9)V99   COMP-3.
           05 NX-FP-PREMIUM         PIC S9(7)V99   COMP-3.
           05 NX-FP-START-DATE      PIC 9(08).
           05 NX-FP-END-DATE        PIC 9(08).
           05 NX-REFUND             PIC S9(7)V99   COMP-3.
           05 NX-RUN-DATE           PIC 9(08).
           05 NX-COMPANY-CODE       PIC X(02).
           05 NX-COMPANY-NAME       PIC X(40).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-TXN-STATUS             PIC X(02).
       01 WS-PAYEE-STATUS           PIC X(02).
       01 WS-POLICY-STATUS          PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-LEDGER-STATUS          PIC X(02).
       01 WS-RECVJ-STATUS           PIC X(02).
       01 WS-STORE-STATUS           PIC X(02).
       01 WS-EXTRACT-STATUS         PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-PAYEE-EOF-SW           PIC X(01) VALUE "N".
          88 END-OF-PAYEES                    VALUE "Y".
       01 WS-TXN-EOF-SW             PIC X(01) VALUE "N".
          88 END-OF-TRANSACTIONS              VALUE "Y".
       01 WS-POLICY-EOF-SW          PIC X(01) VALUE "N".
          88 END-OF-POLICIES                  VALUE "Y".
       01 WS-LEDGER-EOF-SW          PIC X(01).
          88 END-OF-LEDGER                    VALUE "Y".
       01 WS-NO-BORRFILE-SW         PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".
       01 WS-NO-STORE-SW            PIC X(01) VALUE "N".
          88 NO-STORE-ON-FILE                 VALUE "Y".
       01 WS-TXN-OK-SW              PIC X(01).
          88 TXN-IS-VALID                     VALUE "Y".

      *    THE LENDER-PLACED PROGRAM AND THE NOTICE CALENDAR.
       01 WS-LP-PAYEE-ID            PIC X(08) VALUE "LPHAZ001".
       01 WS-LP-CARRIER-NAME        PIC X(30)
              VALUE "LENDER-PLACED HAZARD PROGRAM".
       01 WS-LP-RATE-PER-M          PIC S9(3)V99 COMP-3 VALUE 15.00.
       01 WS-NOTICE-DAYS            PIC S9(4) COMP VALUE 45.
       01 WS-SECOND-NOTICE-DAYS     PIC S9(4) COMP VALUE 30.
       01 WS-CHARGE-WAIT-DAYS       PIC S9(4) COMP VALUE 15.

       01 WS-PAYEES-READ            PIC 9(9) COMP VALUE ZERO.
       01 WS-POLICIES-STARTED       PIC 9(9) COMP VALUE ZERO.
       01 WS-POLICIES-RENEWED       PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-READ              PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-APPLIED           PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-REJECTED          PIC 9(9) COMP VALUE ZERO.
       01 WS-POLICIES-SWEPT         PIC 9(9) COMP VALUE ZERO.
       01 WS-FIRST-NOTICES          PIC 9(9) COMP VALUE ZERO.
       01 WS-SECOND-NOTICES         PIC 9(9) COMP VALUE ZERO.
       01 WS-PLACEMENTS             PIC 9(9) COMP VALUE ZERO.
       01 WS-CANCELLATIONS          PIC 9(9) COMP VALUE ZERO.
       01 WS-NOTICES-WRITTEN        PIC 9(9) COMP VALUE ZERO.
       01 WS-TOT-PREMIUM            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-REFUND             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TXNS-PASSED            PIC 9(9) COMP VALUE ZERO.
       01 WS-POLICIES-PASSED        PIC 9(9) COMP VALUE ZERO.

       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    THE SWEEP'S WORK FOR EACH COMPANY ON THE COMPANY TABLE, IN
      *    COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-NOTICES     PIC 9(9) COMP.
               05 WS-CO-PLACEMENTS  PIC 9(9) COMP.
               05 WS-CO-PREMIUM     PIC S9(11)V99 COMP-3.
               05 WS-CO-CANCELS     PIC 9(9) COMP.
               05 WS-CO-REFUND      PIC S9(11)V99 COMP-3.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-INT                PIC S9(9) COMP.
       01 WS-DATE-INT               PIC S9(9) COMP.
       01 WS-TERM-END               PIC 9(8).
       01 WS-NOTICE-HORIZON         PIC 9(8).
       01 WS-FP-START               PIC 9(8).
       01 WS-FP-COVERAGE            PIC S9(9)V99 COMP-3.
       01 WS-FP-PREMIUM             PIC S9(7)V99 COMP-3.
       01 WS-REFUND-FROM            PIC 9(8).
       01 WS-UNEARNED-DAYS          PIC S9(9) COMP.
       01 WS-TERM-DAYS              PIC S9(9) COMP.
       01 WS-REFUND                 PIC S9(7)V99 COMP-3.
       01 WS-OLD-ESC-PMT            PIC S9(7)V99 COMP-3.
       01 WS-NEW-ESC-PMT            PIC S9(7)V99 COMP-3.
       01 WS-LAST-SEQ-NO            PIC 9(6).
       01 WS-LEDGER-BALANCE         PIC S9(9)V99 COMP-3.
       01 WS-NOTICE-CODE            PIC X(02).
       01 WS-ACTION-TEXT            PIC X(14).
       01 WS-REJECT-TEXT            PIC X(24).
       01 WS-BEFORE-IMAGE           PIC X(400).

       01 WS-DATE-WORK              PIC 9(8).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MMDD            PIC 9(4).

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(42)
               VALUE "HAZARD INSURANCE ACTIVITY - RUN DATE ".
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(50) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(16)  VALUE "ACTION".
           05 FILLER PIC X(26)  VALUE "CARRIER".
           05 FILLER PIC X(18)  VALUE "POLICY NO".
           05 FILLER PIC X(10)  VALUE "EXPIRES".
           05 FILLER PIC X(12)  VALUE "PREMIUM".
           05 FILLER PIC X(12)  VALUE "REFUND".
           05 FILLER PIC X(11)  VALUE "OLD ESC".
           05 FILLER PIC X(09)  VALUE "NEW ESC".
           05 FILLER PIC X(06)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-ACTION         PIC X(14).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-CARRIER        PIC X(24).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-POLICY-NO      PIC X(16).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-EXPIRY         PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PREMIUM        PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-REFUND         PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-OLD-PMT        PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NEW-PMT        PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(06) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(72) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       01 COMPANY-TOTAL-LINE.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-NOTICES       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(09) VALUE " NOTICES ".
           05 CTL-PLACEMENTS    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(08) VALUE " PLACED ".
           05 CTL-PREMIUM       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CTL-CANCELS       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE " CANCELLED ".
           05 CTL-REFUND        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(37) VALUE SPACES.

       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM START-POLICIES-FROM-PAYEES
           PERFORM APPLY-POLICY-DECLARATIONS
           PERFORM SWEEP-POLICIES
           PERFORM PRINT-INS-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTINS" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM READ-INS-PARMS
           PERFORM SELECT-RUN-COMPANY
           PERFORM LOAD-COMPANY-SLOTS
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           COMPUTE WS-DATE-INT = WS-RUN-INT + WS-NOTICE-DAYS
           COMPUTE WS-NOTICE-HORIZON =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
      *    A MISSING POLICY FILE IS CREATED EMPTY ON FIRST USE.
           OPEN I-O INSURANCE-POLICY-FILE
           IF WS-POLICY-STATUS = "35"
               OPEN OUTPUT INSURANCE-POLICY-FILE
               IF WS-POLICY-STATUS = "00"
                   CLOSE INSURANCE-POLICY-FILE
                   OPEN I-O INSURANCE-POLICY-FILE
               END-IF
           END-IF
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR OPENING INSURANCE POLICY FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-POLICY-STATUS
               STOP RUN
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
      *    NO BORROWER FILE YET MEANS NOTICES GO OUT UNDER THE SHORT
      *    NAME WITH NO ADDRESS, FOR THE MAIL HOUSE TO CORRECT.
           OPEN INPUT BORROWER-MASTER-FILE
           IF WS-BORR-STATUS = "35"
               SET NO-BORROWER-FILE TO TRUE
           ELSE
               IF WS-BORR-STATUS NOT = "00"
                   DISPLAY "AMORTINS: ERROR OPENING BORROWER MASTER"
                   DISPLAY "AMORTINS: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    A MISSING ESCROW LEDGER IS CREATED EMPTY ON FIRST USE.
           OPEN I-O ESCROW-LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT ESCROW-LEDGER-FILE
               IF WS-LEDGER-STATUS = "00"
                   CLOSE ESCROW-LEDGER-FILE
                   OPEN I-O ESCROW-LEDGER-FILE
               END-IF
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR OPENING ESCROW LEDGER"
               DISPLAY "AMORTINS: FILE STATUS " WS-LEDGER-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND RECOVERY-JOURNAL-FILE
           IF WS-RECVJ-STATUS = "35"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR OPENING RECOVERY JOURNAL"
               DISPLAY "AMORTINS: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF
      *    NO STORE FILE AT ALL MEANS NO STORED SCHEDULE TO MARK STALE.
           OPEN I-O SCHEDULE-STORE-FILE
           IF WS-STORE-STATUS = "35"
               SET NO-STORE-ON-FILE TO TRUE
           ELSE
               IF WS-STORE-STATUS NOT = "00"
                   DISPLAY "AMORTINS: ERROR OPENING SCHEDULE STORE"
                   DISPLAY "AMORTINS: FILE STATUS " WS-STORE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT NOTICE-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR OPENING NOTICE EXTRACT FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-EXTRACT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       READ-INS-PARMS.
           OPEN INPUT INS-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ INS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-INS-PARMS
               END-READ
               CLOSE INS-PARM-FILE
           END-IF.

       APPLY-INS-PARMS.
           IF IN-LP-PAYEE-ID NOT = SPACES
               MOVE IN-LP-PAYEE-ID TO WS-LP-PAYEE-ID
           END-IF
           IF IN-LP-CARRIER-NAME NOT = SPACES
               MOVE IN-LP-CARRIER-NAME TO WS-LP-CARRIER-NAME
           END-IF
           IF IN-LP-RATE-PER-M IS NUMERIC
                   AND IN-LP-RATE-PER-M > ZERO
               MOVE IN-LP-RATE-PER-M TO WS-LP-RATE-PER-M
           END-IF
           IF IN-NOTICE-DAYS IS NUMERIC
                   AND IN-NOTICE-DAYS > ZERO
               MOVE IN-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF
           IF IN-SECOND-NOTICE-DAYS IS NUMERIC
                   AND IN-SECOND-NOTICE-DAYS > ZERO
               MOVE IN-SECOND-NOTICE-DAYS TO WS-SECOND-NOTICE-DAYS
           END-IF
           IF IN-CHARGE-WAIT-DAYS IS NUMERIC
                   AND IN-CHARGE-WAIT-DAYS > ZERO
               MOVE IN-CHARGE-WAIT-DAYS TO WS-CHARGE-WAIT-DAYS
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN SWEEPING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTINS: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTINS: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS ONE THIS RUN COVERS, POINTS WS-CO-IX AT
      *    THE COMPANY'S TOTALS, AND LEAVES THE COMPANY'S RECORD IN
      *    COMPANY-RECORD FOR THE NOTICES. A COMPANY THE TABLE DOES
      *    NOT KNOW STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTINS: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX
           IF CMP-SELECTED
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTINS: ERROR READING COMPANY TABLE"
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
           MOVE ZERO  TO WS-CO-NOTICES(WS-CO-IX)
                         WS-CO-PLACEMENTS(WS-CO-IX)
                         WS-CO-CANCELS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-PREMIUM(WS-CO-IX)
                         WS-CO-REFUND(WS-CO-IX).

      *    THE PAYEE MASTER'S INSURANCE ROWS - OTHER THAN OUR OWN
      *    LENDER-PLACED CARRIER'S - START A POLICY RECORD FOR A LOAN
      *    THAT HAS NONE, AND A BILL FOR A LATER TERM FROM THE
      *    CARRIER ON FILE IS A RENEWAL. NO PAYEE FILE YET MEANS
      *    NOTHING TO START FROM.
       START-POLICIES-FROM-PAYEES.
           OPEN INPUT PAYEE-MASTER-FILE
           IF WS-PAYEE-STATUS = "35"
               SET END-OF-PAYEES TO TRUE
           ELSE
               IF WS-PAYEE-STATUS NOT = "00"
                   DISPLAY "AMORTINS: ERROR OPENING PAYEE MASTER FILE"
                   DISPLAY "AMORTINS: FILE STATUS " WS-PAYEE-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-PAYEE-RECORD
           END-IF
           PERFORM START-FROM-ONE-PAYEE
               UNTIL END-OF-PAYEES
           IF WS-PAYEE-STATUS NOT = "35"
               CLOSE PAYEE-MASTER-FILE
           END-IF.

       READ-PAYEE-RECORD.
           READ PAYEE-MASTER-FILE
               AT END
                   SET END-OF-PAYEES TO TRUE
           END-READ
           IF NOT END-OF-PAYEES AND WS-PAYEE-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR READING PAYEE MASTER FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-PAYEE-STATUS
               STOP RUN
           END-IF.

      *    THE PAYEE FILE IS HAND-MAINTAINED - A ROW WITH ANYTHING
      *    BUT DIGITS IN ITS DATE OR AMOUNT IS LEFT ALONE HERE, THE
      *    SAME AS THE DISBURSEMENT RUN LEAVES IT.
       START-FROM-ONE-PAYEE.
           ADD 1 TO WS-PAYEES-READ
           IF PM-INS-BILL
                   AND PM-PAYEE-ID NOT = WS-LP-PAYEE-ID
                   AND PM-DUE-DATE IS NUMERIC
                   AND PM-DUE-DATE > ZERO
                   AND PM-AMOUNT IS NUMERIC
               MOVE PM-DUE-DATE TO WS-DATE-WORK
               PERFORM ADD-ONE-YEAR
               MOVE WS-DATE-WORK TO WS-TERM-END
               MOVE PM-LOAN-ID TO IP-LOAN-ID
               READ INSURANCE-POLICY-FILE
               EVALUATE WS-POLICY-STATUS
                   WHEN "00"
                       IF (IP-PAYEE-ID = PM-PAYEE-ID
                               OR IP-PAYEE-ID = SPACES)
                               AND WS-TERM-END > IP-EXPIRY-DATE
                           MOVE PM-PAYEE-ID   TO IP-PAYEE-ID
                           MOVE PM-PAYEE-NAME TO IP-CARRIER-NAME
                           MOVE PM-AMOUNT     TO IP-ANNUAL-PREMIUM
                           MOVE PM-DUE-DATE   TO IP-EFFECTIVE-DATE
                           MOVE WS-TERM-END   TO IP-EXPIRY-DATE
                           PERFORM POLICY-RENEWED
                           REWRITE INSURANCE-POLICY-RECORD
                           PERFORM CHECK-POLICY-STATUS
                           ADD 1 TO WS-POLICIES-RENEWED
                       END-IF
                   WHEN "23"
                       PERFORM CLEAR-POLICY-RECORD
                       MOVE PM-LOAN-ID    TO IP-LOAN-ID
                       MOVE PM-PAYEE-ID   TO IP-PAYEE-ID
                       MOVE PM-PAYEE-NAME TO IP-CARRIER-NAME
                       MOVE PM-AMOUNT     TO IP-ANNUAL-PREMIUM
                       MOVE PM-DUE-DATE   TO IP-EFFECTIVE-DATE
                       MOVE WS-TERM-END   TO IP-EXPIRY-DATE
                       MOVE WS-RUN-DATE   TO IP-LAST-ACTION-DATE
                       WRITE INSURANCE-POLICY-RECORD
                       PERFORM CHECK-POLICY-STATUS
                       ADD 1 TO WS-POLICIES-STARTED
                   WHEN OTHER
                       PERFORM CHECK-POLICY-STATUS
               END-EVALUATE
           END-IF
           PERFORM READ-PAYEE-RECORD.

       CLEAR-POLICY-RECORD.
           MOVE SPACES TO INSURANCE-POLICY-RECORD
           MOVE ZEROS TO IP-COVERAGE-AMT IP-ANNUAL-PREMIUM
                         IP-EFFECTIVE-DATE IP-EXPIRY-DATE
                         IP-FIRST-NOTICE-DATE IP-SECOND-NOTICE-DATE
                         IP-FP-START-DATE IP-FP-END-DATE
                         IP-FP-COVERAGE-AMT IP-FP-PREMIUM
                         IP-PRIOR-INS-AMT IP-FP-CANCEL-DATE
                         IP-FP-REFUND IP-LAST-ACTION-DATE
           SET IP-COVERED TO TRUE.

      *    A RENEWAL ENDS ANY NOTICE CYCLE. ON A LOAN UNDER PLACED
      *    COVERAGE IT IS THE PROOF OF COVERAGE - THE SWEEP CANCELS
      *    THE PLACED COVERAGE TONIGHT.
       POLICY-RENEWED.
           MOVE WS-RUN-DATE TO IP-LAST-ACTION-DATE
           IF NOT IP-FORCE-PLACED
               SET IP-COVERED TO TRUE
               MOVE ZEROS TO IP-FIRST-NOTICE-DATE IP-SECOND-NOTICE-DATE
           END-IF.

       CHECK-POLICY-STATUS.
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR UPDATING INSURANCE POLICY FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-POLICY-STATUS
               STOP RUN
           END-IF.

      *    THE DESK'S DECLARATIONS REPLACE THE BORROWER'S POLICY ON
      *    FILE OUTRIGHT. NO TRANSACTION FILE MEANS NONE TONIGHT.
       APPLY-POLICY-DECLARATIONS.
           OPEN INPUT POLICY-TXN-FILE
           IF WS-TXN-STATUS = "35"
               SET END-OF-TRANSACTIONS TO TRUE
           ELSE
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "AMORTINS: ERROR OPENING POLICY TXN FILE"
                   DISPLAY "AMORTINS: FILE STATUS " WS-TXN-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-TXN-RECORD
           END-IF
           PERFORM APPLY-ONE-DECLARATION
               UNTIL END-OF-TRANSACTIONS
           IF WS-TXN-STATUS NOT = "35"
               CLOSE POLICY-TXN-FILE
           END-IF.

       READ-TXN-RECORD.
           READ POLICY-TXN-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
           END-READ
           IF NOT END-OF-TRANSACTIONS AND WS-TXN-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR READING POLICY TXN FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-TXN-STATUS
               STOP RUN
           END-IF.

       APPLY-ONE-DECLARATION.
           ADD 1 TO WS-TXNS-READ
           SET IN-RUN-COMPANY TO TRUE
           PERFORM VALIDATE-DECLARATION
           EVALUATE TRUE
               WHEN NOT IN-RUN-COMPANY
                   ADD 1 TO WS-TXNS-PASSED
               WHEN TXN-IS-VALID
                   PERFORM POST-ONE-DECLARATION
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   PERFORM PRINT-REJECT-LINE
           END-EVALUATE
           PERFORM READ-TXN-RECORD.

       POST-ONE-DECLARATION.
           MOVE IT-LOAN-ID TO IP-LOAN-ID
           READ INSURANCE-POLICY-FILE
           EVALUATE WS-POLICY-STATUS
               WHEN "00"
                   PERFORM POST-DECLARATION
                   REWRITE INSURANCE-POLICY-RECORD
               WHEN "23"
                   PERFORM CLEAR-POLICY-RECORD
                   MOVE IT-LOAN-ID TO IP-LOAN-ID
                   PERFORM POST-DECLARATION
                   WRITE INSURANCE-POLICY-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM CHECK-POLICY-STATUS
           ADD 1 TO WS-TXNS-APPLIED
           MOVE "DECLARATION"   TO WS-ACTION-TEXT
           MOVE ZEROS TO WS-FP-PREMIUM WS-REFUND
                         WS-OLD-ESC-PMT WS-NEW-ESC-PMT
           MOVE IP-ANNUAL-PREMIUM TO WS-FP-PREMIUM
           PERFORM PRINT-ACTIVITY-LINE.

       VALIDATE-DECLARATION.
           MOVE "Y" TO WS-TXN-OK-SW
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN IT-EFFECTIVE-DATE IS NOT NUMERIC
                       OR IT-EXPIRY-DATE IS NOT NUMERIC
                   MOVE "BAD POLICY DATES" TO WS-REJECT-TEXT
               WHEN IT-EXPIRY-DATE NOT > IT-EFFECTIVE-DATE
                   MOVE "EXPIRY NOT AFTER START" TO WS-REJECT-TEXT
               WHEN IT-COVERAGE-AMT IS NOT NUMERIC
                       OR IT-ANNUAL-PREMIUM IS NOT NUMERIC
                   MOVE "BAD COVERAGE OR PREMIUM" TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE IT-LOAN-ID TO LM-LOAN-ID
                   READ LOAN-MASTER-FILE
                   IF WS-MASTER-STATUS = "23"
                       MOVE "LOAN NOT ON FILE" TO WS-REJECT-TEXT
                   ELSE
                       IF WS-MASTER-STATUS NOT = "00"
                           DISPLAY "AMORTINS: ERROR READING LOAN "
                                   "MASTER FILE"
                           DISPLAY "AMORTINS: FILE STATUS "
                                   WS-MASTER-STATUS
                           STOP RUN
                       END-IF
                       MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
                       PERFORM CHECK-RUN-COMPANY
                   END-IF
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
               MOVE "N" TO WS-TXN-OK-SW
           END-IF.

       POST-DECLARATION.
           MOVE IT-PAYEE-ID       TO IP-PAYEE-ID
           MOVE IT-CARRIER-NAME   TO IP-CARRIER-NAME
           MOVE IT-POLICY-NO      TO IP-POLICY-NO
           MOVE IT-COVERAGE-AMT   TO IP-COVERAGE-AMT
           MOVE IT-ANNUAL-PREMIUM TO IP-ANNUAL-PREMIUM
           MOVE IT-EFFECTIVE-DATE TO IP-EFFECTIVE-DATE
           MOVE IT-EXPIRY-DATE    TO IP-EXPIRY-DATE
           PERFORM POLICY-RENEWED.

      *    EVERY POLICY ON FILE, IN LOAN ORDER, FOR AN ACTIVE LOAN.
      *    PLACED COVERAGE IS ADDED TO THE PAYEE MASTER FOR THE
      *    DISBURSEMENT RUN, SO THE FILE IS EXTENDED FOR THE SWEEP.
       SWEEP-POLICIES.
           OPEN EXTEND PAYEE-MASTER-FILE
           IF WS-PAYEE-STATUS = "35"
               OPEN OUTPUT PAYEE-MASTER-FILE
           END-IF
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR OPENING PAYEE MASTER FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-PAYEE-STATUS
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO IP-LOAN-ID
           START INSURANCE-POLICY-FILE KEY > IP-LOAN-ID
           IF WS-POLICY-STATUS NOT = "00"
               SET END-OF-POLICIES TO TRUE
           END-IF
           PERFORM SWEEP-ONE-POLICY
               UNTIL END-OF-POLICIES
           CLOSE PAYEE-MASTER-FILE.

       SWEEP-ONE-POLICY.
           READ INSURANCE-POLICY-FILE NEXT RECORD
               AT END
                   SET END-OF-POLICIES TO TRUE
           END-READ
           IF NOT END-OF-POLICIES AND WS-POLICY-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR READING INSURANCE POLICY FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-POLICY-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-POLICIES
               MOVE IP-LOAN-ID TO LM-LOAN-ID
               READ LOAN-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                       AND WS-MASTER-STATUS NOT = "23"
                   DISPLAY "AMORTINS: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTINS: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
               IF WS-MASTER-STATUS = "00"
                   MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
                   PERFORM CHECK-RUN-COMPANY
                   IF NOT IN-RUN-COMPANY
                       ADD 1 TO WS-POLICIES-PASSED
                   END-IF
               END-IF
               IF WS-MASTER-STATUS = "00" AND LM-ACTIVE
                       AND IP-EXPIRY-DATE > ZERO
                       AND IN-RUN-COMPANY
                   ADD 1 TO WS-POLICIES-SWEPT
                   PERFORM WORK-ONE-POLICY
               END-IF
           END-IF.

      *    WHERE THE POLICY STANDS DECIDES THE NEXT STEP. THE SECOND
      *    NOTICE WAITS ITS DAYS AFTER THE FIRST; COVERAGE IS PLACED
      *    ONLY ONCE THE POLICY HAS ACTUALLY LAPSED AND BOTH NOTICES
      *    HAVE HAD THEIR TIME.
       WORK-ONE-POLICY.
           EVALUATE TRUE
               WHEN IP-FORCE-PLACED
                   IF IP-EXPIRY-DATE > WS-RUN-DATE
                           AND IP-EXPIRY-DATE > IP-FP-START-DATE
                       PERFORM CANCEL-PLACED-COVERAGE
                   ELSE
                       IF WS-RUN-DATE >= IP-FP-END-DATE
                           MOVE IP-FP-END-DATE TO WS-FP-START
                           MOVE "FP RENEWED" TO WS-ACTION-TEXT
                           PERFORM PLACE-COVERAGE
                       END-IF
                   END-IF
               WHEN IP-EXPIRY-DATE > WS-NOTICE-HORIZON
                   IF IP-IN-NOTICE
                       PERFORM POLICY-RENEWED
                       REWRITE INSURANCE-POLICY-RECORD
                       PERFORM CHECK-POLICY-STATUS
                   END-IF
               WHEN IP-FIRST-NOTICE-DATE = ZERO
                   PERFORM SEND-FIRST-NOTICE
               WHEN IP-SECOND-NOTICE-DATE = ZERO
                   COMPUTE WS-DATE-INT =
                        FUNCTION INTEGER-OF-DATE(IP-FIRST-NOTICE-DATE)
                        + WS-SECOND-NOTICE-DAYS
                   IF WS-RUN-INT >= WS-DATE-INT
                       PERFORM SEND-SECOND-NOTICE
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-READY-TO-PLACE
           END-EVALUATE.

       CHECK-READY-TO-PLACE.
           IF WS-RUN-DATE > IP-EXPIRY-DATE
               COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(IP-SECOND-NOTICE-DATE)
                    + WS-CHARGE-WAIT-DAYS
               IF WS-RUN-INT >= WS-DATE-INT
                   COMPUTE WS-DATE-INT =
                        FUNCTION INTEGER-OF-DATE(IP-FIRST-NOTICE-DATE)
                        + WS-NOTICE-DAYS
                   IF WS-RUN-INT >= WS-DATE-INT
                       MOVE IP-EXPIRY-DATE TO WS-FP-START
                       MOVE "FORCE-PLACED" TO WS-ACTION-TEXT
                       PERFORM PLACE-COVERAGE
                   END-IF
               END-IF
           END-IF.

       SEND-FIRST-NOTICE.
           SET IP-IN-NOTICE TO TRUE
           MOVE WS-RUN-DATE TO IP-FIRST-NOTICE-DATE
           MOVE WS-RUN-DATE TO IP-LAST-ACTION-DATE
           REWRITE INSURANCE-POLICY-RECORD
           PERFORM CHECK-POLICY-STATUS
           ADD 1 TO WS-FIRST-NOTICES
           PERFORM PRICE-PLACED-COVERAGE
           MOVE IP-EXPIRY-DATE TO WS-FP-START
           MOVE "N1" TO WS-NOTICE-CODE
           MOVE "FIRST NOTICE" TO WS-ACTION-TEXT
           MOVE ZEROS TO WS-REFUND WS-OLD-ESC-PMT WS-NEW-ESC-PMT
           PERFORM ISSUE-NOTICE.

       SEND-SECOND-NOTICE.
           MOVE WS-RUN-DATE TO IP-SECOND-NOTICE-DATE
           MOVE WS-RUN-DATE TO IP-LAST-ACTION-DATE
           REWRITE INSURANCE-POLICY-RECORD
           PERFORM CHECK-POLICY-STATUS
           ADD 1 TO WS-SECOND-NOTICES
           PERFORM PRICE-PLACED-COVERAGE
           MOVE IP-EXPIRY-DATE TO WS-FP-START
           MOVE "N2" TO WS-NOTICE-CODE
           MOVE "SECOND NOTICE" TO WS-ACTION-TEXT
           MOVE ZEROS TO WS-REFUND WS-OLD-ESC-PMT WS-NEW-ESC-PMT
           PERFORM ISSUE-NOTICE.

      *    PLACED COVERAGE REPLACES THE LAPSED DWELLING COVERAGE - OR,
      *    WITH NONE ON FILE, COVERS THE ORIGINAL LOAN AMOUNT - AT
      *    THE CARRIER'S ANNUAL RATE PER THOUSAND.
       PRICE-PLACED-COVERAGE.
           IF IP-COVERAGE-AMT > ZERO
               MOVE IP-COVERAGE-AMT TO WS-FP-COVERAGE
           ELSE
               MOVE LM-PRINCIPAL    TO WS-FP-COVERAGE
           END-IF
           COMPUTE WS-FP-PREMIUM ROUNDED =
                WS-FP-COVERAGE / 1000 * WS-LP-RATE-PER-M.

      *    A YEAR OF PLACED COVERAGE FROM WS-FP-START. THE PREMIUM
      *    TAKES THE PLACE OF THE ANNUAL INSURANCE AMOUNT ON THE
      *    MASTER - THE ONE IT REPLACED IS KEPT FOR A CANCELLATION -
      *    AND A PAYEE ROW DUE ON THE START DATE HAS THE DISBURSEMENT
      *    RUN PAY THE CARRIER OUT OF ESCROW.
       PLACE-COVERAGE.
           PERFORM PRICE-PLACED-COVERAGE
           COMPUTE WS-OLD-ESC-PMT ROUNDED =
                (LM-ANNUALTAXAMT + LM-ANNUALINSAMT) / 12
           MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
           IF NOT IP-FORCE-PLACED
               MOVE LM-ANNUALINSAMT TO IP-PRIOR-INS-AMT
           END-IF
           MOVE WS-FP-PREMIUM TO LM-ANNUALINSAMT
           MOVE WS-FP-START   TO LM-INSEFFDATE
           COMPUTE WS-NEW-ESC-PMT ROUNDED =
                (LM-ANNUALTAXAMT + LM-ANNUALINSAMT) / 12
           PERFORM REWRITE-MASTER-RECORD
           PERFORM INVALIDATE-SCHEDULE-STORE
           MOVE SPACES TO PAYEE-MASTER-RECORD
           MOVE WS-LP-PAYEE-ID     TO PM-PAYEE-ID
           MOVE WS-LP-CARRIER-NAME TO PM-PAYEE-NAME
           MOVE IP-LOAN-ID         TO PM-LOAN-ID
           SET PM-INS-BILL         TO TRUE
           MOVE WS-FP-START        TO PM-DUE-DATE
           MOVE WS-FP-PREMIUM      TO PM-AMOUNT
           WRITE PAYEE-MASTER-RECORD
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR WRITING PAYEE MASTER FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-PAYEE-STATUS
               STOP RUN
           END-IF
           SET IP-FORCE-PLACED TO TRUE
           MOVE WS-LP-PAYEE-ID TO IP-FP-PAYEE-ID
           MOVE WS-FP-START    TO IP-FP-START-DATE
           MOVE WS-FP-START    TO WS-DATE-WORK
           PERFORM ADD-ONE-YEAR
           MOVE WS-DATE-WORK   TO IP-FP-END-DATE
           MOVE WS-FP-COVERAGE TO IP-FP-COVERAGE-AMT
           MOVE WS-FP-PREMIUM  TO IP-FP-PREMIUM
           MOVE ZEROS          TO IP-FP-CANCEL-DATE IP-FP-REFUND
           MOVE WS-RUN-DATE    TO IP-LAST-ACTION-DATE
           REWRITE INSURANCE-POLICY-RECORD
           PERFORM CHECK-POLICY-STATUS
           ADD 1 TO WS-PLACEMENTS
           ADD WS-FP-PREMIUM TO WS-TOT-PREMIUM
           ADD 1 TO WS-CO-PLACEMENTS(WS-CO-IX)
           ADD WS-FP-PREMIUM TO WS-CO-PREMIUM(WS-CO-IX)
           MOVE ZEROS TO WS-REFUND
           MOVE "FP" TO WS-NOTICE-CODE
           PERFORM ISSUE-NOTICE.

      *    THE BORROWER'S OWN COVERAGE IS BACK. THE PLACED PREMIUM IS
      *    EARNED ONLY UP TO THE DAY THAT COVERAGE BEGAN - THE REST IS
      *    CREDITED BACK TO ESCROW, WHETHER OR NOT THE CARRIER HAS
      *    BEEN PAID YET - AND THE MASTER GOES BACK TO THE BORROWER'S
      *    PREMIUM UNLESS A RENEWAL HAS ALREADY PUT IT THERE.
       CANCEL-PLACED-COVERAGE.
           MOVE IP-EFFECTIVE-DATE TO WS-REFUND-FROM
           IF WS-REFUND-FROM < IP-FP-START-DATE
               MOVE IP-FP-START-DATE TO WS-REFUND-FROM
           END-IF
           IF WS-REFUND-FROM > IP-FP-END-DATE
               MOVE IP-FP-END-DATE TO WS-REFUND-FROM
           END-IF
           COMPUTE WS-TERM-DAYS =
                FUNCTION INTEGER-OF-DATE(IP-FP-END-DATE)
                - FUNCTION INTEGER-OF-DATE(IP-FP-START-DATE)
           COMPUTE WS-UNEARNED-DAYS =
                FUNCTION INTEGER-OF-DATE(IP-FP-END-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-REFUND-FROM)
           MOVE ZEROS TO WS-REFUND
           IF WS-TERM-DAYS > ZERO
               COMPUTE WS-REFUND ROUNDED =
                    IP-FP-PREMIUM * WS-UNEARNED-DAYS / WS-TERM-DAYS
           END-IF
           IF WS-REFUND > ZERO
               PERFORM POST-PREMIUM-REFUND
           END-IF
           COMPUTE WS-OLD-ESC-PMT ROUNDED =
                (LM-ANNUALTAXAMT + LM-ANNUALINSAMT) / 12
           MOVE WS-OLD-ESC-PMT TO WS-NEW-ESC-PMT
           IF LM-ANNUALINSAMT = IP-FP-PREMIUM
               MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
               IF IP-ANNUAL-PREMIUM > ZERO
                   MOVE IP-ANNUAL-PREMIUM TO LM-ANNUALINSAMT
               ELSE
                   MOVE IP-PRIOR-INS-AMT  TO LM-ANNUALINSAMT
               END-IF
               MOVE IP-EFFECTIVE-DATE TO LM-INSEFFDATE
               COMPUTE WS-NEW-ESC-PMT ROUNDED =
                    (LM-ANNUALTAXAMT + LM-ANNUALINSAMT) / 12
               PERFORM REWRITE-MASTER-RECORD
               PERFORM INVALIDATE-SCHEDULE-STORE
           END-IF
           SET IP-COVERED TO TRUE
           MOVE ZEROS TO IP-FIRST-NOTICE-DATE IP-SECOND-NOTICE-DATE
           MOVE WS-RUN-DATE TO IP-FP-CANCEL-DATE
           MOVE WS-REFUND   TO IP-FP-REFUND
           MOVE WS-RUN-DATE TO IP-LAST-ACTION-DATE
           REWRITE INSURANCE-POLICY-RECORD
           PERFORM CHECK-POLICY-STATUS
           ADD 1 TO WS-CANCELLATIONS
           ADD WS-REFUND TO WS-TOT-REFUND
           ADD 1 TO WS-CO-CANCELS(WS-CO-IX)
           ADD WS-REFUND TO WS-CO-REFUND(WS-CO-IX)
           MOVE IP-FP-COVERAGE-AMT TO WS-FP-COVERAGE
           MOVE IP-FP-PREMIUM      TO WS-FP-PREMIUM
           MOVE IP-FP-START-DATE   TO WS-FP-START
           MOVE "FC" TO WS-NOTICE-CODE
           MOVE "FP CANCELLED" TO WS-ACTION-TEXT
           PERFORM ISSUE-NOTICE.

      *    THE REFUND GOES ON THE LOAN'S ESCROW LEDGER AFTER ITS LAST
      *    RECORD, RAISING THE RUNNING BALANCE.
       POST-PREMIUM-REFUND.
           MOVE ZERO  TO WS-LAST-SEQ-NO
           MOVE ZEROS TO WS-LEDGER-BALANCE
           MOVE "N" TO WS-LEDGER-EOF-SW
           MOVE IP-LOAN-ID TO EL-LOAN-ID
           MOVE ZEROS      TO EL-SEQ-NO
           START ESCROW-LEDGER-FILE KEY >= EL-KEY
           IF WS-LEDGER-STATUS NOT = "00"
               SET END-OF-LEDGER TO TRUE
           END-IF
           PERFORM SCAN-ONE-LEDGER-RECORD
               UNTIL END-OF-LEDGER
           ADD WS-REFUND TO WS-LEDGER-BALANCE
           MOVE SPACES TO ESCROW-LEDGER-RECORD
           MOVE IP-LOAN-ID        TO EL-LOAN-ID
           COMPUTE EL-SEQ-NO = WS-LAST-SEQ-NO + 1
           MOVE WS-RUN-DATE       TO EL-TRAN-DATE
           SET EL-PREMIUM-REFUND  TO TRUE
           MOVE WS-REFUND         TO EL-AMOUNT
           MOVE WS-LEDGER-BALANCE TO EL-BALANCE
           MOVE IP-FP-PAYEE-ID    TO EL-PAYEE-ID
           MOVE IP-FP-START-DATE  TO EL-BILL-DUE-DATE
           WRITE ESCROW-LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR WRITING ESCROW LEDGER"
               DISPLAY "AMORTINS: FILE STATUS " WS-LEDGER-STATUS
               STOP RUN
           END-IF.

       SCAN-ONE-LEDGER-RECORD.
           READ ESCROW-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-LEDGER TO TRUE
           END-READ
           IF NOT END-OF-LEDGER AND WS-LEDGER-STATUS NOT = "00"
               SET END-OF-LEDGER TO TRUE
           END-IF
           IF NOT END-OF-LEDGER
               IF EL-LOAN-ID NOT = IP-LOAN-ID
                   SET END-OF-LEDGER TO TRUE
               ELSE
                   MOVE EL-SEQ-NO  TO WS-LAST-SEQ-NO
                   MOVE EL-BALANCE TO WS-LEDGER-BALANCE
               END-IF
           END-IF.

       ADD-ONE-YEAR.
           ADD 1 TO WS-DW-YYYY
           IF WS-DW-MMDD = 0229
               MOVE 0228 TO WS-DW-MMDD
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR REWRITING LOAN MASTER"
               DISPLAY "AMORTINS: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD
           MOVE "LOANMAST" TO RJ-FILE-ID
           MOVE "R"        TO RJ-ACTION
           MOVE WS-RUN-DATE TO RJ-RUN-DATE
           MOVE "AMORTINS" TO RJ-PROGRAM
           MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO RJ-AFTER-IMAGE
           WRITE RECOVERY-JOURNAL-RECORD
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR WRITING RECOVERY JOURNAL"
               DISPLAY "AMORTINS: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF.

      *    THE ESCROW AMOUNTS CHANGE THE SCHEDULED PAYMENT - DELETING
      *    THE LOAN'S STORE HEADER MARKS ITS STORED SCHEDULE STALE
      *    (SEE AMORTSTOR); A HEADER ALREADY GONE IS JUST AS GOOD.
       INVALIDATE-SCHEDULE-STORE.
           IF NOT NO-STORE-ON-FILE
               MOVE LM-LOAN-ID TO SS-LOAN-ID
               MOVE ZEROS      TO SS-PAYMENT-NO
               DELETE SCHEDULE-STORE-FILE RECORD
               IF WS-STORE-STATUS NOT = "00"
                       AND WS-STORE-STATUS NOT = "23"
                   DISPLAY "AMORTINS: ERROR INVALIDATING SCHEDULE "
                           "STORE"
                   DISPLAY "AMORTINS: FILE STATUS " WS-STORE-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *    ONE NOTICE TO THE PRIMARY BORROWER, AND ITS LINE ON THE
      *    ACTIVITY LISTING.
       ISSUE-NOTICE.
           MOVE SPACES TO NOTICE-EXTRACT-RECORD
           MOVE IP-LOAN-ID         TO NX-LOAN-ID
           MOVE LM-LOAN-NUMBER     TO NX-LOAN-NUMBER
           MOVE WS-NOTICE-CODE     TO NX-NOTICE-CODE
           MOVE LM-BORROWER-NAME   TO NX-BORROWER
           IF NOT NO-BORROWER-FILE
               MOVE IP-LOAN-ID TO BR-LOAN-ID
               MOVE 1          TO BR-BORROWER-SEQ
               READ BORROWER-MASTER-FILE
               EVALUATE WS-BORR-STATUS
                   WHEN "00"
                       MOVE BR-LAST-NAME  TO NX-LAST-NAME
                       MOVE BR-FIRST-NAME TO NX-FIRST-NAME
                       MOVE BR-ADDRESS-1  TO NX-ADDRESS-1
                       MOVE BR-ADDRESS-2  TO NX-ADDRESS-2
                       MOVE BR-CITY       TO NX-CITY
                       MOVE BR-STATE      TO NX-STATE
                       MOVE BR-ZIP        TO NX-ZIP
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "AMORTINS: ERROR READING BORROWER "
                               "MASTER"
                       DISPLAY "AMORTINS: FILE STATUS " WS-BORR-STATUS
                       STOP RUN
               END-EVALUATE
           END-IF
           MOVE IP-CARRIER-NAME    TO NX-CARRIER-NAME
           MOVE IP-POLICY-NO       TO NX-POLICY-NO
           MOVE IP-EXPIRY-DATE     TO NX-EXPIRY-DATE
           MOVE WS-LP-CARRIER-NAME TO NX-FP-CARRIER-NAME
           MOVE WS-FP-COVERAGE     TO NX-FP-COVERAGE-AMT
           MOVE WS-FP-PREMIUM      TO NX-FP-PREMIUM
           MOVE WS-FP-START        TO NX-FP-START-DATE
           MOVE WS-FP-START        TO WS-DATE-WORK
           PERFORM ADD-ONE-YEAR
           MOVE WS-DATE-WORK       TO NX-FP-END-DATE
           MOVE WS-REFUND          TO NX-REFUND
           MOVE WS-RUN-DATE        TO NX-RUN-DATE
           MOVE CM-COMPANY-CODE    TO NX-COMPANY-CODE
           MOVE CM-COMPANY-NAME    TO NX-COMPANY-NAME
           WRITE NOTICE-EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR WRITING NOTICE EXTRACT FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-EXTRACT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-NOTICES-WRITTEN
           ADD 1 TO WS-CO-NOTICES(WS-CO-IX)
           PERFORM PRINT-ACTIVITY-LINE.

       PRINT-ACTIVITY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE IP-LOAN-ID      TO DL-LOAN-ID
           MOVE WS-ACTION-TEXT  TO DL-ACTION
           MOVE IP-CARRIER-NAME TO DL-CARRIER
           MOVE IP-POLICY-NO    TO DL-POLICY-NO
           MOVE IP-EXPIRY-DATE  TO DL-EXPIRY
           MOVE WS-FP-PREMIUM   TO DL-PREMIUM
           MOVE WS-REFUND       TO DL-REFUND
           MOVE WS-OLD-ESC-PMT  TO DL-OLD-PMT
           MOVE WS-NEW-ESC-PMT  TO DL-NEW-PMT
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-REJECT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE IT-LOAN-ID      TO DL-LOAN-ID
           MOVE "REJECTED"      TO DL-ACTION
           MOVE WS-REJECT-TEXT  TO DL-CARRIER
           MOVE IT-POLICY-NO    TO DL-POLICY-NO
           MOVE ZEROS           TO DL-EXPIRY DL-PREMIUM DL-REFUND
                                   DL-OLD-PMT DL-NEW-PMT
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

       PRINT-INS-TOTALS.
           IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "POLICIES SWEPT"         TO CL-LABEL
           MOVE WS-POLICIES-SWEPT        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "POLICIES STARTED FROM PAYEES" TO CL-LABEL
           MOVE WS-POLICIES-STARTED      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "RENEWALS FROM PAYEE BILLS" TO CL-LABEL
           MOVE WS-POLICIES-RENEWED      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "DECLARATIONS APPLIED"   TO CL-LABEL
           MOVE WS-TXNS-APPLIED          TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "DECLARATIONS REJECTED"  TO CL-LABEL
           MOVE WS-TXNS-REJECTED         TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "FIRST NOTICES"          TO CL-LABEL
           MOVE WS-FIRST-NOTICES         TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "SECOND NOTICES"         TO CL-LABEL
           MOVE WS-SECOND-NOTICES        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "COVERAGE PLACED"        TO TL-LABEL
           MOVE WS-PLACEMENTS            TO TL-COUNT
           MOVE WS-TOT-PREMIUM           TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "PLACED COVERAGE CANCELLED" TO TL-LABEL
           MOVE WS-CANCELLATIONS         TO TL-COUNT
           MOVE WS-TOT-REFUND            TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 10 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-TOTALS.

      *    ONE LINE FOR EACH COMPANY THE RUN COVERS.
       PRINT-COMPANY-TOTALS.
           IF WS-LINE-COUNT + WS-CO-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-TOTAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       PRINT-COMPANY-TOTAL.
           IF WS-RUN-COMPANY = SPACES
                   OR WS-RUN-COMPANY = WS-CO-CODE(WS-CO-IX)
               MOVE WS-CO-CODE(WS-CO-IX)       TO CTL-COMPANY-CODE
               MOVE WS-CO-NOTICES(WS-CO-IX)    TO CTL-NOTICES
               MOVE WS-CO-PLACEMENTS(WS-CO-IX) TO CTL-PLACEMENTS
               MOVE WS-CO-PREMIUM(WS-CO-IX)    TO CTL-PREMIUM
               MOVE WS-CO-CANCELS(WS-CO-IX)    TO CTL-CANCELS
               MOVE WS-CO-REFUND(WS-CO-IX)     TO CTL-REFUND
               WRITE PRINT-LINE FROM COMPANY-TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTINS: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTINS: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           CLOSE INSURANCE-POLICY-FILE
           CLOSE LOAN-MASTER-FILE
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           CLOSE ESCROW-LEDGER-FILE
           CLOSE RECOVERY-JOURNAL-FILE
           IF NOT NO-STORE-ON-FILE
               CLOSE SCHEDULE-STORE-FILE
           END-IF
           CLOSE NOTICE-EXTRACT-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTINS" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-POLICIES-SWEPT TO RC-RECORDS-IN
           MOVE WS-NOTICES-WRITTEN TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTINS: " WS-POLICIES-SWEPT " POLICIES, "
                   WS-FIRST-NOTICES " FIRST NOTICES, "
                   WS-SECOND-NOTICES " SECOND NOTICES, "
                   WS-PLACEMENTS " PLACED, "
                   WS-CANCELLATIONS " CANCELLED"
           IF WS-POLICIES-PASSED > ZERO OR WS-TXNS-PASSED > ZERO
               DISPLAY "AMORTINS: " WS-POLICIES-PASSED " POLICIES, "
                       WS-TXNS-PASSED " DECLARATIONS FOR OTHER "
                       "COMPANIES PASSED OVER"
           END-IF.

       END PROGRAM AMORTINS.
