       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTVFY.
       REMARKS. WEEKLY CROSS-FILE INTEGRITY RUN. THE KEYED FILES THAT
               HANG OFF THE LOAN MASTER - THE PAYMENT-HISTORY AND
               ESCROW LEDGERS, THE SCHEDULE STORE, THE BORROWER
               MASTER, THE TERMS HISTORY, THE BILLED REGISTER, THE
               COLLECTIONS REGISTER, AND THE PAYOFF QUOTE REGISTER -
               ARE EACH WRITTEN BY DIFFERENT RUNS, AND NOTHING ELSE
               PROVES THEY STILL AGREE WITH THE MASTER AND WITH
               THEMSELVES. THIS RUN READS EVERY ONE OF THEM FRONT TO
               BACK AND REPORTS: RECORDS FOR LOANS NOT ON THE MASTER
               OR NUMBERED PAST THE LOAN'S TERM; GAPS IN A LOAN'S
               PAYMENT-HISTORY SEQUENCE; ESCROW LEDGER RECORDS WHOSE
               RUNNING BALANCE IS NOT THE PRIOR BALANCE PLUS OR MINUS
               THE AMOUNT; SCHEDULE-STORE HEADERS LEFT ON CLOSED
               LOANS OR CARRYING A TERM THE MASTER DISAGREES WITH;
               ACTIVE LOANS WITH NO PRIMARY (SEQUENCE 01) BORROWER;
               OPEN PROMISES TO PAY AND PAYOFF QUOTES ON CLOSED LOANS;
               AND TERMS-HISTORY BOUNDARIES THAT DO NOT MATCH THE
               MASTER'S LATEST MODIFICATION PAYMENT NUMBER. EVERY
               FINDING CARRIES A SEVERITY - HIGH FOR ANYTHING THE
               NIGHTLY CHAIN WOULD COMPUTE WRONG FROM, MEDIUM FOR
               ORPHANED OR OUT-OF-RANGE RECORDS THE CHAIN SKIPS PAST,
               LOW FOR HOUSEKEEPING - AND THE SUMMARY PAGE COUNTS EACH
               FINDING AND SAYS WHETHER TO HOLD THE CHAIN. A FILE NOT
               YET CREATED IS NOTED AND ITS CHECKS ARE SKIPPED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ESCROW-LEDGER-FILE ASSIGN TO "ESCRLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-ESCROW-STATUS.

           SELECT SCHEDULE-STORE-FILE ASSIGN TO "SCHEDSTOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-STORE-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO "BORRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT TERMS-HISTORY-FILE ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT BILLED-REGISTER-FILE ASSIGN TO "BILLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BILLED-STATUS.

           SELECT COLLECT-REGISTER-FILE ASSIGN TO "COLLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-LOAN-ID
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT QUOTE-REGISTER-FILE ASSIGN TO "PQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QR-LOAN-ID
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "VFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  SCHEDULE-STORE-FILE.
       COPY SCHEDSTR.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  TERMS-HISTORY-FILE.
       COPY TERMHIST.

       FD  BILLED-REGISTER-FILE.
       01  BILLED-REGISTER-RECORD.
           05 BL-KEY.
               10 BL-LOAN-ID        PIC X(10).
               10 BL-PAYMENT-NO     PIC 9(4).
           05 BL-BILL-DATE          PIC 9(8).

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

       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-ESCROW-STATUS          PIC X(02).
       01 WS-STORE-STATUS           PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-TERMS-STATUS           PIC X(02).
       01 WS-BILLED-STATUS          PIC X(02).
       01 WS-REGISTER-STATUS        PIC X(02).
       01 WS-QUOTE-STATUS           PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

      *    ONE END-OF-FILE SWITCH SERVES EVERY PASS IN TURN - EACH
      *    FILE IS READ TO ITS END BEFORE THE NEXT IS OPENED.
       01 WS-EOF-SW                 PIC X(01).
          88 END-OF-FILE                      VALUE "Y".
       01 WS-ON-MASTER-SW           PIC X(01).
          88 LOAN-ON-MASTER                   VALUE "Y".
       01 WS-ARCHIVE-STUB-SW        PIC X(01).
          88 ARCHIVE-STUB-SEEN                VALUE "Y".
       01 WS-NO-BORR-SW             PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".
       01 WS-NO-TERMS-SW            PIC X(01) VALUE "N".
          88 NO-TERMS-FILE                    VALUE "Y".

      *    THE LOAN WHOSE RECORDS ARE BEING READ - THE MASTER IS LOOKED
      *    UP ONCE PER LOAN, AT THE BREAK.
       01 WS-CUR-LOAN-ID            PIC X(10).
       01 WS-PRIOR-PMT-NO           PIC S9(4) COMP.
       01 WS-EXPECTED-PMT-NO        PIC S9(4) COMP.
       01 WS-PRIOR-ESCROW-BAL       PIC S9(9)V99 COMP-3.
       01 WS-EXPECTED-ESCROW-BAL    PIC S9(9)V99 COMP-3.
       01 WS-TERM-LIMIT             PIC S9(4) COMP.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-LOANS-READ             PIC 9(9) COMP VALUE ZERO.
       01 WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
       01 WS-TOTAL-FINDINGS         PIC 9(9) COMP VALUE ZERO.
       01 WS-HIGH-FINDINGS          PIC 9(9) COMP VALUE ZERO.
       01 WS-MEDIUM-FINDINGS        PIC 9(9) COMP VALUE ZERO.
       01 WS-LOW-FINDINGS           PIC 9(9) COMP VALUE ZERO.
       01 WS-FINDING-IX             PIC 9(02) COMP.
       COPY RUNPARM.

      *    ONE ENTRY PER FINDING CODE, IN CODE ORDER - THE SEVERITY IT
      *    CARRIES AND THE TEXT THAT PRINTS WITH IT. THE COUNTS RUN IN
      *    THE SAME ORDER FOR THE SUMMARY PAGE.
       01 WS-FINDING-COUNTS.
           03 WS-FINDING-COUNT PIC 9(9) COMP OCCURS 20 VALUE ZERO.

       01 WS-FINDING-DEFS.
           03 FILLER PIC X(38)
               VALUE "MED PAYHIST LOAN NOT ON MASTER".
           03 FILLER PIC X(38)
               VALUE "HIGHPAYHIST PAYMENT PAST LOAN TERM".
           03 FILLER PIC X(38)
               VALUE "HIGHPAYHIST PAYMENT NUMBER GAP".
           03 FILLER PIC X(38)
               VALUE "MED ESCRLEDG LOAN NOT ON MASTER".
           03 FILLER PIC X(38)
               VALUE "HIGHESCRLEDG RUNNING BALANCE BREAK".
           03 FILLER PIC X(38)
               VALUE "MED SCHEDSTOR LOAN NOT ON MASTER".
           03 FILLER PIC X(38)
               VALUE "MED SCHEDSTOR ROW PAST LOAN TERM".
           03 FILLER PIC X(38)
               VALUE "LOW SCHEDSTOR HEADER ON CLOSED LOAN".
           03 FILLER PIC X(38)
               VALUE "HIGHSCHEDSTOR TERM NOT MASTER TERM".
           03 FILLER PIC X(38)
               VALUE "MED BORRMAST LOAN NOT ON MASTER".
           03 FILLER PIC X(38)
               VALUE "MED ACTIVE LOAN NO PRIMARY BORROWER".
           03 FILLER PIC X(38)
               VALUE "MED TERMHIST LOAN NOT ON MASTER".
           03 FILLER PIC X(38)
               VALUE "MED TERMHIST BOUNDARY PAST LOAN TERM".
           03 FILLER PIC X(38)
               VALUE "HIGHTERMHIST BOUNDARY NOT MODEFFPMTNO".
           03 FILLER PIC X(38)
               VALUE "MED BILLREG LOAN NOT ON MASTER".
           03 FILLER PIC X(38)
               VALUE "MED BILLREG PAYMENT PAST LOAN TERM".
           03 FILLER PIC X(38)
               VALUE "LOW COLLREG LOAN NOT ON MASTER".
           03 FILLER PIC X(38)
               VALUE "LOW OPEN PROMISE TO PAY ON CLOSED LOAN".
           03 FILLER PIC X(38)
               VALUE "LOW PQREG LOAN NOT ON MASTER".
           03 FILLER PIC X(38)
               VALUE "LOW OPEN PAYOFF QUOTE ON CLOSED LOAN".
       01 WS-FINDING-DEFS-R REDEFINES WS-FINDING-DEFS.
           03 WS-FINDING-DEF OCCURS 20.
               05 WS-FD-SEVERITY    PIC X(04).
               05 WS-FD-TEXT        PIC X(34).

      *    THE FINDING BEING REPORTED. A KEY NUMBER (PAYMENT OR
      *    SEQUENCE) AND AN EXPECTED/FOUND PAIR PRINT ONLY WHERE THE
      *    CHECK HAS THEM.
       01 WS-FND-CODE               PIC 9(02) COMP.
       01 WS-FND-FILE               PIC X(09).
       01 WS-FND-LOAN-ID            PIC X(10).
       01 WS-FND-KEY-SW             PIC X(01).
       01 WS-FND-KEY-NO             PIC 9(06).
       01 WS-FND-VALUES-SW          PIC X(01).
       01 WS-FND-EXPECTED           PIC S9(9)V99 COMP-3.
       01 WS-FND-FOUND              PIC S9(9)V99 COMP-3.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(36)
               VALUE "KEYED FILE INTEGRITY REPORT".
           05 FILLER          PIC X(10) VALUE "RUN DATE: ".
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(62) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(06)  VALUE "SEV".
           05 FILLER PIC X(04)  VALUE "CD".
           05 FILLER PIC X(10)  VALUE "FILE".
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(08)  VALUE "KEY NO".
           05 FILLER PIC X(36)  VALUE "FINDING".
           05 FILLER PIC X(17)  VALUE "       EXPECTED".
           05 FILLER PIC X(39)  VALUE "          FOUND".

       01 DETAIL-LINE.
           05 DL-SEVERITY       PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-CODE           PIC 9(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-FILE           PIC X(09).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-KEY-NO         PIC ZZZZZ9.
           05 DL-KEY-NO-X REDEFINES DL-KEY-NO
                                PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-FINDING        PIC X(34).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-EXPECTED       PIC ZZZ,ZZZ,ZZ9.99-.
           05 DL-EXPECTED-X REDEFINES DL-EXPECTED
                                PIC X(15).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-FOUND          PIC ZZZ,ZZZ,ZZ9.99-.
           05 DL-FOUND-X REDEFINES DL-FOUND
                                PIC X(15).
           05 FILLER            PIC X(24) VALUE SPACES.

       01 NOTE-LINE.
           05 NL-FILE           PIC X(10).
           05 FILLER            PIC X(40)
               VALUE "FILE NOT PRESENT - CHECKS SKIPPED".
           05 FILLER            PIC X(82) VALUE SPACES.

       01 SUMMARY-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "INTEGRITY SUMMARY".
           05 FILLER PIC X(102) VALUE SPACES.

       01 SUMMARY-FINDING-LINE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 SFL-SEVERITY      PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 SFL-CODE          PIC 9(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 SFL-TEXT          PIC X(34).
           05 SFL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(75) VALUE SPACES.

       01 SUMMARY-COUNT-LINE.
           05 SCL-LABEL         PIC X(30).
           05 SCL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       01 DECISION-LINE.
           05 FILLER            PIC X(20) VALUE "NIGHTLY CHAIN: ".
           05 DCL-TEXT          PIC X(60).
           05 FILLER            PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM CHECK-LOAN-MASTER
           PERFORM CHECK-PAYMENT-HISTORY
           PERFORM CHECK-ESCROW-LEDGER
           PERFORM CHECK-SCHEDULE-STORE
           PERFORM CHECK-BORROWER-MASTER
           PERFORM CHECK-TERMS-HISTORY
           PERFORM CHECK-BILLED-REGISTER
           PERFORM CHECK-COLLECT-REGISTER
           PERFORM CHECK-QUOTE-REGISTER
           PERFORM PRINT-SUMMARY
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTVFY" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTVFY: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTVFY: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF
           PERFORM PRINT-PAGE-HEADER.

      *    THE MASTER-DRIVEN CHECKS: EVERY ACTIVE LOAN NEEDS ITS
      *    PRIMARY BORROWER, AND A MODIFIED LOAN NEEDS A TERMS-HISTORY
      *    RECORD AT THE BOUNDARY THE MASTER SAYS ITS LATEST
      *    MODIFICATION TOOK EFFECT.
       CHECK-LOAN-MASTER.
           OPEN INPUT BORROWER-MASTER-FILE
           IF WS-BORR-STATUS = "35"
               SET NO-BORROWER-FILE TO TRUE
               MOVE "BORRMAST" TO NL-FILE
               PERFORM PRINT-NOTE-LINE
           ELSE
               IF WS-BORR-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING BORROWER MASTER"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT TERMS-HISTORY-FILE
           IF WS-TERMS-STATUS = "35"
               SET NO-TERMS-FILE TO TRUE
           ELSE
               IF WS-TERMS-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING TERMS HISTORY"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-TERMS-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-NEXT-MASTER
           PERFORM CHECK-ONE-MASTER-LOAN
               UNTIL END-OF-FILE
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           IF NOT NO-TERMS-FILE
               CLOSE TERMS-HISTORY-FILE
           END-IF.

       READ-NEXT-MASTER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR READING LOAN MASTER FILE"
               DISPLAY "AMORTVFY: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-MASTER-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LM-ACTIVE AND NOT NO-BORROWER-FILE
               MOVE LM-LOAN-ID TO BR-LOAN-ID
               MOVE 01         TO BR-BORROWER-SEQ
               READ BORROWER-MASTER-FILE
               IF WS-BORR-STATUS = "23"
                   MOVE 11          TO WS-FND-CODE
                   MOVE "BORRMAST"  TO WS-FND-FILE
                   MOVE LM-LOAN-ID  TO WS-FND-LOAN-ID
                   MOVE "N" TO WS-FND-KEY-SW WS-FND-VALUES-SW
                   PERFORM RECORD-FINDING
               ELSE
                   IF WS-BORR-STATUS NOT = "00"
                       DISPLAY "AMORTVFY: ERROR READING BORROWER "
                               "MASTER"
                       DISPLAY "AMORTVFY: FILE STATUS " WS-BORR-STATUS
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           IF LM-MODEFFPMTNO > ZERO
               IF NO-TERMS-FILE
                   MOVE "23" TO WS-TERMS-STATUS
               ELSE
                   MOVE LM-LOAN-ID     TO TH-LOAN-ID
                   MOVE LM-MODEFFPMTNO TO TH-EFF-PMT-NO
                   READ TERMS-HISTORY-FILE
               END-IF
               IF WS-TERMS-STATUS = "23"
                   MOVE 14             TO WS-FND-CODE
                   MOVE "TERMHIST"     TO WS-FND-FILE
                   MOVE LM-LOAN-ID     TO WS-FND-LOAN-ID
                   MOVE "Y"            TO WS-FND-KEY-SW
                   MOVE LM-MODEFFPMTNO TO WS-FND-KEY-NO
                   MOVE "N"            TO WS-FND-VALUES-SW
                   PERFORM RECORD-FINDING
               ELSE
                   IF WS-TERMS-STATUS NOT = "00"
                       DISPLAY "AMORTVFY: ERROR READING TERMS HISTORY"
                       DISPLAY "AMORTVFY: FILE STATUS " WS-TERMS-STATUS
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-MASTER.

      *    EVERY LEDGER PASS LOOKS UP THE MASTER ONCE PER LOAN; THE
      *    MASTER RECORD STAYS IN THE BUFFER FOR THE LOAN'S RECORDS.
       LOOKUP-MASTER-LOAN.
           MOVE WS-CUR-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   SET LOAN-ON-MASTER TO TRUE
               WHEN "23"
                   MOVE "N" TO WS-ON-MASTER-SW
               WHEN OTHER
                   DISPLAY "AMORTVFY: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE.

      *    AN ORPHANED LOAN IS REPORTED ONCE PER FILE, AT ITS FIRST
      *    RECORD, NOT ONCE FOR EVERY RECORD IT LEFT BEHIND.
       REPORT-ORPHAN-LOAN.
           MOVE WS-CUR-LOAN-ID TO WS-FND-LOAN-ID
           MOVE "N" TO WS-FND-KEY-SW WS-FND-VALUES-SW
           PERFORM RECORD-FINDING.

      *    PAYMENTS RUN 1, 2, 3 ... WITH NO HOLES, EXCEPT THAT A LOAN
      *    WHOSE HISTORY WAS ARCHIVED (THE PAYMENT-ZERO STUB) MAY HAVE
      *    ANY OR NONE OF IT BACK ON THE LIVE FILE.
       CHECK-PAYMENT-HISTORY.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-CUR-LOAN-ID
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               SET END-OF-FILE TO TRUE
               MOVE "PAYHIST" TO NL-FILE
               PERFORM PRINT-NOTE-LINE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING PAYMENT HISTORY"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-HIST-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-IF
           PERFORM CHECK-ONE-HISTORY-RECORD
               UNTIL END-OF-FILE
           IF WS-HIST-STATUS NOT = "35"
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-HIST-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR READING PAYMENT HISTORY"
               DISPLAY "AMORTVFY: FILE STATUS " WS-HIST-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-HISTORY-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE "PAYHIST" TO WS-FND-FILE
           IF PH-LOAN-ID NOT = WS-CUR-LOAN-ID
               MOVE PH-LOAN-ID TO WS-CUR-LOAN-ID
               MOVE ZERO       TO WS-PRIOR-PMT-NO
               MOVE "N"        TO WS-ARCHIVE-STUB-SW
               PERFORM LOOKUP-MASTER-LOAN
               IF NOT LOAN-ON-MASTER
                   MOVE 01 TO WS-FND-CODE
                   PERFORM REPORT-ORPHAN-LOAN
               END-IF
           END-IF
           IF PH-PAYMENT-NO = ZERO
               IF PH-MISSED-FLAG = "A"
                   SET ARCHIVE-STUB-SEEN TO TRUE
               END-IF
           ELSE
               IF LOAN-ON-MASTER AND PH-PAYMENT-NO > LM-LOANTERM
                   MOVE 02 TO WS-FND-CODE
                   PERFORM REPORT-PAYMENT-PAST-TERM
               END-IF
               COMPUTE WS-EXPECTED-PMT-NO = WS-PRIOR-PMT-NO + 1
               IF PH-PAYMENT-NO NOT = WS-EXPECTED-PMT-NO
                   IF WS-PRIOR-PMT-NO > ZERO
                           OR NOT ARCHIVE-STUB-SEEN
                       MOVE 03                 TO WS-FND-CODE
                       MOVE PH-LOAN-ID         TO WS-FND-LOAN-ID
                       MOVE "Y"                TO WS-FND-KEY-SW
                       MOVE PH-PAYMENT-NO      TO WS-FND-KEY-NO
                       MOVE "Y"                TO WS-FND-VALUES-SW
                       MOVE WS-EXPECTED-PMT-NO TO WS-FND-EXPECTED
                       MOVE PH-PAYMENT-NO      TO WS-FND-FOUND
                       PERFORM RECORD-FINDING
                   END-IF
               END-IF
               MOVE PH-PAYMENT-NO TO WS-PRIOR-PMT-NO
           END-IF
           PERFORM READ-HISTORY-RECORD.

      *    SHARED BY THE PAYMENT-NUMBERED FILES - THE TERM IS THE
      *    EXPECTED VALUE, THE RECORD'S PAYMENT NUMBER WHAT WAS FOUND.
       REPORT-PAYMENT-PAST-TERM.
           MOVE WS-CUR-LOAN-ID   TO WS-FND-LOAN-ID
           MOVE "Y"              TO WS-FND-KEY-SW WS-FND-VALUES-SW
           MOVE LM-LOANTERM      TO WS-FND-EXPECTED
           EVALUATE WS-FND-FILE
               WHEN "PAYHIST"
                   MOVE PH-PAYMENT-NO TO WS-FND-KEY-NO
               WHEN "SCHEDSTOR"
                   MOVE SS-PAYMENT-NO TO WS-FND-KEY-NO
               WHEN "TERMHIST"
                   MOVE TH-EFF-PMT-NO TO WS-FND-KEY-NO
                   MOVE WS-TERM-LIMIT TO WS-FND-EXPECTED
               WHEN OTHER
                   MOVE BL-PAYMENT-NO TO WS-FND-KEY-NO
           END-EVALUATE
           MOVE WS-FND-KEY-NO    TO WS-FND-FOUND
           PERFORM RECORD-FINDING.

      *    COLLECTIONS, REFUNDS, PREMIUM REFUNDS, AND VOIDED CHECKS ADD
      *    THEIR AMOUNT (A PAYOFF REFUND OR A REVERSED COLLECTION IS
      *    CARRIED NEGATIVE); TAX AND INSURANCE DISBURSEMENTS ARE
      *    CARRIED POSITIVE AND TAKE IT AWAY. A LOAN'S FIRST RECORD
      *    STARTS FROM ZERO. AFTER A BREAK THE CHECK CARRIES ON FROM
      *    THE BALANCE THE RECORD SHOWS, SO ONE BAD RECORD IS ONE
      *    FINDING.
       CHECK-ESCROW-LEDGER.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-CUR-LOAN-ID
           OPEN INPUT ESCROW-LEDGER-FILE
           IF WS-ESCROW-STATUS = "35"
               SET END-OF-FILE TO TRUE
               MOVE "ESCRLEDG" TO NL-FILE
               PERFORM PRINT-NOTE-LINE
           ELSE
               IF WS-ESCROW-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING ESCROW LEDGER"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-ESCROW-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-ESCROW-RECORD
           END-IF
           PERFORM CHECK-ONE-ESCROW-RECORD
               UNTIL END-OF-FILE
           IF WS-ESCROW-STATUS NOT = "35"
               CLOSE ESCROW-LEDGER-FILE
           END-IF.

       READ-ESCROW-RECORD.
           READ ESCROW-LEDGER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-ESCROW-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR READING ESCROW LEDGER"
               DISPLAY "AMORTVFY: FILE STATUS " WS-ESCROW-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-ESCROW-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE "ESCRLEDG" TO WS-FND-FILE
           IF EL-LOAN-ID NOT = WS-CUR-LOAN-ID
               MOVE EL-LOAN-ID TO WS-CUR-LOAN-ID
               MOVE ZEROS      TO WS-PRIOR-ESCROW-BAL
               PERFORM LOOKUP-MASTER-LOAN
               IF NOT LOAN-ON-MASTER
                   MOVE 04 TO WS-FND-CODE
                   PERFORM REPORT-ORPHAN-LOAN
               END-IF
           END-IF
           IF EL-TAX-DISBURSE OR EL-INS-DISBURSE
               COMPUTE WS-EXPECTED-ESCROW-BAL =
                    WS-PRIOR-ESCROW-BAL - EL-AMOUNT
           ELSE
               COMPUTE WS-EXPECTED-ESCROW-BAL =
                    WS-PRIOR-ESCROW-BAL + EL-AMOUNT
           END-IF
           IF EL-BALANCE NOT = WS-EXPECTED-ESCROW-BAL
               MOVE 05                     TO WS-FND-CODE
               MOVE EL-LOAN-ID             TO WS-FND-LOAN-ID
               MOVE "Y"                    TO WS-FND-KEY-SW
               MOVE EL-SEQ-NO              TO WS-FND-KEY-NO
               MOVE "Y"                    TO WS-FND-VALUES-SW
               MOVE WS-EXPECTED-ESCROW-BAL TO WS-FND-EXPECTED
               MOVE EL-BALANCE             TO WS-FND-FOUND
               PERFORM RECORD-FINDING
           END-IF
           MOVE EL-BALANCE TO WS-PRIOR-ESCROW-BAL
           PERFORM READ-ESCROW-RECORD.

      *    PAYMENT NUMBER ZERO IS THE HEADER THAT VOUCHES FOR THE
      *    STORED ROWS. A CLOSED LOAN IS NEVER SWEPT AGAIN, SO ITS
      *    HEADER IS DEAD WEIGHT; A HEADER WHOSE TERM DISAGREES WITH
      *    THE MASTER MEANS THE SWEEPS ARE READING A STALE SCHEDULE.
       CHECK-SCHEDULE-STORE.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-CUR-LOAN-ID
           OPEN INPUT SCHEDULE-STORE-FILE
           IF WS-STORE-STATUS = "35"
               SET END-OF-FILE TO TRUE
               MOVE "SCHEDSTOR" TO NL-FILE
               PERFORM PRINT-NOTE-LINE
           ELSE
               IF WS-STORE-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING SCHEDULE STORE"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-STORE-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-STORE-RECORD
           END-IF
           PERFORM CHECK-ONE-STORE-RECORD
               UNTIL END-OF-FILE
           IF WS-STORE-STATUS NOT = "35"
               CLOSE SCHEDULE-STORE-FILE
           END-IF.

       READ-STORE-RECORD.
           READ SCHEDULE-STORE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-STORE-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR READING SCHEDULE STORE"
               DISPLAY "AMORTVFY: FILE STATUS " WS-STORE-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-STORE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE "SCHEDSTOR" TO WS-FND-FILE
           IF SS-LOAN-ID NOT = WS-CUR-LOAN-ID
               MOVE SS-LOAN-ID TO WS-CUR-LOAN-ID
               PERFORM LOOKUP-MASTER-LOAN
               IF NOT LOAN-ON-MASTER
                   MOVE 06 TO WS-FND-CODE
                   PERFORM REPORT-ORPHAN-LOAN
               END-IF
           END-IF
           IF LOAN-ON-MASTER
               IF SS-PAYMENT-NO = ZERO
                   PERFORM CHECK-STORE-HEADER
               ELSE
                   IF SS-PAYMENT-NO > LM-LOANTERM
                       MOVE 07 TO WS-FND-CODE
                       PERFORM REPORT-PAYMENT-PAST-TERM
                   END-IF
               END-IF
           END-IF
           PERFORM READ-STORE-RECORD.

       CHECK-STORE-HEADER.
           MOVE SS-LOAN-ID TO WS-FND-LOAN-ID
           MOVE "N" TO WS-FND-KEY-SW
           IF LM-CLOSED
               MOVE 08  TO WS-FND-CODE
               MOVE "N" TO WS-FND-VALUES-SW
               PERFORM RECORD-FINDING
           END-IF
           IF SS-TERM NOT = LM-LOANTERM
               MOVE 09          TO WS-FND-CODE
               MOVE "Y"         TO WS-FND-VALUES-SW
               MOVE LM-LOANTERM TO WS-FND-EXPECTED
               MOVE SS-TERM     TO WS-FND-FOUND
               PERFORM RECORD-FINDING
           END-IF.

       CHECK-BORROWER-MASTER.
           IF NOT NO-BORROWER-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE SPACES TO WS-CUR-LOAN-ID
               OPEN INPUT BORROWER-MASTER-FILE
               IF WS-BORR-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING BORROWER MASTER"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-BORROWER-RECORD
               PERFORM CHECK-ONE-BORROWER-RECORD
                   UNTIL END-OF-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF.

       READ-BORROWER-RECORD.
           READ BORROWER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-BORR-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR READING BORROWER MASTER"
               DISPLAY "AMORTVFY: FILE STATUS " WS-BORR-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-BORROWER-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE "BORRMAST" TO WS-FND-FILE
           IF BR-LOAN-ID NOT = WS-CUR-LOAN-ID
               MOVE BR-LOAN-ID TO WS-CUR-LOAN-ID
               PERFORM LOOKUP-MASTER-LOAN
               IF NOT LOAN-ON-MASTER
                   MOVE 10 TO WS-FND-CODE
                   PERFORM REPORT-ORPHAN-LOAN
               END-IF
           END-IF
           PERFORM READ-BORROWER-RECORD.

      *    A BOUNDARY MAY SIT ONE PAST THE TERM (NEW TERMS FROM THE
      *    PAYMENT AFTER THE LAST), NO FURTHER; AND NO BOUNDARY MAY LIE
      *    BEYOND THE MASTER'S LATEST MODIFICATION - THE MISSING-
      *    BOUNDARY HALF OF THAT CHECK RAN WITH THE MASTER PASS.
       CHECK-TERMS-HISTORY.
           IF NO-TERMS-FILE
               MOVE "TERMHIST" TO NL-FILE
               PERFORM PRINT-NOTE-LINE
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE SPACES TO WS-CUR-LOAN-ID
               OPEN INPUT TERMS-HISTORY-FILE
               IF WS-TERMS-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING TERMS HISTORY"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-TERMS-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-TERMS-RECORD
               PERFORM CHECK-ONE-TERMS-RECORD
                   UNTIL END-OF-FILE
               CLOSE TERMS-HISTORY-FILE
           END-IF.

       READ-TERMS-RECORD.
           READ TERMS-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-TERMS-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR READING TERMS HISTORY"
               DISPLAY "AMORTVFY: FILE STATUS " WS-TERMS-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-TERMS-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE "TERMHIST" TO WS-FND-FILE
           IF TH-LOAN-ID NOT = WS-CUR-LOAN-ID
               MOVE TH-LOAN-ID TO WS-CUR-LOAN-ID
               PERFORM LOOKUP-MASTER-LOAN
               IF NOT LOAN-ON-MASTER
                   MOVE 12 TO WS-FND-CODE
                   PERFORM REPORT-ORPHAN-LOAN
               END-IF
           END-IF
           IF LOAN-ON-MASTER
               COMPUTE WS-TERM-LIMIT = LM-LOANTERM + 1
               IF TH-EFF-PMT-NO > WS-TERM-LIMIT
                   MOVE 13 TO WS-FND-CODE
                   PERFORM REPORT-PAYMENT-PAST-TERM
               END-IF
               IF TH-EFF-PMT-NO > LM-MODEFFPMTNO
                   MOVE 14             TO WS-FND-CODE
                   MOVE TH-LOAN-ID     TO WS-FND-LOAN-ID
                   MOVE "Y"            TO WS-FND-KEY-SW
                   MOVE TH-EFF-PMT-NO  TO WS-FND-KEY-NO
                   MOVE "Y"            TO WS-FND-VALUES-SW
                   MOVE LM-MODEFFPMTNO TO WS-FND-EXPECTED
                   MOVE TH-EFF-PMT-NO  TO WS-FND-FOUND
                   PERFORM RECORD-FINDING
               END-IF
           END-IF
           PERFORM READ-TERMS-RECORD.

       CHECK-BILLED-REGISTER.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-CUR-LOAN-ID
           OPEN INPUT BILLED-REGISTER-FILE
           IF WS-BILLED-STATUS = "35"
               SET END-OF-FILE TO TRUE
               MOVE "BILLREG" TO NL-FILE
               PERFORM PRINT-NOTE-LINE
           ELSE
               IF WS-BILLED-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING BILLED REGISTER"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-BILLED-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-BILLED-RECORD
           END-IF
           PERFORM CHECK-ONE-BILLED-RECORD
               UNTIL END-OF-FILE
           IF WS-BILLED-STATUS NOT = "35"
               CLOSE BILLED-REGISTER-FILE
           END-IF.

       READ-BILLED-RECORD.
           READ BILLED-REGISTER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-BILLED-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR READING BILLED REGISTER"
               DISPLAY "AMORTVFY: FILE STATUS " WS-BILLED-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-BILLED-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE "BILLREG" TO WS-FND-FILE
           IF BL-LOAN-ID NOT = WS-CUR-LOAN-ID
               MOVE BL-LOAN-ID TO WS-CUR-LOAN-ID
               PERFORM LOOKUP-MASTER-LOAN
               IF NOT LOAN-ON-MASTER
                   MOVE 15 TO WS-FND-CODE
                   PERFORM REPORT-ORPHAN-LOAN
               END-IF
           END-IF
           IF LOAN-ON-MASTER AND BL-PAYMENT-NO > LM-LOANTERM
               MOVE 16 TO WS-FND-CODE
               PERFORM REPORT-PAYMENT-PAST-TERM
           END-IF
           PERFORM READ-BILLED-RECORD.

      *    ONE RECORD PER LOAN; A PROMISE STILL OPEN WHEN THE LOAN HAS
      *    CLOSED WILL NEVER BE KEPT OR BROKEN BY THE COLLECTIONS RUN.
       CHECK-COLLECT-REGISTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT COLLECT-REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               SET END-OF-FILE TO TRUE
               MOVE "COLLREG" TO NL-FILE
               PERFORM PRINT-NOTE-LINE
           ELSE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING COLLECTIONS "
                           "REGISTER"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-REGISTER-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-COLLECT-RECORD
           END-IF
           PERFORM CHECK-ONE-COLLECT-RECORD
               UNTIL END-OF-FILE
           IF WS-REGISTER-STATUS NOT = "35"
               CLOSE COLLECT-REGISTER-FILE
           END-IF.

       READ-COLLECT-RECORD.
           READ COLLECT-REGISTER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-REGISTER-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR READING COLLECTIONS REGISTER"
               DISPLAY "AMORTVFY: FILE STATUS " WS-REGISTER-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-COLLECT-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE "COLLREG"  TO WS-FND-FILE
           MOVE CR-LOAN-ID TO WS-CUR-LOAN-ID
           PERFORM LOOKUP-MASTER-LOAN
           IF NOT LOAN-ON-MASTER
               MOVE 17 TO WS-FND-CODE
               PERFORM REPORT-ORPHAN-LOAN
           ELSE
               IF LM-CLOSED AND CR-PROMISE-OPEN
                   MOVE 18                TO WS-FND-CODE
                   MOVE CR-LOAN-ID        TO WS-FND-LOAN-ID
                   MOVE "N"               TO WS-FND-KEY-SW
                   MOVE "Y"               TO WS-FND-VALUES-SW
                   MOVE ZEROS             TO WS-FND-EXPECTED
                   MOVE CR-PROMISE-AMOUNT TO WS-FND-FOUND
                   PERFORM RECORD-FINDING
               END-IF
           END-IF
           PERFORM READ-COLLECT-RECORD.

      *    THE PAYOFF RUN DELETES A LOAN'S QUOTE WHEN IT RETIRES THE
      *    LOAN, SO ANY QUOTE STILL ON FILE FOR A CLOSED LOAN WAS LEFT
      *    BEHIND BY A LOAN CLOSED SOME OTHER WAY.
       CHECK-QUOTE-REGISTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QUOTE-REGISTER-FILE
           IF WS-QUOTE-STATUS = "35"
               SET END-OF-FILE TO TRUE
               MOVE "PQREG" TO NL-FILE
               PERFORM PRINT-NOTE-LINE
           ELSE
               IF WS-QUOTE-STATUS NOT = "00"
                   DISPLAY "AMORTVFY: ERROR OPENING QUOTE REGISTER"
                   DISPLAY "AMORTVFY: FILE STATUS " WS-QUOTE-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-QUOTE-RECORD
           END-IF
           PERFORM CHECK-ONE-QUOTE-RECORD
               UNTIL END-OF-FILE
           IF WS-QUOTE-STATUS NOT = "35"
               CLOSE QUOTE-REGISTER-FILE
           END-IF.

       READ-QUOTE-RECORD.
           READ QUOTE-REGISTER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-QUOTE-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR READING QUOTE REGISTER"
               DISPLAY "AMORTVFY: FILE STATUS " WS-QUOTE-STATUS
               STOP RUN
           END-IF.

       CHECK-ONE-QUOTE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE "PQREG"    TO WS-FND-FILE
           MOVE QR-LOAN-ID TO WS-CUR-LOAN-ID
           PERFORM LOOKUP-MASTER-LOAN
           IF NOT LOAN-ON-MASTER
               MOVE 19 TO WS-FND-CODE
               PERFORM REPORT-ORPHAN-LOAN
           ELSE
               IF LM-CLOSED
                   MOVE 20           TO WS-FND-CODE
                   MOVE QR-LOAN-ID   TO WS-FND-LOAN-ID
                   MOVE "N"          TO WS-FND-KEY-SW
                   MOVE "Y"          TO WS-FND-VALUES-SW
                   MOVE ZEROS        TO WS-FND-EXPECTED
                   MOVE QR-TOTAL-DUE TO WS-FND-FOUND
                   PERFORM RECORD-FINDING
               END-IF
           END-IF
           PERFORM READ-QUOTE-RECORD.

       RECORD-FINDING.
           ADD 1 TO WS-FINDING-COUNT(WS-FND-CODE)
           ADD 1 TO WS-TOTAL-FINDINGS
           EVALUATE WS-FD-SEVERITY(WS-FND-CODE)
               WHEN "HIGH"
                   ADD 1 TO WS-HIGH-FINDINGS
               WHEN "MED "
                   ADD 1 TO WS-MEDIUM-FINDINGS
               WHEN OTHER
                   ADD 1 TO WS-LOW-FINDINGS
           END-EVALUATE
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-FD-SEVERITY(WS-FND-CODE) TO DL-SEVERITY
           MOVE WS-FND-CODE                 TO DL-CODE
           MOVE WS-FND-FILE                 TO DL-FILE
           MOVE WS-FND-LOAN-ID              TO DL-LOAN-ID
           MOVE WS-FD-TEXT(WS-FND-CODE)     TO DL-FINDING
           IF WS-FND-KEY-SW = "Y"
               MOVE WS-FND-KEY-NO TO DL-KEY-NO
           ELSE
               MOVE SPACES TO DL-KEY-NO-X
           END-IF
           IF WS-FND-VALUES-SW = "Y"
               MOVE WS-FND-EXPECTED TO DL-EXPECTED
               MOVE WS-FND-FOUND    TO DL-FOUND
           ELSE
               MOVE SPACES TO DL-EXPECTED-X DL-FOUND-X
           END-IF
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-NOTE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           WRITE PRINT-LINE FROM NOTE-LINE
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

      *    EVERY FINDING CODE PRINTS, FIRED OR NOT, SO A CLEAN WEEK
      *    READS AS A COLUMN OF ZEROS RATHER THAN AN EMPTY PAGE.
       PRINT-SUMMARY.
           PERFORM PRINT-PAGE-HEADER
           WRITE PRINT-LINE FROM SUMMARY-HEADING-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM PRINT-ONE-FINDING-COUNT
               VARYING WS-FINDING-IX FROM 1 BY 1
                   UNTIL WS-FINDING-IX > 20
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "LOANS ON MASTER:" TO SCL-LABEL
           MOVE WS-LOANS-READ TO SCL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
           MOVE "FILE RECORDS CHECKED:" TO SCL-LABEL
           MOVE WS-RECORDS-READ TO SCL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
           MOVE "HIGH SEVERITY FINDINGS:" TO SCL-LABEL
           MOVE WS-HIGH-FINDINGS TO SCL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
           MOVE "MEDIUM SEVERITY FINDINGS:" TO SCL-LABEL
           MOVE WS-MEDIUM-FINDINGS TO SCL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
           MOVE "LOW SEVERITY FINDINGS:" TO SCL-LABEL
           MOVE WS-LOW-FINDINGS TO SCL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-HIGH-FINDINGS > ZERO
               MOVE "HOLD - RESOLVE HIGH SEVERITY FINDINGS FIRST"
                   TO DCL-TEXT
           ELSE
               MOVE "RELEASE - NO HIGH SEVERITY FINDINGS"
                   TO DCL-TEXT
           END-IF
           WRITE PRINT-LINE FROM DECISION-LINE
           PERFORM CHECK-PRINT-STATUS.

       PRINT-ONE-FINDING-COUNT.
           MOVE WS-FD-SEVERITY(WS-FINDING-IX)  TO SFL-SEVERITY
           MOVE WS-FINDING-IX                  TO SFL-CODE
           MOVE WS-FD-TEXT(WS-FINDING-IX)      TO SFL-TEXT
           MOVE WS-FINDING-COUNT(WS-FINDING-IX) TO SFL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-FINDING-LINE.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTVFY: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTVFY: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           CLOSE LOAN-MASTER-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTVFY" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RECORDS-READ TO RC-RECORDS-IN
           MOVE WS-TOTAL-FINDINGS TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTVFY: " WS-RECORDS-READ " RECORDS CHECKED, "
                   WS-HIGH-FINDINGS " HIGH, "
                   WS-MEDIUM-FINDINGS " MEDIUM, "
                   WS-LOW-FINDINGS " LOW FINDINGS"
           IF WS-HIGH-FINDINGS > ZERO
               DISPLAY "AMORTVFY: HOLD THE NIGHTLY CHAIN - SEE VFYRPT"
           END-IF.

       END PROGRAM AMORTVFY.
