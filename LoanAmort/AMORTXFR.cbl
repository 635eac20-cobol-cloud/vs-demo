       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTXFR.
       REMARKS. SERVICING TRANSFER-OUT (DEBOARDING) RUN FOR LOANS WHOSE
               SERVICING HAS BEEN SOLD. THE PARAMETER CARD NAMES THE
               TRANSFER DATE AND THE SERVICER TAKING OVER (ID, NAME,
               PAYMENT ADDRESS, TOLL-FREE NUMBER) AND OUR OWN ID, NAME,
               AND TOLL-FREE NUMBER FOR THE NOTICE; THE LIST FILE NAMES
               THE LOANS. THE LOANS ARE TRANSFERRED ONE SERVICING
               COMPANY AT A TIME, IN COMPANY-TABLE ORDER, EACH
               COMPANY'S AS A HEADER-TO-TRAILER GROUP OF ITS OWN ON THE
               TAPE THAT NAMES THE COMPANY AS THE SERVICER
               TRANSFERRING THEM; THE COMPANY'S NAME, SERVICER ID, AND
               TOLL-FREE NUMBER FROM THE COMPANY TABLE GO ON ITS TAPE
               HEADER AND NOTICES, THE CARD'S OWN ID, NAME, AND NUMBER
               STANDING IN ONLY FOR WHAT THE TABLE LEAVES BLANK. THE
               OPTIONAL COMPANY-SELECTION CARD (COMPSEL) LIMITS THE RUN
               TO ONE COMPANY, AND A LISTED LOAN OF ANY OTHER IS
               REJECTED. FOR EACH ACTIVE LOAN ON THE LIST THE RUN
               WRITES THE TRANSFER TAPE - THE MASTER TERMS WITH THE
               LOAN'S POSITION (UNPAID PRINCIPAL, NEXT PAYMENT, ROLLED
               LATE FEE, SUSPENSE, ESCROW BALANCE, FEES OWED), EVERY
               BORROWER'S NAME AND ADDRESS, THE WHOLE PAYMENT-HISTORY
               LEDGER, THE ESCROW BALANCE OF RECORD WITH EACH PAYEE
               BILL NOT YET DISBURSED, EVERY FEE ON THE FEE LEDGER, AND
               THE MODIFICATION HISTORY (ARM RESET TERMS RIDE ON THE
               LOAN RECORD) - BETWEEN A HEADER AND A TRAILER OF CONTROL
               TOTALS (SEE XFRTAPE). EACH BORROWER OF RECORD, BUT NOT
               AN AUTHORIZED USER, GETS THE NOTICE OF SERVICING
               TRANSFER, ONE PER PAGE, AND THE LOAN IS MARKED
               TRANSFERRED OUT WITH THE TRANSFER DATE AND NEW SERVICER
               ON THE MASTER (JOURNALED FOR FORWARD RECOVERY). BILLING,
               ACH DRAFTING, AND POSTING STOP AT THE TRANSFER DATE; A
               PAYMENT DATED AFTER IT GOES TO THE POSTING RUN'S
               FORWARDING QUEUE. THE RUN MAY GO AHEAD OF THE TRANSFER
               DATE SO THE NOTICES MAIL IN TIME; RUN AGAIN WITH THE
               SAME CARD ON THE TRANSFER DATE, A LOAN ALREADY MARKED
               FOR THE SAME TRANSFER IS WRITTEN TO THE TAPE AGAIN AS
               OF THAT DAY WITHOUT A SECOND NOTICE. A LOAN NOT ON
               FILE, NOT ACTIVE, OR ALREADY MARKED FOR ANOTHER TRANSFER
               IS REJECTED ON THE CONTROL LISTING, WHICH CLOSES EACH
               COMPANY'S LOANS WITH THE CONTROL TOTALS OF ITS TAPE
               GROUP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-PARM-FILE ASSIGN TO "XFRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT XFER-LIST-FILE ASSIGN TO "XFRLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO "BORRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ESCROW-LEDGER-FILE ASSIGN TO "ESCRLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT TERMS-HISTORY-FILE ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECVJ-STATUS.

           SELECT TRANSFER-TAPE-FILE ASSIGN TO "XFRTAPE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAPE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "XFRLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT PRINT-FILE ASSIGN TO "XFRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    REQUIRED - THE TRANSFER DATE IS THE LAST DAY WE SERVICE THE
      *    LOANS; THE NEW SERVICER TAKES PAYMENTS FROM THE DAY AFTER.
       FD  XFER-PARM-FILE.
       01  XFER-PARM-RECORD.
           05 XC-TRANSFER-DATE      PIC 9(08).
           05 XC-OUR-SERVICER-ID    PIC X(08).
           05 XC-OUR-SERVICER-NAME  PIC X(30).
           05 XC-OUR-PHONE          PIC X(12).
           05 XC-NEW-SERVICER-ID    PIC X(08).
           05 XC-NEW-SERVICER-NAME  PIC X(30).
           05 XC-NEW-ADDRESS-1      PIC X(30).
           05 XC-NEW-ADDRESS-2      PIC X(30).
           05 XC-NEW-CITY           PIC X(20).
           05 XC-NEW-STATE          PIC X(02).
           05 XC-NEW-ZIP            PIC X(09).
           05 XC-NEW-PHONE          PIC X(12).

       FD  XFER-LIST-FILE.
       01  XFER-LIST-RECORD.
           05 XR-LOAN-ID            PIC X(10).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  PAYEE-MASTER-FILE.
       COPY PAYEEMST.

       FD  FEE-LEDGER-FILE.
       COPY FEELEDG.

       FD  TERMS-HISTORY-FILE.
       COPY TERMHIST.

       FD  RECOVERY-JOURNAL-FILE.
       COPY RCVYJRNL.

       FD  TRANSFER-TAPE-FILE.
       COPY XFRTAPE.

       FD  LETTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LETTER-LINE                  PIC X(132).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-LIST-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-LEDGER-STATUS          PIC X(02).
       01 WS-PAYEE-STATUS           PIC X(02).
       01 WS-FEE-STATUS             PIC X(02).
       01 WS-TERMS-STATUS           PIC X(02).
       01 WS-RECVJ-STATUS           PIC X(02).
       01 WS-TAPE-STATUS            PIC X(02).
       01 WS-LETTER-STATUS          PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-LIST-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-LIST                      VALUE "Y".
       01 WS-PAYEE-EOF-SW           PIC X(01) VALUE "N".
          88 END-OF-PAYEES                    VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 END-OF-HISTORY                   VALUE "Y".
       01 WS-LEDGER-EOF-SW          PIC X(01).
          88 END-OF-LEDGER                    VALUE "Y".
       01 WS-FEE-EOF-SW             PIC X(01).
          88 END-OF-FEES                      VALUE "Y".
       01 WS-TERMS-EOF-SW           PIC X(01).
          88 END-OF-TERMS                     VALUE "Y".
       01 WS-BORR-EOF-SW            PIC X(01).
          88 END-OF-BORROWERS                 VALUE "Y".
       01 WS-BORR-FOUND-SW          PIC X(01).
          88 BORROWER-ON-FILE                 VALUE "Y".
       01 WS-NO-BORRFILE-SW         PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".
       01 WS-NO-HIST-SW             PIC X(01) VALUE "N".
          88 NO-HISTORY-ON-FILE               VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-NO-FEEFILE-SW          PIC X(01) VALUE "N".
          88 NO-FEE-FILE                      VALUE "Y".
       01 WS-NO-TERMSFILE-SW        PIC X(01) VALUE "N".
          88 NO-TERMS-FILE                    VALUE "Y".
       01 WS-DISBURSED-SW           PIC X(01).
          88 BILL-ALREADY-PAID                VALUE "Y".

      *    WHAT BECOMES OF EACH LOAN ON THE LIST - A NEW TRANSFER, THE
      *    SAME TRANSFER WRITTEN AGAIN, OR A REJECT.
       01 WS-LOAN-ACTION-SW         PIC X(01).
          88 NEW-TRANSFER                     VALUE "N".
          88 REPEAT-TRANSFER                  VALUE "R".
          88 LOAN-REJECTED                    VALUE "X".

       01 WS-LIST-READ              PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-TRANSFERRED      PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-REPEATED         PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-REJECTED         PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-ON-TAPE          PIC 9(9) COMP VALUE ZERO.
       01 WS-TAPE-RECORDS           PIC 9(9) COMP VALUE ZERO.
       01 WS-PAYMENT-RECORDS        PIC 9(9) COMP VALUE ZERO.
       01 WS-LETTERS-WRITTEN        PIC 9(9) COMP VALUE ZERO.
       01 WS-LETTERS-THIS-LOAN      PIC 9(4) COMP.
       01 WS-PMTS-THIS-LOAN         PIC 9(4) COMP.
       01 WS-TOT-PRINCIPAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-ESCROW             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-SUSPENSE           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-FEES               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-PENDING            PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    THE COMPANY BEING TRANSFERRED, AS ITS TAPE HEADER AND
      *    NOTICES NAME IT, AND THE CONTROL TOTALS OF ITS TAPE GROUP.
       01 WS-TAPE-GROUP-SW          PIC X(01).
          88 TAPE-GROUP-OPEN                  VALUE "Y".
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".
       01 WS-SELECT-CODE            PIC X(02).
       01 WS-RUN-COMPANY            PIC X(02).
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-PASS-COUNT             PIC S9(4) COMP VALUE ZERO.
       01 WS-FROM-SERVICER-ID       PIC X(08).
       01 WS-FROM-SERVICER-NAME     PIC X(40).
       01 WS-FROM-PHONE             PIC X(12).
       01 WS-CO-LISTED              PIC 9(9) COMP.
       01 WS-CO-TRANSFERRED         PIC 9(9) COMP.
       01 WS-CO-REPEATED            PIC 9(9) COMP.
       01 WS-CO-REJECTED            PIC 9(9) COMP.
       01 WS-CO-LETTERS             PIC 9(9) COMP.
       01 WS-CO-LOANS-ON-TAPE       PIC 9(9) COMP.
       01 WS-CO-TAPE-RECORDS        PIC 9(9) COMP.
       01 WS-CO-PRINCIPAL           PIC S9(13)V99 COMP-3.
       01 WS-CO-ESCROW              PIC S9(13)V99 COMP-3.
       01 WS-CO-SUSPENSE            PIC S9(13)V99 COMP-3.
       01 WS-CO-FEES                PIC S9(13)V99 COMP-3.
       01 WS-CO-PENDING             PIC S9(13)V99 COMP-3.

      *    THE LOANS ON THE LIST WITH THE COMPANY EACH IS TRANSFERRED
      *    UNDER - BLANK FOR ONE REJECTED BEFORE ANY COMPANY'S PASS -
      *    AND THE PAYEE BILLS FOR THOSE LOANS.
       01 WS-XL-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 WS-XL-MAX                 PIC S9(4) COMP VALUE 2000.
       01 WS-XL-IX                  PIC S9(4) COMP.
       01 WS-XFER-LIST-TABLE.
           03 WS-XL-ENTRY OCCURS 2000.
               05 WS-XL-LOAN-ID     PIC X(10).
               05 WS-XL-COMPANY     PIC X(02).

       01 WS-PY-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 WS-PY-MAX                 PIC S9(4) COMP VALUE 5000.
       01 WS-PY-IX                  PIC S9(4) COMP.
       01 WS-PAYEE-TABLE.
           03 WS-PY-ENTRY OCCURS 5000.
               05 WS-PY-LOAN-ID     PIC X(10).
               05 WS-PY-PAYEE-ID    PIC X(08).
               05 WS-PY-PAYEE-NAME  PIC X(30).
               05 WS-PY-BILL-TYPE   PIC X(01).
               05 WS-PY-DUE-DATE    PIC 9(08).
               05 WS-PY-AMOUNT      PIC 9(7)V99.

      *    THE BILLS THE ESCROW LEDGER SHOWS ALREADY PAID FOR THE LOAN
      *    IN HAND - PAYEE AND BILL DUE DATE, AS THE DISBURSEMENT RUN
      *    MATCHES THEM.
       01 WS-DB-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 WS-DB-MAX                 PIC S9(4) COMP VALUE 500.
       01 WS-DB-IX                  PIC S9(4) COMP.
       01 WS-DISBURSED-TABLE.
           03 WS-DB-ENTRY OCCURS 500.
               05 WS-DB-PAYEE-ID    PIC X(08).
               05 WS-DB-DUE-DATE    PIC 9(08).

      *    THE LOAN'S POSITION FOR ITS TAPE RECORD.
       01 WS-LOAN-ID                PIC X(10).
       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-LAST-PAID-DATE         PIC 9(8).
       01 WS-MISSED-STREAK          PIC S9(4) COMP.
       01 WS-ROLLED-FEE             PIC S9(7)V99 COMP-3.
       01 WS-SUSPENSE               PIC S9(9)V99 COMP-3.
       01 WS-SI-PRINCIPAL           PIC S9(9)V99 COMP-3.
       01 WS-SI-SEEN-SW             PIC X(01).
          88 SI-BALANCE-SEEN                  VALUE "Y".
       01 WS-PRINCIPAL-BAL          PIC S9(9)V99 COMP-3.
       01 WS-NEXT-DUE-NO            PIC S9(4) COMP.
       01 WS-NEXT-DUE-DATE          PIC 9(8).
       01 WS-NEXT-PAYMENT           PIC S9(7)V99 COMP-3.
       01 WS-ESCROW-BAL             PIC S9(9)V99 COMP-3.
       01 WS-ESCROW-LAST-DATE       PIC 9(8).
       01 WS-MONTHLY-ESCROW         PIC S9(7)V99 COMP-3.
       01 WS-PENDING-COUNT          PIC S9(4) COMP.
       01 WS-PENDING-TOTAL          PIC S9(9)V99 COMP-3.
       01 WS-FEES-OWED              PIC S9(9)V99 COMP-3.
       01 WS-FEE-OUTSTANDING        PIC S9(7)V99 COMP-3.
       01 WS-STEP-IX                PIC S9(4) COMP.
       01 WS-REJECT-TEXT            PIC X(20).
       01 WS-BEFORE-IMAGE           PIC X(400).

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-NEW-START-DATE         PIC 9(8).
       01 WS-DATE-INT               PIC S9(9) COMP.

       01 WS-DATE-WORK              PIC 9(8).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).

      *    THE NOTICE OF SERVICING TRANSFER - THE OPENING AND CLOSING
      *    PARAGRAPHS AROUND THE DATES AND THE TWO SERVICERS' DETAILS.
       01 WS-BODY-IX                PIC S9(2) COMP.
       01 WS-NOTICE-OPENING.
           03 FILLER PIC X(60) VALUE
              "THE SERVICING OF YOUR MORTGAGE LOAN - THE RIGHT TO".
           03 FILLER PIC X(60) VALUE
              "COLLECT YOUR PAYMENTS - IS BEING TRANSFERRED. THE".
           03 FILLER PIC X(60) VALUE
              "TRANSFER DOES NOT CHANGE THE TERMS OF YOUR LOAN,".
           03 FILLER PIC X(60) VALUE
              "ONLY WHO SERVICES IT. YOUR NEW SERVICER AND THE".
           03 FILLER PIC X(60) VALUE
              "DATES THAT APPLY TO YOU ARE SHOWN BELOW.".
       01 WS-NOTICE-OPENING-R REDEFINES WS-NOTICE-OPENING.
           03 WS-OPENING-LINE PIC X(60) OCCURS 5.
       01 WS-NOTICE-CLOSING.
           03 FILLER PIC X(60) VALUE
              "FOR 60 DAYS FROM THE TRANSFER DATE, A PAYMENT YOU".
           03 FILLER PIC X(60) VALUE
              "SEND TO US BY MISTAKE ON OR BEFORE ITS DUE DATE".
           03 FILLER PIC X(60) VALUE
              "WILL NOT BE TREATED AS LATE OR CHARGED A LATE FEE;".
           03 FILLER PIC X(60) VALUE
              "WE WILL FORWARD IT TO YOUR NEW SERVICER. AUTOMATIC".
           03 FILLER PIC X(60) VALUE
              "DRAFTS FROM US END ON THE TRANSFER DATE - ARRANGE".
           03 FILLER PIC X(60) VALUE
              "ANY NEW DRAFT WITH YOUR NEW SERVICER.".
       01 WS-NOTICE-CLOSING-R REDEFINES WS-NOTICE-CLOSING.
           03 WS-CLOSING-LINE PIC X(60) OCCURS 6.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.
       01 WS-LETTER-PAGE-NO         PIC 9(04) COMP VALUE ZERO.

       01 LTR-HL1.
           05 FILLER          PIC X(32)
               VALUE "NOTICE OF SERVICING TRANSFER".
           05 FILLER          PIC X(10) VALUE "LOAN NO: ".
           05 LHL1-LOAN-NO     PIC X(12).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 LHL1-PAGE-NO     PIC ZZZ9.
           05 FILLER          PIC X(60) VALUE SPACES.

       01 LTR-HL2.
           05 FILLER          PIC X(10) VALUE "BORROWER: ".
           05 LHL2-BORROWER    PIC X(30).
           05 FILLER          PIC X(92) VALUE SPACES.

      *    THE MAILING ADDRESS BLOCK FROM THE BORROWER MASTER - ONE
      *    FREE-FORM LINE AT A TIME, SO THE LETTER WINDOWS THE WAY
      *    THE MAIL HOUSE EXPECTS.
       01 ADDRESS-LINE.
           05 ADL-TEXT          PIC X(50).
           05 FILLER            PIC X(82) VALUE SPACES.
       01 WS-CITY-STATE-ZIP     PIC X(50).

       01 BODY-LINE.
           05 BDL-TEXT          PIC X(60).
           05 FILLER            PIC X(72) VALUE SPACES.

       01 TEXT-LINE.
           05 TXL-LABEL         PIC X(30).
           05 TXL-TEXT          PIC X(50).
           05 FILLER            PIC X(52) VALUE SPACES.

       01 DATE-LINE.
           05 DTL-LABEL         PIC X(30).
           05 DTL-MM            PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 DTL-DD            PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 DTL-YYYY          PIC 9(04).
           05 FILLER            PIC X(92) VALUE SPACES.

       01 HL1.
           05 FILLER          PIC X(42)
               VALUE "SERVICING TRANSFER-OUT - TRANSFER DATE ".
           05 HL1-XFER-DATE    PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 HL1-COMPANY-NAME PIC X(40) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE SPACES.

       01 HL2.
           05 FILLER          PIC X(14) VALUE "NEW SERVICER: ".
           05 HL2-SERVICER-ID  PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 HL2-SERVICER-NAME PIC X(30).
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "RUN DATE ".
           05 HL2-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(50) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(22)  VALUE "ACTION".
           05 FILLER PIC X(16)  VALUE "PRINCIPAL BAL".
           05 FILLER PIC X(16)  VALUE "ESCROW BAL".
           05 FILLER PIC X(13)  VALUE "SUSPENSE".
           05 FILLER PIC X(12)  VALUE "FEES OWED".
           05 FILLER PIC X(12)  VALUE "PENDING DSB".
           05 FILLER PIC X(06)  VALUE "PMTS".
           05 FILLER PIC X(03)  VALUE "LTR".
           05 FILLER PIC X(20)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-ACTION         PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-ESCROW         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-SUSPENSE       PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-FEES           PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PENDING        PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PAYMENTS       PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-LETTERS        PIC ZZ9.
           05 FILLER            PIC X(20) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 TL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(80) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       01 COMPANY-TOTAL-HEADING.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTH-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(122)
               VALUE " TAPE GROUP CONTROL TOTALS".

       01 ALL-COMPANIES-LINE.
           05 FILLER            PIC X(30)
               VALUE "ALL COMPANIES".
           05 FILLER            PIC X(102) VALUE SPACES.

       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-TRANSFER-LIST
           PERFORM LOAD-PAYEE-BILLS
           PERFORM SCREEN-ONE-LIST-LOAN
               VARYING WS-XL-IX FROM 1 BY 1
                   UNTIL WS-XL-IX > WS-XL-COUNT
           PERFORM TRANSFER-ONE-COMPANY
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           PERFORM PRINT-XFER-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTXFR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM READ-XFER-PARMS
           PERFORM SELECT-RUN-COMPANY
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
      *    ANY LEDGER NOT YET ON FILE SIMPLY HAS NOTHING TO CARRY.
           OPEN INPUT BORROWER-MASTER-FILE
           IF WS-BORR-STATUS = "35"
               SET NO-BORROWER-FILE TO TRUE
           ELSE
               IF WS-BORR-STATUS NOT = "00"
                   DISPLAY "AMORTXFR: ERROR OPENING BORROWER MASTER"
                   DISPLAY "AMORTXFR: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               SET NO-HISTORY-ON-FILE TO TRUE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "AMORTXFR: ERROR OPENING PAYMENT HISTORY"
                   DISPLAY "AMORTXFR: FILE STATUS " WS-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ESCROW-LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               SET NO-LEDGER-ON-FILE TO TRUE
           ELSE
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "AMORTXFR: ERROR OPENING ESCROW LEDGER"
                   DISPLAY "AMORTXFR: FILE STATUS " WS-LEDGER-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT FEE-LEDGER-FILE
           IF WS-FEE-STATUS = "35"
               SET NO-FEE-FILE TO TRUE
           ELSE
               IF WS-FEE-STATUS NOT = "00"
                   DISPLAY "AMORTXFR: ERROR OPENING FEE LEDGER"
                   DISPLAY "AMORTXFR: FILE STATUS " WS-FEE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT TERMS-HISTORY-FILE
           IF WS-TERMS-STATUS = "35"
               SET NO-TERMS-FILE TO TRUE
           ELSE
               IF WS-TERMS-STATUS NOT = "00"
                   DISPLAY "AMORTXFR: ERROR OPENING TERMS HISTORY"
                   DISPLAY "AMORTXFR: FILE STATUS " WS-TERMS-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND RECOVERY-JOURNAL-FILE
           IF WS-RECVJ-STATUS = "35"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR OPENING RECOVERY JOURNAL"
               DISPLAY "AMORTXFR: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSFER-TAPE-FILE
           IF WS-TAPE-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR OPENING TRANSFER TAPE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-TAPE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR OPENING LETTER PRINT FILE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-LETTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    NO CARD, OR A CARD WITHOUT A REAL TRANSFER DATE OR A NEW
      *    SERVICER, STOPS THE RUN BEFORE ANYTHING IS MARKED.
       READ-XFER-PARMS.
           OPEN INPUT XFER-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR OPENING TRANSFER PARAMETER "
                       "CARD"
               DISPLAY "AMORTXFR: FILE STATUS " WS-PARM-STATUS
               STOP RUN
           END-IF
           READ XFER-PARM-FILE
               AT END
                   DISPLAY "AMORTXFR: TRANSFER PARAMETER CARD IS EMPTY"
                   STOP RUN
           END-READ
           CLOSE XFER-PARM-FILE
           IF XC-TRANSFER-DATE IS NOT NUMERIC
                   OR XC-TRANSFER-DATE < 19000101
                   OR XC-NEW-SERVICER-ID = SPACES
               DISPLAY "AMORTXFR: TRANSFER DATE OR NEW SERVICER "
                       "MISSING FROM PARAMETER CARD"
               STOP RUN
           END-IF
           COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(XC-TRANSFER-DATE) + 1
           COMPUTE WS-NEW-START-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN TRANSFERRING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTXFR: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE   TO WS-SELECT-CODE
           MOVE CMP-COMPANY-COUNT TO WS-CO-COUNT
           IF WS-SELECT-CODE NOT = SPACES
               DISPLAY "AMORTXFR: RUN LIMITED TO COMPANY "
                       WS-SELECT-CODE
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS ONE THIS RUN COVERS. A COMPANY THE TABLE
      *    DOES NOT KNOW STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTXFR: ABEND - LOAN " WS-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           IF CMP-SELECTED
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

       LOAD-TRANSFER-LIST.
           OPEN INPUT XFER-LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR OPENING TRANSFER LIST FILE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-LIST-STATUS
               STOP RUN
           END-IF
           PERFORM READ-LIST-RECORD
           PERFORM LOAD-ONE-LIST-RECORD
               UNTIL END-OF-LIST
           CLOSE XFER-LIST-FILE.

       READ-LIST-RECORD.
           READ XFER-LIST-FILE
               AT END
                   SET END-OF-LIST TO TRUE
           END-READ
           IF NOT END-OF-LIST AND WS-LIST-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR READING TRANSFER LIST FILE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-LIST-STATUS
               STOP RUN
           END-IF.

       LOAD-ONE-LIST-RECORD.
           ADD 1 TO WS-LIST-READ
           IF XR-LOAN-ID NOT = SPACES
               IF WS-XL-COUNT >= WS-XL-MAX
                   DISPLAY "AMORTXFR: TRANSFER LIST EXCEEDS "
                           WS-XL-MAX " LOANS"
                   STOP RUN
               END-IF
               ADD 1 TO WS-XL-COUNT
               MOVE XR-LOAN-ID TO WS-XL-LOAN-ID(WS-XL-COUNT)
               MOVE SPACES     TO WS-XL-COMPANY(WS-XL-COUNT)
           END-IF
           PERFORM READ-LIST-RECORD.

      *    THE PAYEE MASTER IS NOT KEYED BY LOAN - ONE PASS PICKS UP
      *    EVERY BILL BELONGING TO A LOAN ON THE LIST.
       LOAD-PAYEE-BILLS.
           OPEN INPUT PAYEE-MASTER-FILE
           IF WS-PAYEE-STATUS = "35"
               SET END-OF-PAYEES TO TRUE
           ELSE
               IF WS-PAYEE-STATUS NOT = "00"
                   DISPLAY "AMORTXFR: ERROR OPENING PAYEE MASTER FILE"
                   DISPLAY "AMORTXFR: FILE STATUS " WS-PAYEE-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-PAYEE-RECORD
           END-IF
           PERFORM LOAD-ONE-PAYEE-BILL
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
               DISPLAY "AMORTXFR: ERROR READING PAYEE MASTER FILE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-PAYEE-STATUS
               STOP RUN
           END-IF.

       LOAD-ONE-PAYEE-BILL.
           IF PM-DUE-DATE IS NUMERIC AND PM-AMOUNT IS NUMERIC
               PERFORM SKIP-ONE-LIST-ENTRY
                   VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > WS-XL-COUNT
                          OR WS-XL-LOAN-ID(WS-STEP-IX) = PM-LOAN-ID
               IF WS-STEP-IX <= WS-XL-COUNT
                   IF WS-PY-COUNT >= WS-PY-MAX
                       DISPLAY "AMORTXFR: PAYEE BILLS EXCEED "
                               WS-PY-MAX " FOR THE LIST"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PY-COUNT
                   MOVE PM-LOAN-ID    TO WS-PY-LOAN-ID(WS-PY-COUNT)
                   MOVE PM-PAYEE-ID   TO WS-PY-PAYEE-ID(WS-PY-COUNT)
                   MOVE PM-PAYEE-NAME TO WS-PY-PAYEE-NAME(WS-PY-COUNT)
                   MOVE PM-BILL-TYPE  TO WS-PY-BILL-TYPE(WS-PY-COUNT)
                   MOVE PM-DUE-DATE   TO WS-PY-DUE-DATE(WS-PY-COUNT)
                   MOVE PM-AMOUNT     TO WS-PY-AMOUNT(WS-PY-COUNT)
               END-IF
           END-IF
           PERFORM READ-PAYEE-RECORD.

       SKIP-ONE-LIST-ENTRY.
           CONTINUE.

      *    EVERY LOAN ON THE LIST IS SORTED TO ITS COMPANY BEFORE ANY
      *    COMPANY'S PASS. A LOAN NOT ON FILE, OR OF A COMPANY THE RUN
      *    DOES NOT COVER, IS REJECTED HERE AND TAKES PART IN NO PASS;
      *    A LOAN UNDER A COMPANY THE TABLE DOES NOT KNOW STOPS THE RUN
      *    BEFORE ANY LOAN IS MARKED.
       SCREEN-ONE-LIST-LOAN.
           MOVE WS-XL-LOAN-ID(WS-XL-IX) TO WS-LOAN-ID
           MOVE WS-LOAN-ID TO LM-LOAN-ID
           MOVE SPACES TO WS-REJECT-TEXT
           READ LOAN-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-TEXT
               WHEN WS-MASTER-STATUS NOT = "00"
                   DISPLAY "AMORTXFR: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTXFR: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN OTHER
                   MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
                   PERFORM CHECK-RUN-COMPANY
                   IF IN-RUN-COMPANY
                       MOVE CMP-COMPANY-CODE
                           TO WS-XL-COMPANY(WS-XL-IX)
                   ELSE
                       MOVE "NOT IN RUN COMPANY" TO WS-REJECT-TEXT
                   END-IF
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
               SET LOAN-REJECTED TO TRUE
               ADD 1 TO WS-LOANS-REJECTED
               PERFORM PRINT-REJECT-LINE
           END-IF.

      *    ONE PASS DOWN THE LIST FOR ONE COMPANY THAT HAS LOANS ON
      *    IT - ITS OWN GROUP ON THE TAPE, ITS OWN PAGES OF THE
      *    CONTROL LISTING, AND ITS OWN CONTROL TOTALS.
       TRANSFER-ONE-COMPANY.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE WS-CO-IX TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTXFR: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CM-COMPANY-CODE TO WS-RUN-COMPANY
           MOVE ZERO TO WS-CO-LISTED
           PERFORM COUNT-ONE-COMPANY-LOAN
               VARYING WS-XL-IX FROM 1 BY 1
                   UNTIL WS-XL-IX > WS-XL-COUNT
           IF WS-CO-LISTED > ZERO
               PERFORM RUN-COMPANY-PASS
           END-IF.

       COUNT-ONE-COMPANY-LOAN.
           IF WS-XL-COMPANY(WS-XL-IX) = WS-RUN-COMPANY
               ADD 1 TO WS-CO-LISTED
           END-IF.

       RUN-COMPANY-PASS.
           ADD 1 TO WS-PASS-COUNT
           PERFORM SET-TRANSFERRING-COMPANY
           MOVE ZERO  TO WS-CO-TRANSFERRED WS-CO-REPEATED
                         WS-CO-REJECTED WS-CO-LETTERS
                         WS-CO-LOANS-ON-TAPE WS-CO-TAPE-RECORDS
           MOVE ZEROS TO WS-CO-PRINCIPAL WS-CO-ESCROW WS-CO-SUSPENSE
                         WS-CO-FEES WS-CO-PENDING
           MOVE "N" TO WS-TAPE-GROUP-SW
           MOVE 99 TO WS-LINE-COUNT
           PERFORM DEBOARD-ONE-LOAN
               VARYING WS-XL-IX FROM 1 BY 1
                   UNTIL WS-XL-IX > WS-XL-COUNT
           IF TAPE-GROUP-OPEN
               PERFORM WRITE-TAPE-TRAILER
           END-IF
           PERFORM PRINT-COMPANY-TOTALS
           DISPLAY "AMORTXFR: COMPANY " WS-RUN-COMPANY " - "
                   WS-CO-TRANSFERRED " TRANSFERRED, "
                   WS-CO-REPEATED " REWRITTEN, "
                   WS-CO-REJECTED " REJECTED, "
                   WS-CO-TAPE-RECORDS " TAPE RECORDS".

      *    THE COMPANY TRANSFERRING THE LOANS, AS THE TAPE HEADER AND
      *    THE NOTICES NAME IT. WHAT THE COMPANY TABLE LEAVES BLANK -
      *    ALL OF IT, WHEN THERE IS NO TABLE - COMES FROM THE CARD.
       SET-TRANSFERRING-COMPANY.
           MOVE CM-SERVICER-ID   TO WS-FROM-SERVICER-ID
           IF WS-FROM-SERVICER-ID = SPACES
               MOVE XC-OUR-SERVICER-ID TO WS-FROM-SERVICER-ID
           END-IF
           MOVE CM-COMPANY-NAME  TO WS-FROM-SERVICER-NAME
           IF WS-FROM-SERVICER-NAME = SPACES
               MOVE XC-OUR-SERVICER-NAME TO WS-FROM-SERVICER-NAME
           END-IF
           MOVE CM-SERVICE-PHONE TO WS-FROM-PHONE
           IF WS-FROM-PHONE = SPACES
               MOVE XC-OUR-PHONE TO WS-FROM-PHONE
           END-IF
           MOVE "COMPANY "            TO HL1-CO-LABEL
           MOVE WS-RUN-COMPANY        TO HL1-COMPANY
           MOVE WS-FROM-SERVICER-NAME TO HL1-COMPANY-NAME.

      *    THE COMPANY'S TAPE GROUP OPENS WITH ITS FIRST LOAN.
       WRITE-TAPE-HEADER.
           MOVE SPACES TO XFER-HEADER-RECORD
           MOVE "H"                   TO XH-RECORD-TYPE
           MOVE WS-FROM-SERVICER-ID   TO XH-FROM-SERVICER-ID
           MOVE WS-FROM-SERVICER-NAME TO XH-FROM-SERVICER-NAME
           MOVE XC-NEW-SERVICER-ID    TO XH-TO-SERVICER-ID
           MOVE XC-NEW-SERVICER-NAME  TO XH-TO-SERVICER-NAME
           MOVE XC-TRANSFER-DATE      TO XH-TRANSFER-DATE
           MOVE WS-RUN-DATE           TO XH-CREATED-DATE
           WRITE XFER-HEADER-RECORD
           SET TAPE-GROUP-OPEN TO TRUE
           PERFORM CHECK-TAPE-STATUS.

       DEBOARD-ONE-LOAN.
           IF WS-XL-COMPANY(WS-XL-IX) = WS-RUN-COMPANY
               PERFORM DEBOARD-COMPANY-LOAN
           END-IF.

       DEBOARD-COMPANY-LOAN.
           MOVE WS-XL-LOAN-ID(WS-XL-IX) TO WS-LOAN-ID
           MOVE WS-LOAN-ID TO LM-LOAN-ID
           MOVE SPACES TO WS-REJECT-TEXT
           READ LOAN-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS NOT = "00"
                   DISPLAY "AMORTXFR: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTXFR: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN LM-TRANSFERRED-OUT
                       AND LM-XFERDATE = XC-TRANSFER-DATE
                       AND LM-XFERSERVICER = XC-NEW-SERVICER-ID
                   SET REPEAT-TRANSFER TO TRUE
               WHEN LM-TRANSFERRED-OUT
                   MOVE "ALREADY TRANSFERRED" TO WS-REJECT-TEXT
               WHEN NOT LM-ACTIVE
                   MOVE "LOAN NOT ACTIVE" TO WS-REJECT-TEXT
               WHEN OTHER
                   SET NEW-TRANSFER TO TRUE
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
               SET LOAN-REJECTED TO TRUE
               ADD 1 TO WS-LOANS-REJECTED WS-CO-REJECTED
               PERFORM PRINT-REJECT-LINE
           ELSE
               PERFORM BUILD-LOAN-POSITION
               IF NOT TAPE-GROUP-OPEN
                   PERFORM WRITE-TAPE-HEADER
               END-IF
               PERFORM WRITE-LOAN-TO-TAPE
               MOVE ZERO TO WS-LETTERS-THIS-LOAN
               IF NEW-TRANSFER
                   PERFORM SEND-TO-EVERY-BORROWER
                   PERFORM MARK-LOAN-TRANSFERRED
                   ADD 1 TO WS-LOANS-TRANSFERRED WS-CO-TRANSFERRED
               ELSE
                   ADD 1 TO WS-LOANS-REPEATED WS-CO-REPEATED
               END-IF
               PERFORM PRINT-LOAN-LINE
           END-IF.

      *    ------------------------------------------------------------
      *    THE LOAN'S POSITION - THE LEDGERS FIRST, THEN THE SCHEDULE
      *    FOR THE PRINCIPAL STILL OWED AND THE NEXT PAYMENT.
      *    ------------------------------------------------------------
       BUILD-LOAN-POSITION.
           PERFORM SCAN-PAYMENT-HISTORY
           PERFORM SCAN-ESCROW-LEDGER
           PERFORM TOTAL-PENDING-BILLS
           PERFORM TOTAL-FEES-OWED
           COMPUTE WS-MONTHLY-ESCROW ROUNDED =
                (LM-ANNUALTAXAMT + LM-ANNUALINSAMT) / 12
           MOVE LM-PRINCIPAL TO WS-PRINCIPAL-BAL
           MOVE ZEROS TO WS-NEXT-DUE-DATE WS-NEXT-PAYMENT
           COMPUTE WS-NEXT-DUE-NO = WS-LAST-POSTED-NO + 1
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               PERFORM LOAD-LOANINFO-FROM-MASTER
               CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
               CANCEL "AMORTSTOR"
               IF WS-LAST-POSTED-NO >= 1
                       AND WS-LAST-POSTED-NO <= LOANTERM
                   MOVE OUTBALANCENUM(WS-LAST-POSTED-NO)
                       TO WS-PRINCIPAL-BAL
               ELSE
                   MOVE OUTORIGPRINCIPAL TO WS-PRINCIPAL-BAL
               END-IF
               IF WS-NEXT-DUE-NO >= 1 AND WS-NEXT-DUE-NO <= LOANTERM
                   MOVE OUTAMOUNTDUE(WS-NEXT-DUE-NO) TO WS-NEXT-PAYMENT
                   MOVE "D"                 TO DDP-FUNCTION
                   MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
                   MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
                   MOVE WS-NEXT-DUE-NO      TO DDP-PAYMENT-NO
                   CALL "DUEDATE" USING DUEDATE-PARMS
                   MOVE DDP-DUE-DATE        TO WS-NEXT-DUE-DATE
               END-IF
           END-IF
      *    A SIMPLE-INTEREST NOTE KEEPS ITS RUNNING PRINCIPAL ON THE
      *    LEDGER RATHER THAN THE SCHEDULE.
           IF LM-SIMPLE-INTEREST AND SI-BALANCE-SEEN
               MOVE WS-SI-PRINCIPAL TO WS-PRINCIPAL-BAL
           END-IF.

       SCAN-PAYMENT-HISTORY.
           MOVE ZERO  TO WS-LAST-POSTED-NO WS-MISSED-STREAK
           MOVE ZEROS TO WS-LAST-PAID-DATE WS-ROLLED-FEE WS-SUSPENSE
                         WS-SI-PRINCIPAL
           MOVE "N" TO WS-SI-SEEN-SW
           PERFORM START-PAYMENT-HISTORY
           PERFORM SCAN-ONE-HISTORY-RECORD
               UNTIL END-OF-HISTORY.

       START-PAYMENT-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SW
           IF NO-HISTORY-ON-FILE
               SET END-OF-HISTORY TO TRUE
           ELSE
               MOVE WS-LOAN-ID TO PH-LOAN-ID
               MOVE ZEROS      TO PH-PAYMENT-NO
               START PAYMENT-HISTORY-FILE KEY >= PH-KEY
               IF WS-HIST-STATUS NOT = "00"
                   SET END-OF-HISTORY TO TRUE
               END-IF
           END-IF.

       READ-NEXT-HISTORY.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-HISTORY AND WS-HIST-STATUS NOT = "00"
               SET END-OF-HISTORY TO TRUE
           END-IF
           IF NOT END-OF-HISTORY AND PH-LOAN-ID NOT = WS-LOAN-ID
               SET END-OF-HISTORY TO TRUE
           END-IF.

       SCAN-ONE-HISTORY-RECORD.
           PERFORM READ-NEXT-HISTORY
           IF NOT END-OF-HISTORY AND PH-PAYMENT-NO > ZERO
               MOVE PH-PAYMENT-NO       TO WS-LAST-POSTED-NO
               MOVE PH-ACTUAL-PAID-DATE TO WS-LAST-PAID-DATE
               MOVE PH-LATE-FEE         TO WS-ROLLED-FEE
               MOVE PH-SUSPENSE-BAL     TO WS-SUSPENSE
               MOVE PH-MISSED-STREAK    TO WS-MISSED-STREAK
               IF PH-PRINCIPAL-BAL IS NUMERIC
                       AND PH-PRINCIPAL-BAL NOT = ZERO
                   MOVE PH-PRINCIPAL-BAL TO WS-SI-PRINCIPAL
                   SET SI-BALANCE-SEEN TO TRUE
               END-IF
           END-IF.

      *    THE LAST ESCROW LEDGER RECORD IS THE BALANCE OF RECORD; THE
      *    DISBURSEMENTS ON THE WAY TO IT SAY WHICH BILLS ARE PAID, AND
      *    A VOID OF ONE OF THEIR CHECKS SAYS THE BILL IS OWED AGAIN.
       SCAN-ESCROW-LEDGER.
           MOVE ZEROS TO WS-ESCROW-BAL WS-ESCROW-LAST-DATE
           MOVE ZERO  TO WS-DB-COUNT
           PERFORM START-ESCROW-LEDGER
           PERFORM SCAN-ONE-LEDGER-RECORD
               UNTIL END-OF-LEDGER.

       START-ESCROW-LEDGER.
           MOVE "N" TO WS-LEDGER-EOF-SW
           IF NO-LEDGER-ON-FILE
               SET END-OF-LEDGER TO TRUE
           ELSE
               MOVE WS-LOAN-ID TO EL-LOAN-ID
               MOVE ZEROS      TO EL-SEQ-NO
               START ESCROW-LEDGER-FILE KEY >= EL-KEY
               IF WS-LEDGER-STATUS NOT = "00"
                   SET END-OF-LEDGER TO TRUE
               END-IF
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
               IF EL-LOAN-ID NOT = WS-LOAN-ID
                   SET END-OF-LEDGER TO TRUE
               ELSE
                   MOVE EL-BALANCE   TO WS-ESCROW-BAL
                   MOVE EL-TRAN-DATE TO WS-ESCROW-LAST-DATE
                   IF (EL-TAX-DISBURSE OR EL-INS-DISBURSE)
                           AND WS-DB-COUNT < WS-DB-MAX
                       ADD 1 TO WS-DB-COUNT
                       MOVE EL-PAYEE-ID
                           TO WS-DB-PAYEE-ID(WS-DB-COUNT)
                       MOVE EL-BILL-DUE-DATE
                           TO WS-DB-DUE-DATE(WS-DB-COUNT)
                   END-IF
                   IF EL-CHECK-VOID
                       PERFORM UNMATCH-ONE-DISBURSEMENT
                           VARYING WS-DB-IX FROM 1 BY 1
                               UNTIL WS-DB-IX > WS-DB-COUNT
                   END-IF
               END-IF
           END-IF.

       TOTAL-PENDING-BILLS.
           MOVE ZERO  TO WS-PENDING-COUNT
           MOVE ZEROS TO WS-PENDING-TOTAL
           PERFORM TOTAL-ONE-PENDING-BILL
               VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PY-COUNT.

       TOTAL-ONE-PENDING-BILL.
           IF WS-PY-LOAN-ID(WS-PY-IX) = WS-LOAN-ID
               PERFORM CHECK-BILL-DISBURSED
               IF NOT BILL-ALREADY-PAID
                   ADD 1 TO WS-PENDING-COUNT
                   ADD WS-PY-AMOUNT(WS-PY-IX) TO WS-PENDING-TOTAL
               END-IF
           END-IF.

       CHECK-BILL-DISBURSED.
           MOVE "N" TO WS-DISBURSED-SW
           PERFORM MATCH-ONE-DISBURSEMENT
               VARYING WS-DB-IX FROM 1 BY 1
                   UNTIL WS-DB-IX > WS-DB-COUNT
                      OR BILL-ALREADY-PAID.

       MATCH-ONE-DISBURSEMENT.
           IF WS-DB-PAYEE-ID(WS-DB-IX) = WS-PY-PAYEE-ID(WS-PY-IX)
                   AND WS-DB-DUE-DATE(WS-DB-IX)
                       = WS-PY-DUE-DATE(WS-PY-IX)
               SET BILL-ALREADY-PAID TO TRUE
           END-IF.

       UNMATCH-ONE-DISBURSEMENT.
           IF WS-DB-PAYEE-ID(WS-DB-IX) = EL-PAYEE-ID
                   AND WS-DB-DUE-DATE(WS-DB-IX) = EL-BILL-DUE-DATE
               MOVE SPACES TO WS-DB-PAYEE-ID(WS-DB-IX)
               MOVE ZEROS  TO WS-DB-DUE-DATE(WS-DB-IX)
           END-IF.

       TOTAL-FEES-OWED.
           MOVE ZEROS TO WS-FEES-OWED
           PERFORM START-FEE-LEDGER
           PERFORM TOTAL-ONE-FEE
               UNTIL END-OF-FEES.

       START-FEE-LEDGER.
           MOVE "N" TO WS-FEE-EOF-SW
           IF NO-FEE-FILE
               SET END-OF-FEES TO TRUE
           ELSE
               MOVE WS-LOAN-ID TO FL-LOAN-ID
               MOVE ZEROS      TO FL-SEQ-NO
               START FEE-LEDGER-FILE KEY >= FL-KEY
               IF WS-FEE-STATUS NOT = "00"
                   SET END-OF-FEES TO TRUE
               END-IF
           END-IF.

       READ-NEXT-FEE.
           READ FEE-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-FEES TO TRUE
           END-READ
           IF NOT END-OF-FEES AND WS-FEE-STATUS NOT = "00"
               SET END-OF-FEES TO TRUE
           END-IF
           IF NOT END-OF-FEES AND FL-LOAN-ID NOT = WS-LOAN-ID
               SET END-OF-FEES TO TRUE
           END-IF.

       TOTAL-ONE-FEE.
           PERFORM READ-NEXT-FEE
           IF NOT END-OF-FEES AND FL-FEE-ASSESSED
               COMPUTE WS-FEE-OUTSTANDING =
                    FL-AMOUNT - FL-PAID - FL-WAIVED
               ADD WS-FEE-OUTSTANDING TO WS-FEES-OWED
           END-IF.

      *    ------------------------------------------------------------
      *    THE LOAN'S RECORDS ON THE TAPE, IN THE ORDER XFRTAPE SHOWS.
      *    ------------------------------------------------------------
       WRITE-LOAN-TO-TAPE.
           PERFORM WRITE-LOAN-RECORD
           PERFORM WRITE-BORROWER-RECORDS
           PERFORM WRITE-PAYMENT-RECORDS
           PERFORM WRITE-ESCROW-RECORD
           PERFORM WRITE-DISBURSEMENT-RECORD
               VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PY-COUNT
           PERFORM WRITE-FEE-RECORDS
           PERFORM WRITE-MODIFICATION-RECORDS
           ADD 1 TO WS-LOANS-ON-TAPE WS-CO-LOANS-ON-TAPE
           ADD WS-PRINCIPAL-BAL TO WS-TOT-PRINCIPAL WS-CO-PRINCIPAL
           ADD WS-ESCROW-BAL    TO WS-TOT-ESCROW    WS-CO-ESCROW
           ADD WS-SUSPENSE      TO WS-TOT-SUSPENSE  WS-CO-SUSPENSE
           ADD WS-FEES-OWED     TO WS-TOT-FEES      WS-CO-FEES
           ADD WS-PENDING-TOTAL TO WS-TOT-PENDING   WS-CO-PENDING.

       WRITE-LOAN-RECORD.
           MOVE SPACES TO XFER-LOAN-RECORD
           MOVE "L"                 TO XL-RECORD-TYPE
           MOVE LM-LOAN-ID          TO XL-LOAN-ID
           MOVE LM-LOAN-NUMBER      TO XL-LOAN-NUMBER
           MOVE LM-BORROWER-NAME    TO XL-BORROWER-NAME
           MOVE LM-PRINCIPAL        TO XL-PRINCIPAL
           MOVE LM-LOANTERM         TO XL-LOANTERM
           MOVE LM-RATE             TO XL-RATE
           MOVE LM-IOMONTHS         TO XL-IOMONTHS
           MOVE LM-PMTFREQCODE      TO XL-PMTFREQCODE
           MOVE LM-BALLOONTERM      TO XL-BALLOONTERM
           MOVE LM-FIRSTPAYMENTDATE TO XL-FIRSTPAYMENTDATE
           MOVE LM-FUNDINGDATE      TO XL-FUNDINGDATE
           MOVE LM-DAYCOUNTCODE     TO XL-DAYCOUNTCODE
           MOVE LM-SERVICINGMETHOD  TO XL-SERVICINGMETHOD
           MOVE LM-PROPERTYVALUE    TO XL-PROPERTYVALUE
           MOVE LM-PMIRATE          TO XL-PMIRATE
           MOVE LM-ANNUALTAXAMT     TO XL-ANNUALTAXAMT
           MOVE LM-ANNUALINSAMT     TO XL-ANNUALINSAMT
           MOVE LM-PRODUCTCODE      TO XL-PRODUCTCODE
           MOVE LM-STATECODE        TO XL-STATECODE
           MOVE LM-INVESTOR-ID      TO XL-INVESTOR-ID
           MOVE LM-ARMNUMRESETS     TO XL-ARMNUMRESETS
           MOVE LM-ARMPERIODICCAP   TO XL-ARMPERIODICCAP
           MOVE LM-ARMLIFETIMECAP   TO XL-ARMLIFETIMECAP
           MOVE LM-ARMLIFETIMEFLOOR TO XL-ARMLIFETIMEFLOOR
           MOVE LM-ARMINDEXCODE     TO XL-ARMINDEXCODE
           MOVE LM-ARMMARGIN        TO XL-ARMMARGIN
           MOVE LM-ARMLOOKBACKDAYS  TO XL-ARMLOOKBACKDAYS
           PERFORM MOVE-ONE-TAPE-RESET
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 12
           MOVE LM-MODEFFPMTNO      TO XL-MODEFFPMTNO
           MOVE LM-LEGALSTATUS      TO XL-LEGALSTATUS
           MOVE LM-LEGALSTATUSDATE  TO XL-LEGALSTATUSDATE
           MOVE LM-SCRACAPRATE      TO XL-SCRACAPRATE
           MOVE LM-SCRASTARTDATE    TO XL-SCRASTARTDATE
           MOVE LM-SCRAENDDATE      TO XL-SCRAENDDATE
           MOVE WS-PRINCIPAL-BAL    TO XL-PRINCIPAL-BAL
           MOVE WS-LAST-POSTED-NO   TO XL-LAST-PAID-NO
           MOVE WS-LAST-PAID-DATE   TO XL-LAST-PAID-DATE
           MOVE WS-NEXT-DUE-NO      TO XL-NEXT-DUE-NO
           MOVE WS-NEXT-DUE-DATE    TO XL-NEXT-DUE-DATE
           MOVE WS-NEXT-PAYMENT     TO XL-NEXT-PAYMENT-AMT
           MOVE WS-MISSED-STREAK    TO XL-MISSED-STREAK
           MOVE WS-ROLLED-FEE       TO XL-LATE-FEE
           MOVE WS-SUSPENSE         TO XL-SUSPENSE-BAL
           MOVE WS-ESCROW-BAL       TO XL-ESCROW-BAL
           MOVE WS-FEES-OWED        TO XL-FEES-OUTSTANDING
           WRITE XFER-LOAN-RECORD
           PERFORM CHECK-TAPE-STATUS.

       MOVE-ONE-TAPE-RESET.
           MOVE LM-ARMRESETPMTNO(WS-STEP-IX)
               TO XL-ARMRESETPMTNO(WS-STEP-IX)
           MOVE LM-ARMRESETRATE(WS-STEP-IX)
               TO XL-ARMRESETRATE(WS-STEP-IX).

       WRITE-BORROWER-RECORDS.
           PERFORM START-BORROWERS
           PERFORM WRITE-ONE-BORROWER-RECORD
               UNTIL END-OF-BORROWERS.

       START-BORROWERS.
           MOVE "N" TO WS-BORR-EOF-SW
           IF NO-BORROWER-FILE
               SET END-OF-BORROWERS TO TRUE
           ELSE
               MOVE WS-LOAN-ID TO BR-LOAN-ID
               MOVE ZERO       TO BR-BORROWER-SEQ
               START BORROWER-MASTER-FILE KEY >= BR-KEY
               IF WS-BORR-STATUS NOT = "00"
                   SET END-OF-BORROWERS TO TRUE
               END-IF
           END-IF.

       READ-NEXT-BORROWER.
           READ BORROWER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-BORROWERS TO TRUE
           END-READ
           IF NOT END-OF-BORROWERS AND WS-BORR-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR READING BORROWER MASTER"
               DISPLAY "AMORTXFR: FILE STATUS " WS-BORR-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-BORROWERS AND BR-LOAN-ID NOT = WS-LOAN-ID
               SET END-OF-BORROWERS TO TRUE
           END-IF.

       WRITE-ONE-BORROWER-RECORD.
           PERFORM READ-NEXT-BORROWER
           IF NOT END-OF-BORROWERS
               MOVE SPACES TO XFER-BORROWER-RECORD
               MOVE "B"               TO XB-RECORD-TYPE
               MOVE BR-LOAN-ID        TO XB-LOAN-ID
               MOVE BR-BORROWER-SEQ   TO XB-BORROWER-SEQ
               MOVE BR-LAST-NAME      TO XB-LAST-NAME
               MOVE BR-FIRST-NAME     TO XB-FIRST-NAME
               MOVE BR-MIDDLE-INITIAL TO XB-MIDDLE-INITIAL
               MOVE BR-GENERATION     TO XB-GENERATION
               MOVE BR-SSN            TO XB-SSN
               MOVE BR-ECOA-CODE      TO XB-ECOA-CODE
               MOVE BR-ADDRESS-1      TO XB-ADDRESS-1
               MOVE BR-ADDRESS-2      TO XB-ADDRESS-2
               MOVE BR-CITY           TO XB-CITY
               MOVE BR-STATE          TO XB-STATE
               MOVE BR-ZIP            TO XB-ZIP
               WRITE XFER-BORROWER-RECORD
               PERFORM CHECK-TAPE-STATUS
           END-IF.

      *    A FIELD WRITTEN BEFORE THE SIMPLE-INTEREST COLUMNS EXISTED
      *    HOLDS SPACES - IT GOES ON THE TAPE AS ZERO.
       WRITE-PAYMENT-RECORDS.
           MOVE ZERO TO WS-PMTS-THIS-LOAN
           PERFORM START-PAYMENT-HISTORY
           PERFORM WRITE-ONE-PAYMENT-RECORD
               UNTIL END-OF-HISTORY.

       WRITE-ONE-PAYMENT-RECORD.
           PERFORM READ-NEXT-HISTORY
           IF NOT END-OF-HISTORY AND PH-PAYMENT-NO > ZERO
               MOVE SPACES TO XFER-PAYMENT-RECORD
               MOVE "P"                 TO XP-RECORD-TYPE
               MOVE PH-LOAN-ID          TO XP-LOAN-ID
               MOVE PH-PAYMENT-NO       TO XP-PAYMENT-NO
               MOVE PH-ACTUAL-PAID-DATE TO XP-PAID-DATE
               MOVE PH-ACTUAL-AMOUNT    TO XP-AMOUNT
               MOVE PH-LATE-FEE         TO XP-LATE-FEE
               MOVE PH-MISSED-FLAG      TO XP-MISSED-FLAG
               MOVE PH-MISSED-STREAK    TO XP-MISSED-STREAK
               MOVE PH-SUSPENSE-BAL     TO XP-SUSPENSE-BAL
               MOVE ZEROS TO XP-PRINCIPAL-BAL XP-ACCRUAL-DATE
               IF PH-PRINCIPAL-BAL IS NUMERIC
                   MOVE PH-PRINCIPAL-BAL TO XP-PRINCIPAL-BAL
               END-IF
               IF PH-ACCRUAL-DATE IS NUMERIC
                   MOVE PH-ACCRUAL-DATE  TO XP-ACCRUAL-DATE
               END-IF
               WRITE XFER-PAYMENT-RECORD
               PERFORM CHECK-TAPE-STATUS
               ADD 1 TO WS-PMTS-THIS-LOAN
               ADD 1 TO WS-PAYMENT-RECORDS
           END-IF.

       WRITE-ESCROW-RECORD.
           MOVE SPACES TO XFER-ESCROW-RECORD
           MOVE "E"                 TO XE-RECORD-TYPE
           MOVE WS-LOAN-ID          TO XE-LOAN-ID
           MOVE WS-ESCROW-BAL       TO XE-BALANCE
           MOVE WS-ESCROW-LAST-DATE TO XE-LAST-TRAN-DATE
           MOVE WS-MONTHLY-ESCROW   TO XE-MONTHLY-ESCROW
           MOVE WS-PENDING-COUNT    TO XE-PENDING-COUNT
           MOVE WS-PENDING-TOTAL    TO XE-PENDING-TOTAL
           WRITE XFER-ESCROW-RECORD
           PERFORM CHECK-TAPE-STATUS.

       WRITE-DISBURSEMENT-RECORD.
           IF WS-PY-LOAN-ID(WS-PY-IX) = WS-LOAN-ID
               PERFORM CHECK-BILL-DISBURSED
               IF NOT BILL-ALREADY-PAID
                   MOVE SPACES TO XFER-DISBURSEMENT-RECORD
                   MOVE "D"                      TO XD-RECORD-TYPE
                   MOVE WS-LOAN-ID               TO XD-LOAN-ID
                   MOVE WS-PY-PAYEE-ID(WS-PY-IX) TO XD-PAYEE-ID
                   MOVE WS-PY-PAYEE-NAME(WS-PY-IX) TO XD-PAYEE-NAME
                   MOVE WS-PY-BILL-TYPE(WS-PY-IX) TO XD-BILL-TYPE
                   MOVE WS-PY-DUE-DATE(WS-PY-IX) TO XD-DUE-DATE
                   MOVE WS-PY-AMOUNT(WS-PY-IX)   TO XD-AMOUNT
                   WRITE XFER-DISBURSEMENT-RECORD
                   PERFORM CHECK-TAPE-STATUS
               END-IF
           END-IF.

       WRITE-FEE-RECORDS.
           PERFORM START-FEE-LEDGER
           PERFORM WRITE-ONE-FEE-RECORD
               UNTIL END-OF-FEES.

       WRITE-ONE-FEE-RECORD.
           PERFORM READ-NEXT-FEE
           IF NOT END-OF-FEES AND FL-FEE-ASSESSED
               MOVE SPACES TO XFER-FEE-RECORD
               MOVE "F"              TO XF-RECORD-TYPE
               MOVE FL-LOAN-ID       TO XF-LOAN-ID
               MOVE FL-SEQ-NO        TO XF-FEE-SEQ-NO
               MOVE FL-FEE-TYPE      TO XF-FEE-TYPE
               MOVE FL-TRAN-DATE     TO XF-ASSESS-DATE
               MOVE FL-AMOUNT        TO XF-AMOUNT
               MOVE FL-PAID          TO XF-PAID
               MOVE FL-WAIVED        TO XF-WAIVED
               COMPUTE XF-OUTSTANDING =
                    FL-AMOUNT - FL-PAID - FL-WAIVED
               MOVE FL-ASSESS-REASON TO XF-ASSESS-REASON
               WRITE XFER-FEE-RECORD
               PERFORM CHECK-TAPE-STATUS
           END-IF.

       WRITE-MODIFICATION-RECORDS.
           MOVE "N" TO WS-TERMS-EOF-SW
           IF NO-TERMS-FILE
               SET END-OF-TERMS TO TRUE
           ELSE
               MOVE WS-LOAN-ID TO TH-LOAN-ID
               MOVE ZEROS      TO TH-EFF-PMT-NO
               START TERMS-HISTORY-FILE KEY >= TH-KEY
               IF WS-TERMS-STATUS NOT = "00"
                   SET END-OF-TERMS TO TRUE
               END-IF
           END-IF
           PERFORM WRITE-ONE-MODIFICATION
               UNTIL END-OF-TERMS.

       WRITE-ONE-MODIFICATION.
           READ TERMS-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-TERMS TO TRUE
           END-READ
           IF NOT END-OF-TERMS AND WS-TERMS-STATUS NOT = "00"
               SET END-OF-TERMS TO TRUE
           END-IF
           IF NOT END-OF-TERMS
               IF TH-LOAN-ID NOT = WS-LOAN-ID
                   SET END-OF-TERMS TO TRUE
               ELSE
                   MOVE SPACES TO XFER-MODIFICATION-RECORD
                   MOVE "M"                 TO XM-RECORD-TYPE
                   MOVE TH-LOAN-ID          TO XM-LOAN-ID
                   MOVE TH-EFF-PMT-NO       TO XM-EFF-PMT-NO
                   MOVE TH-MOD-DATE         TO XM-MOD-DATE
                   MOVE TH-PRINCIPAL        TO XM-PRINCIPAL
                   MOVE TH-LOANTERM         TO XM-LOANTERM
                   MOVE TH-RATE             TO XM-RATE
                   MOVE TH-IOMONTHS         TO XM-IOMONTHS
                   MOVE TH-PMTFREQCODE      TO XM-PMTFREQCODE
                   MOVE TH-BALLOONTERM      TO XM-BALLOONTERM
                   MOVE TH-FIRSTPAYMENTDATE TO XM-FIRSTPAYMENTDATE
                   MOVE TH-ANNUALTAXAMT     TO XM-ANNUALTAXAMT
                   MOVE TH-ANNUALINSAMT     TO XM-ANNUALINSAMT
                   MOVE TH-DEFERSTARTNO     TO XM-DEFERSTARTNO
                   MOVE TH-DEFERNUMPMTS     TO XM-DEFERNUMPMTS
                   MOVE TH-DEFERTREATMENT   TO XM-DEFERTREATMENT
                   MOVE TH-ARMNUMRESETS     TO XM-ARMNUMRESETS
                   MOVE TH-ARMINDEXCODE     TO XM-ARMINDEXCODE
                   MOVE TH-ARMMARGIN        TO XM-ARMMARGIN
                   WRITE XFER-MODIFICATION-RECORD
                   PERFORM CHECK-TAPE-STATUS
               END-IF
           END-IF.

      *    THE TRAILER CLOSES THE COMPANY'S GROUP WITH THE GROUP'S
      *    OWN TOTALS, COUNTING ITS HEADER AND ITSELF.
       WRITE-TAPE-TRAILER.
           MOVE SPACES TO XFER-TRAILER-RECORD
           MOVE "T"                 TO XZ-RECORD-TYPE
           MOVE WS-CO-LOANS-ON-TAPE TO XZ-LOAN-COUNT
           COMPUTE XZ-RECORD-COUNT = WS-CO-TAPE-RECORDS + 1
           MOVE WS-CO-PRINCIPAL     TO XZ-PRINCIPAL-TOTAL
           MOVE WS-CO-ESCROW        TO XZ-ESCROW-TOTAL
           MOVE WS-CO-SUSPENSE      TO XZ-SUSPENSE-TOTAL
           MOVE WS-CO-FEES          TO XZ-FEES-TOTAL
           MOVE WS-CO-PENDING       TO XZ-PENDING-TOTAL
           WRITE XFER-TRAILER-RECORD
           PERFORM CHECK-TAPE-STATUS.

      *    EVERY TAPE RECORD IS COUNTED HERE, SO THE TRAILER'S RECORD
      *    COUNT PROVES THE GROUP WAS READ END TO END.
       CHECK-TAPE-STATUS.
           IF WS-TAPE-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR WRITING TRANSFER TAPE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-TAPE-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-TAPE-RECORDS WS-CO-TAPE-RECORDS.

      *    ------------------------------------------------------------
      *    THE NOTICE OF SERVICING TRANSFER - EVERY BORROWER OF RECORD
      *    GETS A COPY; AN AUTHORIZED USER (ECOA CODE 3) OWES NOTHING
      *    AND GETS NONE. A LOAN WITH NO BORROWER RECORD STILL GETS
      *    ONE NOTICE UNDER THE SHORT NAME ON THE MASTER.
      *    ------------------------------------------------------------
       SEND-TO-EVERY-BORROWER.
           PERFORM START-BORROWERS
           PERFORM SEND-TO-ONE-BORROWER
               UNTIL END-OF-BORROWERS
           IF WS-LETTERS-THIS-LOAN = ZERO
               MOVE "N" TO WS-BORR-FOUND-SW
               PERFORM PRINT-ONE-NOTICE
           END-IF.

       SEND-TO-ONE-BORROWER.
           PERFORM READ-NEXT-BORROWER
           IF NOT END-OF-BORROWERS AND BR-ECOA-CODE NOT = "3"
               SET BORROWER-ON-FILE TO TRUE
               PERFORM PRINT-ONE-NOTICE
           END-IF.

       PRINT-ONE-NOTICE.
           IF WS-LETTER-PAGE-NO > ZERO
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-LETTER-PAGE-NO
           MOVE LM-LOAN-NUMBER    TO LHL1-LOAN-NO
           MOVE WS-LETTER-PAGE-NO TO LHL1-PAGE-NO
           WRITE LETTER-LINE FROM LTR-HL1
           MOVE LM-BORROWER-NAME TO LHL2-BORROWER
           WRITE LETTER-LINE FROM LTR-HL2
           PERFORM PRINT-ADDRESS-BLOCK
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           MOVE "DATE OF NOTICE: " TO DTL-LABEL
           PERFORM PRINT-DATE-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM PRINT-OPENING-LINE
               VARYING WS-BODY-IX FROM 1 BY 1
                   UNTIL WS-BODY-IX > 5
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PRESENT SERVICER: " TO TXL-LABEL
           MOVE WS-FROM-SERVICER-NAME TO TXL-TEXT
           PERFORM PRINT-TEXT-LINE
           MOVE XC-TRANSFER-DATE TO WS-DATE-WORK
           MOVE "TRANSFER DATE: " TO DTL-LABEL
           PERFORM PRINT-DATE-LINE
           MOVE XC-TRANSFER-DATE TO WS-DATE-WORK
           MOVE "WE ACCEPT PAYMENTS THROUGH: " TO DTL-LABEL
           PERFORM PRINT-DATE-LINE
           MOVE WS-NEW-START-DATE TO WS-DATE-WORK
           MOVE "NEW SERVICER ACCEPTS FROM: " TO DTL-LABEL
           PERFORM PRINT-DATE-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "SEND PAYMENTS AFTER THAT TO: " TO TXL-LABEL
           MOVE XC-NEW-SERVICER-NAME TO TXL-TEXT
           PERFORM PRINT-TEXT-LINE
           MOVE SPACES TO TXL-LABEL
           MOVE XC-NEW-ADDRESS-1 TO TXL-TEXT
           PERFORM PRINT-TEXT-LINE
           IF XC-NEW-ADDRESS-2 NOT = SPACES
               MOVE XC-NEW-ADDRESS-2 TO TXL-TEXT
               PERFORM PRINT-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-CITY-STATE-ZIP
           STRING FUNCTION TRIM(XC-NEW-CITY) ", "
                  XC-NEW-STATE " " XC-NEW-ZIP
               DELIMITED BY SIZE INTO WS-CITY-STATE-ZIP
           MOVE WS-CITY-STATE-ZIP TO TXL-TEXT
           PERFORM PRINT-TEXT-LINE
           MOVE "NEW SERVICER TOLL-FREE: " TO TXL-LABEL
           MOVE XC-NEW-PHONE TO TXL-TEXT
           PERFORM PRINT-TEXT-LINE
           MOVE "QUESTIONS? CALL US TOLL-FREE: " TO TXL-LABEL
           MOVE SPACES TO TXL-TEXT
           STRING WS-FROM-PHONE "  " WS-FROM-SERVICER-NAME
               DELIMITED BY SIZE INTO TXL-TEXT
           PERFORM PRINT-TEXT-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM PRINT-CLOSING-LINE
               VARYING WS-BODY-IX FROM 1 BY 1
                   UNTIL WS-BODY-IX > 6
           ADD 1 TO WS-LETTERS-THIS-LOAN
           ADD 1 TO WS-LETTERS-WRITTEN WS-CO-LETTERS.

       PRINT-OPENING-LINE.
           MOVE WS-OPENING-LINE(WS-BODY-IX) TO BDL-TEXT
           WRITE LETTER-LINE FROM BODY-LINE
           PERFORM CHECK-LETTER-STATUS.

       PRINT-CLOSING-LINE.
           MOVE WS-CLOSING-LINE(WS-BODY-IX) TO BDL-TEXT
           WRITE LETTER-LINE FROM BODY-LINE
           PERFORM CHECK-LETTER-STATUS.

       PRINT-ADDRESS-BLOCK.
           IF BORROWER-ON-FILE
               MOVE SPACES TO ADL-TEXT
               STRING FUNCTION TRIM(BR-FIRST-NAME) " "
                      FUNCTION TRIM(BR-LAST-NAME)
                   DELIMITED BY SIZE INTO ADL-TEXT
               WRITE LETTER-LINE FROM ADDRESS-LINE
               MOVE BR-ADDRESS-1 TO ADL-TEXT
               WRITE LETTER-LINE FROM ADDRESS-LINE
               IF BR-ADDRESS-2 NOT = SPACES
                   MOVE BR-ADDRESS-2 TO ADL-TEXT
                   WRITE LETTER-LINE FROM ADDRESS-LINE
               END-IF
               MOVE SPACES TO WS-CITY-STATE-ZIP
               STRING FUNCTION TRIM(BR-CITY) ", "
                      BR-STATE " " BR-ZIP
                   DELIMITED BY SIZE INTO WS-CITY-STATE-ZIP
               MOVE WS-CITY-STATE-ZIP TO ADL-TEXT
               WRITE LETTER-LINE FROM ADDRESS-LINE
               PERFORM CHECK-LETTER-STATUS
           END-IF.

       PRINT-TEXT-LINE.
           WRITE LETTER-LINE FROM TEXT-LINE
           PERFORM CHECK-LETTER-STATUS.

       PRINT-DATE-LINE.
           MOVE WS-DW-MM   TO DTL-MM
           MOVE WS-DW-DD   TO DTL-DD
           MOVE WS-DW-YYYY TO DTL-YYYY
           WRITE LETTER-LINE FROM DATE-LINE
           PERFORM CHECK-LETTER-STATUS.

       CHECK-LETTER-STATUS.
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR WRITING LETTER PRINT FILE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-LETTER-STATUS
               STOP RUN
           END-IF.

      *    THE TRANSFER-OUT STATUS, DATE, AND NEW SERVICER GO ON THE
      *    MASTER ONLY ONCE THE TAPE AND NOTICES ARE WRITTEN.
       MARK-LOAN-TRANSFERRED.
           MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
           SET LM-TRANSFERRED-OUT TO TRUE
           MOVE XC-TRANSFER-DATE   TO LM-XFERDATE LM-STATUSDATE
           MOVE XC-NEW-SERVICER-ID TO LM-XFERSERVICER
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR REWRITING LOAN MASTER"
               DISPLAY "AMORTXFR: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD
           MOVE "LOANMAST" TO RJ-FILE-ID
           MOVE "R"        TO RJ-ACTION
           MOVE WS-RUN-DATE TO RJ-RUN-DATE
           MOVE "AMORTXFR" TO RJ-PROGRAM
           MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO RJ-AFTER-IMAGE
           WRITE RECOVERY-JOURNAL-RECORD
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR WRITING RECOVERY JOURNAL"
               DISPLAY "AMORTXFR: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF.

      *    ------------------------------------------------------------
      *    THE CONTROL LISTING - THE LOANS REJECTED BEFORE ANY PASS,
      *    THEN EACH COMPANY'S LOANS ONE LINE APIECE WITH ITS TAPE
      *    GROUP'S CONTROL TOTALS, AND THE RUN'S TOTALS AT THE END.
      *    ------------------------------------------------------------
       PRINT-LOAN-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-LOAN-ID TO DL-LOAN-ID
           IF NEW-TRANSFER
               MOVE "TRANSFERRED" TO DL-ACTION
           ELSE
               MOVE "TAPE REWRITTEN" TO DL-ACTION
           END-IF
           MOVE WS-PRINCIPAL-BAL     TO DL-PRINCIPAL
           MOVE WS-ESCROW-BAL        TO DL-ESCROW
           MOVE WS-SUSPENSE          TO DL-SUSPENSE
           MOVE WS-FEES-OWED         TO DL-FEES
           MOVE WS-PENDING-TOTAL     TO DL-PENDING
           MOVE WS-PMTS-THIS-LOAN    TO DL-PAYMENTS
           MOVE WS-LETTERS-THIS-LOAN TO DL-LETTERS
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-REJECT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-LOAN-ID     TO DL-LOAN-ID
           MOVE WS-REJECT-TEXT TO DL-ACTION
           MOVE ZEROS TO DL-PRINCIPAL DL-ESCROW DL-SUSPENSE DL-FEES
                         DL-PENDING DL-PAYMENTS DL-LETTERS
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
           MOVE XC-TRANSFER-DATE     TO HL1-XFER-DATE
           MOVE WS-PAGE-NO           TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE XC-NEW-SERVICER-ID   TO HL2-SERVICER-ID
           MOVE XC-NEW-SERVICER-NAME TO HL2-SERVICER-NAME
           MOVE WS-RUN-DATE          TO HL2-RUN-DATE
           WRITE PRINT-LINE FROM HL2
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-COMPANY-TOTALS.
           IF WS-LINE-COUNT + 13 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RUN-COMPANY           TO CTH-COMPANY-CODE
           WRITE PRINT-LINE FROM COMPANY-TOTAL-HEADING
           MOVE "LOANS TRANSFERRED"      TO CL-LABEL
           MOVE WS-CO-TRANSFERRED        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS REWRITTEN TO TAPE" TO CL-LABEL
           MOVE WS-CO-REPEATED           TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS REJECTED"         TO CL-LABEL
           MOVE WS-CO-REJECTED           TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "NOTICES PRINTED"        TO CL-LABEL
           MOVE WS-CO-LETTERS            TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "TAPE LOANS"             TO CL-LABEL
           MOVE WS-CO-LOANS-ON-TAPE      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "TAPE RECORDS WITH TRAILER" TO CL-LABEL
           MOVE WS-CO-TAPE-RECORDS       TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "PRINCIPAL BALANCE"      TO TL-LABEL
           MOVE WS-CO-PRINCIPAL          TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ESCROW BALANCE"         TO TL-LABEL
           MOVE WS-CO-ESCROW             TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "SUSPENSE"               TO TL-LABEL
           MOVE WS-CO-SUSPENSE           TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "FEES OUTSTANDING"       TO TL-LABEL
           MOVE WS-CO-FEES               TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "PENDING DISBURSEMENTS"  TO TL-LABEL
           MOVE WS-CO-PENDING            TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 13 TO WS-LINE-COUNT.

      *    A RUN OVER MORE THAN ONE COMPANY ENDS WITH THE TOTALS OF
      *    THEM ALL, UNDER THE LAST COMPANY'S HEADING.
       PRINT-XFER-TOTALS.
           IF WS-LINE-COUNT + 15 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-PASS-COUNT > 1
               WRITE PRINT-LINE FROM ALL-COMPANIES-LINE
           END-IF
           MOVE "LIST RECORDS READ"      TO CL-LABEL
           MOVE WS-LIST-READ             TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS TRANSFERRED"      TO CL-LABEL
           MOVE WS-LOANS-TRANSFERRED     TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS REWRITTEN TO TAPE" TO CL-LABEL
           MOVE WS-LOANS-REPEATED        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS REJECTED"         TO CL-LABEL
           MOVE WS-LOANS-REJECTED        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "NOTICES PRINTED"        TO CL-LABEL
           MOVE WS-LETTERS-WRITTEN       TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "TAPE LOANS"             TO CL-LABEL
           MOVE WS-LOANS-ON-TAPE         TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "TAPE PAYMENT RECORDS"   TO CL-LABEL
           MOVE WS-PAYMENT-RECORDS       TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "TAPE RECORDS WITH TRAILER" TO CL-LABEL
           MOVE WS-TAPE-RECORDS          TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "PRINCIPAL BALANCE"      TO TL-LABEL
           MOVE WS-TOT-PRINCIPAL         TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ESCROW BALANCE"         TO TL-LABEL
           MOVE WS-TOT-ESCROW            TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "SUSPENSE"               TO TL-LABEL
           MOVE WS-TOT-SUSPENSE          TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "FEES OUTSTANDING"       TO TL-LABEL
           MOVE WS-TOT-FEES              TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "PENDING DISBURSEMENTS"  TO TL-LABEL
           MOVE WS-TOT-PENDING           TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTXFR: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTXFR: FILE STATUS " WS-PRINT-STATUS
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
           CLOSE LOAN-MASTER-FILE
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           IF NOT NO-HISTORY-ON-FILE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           IF NOT NO-LEDGER-ON-FILE
               CLOSE ESCROW-LEDGER-FILE
           END-IF
           IF NOT NO-FEE-FILE
               CLOSE FEE-LEDGER-FILE
           END-IF
           IF NOT NO-TERMS-FILE
               CLOSE TERMS-HISTORY-FILE
           END-IF
           CLOSE RECOVERY-JOURNAL-FILE
           CLOSE TRANSFER-TAPE-FILE
           CLOSE LETTER-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTXFR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-LIST-READ TO RC-RECORDS-IN
           MOVE WS-TAPE-RECORDS TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTXFR: " WS-LIST-READ " LISTED, "
                   WS-LOANS-TRANSFERRED " TRANSFERRED, "
                   WS-LOANS-REPEATED " REWRITTEN, "
                   WS-LOANS-REJECTED " REJECTED, "
                   WS-TAPE-RECORDS " TAPE RECORDS".

       END PROGRAM AMORTXFR.
