       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTLTR.
       REMARKS. DAILY DELINQUENCY LETTER RUN. WORKS THE MORNING'S
               COLLECTIONS QUEUE FROM THE AGING SWEEP (AMORTAGE) AND
               DECIDES FOR EACH LOAN WHICH NOTICE ITS DAYS PAST DUE
               HAVE EARNED - A LATE NOTICE FROM DAY 16, THE EARLY-
               INTERVENTION (LOSS MITIGATION) LETTER FROM DAY 45, AND
               THE BREACH / DEMAND LETTER FROM DAY 90 (THE THRESHOLDS
               AND THE BREACH CURE PERIOD, THIRTY DAYS BY DEFAULT, CAN
               BE SET ON THE PARAMETER CARD). A DELINQUENCY DRAWS EACH
               NOTICE ONCE: THE KEYED LETTER HISTORY RECORDS EVERY
               NOTICE MAILED BY LOAN, FIRST UNPAID PAYMENT, LETTER,
               AND BORROWER, AND A NOTICE ALREADY ON IT IS NOT SENT
               AGAIN. NO LETTER GOES TO A LOAN UNDER A BANKRUPTCY STAY
               OR A CEASE-AND-DESIST ORDER, OR TO A LOAN NO LONGER
               ACTIVE; A LATE NOTICE OR EARLY-INTERVENTION LETTER IS
               HELD WHILE THE COLLECTIONS REGISTER SHOWS AN OPEN
               PROMISE TO PAY THAT HAS NOT YET COME DUE (A BREACH
               LETTER IS NEVER HELD). THE AMOUNTS COME FROM THE
               LEDGERS - THE AMOUNT PAST DUE ON THE QUEUE, THE ROLLED
               LATE FEE AND SUSPENSE CREDIT ON THE LAST PAYMENT-HISTORY
               RECORD, AND THE MISCELLANEOUS FEES OUTSTANDING ON THE
               FEE LEDGER. EVERY BORROWER ON THE BORROWER MASTER - THE
               PRIMARY BORROWER AND EACH CO-BORROWER, BUT NOT AN
               AUTHORIZED USER - GETS A LETTER, ONE PER PAGE,
               AND A MAIL-HOUSE EXTRACT RECORD, THE SAME WAY THE
               BILLING STATEMENT RUN PRINTS AND EXTRACTS. A LOAN WITH
               NO BORROWER RECORD GETS ONE LETTER UNDER THE SHORT NAME
               ON THE LOAN MASTER AND AN EXTRACT RECORD WITH NO
               ADDRESS, WHICH THE MAIL HOUSE ROUTES TO ITS ADDRESS-
               CORRECTION QUEUE. EVERY LETTER NAMES THE COMPANY THAT
               SERVICES THE LOAN, AND THE EXTRACT CARRIES IT SO THE
               MAIL HOUSE CAN PRINT THE RIGHT LETTERHEAD; THE OPTIONAL
               COMPANY-SELECTION CARD (COMPSEL) LIMITS THE RUN TO ONE
               COMPANY'S LOANS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTR-PARM-FILE ASSIGN TO "LTRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT COLLECT-QUEUE-FILE ASSIGN TO "COLLQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

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

           SELECT BORROWER-MASTER-FILE ASSIGN TO "BORRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT COLLECT-REGISTER-FILE ASSIGN TO "COLLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-LOAN-ID
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT LETTER-HISTORY-FILE ASSIGN TO "LTRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LTRHIST-STATUS.

           SELECT LETTER-EXTRACT-FILE ASSIGN TO "LTREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "LTRPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    OPTIONAL - ANY FIELD LEFT ZERO OR BLANK KEEPS ITS DEFAULT.
       FD  LTR-PARM-FILE.
       01  LTR-PARM-RECORD.
           05 LP-LATE-NOTICE-DAYS   PIC 9(03).
           05 LP-EARLY-INTERV-DAYS  PIC 9(03).
           05 LP-BREACH-DAYS        PIC 9(03).
           05 LP-CURE-DAYS          PIC 9(03).

       FD  COLLECT-QUEUE-FILE.
       01  COLLECT-QUEUE-RECORD.
           05 CQ-LOAN-ID            PIC X(10).
           05 CQ-BORROWER           PIC X(30).
           05 CQ-BUCKET             PIC 9(01).
           05 CQ-DAYS-LATE          PIC 9(05).
           05 CQ-PAST-DUE-AMT       PIC S9(9)V99   COMP-3.
           05 CQ-RUN-DATE           PIC 9(08).
           05 CQ-PAYMENT-NO         PIC 9(04).
           05 CQ-COMPANY-CODE       PIC X(02).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

      *    THE COLLECTIONS REGISTER KEPT BY THE FOLLOW-UP RUN
      *    (AMORTCOL) - READ HERE ONLY FOR AN OPEN PROMISE TO PAY.
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

       FD  LETTER-HISTORY-FILE.
       COPY LTRHIST.

      *    ONE RECORD PER LETTER FOR THE MAIL HOUSE - ONE PER BORROWER
      *    WHEN A LOAN HAS CO-BORROWERS. THE NAME AND ADDRESS ARE
      *    SPACES FOR A LOAN WITH NO BORROWER RECORD.
       FD  LETTER-EXTRACT-FILE.
       01  LETTER-EXTRACT-RECORD.
           05 LX-LOAN-ID            PIC X(10).
           05 LX-LOAN-NUMBER        PIC X(12).
           05 LX-LETTER-CODE        PIC X(02).
           05 LX-BORROWER-SEQ       PIC 9(02).
           05 LX-BORROWER           PIC X(30).
           05 LX-LAST-NAME          PIC X(25).
           05 LX-FIRST-NAME         PIC X(20).
           05 LX-ADDRESS-1          PIC X(30).
           05 LX-ADDRESS-2          PIC X(30).
           05 LX-CITY               PIC X(20).
           05 LX-STATE              PIC X(02).
           05 LX-ZIP                PIC X(09).
           05 LX-PAYMENT-NO         PIC 9(04).
           05 LX-DUE-DATE           PIC 9(08).
           05 LX-DAYS-LATE          PIC 9(05).
           05 LX-PAST-DUE-AMT       PIC S9(9)V99   COMP-3.
           05 LX-LATE-FEE           PIC S9(7)V99   COMP-3.
           05 LX-OTHER-FEES         PIC S9(9)V99   COMP-3.
           05 LX-SUSPENSE-CREDIT    PIC S9(9)V99   COMP-3.
           05 LX-AMOUNT-TO-CURE     PIC S9(9)V99   COMP-3.
           05 LX-CURE-DATE          PIC 9(08).
           05 LX-RUN-DATE           PIC 9(08).
           05 LX-COMPANY-CODE       PIC X(02).
           05 LX-COMPANY-NAME       PIC X(40).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-QUEUE-STATUS           PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-REGISTER-STATUS        PIC X(02).
       01 WS-LTRHIST-STATUS         PIC X(02).
       01 WS-EXTRACT-STATUS         PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-QUEUE                     VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 END-OF-HISTORY                   VALUE "Y".
       01 WS-BORR-EOF-SW            PIC X(01).
          88 END-OF-BORROWERS                 VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-NO-BORRFILE-SW         PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".
       01 WS-NO-REGISTER-SW         PIC X(01) VALUE "N".
          88 NO-REGISTER-ON-FILE              VALUE "Y".
       01 WS-BORR-FOUND-SW          PIC X(01).
          88 BORROWER-ON-FILE                 VALUE "Y".
       01 WS-SENT-SW                PIC X(01).
          88 NOTICE-ALREADY-SENT              VALUE "Y".
       01 WS-HELD-SW                PIC X(01).
          88 PROMISE-PENDING                  VALUE "Y".

      *    THE NOTICE SCHEDULE - DAYS PAST DUE THAT EARN EACH LETTER,
      *    AND THE DAYS A BREACH LETTER GIVES THE BORROWER TO CURE.
       01 WS-LATE-NOTICE-DAYS       PIC S9(4) COMP VALUE 16.
       01 WS-EARLY-INTERV-DAYS      PIC S9(4) COMP VALUE 45.
       01 WS-BREACH-DAYS            PIC S9(4) COMP VALUE 90.
       01 WS-CURE-DAYS              PIC S9(4) COMP VALUE 30.

       01 WS-QUEUE-READ             PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-NOTICED          PIC 9(9) COMP VALUE ZERO.
       01 WS-LETTERS-WRITTEN        PIC 9(9) COMP VALUE ZERO.
       01 WS-LETTERS-THIS-LOAN      PIC 9(4) COMP.
       01 WS-NOT-YET-DUE            PIC 9(9) COMP VALUE ZERO.
       01 WS-ALREADY-SENT           PIC 9(9) COMP VALUE ZERO.
       01 WS-SUPPRESSED-LEGAL       PIC 9(9) COMP VALUE ZERO.
       01 WS-HELD-PROMISE           PIC 9(9) COMP VALUE ZERO.
       01 WS-NOT-ACTIVE             PIC 9(9) COMP VALUE ZERO.
       01 WS-OTHER-COMPANY          PIC 9(9) COMP VALUE ZERO.
       01 WS-LETTER-COUNT           PIC 9(9) COMP OCCURS 3.

      *    WHICH NOTICE THIS LOAN HAS EARNED - 1 LATE NOTICE, 2 EARLY
      *    INTERVENTION, 3 BREACH; ZERO WHEN NONE YET.
       01 WS-LETTER-NO              PIC 9(01).
       01 WS-LETTER-CODE            PIC X(02).
       01 WS-BODY-IX                PIC S9(2) COMP.
       01 WS-BORROWER-SEQ           PIC 9(02).

       01 WS-LETTER-CODES.
           03 FILLER PIC X(02) VALUE "LN".
           03 FILLER PIC X(02) VALUE "EI".
           03 FILLER PIC X(02) VALUE "BR".
       01 WS-LETTER-CODES-R REDEFINES WS-LETTER-CODES.
           03 WS-LETTER-CODE-OF PIC X(02) OCCURS 3.

       01 WS-LETTER-TITLES.
           03 FILLER PIC X(30) VALUE "LATE PAYMENT NOTICE".
           03 FILLER PIC X(30) VALUE
              "IMPORTANT - HELP IS AVAILABLE".
           03 FILLER PIC X(30) VALUE "NOTICE OF DEFAULT".
       01 WS-LETTER-TITLES-R REDEFINES WS-LETTER-TITLES.
           03 WS-LETTER-TITLE PIC X(30) OCCURS 3.

      *    FIVE LINES OF BODY TEXT PER LETTER, BLANK LINES SKIPPED.
       01 WS-LETTER-BODIES.
           03 FILLER PIC X(60) VALUE
              "OUR RECORDS SHOW THAT THE PAYMENT DUE ON THE DATE".
           03 FILLER PIC X(60) VALUE
              "BELOW HAS NOT BEEN RECEIVED. PLEASE REMIT THE AMOUNT".
           03 FILLER PIC X(60) VALUE
              "SHOWN TO BRING YOUR LOAN CURRENT. IF YOU HAVE ALREADY".
           03 FILLER PIC X(60) VALUE
              "SENT YOUR PAYMENT, PLEASE DISREGARD THIS NOTICE.".
           03 FILLER PIC X(60) VALUE SPACES.
           03 FILLER PIC X(60) VALUE
              "YOUR LOAN IS SERIOUSLY PAST DUE AND WE WANT TO HELP.".
           03 FILLER PIC X(60) VALUE
              "YOU MAY BE ELIGIBLE FOR A REPAYMENT PLAN, FORBEARANCE,".
           03 FILLER PIC X(60) VALUE
              "A LOAN MODIFICATION, OR ANOTHER LOSS MITIGATION OPTION.".
           03 FILLER PIC X(60) VALUE
              "PLEASE CALL OUR LOSS MITIGATION DEPARTMENT SOON TO".
           03 FILLER PIC X(60) VALUE
              "DISCUSS THE OPTIONS THAT MAY BE AVAILABLE TO YOU.".
           03 FILLER PIC X(60) VALUE
              "YOU ARE IN DEFAULT UNDER THE TERMS OF YOUR NOTE AND".
           03 FILLER PIC X(60) VALUE
              "SECURITY INSTRUMENT. TO CURE THE DEFAULT YOU MUST PAY".
           03 FILLER PIC X(60) VALUE
              "THE AMOUNT SHOWN BELOW ON OR BEFORE THE CURE DATE.".
           03 FILLER PIC X(60) VALUE
              "FAILURE TO CURE MAY RESULT IN ACCELERATION OF THE SUM".
           03 FILLER PIC X(60) VALUE
              "SECURED AND IN FORECLOSURE AND SALE OF THE PROPERTY.".
       01 WS-LETTER-BODIES-R REDEFINES WS-LETTER-BODIES.
           03 WS-LETTER-BODY OCCURS 3.
               05 WS-BODY-LINE PIC X(60) OCCURS 5.

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-ROLLED-FEE             PIC S9(7)V99 COMP-3.
       01 WS-SUSPENSE               PIC S9(9)V99 COMP-3.
       01 WS-OTHER-FEES             PIC S9(9)V99 COMP-3.
       01 WS-AMOUNT-TO-CURE         PIC S9(9)V99 COMP-3.
       01 WS-FEE-AMOUNT             PIC S9(9)V99 COMP-3.
       01 WS-DUE-DATE               PIC 9(8).
       01 WS-CURE-DATE              PIC 9(8).
       01 WS-DATE-INT               PIC S9(9) COMP.
       01 WS-CURRENCY-CODE          PIC X(03) VALUE SPACES.
       01 WS-AMOUNT-X               PIC X(18).

       01 WS-RUN-DATE               PIC 9(8).

       01 WS-DATE-WORK              PIC 9(8).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02).
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 HL1-TITLE        PIC X(32).
           05 FILLER          PIC X(10) VALUE "LOAN NO: ".
           05 HL1-LOAN-NO      PIC X(12).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(60) VALUE SPACES.

       01 HL-SERVICER.
           05 FILLER          PIC X(13) VALUE "SERVICED BY: ".
           05 HLS-COMPANY-NAME PIC X(40).
           05 FILLER          PIC X(79) VALUE SPACES.

       01 HL2.
           05 FILLER          PIC X(10) VALUE "BORROWER: ".
           05 HL2-BORROWER     PIC X(30).
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

       01 AMOUNT-LINE.
           05 AL-LABEL          PIC X(26).
           05 AL-AMOUNT         PIC X(18).
           05 FILLER            PIC X(88) VALUE SPACES.

       01 DATE-LINE.
           05 DTL-LABEL         PIC X(26).
           05 DTL-MM            PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 DTL-DD            PIC 9(02).
           05 FILLER            PIC X(01) VALUE "/".
           05 DTL-YYYY          PIC 9(04).
           05 FILLER            PIC X(96) VALUE SPACES.

       01 DAYS-LINE.
           05 DYL-LABEL         PIC X(26) VALUE "DAYS PAST DUE: ".
           05 DYL-DAYS          PIC ZZZZ9.
           05 FILLER            PIC X(101) VALUE SPACES.

       COPY DUEDATES.
       COPY BUSDAYS.
       COPY FEEPARMS.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM READ-QUEUE-RECORD
           PERFORM NOTICE-ONE-LOAN
               UNTIL END-OF-QUEUE
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE ZERO TO WS-LETTER-COUNT(1) WS-LETTER-COUNT(2)
                        WS-LETTER-COUNT(3)
           PERFORM READ-LTR-PARMS
           PERFORM SELECT-RUN-COMPANY
           OPEN INPUT COLLECT-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR OPENING COLLECTIONS QUEUE"
               DISPLAY "AMORTLTR: FILE STATUS " WS-QUEUE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTLTR: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
      *    NO LEDGER YET MEANS NOTHING HAS POSTED - NO ROLLED FEE AND
      *    NO SUSPENSE TO SHOW.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               SET NO-LEDGER-ON-FILE TO TRUE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "AMORTLTR: ERROR OPENING PAYMENT HISTORY"
                   DISPLAY "AMORTLTR: FILE STATUS " WS-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    NO BORROWER FILE YET JUST MEANS EVERY LETTER GOES OUT UNDER
      *    THE SHORT NAME WITH NO ADDRESS BLOCK.
           OPEN INPUT BORROWER-MASTER-FILE
           IF WS-BORR-STATUS = "35"
               SET NO-BORROWER-FILE TO TRUE
           ELSE
               IF WS-BORR-STATUS NOT = "00"
                   DISPLAY "AMORTLTR: ERROR OPENING BORROWER MASTER"
                   DISPLAY "AMORTLTR: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    NO REGISTER YET MEANS THE DESK HAS TAKEN NO PROMISES.
           OPEN INPUT COLLECT-REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               SET NO-REGISTER-ON-FILE TO TRUE
           ELSE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "AMORTLTR: ERROR OPENING COLLECTIONS "
                           "REGISTER"
                   DISPLAY "AMORTLTR: FILE STATUS " WS-REGISTER-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    A MISSING LETTER HISTORY IS CREATED EMPTY ON FIRST USE.
           OPEN I-O LETTER-HISTORY-FILE
           IF WS-LTRHIST-STATUS = "35"
               OPEN OUTPUT LETTER-HISTORY-FILE
               IF WS-LTRHIST-STATUS = "00"
                   CLOSE LETTER-HISTORY-FILE
                   OPEN I-O LETTER-HISTORY-FILE
               END-IF
           END-IF
           IF WS-LTRHIST-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR OPENING LETTER HISTORY"
               DISPLAY "AMORTLTR: FILE STATUS " WS-LTRHIST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT LETTER-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR OPENING LETTER EXTRACT FILE"
               DISPLAY "AMORTLTR: FILE STATUS " WS-EXTRACT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR OPENING LETTER PRINT FILE"
               DISPLAY "AMORTLTR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTLTR: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTLTR: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN THE LOAN'S COMPANY IS ONE THIS RUN
      *    COVERS. A LOAN ON A COMPANY THE TABLE DOES NOT KNOW STOPS
      *    THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTLTR: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           IF CMP-SELECTED
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

       READ-LTR-PARMS.
           OPEN INPUT LTR-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ LTR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-LTR-PARMS
               END-READ
               CLOSE LTR-PARM-FILE
           END-IF.

       APPLY-LTR-PARMS.
           IF LP-LATE-NOTICE-DAYS IS NUMERIC
                   AND LP-LATE-NOTICE-DAYS > ZERO
               MOVE LP-LATE-NOTICE-DAYS TO WS-LATE-NOTICE-DAYS
           END-IF
           IF LP-EARLY-INTERV-DAYS IS NUMERIC
                   AND LP-EARLY-INTERV-DAYS > ZERO
               MOVE LP-EARLY-INTERV-DAYS TO WS-EARLY-INTERV-DAYS
           END-IF
           IF LP-BREACH-DAYS IS NUMERIC
                   AND LP-BREACH-DAYS > ZERO
               MOVE LP-BREACH-DAYS TO WS-BREACH-DAYS
           END-IF
           IF LP-CURE-DAYS IS NUMERIC
                   AND LP-CURE-DAYS > ZERO
               MOVE LP-CURE-DAYS TO WS-CURE-DAYS
           END-IF.

       READ-QUEUE-RECORD.
           READ COLLECT-QUEUE-FILE
               AT END
                   SET END-OF-QUEUE TO TRUE
           END-READ
           IF NOT END-OF-QUEUE AND WS-QUEUE-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR READING COLLECTIONS QUEUE"
               DISPLAY "AMORTLTR: FILE STATUS " WS-QUEUE-STATUS
               STOP RUN
           END-IF.

      *    THE HIGHEST NOTICE THE DAYS PAST DUE HAVE EARNED IS THE ONE
      *    CONSIDERED - A LOAN THAT FIRST SHOWS UP ON THE QUEUE WELL
      *    DOWN GETS THE LETTER FOR WHERE IT STANDS, NOT THE ONES IT
      *    SKIPPED.
       NOTICE-ONE-LOAN.
           ADD 1 TO WS-QUEUE-READ
           EVALUATE TRUE
               WHEN CQ-DAYS-LATE >= WS-BREACH-DAYS
                   MOVE 3 TO WS-LETTER-NO
               WHEN CQ-DAYS-LATE >= WS-EARLY-INTERV-DAYS
                   MOVE 2 TO WS-LETTER-NO
               WHEN CQ-DAYS-LATE >= WS-LATE-NOTICE-DAYS
                   MOVE 1 TO WS-LETTER-NO
               WHEN OTHER
                   MOVE ZERO TO WS-LETTER-NO
           END-EVALUATE
           IF WS-LETTER-NO = ZERO
               ADD 1 TO WS-NOT-YET-DUE
           ELSE
               MOVE WS-LETTER-CODE-OF(WS-LETTER-NO) TO WS-LETTER-CODE
               PERFORM SCREEN-AND-SEND
           END-IF
           PERFORM READ-QUEUE-RECORD.

      *    THE QUEUE WAS BUILT THIS MORNING, BUT THE MASTER IS WHAT
      *    COUNTS - A LOAN PAID OFF, CHARGED OFF, OR PUT UNDER A STAY
      *    SINCE THE AGING SWEEP GETS NO LETTER. ANOTHER COMPANY'S
      *    LOAN WAITS FOR THAT COMPANY'S RUN.
       SCREEN-AND-SEND.
           MOVE CQ-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "23"
               DISPLAY "AMORTLTR: ERROR READING LOAN MASTER FILE"
               DISPLAY "AMORTLTR: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           IF WS-MASTER-STATUS = "00"
               PERFORM CHECK-RUN-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   ADD 1 TO WS-NOT-ACTIVE
               WHEN NOT IN-RUN-COMPANY
                   ADD 1 TO WS-OTHER-COMPANY
               WHEN NOT LM-ACTIVE
                   ADD 1 TO WS-NOT-ACTIVE
               WHEN (LM-LEGAL-BANKRUPTCY OR LM-LEGAL-CEASE-DESIST)
                       AND LM-LEGALSTATUSDATE <= WS-RUN-DATE
                   ADD 1 TO WS-SUPPRESSED-LEGAL
               WHEN OTHER
                   PERFORM CHECK-LETTER-HISTORY
                   PERFORM CHECK-OPEN-PROMISE
                   EVALUATE TRUE
                       WHEN NOTICE-ALREADY-SENT
                           ADD 1 TO WS-ALREADY-SENT
                       WHEN PROMISE-PENDING
                           ADD 1 TO WS-HELD-PROMISE
                       WHEN OTHER
                           PERFORM BUILD-LETTER-AMOUNTS
                           PERFORM SEND-TO-EVERY-BORROWER
                           ADD 1 TO WS-LOANS-NOTICED
                           ADD 1 TO WS-LETTER-COUNT(WS-LETTER-NO)
                   END-EVALUATE
           END-EVALUATE.

      *    ANY HISTORY RECORD FOR THIS LOAN, FIRST UNPAID PAYMENT, AND
      *    LETTER - WHICHEVER BORROWER IT WENT TO - MEANS THIS
      *    DELINQUENCY HAS HAD THIS NOTICE.
       CHECK-LETTER-HISTORY.
           MOVE "N" TO WS-SENT-SW
           MOVE CQ-LOAN-ID     TO LH-LOAN-ID
           MOVE CQ-PAYMENT-NO  TO LH-PAYMENT-NO
           MOVE WS-LETTER-CODE TO LH-LETTER-CODE
           MOVE ZERO           TO LH-BORROWER-SEQ
           START LETTER-HISTORY-FILE KEY >= LH-KEY
           IF WS-LTRHIST-STATUS = "00"
               READ LETTER-HISTORY-FILE NEXT RECORD
               IF WS-LTRHIST-STATUS = "00"
                       AND LH-LOAN-ID = CQ-LOAN-ID
                       AND LH-PAYMENT-NO = CQ-PAYMENT-NO
                       AND LH-LETTER-CODE = WS-LETTER-CODE
                   SET NOTICE-ALREADY-SENT TO TRUE
               END-IF
           END-IF.

      *    A BORROWER WHO HAS PROMISED TO PAY BY A DATE NOT YET PASSED
      *    IS GIVEN THE CHANCE TO KEEP THE PROMISE BEFORE THE NEXT
      *    NOTICE GOES OUT. THE BREACH LETTER DOES NOT WAIT.
       CHECK-OPEN-PROMISE.
           MOVE "N" TO WS-HELD-SW
           IF WS-LETTER-NO < 3 AND NOT NO-REGISTER-ON-FILE
               MOVE CQ-LOAN-ID TO CR-LOAN-ID
               READ COLLECT-REGISTER-FILE
               EVALUATE TRUE
                   WHEN WS-REGISTER-STATUS = "00"
                       IF CR-PROMISE-OPEN
                               AND CR-PROMISE-DATE >= WS-RUN-DATE
                           SET PROMISE-PENDING TO TRUE
                       END-IF
                   WHEN WS-REGISTER-STATUS = "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "AMORTLTR: ERROR READING COLLECTIONS "
                               "REGISTER"
                       DISPLAY "AMORTLTR: FILE STATUS "
                               WS-REGISTER-STATUS
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    WHAT IT TAKES TO BRING THE LOAN CURRENT - THE PAYMENTS PAST
      *    DUE, THE ROLLED LATE FEE, AND THE OTHER FEES OUTSTANDING,
      *    LESS ANY SUSPENSE CREDIT ALREADY ON HAND - AND, FOR A BREACH
      *    LETTER, THE CURE DATE ROLLED TO A BUSINESS DAY.
       BUILD-LETTER-AMOUNTS.
           PERFORM SCAN-LEDGER-FOR-LOAN
           MOVE "Q"        TO FEP-FUNCTION
           MOVE CQ-LOAN-ID TO FEP-LOAN-ID
           MOVE "AMORTLTR" TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               DISPLAY "AMORTLTR: ERROR READING FEE LEDGER FOR "
                       CQ-LOAN-ID
               STOP RUN
           END-IF
           MOVE FEP-OUTSTANDING TO WS-OTHER-FEES
           COMPUTE WS-AMOUNT-TO-CURE =
                CQ-PAST-DUE-AMT + WS-ROLLED-FEE + WS-OTHER-FEES
                - WS-SUSPENSE
           IF WS-AMOUNT-TO-CURE < ZERO
               MOVE ZEROS TO WS-AMOUNT-TO-CURE
           END-IF
           MOVE "D"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE CQ-PAYMENT-NO       TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-DATE        TO WS-DUE-DATE
           MOVE ZEROS TO WS-CURE-DATE
           IF WS-LETTER-NO = 3
               COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    + WS-CURE-DAYS
               COMPUTE BDP-IN-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               CALL "BUSDAY" USING BUSDAY-PARMS
               MOVE BDP-OUT-DATE TO WS-CURE-DATE
           END-IF.

      *    THE LAST LEDGER RECORD CARRIES THE LATE FEE ROLLING INTO
      *    THE NEXT PAYMENT AND THE SUSPENSE HELD FOR THE BORROWER.
       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO  TO WS-LAST-POSTED-NO
           MOVE ZEROS TO WS-ROLLED-FEE WS-SUSPENSE
           MOVE "N" TO WS-HIST-EOF-SW
           IF NO-LEDGER-ON-FILE
               SET END-OF-HISTORY TO TRUE
           ELSE
               MOVE CQ-LOAN-ID TO PH-LOAN-ID
               MOVE ZEROS      TO PH-PAYMENT-NO
               START PAYMENT-HISTORY-FILE KEY >= PH-KEY
               IF WS-HIST-STATUS NOT = "00"
                   SET END-OF-HISTORY TO TRUE
               END-IF
           END-IF
           PERFORM SCAN-ONE-HISTORY-RECORD
               UNTIL END-OF-HISTORY.

       SCAN-ONE-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-HISTORY AND WS-HIST-STATUS NOT = "00"
               SET END-OF-HISTORY TO TRUE
           END-IF
           IF NOT END-OF-HISTORY
               IF PH-LOAN-ID NOT = CQ-LOAN-ID
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   MOVE PH-PAYMENT-NO   TO WS-LAST-POSTED-NO
                   MOVE PH-LATE-FEE     TO WS-ROLLED-FEE
                   MOVE PH-SUSPENSE-BAL TO WS-SUSPENSE
               END-IF
           END-IF.

      *    EVERY BORROWER OF RECORD ON THE LOAN GETS A COPY. AN
      *    AUTHORIZED USER (ECOA CODE 3) OWES NOTHING AND GETS NONE.
      *    A LOAN WITH NO BORROWER RECORD AT ALL STILL GETS ONE LETTER.
       SEND-TO-EVERY-BORROWER.
           MOVE ZERO TO WS-LETTERS-THIS-LOAN
           MOVE "N" TO WS-BORR-EOF-SW
           IF NO-BORROWER-FILE
               SET END-OF-BORROWERS TO TRUE
           ELSE
               MOVE CQ-LOAN-ID TO BR-LOAN-ID
               MOVE ZERO       TO BR-BORROWER-SEQ
               START BORROWER-MASTER-FILE KEY >= BR-KEY
               IF WS-BORR-STATUS NOT = "00"
                   SET END-OF-BORROWERS TO TRUE
               END-IF
           END-IF
           PERFORM SEND-TO-ONE-BORROWER
               UNTIL END-OF-BORROWERS
           IF WS-LETTERS-THIS-LOAN = ZERO
               MOVE "N" TO WS-BORR-FOUND-SW
               MOVE 1   TO WS-BORROWER-SEQ
               PERFORM ISSUE-ONE-LETTER
           END-IF.

       SEND-TO-ONE-BORROWER.
           READ BORROWER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-BORROWERS TO TRUE
           END-READ
           IF NOT END-OF-BORROWERS AND WS-BORR-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR READING BORROWER MASTER"
               DISPLAY "AMORTLTR: FILE STATUS " WS-BORR-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-BORROWERS
               IF BR-LOAN-ID NOT = CQ-LOAN-ID
                   SET END-OF-BORROWERS TO TRUE
               ELSE
                   IF BR-ECOA-CODE NOT = "3"
                       SET BORROWER-ON-FILE TO TRUE
                       MOVE BR-BORROWER-SEQ TO WS-BORROWER-SEQ
                       PERFORM ISSUE-ONE-LETTER
                   END-IF
               END-IF
           END-IF.

       ISSUE-ONE-LETTER.
           PERFORM PRINT-ONE-LETTER
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM WRITE-HISTORY-RECORD
           ADD 1 TO WS-LETTERS-THIS-LOAN
           ADD 1 TO WS-LETTERS-WRITTEN.

      *    ONE LETTER PER PAGE, EVERY AMOUNT THROUGH CURRFMT THE WAY
      *    THE BILLING STATEMENTS PRINT THEM.
       PRINT-ONE-LETTER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-LETTER-TITLE(WS-LETTER-NO) TO HL1-TITLE
           MOVE LM-LOAN-NUMBER TO HL1-LOAN-NO
           MOVE WS-PAGE-NO     TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE CM-COMPANY-NAME  TO HLS-COMPANY-NAME
           WRITE PRINT-LINE FROM HL-SERVICER
           MOVE LM-BORROWER-NAME TO HL2-BORROWER
           WRITE PRINT-LINE FROM HL2
           PERFORM PRINT-ADDRESS-BLOCK
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           MOVE "DATE OF NOTICE: " TO DTL-LABEL
           PERFORM PRINT-DATE-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM PRINT-ONE-BODY-LINE
               VARYING WS-BODY-IX FROM 1 BY 1
                   UNTIL WS-BODY-IX > 5
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DUE-DATE TO WS-DATE-WORK
           MOVE "PAYMENT DUE DATE: " TO DTL-LABEL
           PERFORM PRINT-DATE-LINE
           MOVE CQ-DAYS-LATE TO DYL-DAYS
           WRITE PRINT-LINE FROM DAYS-LINE
           MOVE "AMOUNT PAST DUE: " TO AL-LABEL
           CALL "CURRFMT" USING WS-CURRENCY-CODE CQ-PAST-DUE-AMT
                WS-AMOUNT-X
           PERFORM PRINT-AMOUNT-LINE
           IF WS-ROLLED-FEE NOT = ZERO
               MOVE "LATE FEES: " TO AL-LABEL
               MOVE WS-ROLLED-FEE TO WS-FEE-AMOUNT
               CALL "CURRFMT" USING WS-CURRENCY-CODE WS-FEE-AMOUNT
                    WS-AMOUNT-X
               PERFORM PRINT-AMOUNT-LINE
           END-IF
           IF WS-OTHER-FEES NOT = ZERO
               MOVE "OTHER FEES: " TO AL-LABEL
               CALL "CURRFMT" USING WS-CURRENCY-CODE WS-OTHER-FEES
                    WS-AMOUNT-X
               PERFORM PRINT-AMOUNT-LINE
           END-IF
           IF WS-SUSPENSE NOT = ZERO
               MOVE "LESS FUNDS ON HAND: " TO AL-LABEL
               CALL "CURRFMT" USING WS-CURRENCY-CODE WS-SUSPENSE
                    WS-AMOUNT-X
               PERFORM PRINT-AMOUNT-LINE
           END-IF
           MOVE "TOTAL NOW DUE: " TO AL-LABEL
           CALL "CURRFMT" USING WS-CURRENCY-CODE WS-AMOUNT-TO-CURE
                WS-AMOUNT-X
           PERFORM PRINT-AMOUNT-LINE
           IF WS-LETTER-NO = 3
               MOVE WS-CURE-DATE TO WS-DATE-WORK
               MOVE "CURE BY: " TO DTL-LABEL
               PERFORM PRINT-DATE-LINE
           END-IF.

       PRINT-ONE-BODY-LINE.
           IF WS-BODY-LINE(WS-LETTER-NO, WS-BODY-IX) NOT = SPACES
               MOVE WS-BODY-LINE(WS-LETTER-NO, WS-BODY-IX) TO BDL-TEXT
               WRITE PRINT-LINE FROM BODY-LINE
               PERFORM CHECK-PRINT-STATUS
           END-IF.

       PRINT-ADDRESS-BLOCK.
           IF BORROWER-ON-FILE
               MOVE SPACES TO ADL-TEXT
               STRING FUNCTION TRIM(BR-FIRST-NAME) " "
                      FUNCTION TRIM(BR-LAST-NAME)
                   DELIMITED BY SIZE INTO ADL-TEXT
               WRITE PRINT-LINE FROM ADDRESS-LINE
               MOVE BR-ADDRESS-1 TO ADL-TEXT
               WRITE PRINT-LINE FROM ADDRESS-LINE
               IF BR-ADDRESS-2 NOT = SPACES
                   MOVE BR-ADDRESS-2 TO ADL-TEXT
                   WRITE PRINT-LINE FROM ADDRESS-LINE
               END-IF
               MOVE SPACES TO WS-CITY-STATE-ZIP
               STRING FUNCTION TRIM(BR-CITY) ", "
                      BR-STATE " " BR-ZIP
                   DELIMITED BY SIZE INTO WS-CITY-STATE-ZIP
               MOVE WS-CITY-STATE-ZIP TO ADL-TEXT
               WRITE PRINT-LINE FROM ADDRESS-LINE
               PERFORM CHECK-PRINT-STATUS
           END-IF.

       PRINT-AMOUNT-LINE.
           MOVE WS-AMOUNT-X TO AL-AMOUNT
           WRITE PRINT-LINE FROM AMOUNT-LINE
           PERFORM CHECK-PRINT-STATUS.

       PRINT-DATE-LINE.
           MOVE WS-DW-MM   TO DTL-MM
           MOVE WS-DW-DD   TO DTL-DD
           MOVE WS-DW-YYYY TO DTL-YYYY
           WRITE PRINT-LINE FROM DATE-LINE
           PERFORM CHECK-PRINT-STATUS.

       WRITE-EXTRACT-RECORD.
           MOVE SPACES TO LETTER-EXTRACT-RECORD
           MOVE CQ-LOAN-ID        TO LX-LOAN-ID
           MOVE LM-LOAN-NUMBER    TO LX-LOAN-NUMBER
           MOVE WS-LETTER-CODE    TO LX-LETTER-CODE
           MOVE WS-BORROWER-SEQ   TO LX-BORROWER-SEQ
           MOVE LM-BORROWER-NAME  TO LX-BORROWER
           IF BORROWER-ON-FILE
               MOVE BR-LAST-NAME  TO LX-LAST-NAME
               MOVE BR-FIRST-NAME TO LX-FIRST-NAME
               MOVE BR-ADDRESS-1  TO LX-ADDRESS-1
               MOVE BR-ADDRESS-2  TO LX-ADDRESS-2
               MOVE BR-CITY       TO LX-CITY
               MOVE BR-STATE      TO LX-STATE
               MOVE BR-ZIP        TO LX-ZIP
           END-IF
           MOVE CQ-PAYMENT-NO     TO LX-PAYMENT-NO
           MOVE WS-DUE-DATE       TO LX-DUE-DATE
           MOVE CQ-DAYS-LATE      TO LX-DAYS-LATE
           MOVE CQ-PAST-DUE-AMT   TO LX-PAST-DUE-AMT
           MOVE WS-ROLLED-FEE     TO LX-LATE-FEE
           MOVE WS-OTHER-FEES     TO LX-OTHER-FEES
           MOVE WS-SUSPENSE       TO LX-SUSPENSE-CREDIT
           MOVE WS-AMOUNT-TO-CURE TO LX-AMOUNT-TO-CURE
           MOVE WS-CURE-DATE      TO LX-CURE-DATE
           MOVE WS-RUN-DATE       TO LX-RUN-DATE
           MOVE CM-COMPANY-CODE   TO LX-COMPANY-CODE
           MOVE CM-COMPANY-NAME   TO LX-COMPANY-NAME
           WRITE LETTER-EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR WRITING LETTER EXTRACT FILE"
               DISPLAY "AMORTLTR: FILE STATUS " WS-EXTRACT-STATUS
               STOP RUN
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE SPACES TO LETTER-HISTORY-RECORD
           MOVE CQ-LOAN-ID        TO LH-LOAN-ID
           MOVE CQ-PAYMENT-NO     TO LH-PAYMENT-NO
           MOVE WS-LETTER-CODE    TO LH-LETTER-CODE
           MOVE WS-BORROWER-SEQ   TO LH-BORROWER-SEQ
           MOVE WS-RUN-DATE       TO LH-SENT-DATE
           MOVE CQ-DAYS-LATE      TO LH-DAYS-LATE
           MOVE CQ-PAST-DUE-AMT   TO LH-PAST-DUE-AMT
           MOVE WS-AMOUNT-TO-CURE TO LH-AMOUNT-TO-CURE
           MOVE WS-CURE-DATE      TO LH-CURE-DATE
           IF BORROWER-ON-FILE
               MOVE BR-LAST-NAME  TO LH-LAST-NAME
               MOVE BR-FIRST-NAME TO LH-FIRST-NAME
           ELSE
               MOVE LM-BORROWER-NAME TO LH-LAST-NAME
           END-IF
           MOVE "AMORTLTR"        TO LH-PROGRAM
           WRITE LETTER-HISTORY-RECORD
           IF WS-LTRHIST-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR WRITING LETTER HISTORY"
               DISPLAY "AMORTLTR: FILE STATUS " WS-LTRHIST-STATUS
               STOP RUN
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTLTR: ERROR WRITING LETTER PRINT FILE"
               DISPLAY "AMORTLTR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           CLOSE COLLECT-QUEUE-FILE
           CLOSE LOAN-MASTER-FILE
           IF NOT NO-LEDGER-ON-FILE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           IF NOT NO-REGISTER-ON-FILE
               CLOSE COLLECT-REGISTER-FILE
           END-IF
           CLOSE LETTER-HISTORY-FILE
           CLOSE LETTER-EXTRACT-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTLTR: " WS-QUEUE-READ " QUEUE LOANS, "
                   WS-LOANS-NOTICED " NOTICED, "
                   WS-LETTERS-WRITTEN " LETTERS MAILED"
           DISPLAY "AMORTLTR: " WS-LETTER-COUNT(1) " LATE NOTICES, "
                   WS-LETTER-COUNT(2) " EARLY INTERVENTION, "
                   WS-LETTER-COUNT(3) " BREACH"
           DISPLAY "AMORTLTR: " WS-ALREADY-SENT " ALREADY SENT, "
                   WS-HELD-PROMISE " HELD FOR PROMISE, "
                   WS-SUPPRESSED-LEGAL " SUPPRESSED LEGAL, "
                   WS-NOT-ACTIVE " NOT ACTIVE, "
                   WS-NOT-YET-DUE " NOT YET DUE"
           IF WS-OTHER-COMPANY > ZERO
               DISPLAY "AMORTLTR: " WS-OTHER-COMPANY
                       " LOANS OF OTHER COMPANIES SKIPPED"
           END-IF.

       END PROGRAM AMORTLTR.
