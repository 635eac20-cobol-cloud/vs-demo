       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTRSV.
       REMARKS. QUARTERLY ALLOWANCE FOR CREDIT LOSSES (CECL) RUN.
               SWEEPS EVERY ACTIVE LOAN ON THE MASTER, POSITIONS IT
               THE WAY THE TRIAL BALANCE DOES - SCHEDULE THROUGH
               AMORTSTOR (THE KEYED SCHEDULE STORE), POSITION FROM
               THE PAYMENT-HISTORY LEDGER, A SIMPLE-INTEREST LOAN AT
               THE RUNNING BALANCE ON ITS LEDGER - AND AGES IT AS OF
               THE QUARTER END EXACTLY AS THE DELINQUENCY AGING REPORT
               (AMORTAGE) DOES. EACH LOAN FALLS INTO A POOL BY THE
               STRATA THE STRATIFICATION REPORT (AMORTSTR) USES -
               PRODUCT, STATE, AND WHOLE-PERCENT RATE BAND - PLUS ITS
               DELINQUENCY BUCKET: CURRENT, THE FOUR AGING BUCKETS,
               OR LEGAL STATUS. FINANCE MAINTAINS THE LOSS FACTORS ON
               AN EFFECTIVE-DATED PARAMETER FILE (LOSSRATE); THE ROW
               IN FORCE AT THE QUARTER END FOR THE LOAN'S POOL IS
               EITHER AN ANNUAL LOSS RATE, RUN OVER EVERY REMAINING
               SCHEDULED BALANCE TO MATURITY, OR A FLAT PERCENTAGE OF
               THE CURRENT BALANCE FOR BUCKETS WHERE THE LOSS IS
               ALREADY IN VIEW. NO LOAN IS RESERVED BEYOND ITS
               BALANCE. THE REPORT SHOWS THE REQUIRED ALLOWANCE BY
               POOL AGAINST THE PRIOR QUARTER'S, AND ROLLS THE
               ALLOWANCE FORWARD: PRIOR QUARTER RESERVE, LESS THE
               PRINCIPAL CHARGED OFF AGAINST IT SINCE (THE CHARGE-OFF
               REGISTER), PLUS THE PROVISION, EQUALS THE REQUIRED
               ALLOWANCE. THE PROVISION - OR RELEASE - IS JOURNALED IN
               THE AMORTGL/PSTJV LAYOUT DATED THE QUARTER END, AND THE
               QUARTER'S POOLS AND ROLL-FORWARD ARE KEPT ON THE
               RESERVE HISTORY FILE (RSVHIST) FOR NEXT QUARTER. A
               RERUN OF THE SAME QUARTER REPLACES IT; A QUARTER
               EARLIER THAN ONE ALREADY ON FILE IS REFUSED. THE
               QUARTER END COMES FROM THE PARAMETER CARD; WITH NO CARD
               IT IS THE LAST DAY OF THE QUARTER BEFORE THE RUN.
               EACH SERVICING COMPANY CARRIES ITS OWN ALLOWANCE: THE
               ROLL-FORWARD IS ALSO KEPT PER COMPANY (A CHARGE-OFF
               COMES OUT OF THE ALLOWANCE OF THE COMPANY THE LOAN WAS
               ON), EACH COMPANY'S PROVISION IS JOURNALED TO ITS OWN
               LEDGER ACCOUNTS UNDER A COMPANY CONTROL RECORD, AND THE
               COMPANY ROLL-FORWARDS ARE PRINTED AND KEPT ON THE
               RESERVE HISTORY ALONGSIDE THE POOLS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSV-PARM-FILE ASSIGN TO "RSVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOSS-RATE-FILE ASSIGN TO "LOSSRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT RESERVE-HISTORY-FILE ASSIGN TO "RSVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RSVH-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RSVJV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RSVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RSV-PARM-FILE.
       01  RSV-PARM-RECORD.
           05 RP-PERIOD-END         PIC 9(08).

      *    FINANCE-MAINTAINED LOSS FACTORS, ONE ROW PER POOL AND
      *    EFFECTIVE DATE - BLANK PRODUCT, STATE, RATE BAND, OR BUCKET
      *    IS A WILDCARD, SO ONE GENERIC ROW PER BUCKET CAN BACKSTOP
      *    THE WHOLE BOOK. BUCKET "0" IS CURRENT, "1" THROUGH "4" THE
      *    30/60/90/120+ AGING BUCKETS, "5" LEGAL STATUS. METHOD "A"
      *    (OR BLANK) IS AN ANNUAL LOSS RATE OVER THE REMAINING LIFE,
      *    "F" A FLAT PERCENTAGE OF BALANCE. DISPLAY-NUMERIC FIELDS SO
      *    THE FILE STAYS HAND-MAINTAINABLE.
       FD  LOSS-RATE-FILE.
       01  LOSS-RATE-RECORD.
           05 LR-PRODUCT-CODE       PIC X(04).
           05 LR-STATE-CODE         PIC X(02).
           05 LR-RATE-BAND          PIC X(02).
           05 LR-BUCKET             PIC X(01).
           05 LR-EFFECTIVE-DATE     PIC 9(08).
           05 LR-LOSS-METHOD        PIC X(01).
           05 LR-LOSS-PCT           PIC 9(3)V9(4).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  CHARGE-OFF-FILE.
       COPY CHGOFF.

       FD  RESERVE-HISTORY-FILE.
       COPY RSVHIST.

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

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-RATE-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-CHGOFF-STATUS          PIC X(02).
       01 WS-RSVH-STATUS            PIC X(02).
       01 WS-JOURNAL-STATUS         PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-MASTER                    VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 END-OF-HISTORY                   VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-SI-BAL-SW              PIC X(01).
          88 SI-BALANCE-ON-LEDGER             VALUE "Y".
       01 WS-RATE-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-LOSS-RATES                VALUE "Y".
       01 WS-CHGOFF-EOF-SW          PIC X(01) VALUE "N".
          88 END-OF-CHARGE-OFFS               VALUE "Y".
       01 WS-RSVH-EOF-SW            PIC X(01).
          88 END-OF-RESERVE-HISTORY           VALUE "Y".
       01 WS-LATER-QTR-SW           PIC X(01) VALUE "N".
          88 LATER-QUARTER-ON-FILE            VALUE "Y".
       01 WS-SCHED-SW               PIC X(01).
          88 SCHEDULE-LOADED                  VALUE "Y".
       01 WS-FACTOR-SW              PIC X(01).
          88 LOSS-FACTOR-FOUND                VALUE "Y".

       01 WS-LOANS-SWEPT            PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-NO-FACTOR        PIC 9(9) COMP VALUE ZERO.
       01 WS-FACTORS-LOADED         PIC 9(9) COMP VALUE ZERO.
       01 WS-FACTORS-IGNORED        PIC 9(9) COMP VALUE ZERO.
       01 WS-CHARGE-OFF-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-POOLS-WRITTEN          PIC 9(9) COMP VALUE ZERO.

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-FIRST-MISSED-NO        PIC S9(4) COMP.
       01 WS-FIRST-UNPAID-NO        PIC S9(4) COMP.
       01 WS-PERIOD-NO              PIC S9(4) COMP.
       01 WS-REMAINING-TERM         PIC S9(4) COMP.
       01 WS-DUE-DATE               PIC 9(8).
       01 WS-DAYS-LATE              PIC S9(9) COMP.
       01 WS-SI-BALANCE             PIC S9(9)V99 COMP-3.
       01 WS-SI-ACCRUAL-DATE        PIC 9(8).
       01 WS-UPB                    PIC S9(9)V99 COMP-3.
       01 WS-LIFE-BALANCES          PIC S9(13)V99 COMP-3.
       01 WS-LOAN-RESERVE           PIC S9(11)V99 COMP-3.
       01 WS-STEP-IX                PIC S9(2) COMP.

       01 WS-RATE-BAND              PIC 9(02).
       01 WS-RATE-BAND-X REDEFINES WS-RATE-BAND PIC X(02).
       01 WS-BUCKET-NO              PIC 9(01).
       01 WS-BUCKET-X REDEFINES WS-BUCKET-NO    PIC X(01).
       01 WS-BUCKET-IX              PIC S9(4) COMP.

      *    THE LOSS FACTORS IN FORCE AT THE QUARTER END, LOADED ONCE -
      *    ROWS EFFECTIVE AFTER THE QUARTER END NEVER ENTER THE TABLE.
       01 WS-NUM-FACTORS            PIC S9(4) COMP VALUE ZERO.
       01 WS-FACTOR-IX              PIC S9(4) COMP.
       01 WS-FACTOR-TABLE.
           03 WS-FACTOR-ENTRY OCCURS 500.
               05 WS-FT-PRODUCT     PIC X(04).
               05 WS-FT-STATE       PIC X(02).
               05 WS-FT-RATE-BAND   PIC X(02).
               05 WS-FT-BUCKET      PIC X(01).
               05 WS-FT-EFF-DATE    PIC 9(08).
               05 WS-FT-METHOD      PIC X(01).
               05 WS-FT-PCT         PIC S9(3)V9(4) COMP-3.
       01 WS-SPECIFICITY            PIC S9(4) COMP.
       01 WS-BEST-SPECIFICITY       PIC S9(4) COMP.
       01 WS-BEST-EFF-DATE          PIC 9(8).
       01 WS-LOSS-METHOD            PIC X(01).
          88 WS-FLAT-LOSS                     VALUE "F".
       01 WS-LOSS-PCT               PIC S9(3)V9(4) COMP-3.

      *    ONE SLOT PER POOL, KEPT IN POOL-KEY ORDER SO THE REPORT AND
      *    THE HISTORY FILE COME OUT SORTED. A POOL THAT HELD LOANS
      *    LAST QUARTER BUT NONE NOW STILL PRINTS, SO ITS RELEASE
      *    SHOWS.
       01 WS-POOL-KEY.
           05 WS-PK-PRODUCT         PIC X(04).
           05 WS-PK-STATE           PIC X(02).
           05 WS-PK-RATE-BAND       PIC 9(02).
           05 WS-PK-BUCKET          PIC 9(01).
       01 WS-NUM-POOLS              PIC S9(4) COMP VALUE ZERO.
       01 WS-POOL-IX                PIC S9(4) COMP.
       01 WS-FOUND-IX               PIC S9(4) COMP.
       01 WS-INSERT-IX              PIC S9(4) COMP.
       01 WS-POOL-TABLE.
           03 WS-POOL-ENTRY OCCURS 2000.
               05 WS-PL-KEY.
                   10 WS-PL-PRODUCT   PIC X(04).
                   10 WS-PL-STATE     PIC X(02).
                   10 WS-PL-RATE-BAND PIC 9(02).
                   10 WS-PL-BUCKET    PIC 9(01).
               05 WS-PL-COUNT       PIC 9(9)       COMP.
               05 WS-PL-BALANCE     PIC S9(13)V99  COMP-3.
               05 WS-PL-RESERVE     PIC S9(13)V99  COMP-3.
               05 WS-PL-PRIOR       PIC S9(13)V99  COMP-3.
               05 WS-PL-METHOD      PIC X(01).
               05 WS-PL-PCT         PIC S9(3)V9(4) COMP-3.

       01 WS-TOT-BALANCE            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-RESERVE            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-PRIOR-POOLS        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-PRIOR-RESERVE          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-CHARGE-OFFS            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-BEFORE-PROVISION       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-PROVISION              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-CHANGE                 PIC S9(13)V99 COMP-3.
       01 WS-VOUCHER-AMOUNT         PIC S9(13)V99 COMP-3.
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
               05 WS-CO-LOANS       PIC 9(9) COMP.
               05 WS-CO-BALANCE     PIC S9(13)V99 COMP-3.
               05 WS-CO-RESERVE     PIC S9(13)V99 COMP-3.
               05 WS-CO-PRIOR       PIC S9(13)V99 COMP-3.
               05 WS-CO-CHARGE-OFFS PIC S9(13)V99 COMP-3.
               05 WS-CO-PROVISION   PIC S9(13)V99 COMP-3.
               05 WS-CO-VOUCHERS    PIC 9(09) COMP.
               05 WS-CO-DEBITS      PIC S9(13)V99 COMP-3.
               05 WS-CO-CREDITS     PIC S9(13)V99 COMP-3.
      *    A PRIOR QUARTER CLOSED BEFORE THERE WAS A SECOND COMPANY
      *    HAS NO COMPANY RECORDS - ITS ALLOWANCE IS ALL THE HOME
      *    COMPANY'S.
       01 WS-PRIOR-CO-SW            PIC X(01) VALUE "N".
          88 PRIOR-BY-COMPANY                 VALUE "Y".

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-PERIOD-END             PIC 9(8) VALUE ZEROS.
       01 WS-PRIOR-PERIOD-END       PIC 9(8) VALUE ZEROS.
       01 WS-CO-FROM-DATE           PIC 9(8).
       01 WS-DATE-INT               PIC S9(9) COMP.
       01 WS-QUARTER-NO             PIC 9(01).
       01 WS-DATE-WORK.
           05 WS-DW-YEAR            PIC 9(04).
           05 WS-DW-MONTH           PIC 9(02).
           05 WS-DW-DAY             PIC 9(02).
       01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(08).

       01 WS-BUCKET-LABELS.
           03 FILLER PIC X(12) VALUE "CURRENT".
           03 FILLER PIC X(12) VALUE "30-59 DAYS".
           03 FILLER PIC X(12) VALUE "60-89 DAYS".
           03 FILLER PIC X(12) VALUE "90-119 DAYS".
           03 FILLER PIC X(12) VALUE "120+ DAYS".
           03 FILLER PIC X(12) VALUE "LEGAL STATUS".
       01 WS-BUCKET-LABELS-R REDEFINES WS-BUCKET-LABELS.
           03 WS-BUCKET-LABEL PIC X(12) OCCURS 6.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(36)
               VALUE "CREDIT LOSS ALLOWANCE - QUARTER END".
           05 HL1-PERIOD-END   PIC 9(08).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE "PRIOR QUARTER ".
           05 HL1-PRIOR-END    PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(43) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(06)  VALUE "PROD".
           05 FILLER PIC X(04)  VALUE "ST".
           05 FILLER PIC X(05)  VALUE "RATE".
           05 FILLER PIC X(14)  VALUE "BUCKET".
           05 FILLER PIC X(09)  VALUE "LOANS".
           05 FILLER PIC X(18)  VALUE "BALANCE".
           05 FILLER PIC X(03)  VALUE "M".
           05 FILLER PIC X(10)  VALUE "FACTOR".
           05 FILLER PIC X(17)  VALUE "REQUIRED".
           05 FILLER PIC X(17)  VALUE "PRIOR QUARTER".
           05 FILLER PIC X(15)  VALUE "CHANGE".
           05 FILLER PIC X(14)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-PRODUCT        PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-STATE          PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-RATE-BAND      PIC 9(02).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DL-BUCKET         PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-METHOD         PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PCT            PIC ZZ9.9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-RESERVE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PRIOR          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-CHANGE         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(14) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(29).
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TL-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(13) VALUE SPACES.
           05 TL-RESERVE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-PRIOR          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-CHANGE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(14) VALUE SPACES.

       01 ROLL-FORWARD-LINE.
           05 RF-LABEL          PIC X(40).
           05 RF-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(75) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       01 COMPANY-ROLL-HEADING.
           05 FILLER PIC X(12)  VALUE "COMPANY".
           05 FILLER PIC X(09)  VALUE "LOANS".
           05 FILLER PIC X(18)  VALUE "PRIOR ALLOWANCE".
           05 FILLER PIC X(18)  VALUE "CHARGED OFF".
           05 FILLER PIC X(18)  VALUE "PROVISION".
           05 FILLER PIC X(18)  VALUE "REQUIRED".
           05 FILLER PIC X(39)  VALUE SPACES.

       01 COMPANY-ROLL-LINE.
           05 CRL-COMPANY       PIC X(02).
           05 FILLER            PIC X(08) VALUE SPACES.
           05 CRL-COUNT         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CRL-PRIOR         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 CRL-CHARGE-OFFS   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 CRL-PROVISION     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 CRL-REQUIRED      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(41) VALUE SPACES.

       COPY DAYCOUNT.
       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-LOSS-FACTORS
           PERFORM FIND-PRIOR-QUARTER
           IF WS-PRIOR-PERIOD-END NOT = ZERO
               PERFORM LOAD-PRIOR-QUARTER
           END-IF
           IF NOT PRIOR-BY-COMPANY
               PERFORM ASSIGN-PRIOR-TO-HOME
           END-IF
           PERFORM READ-MASTER-RECORD
           PERFORM SWEEP-ONE-LOAN
               UNTIL END-OF-MASTER
           PERFORM TOTAL-CHARGE-OFFS
           COMPUTE WS-BEFORE-PROVISION =
                WS-PRIOR-RESERVE - WS-CHARGE-OFFS
           COMPUTE WS-PROVISION =
                WS-TOT-RESERVE - WS-BEFORE-PROVISION
           PERFORM COMPUTE-COMPANY-PROVISION
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           PERFORM PRINT-ONE-POOL
               VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > WS-NUM-POOLS
           PERFORM PRINT-RESERVE-TOTALS
           PERFORM SAVE-RESERVE-HISTORY
           PERFORM WRITE-PROVISION-VOUCHER
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTRSV" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM READ-RSV-PARMS
           PERFORM LOAD-COMPANY-SLOTS
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTRSV: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN I-O RESERVE-HISTORY-FILE
           IF WS-RSVH-STATUS = "35"
               OPEN OUTPUT RESERVE-HISTORY-FILE
               IF WS-RSVH-STATUS = "00"
                   CLOSE RESERVE-HISTORY-FILE
                   OPEN I-O RESERVE-HISTORY-FILE
               END-IF
           END-IF
           IF WS-RSVH-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR OPENING RESERVE HISTORY"
               DISPLAY "AMORTRSV: FILE STATUS " WS-RSVH-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR OPENING JOURNAL FILE"
               DISPLAY "AMORTRSV: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTRSV: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTRSV: ERROR READING COMPANY TABLE"
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
           MOVE ZERO TO WS-CO-LOANS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-BALANCE(WS-CO-IX)
                         WS-CO-RESERVE(WS-CO-IX)
                         WS-CO-PRIOR(WS-CO-IX)
                         WS-CO-CHARGE-OFFS(WS-CO-IX)
                         WS-CO-PROVISION(WS-CO-IX)
           MOVE ZERO TO WS-CO-VOUCHERS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-DEBITS(WS-CO-IX)
                         WS-CO-CREDITS(WS-CO-IX).

      *    NO CARD, OR NO USABLE DATE ON IT, MEANS THE QUARTER BEING
      *    CLOSED IS THE LAST ONE FINISHED - THE DAY BEFORE THE FIRST
      *    OF THE QUARTER THE RUN FALLS IN.
       READ-RSV-PARMS.
           OPEN INPUT RSV-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ RSV-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-PERIOD-END IS NUMERIC
                               AND RP-PERIOD-END > ZERO
                           MOVE RP-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
               CLOSE RSV-PARM-FILE
           END-IF
           IF WS-PERIOD-END = ZERO
               MOVE WS-RUN-DATE TO WS-DATE-WORK-N
               PERFORM BACK-UP-TO-QUARTER-START
               COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N) - 1
               COMPUTE WS-PERIOD-END =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       BACK-UP-TO-QUARTER-START.
           SUBTRACT 1 FROM WS-DW-MONTH
           DIVIDE WS-DW-MONTH BY 3 GIVING WS-QUARTER-NO
           COMPUTE WS-DW-MONTH = WS-QUARTER-NO * 3 + 1
           MOVE 1 TO WS-DW-DAY.

      *    A RESERVE RUN WITH NO LOSS FACTORS WOULD RELEASE THE WHOLE
      *    ALLOWANCE - THE FILE MUST BE THERE. A ROW WITH ANYTHING
      *    NON-NUMERIC IN ITS NUMERIC COLUMNS, OR AN UNKNOWN METHOD OR
      *    BUCKET, IS IGNORED OUTRIGHT RATHER THAN ALLOWED TO CORRUPT
      *    THE RESERVE.
       LOAD-LOSS-FACTORS.
           OPEN INPUT LOSS-RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR OPENING LOSS FACTOR FILE"
               DISPLAY "AMORTRSV: FILE STATUS " WS-RATE-STATUS
               STOP RUN
           END-IF
           PERFORM READ-ONE-LOSS-FACTOR
               UNTIL END-OF-LOSS-RATES
           CLOSE LOSS-RATE-FILE.

       READ-ONE-LOSS-FACTOR.
           READ LOSS-RATE-FILE
               AT END
                   SET END-OF-LOSS-RATES TO TRUE
           END-READ
           IF NOT END-OF-LOSS-RATES AND WS-RATE-STATUS NOT = "00"
               SET END-OF-LOSS-RATES TO TRUE
           END-IF
           IF NOT END-OF-LOSS-RATES
               IF LR-EFFECTIVE-DATE IS NUMERIC
                 AND LR-LOSS-PCT IS NUMERIC
                 AND (LR-RATE-BAND IS NUMERIC
                       OR LR-RATE-BAND = SPACES)
                 AND (LR-BUCKET = SPACE
                       OR (LR-BUCKET >= "0" AND LR-BUCKET <= "5"))
                 AND (LR-LOSS-METHOD = SPACE OR "A" OR "F")
                   IF LR-EFFECTIVE-DATE <= WS-PERIOD-END
                       PERFORM ADD-ONE-LOSS-FACTOR
                   END-IF
               ELSE
                   ADD 1 TO WS-FACTORS-IGNORED
               END-IF
           END-IF.

       ADD-ONE-LOSS-FACTOR.
           IF WS-NUM-FACTORS >= 500
               DISPLAY "AMORTRSV: ABEND - LOSS FACTOR TABLE FULL"
               STOP RUN
           END-IF
           ADD 1 TO WS-NUM-FACTORS
           ADD 1 TO WS-FACTORS-LOADED
           MOVE LR-PRODUCT-CODE   TO WS-FT-PRODUCT(WS-NUM-FACTORS)
           MOVE LR-STATE-CODE     TO WS-FT-STATE(WS-NUM-FACTORS)
           MOVE LR-RATE-BAND      TO WS-FT-RATE-BAND(WS-NUM-FACTORS)
           MOVE LR-BUCKET         TO WS-FT-BUCKET(WS-NUM-FACTORS)
           MOVE LR-EFFECTIVE-DATE TO WS-FT-EFF-DATE(WS-NUM-FACTORS)
           MOVE LR-LOSS-METHOD    TO WS-FT-METHOD(WS-NUM-FACTORS)
           MOVE LR-LOSS-PCT       TO WS-FT-PCT(WS-NUM-FACTORS).

      *    THE PRIOR QUARTER IS THE LATEST ONE ON FILE BEFORE THIS
      *    ONE, FOUND FROM THE QUARTERS' TOTAL RECORDS. A QUARTER ON
      *    FILE AFTER THIS ONE MEANS THE RUN IS BEING POINTED BACKWARD
      *    AND WOULD LEAVE THE LATER ROLL-FORWARD STANDING ON A
      *    RESERVE THAT NO LONGER EXISTS.
       FIND-PRIOR-QUARTER.
           MOVE "N" TO WS-RSVH-EOF-SW
           MOVE LOW-VALUES TO RH-KEY
           START RESERVE-HISTORY-FILE KEY >= RH-KEY
           IF WS-RSVH-STATUS NOT = "00"
               SET END-OF-RESERVE-HISTORY TO TRUE
           END-IF
           PERFORM SCAN-ONE-QUARTER-RECORD
               UNTIL END-OF-RESERVE-HISTORY
           IF LATER-QUARTER-ON-FILE
               DISPLAY "AMORTRSV: ERROR - A QUARTER AFTER "
                       WS-PERIOD-END " IS ALREADY ON FILE"
               STOP RUN
           END-IF.

       SCAN-ONE-QUARTER-RECORD.
           PERFORM READ-NEXT-RESERVE-HISTORY
           IF NOT END-OF-RESERVE-HISTORY AND RH-TOTAL-RECORD
               IF RH-PERIOD-END < WS-PERIOD-END
                   MOVE RH-PERIOD-END TO WS-PRIOR-PERIOD-END
               ELSE
                   IF RH-PERIOD-END > WS-PERIOD-END
                       SET LATER-QUARTER-ON-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

       READ-NEXT-RESERVE-HISTORY.
           READ RESERVE-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-RESERVE-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-RESERVE-HISTORY AND WS-RSVH-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR READING RESERVE HISTORY"
               DISPLAY "AMORTRSV: FILE STATUS " WS-RSVH-STATUS
               STOP RUN
           END-IF.

      *    EVERY POOL THE PRIOR QUARTER RESERVED GOES INTO THE TABLE
      *    FIRST WITH ITS PRIOR RESERVE, AND THE PRIOR QUARTER'S TOTAL
      *    BECOMES THE OPENING ALLOWANCE FOR THE ROLL-FORWARD.
       LOAD-PRIOR-QUARTER.
           MOVE "N" TO WS-RSVH-EOF-SW
           MOVE LOW-VALUES TO RH-KEY
           MOVE WS-PRIOR-PERIOD-END TO RH-PERIOD-END
           START RESERVE-HISTORY-FILE KEY >= RH-KEY
           IF WS-RSVH-STATUS NOT = "00"
               SET END-OF-RESERVE-HISTORY TO TRUE
           END-IF
           PERFORM LOAD-ONE-PRIOR-RECORD
               UNTIL END-OF-RESERVE-HISTORY.

       LOAD-ONE-PRIOR-RECORD.
           PERFORM READ-NEXT-RESERVE-HISTORY
           IF NOT END-OF-RESERVE-HISTORY
               IF RH-PERIOD-END NOT = WS-PRIOR-PERIOD-END
                   SET END-OF-RESERVE-HISTORY TO TRUE
               ELSE
                   EVALUATE TRUE
                       WHEN RH-TOTAL-RECORD
                           MOVE RH-RESERVE TO WS-PRIOR-RESERVE
                       WHEN RH-COMPANY-RECORD
                           SET PRIOR-BY-COMPANY TO TRUE
                           MOVE RH-COMPANY-CODE TO CMP-COMPANY-CODE
                           PERFORM FIND-COMPANY-SLOT
                           ADD RH-RESERVE TO WS-CO-PRIOR(WS-CO-IX)
                       WHEN OTHER
                           MOVE RH-POOL-KEY TO WS-POOL-KEY
                           PERFORM FIND-POOL-SLOT
                           ADD RH-RESERVE TO WS-PL-PRIOR(WS-FOUND-IX)
                           ADD RH-RESERVE TO WS-TOT-PRIOR-POOLS
                   END-EVALUATE
               END-IF
           END-IF.

       ASSIGN-PRIOR-TO-HOME.
           MOVE SPACES TO CMP-COMPANY-CODE
           PERFORM FIND-COMPANY-SLOT
           MOVE WS-PRIOR-RESERVE TO WS-CO-PRIOR(WS-CO-IX).

      *    A COMPANY CODE ON A LOAN, A CHARGE-OFF, OR LAST QUARTER'S
      *    HISTORY THAT IS NOT ON THE COMPANY TABLE WOULD LEAVE ITS
      *    ALLOWANCE WITH NOWHERE TO GO.
       FIND-COMPANY-SLOT.
           SET CMP-LOOK-UP TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTRSV: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ
           IF NOT END-OF-MASTER AND WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR READING LOAN MASTER FILE"
               DISPLAY "AMORTRSV: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.

      *    A LOAN WHOSE SERVICING TRANSFER TAKES EFFECT AFTER THE
      *    PERIOD END WAS STILL IN THE PORTFOLIO RESERVED FOR.
       SWEEP-ONE-LOAN.
           IF LM-ACTIVE
                   OR (LM-TRANSFERRED-OUT
                       AND WS-PERIOD-END < LM-XFERDATE)
               PERFORM RESERVE-ONE-LOAN
           END-IF
           PERFORM READ-MASTER-RECORD.

       RESERVE-ONE-LOAN.
           ADD 1 TO WS-LOANS-SWEPT
           PERFORM POSITION-ONE-LOAN
           PERFORM ASSIGN-DELINQUENCY-BUCKET
           COMPUTE WS-RATE-BAND = LM-RATE
           PERFORM FIND-LOSS-FACTOR
           MOVE ZEROS TO WS-LOAN-RESERVE
           IF LOSS-FACTOR-FOUND
               IF WS-FLAT-LOSS
                   COMPUTE WS-LOAN-RESERVE ROUNDED =
                        WS-UPB * WS-LOSS-PCT / 100
               ELSE
                   PERFORM COMPUTE-LIFETIME-LOSS
               END-IF
               IF WS-LOAN-RESERVE > WS-UPB
                   MOVE WS-UPB TO WS-LOAN-RESERVE
               END-IF
               IF WS-LOAN-RESERVE < ZERO
                   MOVE ZEROS TO WS-LOAN-RESERVE
               END-IF
           ELSE
               ADD 1 TO WS-LOANS-NO-FACTOR
           END-IF
           MOVE LM-PRODUCTCODE TO WS-PK-PRODUCT
           MOVE LM-STATECODE   TO WS-PK-STATE
           MOVE WS-RATE-BAND   TO WS-PK-RATE-BAND
           MOVE WS-BUCKET-NO   TO WS-PK-BUCKET
           PERFORM FIND-POOL-SLOT
           IF WS-PL-COUNT(WS-FOUND-IX) = ZERO
               MOVE WS-LOSS-METHOD TO WS-PL-METHOD(WS-FOUND-IX)
               MOVE WS-LOSS-PCT    TO WS-PL-PCT(WS-FOUND-IX)
           END-IF
           ADD 1 TO WS-PL-COUNT(WS-FOUND-IX)
           ADD WS-UPB          TO WS-PL-BALANCE(WS-FOUND-IX)
           ADD WS-LOAN-RESERVE TO WS-PL-RESERVE(WS-FOUND-IX)
           ADD WS-UPB          TO WS-TOT-BALANCE
           ADD WS-LOAN-RESERVE TO WS-TOT-RESERVE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           PERFORM FIND-COMPANY-SLOT
           ADD 1               TO WS-CO-LOANS(WS-CO-IX)
           ADD WS-UPB          TO WS-CO-BALANCE(WS-CO-IX)
           ADD WS-LOAN-RESERVE TO WS-CO-RESERVE(WS-CO-IX).

      *    THE SAME POSITION ARITHMETIC THE TRIAL BALANCE USES, SO THE
      *    BALANCE RESERVED AGAINST TIES TO THE TRIAL BALANCE, AND THE
      *    SAME DAYS-PAST-DUE THE AGING REPORT WOULD SHOW AT THE
      *    QUARTER END. A LOAN WITH NO FIRST PAYMENT DATE HAS NOTHING
      *    FALLEN DUE AND NO SCHEDULE TO RUN THE LIFE OVER.
       POSITION-ONE-LOAN.
           PERFORM SCAN-LEDGER-FOR-LOAN
           IF WS-FIRST-MISSED-NO > ZERO
               MOVE WS-FIRST-MISSED-NO TO WS-FIRST-UNPAID-NO
           ELSE
               COMPUTE WS-FIRST-UNPAID-NO = WS-LAST-POSTED-NO + 1
           END-IF
           MOVE ZERO TO WS-DAYS-LATE
           MOVE "N" TO WS-SCHED-SW
           MOVE LM-PRINCIPAL TO WS-UPB
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               PERFORM LOAD-LOANINFO-FROM-MASTER
               CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
               CANCEL "AMORTSTOR"
               SET SCHEDULE-LOADED TO TRUE
               IF WS-LAST-POSTED-NO >= 1
                       AND WS-LAST-POSTED-NO <= LOANTERM
                   MOVE OUTBALANCENUM(WS-LAST-POSTED-NO) TO WS-UPB
               ELSE
                   MOVE OUTORIGPRINCIPAL TO WS-UPB
               END-IF
               IF WS-FIRST-UNPAID-NO <= LOANTERM
                   PERFORM COMPUTE-DAYS-PAST-DUE
               END-IF
           END-IF
           IF LM-SIMPLE-INTEREST
               IF SI-BALANCE-ON-LEDGER
                   MOVE WS-SI-BALANCE TO WS-UPB
               ELSE
                   MOVE LM-PRINCIPAL  TO WS-UPB
               END-IF
           END-IF.

      *    THE AGING REPORT'S BUCKETS, WITH EVERYTHING UNDER 30 DAYS
      *    DOWN AS CURRENT. A LOAN UNDER A LEGAL STATUS THAT IS 30 OR
      *    MORE DAYS DOWN IS SEGREGATED THERE AS IT IS ON THE AGING
      *    REPORT.
       ASSIGN-DELINQUENCY-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-LATE < 30
                   MOVE 0 TO WS-BUCKET-NO
               WHEN NOT LM-LEGAL-NONE
                   MOVE 5 TO WS-BUCKET-NO
               WHEN WS-DAYS-LATE < 60
                   MOVE 1 TO WS-BUCKET-NO
               WHEN WS-DAYS-LATE < 90
                   MOVE 2 TO WS-BUCKET-NO
               WHEN WS-DAYS-LATE < 120
                   MOVE 3 TO WS-BUCKET-NO
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-NO
           END-EVALUATE.

      *    THE FACTOR IN FORCE FOR THE LOAN'S POOL: THE MOST SPECIFIC
      *    ROW (BUCKET OUTWEIGHS PRODUCT, PRODUCT STATE, STATE RATE
      *    BAND) WITH THE LATEST EFFECTIVE DATE NOT AFTER THE QUARTER
      *    END.
       FIND-LOSS-FACTOR.
           MOVE "N"   TO WS-FACTOR-SW
           MOVE -1    TO WS-BEST-SPECIFICITY
           MOVE ZEROS TO WS-BEST-EFF-DATE
           MOVE SPACE TO WS-LOSS-METHOD
           MOVE ZEROS TO WS-LOSS-PCT
           PERFORM JUDGE-ONE-LOSS-FACTOR
               VARYING WS-FACTOR-IX FROM 1 BY 1
                   UNTIL WS-FACTOR-IX > WS-NUM-FACTORS.

       JUDGE-ONE-LOSS-FACTOR.
           IF (WS-FT-PRODUCT(WS-FACTOR-IX) = LM-PRODUCTCODE
                   OR WS-FT-PRODUCT(WS-FACTOR-IX) = SPACES)
             AND (WS-FT-STATE(WS-FACTOR-IX) = LM-STATECODE
                   OR WS-FT-STATE(WS-FACTOR-IX) = SPACES)
             AND (WS-FT-RATE-BAND(WS-FACTOR-IX) = WS-RATE-BAND-X
                   OR WS-FT-RATE-BAND(WS-FACTOR-IX) = SPACES)
             AND (WS-FT-BUCKET(WS-FACTOR-IX) = WS-BUCKET-X
                   OR WS-FT-BUCKET(WS-FACTOR-IX) = SPACE)
               MOVE ZERO TO WS-SPECIFICITY
               IF WS-FT-BUCKET(WS-FACTOR-IX) NOT = SPACE
                   ADD 8 TO WS-SPECIFICITY
               END-IF
               IF WS-FT-PRODUCT(WS-FACTOR-IX) NOT = SPACES
                   ADD 4 TO WS-SPECIFICITY
               END-IF
               IF WS-FT-STATE(WS-FACTOR-IX) NOT = SPACES
                   ADD 2 TO WS-SPECIFICITY
               END-IF
               IF WS-FT-RATE-BAND(WS-FACTOR-IX) NOT = SPACES
                   ADD 1 TO WS-SPECIFICITY
               END-IF
               IF WS-SPECIFICITY > WS-BEST-SPECIFICITY
                 OR (WS-SPECIFICITY = WS-BEST-SPECIFICITY
                     AND WS-FT-EFF-DATE(WS-FACTOR-IX)
                         >= WS-BEST-EFF-DATE)
                   SET LOSS-FACTOR-FOUND TO TRUE
                   MOVE WS-SPECIFICITY TO WS-BEST-SPECIFICITY
                   MOVE WS-FT-EFF-DATE(WS-FACTOR-IX)
                       TO WS-BEST-EFF-DATE
                   MOVE WS-FT-METHOD(WS-FACTOR-IX) TO WS-LOSS-METHOD
                   MOVE WS-FT-PCT(WS-FACTOR-IX)    TO WS-LOSS-PCT
                   IF WS-LOSS-METHOD = SPACE
                       MOVE "A" TO WS-LOSS-METHOD
                   END-IF
               END-IF
           END-IF.

      *    AN ANNUAL LOSS RATE RUN OVER THE LOAN'S REMAINING LIFE - EACH
      *    REMAINING SCHEDULED PERIOD CONTRIBUTES ITS OPENING BALANCE
      *    AT ONE PERIOD'S SHARE OF THE ANNUAL RATE, SO A LOAN THAT
      *    AMORTIZES QUICKLY CARRIES LESS THAN ONE THAT STAYS OUT.
      *    WITH NO SCHEDULE THE BALANCE IS TAKEN AS OUTSTANDING FOR THE
      *    FULL TERM.
       COMPUTE-LIFETIME-LOSS.
           MOVE "D" TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE TO DDP-FREQ-CODE
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           ELSE
               MOVE WS-PERIOD-END       TO DDP-FIRST-PMT-DATE
           END-IF
           MOVE 1 TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE ZEROS TO WS-LIFE-BALANCES
           IF SCHEDULE-LOADED
               PERFORM ADD-ONE-REMAINING-BALANCE
                   VARYING WS-PERIOD-NO FROM WS-LAST-POSTED-NO BY 1
                       UNTIL WS-PERIOD-NO >= LOANTERM
           ELSE
               MOVE LM-LOANTERM TO WS-REMAINING-TERM
               COMPUTE WS-LIFE-BALANCES = WS-UPB * WS-REMAINING-TERM
           END-IF
           COMPUTE WS-LOAN-RESERVE ROUNDED =
                WS-LIFE-BALANCES * WS-LOSS-PCT / 100
                    / DDP-PERIODS-PER-YR.

      *    THE OPENING BALANCE OF PERIOD N+1 IS PERIOD N'S CLOSING
      *    BALANCE; PERIOD ONE OPENS AT THE ORIGINAL PRINCIPAL.
       ADD-ONE-REMAINING-BALANCE.
           IF WS-PERIOD-NO < 1
               ADD OUTORIGPRINCIPAL TO WS-LIFE-BALANCES
           ELSE
               ADD OUTBALANCENUM(WS-PERIOD-NO) TO WS-LIFE-BALANCES
           END-IF.

      *    FINDS THE POOL'S SLOT, OR OPENS ONE IN KEY ORDER BY SLIDING
      *    EVERY LATER POOL DOWN ONE.
       FIND-POOL-SLOT.
           MOVE ZERO TO WS-FOUND-IX
           COMPUTE WS-INSERT-IX = WS-NUM-POOLS + 1
           PERFORM COMPARE-ONE-POOL
               VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > WS-NUM-POOLS
                      OR WS-FOUND-IX > ZERO
                      OR WS-INSERT-IX <= WS-NUM-POOLS
           IF WS-FOUND-IX = ZERO
               IF WS-NUM-POOLS >= 2000
                   DISPLAY "AMORTRSV: ABEND - POOL TABLE FULL"
                   STOP RUN
               END-IF
               PERFORM SHIFT-ONE-POOL
                   VARYING WS-POOL-IX FROM WS-NUM-POOLS BY -1
                       UNTIL WS-POOL-IX < WS-INSERT-IX
               ADD 1 TO WS-NUM-POOLS
               MOVE WS-INSERT-IX TO WS-FOUND-IX
               MOVE WS-POOL-KEY TO WS-PL-KEY(WS-FOUND-IX)
               MOVE ZERO  TO WS-PL-COUNT(WS-FOUND-IX)
               MOVE ZEROS TO WS-PL-BALANCE(WS-FOUND-IX)
                             WS-PL-RESERVE(WS-FOUND-IX)
                             WS-PL-PRIOR(WS-FOUND-IX)
                             WS-PL-PCT(WS-FOUND-IX)
               MOVE SPACE TO WS-PL-METHOD(WS-FOUND-IX)
           END-IF.

       COMPARE-ONE-POOL.
           IF WS-PL-KEY(WS-POOL-IX) = WS-POOL-KEY
               MOVE WS-POOL-IX TO WS-FOUND-IX
           ELSE
               IF WS-PL-KEY(WS-POOL-IX) > WS-POOL-KEY
                   MOVE WS-POOL-IX TO WS-INSERT-IX
               END-IF
           END-IF.

       SHIFT-ONE-POOL.
           MOVE WS-POOL-ENTRY(WS-POOL-IX)
               TO WS-POOL-ENTRY(WS-POOL-IX + 1).

      *    ONE PASS DOWN THE LOAN'S LEDGER RECORDS - THE HIGHEST
      *    PAYMENT POSTED, THE EARLIEST ONE POSTED AS MISSED, AND FOR
      *    A SIMPLE-INTEREST LOAN THE RUNNING BALANCE ON THE LAST
      *    RECORD THAT CARRIES IT.
       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO TO WS-LAST-POSTED-NO WS-FIRST-MISSED-NO
           MOVE ZEROS TO WS-SI-BALANCE WS-SI-ACCRUAL-DATE
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
                       DISPLAY "AMORTRSV: ERROR OPENING PAYMENT HISTORY"
                       DISPLAY "AMORTRSV: FILE STATUS " WS-HIST-STATUS
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

      *    DAYS PAST DUE AS OF THE QUARTER END, COUNTED EXACTLY AS THE
      *    AGING REPORT COUNTS THEM - 30/360 FOR A MONTHLY LOAN, REAL
      *    CALENDAR DAYS FOR A BI-WEEKLY OR SEMI-MONTHLY ONE.
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
           MOVE WS-DUE-DATE   TO DCP-FROM-DATE
           MOVE WS-PERIOD-END TO DCP-TO-DATE
           CALL "DAYCNT" USING DAYCOUNT-PARMS
           MOVE DCP-ELAPSED-DAYS TO WS-DAYS-LATE.

      *    PRINCIPAL CHARGED OFF SINCE THE PRIOR QUARTER WAS DEBITED TO
      *    THE ALLOWANCE BY THE CHARGE-OFF RUN; WITH NO PRIOR QUARTER
      *    ON FILE, SINCE THE START OF THIS ONE. NO REGISTER MEANS
      *    NOTHING HAS EVER BEEN CHARGED OFF.
       TOTAL-CHARGE-OFFS.
           IF WS-PRIOR-PERIOD-END NOT = ZERO
               COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PRIOR-PERIOD-END) + 1
               COMPUTE WS-CO-FROM-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           ELSE
               MOVE WS-PERIOD-END TO WS-DATE-WORK-N
               PERFORM BACK-UP-TO-QUARTER-START
               MOVE WS-DATE-WORK-N TO WS-CO-FROM-DATE
           END-IF
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               SET END-OF-CHARGE-OFFS TO TRUE
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "AMORTRSV: ERROR OPENING CHARGE-OFF REGISTER"
                   DISPLAY "AMORTRSV: FILE STATUS " WS-CHGOFF-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-ONE-CHARGE-OFF
                   UNTIL END-OF-CHARGE-OFFS
               CLOSE CHARGE-OFF-FILE
           END-IF.

       READ-ONE-CHARGE-OFF.
           READ CHARGE-OFF-FILE
               AT END
                   SET END-OF-CHARGE-OFFS TO TRUE
           END-READ
           IF NOT END-OF-CHARGE-OFFS AND WS-CHGOFF-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR READING CHARGE-OFF REGISTER"
               DISPLAY "AMORTRSV: FILE STATUS " WS-CHGOFF-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-CHARGE-OFFS
               IF CO-CHARGEOFF-DATE >= WS-CO-FROM-DATE
                       AND CO-CHARGEOFF-DATE <= WS-PERIOD-END
                   ADD 1 TO WS-CHARGE-OFF-COUNT
                   ADD CO-PRINCIPAL TO WS-CHARGE-OFFS
                   MOVE CO-COMPANY-CODE TO CMP-COMPANY-CODE
                   PERFORM FIND-COMPANY-SLOT
                   ADD CO-PRINCIPAL TO WS-CO-CHARGE-OFFS(WS-CO-IX)
               END-IF
           END-IF.

      *    THE SAME ROLL-FORWARD AS THE PORTFOLIO'S, ONE COMPANY AT A
      *    TIME - THE COMPANY PROVISIONS ADD UP TO THE PORTFOLIO'S.
       COMPUTE-COMPANY-PROVISION.
           COMPUTE WS-CO-PROVISION(WS-CO-IX) =
                WS-CO-RESERVE(WS-CO-IX) -
                (WS-CO-PRIOR(WS-CO-IX) - WS-CO-CHARGE-OFFS(WS-CO-IX)).

       PRINT-ONE-POOL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           COMPUTE WS-BUCKET-IX = WS-PL-BUCKET(WS-POOL-IX) + 1
           MOVE WS-PL-PRODUCT(WS-POOL-IX)   TO DL-PRODUCT
           MOVE WS-PL-STATE(WS-POOL-IX)     TO DL-STATE
           MOVE WS-PL-RATE-BAND(WS-POOL-IX) TO DL-RATE-BAND
           MOVE WS-BUCKET-LABEL(WS-BUCKET-IX) TO DL-BUCKET
           MOVE WS-PL-COUNT(WS-POOL-IX)     TO DL-COUNT
           MOVE WS-PL-BALANCE(WS-POOL-IX)   TO DL-BALANCE
           IF WS-PL-COUNT(WS-POOL-IX) > ZERO
                   AND WS-PL-METHOD(WS-POOL-IX) = SPACE
               MOVE "?" TO DL-METHOD
           ELSE
               MOVE WS-PL-METHOD(WS-POOL-IX) TO DL-METHOD
           END-IF
           MOVE WS-PL-PCT(WS-POOL-IX)       TO DL-PCT
           MOVE WS-PL-RESERVE(WS-POOL-IX)   TO DL-RESERVE
           MOVE WS-PL-PRIOR(WS-POOL-IX)     TO DL-PRIOR
           COMPUTE WS-CHANGE =
                WS-PL-RESERVE(WS-POOL-IX) - WS-PL-PRIOR(WS-POOL-IX)
           MOVE WS-CHANGE                   TO DL-CHANGE
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
           MOVE WS-PERIOD-END       TO HL1-PERIOD-END
           MOVE WS-PRIOR-PERIOD-END TO HL1-PRIOR-END
           MOVE WS-PAGE-NO          TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

      *    THE POOLS FOOT TO THE REQUIRED ALLOWANCE, AND THE
      *    ROLL-FORWARD SHOWS HOW THE PROVISION ON THE VOUCHER BRINGS
      *    THE ALLOWANCE THERE FROM WHERE LAST QUARTER LEFT IT.
       PRINT-RESERVE-TOTALS.
           IF WS-LINE-COUNT + 14 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL ACTIVE LOANS"   TO TL-LABEL
           MOVE WS-LOANS-SWEPT         TO TL-COUNT
           MOVE WS-TOT-BALANCE         TO TL-BALANCE
           MOVE WS-TOT-RESERVE         TO TL-RESERVE
           MOVE WS-TOT-PRIOR-POOLS     TO TL-PRIOR
           COMPUTE WS-CHANGE = WS-TOT-RESERVE - WS-TOT-PRIOR-POOLS
           MOVE WS-CHANGE              TO TL-CHANGE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ALLOWANCE AT PRIOR QUARTER END" TO RF-LABEL
           MOVE WS-PRIOR-RESERVE       TO RF-AMOUNT
           WRITE PRINT-LINE FROM ROLL-FORWARD-LINE
           MOVE "LESS PRINCIPAL CHARGED OFF" TO RF-LABEL
           MOVE WS-CHARGE-OFFS         TO RF-AMOUNT
           WRITE PRINT-LINE FROM ROLL-FORWARD-LINE
           MOVE "ALLOWANCE BEFORE PROVISION" TO RF-LABEL
           MOVE WS-BEFORE-PROVISION    TO RF-AMOUNT
           WRITE PRINT-LINE FROM ROLL-FORWARD-LINE
           MOVE "PROVISION (RELEASE) THIS QUARTER" TO RF-LABEL
           MOVE WS-PROVISION           TO RF-AMOUNT
           WRITE PRINT-LINE FROM ROLL-FORWARD-LINE
           MOVE "REQUIRED ALLOWANCE AT QUARTER END" TO RF-LABEL
           MOVE WS-TOT-RESERVE         TO RF-AMOUNT
           WRITE PRINT-LINE FROM ROLL-FORWARD-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "POOLS"                TO CL-LABEL
           MOVE WS-NUM-POOLS           TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS WITH NO LOSS FACTOR" TO CL-LABEL
           MOVE WS-LOANS-NO-FACTOR     TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS CHARGED OFF"    TO CL-LABEL
           MOVE WS-CHARGE-OFF-COUNT    TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOSS FACTORS IN FORCE" TO CL-LABEL
           MOVE WS-FACTORS-LOADED      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOSS FACTOR ROWS IGNORED" TO CL-LABEL
           MOVE WS-FACTORS-IGNORED     TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 14 TO WS-LINE-COUNT
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COMPANY-ROLL-HEADING
           ADD 2 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-ROLL-FORWARD
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       PRINT-COMPANY-ROLL-FORWARD.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-CO-CODE(WS-CO-IX)        TO CRL-COMPANY
           MOVE WS-CO-LOANS(WS-CO-IX)       TO CRL-COUNT
           MOVE WS-CO-PRIOR(WS-CO-IX)       TO CRL-PRIOR
           MOVE WS-CO-CHARGE-OFFS(WS-CO-IX) TO CRL-CHARGE-OFFS
           MOVE WS-CO-PROVISION(WS-CO-IX)   TO CRL-PROVISION
           MOVE WS-CO-RESERVE(WS-CO-IX)     TO CRL-REQUIRED
           WRITE PRINT-LINE FROM COMPANY-ROLL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    A RERUN OF THE QUARTER FIRST CLEARS WHAT THE EARLIER RUN
      *    LEFT, THEN THE POOLS HOLDING LOANS AND THE QUARTER'S TOTAL
      *    ARE WRITTEN FRESH.
       SAVE-RESERVE-HISTORY.
           MOVE "N" TO WS-RSVH-EOF-SW
           MOVE LOW-VALUES TO RH-KEY
           MOVE WS-PERIOD-END TO RH-PERIOD-END
           START RESERVE-HISTORY-FILE KEY >= RH-KEY
           IF WS-RSVH-STATUS NOT = "00"
               SET END-OF-RESERVE-HISTORY TO TRUE
           END-IF
           PERFORM CLEAR-ONE-QUARTER-RECORD
               UNTIL END-OF-RESERVE-HISTORY
           PERFORM WRITE-ONE-COMPANY-HISTORY
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           PERFORM WRITE-ONE-POOL-HISTORY
               VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > WS-NUM-POOLS
           MOVE SPACES TO RESERVE-HISTORY-RECORD
           MOVE WS-PERIOD-END       TO RH-PERIOD-END
           SET RH-TOTAL-RECORD TO TRUE
           MOVE ZEROS               TO RH-RATE-BAND RH-BUCKET
           MOVE WS-LOANS-SWEPT      TO RH-LOAN-COUNT
           MOVE WS-TOT-BALANCE      TO RH-BALANCE
           MOVE WS-TOT-RESERVE      TO RH-RESERVE
           MOVE ZEROS               TO RH-LOSS-PCT
           MOVE WS-PRIOR-PERIOD-END TO RH-PRIOR-PERIOD-END
           MOVE WS-CHARGE-OFFS      TO RH-CHARGE-OFFS
           MOVE WS-PROVISION        TO RH-PROVISION
           MOVE WS-RUN-DATE         TO RH-RUN-DATE
           PERFORM WRITE-RESERVE-HISTORY.

       CLEAR-ONE-QUARTER-RECORD.
           PERFORM READ-NEXT-RESERVE-HISTORY
           IF NOT END-OF-RESERVE-HISTORY
               IF RH-PERIOD-END NOT = WS-PERIOD-END
                   SET END-OF-RESERVE-HISTORY TO TRUE
               ELSE
                   DELETE RESERVE-HISTORY-FILE RECORD
                   IF WS-RSVH-STATUS NOT = "00"
                       DISPLAY "AMORTRSV: ERROR DELETING RESERVE "
                               "HISTORY"
                       DISPLAY "AMORTRSV: FILE STATUS " WS-RSVH-STATUS
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       WRITE-ONE-COMPANY-HISTORY.
           MOVE SPACES TO RESERVE-HISTORY-RECORD
           MOVE WS-PERIOD-END TO RH-PERIOD-END
           SET RH-COMPANY-RECORD TO TRUE
           MOVE WS-CO-CODE(WS-CO-IX)        TO RH-COMPANY-CODE
           MOVE WS-CO-LOANS(WS-CO-IX)       TO RH-LOAN-COUNT
           MOVE WS-CO-BALANCE(WS-CO-IX)     TO RH-BALANCE
           MOVE WS-CO-RESERVE(WS-CO-IX)     TO RH-RESERVE
           MOVE ZEROS                       TO RH-LOSS-PCT
           MOVE WS-PRIOR-PERIOD-END         TO RH-PRIOR-PERIOD-END
           MOVE WS-CO-CHARGE-OFFS(WS-CO-IX) TO RH-CHARGE-OFFS
           MOVE WS-CO-PROVISION(WS-CO-IX)   TO RH-PROVISION
           MOVE WS-RUN-DATE                 TO RH-RUN-DATE
           PERFORM WRITE-RESERVE-HISTORY.

       WRITE-ONE-POOL-HISTORY.
           IF WS-PL-COUNT(WS-POOL-IX) > ZERO
               MOVE SPACES TO RESERVE-HISTORY-RECORD
               MOVE WS-PERIOD-END TO RH-PERIOD-END
               SET RH-POOL-RECORD TO TRUE
               MOVE WS-PL-KEY(WS-POOL-IX)     TO RH-POOL-KEY
               MOVE WS-PL-COUNT(WS-POOL-IX)   TO RH-LOAN-COUNT
               MOVE WS-PL-BALANCE(WS-POOL-IX) TO RH-BALANCE
               MOVE WS-PL-RESERVE(WS-POOL-IX) TO RH-RESERVE
               MOVE WS-PL-METHOD(WS-POOL-IX)  TO RH-LOSS-METHOD
               MOVE WS-PL-PCT(WS-POOL-IX)     TO RH-LOSS-PCT
               MOVE ZEROS TO RH-PRIOR-PERIOD-END
                             RH-CHARGE-OFFS RH-PROVISION
               MOVE WS-RUN-DATE               TO RH-RUN-DATE
               PERFORM WRITE-RESERVE-HISTORY
               ADD 1 TO WS-POOLS-WRITTEN
           END-IF.

       WRITE-RESERVE-HISTORY.
           WRITE RESERVE-HISTORY-RECORD
           IF WS-RSVH-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR WRITING RESERVE HISTORY"
               DISPLAY "AMORTRSV: FILE STATUS " WS-RSVH-STATUS
               STOP RUN
           END-IF.

      *    A PROVISION DEBITS THE PROVISION EXPENSE AND BUILDS THE
      *    ALLOWANCE; A RELEASE RUNS THE OTHER WAY. NO CHANGE MEANS A
      *    TRAILER-ONLY BATCH. AN UNBALANCED BATCH NEVER GETS A
      *    TRAILER, EXACTLY AS IN THE AMORTGL EXTRACT.
       WRITE-PROVISION-VOUCHER.
           PERFORM WRITE-COMPANY-PROVISION
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "AMORTRSV: ABEND - DEBITS DO NOT EQUAL CREDITS"
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE "T"              TO JT-RECORD-TYPE
           MOVE WS-VOUCHER-COUNT TO JT-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS  TO JT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
           WRITE JOURNAL-TRAILER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTRSV: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

       WRITE-COMPANY-PROVISION.
           IF WS-CO-PROVISION(WS-CO-IX) > ZERO
               MOVE WS-CO-PROVISION(WS-CO-IX) TO WS-VOUCHER-AMOUNT
               MOVE "501100"                TO JV-ACCOUNT
               MOVE "PROVISION FOR LOAN LOSS" TO JV-ACCOUNT-NAME
               MOVE "D"                     TO JV-DR-CR
               PERFORM WRITE-ONE-VOUCHER-LINE
               MOVE "120900"                TO JV-ACCOUNT
               MOVE "ALLOWANCE FOR LOAN LOSS" TO JV-ACCOUNT-NAME
               MOVE "C"                     TO JV-DR-CR
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           IF WS-CO-PROVISION(WS-CO-IX) < ZERO
               COMPUTE WS-VOUCHER-AMOUNT =
                    ZERO - WS-CO-PROVISION(WS-CO-IX)
               MOVE "120900"                TO JV-ACCOUNT
               MOVE "ALLOWANCE FOR LOAN LOSS" TO JV-ACCOUNT-NAME
               MOVE "D"                     TO JV-DR-CR
               PERFORM WRITE-ONE-VOUCHER-LINE
               MOVE "501100"                TO JV-ACCOUNT
               MOVE "PROVISION FOR LOAN LOSS" TO JV-ACCOUNT-NAME
               MOVE "C"                     TO JV-DR-CR
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           PERFORM WRITE-COMPANY-TRAILER.

       WRITE-ONE-VOUCHER-LINE.
           SET CMP-MAP-ACCOUNT TO TRUE
           MOVE WS-CO-CODE(WS-CO-IX) TO CMP-COMPANY-CODE
           MOVE JV-ACCOUNT      TO CMP-GL-ACCOUNT
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTRSV: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-GL-ACCOUNT  TO JV-ACCOUNT
           MOVE "D"               TO JV-RECORD-TYPE
           MOVE "AMORTRSV"        TO JV-BATCH-NO
           MOVE ZEROS             TO JV-PERIOD-NO
           MOVE WS-VOUCHER-AMOUNT TO JV-AMOUNT
           MOVE WS-PERIOD-END     TO JV-RUN-DATE
           MOVE WS-CO-CODE(WS-CO-IX) TO JV-COMPANY-CODE
           IF JV-DR-CR = "D"
               ADD WS-VOUCHER-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-VOUCHER-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           WRITE JOURNAL-VOUCHER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTRSV: FILE STATUS " WS-JOURNAL-STATUS
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
               DISPLAY "AMORTRSV: ABEND - COMPANY "
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
               DISPLAY "AMORTRSV: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTRSV: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTRSV: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTRSV: FILE STATUS " WS-PRINT-STATUS
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
           CLOSE RESERVE-HISTORY-FILE
           CLOSE JOURNAL-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTRSV" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-LOANS-SWEPT TO RC-RECORDS-IN
           MOVE WS-POOLS-WRITTEN TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTRSV: QUARTER END " WS-PERIOD-END " - "
                   WS-LOANS-SWEPT " ACTIVE LOANS, "
                   WS-NUM-POOLS " POOLS, "
                   WS-LOANS-NO-FACTOR " WITH NO LOSS FACTOR".

       END PROGRAM AMORTRSV.
