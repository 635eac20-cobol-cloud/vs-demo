       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTTPP.
       REMARKS. NIGHTLY LOSS-MITIGATION TRIAL-PLAN RUN. A BORROWER
               OFFERED A PERMANENT MODIFICATION MUST FIRST MAKE THREE
               OR FOUR TRIAL PAYMENTS AT THE PROPOSED AMOUNT. FIRST
               THE DESK'S NEW PLANS ARE ADDED TO THE KEYED TRIAL-PLAN
               REGISTER - LOAN, PLAN START, NUMBER OF TRIAL PAYMENTS,
               TRIAL AMOUNT, DUE DAYS, AND THE PROPOSED TERMS. THE
               FIRST TRIAL PAYMENT IS DUE ON THE PLAN START DATE AND
               EACH LATER ONE DUE DAYS (THIRTY WHEN NONE IS GIVEN)
               AFTER THE ONE BEFORE, AND THE TRIAL PAYMENTS POST TO
               THE LEDGER IN ORDER FROM THE FIRST PAYMENT NUMBER STILL
               UNPOSTED WHEN THE PLAN WAS SET UP.
               THEN EVERY ACTIVE PLAN IS JUDGED AGAINST THE PAYMENT-
               HISTORY LEDGER: A TRIAL PAYMENT IS MADE WHEN ITS LEDGER
               POSTING IS FOR AT LEAST THE TRIAL AMOUNT AND WAS PAID
               BEFORE THE NEXT TRIAL PAYMENT FELL DUE. A SHORT
               PAYMENT, A LATE ONE, ONE NEVER RECEIVED INSIDE ITS
               WINDOW, OR A LOAN NO LONGER ACTIVE FAILS THE PLAN; ALL
               TRIAL PAYMENTS MADE COMPLETES IT. A COMPLETED PLAN
               WRITES A PENDING MODIFICATION ("M") TRANSACTION IN THE
               LOANTXN LAYOUT - THE LOAN'S TERMS AS THEY STAND WITH
               THE PROPOSED RATE, TERM, AND PRINCIPAL IN PLACE,
               EFFECTIVE AT THE FIRST PAYMENT AFTER THE TRIAL - FOR
               THE DESK TO APPROVE BEFORE IT GOES TO LOANMNT (A RERUN
               ON THE SAME DATE WRITES IT AGAIN). WHILE A PLAN IS
               ACTIVE THE SERVICING ROUTINE (AMORTSERV) ASSESSES NO
               LATE FEE ON A TRIAL PAYMENT AND HOLDS THE MISSED
               STREAK, AND THE METRO 2 EXTRACT (AMORTM2) HOLDS THE
               DELINQUENCY IT FURNISHES. THE TRIAL-PLAN REPORT PRINTS
               FOUR SECTIONS: PLANS SET UP, PLANS COMPLETED, PLANS
               FAILED, AND PLANS STILL ACTIVE, THEN EACH SERVICING
               COMPANY'S PLAN COUNTS. THE OPTIONAL COMPANY-SELECTION
               CARD (COMPSEL) LIMITS THE RUN TO ONE COMPANY'S LOANS -
               NEW PLANS AND ACTIVE PLANS ON OTHER COMPANIES' LOANS ARE
               PASSED OVER, NOT REJECTED OR JUDGED, FOR THEIR OWN
               COMPANY'S RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-SETUP-FILE ASSIGN TO "TRIALACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETUP-STATUS.

           SELECT TRIAL-PLAN-FILE ASSIGN TO "TRIALPLN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS WS-PLAN-STATUS.

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

           SELECT PENDING-MOD-FILE ASSIGN TO "MODPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PLAN-WORK-FILE ASSIGN TO "TPPWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "TPPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    NEW TRIAL PLANS, KEYED BY THE LOSS-MITIGATION DESK. DISPLAY
      *    FIELDS SO THE FILE CAN BE BUILT FROM THE DESK SHEETS. A
      *    ZERO PROPOSED TERM LEAVES THAT TERM AS IT STANDS.
       FD  TRIAL-SETUP-FILE.
       01  TRIAL-SETUP-RECORD.
           05 TA-LOAN-ID            PIC X(10).
           05 TA-PLAN-START         PIC 9(08).
           05 TA-NUM-PAYMENTS       PIC 9(01).
           05 TA-TRIAL-AMOUNT       PIC 9(7)V99.
           05 TA-DUE-DAYS           PIC 9(03).
           05 TA-PROP-RATE          PIC 9(3)V9(4).
           05 TA-PROP-LOANTERM      PIC 9(04).
           05 TA-PROP-PRINCIPAL     PIC 9(9)V99.
           05 TA-ANALYST-ID         PIC X(08).

       FD  TRIAL-PLAN-FILE.
       COPY TRIALPLN.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

      *    THE PENDING MODIFICATION IS THE LOANTXN MODIFY TRANSACTION,
      *    FIELD FOR FIELD THE LAYOUT THE MAINTENANCE RUN READS - ONCE
      *    THE DESK APPROVES IT, IT GOES TO LOANMNT AS IS.
       FD  PENDING-MOD-FILE.
       01  PENDING-MOD-RECORD.
           05 PM-ACTION             PIC X(01).
           05 PM-LOAN-ID            PIC X(10).
           05 PM-LOAN-NUMBER        PIC X(12).
           05 PM-BORROWER-NAME      PIC X(30).
           05 PM-PRINCIPAL          PIC S9(9)V99   COMP-3.
           05 PM-LOANTERM           PIC S9(4)      COMP.
           05 PM-RATE               PIC S9(3)V9(4) COMP-3.
           05 PM-IOMONTHS           PIC S9(4)      COMP.
           05 PM-EXTRAPAYMENT       PIC S9(7)V99   COMP-3.
           05 PM-LUMPSUMAMT         PIC S9(7)V99   COMP-3.
           05 PM-LUMPSUMMONTH       PIC S9(4)      COMP.
           05 PM-PMTFREQCODE        PIC X(01).
           05 PM-BALLOONTERM        PIC S9(4)      COMP.
           05 PM-PROPERTYVALUE      PIC S9(9)V99   COMP-3.
           05 PM-PMIRATE            PIC S9(1)V9(4) COMP-3.
           05 PM-FINANCEFEES        PIC S9(7)V99   COMP-3.
           05 PM-FIRSTPAYMENTDATE   PIC 9(8).
           05 PM-ANNUALTAXAMT       PIC S9(7)V99   COMP-3.
           05 PM-ANNUALINSAMT       PIC S9(7)V99   COMP-3.
           05 PM-INVESTOR-ID        PIC X(08).
           05 PM-PARTICIPATIONPCT   PIC S9(3)V9(4) COMP-3.
           05 PM-SVCFEERATE         PIC S9(3)V9(4) COMP-3.
           05 PM-DAYCOUNTCODE       PIC X(01).
           05 PM-FUNDINGDATE        PIC 9(8).
           05 PM-ODDDAYSCODE        PIC X(01).
           05 PM-RECASTELECTION     PIC X(01).
           05 PM-PREPAYPENALTYTYPE  PIC X(01).
           05 PM-PREPAYPENALTYRATE  PIC S9(3)V9(4) COMP-3.
           05 PM-PREPAYPENALTYMONTHS PIC S9(4)     COMP.
           05 PM-PREPAYWINDOWMONTHS PIC S9(4)      COMP.
           05 PM-PRODUCTCODE        PIC X(04).
           05 PM-STATECODE          PIC X(02).
           05 PM-ARMNUMRESETS       PIC S9(2)      COMP.
           05 PM-ARMPERIODICCAP     PIC S9(3)V9(4) COMP-3.
           05 PM-ARMLIFETIMECAP     PIC S9(3)V9(4) COMP-3.
           05 PM-ARMLIFETIMEFLOOR   PIC S9(3)V9(4) COMP-3.
           05 PM-ARMRESETENTRY OCCURS 12.
               10 PM-ARMRESETPMTNO  PIC S9(4)      COMP.
               10 PM-ARMRESETRATE   PIC S9(3)V9(4) COMP-3.
           05 PM-BUYDOWNYR1RED      PIC S9(1)V9(4) COMP-3.
           05 PM-BUYDOWNYR2RED      PIC S9(1)V9(4) COMP-3.
           05 PM-BUYDOWNSUBSIDY     PIC S9(7)V99   COMP-3.
           05 PM-DEFERSTARTNO       PIC S9(4)      COMP.
           05 PM-DEFERNUMPMTS       PIC S9(4)      COMP.
           05 PM-DEFERTREATMENT     PIC X(01).
           05 PM-GRADNUMSTEPS       PIC S9(2)      COMP.
           05 PM-GRADSTEPENTRY OCCURS 5.
               10 PM-GRADSTEPSTARTNO PIC S9(4)     COMP.
               10 PM-GRADSTEPFACTOR PIC S9(1)V9(4) COMP-3.
           05 PM-MODEFFPMTNO        PIC S9(4)      COMP.
           05 PM-ARMINDEXCODE       PIC X(04).
           05 PM-ARMMARGIN          PIC S9(3)V9(4) COMP-3.
           05 PM-ARMLOOKBACKDAYS    PIC S9(4)      COMP.
           05 PM-LEGALSTATUS        PIC X(01).
           05 PM-LEGALSTATUSDATE    PIC 9(8).
           05 PM-SERVICINGMETHOD    PIC X(01).
           05 PM-COMPANYCODE        PIC X(02).
           05 PM-ASSUMEDATE         PIC 9(8).
           05 PM-RELEASE-SW         PIC X(01).
           05 PM-ASSUMEFEE          PIC S9(7)V99   COMP-3.
           05 PM-ASSUMENUMBORR      PIC S9(2)      COMP.
           05 PM-ASSUMEBORR OCCURS 4.
               10 PM-AB-LAST-NAME   PIC X(25).
               10 PM-AB-FIRST-NAME  PIC X(20).
               10 PM-AB-MIDDLE-INITIAL PIC X(01).
               10 PM-AB-GENERATION  PIC X(03).
               10 PM-AB-SSN         PIC 9(9).
               10 PM-AB-ECOA-CODE   PIC X(01).
               10 PM-AB-ADDRESS-1   PIC X(30).
               10 PM-AB-ADDRESS-2   PIC X(30).
               10 PM-AB-CITY        PIC X(20).
               10 PM-AB-STATE       PIC X(02).
               10 PM-AB-ZIP         PIC X(09).

       FD  PLAN-WORK-FILE.
       01  PLAN-WORK-RECORD.
           05 FW-SECTION            PIC 9(01).
           05 FW-LOAN-ID            PIC X(10).
           05 FW-BORROWER           PIC X(30).
           05 FW-PLAN-START         PIC 9(08).
           05 FW-PMTS-MADE          PIC 9(01).
           05 FW-NUM-PAYMENTS       PIC 9(01).
           05 FW-TRIAL-AMOUNT       PIC S9(7)V99   COMP-3.
           05 FW-NEXT-DUE-DATE      PIC 9(08).
           05 FW-RESULT             PIC X(30).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SETUP-STATUS           PIC X(02).
       01 WS-PLAN-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-PENDING-STATUS         PIC X(02).
       01 WS-WORK-STATUS            PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-INPUT                     VALUE "Y".
       01 WS-PLAN-EOF-SW            PIC X(01).
          88 END-OF-PLANS                     VALUE "Y".
       01 WS-WORK-EOF-SW            PIC X(01).
          88 END-OF-WORK                      VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 END-OF-HISTORY                   VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-IN-FORCE-SW            PIC X(01).
          88 PLAN-ALREADY-ACTIVE              VALUE "Y".
       01 WS-JUDGING-SW             PIC X(01).
          88 JUDGING-DONE                     VALUE "Y".
       01 WS-FAILED-SW              PIC X(01).
          88 PLAN-FAILED-NOW                  VALUE "Y".

       01 WS-PLANS-SET-UP           PIC 9(9) COMP VALUE ZERO.
       01 WS-SETUPS-REJECTED        PIC 9(9) COMP VALUE ZERO.
       01 WS-PLANS-COMPLETED        PIC 9(9) COMP VALUE ZERO.
       01 WS-PLANS-FAILED           PIC 9(9) COMP VALUE ZERO.
       01 WS-PLANS-ACTIVE           PIC 9(9) COMP VALUE ZERO.
       01 WS-MODS-WRITTEN           PIC 9(9) COMP VALUE ZERO.
       01 WS-SETUPS-PASSED          PIC 9(9) COMP VALUE ZERO.
       01 WS-PLANS-PASSED           PIC 9(9) COMP VALUE ZERO.

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    EACH COMPANY'S PLANS, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-SET-UP      PIC 9(9) COMP.
               05 WS-CO-COMPLETED   PIC 9(9) COMP.
               05 WS-CO-FAILED      PIC 9(9) COMP.
               05 WS-CO-ACTIVE      PIC 9(9) COMP.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-DATE-INT           PIC S9(9) COMP.
       01 WS-SAVE-PLAN-KEY          PIC X(18).
       01 WS-REJECT-REASON          PIC X(30).
       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-FIRST-PMT-NO           PIC S9(4) COMP.

      *    JUDGING ONE PLAN'S TRIAL PAYMENTS.
       01 WS-TRIAL-IX               PIC S9(4) COMP.
       01 WS-DUE-DAYS               PIC S9(4) COMP.
       01 WS-PMTS-MADE              PIC S9(4) COMP.
       01 WS-PLAN-START-INT         PIC S9(9) COMP.
       01 WS-TRIAL-DUE-INT          PIC S9(9) COMP.
       01 WS-WINDOW-END-INT         PIC S9(9) COMP.
       01 WS-PAID-INT               PIC S9(9) COMP.
       01 WS-NEXT-DUE-DATE          PIC 9(8).
       01 WS-STEP-IX                PIC S9(4) COMP.

       01 WS-SECTION-NO             PIC 9(01).
       01 WS-PRINT-SECTION          PIC 9(01).

       01 WS-SECTION-LABELS.
           03 FILLER PIC X(24) VALUE "PLANS SET UP".
           03 FILLER PIC X(24) VALUE "PLANS COMPLETED".
           03 FILLER PIC X(24) VALUE "PLANS FAILED".
           03 FILLER PIC X(24) VALUE "PLANS STILL ACTIVE".
       01 WS-SECTION-LABELS-R REDEFINES WS-SECTION-LABELS.
           03 WS-SECTION-LABEL PIC X(24) OCCURS 4.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(34)
               VALUE "LOSS-MITIGATION TRIAL PLAN REPORT ".
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(58) VALUE SPACES.

       01 SECTION-HEADING-LINE.
           05 FILLER          PIC X(09) VALUE "SECTION: ".
           05 SHL-LABEL        PIC X(24).
           05 FILLER          PIC X(99) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(32)  VALUE "BORROWER".
           05 FILLER PIC X(12)  VALUE "PLAN START".
           05 FILLER PIC X(08)  VALUE "PMTS".
           05 FILLER PIC X(16)  VALUE "TRIAL AMOUNT".
           05 FILLER PIC X(12)  VALUE "NEXT DUE".
           05 FILLER PIC X(30)  VALUE "RESULT".
           05 FILLER PIC X(10)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-BORROWER       PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PLAN-START     PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-PMTS-MADE      PIC 9(01).
           05 FILLER            PIC X(01) VALUE "/".
           05 DL-NUM-PAYMENTS   PIC 9(01).
           05 FILLER            PIC X(05) VALUE SPACES.
           05 DL-TRIAL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NEXT-DUE-DATE  PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-RESULT         PIC X(30).
           05 FILLER            PIC X(10) VALUE SPACES.

       01 SECTION-TOTAL-LINE.
           05 FILLER            PIC X(07) VALUE "TOTAL ".
           05 STL-LABEL          PIC X(24).
           05 FILLER            PIC X(08) VALUE " PLANS: ".
           05 STL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(86) VALUE SPACES.

       01 COMPANY-TOTAL-LINE.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-SET-UP        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(08) VALUE " SET UP ".
           05 CTL-COMPLETED     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE " COMPLETED ".
           05 CTL-FAILED        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(08) VALUE " FAILED ".
           05 CTL-ACTIVE        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(13) VALUE " STILL ACTIVE".
           05 FILLER            PIC X(50) VALUE SPACES.

       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM APPLY-PLAN-SETUPS
           PERFORM JUDGE-ACTIVE-PLANS
           PERFORM PRINT-ONE-SECTION
               VARYING WS-PRINT-SECTION FROM 1 BY 1
                   UNTIL WS-PRINT-SECTION > 4
           PERFORM PRINT-COMPANY-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM SELECT-RUN-COMPANY
           PERFORM LOAD-COMPANY-SLOTS
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           PERFORM OPEN-TRIAL-PLAN-REGISTER
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
      *    NO LEDGER YET JUST MEANS NO TRIAL PAYMENT HAS POSTED.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               SET NO-LEDGER-ON-FILE TO TRUE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "AMORTTPP: ERROR OPENING PAYMENT HISTORY"
                   DISPLAY "AMORTTPP: FILE STATUS " WS-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PENDING-MOD-FILE
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR OPENING PENDING MODIFICATION "
                       "FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-PENDING-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PLAN-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR OPENING TRIAL PLAN WORK FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-WORK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTTPP: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTTPP: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS ONE THIS RUN COVERS, AND POINTS WS-CO-IX
      *    AT THE COMPANY'S TOTALS. A COMPANY THE TABLE DOES NOT KNOW
      *    STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTTPP: ABEND - LOAN " LM-LOAN-ID
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
               DISPLAY "AMORTTPP: ERROR READING COMPANY TABLE"
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
           MOVE ZERO TO WS-CO-SET-UP(WS-CO-IX)
                        WS-CO-COMPLETED(WS-CO-IX)
                        WS-CO-FAILED(WS-CO-IX)
                        WS-CO-ACTIVE(WS-CO-IX).

      *    A MISSING REGISTER IS CREATED EMPTY ON FIRST USE - THE
      *    FIRST PLAN THE DESK EVER SETS UP BOOTSTRAPS THE FILE.
       OPEN-TRIAL-PLAN-REGISTER.
           OPEN I-O TRIAL-PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               OPEN OUTPUT TRIAL-PLAN-FILE
               IF WS-PLAN-STATUS = "00"
                   CLOSE TRIAL-PLAN-FILE
                   OPEN I-O TRIAL-PLAN-FILE
               END-IF
           END-IF
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR OPENING TRIAL PLAN REGISTER"
               DISPLAY "AMORTTPP: FILE STATUS " WS-PLAN-STATUS
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      *    PASS ONE - ADD THE DESK'S NEW PLANS TO THE REGISTER.
      *-----------------------------------------------------------------
       APPLY-PLAN-SETUPS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRIAL-SETUP-FILE
           IF WS-SETUP-STATUS NOT = "00"
      *        NO NEW PLANS TONIGHT JUST MEANS NOTHING TO ADD.
               SET END-OF-INPUT TO TRUE
           END-IF
           PERFORM APPLY-ONE-SETUP
               UNTIL END-OF-INPUT
           IF WS-SETUP-STATUS = "00" OR WS-SETUP-STATUS = "10"
               CLOSE TRIAL-SETUP-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       APPLY-ONE-SETUP.
           READ TRIAL-SETUP-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND WS-SETUP-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR READING TRIAL PLAN SETUP FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-SETUP-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-INPUT
               IF TA-LOAN-ID = SPACES
                 OR TA-PLAN-START IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(TA-PLAN-START)
                     NOT = ZERO
                 OR TA-NUM-PAYMENTS IS NOT NUMERIC
                 OR (TA-NUM-PAYMENTS NOT = 3
                     AND TA-NUM-PAYMENTS NOT = 4)
                 OR TA-TRIAL-AMOUNT IS NOT NUMERIC
                 OR TA-TRIAL-AMOUNT = ZERO
                 OR TA-DUE-DAYS IS NOT NUMERIC
                 OR TA-PROP-RATE IS NOT NUMERIC
                 OR TA-PROP-LOANTERM IS NOT NUMERIC
                 OR TA-PROP-PRINCIPAL IS NOT NUMERIC
                   MOVE "INVALID FIELDS" TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-SETUP
               ELSE
                   PERFORM SET-UP-ONE-PLAN
               END-IF
           END-IF.

       REJECT-ONE-SETUP.
           ADD 1 TO WS-SETUPS-REJECTED
           DISPLAY "AMORTTPP: REJECTED PLAN " TA-LOAN-ID " "
                   TA-PLAN-START " - " WS-REJECT-REASON.

      *    A PLAN IS SET UP ONLY ON AN ACTIVE LOAN WITH NO OTHER PLAN
      *    STILL RUNNING, AND ONLY WHEN ITS TRIAL PAYMENTS FIT INSIDE
      *    THE LOAN'S TERM. A PLAN ON ANOTHER COMPANY'S LOAN IS LEFT
      *    FOR THAT COMPANY'S RUN.
       SET-UP-ONE-PLAN.
           MOVE TA-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
                   PERFORM CHECK-RUN-COMPANY
                   IF IN-RUN-COMPANY
                       PERFORM SET-UP-LOAN-PLAN
                   ELSE
                       ADD 1 TO WS-SETUPS-PASSED
                   END-IF
               WHEN "23"
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-SETUP
               WHEN OTHER
                   DISPLAY "AMORTTPP: ERROR READING LOAN MASTER"
                   DISPLAY "AMORTTPP: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE.

       SET-UP-LOAN-PLAN.
           IF NOT LM-ACTIVE
               MOVE "LOAN NOT ACTIVE" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-SETUP
           ELSE
               PERFORM CHECK-PLAN-IN-FORCE
               IF PLAN-ALREADY-ACTIVE
                   MOVE "A PLAN IS ALREADY ACTIVE" TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-SETUP
               ELSE
                   PERFORM FIND-LAST-POSTED-PAYMENT
                   COMPUTE WS-FIRST-PMT-NO = WS-LAST-POSTED-NO + 1
                   IF WS-FIRST-PMT-NO + TA-NUM-PAYMENTS - 1
                           > LM-LOANTERM
                       MOVE "TRIAL RUNS PAST LOAN TERM"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-ONE-SETUP
                   ELSE
                       PERFORM WRITE-NEW-PLAN
                   END-IF
               END-IF
           END-IF.

       CHECK-PLAN-IN-FORCE.
           MOVE "N" TO WS-IN-FORCE-SW WS-PLAN-EOF-SW
           MOVE TA-LOAN-ID TO TP-LOAN-ID
           MOVE ZEROS      TO TP-PLAN-START
           START TRIAL-PLAN-FILE KEY >= TP-KEY
           IF WS-PLAN-STATUS NOT = "00"
               SET END-OF-PLANS TO TRUE
           END-IF
           PERFORM CHECK-ONE-LOAN-PLAN
               UNTIL END-OF-PLANS.

       CHECK-ONE-LOAN-PLAN.
           READ TRIAL-PLAN-FILE NEXT RECORD
               AT END
                   SET END-OF-PLANS TO TRUE
           END-READ
           IF NOT END-OF-PLANS AND WS-PLAN-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR READING TRIAL PLAN REGISTER"
               DISPLAY "AMORTTPP: FILE STATUS " WS-PLAN-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-PLANS
               IF TP-LOAN-ID NOT = TA-LOAN-ID
                   SET END-OF-PLANS TO TRUE
               ELSE
                   IF TP-ACTIVE
                       SET PLAN-ALREADY-ACTIVE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    THE LAST PAYMENT NUMBER POSTED ON THE LEDGER - POSTINGS
      *    ALWAYS TAKE THE NEXT NUMBER, SO THE TRIAL PAYMENTS FOLLOW.
       FIND-LAST-POSTED-PAYMENT.
           MOVE ZERO TO WS-LAST-POSTED-NO
           MOVE "N" TO WS-HIST-EOF-SW
           IF NO-LEDGER-ON-FILE
               SET END-OF-HISTORY TO TRUE
           ELSE
               MOVE LM-LOAN-ID TO PH-LOAN-ID
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
               IF PH-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   MOVE PH-PAYMENT-NO TO WS-LAST-POSTED-NO
               END-IF
           END-IF.

       WRITE-NEW-PLAN.
           MOVE SPACES TO TRIAL-PLAN-RECORD
           MOVE TA-LOAN-ID        TO TP-LOAN-ID
           MOVE TA-PLAN-START     TO TP-PLAN-START
           MOVE TA-NUM-PAYMENTS   TO TP-NUM-PAYMENTS
           MOVE TA-TRIAL-AMOUNT   TO TP-TRIAL-AMOUNT
           MOVE TA-DUE-DAYS       TO TP-DUE-DAYS
           MOVE WS-FIRST-PMT-NO   TO TP-FIRST-PMT-NO
           SET TP-ACTIVE TO TRUE
           MOVE WS-RUN-DATE       TO TP-STATUS-DATE TP-SETUP-DATE
           MOVE ZERO              TO TP-PMTS-MADE TP-MOD-PENDING-DATE
           MOVE TA-ANALYST-ID     TO TP-ANALYST-ID
           MOVE TA-PROP-RATE      TO TP-PROP-RATE
           MOVE TA-PROP-LOANTERM  TO TP-PROP-LOANTERM
           MOVE TA-PROP-PRINCIPAL TO TP-PROP-PRINCIPAL
           WRITE TRIAL-PLAN-RECORD
           EVALUATE WS-PLAN-STATUS
               WHEN "00"
                   ADD 1 TO WS-PLANS-SET-UP
                   ADD 1 TO WS-CO-SET-UP(WS-CO-IX)
                   MOVE 1 TO WS-SECTION-NO
                   MOVE TP-PLAN-START TO WS-NEXT-DUE-DATE
                   MOVE "PLAN SET UP" TO FW-RESULT
                   PERFORM WRITE-PLAN-WORK-RECORD
               WHEN "22"
                   MOVE "PLAN ALREADY ON FILE" TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-SETUP
               WHEN OTHER
                   DISPLAY "AMORTTPP: ERROR WRITING TRIAL PLAN "
                           "REGISTER"
                   DISPLAY "AMORTTPP: FILE STATUS " WS-PLAN-STATUS
                   STOP RUN
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    PASS TWO - JUDGE EVERY ACTIVE PLAN AGAINST THE LEDGER.
      *-----------------------------------------------------------------
       JUDGE-ACTIVE-PLANS.
           MOVE "N" TO WS-PLAN-EOF-SW
           MOVE LOW-VALUES TO TP-KEY
           START TRIAL-PLAN-FILE KEY >= TP-KEY
           IF WS-PLAN-STATUS NOT = "00"
               SET END-OF-PLANS TO TRUE
           END-IF
           PERFORM JUDGE-ONE-PLAN
               UNTIL END-OF-PLANS
           CLOSE PLAN-WORK-FILE.

       JUDGE-ONE-PLAN.
           READ TRIAL-PLAN-FILE NEXT RECORD
               AT END
                   SET END-OF-PLANS TO TRUE
           END-READ
           IF NOT END-OF-PLANS AND WS-PLAN-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR READING TRIAL PLAN REGISTER"
               DISPLAY "AMORTTPP: FILE STATUS " WS-PLAN-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-PLANS
               EVALUATE TRUE
                   WHEN TP-ACTIVE
                       PERFORM FIND-PLAN-COMPANY
                       IF IN-RUN-COMPANY
                           PERFORM JUDGE-PLAN-AGAINST-LEDGER
                       ELSE
                           ADD 1 TO WS-PLANS-PASSED
                       END-IF
      *            A RERUN ON THE SAME DATE WRITES THE PENDING
      *            MODIFICATION AGAIN - THE FIRST RUN'S FILE IS GONE.
                   WHEN TP-COMPLETED
                     AND TP-MOD-PENDING-DATE = WS-RUN-DATE
                       PERFORM FIND-PLAN-COMPANY
                       IF IN-RUN-COMPANY
                           PERFORM REISSUE-PENDING-MODIFICATION
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    A PLAN IS ITS LOAN'S SERVICING COMPANY'S; ONE WHOSE LOAN IS
      *    NO LONGER ON THE MASTER IS THE HOME COMPANY'S TO FAIL.
       FIND-PLAN-COMPANY.
           MOVE SPACES TO CMP-COMPANY-CODE
           MOVE TP-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AMORTTPP: ERROR READING LOAN MASTER"
                   DISPLAY "AMORTTPP: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE
           PERFORM CHECK-RUN-COMPANY.

       JUDGE-PLAN-AGAINST-LEDGER.
           MOVE "N" TO WS-JUDGING-SW WS-FAILED-SW
           MOVE ZERO TO WS-PMTS-MADE WS-NEXT-DUE-DATE
           MOVE TP-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   IF NOT LM-ACTIVE
                       SET PLAN-FAILED-NOW TO TRUE
                       SET TP-FAIL-LOAN-INACTIVE TO TRUE
                   END-IF
               WHEN "23"
                   MOVE SPACES TO LM-BORROWER-NAME
                   SET PLAN-FAILED-NOW TO TRUE
                   SET TP-FAIL-LOAN-INACTIVE TO TRUE
               WHEN OTHER
                   DISPLAY "AMORTTPP: ERROR READING LOAN MASTER"
                   DISPLAY "AMORTTPP: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE
           IF NOT PLAN-FAILED-NOW
               MOVE TP-DUE-DAYS TO WS-DUE-DAYS
               IF WS-DUE-DAYS = ZERO
                   MOVE 30 TO WS-DUE-DAYS
               END-IF
               COMPUTE WS-PLAN-START-INT =
                    FUNCTION INTEGER-OF-DATE(TP-PLAN-START)
               PERFORM JUDGE-ONE-TRIAL-PAYMENT
                   VARYING WS-TRIAL-IX FROM 1 BY 1
                       UNTIL WS-TRIAL-IX > TP-NUM-PAYMENTS
                          OR JUDGING-DONE
           END-IF
           MOVE WS-PMTS-MADE TO TP-PMTS-MADE
           EVALUATE TRUE
               WHEN PLAN-FAILED-NOW
                   SET TP-FAILED TO TRUE
                   MOVE WS-RUN-DATE TO TP-STATUS-DATE
                   ADD 1 TO WS-PLANS-FAILED
                   ADD 1 TO WS-CO-FAILED(WS-CO-IX)
                   MOVE 3 TO WS-SECTION-NO
                   MOVE ZERO TO WS-NEXT-DUE-DATE
                   EVALUATE TRUE
                       WHEN TP-FAIL-SHORT
                           MOVE "TRIAL PAYMENT SHORT" TO FW-RESULT
                       WHEN TP-FAIL-LATE
                           MOVE "TRIAL PAYMENT LATE" TO FW-RESULT
                       WHEN TP-FAIL-NOT-RECEIVED
                           MOVE "TRIAL PAYMENT NOT RECEIVED"
                               TO FW-RESULT
                       WHEN OTHER
                           MOVE "LOAN NOT ACTIVE" TO FW-RESULT
                   END-EVALUATE
               WHEN WS-PMTS-MADE >= TP-NUM-PAYMENTS
                   SET TP-COMPLETED TO TRUE
                   MOVE WS-RUN-DATE TO TP-STATUS-DATE
                   ADD 1 TO WS-PLANS-COMPLETED
                   ADD 1 TO WS-CO-COMPLETED(WS-CO-IX)
                   MOVE 2 TO WS-SECTION-NO
                   MOVE "MODIFICATION PENDING APPROVAL" TO FW-RESULT
                   PERFORM WRITE-PENDING-MODIFICATION
               WHEN OTHER
                   ADD 1 TO WS-PLANS-ACTIVE
                   ADD 1 TO WS-CO-ACTIVE(WS-CO-IX)
                   MOVE 4 TO WS-SECTION-NO
                   MOVE "AWAITING TRIAL PAYMENT" TO FW-RESULT
           END-EVALUATE
           REWRITE TRIAL-PLAN-RECORD
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR REWRITING TRIAL PLAN REGISTER"
               DISPLAY "AMORTTPP: FILE STATUS " WS-PLAN-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-PLAN-WORK-RECORD.

      *    TRIAL PAYMENT N IS DUE (N - 1) TIMES DUE DAYS AFTER THE PLAN
      *    START AND MUST BE PAID IN FULL BEFORE THE NEXT ONE FALLS
      *    DUE. ONE NOT YET ON THE LEDGER WHILE ITS WINDOW IS STILL
      *    OPEN LEAVES THE PLAN ACTIVE AND WAITING ON IT.
       JUDGE-ONE-TRIAL-PAYMENT.
           COMPUTE WS-TRIAL-DUE-INT =
                WS-PLAN-START-INT + (WS-TRIAL-IX - 1) * WS-DUE-DAYS
           COMPUTE WS-WINDOW-END-INT =
                WS-TRIAL-DUE-INT + WS-DUE-DAYS - 1
           MOVE "23" TO WS-HIST-STATUS
           IF NOT NO-LEDGER-ON-FILE
               MOVE TP-LOAN-ID TO PH-LOAN-ID
               COMPUTE PH-PAYMENT-NO = TP-FIRST-PMT-NO + WS-TRIAL-IX - 1
               READ PAYMENT-HISTORY-FILE
           END-IF
           EVALUATE WS-HIST-STATUS
               WHEN "00"
                   PERFORM JUDGE-POSTED-TRIAL-PAYMENT
               WHEN "23"
                   IF WS-RUN-DATE-INT > WS-WINDOW-END-INT
                       SET PLAN-FAILED-NOW TO TRUE
                       SET TP-FAIL-NOT-RECEIVED TO TRUE
                   ELSE
                       COMPUTE WS-NEXT-DUE-DATE =
                            FUNCTION DATE-OF-INTEGER(WS-TRIAL-DUE-INT)
                   END-IF
                   SET JUDGING-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "AMORTTPP: ERROR READING PAYMENT HISTORY"
                   DISPLAY "AMORTTPP: FILE STATUS " WS-HIST-STATUS
                   STOP RUN
           END-EVALUATE.

       JUDGE-POSTED-TRIAL-PAYMENT.
           IF PH-ACTUAL-AMOUNT < TP-TRIAL-AMOUNT
               SET PLAN-FAILED-NOW TO TRUE
               SET TP-FAIL-SHORT TO TRUE
               SET JUDGING-DONE TO TRUE
           ELSE
               COMPUTE WS-PAID-INT =
                    FUNCTION INTEGER-OF-DATE(PH-ACTUAL-PAID-DATE)
               IF WS-PAID-INT > WS-WINDOW-END-INT
                   SET PLAN-FAILED-NOW TO TRUE
                   SET TP-FAIL-LATE TO TRUE
                   SET JUDGING-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-PMTS-MADE
               END-IF
           END-IF.

       REISSUE-PENDING-MODIFICATION.
           MOVE TP-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR READING LOAN MASTER"
               DISPLAY "AMORTTPP: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-PLANS-COMPLETED
           ADD 1 TO WS-CO-COMPLETED(WS-CO-IX)
           MOVE 2 TO WS-SECTION-NO
           MOVE ZERO TO WS-NEXT-DUE-DATE
           MOVE "MODIFICATION PENDING APPROVAL" TO FW-RESULT
           PERFORM WRITE-PENDING-MODIFICATION
           PERFORM WRITE-PLAN-WORK-RECORD.

      *    THE MODIFY TRANSACTION REPLACES EVERY TERM ON THE MASTER, SO
      *    IT CARRIES THE LOAN AS IT STANDS WITH ONLY THE PROPOSED
      *    TERMS CHANGED. IT TAKES EFFECT AT THE FIRST PAYMENT AFTER
      *    THE TRIAL.
       WRITE-PENDING-MODIFICATION.
           MOVE SPACES TO PENDING-MOD-RECORD
           MOVE "M"                 TO PM-ACTION
           MOVE LM-LOAN-ID          TO PM-LOAN-ID
           MOVE LM-LOAN-NUMBER      TO PM-LOAN-NUMBER
           MOVE LM-BORROWER-NAME    TO PM-BORROWER-NAME
           MOVE LM-PRINCIPAL        TO PM-PRINCIPAL
           MOVE LM-LOANTERM         TO PM-LOANTERM
           MOVE LM-RATE             TO PM-RATE
           MOVE LM-IOMONTHS         TO PM-IOMONTHS
           MOVE LM-EXTRAPAYMENT     TO PM-EXTRAPAYMENT
           MOVE LM-LUMPSUMAMT       TO PM-LUMPSUMAMT
           MOVE LM-LUMPSUMMONTH     TO PM-LUMPSUMMONTH
           MOVE LM-PMTFREQCODE      TO PM-PMTFREQCODE
           MOVE LM-BALLOONTERM      TO PM-BALLOONTERM
           MOVE LM-PROPERTYVALUE    TO PM-PROPERTYVALUE
           MOVE LM-PMIRATE          TO PM-PMIRATE
           MOVE LM-FINANCEFEES      TO PM-FINANCEFEES
           MOVE LM-FIRSTPAYMENTDATE TO PM-FIRSTPAYMENTDATE
           MOVE LM-ANNUALTAXAMT     TO PM-ANNUALTAXAMT
           MOVE LM-ANNUALINSAMT     TO PM-ANNUALINSAMT
           MOVE LM-INVESTOR-ID      TO PM-INVESTOR-ID
           MOVE LM-PARTICIPATIONPCT TO PM-PARTICIPATIONPCT
           MOVE LM-SVCFEERATE       TO PM-SVCFEERATE
           MOVE LM-DAYCOUNTCODE     TO PM-DAYCOUNTCODE
           MOVE LM-FUNDINGDATE      TO PM-FUNDINGDATE
           MOVE LM-ODDDAYSCODE      TO PM-ODDDAYSCODE
           MOVE LM-RECASTELECTION   TO PM-RECASTELECTION
           MOVE LM-PREPAYPENALTYTYPE TO PM-PREPAYPENALTYTYPE
           MOVE LM-PREPAYPENALTYRATE TO PM-PREPAYPENALTYRATE
           MOVE LM-PREPAYPENALTYMONTHS TO PM-PREPAYPENALTYMONTHS
           MOVE LM-PREPAYWINDOWMONTHS TO PM-PREPAYWINDOWMONTHS
           MOVE LM-PRODUCTCODE      TO PM-PRODUCTCODE
           MOVE LM-STATECODE        TO PM-STATECODE
           MOVE LM-ARMNUMRESETS     TO PM-ARMNUMRESETS
           MOVE LM-ARMPERIODICCAP   TO PM-ARMPERIODICCAP
           MOVE LM-ARMLIFETIMECAP   TO PM-ARMLIFETIMECAP
           MOVE LM-ARMLIFETIMEFLOOR TO PM-ARMLIFETIMEFLOOR
           PERFORM MOVE-ONE-ARM-RESET
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 12
           MOVE LM-BUYDOWNYR1RED    TO PM-BUYDOWNYR1RED
           MOVE LM-BUYDOWNYR2RED    TO PM-BUYDOWNYR2RED
           MOVE LM-BUYDOWNSUBSIDY   TO PM-BUYDOWNSUBSIDY
           MOVE LM-DEFERSTARTNO     TO PM-DEFERSTARTNO
           MOVE LM-DEFERNUMPMTS     TO PM-DEFERNUMPMTS
           MOVE LM-DEFERTREATMENT   TO PM-DEFERTREATMENT
           MOVE LM-GRADNUMSTEPS     TO PM-GRADNUMSTEPS
           PERFORM MOVE-ONE-GRAD-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 5
           MOVE LM-ARMINDEXCODE     TO PM-ARMINDEXCODE
           MOVE LM-ARMMARGIN        TO PM-ARMMARGIN
           MOVE LM-ARMLOOKBACKDAYS  TO PM-ARMLOOKBACKDAYS
           MOVE LM-LEGALSTATUS      TO PM-LEGALSTATUS
           MOVE LM-LEGALSTATUSDATE  TO PM-LEGALSTATUSDATE
           MOVE LM-SERVICINGMETHOD  TO PM-SERVICINGMETHOD
           MOVE LM-COMPANYCODE      TO PM-COMPANYCODE
           IF TP-PROP-RATE > ZERO
               MOVE TP-PROP-RATE      TO PM-RATE
           END-IF
           IF TP-PROP-LOANTERM > ZERO
               MOVE TP-PROP-LOANTERM  TO PM-LOANTERM
           END-IF
           IF TP-PROP-PRINCIPAL > ZERO
               MOVE TP-PROP-PRINCIPAL TO PM-PRINCIPAL
           END-IF
           COMPUTE PM-MODEFFPMTNO = TP-FIRST-PMT-NO + TP-NUM-PAYMENTS
           MOVE ZEROS TO PM-ASSUMEDATE PM-ASSUMEFEE PM-ASSUMENUMBORR
           PERFORM CLEAR-ONE-ASSUMING-BORROWER
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 4
           WRITE PENDING-MOD-RECORD
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR WRITING PENDING MODIFICATION "
                       "FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-PENDING-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-MODS-WRITTEN
           MOVE WS-RUN-DATE TO TP-MOD-PENDING-DATE.

       MOVE-ONE-ARM-RESET.
           MOVE LM-ARMRESETPMTNO(WS-STEP-IX)
               TO PM-ARMRESETPMTNO(WS-STEP-IX)
           MOVE LM-ARMRESETRATE(WS-STEP-IX)
               TO PM-ARMRESETRATE(WS-STEP-IX).

       MOVE-ONE-GRAD-STEP.
           MOVE LM-GRADSTEPSTARTNO(WS-STEP-IX)
               TO PM-GRADSTEPSTARTNO(WS-STEP-IX)
           MOVE LM-GRADSTEPFACTOR(WS-STEP-IX)
               TO PM-GRADSTEPFACTOR(WS-STEP-IX).

       CLEAR-ONE-ASSUMING-BORROWER.
           MOVE ZEROS TO PM-AB-SSN(WS-STEP-IX).

       WRITE-PLAN-WORK-RECORD.
           MOVE WS-SECTION-NO    TO FW-SECTION
           MOVE TP-LOAN-ID       TO FW-LOAN-ID
           MOVE LM-BORROWER-NAME TO FW-BORROWER
           MOVE TP-PLAN-START    TO FW-PLAN-START
           MOVE TP-PMTS-MADE     TO FW-PMTS-MADE
           MOVE TP-NUM-PAYMENTS  TO FW-NUM-PAYMENTS
           MOVE TP-TRIAL-AMOUNT  TO FW-TRIAL-AMOUNT
           MOVE WS-NEXT-DUE-DATE TO FW-NEXT-DUE-DATE
           WRITE PLAN-WORK-RECORD
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR WRITING TRIAL PLAN WORK FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-WORK-STATUS
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      *    PASS THREE - PRINT EACH SECTION, RE-READING THE WORK FILE
      *    ONCE PER SECTION THE WAY THE AGING REPORT PRINTS BUCKETS.
      *-----------------------------------------------------------------
       PRINT-ONE-SECTION.
           OPEN INPUT PLAN-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR REOPENING TRIAL PLAN WORK FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-WORK-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-WORK-EOF-SW
           MOVE 99 TO WS-LINE-COUNT
           PERFORM PRINT-SECTION-HEADER
           PERFORM READ-WORK-RECORD
           PERFORM PRINT-MATCHING-DETAIL
               UNTIL END-OF-WORK
           PERFORM PRINT-SECTION-TOTAL
           CLOSE PLAN-WORK-FILE.

       READ-WORK-RECORD.
           READ PLAN-WORK-FILE
               AT END
                   SET END-OF-WORK TO TRUE
           END-READ
           IF NOT END-OF-WORK AND WS-WORK-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR READING TRIAL PLAN WORK FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-WORK-STATUS
               STOP RUN
           END-IF.

       PRINT-MATCHING-DETAIL.
           IF FW-SECTION = WS-PRINT-SECTION
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADER
                   PERFORM PRINT-SECTION-HEADER
               END-IF
               MOVE FW-LOAN-ID       TO DL-LOAN-ID
               MOVE FW-BORROWER      TO DL-BORROWER
               MOVE FW-PLAN-START    TO DL-PLAN-START
               MOVE FW-PMTS-MADE     TO DL-PMTS-MADE
               MOVE FW-NUM-PAYMENTS  TO DL-NUM-PAYMENTS
               MOVE FW-TRIAL-AMOUNT  TO DL-TRIAL-AMOUNT
               MOVE FW-NEXT-DUE-DATE TO DL-NEXT-DUE-DATE
               MOVE FW-RESULT        TO DL-RESULT
               WRITE PRINT-LINE FROM DETAIL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM READ-WORK-RECORD.

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

       PRINT-SECTION-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-SECTION-LABEL(WS-PRINT-SECTION) TO SHL-LABEL
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       PRINT-SECTION-TOTAL.
           MOVE WS-SECTION-LABEL(WS-PRINT-SECTION) TO STL-LABEL
           EVALUATE WS-PRINT-SECTION
               WHEN 1
                   MOVE WS-PLANS-SET-UP TO STL-COUNT
               WHEN 2
                   MOVE WS-PLANS-COMPLETED TO STL-COUNT
               WHEN 3
                   MOVE WS-PLANS-FAILED TO STL-COUNT
               WHEN 4
                   MOVE WS-PLANS-ACTIVE TO STL-COUNT
           END-EVALUATE
           WRITE PRINT-LINE FROM SECTION-TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    EACH COMPANY'S PLANS FOR THE NIGHT, UNDER THE LAST SECTION.
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
               MOVE WS-CO-CODE(WS-CO-IX)      TO CTL-COMPANY-CODE
               MOVE WS-CO-SET-UP(WS-CO-IX)    TO CTL-SET-UP
               MOVE WS-CO-COMPLETED(WS-CO-IX) TO CTL-COMPLETED
               MOVE WS-CO-FAILED(WS-CO-IX)    TO CTL-FAILED
               MOVE WS-CO-ACTIVE(WS-CO-IX)    TO CTL-ACTIVE
               WRITE PRINT-LINE FROM COMPANY-TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTTPP: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTTPP: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           CLOSE TRIAL-PLAN-FILE
           CLOSE LOAN-MASTER-FILE
           IF NOT NO-LEDGER-ON-FILE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           CLOSE PENDING-MOD-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTTPP: " WS-PLANS-SET-UP " PLANS SET UP, "
                   WS-SETUPS-REJECTED " REJECTED, "
                   WS-PLANS-COMPLETED " COMPLETED, "
                   WS-PLANS-FAILED " FAILED, "
                   WS-PLANS-ACTIVE " STILL ACTIVE"
           DISPLAY "AMORTTPP: " WS-MODS-WRITTEN
                   " PENDING MODIFICATIONS WRITTEN FOR APPROVAL"
           IF WS-SETUPS-PASSED > ZERO OR WS-PLANS-PASSED > ZERO
               DISPLAY "AMORTTPP: " WS-SETUPS-PASSED " NEW PLANS, "
                       WS-PLANS-PASSED " ACTIVE PLANS PASSED TO OTHER "
                       "COMPANIES"
           END-IF.

       END PROGRAM AMORTTPP.
