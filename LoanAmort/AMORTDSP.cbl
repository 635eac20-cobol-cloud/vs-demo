       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTDSP.
       REMARKS. DAILY CREDIT-BUREAU DISPUTE RUN. CONSUMER DISPUTES OF
               THE TRADE LINES AMORTM2 FURNISHES ARRIVE FROM THE
               BUREAUS THROUGH E-OSCAR AS ACDVS, EACH TO BE ANSWERED
               BY ITS RESPONSE DUE DATE (THIRTY DAYS FROM RECEIPT WHEN
               THE ACDV CARRIES NONE). THE RUN WORKS THE KEYED DISPUTE
               REGISTER IN THREE PASSES, THE WAY THE COLLECTIONS RUN
               WORKS ITS REGISTER.
               FIRST THE ANALYSTS' RESPONSES, KEYED FROM YESTERDAY'S
               WORKSHEETS, ARE APPLIED: EACH ANSWERS ONE OPEN DISPUTE
               - 01 VERIFIED AS FURNISHED, 23 MODIFIED, 03 DELETED -
               AND GOES BACK ON THE ACDV RESPONSE FILE FOR E-OSCAR. A
               MODIFIED RESPONSE CARRIES THE TRADE LINE AS THE MASTER
               AND LEDGER SAID IT SHOULD BE WHEN THE DISPUTE CAME IN,
               EXCEPT WHERE THE ANALYST KEYED A CORRECTED VALUE OVER
               IT. THE NEXT METRO 2 EXTRACT FURNISHES THE OUTCOME - A
               CORRECTED SEGMENT FOR A MODIFICATION, A DELETION FOR A
               DELETE - RATHER THAN LEAVING THE BAD MONTH TO AGE OFF.
               THEN TODAY'S ACDV FILE IS TAKEN IN: EACH ACDV IS
               MATCHED TO ITS LOAN BY THE ACCOUNT NUMBER FURNISHED (THE
               LOAN ID) AND TO A BORROWER BY SSN, REGISTERED, AND
               PRINTED ON THE WORKSHEET WITH WHAT WE FURNISHED - AS
               THE BUREAU HOLDS IT - NEXT TO WHAT THE MASTER AND
               LEDGER SAY TODAY, WORKED THE WAY AMORTM2 WORKS THEM,
               EVERY FIELD THAT DIFFERS FLAGGED. AN ACDV ALREADY ON
               THE REGISTER IS NOT TAKEN IN TWICE.
               LAST THE REGISTER IS SWEPT FOR THE DISPUTES STILL OPEN
               WITHIN N DAYS OF THEIR DUE DATE OR PAST IT (N FROM THE
               PARAMETER CARD, FIVE BY DEFAULT), AND LISTED IN FULL
               WITH THE RECEIVED DATE, DUE DATE, AND OUTCOME OF EVERY
               DISPUTE, FOLLOWED BY EACH SERVICING COMPANY'S TOTALS.
               A DISPUTE BELONGS TO ITS LOAN'S SERVICING COMPANY, ONE
               NAMING NO LOAN ON THE MASTER TO THE HOME COMPANY, AND IS
               REGISTERED UNDER IT. THE OPTIONAL COMPANY-SELECTION CARD
               (COMPSEL) LIMITS ALL THREE PASSES TO ONE COMPANY'S
               DISPUTES - THE OTHERS' RESPONSES AND ACDVS ARE PASSED
               OVER, NOT REJECTED, FOR THEIR OWN COMPANY'S RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSP-PARM-FILE ASSIGN TO "DSPPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ANALYST-RESPONSE-FILE ASSIGN TO "DSPRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT ACDV-IN-FILE ASSIGN TO "ACDVIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACDV-STATUS.

           SELECT ACDV-OUT-FILE ASSIGN TO "ACDVOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACDVOUT-STATUS.

           SELECT DISPUTE-REGISTER-FILE ASSIGN TO "DISPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT ASSUMPTION-HISTORY-FILE ASSIGN TO "ASSUMHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ASSUME-STATUS.

           SELECT PRINT-FILE ASSIGN TO "DSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  DSP-PARM-FILE.
       01  DSP-PARM-RECORD.
           05 DP-WARN-DAYS          PIC 9(03).

      *    THE ANALYSTS' RESPONSES, KEYED FROM THE WORKSHEET - ONE PER
      *    DISPUTE ANSWERED, NAMED BY THE LOAN ID AND CONTROL NUMBER
      *    THE WORKSHEET PRINTS. ON A MODIFIED RESPONSE A CORRECTED
      *    FIELD LEFT BLANK TAKES THE VALUE THE MASTER AND LEDGER
      *    GAVE WHEN THE DISPUTE CAME IN. DISPLAY FIELDS SO THE FILE
      *    CAN BE BUILT FROM THE DESK SHEETS.
       FD  ANALYST-RESPONSE-FILE.
       01  ANALYST-RESPONSE-RECORD.
           05 RS-LOAN-ID            PIC X(10).
           05 RS-CONTROL-NO         PIC X(15).
           05 RS-RESPONSE-CODE      PIC X(02).
           05 RS-ANALYST-ID         PIC X(08).
           05 RS-C-ACCOUNT-STATUS   PIC X(02).
           05 RS-C-CURRENT-BAL-X    PIC X(09).
           05 RS-C-CURRENT-BAL REDEFINES RS-C-CURRENT-BAL-X
                                    PIC 9(09).
           05 RS-C-SCHEDULED-PMT-X  PIC X(09).
           05 RS-C-SCHEDULED-PMT REDEFINES RS-C-SCHEDULED-PMT-X
                                    PIC 9(09).
           05 RS-C-ACTUAL-PMT-X     PIC X(09).
           05 RS-C-ACTUAL-PMT REDEFINES RS-C-ACTUAL-PMT-X
                                    PIC 9(09).
           05 RS-C-PAST-DUE-X       PIC X(09).
           05 RS-C-PAST-DUE REDEFINES RS-C-PAST-DUE-X
                                    PIC 9(09).
           05 RS-C-DATE-LAST-PMT-X  PIC X(08).
           05 RS-C-DATE-LAST-PMT REDEFINES RS-C-DATE-LAST-PMT-X
                                    PIC 9(08).
           05 RS-C-DATE-OPENED-X    PIC X(08).
           05 RS-C-DATE-OPENED REDEFINES RS-C-DATE-OPENED-X
                                    PIC 9(08).

      *    TODAY'S ACDVS AS DOWNLOADED FROM E-OSCAR - THE DISPUTE, THE
      *    CONSUMER, AND THE TRADE LINE AS THE BUREAU HOLDS IT.
       FD  ACDV-IN-FILE.
       01  ACDV-IN-RECORD.
           05 AI-CONTROL-NO         PIC X(15).
           05 AI-BUREAU             PIC X(02).
           05 AI-RECEIVED-DATE      PIC 9(08).
           05 AI-RESPONSE-DUE-DATE  PIC 9(08).
           05 AI-ACCOUNT-NUMBER     PIC X(30).
           05 AI-DISPUTE-CODE       PIC X(03).
           05 AI-SURNAME            PIC X(25).
           05 AI-FIRST-NAME         PIC X(20).
           05 AI-SSN                PIC 9(09).
           05 AI-DATE-OF-INFO       PIC 9(08).
           05 AI-ACCOUNT-STATUS     PIC X(02).
           05 AI-CURRENT-BAL        PIC 9(09).
           05 AI-SCHEDULED-PMT      PIC 9(09).
           05 AI-ACTUAL-PMT         PIC 9(09).
           05 AI-PAST-DUE           PIC 9(09).
           05 AI-DATE-LAST-PMT      PIC 9(08).
           05 AI-DATE-OPENED        PIC 9(08).

      *    THE RESPONSES GOING BACK TO E-OSCAR - THE TRADE LINE AS IT
      *    SHOULD STAND: AS FURNISHED WHEN VERIFIED, AS CORRECTED WHEN
      *    MODIFIED, ACCOUNT STATUS DA WHEN DELETED.
       FD  ACDV-OUT-FILE.
       01  ACDV-OUT-RECORD.
           05 AO-CONTROL-NO         PIC X(15).
           05 AO-BUREAU             PIC X(02).
           05 AO-ACCOUNT-NUMBER     PIC X(30).
           05 AO-RESPONSE-CODE      PIC X(02).
           05 AO-RESPONSE-DATE      PIC 9(08).
           05 AO-SURNAME            PIC X(25).
           05 AO-FIRST-NAME         PIC X(20).
           05 AO-SSN                PIC 9(09).
           05 AO-ACCOUNT-STATUS     PIC X(02).
           05 AO-CURRENT-BAL        PIC 9(09).
           05 AO-SCHEDULED-PMT      PIC 9(09).
           05 AO-ACTUAL-PMT         PIC 9(09).
           05 AO-PAST-DUE           PIC 9(09).
           05 AO-DATE-LAST-PMT      PIC 9(08).
           05 AO-DATE-OPENED        PIC 9(08).
           05 FILLER                PIC X(20).

       FD  DISPUTE-REGISTER-FILE.
       COPY DISPREG.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  CHARGE-OFF-FILE.
       COPY CHGOFF.

       FD  ASSUMPTION-HISTORY-FILE.
       COPY ASSUMHST.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-RESPONSE-STATUS        PIC X(02).
       01 WS-ACDV-STATUS            PIC X(02).
       01 WS-ACDVOUT-STATUS         PIC X(02).
       01 WS-REGISTER-STATUS        PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-CHGOFF-STATUS          PIC X(02).
       01 WS-ASSUME-STATUS          PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-INPUT                     VALUE "Y".
       01 WS-REG-EOF-SW             PIC X(01).
          88 END-OF-REGISTER                  VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 END-OF-HISTORY                   VALUE "Y".
       01 WS-ASSUME-EOF-SW          PIC X(01).
          88 END-OF-ASSUMPTIONS               VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-NO-BORRFILE-SW         PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".
       01 WS-NO-CHGOFF-SW           PIC X(01) VALUE "N".
          88 NO-CHARGE-OFF-FILE               VALUE "Y".
       01 WS-NO-ASSUMEFILE-SW       PIC X(01) VALUE "N".
          88 NO-ASSUMPTION-FILE               VALUE "Y".
       01 WS-VALID-SW               PIC X(01).
          88 RESPONSE-VALID                   VALUE "Y".

       01 WS-WARN-DAYS              PIC S9(4) COMP VALUE 5.
       01 WS-RESPONSE-DAYS          PIC S9(4) COMP VALUE 30.
       01 WS-RESPONSES-SENT         PIC 9(9) COMP VALUE ZERO.
       01 WS-RESPONSES-LATE         PIC 9(9) COMP VALUE ZERO.
       01 WS-RESPONSES-REJECTED     PIC 9(9) COMP VALUE ZERO.
       01 WS-ACDVS-TAKEN            PIC 9(9) COMP VALUE ZERO.
       01 WS-ACDVS-UNMATCHED        PIC 9(9) COMP VALUE ZERO.
       01 WS-ACDVS-REJECTED         PIC 9(9) COMP VALUE ZERO.
       01 WS-ACDVS-DUPLICATE        PIC 9(9) COMP VALUE ZERO.
       01 WS-NEAR-DEADLINE          PIC 9(9) COMP VALUE ZERO.
       01 WS-OVERDUE                PIC 9(9) COMP VALUE ZERO.
       01 WS-ON-REGISTER            PIC 9(9) COMP VALUE ZERO.
       01 WS-RESPONSES-PASSED       PIC 9(9) COMP VALUE ZERO.
       01 WS-ACDVS-PASSED           PIC 9(9) COMP VALUE ZERO.
       01 WS-SECTION-COUNT          PIC 9(9) COMP.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-DATE-INT           PIC S9(9) COMP.
       01 WS-DATE-INT               PIC S9(9) COMP.
       01 WS-DAYS-LEFT              PIC S9(9) COMP.
       01 WS-EDIT-DAYS              PIC ---9.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.

      *    THE LOAN'S POSITION TODAY, WORKED THE WAY AMORTM2 WORKS IT.
       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-MISSED-STREAK          PIC S9(4) COMP.
       01 WS-LAST-PAID-DATE         PIC 9(8).
       01 WS-LAST-PAID-AMT          PIC S9(9)V99 COMP-3.
       01 WS-NEXT-DUE-NO            PIC S9(4) COMP.
       01 WS-BALANCE                PIC S9(9)V99 COMP-3.
       01 WS-SCHED-PMT              PIC S9(9)V99 COMP-3.
       01 WS-PAST-DUE               PIC S9(9)V99 COMP-3.
       01 WS-NET-OWED               PIC S9(9)V99 COMP-3.
       01 WS-DUE-COUNT              PIC S9(4) COMP.
       01 WS-UNPOSTED-DUE           PIC S9(4) COMP.
       01 WS-DAYS-DELINQUENT        PIC S9(9) COMP.
       01 WS-BUYER-OPEN-DATE        PIC 9(8).
       01 WS-BORROWER-SEQ           PIC 9(2).
       01 WS-STEP-IX                PIC S9(2) COMP.

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY - AND THE
      *    COMPANY OF THE ACDV BEING TAKEN IN.
       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".
       01 WS-ACDV-COMPANY           PIC X(02).

      *    EACH COMPANY'S DISPUTES, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-SENT        PIC 9(9) COMP.
               05 WS-CO-TAKEN       PIC 9(9) COMP.
               05 WS-CO-DUE-SOON    PIC 9(9) COMP.
               05 WS-CO-OVERDUE     PIC 9(9) COMP.
               05 WS-CO-ON-REGISTER PIC 9(9) COMP.

       01 WS-PRINT-SECTION          PIC 9(01).
       01 WS-SECTION-LABELS.
           03 FILLER PIC X(24) VALUE "RESPONSES SENT".
           03 FILLER PIC X(24) VALUE "DISPUTES RECEIVED".
           03 FILLER PIC X(24) VALUE "APPROACHING DEADLINE".
           03 FILLER PIC X(24) VALUE "DISPUTE REGISTER".
       01 WS-SECTION-LABELS-R REDEFINES WS-SECTION-LABELS.
           03 WS-SECTION-LABEL PIC X(24) OCCURS 4.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(34)
               VALUE "CREDIT-BUREAU DISPUTE REPORT ".
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

       01 REG-HEADINGS.
           05 FILLER PIC X(17)  VALUE "CONTROL NO".
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(27)  VALUE "CONSUMER".
           05 FILLER PIC X(10)  VALUE "RECEIVED".
           05 FILLER PIC X(10)  VALUE "DUE".
           05 FILLER PIC X(07)  VALUE "LEFT".
           05 FILLER PIC X(10)  VALUE "RESPONDED".
           05 FILLER PIC X(12)  VALUE "OUTCOME".
           05 FILLER PIC X(10)  VALUE "METRO 2".
           05 FILLER PIC X(17)  VALUE "NOTE".

       01 REG-LINE.
           05 RL-CONTROL-NO     PIC X(15).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-CONSUMER       PIC X(25).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-RECEIVED       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-DUE            PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-DAYS-LEFT      PIC X(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-RESPONDED      PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-OUTCOME        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-FURNISHED      PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-NOTE           PIC X(15).

       01 WKS-HEADINGS.
           05 FILLER PIC X(24)  VALUE "FIELD".
           05 FILLER PIC X(18)  VALUE "FURNISHED".
           05 FILLER PIC X(18)  VALUE "MASTER TODAY".
           05 FILLER PIC X(72)  VALUE SPACES.

      *    THE WORKSHEET - ONE DISPUTE LINE, THEN ONE LINE PER TRADE
      *    LINE FIELD.
       01 WKS-DISPUTE-LINE.
           05 WD-CONTROL-NO     PIC X(15).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WD-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WD-CONSUMER       PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(07) VALUE "BUREAU ".
           05 WD-BUREAU         PIC X(02).
           05 FILLER            PIC X(07) VALUE "  CODE ".
           05 WD-DISPUTE-CODE   PIC X(03).
           05 FILLER            PIC X(06) VALUE "  DUE ".
           05 WD-DUE            PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WD-MATCH-NOTE     PIC X(26).

       01 WKS-FIELD-LINE.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WF-LABEL          PIC X(20).
           05 WF-FURNISHED      PIC X(16).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WF-TODAY          PIC X(16).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WF-FLAG           PIC X(10).
           05 FILLER            PIC X(62) VALUE SPACES.

       01 SECTION-TOTAL-LINE.
           05 FILLER            PIC X(07) VALUE "TOTAL ".
           05 STL-LABEL          PIC X(24).
           05 FILLER            PIC X(11) VALUE " DISPUTES: ".
           05 STL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(83) VALUE SPACES.

       01 COMPANY-TOTAL-LINE.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-SENT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(16) VALUE " RESPONSES SENT ".
           05 CTL-TAKEN         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE " TAKEN IN ".
           05 CTL-DUE-SOON      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE " DUE SOON ".
           05 CTL-OVERDUE       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(09) VALUE " OVERDUE ".
           05 CTL-ON-REGISTER   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE " ON REGISTER".
           05 FILLER            PIC X(26) VALUE SPACES.

       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM APPLY-ANALYST-RESPONSES
           PERFORM TAKE-IN-ACDVS
           MOVE 3 TO WS-PRINT-SECTION
           PERFORM SWEEP-REGISTER
           MOVE 4 TO WS-PRINT-SECTION
           PERFORM SWEEP-REGISTER
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
           PERFORM READ-DSP-PARMS
           PERFORM OPEN-DISPUTE-REGISTER
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTDSP: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
      *    NO BORROWER FILE YET JUST MEANS NO CONSUMER CAN BE MATCHED
      *    BY SSN - THE DISPUTES ARE STILL REGISTERED AND WORKED.
           OPEN INPUT BORROWER-MASTER-FILE
           IF WS-BORR-STATUS = "35"
               SET NO-BORROWER-FILE TO TRUE
           ELSE
               IF WS-BORR-STATUS NOT = "00"
                   DISPLAY "AMORTDSP: ERROR OPENING BORROWER MASTER"
                   DISPLAY "AMORTDSP: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               SET NO-CHARGE-OFF-FILE TO TRUE
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "AMORTDSP: ERROR OPENING CHARGE-OFF "
                           "REGISTER"
                   DISPLAY "AMORTDSP: FILE STATUS " WS-CHGOFF-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ASSUMPTION-HISTORY-FILE
           IF WS-ASSUME-STATUS = "35"
               SET NO-ASSUMPTION-FILE TO TRUE
           ELSE
               IF WS-ASSUME-STATUS NOT = "00"
                   DISPLAY "AMORTDSP: ERROR OPENING ASSUMPTION HISTORY"
                   DISPLAY "AMORTDSP: FILE STATUS " WS-ASSUME-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ACDV-OUT-FILE
           IF WS-ACDVOUT-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR OPENING ACDV RESPONSE FILE"
               DISPLAY "AMORTDSP: FILE STATUS " WS-ACDVOUT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTDSP: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       READ-DSP-PARMS.
           OPEN INPUT DSP-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ DSP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-WARN-DAYS IS NUMERIC
                               AND DP-WARN-DAYS > ZERO
                           MOVE DP-WARN-DAYS TO WS-WARN-DAYS
                       END-IF
               END-READ
               CLOSE DSP-PARM-FILE
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTDSP: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTDSP: RUN LIMITED TO COMPANY "
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
               DISPLAY "AMORTDSP: ABEND - COMPANY " CMP-COMPANY-CODE
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
               DISPLAY "AMORTDSP: ERROR READING COMPANY TABLE"
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
           MOVE ZERO TO WS-CO-SENT(WS-CO-IX)
                        WS-CO-TAKEN(WS-CO-IX)
                        WS-CO-DUE-SOON(WS-CO-IX)
                        WS-CO-OVERDUE(WS-CO-IX)
                        WS-CO-ON-REGISTER(WS-CO-IX).

      *    A MISSING REGISTER IS CREATED EMPTY ON FIRST USE - THE
      *    FIRST ACDV EVER TAKEN IN BOOTSTRAPS THE FILE.
       OPEN-DISPUTE-REGISTER.
           OPEN I-O DISPUTE-REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT DISPUTE-REGISTER-FILE
               IF WS-REGISTER-STATUS = "00"
                   CLOSE DISPUTE-REGISTER-FILE
                   OPEN I-O DISPUTE-REGISTER-FILE
               END-IF
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR OPENING DISPUTE REGISTER"
               DISPLAY "AMORTDSP: FILE STATUS " WS-REGISTER-STATUS
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      *    PASS ONE - APPLY THE ANALYSTS' RESPONSES AND WRITE THEM TO
      *    THE ACDV RESPONSE FILE.
      *-----------------------------------------------------------------
       APPLY-ANALYST-RESPONSES.
           MOVE 1 TO WS-PRINT-SECTION
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 99 TO WS-LINE-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ANALYST-RESPONSE-FILE
           IF WS-RESPONSE-STATUS NOT = "00"
      *        NO RESPONSES TODAY JUST MEANS NOTHING TO APPLY.
               SET END-OF-INPUT TO TRUE
           END-IF
           PERFORM APPLY-ONE-RESPONSE
               UNTIL END-OF-INPUT
           IF WS-RESPONSE-STATUS = "00" OR WS-RESPONSE-STATUS = "10"
               CLOSE ANALYST-RESPONSE-FILE
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

       APPLY-ONE-RESPONSE.
           READ ANALYST-RESPONSE-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND WS-RESPONSE-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR READING RESPONSE FILE"
               DISPLAY "AMORTDSP: FILE STATUS " WS-RESPONSE-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-INPUT
               PERFORM CHECK-ONE-RESPONSE
               EVALUATE TRUE
                   WHEN NOT IN-RUN-COMPANY
                       ADD 1 TO WS-RESPONSES-PASSED
                   WHEN RESPONSE-VALID
                       PERFORM POST-ONE-RESPONSE
                   WHEN OTHER
                       ADD 1 TO WS-RESPONSES-REJECTED
               END-EVALUATE
           END-IF.

      *    A RESPONSE MUST ANSWER AN OPEN DISPUTE ON THE REGISTER WITH
      *    A CODE THE DESK USES, AND EVERY CORRECTED AMOUNT OR DATE
      *    KEYED MUST BE NUMERIC. ONE ANSWERING ANOTHER COMPANY'S
      *    DISPUTE GOES NO FURTHER.
       CHECK-ONE-RESPONSE.
           MOVE "Y" TO WS-VALID-SW
           SET IN-RUN-COMPANY TO TRUE
           MOVE RS-LOAN-ID    TO DR-LOAN-ID
           MOVE RS-CONTROL-NO TO DR-CONTROL-NO
           READ DISPUTE-REGISTER-FILE
           EVALUATE TRUE
               WHEN WS-REGISTER-STATUS = "00"
                   MOVE DR-COMPANY-CODE TO CMP-COMPANY-CODE
                   PERFORM CHECK-RUN-COMPANY
                   IF NOT IN-RUN-COMPANY
                       MOVE "N" TO WS-VALID-SW
                   END-IF
               WHEN WS-REGISTER-STATUS = "23"
                   MOVE "N" TO WS-VALID-SW
                   DISPLAY "AMORTDSP: REJECTED RESPONSE "
                           RS-CONTROL-NO " - NOT ON REGISTER"
               WHEN OTHER
                   DISPLAY "AMORTDSP: ERROR READING DISPUTE REGISTER"
                   DISPLAY "AMORTDSP: FILE STATUS "
                           WS-REGISTER-STATUS
                   STOP RUN
           END-EVALUATE
           IF RESPONSE-VALID AND NOT DR-OPEN
               MOVE "N" TO WS-VALID-SW
               DISPLAY "AMORTDSP: REJECTED RESPONSE " RS-CONTROL-NO
                       " - ALREADY ANSWERED " DR-RESPONSE-DATE
           END-IF
           IF RESPONSE-VALID
               MOVE RS-RESPONSE-CODE TO DR-RESPONSE-CODE
               IF NOT DR-RESP-VALID
                   MOVE "N" TO WS-VALID-SW
                   DISPLAY "AMORTDSP: REJECTED RESPONSE "
                           RS-CONTROL-NO " - RESPONSE CODE "
                           RS-RESPONSE-CODE
               END-IF
           END-IF
           IF RESPONSE-VALID
               IF (RS-C-CURRENT-BAL-X NOT = SPACES
                       AND RS-C-CURRENT-BAL IS NOT NUMERIC)
                 OR (RS-C-SCHEDULED-PMT-X NOT = SPACES
                       AND RS-C-SCHEDULED-PMT IS NOT NUMERIC)
                 OR (RS-C-ACTUAL-PMT-X NOT = SPACES
                       AND RS-C-ACTUAL-PMT IS NOT NUMERIC)
                 OR (RS-C-PAST-DUE-X NOT = SPACES
                       AND RS-C-PAST-DUE IS NOT NUMERIC)
                 OR (RS-C-DATE-LAST-PMT-X NOT = SPACES
                       AND RS-C-DATE-LAST-PMT IS NOT NUMERIC)
                 OR (RS-C-DATE-OPENED-X NOT = SPACES
                       AND RS-C-DATE-OPENED IS NOT NUMERIC)
                   MOVE "N" TO WS-VALID-SW
                   DISPLAY "AMORTDSP: REJECTED RESPONSE "
                           RS-CONTROL-NO " - INVALID CORRECTED FIELDS"
               END-IF
           END-IF.

       POST-ONE-RESPONSE.
           EVALUATE TRUE
               WHEN DR-RESP-VERIFIED
                   MOVE DR-F-ACCOUNT-STATUS TO DR-C-ACCOUNT-STATUS
                   MOVE DR-F-CURRENT-BAL    TO DR-C-CURRENT-BAL
                   MOVE DR-F-SCHEDULED-PMT  TO DR-C-SCHEDULED-PMT
                   MOVE DR-F-ACTUAL-PMT     TO DR-C-ACTUAL-PMT
                   MOVE DR-F-PAST-DUE       TO DR-C-PAST-DUE
                   MOVE DR-F-DATE-LAST-PMT  TO DR-C-DATE-LAST-PMT
                   MOVE DR-F-DATE-OPENED    TO DR-C-DATE-OPENED
               WHEN DR-RESP-MODIFIED
                   PERFORM FILL-CORRECTED-FIELDS
               WHEN OTHER
                   MOVE "DA"  TO DR-C-ACCOUNT-STATUS
                   MOVE ZEROS TO DR-C-CURRENT-BAL DR-C-SCHEDULED-PMT
                                 DR-C-ACTUAL-PMT DR-C-PAST-DUE
                                 DR-C-DATE-LAST-PMT DR-C-DATE-OPENED
           END-EVALUATE
           SET DR-RESPONDED TO TRUE
           MOVE WS-RUN-DATE   TO DR-RESPONSE-DATE
           MOVE RS-ANALYST-ID TO DR-ANALYST-ID
           MOVE ZEROS         TO DR-M2-FURNISHED-DATE
           REWRITE DISPUTE-REGISTER-RECORD
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR REWRITING DISPUTE REGISTER"
               DISPLAY "AMORTDSP: FILE STATUS " WS-REGISTER-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-ACDV-RESPONSE
           ADD 1 TO WS-RESPONSES-SENT
           ADD 1 TO WS-CO-SENT(WS-CO-IX)
           MOVE SPACES TO RL-NOTE
           IF WS-RUN-DATE > DR-DUE-DATE
               ADD 1 TO WS-RESPONSES-LATE
               MOVE "PAST DUE DATE" TO RL-NOTE
           END-IF
           PERFORM PRINT-REGISTER-LINE.

      *    A MODIFICATION TAKES THE MASTER AND LEDGER'S VIEW FROM THE
      *    DAY THE DISPUTE CAME IN, FIELD BY FIELD, UNLESS THE ANALYST
      *    KEYED A CORRECTED VALUE OVER IT.
       FILL-CORRECTED-FIELDS.
           IF RS-C-ACCOUNT-STATUS = SPACES
               MOVE DR-T-ACCOUNT-STATUS TO DR-C-ACCOUNT-STATUS
           ELSE
               MOVE RS-C-ACCOUNT-STATUS TO DR-C-ACCOUNT-STATUS
           END-IF
           IF RS-C-CURRENT-BAL-X = SPACES
               MOVE DR-T-CURRENT-BAL TO DR-C-CURRENT-BAL
           ELSE
               MOVE RS-C-CURRENT-BAL TO DR-C-CURRENT-BAL
           END-IF
           IF RS-C-SCHEDULED-PMT-X = SPACES
               MOVE DR-T-SCHEDULED-PMT TO DR-C-SCHEDULED-PMT
           ELSE
               MOVE RS-C-SCHEDULED-PMT TO DR-C-SCHEDULED-PMT
           END-IF
           IF RS-C-ACTUAL-PMT-X = SPACES
               MOVE DR-T-ACTUAL-PMT TO DR-C-ACTUAL-PMT
           ELSE
               MOVE RS-C-ACTUAL-PMT TO DR-C-ACTUAL-PMT
           END-IF
           IF RS-C-PAST-DUE-X = SPACES
               MOVE DR-T-PAST-DUE TO DR-C-PAST-DUE
           ELSE
               MOVE RS-C-PAST-DUE TO DR-C-PAST-DUE
           END-IF
           IF RS-C-DATE-LAST-PMT-X = SPACES
               MOVE DR-T-DATE-LAST-PMT TO DR-C-DATE-LAST-PMT
           ELSE
               MOVE RS-C-DATE-LAST-PMT TO DR-C-DATE-LAST-PMT
           END-IF
           IF RS-C-DATE-OPENED-X = SPACES
               MOVE DR-T-DATE-OPENED TO DR-C-DATE-OPENED
           ELSE
               MOVE RS-C-DATE-OPENED TO DR-C-DATE-OPENED
           END-IF.

       WRITE-ACDV-RESPONSE.
           MOVE SPACES TO ACDV-OUT-RECORD
           MOVE DR-CONTROL-NO       TO AO-CONTROL-NO
           MOVE DR-BUREAU           TO AO-BUREAU
           MOVE DR-ACCOUNT-NUMBER   TO AO-ACCOUNT-NUMBER
           MOVE DR-RESPONSE-CODE    TO AO-RESPONSE-CODE
           MOVE DR-RESPONSE-DATE    TO AO-RESPONSE-DATE
           MOVE DR-SURNAME          TO AO-SURNAME
           MOVE DR-FIRST-NAME       TO AO-FIRST-NAME
           MOVE DR-SSN              TO AO-SSN
           MOVE DR-C-ACCOUNT-STATUS TO AO-ACCOUNT-STATUS
           MOVE DR-C-CURRENT-BAL    TO AO-CURRENT-BAL
           MOVE DR-C-SCHEDULED-PMT  TO AO-SCHEDULED-PMT
           MOVE DR-C-ACTUAL-PMT     TO AO-ACTUAL-PMT
           MOVE DR-C-PAST-DUE       TO AO-PAST-DUE
           MOVE DR-C-DATE-LAST-PMT  TO AO-DATE-LAST-PMT
           MOVE DR-C-DATE-OPENED    TO AO-DATE-OPENED
           WRITE ACDV-OUT-RECORD
           IF WS-ACDVOUT-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR WRITING ACDV RESPONSE FILE"
               DISPLAY "AMORTDSP: FILE STATUS " WS-ACDVOUT-STATUS
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      *    PASS TWO - TAKE IN TODAY'S ACDVS, REGISTER THEM, AND PRINT
      *    THE WORKSHEET.
      *-----------------------------------------------------------------
       TAKE-IN-ACDVS.
           MOVE 2 TO WS-PRINT-SECTION
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 99 TO WS-LINE-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACDV-IN-FILE
           IF WS-ACDV-STATUS NOT = "00"
      *        NO ACDV FILE TODAY JUST MEANS NOTHING CAME IN.
               SET END-OF-INPUT TO TRUE
           END-IF
           PERFORM TAKE-IN-ONE-ACDV
               UNTIL END-OF-INPUT
           IF WS-ACDV-STATUS = "00" OR WS-ACDV-STATUS = "10"
               CLOSE ACDV-IN-FILE
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

       TAKE-IN-ONE-ACDV.
           READ ACDV-IN-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND WS-ACDV-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR READING ACDV FILE"
               DISPLAY "AMORTDSP: FILE STATUS " WS-ACDV-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-INPUT
               IF AI-CONTROL-NO = SPACES
                 OR AI-RECEIVED-DATE IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(AI-RECEIVED-DATE)
                        NOT = ZERO
                 OR AI-SSN IS NOT NUMERIC
                 OR AI-DATE-OF-INFO IS NOT NUMERIC
                 OR AI-CURRENT-BAL IS NOT NUMERIC
                 OR AI-SCHEDULED-PMT IS NOT NUMERIC
                 OR AI-ACTUAL-PMT IS NOT NUMERIC
                 OR AI-PAST-DUE IS NOT NUMERIC
                 OR AI-DATE-LAST-PMT IS NOT NUMERIC
                 OR AI-DATE-OPENED IS NOT NUMERIC
                   ADD 1 TO WS-ACDVS-REJECTED
                   DISPLAY "AMORTDSP: REJECTED ACDV " AI-CONTROL-NO
                           " - INVALID FIELDS"
               ELSE
                   PERFORM FIND-ACDV-COMPANY
                   IF IN-RUN-COMPANY
                       PERFORM REGISTER-ONE-ACDV
                   ELSE
                       ADD 1 TO WS-ACDVS-PASSED
                   END-IF
               END-IF
           END-IF.

      *    AN ACDV IS ITS LOAN'S SERVICING COMPANY'S TO ANSWER; ONE
      *    NAMING NO LOAN ON THE MASTER IS THE HOME COMPANY'S.
       FIND-ACDV-COMPANY.
           MOVE SPACES TO CMP-COMPANY-CODE
           MOVE AI-ACCOUNT-NUMBER(1:10) TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "00"
                   MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               WHEN WS-MASTER-STATUS = "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AMORTDSP: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTDSP: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE
           PERFORM CHECK-RUN-COMPANY
           MOVE CMP-COMPANY-CODE TO WS-ACDV-COMPANY.

       REGISTER-ONE-ACDV.
           MOVE SPACES TO DISPUTE-REGISTER-RECORD
           MOVE AI-ACCOUNT-NUMBER(1:10) TO DR-LOAN-ID
           MOVE AI-CONTROL-NO           TO DR-CONTROL-NO
           READ DISPUTE-REGISTER-FILE
           EVALUATE TRUE
               WHEN WS-REGISTER-STATUS = "00"
                   ADD 1 TO WS-ACDVS-DUPLICATE
                   DISPLAY "AMORTDSP: ACDV " AI-CONTROL-NO
                           " ALREADY ON REGISTER - SKIPPED"
               WHEN WS-REGISTER-STATUS = "23"
                   PERFORM BUILD-REGISTER-RECORD
                   WRITE DISPUTE-REGISTER-RECORD
                   IF WS-REGISTER-STATUS NOT = "00"
                       DISPLAY "AMORTDSP: ERROR WRITING DISPUTE "
                               "REGISTER"
                       DISPLAY "AMORTDSP: FILE STATUS "
                               WS-REGISTER-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ACDVS-TAKEN
                   ADD 1 TO WS-CO-TAKEN(WS-CO-IX)
                   PERFORM PRINT-WORKSHEET
               WHEN OTHER
                   DISPLAY "AMORTDSP: ERROR READING DISPUTE REGISTER"
                   DISPLAY "AMORTDSP: FILE STATUS "
                           WS-REGISTER-STATUS
                   STOP RUN
           END-EVALUATE.

       BUILD-REGISTER-RECORD.
           MOVE SPACES TO DISPUTE-REGISTER-RECORD
           MOVE AI-ACCOUNT-NUMBER(1:10) TO DR-LOAN-ID
           MOVE AI-CONTROL-NO       TO DR-CONTROL-NO
           MOVE WS-ACDV-COMPANY     TO DR-COMPANY-CODE
           MOVE AI-BUREAU           TO DR-BUREAU
           MOVE AI-ACCOUNT-NUMBER   TO DR-ACCOUNT-NUMBER
           MOVE AI-DISPUTE-CODE     TO DR-DISPUTE-CODE
           MOVE AI-RECEIVED-DATE    TO DR-RECEIVED-DATE
           PERFORM SET-RESPONSE-DUE-DATE
           MOVE AI-SURNAME          TO DR-SURNAME
           MOVE AI-FIRST-NAME       TO DR-FIRST-NAME
           MOVE AI-SSN              TO DR-SSN
           MOVE ZERO                TO DR-BORROWER-SEQ
           MOVE AI-DATE-OF-INFO     TO DR-F-DATE-OF-INFO
           MOVE AI-ACCOUNT-STATUS   TO DR-F-ACCOUNT-STATUS
           MOVE AI-CURRENT-BAL      TO DR-F-CURRENT-BAL
           MOVE AI-SCHEDULED-PMT    TO DR-F-SCHEDULED-PMT
           MOVE AI-ACTUAL-PMT       TO DR-F-ACTUAL-PMT
           MOVE AI-PAST-DUE         TO DR-F-PAST-DUE
           MOVE AI-DATE-LAST-PMT    TO DR-F-DATE-LAST-PMT
           MOVE AI-DATE-OPENED      TO DR-F-DATE-OPENED
           MOVE WS-RUN-DATE         TO DR-T-AS-OF-DATE
           MOVE ZEROS TO DR-T-CURRENT-BAL DR-T-SCHEDULED-PMT
                         DR-T-ACTUAL-PMT DR-T-PAST-DUE
                         DR-T-DATE-LAST-PMT DR-T-DATE-OPENED
           MOVE ZEROS TO DR-C-CURRENT-BAL DR-C-SCHEDULED-PMT
                         DR-C-ACTUAL-PMT DR-C-PAST-DUE
                         DR-C-DATE-LAST-PMT DR-C-DATE-OPENED
           MOVE ZEROS TO DR-RESPONSE-DATE DR-M2-FURNISHED-DATE
           SET DR-OPEN TO TRUE
           MOVE DR-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "00"
                   PERFORM MATCH-DISPUTED-CONSUMER
                   PERFORM DERIVE-TODAY-VIEW
               WHEN WS-MASTER-STATUS = "23"
                   SET DR-LOAN-NOT-FOUND TO TRUE
                   ADD 1 TO WS-ACDVS-UNMATCHED
               WHEN OTHER
                   DISPLAY "AMORTDSP: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTDSP: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE.

      *    E-OSCAR SENDS THE RESPONSE DUE DATE ON THE ACDV; ONE THAT
      *    CAME WITHOUT IT IS DUE THIRTY DAYS FROM RECEIPT.
       SET-RESPONSE-DUE-DATE.
           IF AI-RESPONSE-DUE-DATE IS NUMERIC
                   AND AI-RESPONSE-DUE-DATE NOT = ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD(AI-RESPONSE-DUE-DATE)
                       = ZERO
               MOVE AI-RESPONSE-DUE-DATE TO DR-DUE-DATE
           ELSE
               COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(AI-RECEIVED-DATE)
                    + WS-RESPONSE-DAYS
               COMPUTE DR-DUE-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

      *    THE CONSUMER IS ONE OF THE LOAN'S BORROWERS WHEN THE SSN ON
      *    THE ACDV IS ON ONE OF ITS BORROWER MASTER RECORDS.
       MATCH-DISPUTED-CONSUMER.
           SET DR-CONSUMER-NOT-FOUND TO TRUE
           IF NOT NO-BORROWER-FILE
               PERFORM CHECK-ONE-BORROWER
                   VARYING WS-BORROWER-SEQ FROM 1 BY 1
                       UNTIL WS-BORROWER-SEQ > 9
                          OR DR-MATCHED
           END-IF
           IF NOT DR-MATCHED
               ADD 1 TO WS-ACDVS-UNMATCHED
           END-IF.

       CHECK-ONE-BORROWER.
           MOVE LM-LOAN-ID      TO BR-LOAN-ID
           MOVE WS-BORROWER-SEQ TO BR-BORROWER-SEQ
           READ BORROWER-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-BORR-STATUS = "00"
                   IF BR-SSN = DR-SSN
                       SET DR-MATCHED TO TRUE
                       MOVE WS-BORROWER-SEQ TO DR-BORROWER-SEQ
                   END-IF
               WHEN WS-BORR-STATUS = "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AMORTDSP: ERROR READING BORROWER MASTER"
                   DISPLAY "AMORTDSP: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
           END-EVALUATE.

      *    THE TRADE LINE AS AMORTM2 WOULD FURNISH IT TODAY - THE SAME
      *    SCHEDULE, LEDGER STREAK, AND STATUS LADDER FOR A LOAN IN
      *    SERVICE, THE CHARGE-OFF REGISTER FOR A CHARGED-OFF ONE. A
      *    LOAN NO LONGER IN SERVICE SHOWS STATUS 13 (PAID OR CLOSED)
      *    WITH NOTHING OWING.
       DERIVE-TODAY-VIEW.
           MOVE SPACES TO DR-T-ACCOUNT-STATUS
           PERFORM LOAD-LOAN-ASSUMPTIONS
           MOVE LM-FIRSTPAYMENTDATE TO DR-T-DATE-OPENED
           IF WS-BUYER-OPEN-DATE > ZERO
               MOVE WS-BUYER-OPEN-DATE TO DR-T-DATE-OPENED
           END-IF
           EVALUATE TRUE
               WHEN LM-ACTIVE
                   IF LM-FIRSTPAYMENTDATE NOT = ZERO
                       PERFORM DERIVE-ACTIVE-VIEW
                   END-IF
               WHEN LM-CHARGED-OFF
                   PERFORM DERIVE-CHARGED-OFF-VIEW
               WHEN OTHER
                   PERFORM SCAN-LEDGER-FOR-LOAN
                   MOVE "13"              TO DR-T-ACCOUNT-STATUS
                   MOVE WS-LAST-PAID-AMT  TO DR-T-ACTUAL-PMT
                   MOVE WS-LAST-PAID-DATE TO DR-T-DATE-LAST-PMT
           END-EVALUATE.

       DERIVE-ACTIVE-VIEW.
           PERFORM LOAD-LOANINFO-FROM-MASTER
           CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
           CANCEL "AMORTSTOR"
           PERFORM SCAN-LEDGER-FOR-LOAN
           PERFORM COUNT-PAYMENTS-NOW-DUE
           COMPUTE WS-UNPOSTED-DUE = WS-DUE-COUNT - WS-LAST-POSTED-NO
           IF WS-UNPOSTED-DUE > ZERO
               ADD WS-UNPOSTED-DUE TO WS-MISSED-STREAK
           END-IF
           COMPUTE WS-NEXT-DUE-NO = WS-LAST-POSTED-NO + 1
           IF WS-LAST-POSTED-NO >= 1
                   AND WS-LAST-POSTED-NO <= LOANTERM
               MOVE OUTBALANCENUM(WS-LAST-POSTED-NO) TO WS-BALANCE
           ELSE
               MOVE OUTORIGPRINCIPAL TO WS-BALANCE
           END-IF
           IF WS-NEXT-DUE-NO >= 1 AND WS-NEXT-DUE-NO <= LOANTERM
               MOVE OUTAMOUNTDUE(WS-NEXT-DUE-NO) TO WS-SCHED-PMT
           ELSE
               MOVE ZEROS TO WS-SCHED-PMT
           END-IF
           COMPUTE WS-PAST-DUE = WS-SCHED-PMT * WS-MISSED-STREAK
           PERFORM DERIVE-ACCOUNT-STATUS
           MOVE WS-BALANCE        TO DR-T-CURRENT-BAL
           MOVE WS-SCHED-PMT      TO DR-T-SCHEDULED-PMT
           MOVE WS-LAST-PAID-AMT  TO DR-T-ACTUAL-PMT
           MOVE WS-PAST-DUE       TO DR-T-PAST-DUE
           MOVE WS-LAST-PAID-DATE TO DR-T-DATE-LAST-PMT.

       DERIVE-CHARGED-OFF-VIEW.
           PERFORM SCAN-LEDGER-FOR-LOAN
           IF NO-CHARGE-OFF-FILE
               MOVE "23" TO WS-CHGOFF-STATUS
           ELSE
               MOVE LM-LOAN-ID TO CO-LOAN-ID
               READ CHARGE-OFF-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CHGOFF-STATUS = "23"
                   CONTINUE
               WHEN WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "AMORTDSP: ERROR READING CHARGE-OFF "
                           "REGISTER"
                   DISPLAY "AMORTDSP: FILE STATUS " WS-CHGOFF-STATUS
                   STOP RUN
               WHEN OTHER
                   IF CO-LAST-RECOVERY-DATE > WS-LAST-PAID-DATE
                       MOVE CO-LAST-RECOVERY-DATE TO WS-LAST-PAID-DATE
                   END-IF
                   COMPUTE WS-NET-OWED = CO-GROSS - CO-RECOVERED
                   IF WS-NET-OWED < ZERO
                       MOVE ZEROS TO WS-NET-OWED
                   END-IF
                   MOVE "97"        TO DR-T-ACCOUNT-STATUS
                   MOVE WS-NET-OWED TO DR-T-CURRENT-BAL
                   MOVE WS-NET-OWED TO DR-T-PAST-DUE
           END-EVALUATE
           MOVE WS-LAST-PAID-AMT  TO DR-T-ACTUAL-PMT
           MOVE WS-LAST-PAID-DATE TO DR-T-DATE-LAST-PMT.

      *    THE SAME LADDER AMORTM2 FURNISHES - DAYS AT THE LOAN'S
      *    PAYMENT CYCLE, WITH A FORECLOSURE FURNISHED AS 94.
       DERIVE-ACCOUNT-STATUS.
           COMPUTE WS-DAYS-DELINQUENT =
                WS-MISSED-STREAK * DDP-CYCLE-DAYS
           EVALUATE TRUE
               WHEN WS-DAYS-DELINQUENT < 30
                   MOVE "11" TO DR-T-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 60
                   MOVE "71" TO DR-T-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 90
                   MOVE "78" TO DR-T-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 120
                   MOVE "80" TO DR-T-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 150
                   MOVE "82" TO DR-T-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 180
                   MOVE "83" TO DR-T-ACCOUNT-STATUS
               WHEN OTHER
                   MOVE "84" TO DR-T-ACCOUNT-STATUS
           END-EVALUATE
           IF LM-LEGAL-FORECLOSURE
               MOVE "94" TO DR-T-ACCOUNT-STATUS
           END-IF.

       COUNT-PAYMENTS-NOW-DUE.
           MOVE "C"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WS-RUN-DATE         TO DDP-AS-OF-DATE
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-COUNT       TO WS-DUE-COUNT
           IF WS-DUE-COUNT > LOANTERM
               MOVE LOANTERM TO WS-DUE-COUNT
           END-IF.

      *    THE LATEST ASSUMPTION THAT RELEASED ITS SELLERS OPENED THE
      *    ASSUMING BORROWERS' TRADE LINE.
       LOAD-LOAN-ASSUMPTIONS.
           MOVE ZEROS TO WS-BUYER-OPEN-DATE
           MOVE "N" TO WS-ASSUME-EOF-SW
           IF NO-ASSUMPTION-FILE
               SET END-OF-ASSUMPTIONS TO TRUE
           ELSE
               MOVE LM-LOAN-ID TO AH-LOAN-ID
               MOVE ZEROS      TO AH-ASSUME-DATE
               START ASSUMPTION-HISTORY-FILE KEY >= AH-KEY
               IF WS-ASSUME-STATUS NOT = "00"
                   SET END-OF-ASSUMPTIONS TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-ASSUMPTION
               UNTIL END-OF-ASSUMPTIONS.

       LOAD-ONE-ASSUMPTION.
           READ ASSUMPTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-ASSUMPTIONS TO TRUE
           END-READ
           IF NOT END-OF-ASSUMPTIONS AND WS-ASSUME-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR READING ASSUMPTION HISTORY"
               DISPLAY "AMORTDSP: FILE STATUS " WS-ASSUME-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-ASSUMPTIONS
               IF AH-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-ASSUMPTIONS TO TRUE
               ELSE
                   IF AH-SELLER-RELEASED
                       MOVE AH-ASSUME-DATE TO WS-BUYER-OPEN-DATE
                   END-IF
               END-IF
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

       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO TO WS-LAST-POSTED-NO WS-MISSED-STREAK
           MOVE ZEROS TO WS-LAST-PAID-DATE WS-LAST-PAID-AMT
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
                       DISPLAY "AMORTDSP: ERROR OPENING PAYMENT "
                               "HISTORY"
                       DISPLAY "AMORTDSP: FILE STATUS " WS-HIST-STATUS
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
                   MOVE PH-PAYMENT-NO    TO WS-LAST-POSTED-NO
                   MOVE PH-MISSED-STREAK TO WS-MISSED-STREAK
                   IF PH-ACTUAL-AMOUNT > ZERO
                       MOVE PH-ACTUAL-PAID-DATE TO WS-LAST-PAID-DATE
                       MOVE PH-ACTUAL-AMOUNT    TO WS-LAST-PAID-AMT
                   END-IF
               END-IF
           END-IF.

      *    ONE DISPUTE ON THE WORKSHEET - THE DISPUTE LINE, THEN EACH
      *    TRADE LINE FIELD FURNISHED AGAINST TODAY, KEPT TOGETHER ON
      *    ONE PAGE.
       PRINT-WORKSHEET.
           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE DR-CONTROL-NO   TO WD-CONTROL-NO
           MOVE DR-LOAN-ID      TO WD-LOAN-ID
           MOVE SPACES TO WD-CONSUMER
           STRING FUNCTION TRIM(DR-FIRST-NAME) " "
                  FUNCTION TRIM(DR-SURNAME)
               DELIMITED BY SIZE INTO WD-CONSUMER
           MOVE DR-BUREAU       TO WD-BUREAU
           MOVE DR-DISPUTE-CODE TO WD-DISPUTE-CODE
           MOVE DR-DUE-DATE     TO WD-DUE
           EVALUATE TRUE
               WHEN DR-MATCHED
                   MOVE SPACES TO WD-MATCH-NOTE
                   STRING "BORROWER " DR-BORROWER-SEQ
                       DELIMITED BY SIZE INTO WD-MATCH-NOTE
               WHEN DR-CONSUMER-NOT-FOUND
                   MOVE "SSN NOT ON BORROWER MASTER" TO WD-MATCH-NOTE
               WHEN OTHER
                   MOVE "NO SUCH LOAN" TO WD-MATCH-NOTE
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WKS-DISPUTE-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT
           MOVE "ACCOUNT STATUS"    TO WF-LABEL
           MOVE DR-F-ACCOUNT-STATUS TO WF-FURNISHED
           MOVE DR-T-ACCOUNT-STATUS TO WF-TODAY
           PERFORM PRINT-FIELD-LINE
           MOVE "CURRENT BALANCE"   TO WF-LABEL
           MOVE DR-F-CURRENT-BAL    TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WF-FURNISHED
           MOVE DR-T-CURRENT-BAL    TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WF-TODAY
           PERFORM PRINT-FIELD-LINE
           MOVE "SCHEDULED PAYMENT" TO WF-LABEL
           MOVE DR-F-SCHEDULED-PMT  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WF-FURNISHED
           MOVE DR-T-SCHEDULED-PMT  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WF-TODAY
           PERFORM PRINT-FIELD-LINE
           MOVE "ACTUAL PAYMENT"    TO WF-LABEL
           MOVE DR-F-ACTUAL-PMT     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WF-FURNISHED
           MOVE DR-T-ACTUAL-PMT     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WF-TODAY
           PERFORM PRINT-FIELD-LINE
           MOVE "AMOUNT PAST DUE"   TO WF-LABEL
           MOVE DR-F-PAST-DUE       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WF-FURNISHED
           MOVE DR-T-PAST-DUE       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WF-TODAY
           PERFORM PRINT-FIELD-LINE
           MOVE "DATE LAST PAYMENT" TO WF-LABEL
           MOVE DR-F-DATE-LAST-PMT  TO WF-FURNISHED
           MOVE DR-T-DATE-LAST-PMT  TO WF-TODAY
           PERFORM PRINT-FIELD-LINE
           MOVE "DATE OPENED"       TO WF-LABEL
           MOVE DR-F-DATE-OPENED    TO WF-FURNISHED
           MOVE DR-T-DATE-OPENED    TO WF-TODAY
           PERFORM PRINT-FIELD-LINE
           ADD 1 TO WS-SECTION-COUNT.

       PRINT-FIELD-LINE.
           IF WF-FURNISHED = WF-TODAY OR DR-LOAN-NOT-FOUND
               MOVE SPACES TO WF-FLAG
           ELSE
               MOVE "<< DIFFERS" TO WF-FLAG
           END-IF
           WRITE PRINT-LINE FROM WKS-FIELD-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *-----------------------------------------------------------------
      *    PASS THREE - SWEEP THE REGISTER, ONCE FOR THE DISPUTES NEAR
      *    OR PAST THEIR DUE DATE AND ONCE FOR THE FULL LISTING.
      *-----------------------------------------------------------------
       SWEEP-REGISTER.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 99 TO WS-LINE-COUNT
           MOVE "N" TO WS-REG-EOF-SW
           MOVE LOW-VALUES TO DR-KEY
           START DISPUTE-REGISTER-FILE KEY >= DR-KEY
           IF WS-REGISTER-STATUS NOT = "00"
               SET END-OF-REGISTER TO TRUE
           END-IF
           PERFORM SWEEP-ONE-DISPUTE
               UNTIL END-OF-REGISTER
           PERFORM PRINT-SECTION-TOTAL.

       SWEEP-ONE-DISPUTE.
           READ DISPUTE-REGISTER-FILE NEXT RECORD
               AT END
                   SET END-OF-REGISTER TO TRUE
           END-READ
           IF NOT END-OF-REGISTER AND WS-REGISTER-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR READING DISPUTE REGISTER"
               DISPLAY "AMORTDSP: FILE STATUS " WS-REGISTER-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-REGISTER
               MOVE DR-COMPANY-CODE TO CMP-COMPANY-CODE
               PERFORM CHECK-RUN-COMPANY
               IF IN-RUN-COMPANY
                   PERFORM LIST-ONE-DISPUTE
               END-IF
           END-IF.

       LIST-ONE-DISPUTE.
           MOVE SPACES TO RL-NOTE
           IF DR-OPEN
               COMPUTE WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE(DR-DUE-DATE)
                    - WS-RUN-DATE-INT
               IF WS-DAYS-LEFT < ZERO
                   MOVE "OVERDUE" TO RL-NOTE
               ELSE
                   IF WS-DAYS-LEFT <= WS-WARN-DAYS
                       MOVE "DUE SOON" TO RL-NOTE
                   END-IF
               END-IF
           END-IF
           IF WS-PRINT-SECTION = 4
               ADD 1 TO WS-ON-REGISTER
               ADD 1 TO WS-CO-ON-REGISTER(WS-CO-IX)
               PERFORM PRINT-REGISTER-LINE
           ELSE
               IF RL-NOTE NOT = SPACES
                   IF WS-DAYS-LEFT < ZERO
                       ADD 1 TO WS-OVERDUE
                       ADD 1 TO WS-CO-OVERDUE(WS-CO-IX)
                   ELSE
                       ADD 1 TO WS-NEAR-DEADLINE
                       ADD 1 TO WS-CO-DUE-SOON(WS-CO-IX)
                   END-IF
                   PERFORM PRINT-REGISTER-LINE
               END-IF
           END-IF.

       PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE DR-CONTROL-NO    TO RL-CONTROL-NO
           MOVE DR-LOAN-ID       TO RL-LOAN-ID
           MOVE DR-SURNAME       TO RL-CONSUMER
           MOVE DR-RECEIVED-DATE TO RL-RECEIVED
           MOVE DR-DUE-DATE      TO RL-DUE
           MOVE SPACES TO RL-DAYS-LEFT RL-RESPONDED RL-FURNISHED
           IF DR-OPEN
               MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS TO RL-DAYS-LEFT
               MOVE "OPEN" TO RL-OUTCOME
           ELSE
               MOVE DR-RESPONSE-DATE TO RL-RESPONDED
               EVALUATE TRUE
                   WHEN DR-RESP-VERIFIED
                       MOVE "VERIFIED" TO RL-OUTCOME
                   WHEN DR-RESP-MODIFIED
                       MOVE "MODIFIED" TO RL-OUTCOME
                   WHEN OTHER
                       MOVE "DELETED" TO RL-OUTCOME
               END-EVALUATE
               IF DR-M2-FURNISHED-DATE NOT = ZERO
                   MOVE DR-M2-FURNISHED-DATE TO RL-FURNISHED
               END-IF
           END-IF
           WRITE PRINT-LINE FROM REG-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT
           IF WS-PRINT-SECTION NOT = 2
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

      *    EACH SECTION STARTS ON A PAGE OF ITS OWN UNDER ITS OWN
      *    COLUMN HEADINGS.
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
           MOVE WS-SECTION-LABEL(WS-PRINT-SECTION) TO SHL-LABEL
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-PRINT-SECTION = 2
               WRITE PRINT-LINE FROM WKS-HEADINGS
           ELSE
               WRITE PRINT-LINE FROM REG-HEADINGS
           END-IF
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-SECTION-TOTAL.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-SECTION-LABEL(WS-PRINT-SECTION) TO STL-LABEL
           MOVE WS-SECTION-COUNT TO STL-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SECTION-TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT.

      *    EACH COMPANY'S DISPUTES FOR THE DAY, UNDER THE REGISTER'S
      *    OWN TOTAL.
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
               MOVE WS-CO-CODE(WS-CO-IX)        TO CTL-COMPANY-CODE
               MOVE WS-CO-SENT(WS-CO-IX)        TO CTL-SENT
               MOVE WS-CO-TAKEN(WS-CO-IX)       TO CTL-TAKEN
               MOVE WS-CO-DUE-SOON(WS-CO-IX)    TO CTL-DUE-SOON
               MOVE WS-CO-OVERDUE(WS-CO-IX)     TO CTL-OVERDUE
               MOVE WS-CO-ON-REGISTER(WS-CO-IX) TO CTL-ON-REGISTER
               WRITE PRINT-LINE FROM COMPANY-TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTDSP: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTDSP: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           CLOSE DISPUTE-REGISTER-FILE
           CLOSE LOAN-MASTER-FILE
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           IF NOT NO-CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
           END-IF
           IF NOT NO-ASSUMPTION-FILE
               CLOSE ASSUMPTION-HISTORY-FILE
           END-IF
           CLOSE ACDV-OUT-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTDSP: " WS-RESPONSES-SENT " RESPONSES SENT ("
                   WS-RESPONSES-LATE " LATE), "
                   WS-RESPONSES-REJECTED " REJECTED"
           DISPLAY "AMORTDSP: " WS-ACDVS-TAKEN " ACDVS TAKEN IN ("
                   WS-ACDVS-UNMATCHED " UNMATCHED), "
                   WS-ACDVS-DUPLICATE " DUPLICATE, "
                   WS-ACDVS-REJECTED " REJECTED"
           DISPLAY "AMORTDSP: " WS-NEAR-DEADLINE " DUE SOON, "
                   WS-OVERDUE " OVERDUE, "
                   WS-ON-REGISTER " ON REGISTER"
           IF WS-RESPONSES-PASSED > ZERO OR WS-ACDVS-PASSED > ZERO
               DISPLAY "AMORTDSP: " WS-RESPONSES-PASSED " RESPONSES, "
                       WS-ACDVS-PASSED " ACDVS PASSED TO OTHER "
                       "COMPANIES"
           END-IF.

       END PROGRAM AMORTDSP.
