               ANNUAL-SUMMARY PROJECTION. LOANS UNDER 600 DOLLARS OF
               INTEREST ARE LISTED ON THE PROOF BUT MARKED BELOW THE
               FILING THRESHOLD AND KEPT OFF THE TRANSMITTAL.
               INTEREST IS TAKEN BY THE YEAR OF THE DATE EACH PAYMENT
               WAS ACTUALLY PAID, SO BI-WEEKLY AND SEMI-MONTHLY LOANS
               FILE THE SAME WAY MONTHLY ONES DO.
               A SIMPLE-INTEREST LOAN HAS NO SCHEDULED INTEREST TO
               SPEAK OF: EACH SATISFIED PAYMENT DELIVERED THE INTEREST
               ACCRUED FROM THE PRIOR PAID-THROUGH DATE TO ITS OWN, ON
               THE RUNNING BALANCE THE LEDGER CARRIES, AND ITS
               PRINCIPAL IS WHAT IT TOOK OFF THAT BALANCE.
               A LOAN ASSUMED BY NEW BORROWERS (SEE THE ASSUMPTION
               HISTORY LOANMNT KEEPS) SPLITS THE YEAR'S INTEREST AT
               THE ASSUMPTION DATE: PAYMENTS PAID BEFORE IT BELONG TO
               THE SELLING BORROWERS, PAYMENTS PAID ON OR AFTER IT TO
               THE ASSUMING ONES. EACH SIDE IS TESTED AGAINST THE
               FILING THRESHOLD AND FILED ON ITS OWN 1098 - THE
               SELLER'S UNDER THE PRIMARY SELLER'S TIN AND NAME FROM
               THE HISTORY, WITH THE LOAN NUMBER SUFFIXED -S1, -S2 SO
               EVERY RETURN CARRIES ITS OWN ACCOUNT NUMBER.
               EACH SERVICING COMPANY FILES AS ITSELF: THE LOANS ARE
               SWEPT ONE COMPANY AT A TIME (THE LOAN MASTER SAYS WHICH
               COMPANY A LOAN IS ON), AND EACH COMPANY'S RETURNS GO OUT
               UNDER AN A RECORD OF ITS OWN CARRYING THE FILER TIN AND
               NAME FROM THE COMPANY TABLE - THE PARAMETER CARD'S WHEN
               THE TABLE LEAVES THEM BLANK - CLOSED BY THAT COMPANY'S
               C RECORD. A COMPANY WITH NOTHING TO FILE WRITES NO A
               RECORD. THE PROOF LISTS EACH COMPANY ON ITS OWN PAGES
               AND FOOTS EACH BEFORE THE GRAND TOTAL. THE OPTIONAL
               COMPANY-SELECTION CARD LIMITS THE RUN TO ONE COMPANY.

       ENVIRONMENT DIVISION.

               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT ASSUMPTION-HISTORY-FILE ASSIGN TO "ASSUMHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ASSUME-STATUS.

           SELECT FIRE-FILE ASSIGN TO "IRS1098"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIRE-STATUS.
       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  ASSUMPTION-HISTORY-FILE.
       COPY ASSUMHST.

       FD  FIRE-FILE
           RECORD CONTAINS 750 CHARACTERS.
       01  FIRE-RECORD              PIC X(750).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-ASSUME-STATUS          PIC X(02).
       01 WS-FIRE-STATUS            PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).
       01 WS-NO-BORRFILE-SW         PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".
       01 WS-BORR-FOUND-SW          PIC X(01).
          88 BORROWER-ON-FILE                 VALUE "Y".
       01 WS-NO-ASSUMEFILE-SW       PIC X(01) VALUE "N".
          88 NO-ASSUMPTION-FILE               VALUE "Y".
       01 WS-ASSUME-EOF-SW          PIC X(01).
          88 END-OF-ASSUMPTIONS               VALUE "Y".
       01 WS-PAYEE-NAME             PIC X(40).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
       01 WS-FILER-NAME             PIC X(40).
       01 WS-TCC                    PIC X(05).
       01 WS-LOANS-SWEPT            PIC 9(9) COMP VALUE ZERO.
       01 WS-A-RECORDS              PIC 9(9) COMP VALUE ZERO.
       01 WS-B-RECORDS              PIC 9(9) COMP VALUE ZERO.
       01 WS-BELOW-THRESHOLD        PIC 9(9) COMP VALUE ZERO.

       01 WS-LOAN-PRINCIPAL         PIC S9(9)V99 COMP-3.
       01 WS-TOTAL-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-FILED-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    THE COMPANY BEING FILED - THE MASTER IS SWEPT ONCE FOR EACH
      *    COMPANY ON THE COMPANY TABLE, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-LOAN-CO-IX             PIC S9(4) COMP.
       01 WS-CO-CODE                PIC X(02).
       01 WS-CO-FILER-TIN           PIC X(09).
       01 WS-CO-FILER-NAME          PIC X(40).
       01 WS-CO-B-RECORDS           PIC 9(9) COMP.
       01 WS-CO-TOTAL-INTEREST      PIC S9(11)V99 COMP-3.
       01 WS-CO-FILED-INTEREST      PIC S9(11)V99 COMP-3.
       01 WS-AMOUNT-CENTS           PIC 9(12).
       01 WS-PAID-YEAR              PIC 9(4).
      *    SIMPLE-INTEREST POSITION AHEAD OF THE LEDGER RECORD IN HAND.
       01 WS-SI-PRIOR-BAL           PIC S9(9)V99 COMP-3.
       01 WS-SI-PRIOR-DATE          PIC 9(8).
       01 WS-SI-RATE                PIC S9(3)V9(4) COMP-3.
       01 WS-SI-INTEREST            PIC S9(9)V99 COMP-3.

      *    THE LOAN'S ASSUMPTIONS IN DATE ORDER, WITH THE PRIMARY
      *    SELLER EACH ONE TOOK THE LOAN FROM. THEY CUT THE LOAN'S
      *    LIFE INTO OWNERSHIP SEGMENTS - SEGMENT 1 RUNS TO THE FIRST
      *    ASSUMPTION DATE, THE LAST FROM THE LATEST ASSUMPTION ON -
      *    AND THE YEAR'S INTEREST AND PRINCIPAL ARE TOTALED PER
      *    SEGMENT. A LOAN NEVER ASSUMED HAS THE ONE SEGMENT.
       01 WS-AS-COUNT               PIC S9(4) COMP.
       01 WS-AS-MAX                 PIC S9(4) COMP VALUE 9.
       01 WS-AS-IX                  PIC S9(4) COMP.
       01 WS-ASSUMPTION-TABLE.
           05 WS-AS-ENTRY OCCURS 9.
               10 WS-AS-DATE        PIC 9(8).
               10 WS-AS-SSN         PIC 9(9).
               10 WS-AS-FIRST-NAME  PIC X(20).
               10 WS-AS-LAST-NAME   PIC X(25).
       01 WS-SEG-IX                 PIC S9(4) COMP.
       01 WS-SEG-NO                 PIC 9(1).
       01 WS-SEGMENT-TABLE.
           05 WS-SEG-ENTRY OCCURS 10.
               10 WS-SEG-INTEREST   PIC S9(9)V99 COMP-3.
               10 WS-SEG-PRINCIPAL  PIC S9(9)V99 COMP-3.
       COPY DAYCOUNT.
       01 WS-STEP-IX                PIC S9(2) COMP.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.

       01 FIRE-F-RECORD.
           05 FILLER                PIC X(01) VALUE "F".
           05 FF-A-COUNT            PIC 9(08).
           05 FF-B-COUNT            PIC 9(08).

       01 HL1.
           05 FILLER          PIC X(30)
               VALUE "FORM 1098 PROOF LISTING - ".
           05 HL1-YEAR         PIC 9(04).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "COMPANY ".
           05 HL1-COMPANY      PIC X(02).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(68) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER            PIC X(36) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(26)
               VALUE "TOTAL INTEREST RECEIVED: ".
           05 TL-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(18) VALUE "  FILED ON 1098: ".
           05 TL-FILED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(60) VALUE SPACES.

       01 COMPANY-TOTAL-LABEL.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(16) VALUE " INTEREST: ".

       COPY AMORTIN.
       COPY AMORTOUT.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM FILE-ONE-COMPANY
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           PERFORM WRITE-FIRE-END-RECORD
           MOVE SPACES TO WS-CO-CODE
           MOVE "TOTAL INTEREST RECEIVED: " TO TL-LABEL
           MOVE WS-TOTAL-INTEREST TO TL-TOTAL
           MOVE WS-FILED-INTEREST TO TL-FILED
           PERFORM PRINT-PROOF-TOTAL
           PERFORM FINALIZE-RUN
           GOBACK.
           MOVE TP-FILER-NAME TO WS-FILER-NAME
           MOVE TP-TCC        TO WS-TCC
           CLOSE TAX-PARM-FILE
           PERFORM LOAD-COMPANY-SELECTION
      *    NO BORROWER FILE YET JUST MEANS THE B RECORDS GO OUT WITH
      *    THE SHORT NAME AND NO TIN, AND THE DESK FILLS THEM IN.
           OPEN INPUT BORROWER-MASTER-FILE
                   STOP RUN
               END-IF
           END-IF
      *    NO ASSUMPTION HISTORY JUST MEANS NO LOAN HAS EVER BEEN
      *    ASSUMED - EVERY LOAN FILES ONE 1098 AS IT ALWAYS DID.
           OPEN INPUT ASSUMPTION-HISTORY-FILE
           IF WS-ASSUME-STATUS = "35"
               SET NO-ASSUMPTION-FILE TO TRUE
           ELSE
               IF WS-ASSUME-STATUS NOT = "00"
                   DISPLAY "AMORT98: ERROR OPENING ASSUMPTION HISTORY"
                   DISPLAY "AMORT98: FILE STATUS " WS-ASSUME-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT FIRE-FILE
           IF WS-FIRE-STATUS NOT = "00"
               DISPLAY "AMORT98: ERROR OPENING IRS FIRE FILE"
               DISPLAY "AMORT98: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-FIRE-HEADER.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN FILING NOTHING.
       LOAD-COMPANY-SELECTION.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORT98: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-COUNT TO WS-CO-COUNT.

      *    THE T RECORD NAMES THE TRANSMITTER - THE PARAMETER CARD'S
      *    FILER, WHO SENDS THE ONE FILE FOR EVERY COMPANY.
       WRITE-FIRE-HEADER.
           MOVE WS-TAX-YEAR   TO FT-TAX-YEAR
           MOVE WS-FILER-TIN  TO FT-TIN
           MOVE WS-TCC        TO FT-TCC
           MOVE WS-FILER-NAME TO FT-NAME
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-T-RECORD TO FIRE-RECORD(1:67)
           PERFORM WRITE-FIRE-RECORD.

      *    ONE FULL SWEEP OF THE MASTER FOR THE COMPANY IN SLOT
      *    WS-CO-IX, UNLESS THE SELECTION CARD LEAVES IT OUT.
       FILE-ONE-COMPANY.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE WS-CO-IX TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORT98: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           IF CMP-SELECTED
               PERFORM SWEEP-COMPANY-LOANS
           END-IF.

       SWEEP-COMPANY-LOANS.
           MOVE CM-COMPANY-CODE TO WS-CO-CODE
           IF CM-FILER-TIN = SPACES
               MOVE WS-FILER-TIN  TO WS-CO-FILER-TIN
           ELSE
               MOVE CM-FILER-TIN  TO WS-CO-FILER-TIN
           END-IF
           IF CM-FILER-NAME = SPACES
               MOVE WS-FILER-NAME TO WS-CO-FILER-NAME
           ELSE
               MOVE CM-FILER-NAME TO WS-CO-FILER-NAME
           END-IF
           MOVE ZERO  TO WS-CO-B-RECORDS
           MOVE ZEROS TO WS-CO-TOTAL-INTEREST WS-CO-FILED-INTEREST
           MOVE 99 TO WS-LINE-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORT98: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORT98: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-MASTER-RECORD
           PERFORM SWEEP-ONE-LOAN
               UNTIL END-OF-MASTER
           CLOSE LOAN-MASTER-FILE
           IF WS-CO-B-RECORDS > ZERO
               PERFORM WRITE-FIRE-C-RECORD
           END-IF
           MOVE WS-CO-CODE           TO CTL-COMPANY-CODE
           MOVE COMPANY-TOTAL-LABEL  TO TL-LABEL
           MOVE WS-CO-TOTAL-INTEREST TO TL-TOTAL
           MOVE WS-CO-FILED-INTEREST TO TL-FILED
           PERFORM PRINT-PROOF-TOTAL.

      *    THE COMPANY'S A RECORD GOES OUT AHEAD OF ITS FIRST RETURN.
       WRITE-FIRE-A-RECORD.
           MOVE WS-TAX-YEAR      TO FA-TAX-YEAR
           MOVE WS-CO-FILER-TIN  TO FA-TIN
           MOVE WS-CO-FILER-NAME TO FA-NAME
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-A-RECORD TO FIRE-RECORD(1:61)
           PERFORM WRITE-FIRE-RECORD
           ADD 1 TO WS-A-RECORDS.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
      *    CLOSED LOANS ARE SWEPT TOO - A LOAN PAID OFF IN JULY STILL
      *    RECEIVED INTEREST THE IRS WANTS REPORTED FOR THE YEAR.
       SWEEP-ONE-LOAN.
           PERFORM FIND-LOAN-COMPANY
           IF WS-LOAN-CO-IX = WS-CO-IX
               ADD 1 TO WS-LOANS-SWEPT
      *        NOTHING POSTS TO A LOAN WITH NO FIRST PAYMENT DATE, SO
      *        THERE IS NO INTEREST RECEIVED TO REPORT FOR ONE.
               IF LM-FIRSTPAYMENTDATE NOT = ZERO
                   PERFORM TOTAL-ONE-LOAN
               END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

      *    A LOAN ON A COMPANY THE TABLE DOES NOT KNOW WOULD OTHERWISE
      *    BE LEFT OFF EVERY COMPANY'S FILING.
       FIND-LOAN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORT98: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " LM-COMPANYCODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-LOAN-CO-IX.

       TOTAL-ONE-LOAN.
           PERFORM LOAD-LOANINFO-FROM-MASTER
           CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
           CANCEL "AMORTSTOR"
           PERFORM LOAD-LOAN-ASSUMPTIONS
           PERFORM CLEAR-ONE-SEGMENT
               VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > WS-AS-MAX + 1
           MOVE LM-PRINCIPAL   TO WS-SI-PRIOR-BAL
           MOVE LM-FUNDINGDATE TO WS-SI-PRIOR-DATE
           PERFORM SCAN-LEDGER-FOR-LOAN
           PERFORM REPORT-ONE-SEGMENT
               VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > WS-AS-COUNT + 1.

       CLEAR-ONE-SEGMENT.
           MOVE ZEROS TO WS-SEG-INTEREST(WS-SEG-IX)
                         WS-SEG-PRINCIPAL(WS-SEG-IX).

      *    EACH OWNERSHIP SEGMENT WITH INTEREST IN THE YEAR FILES (OR
      *    FALLS BELOW THE THRESHOLD) ON ITS OWN. ON AN ASSUMED LOAN
      *    THE PROOF NOTES WHICH SIDE OF AN ASSUMPTION THE LINE IS.
       REPORT-ONE-SEGMENT.
           MOVE WS-SEG-INTEREST(WS-SEG-IX)  TO WS-LOAN-INTEREST
           MOVE WS-SEG-PRINCIPAL(WS-SEG-IX) TO WS-LOAN-PRINCIPAL
           IF WS-LOAN-INTEREST > ZERO
               ADD WS-LOAN-INTEREST TO WS-TOTAL-INTEREST
                                       WS-CO-TOTAL-INTEREST
               IF WS-LOAN-INTEREST >= WS-FILING-THRESHOLD
                   PERFORM WRITE-B-RECORD
                   ADD WS-LOAN-INTEREST TO WS-FILED-INTEREST
                                           WS-CO-FILED-INTEREST
                   EVALUATE TRUE
                       WHEN WS-SEG-IX <= WS-AS-COUNT
                           MOVE "SELLER" TO DL-NOTE
                       WHEN WS-SEG-IX > 1
                           MOVE "BUYER" TO DL-NOTE
                       WHEN OTHER
                           MOVE SPACES TO DL-NOTE
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-BELOW-THRESHOLD
                   EVALUATE TRUE
                       WHEN WS-SEG-IX <= WS-AS-COUNT
                           MOVE "SELLER <600" TO DL-NOTE
                       WHEN WS-SEG-IX > 1
                           MOVE "BUYER <600" TO DL-NOTE
                       WHEN OTHER
                           MOVE "UNDER 600" TO DL-NOTE
                   END-EVALUATE
               END-IF
               PERFORM PRINT-PROOF-DETAIL
           END-IF.

       LOAD-LOAN-ASSUMPTIONS.
           MOVE ZERO TO WS-AS-COUNT
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
               DISPLAY "AMORT98: ERROR READING ASSUMPTION HISTORY"
               DISPLAY "AMORT98: FILE STATUS " WS-ASSUME-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-ASSUMPTIONS
               IF AH-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-ASSUMPTIONS TO TRUE
               ELSE
                   IF WS-AS-COUNT >= WS-AS-MAX
                       DISPLAY "AMORT98: MORE THAN " WS-AS-MAX
                               " ASSUMPTIONS ON LOAN " LM-LOAN-ID
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-AS-COUNT
                   MOVE AH-ASSUME-DATE TO WS-AS-DATE(WS-AS-COUNT)
                   IF AH-SELLER-COUNT > ZERO
                       MOVE AH-S-SSN(1)  TO WS-AS-SSN(WS-AS-COUNT)
                       MOVE AH-S-FIRST-NAME(1)
                           TO WS-AS-FIRST-NAME(WS-AS-COUNT)
                       MOVE AH-S-LAST-NAME(1)
                           TO WS-AS-LAST-NAME(WS-AS-COUNT)
                   ELSE
                       MOVE ZEROS  TO WS-AS-SSN(WS-AS-COUNT)
                       MOVE SPACES TO WS-AS-FIRST-NAME(WS-AS-COUNT)
                                      WS-AS-LAST-NAME(WS-AS-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    THE SEGMENT A PAYMENT BELONGS TO IS ONE MORE THAN THE
      *    NUMBER OF ASSUMPTIONS DATED ON OR BEFORE THE DAY IT WAS
      *    PAID.
       FIND-PAYMENT-SEGMENT.
           MOVE 1 TO WS-SEG-IX
           PERFORM COUNT-ONE-PRIOR-ASSUMPTION
               VARYING WS-AS-IX FROM 1 BY 1
                   UNTIL WS-AS-IX > WS-AS-COUNT.

       COUNT-ONE-PRIOR-ASSUMPTION.
           IF WS-AS-DATE(WS-AS-IX) <= PH-ACTUAL-PAID-DATE
               ADD 1 TO WS-SEG-IX
           END-IF.

      *    A SATISFIED PAYMENT PAID IN THE TAX YEAR DELIVERED ITS
      *    SCHEDULED INTEREST; THE SCHEDULED PRINCIPAL IS SHOWN ON THE
      *    PROOF FOR THE DESK'S RECONCILIATION. MISSED AND SUSPENSE-
      *    CARRIED - EXACTLY THE ALLOCATION THE ANNUAL BORROWER
      *    STATEMENT USES FOR ITS RECEIVED COLUMN.
       APPLY-ONE-HISTORY-RECORD.
           IF LM-SIMPLE-INTEREST
               PERFORM APPLY-SIMPLE-INTEREST-RECORD
           ELSE
           IF PH-PAYMENT-NO >= 1 AND PH-PAYMENT-NO <= LOANTERM
                   AND PH-PAID-ON-TIME
                   AND PH-ACTUAL-PAID-DATE NOT = ZERO
               MOVE PH-ACTUAL-PAID-DATE(1:4) TO WS-PAID-YEAR
               IF WS-PAID-YEAR = WS-TAX-YEAR
                   PERFORM FIND-PAYMENT-SEGMENT
                   ADD OUTINTPAIDNUM(PH-PAYMENT-NO)
                       TO WS-SEG-INTEREST(WS-SEG-IX)
                   ADD OUTPRINCPAIDNUM(PH-PAYMENT-NO)
                       TO WS-SEG-PRINCIPAL(WS-SEG-IX)
               END-IF
           END-IF
           END-IF.

      *    A SATISFIED SIMPLE-INTEREST PAYMENT PAID IN THE TAX YEAR
      *    DELIVERED THE INTEREST ACCRUED OVER THE DAYS IT PAID
      *    THROUGH, WORKED THE WAY AMORTSERV WORKED IT - OR, WHEN IT
      *    PAID INTEREST ONLY PART-WAY TO ITS PAID DATE, THE WHOLE
      *    INSTALLMENT. EVERY RECORD THAT CARRIES A POSITION MOVES THE
      *    RUNNING BALANCE AND PAID-THROUGH DATE ON FOR THE NEXT ONE.
       APPLY-SIMPLE-INTEREST-RECORD.
           IF PH-ACCRUAL-DATE IS NUMERIC AND PH-ACCRUAL-DATE NOT = ZERO
                   AND PH-PRINCIPAL-BAL IS NUMERIC
               IF PH-PAYMENT-NO >= 1 AND PH-PAYMENT-NO <= LOANTERM
                       AND PH-PAID-ON-TIME
                       AND PH-ACTUAL-PAID-DATE NOT = ZERO
                   MOVE PH-ACTUAL-PAID-DATE(1:4) TO WS-PAID-YEAR
                   IF WS-PAID-YEAR = WS-TAX-YEAR
                       PERFORM ACCRUE-SIMPLE-INTEREST
                       PERFORM FIND-PAYMENT-SEGMENT
                       ADD WS-SI-INTEREST
                           TO WS-SEG-INTEREST(WS-SEG-IX)
                       COMPUTE WS-SEG-PRINCIPAL(WS-SEG-IX) =
                            WS-SEG-PRINCIPAL(WS-SEG-IX)
                            + WS-SI-PRIOR-BAL - PH-PRINCIPAL-BAL
                   END-IF
               END-IF
               MOVE PH-PRINCIPAL-BAL TO WS-SI-PRIOR-BAL
               MOVE PH-ACCRUAL-DATE  TO WS-SI-PRIOR-DATE
           END-IF.

       ACCRUE-SIMPLE-INTEREST.
           IF PH-ACCRUAL-DATE < PH-ACTUAL-PAID-DATE
               COMPUTE WS-SI-INTEREST = OUTINTPAIDNUM(PH-PAYMENT-NO)
                                      + OUTPRINCPAIDNUM(PH-PAYMENT-NO)
           ELSE
               MOVE OUTRATE(PH-PAYMENT-NO) TO WS-SI-RATE
               IF WS-SI-RATE = ZERO
                   MOVE RATE TO WS-SI-RATE
               END-IF
               MOVE DAYCOUNTCODE     TO DCP-CONVENTION
               MOVE WS-SI-PRIOR-DATE TO DCP-FROM-DATE
               MOVE PH-ACCRUAL-DATE  TO DCP-TO-DATE
               CALL "DAYCNT" USING DAYCOUNT-PARMS
               IF DCP-ELAPSED-DAYS < ZERO
                   MOVE ZERO TO DCP-ELAPSED-DAYS
               END-IF
               COMPUTE WS-SI-INTEREST ROUNDED =
                    WS-SI-PRIOR-BAL * WS-SI-RATE / 100
                        * DCP-ELAPSED-DAYS / DCP-YEAR-BASE
           END-IF.

      *    THE PAYER'S TIN AND FULL NAME COME FROM THE BORROWER
      *    MASTER'S PRIMARY RECORD - THE IRS WILL NOT TAKE A 1098
      *    WITHOUT THE TIN. A LOAN WITH NO BORROWER RECORD FALLS BACK
      *    TO THE MASTER'S SHORT NAME WITH THE TIN LEFT EMPTY FOR THE
      *    DESK TO RESOLVE. A SELLER'S SEGMENT OF AN ASSUMED LOAN
      *    FILES UNDER THE PRIMARY SELLER KEPT ON THE ASSUMPTION
      *    HISTORY INSTEAD.
       WRITE-B-RECORD.
           IF WS-CO-B-RECORDS = ZERO
               PERFORM WRITE-FIRE-A-RECORD
           END-IF
           MOVE WS-TAX-YEAR      TO FB-TAX-YEAR
           IF WS-SEG-IX <= WS-AS-COUNT
               PERFORM FILL-SELLER-PAYEE
           ELSE
               PERFORM FILL-BORROWER-PAYEE
           END-IF
           COMPUTE WS-AMOUNT-CENTS = WS-LOAN-INTEREST * 100
           MOVE WS-AMOUNT-CENTS  TO FB-AMOUNT-1
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-B-RECORD TO FIRE-RECORD(1:87)
           PERFORM WRITE-FIRE-RECORD
           ADD 1 TO WS-B-RECORDS WS-CO-B-RECORDS.

       FILL-BORROWER-PAYEE.
           PERFORM FETCH-BORROWER-IDENTITY
           IF BORROWER-ON-FILE
               MOVE BR-SSN TO FB-PAYEE-TIN
               MOVE SPACES TO WS-PAYEE-NAME
               MOVE SPACES           TO FB-PAYEE-TIN
               MOVE LM-BORROWER-NAME TO FB-PAYEE-NAME
           END-IF
           MOVE LM-LOAN-NUMBER   TO FB-ACCOUNT.

       FILL-SELLER-PAYEE.
           MOVE WS-AS-SSN(WS-SEG-IX) TO FB-PAYEE-TIN
           MOVE SPACES TO WS-PAYEE-NAME
           STRING FUNCTION TRIM(WS-AS-FIRST-NAME(WS-SEG-IX)) " "
                  FUNCTION TRIM(WS-AS-LAST-NAME(WS-SEG-IX))
               DELIMITED BY SIZE INTO WS-PAYEE-NAME
           MOVE WS-PAYEE-NAME TO FB-PAYEE-NAME
           MOVE WS-SEG-IX TO WS-SEG-NO
           MOVE SPACES TO FB-ACCOUNT
           STRING LM-LOAN-NUMBER DELIMITED BY SPACE
                  "-S"           DELIMITED BY SIZE
                  WS-SEG-NO      DELIMITED BY SIZE
               INTO FB-ACCOUNT.

       FETCH-BORROWER-IDENTITY.
           MOVE "N" TO WS-BORR-FOUND-SW
               END-EVALUATE
           END-IF.

      *    EACH C RECORD FOOTS ITS OWN COMPANY'S B RECORDS; THE F
      *    RECORD COUNTS EVERY A AND B RECORD ON THE FILE.
       WRITE-FIRE-C-RECORD.
           MOVE WS-CO-B-RECORDS TO FC-B-COUNT
           COMPUTE WS-AMOUNT-CENTS = WS-CO-FILED-INTEREST * 100
           MOVE WS-AMOUNT-CENTS TO FC-TOTAL-1
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-C-RECORD TO FIRE-RECORD(1:33)
           PERFORM WRITE-FIRE-RECORD.

       WRITE-FIRE-END-RECORD.
           MOVE WS-A-RECORDS TO FF-A-COUNT
           MOVE WS-B-RECORDS TO FF-B-COUNT
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-F-RECORD TO FIRE-RECORD(1:17)
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE LM-LOAN-ID        TO DL-LOAN-ID
           IF WS-SEG-IX <= WS-AS-COUNT
               MOVE WS-AS-LAST-NAME(WS-SEG-IX) TO DL-BORROWER
           ELSE
               MOVE LM-BORROWER-NAME TO DL-BORROWER
           END-IF
           MOVE WS-LOAN-INTEREST  TO DL-INTEREST
           MOVE WS-LOAN-PRINCIPAL TO DL-PRINCIPAL
           WRITE PRINT-LINE FROM DETAIL-LINE
           END-IF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-TAX-YEAR TO HL1-YEAR
           MOVE WS-CO-CODE  TO HL1-COMPANY
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
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
           END-IF.

       FINALIZE-RUN.
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           IF NOT NO-ASSUMPTION-FILE
               CLOSE ASSUMPTION-HISTORY-FILE
           END-IF
           CLOSE FIRE-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORT98: " WS-A-RECORDS " COMPANIES FILED"
           DISPLAY "AMORT98: " WS-LOANS-SWEPT " LOANS SWEPT, "
                   WS-B-RECORDS " 1098 RECORDS FILED, "
                   WS-BELOW-THRESHOLD " BELOW THRESHOLD".

       END PROGRAM AMORT98.
