               TOTAL DUE, AND A GOOD-THROUGH DATE TEN CALENDAR DAYS
               PAST THE TARGET - AND A PRINTABLE PAYOFF LETTER, ONE
               PER PAGE. REQUESTS THAT CANNOT BE PRICED (LOAN NOT ON
               FILE, LOAN CLOSED OR CHARGED OFF, OR AMORTPAY'S OWN
               EDITS) GO TO AN
               EXCEPTIONS FILE WITH A REASON CODE AND DO NOT STOP THE
               RUN. A SIMPLE-INTEREST LOAN IS PRICED FROM THE RUNNING
               BALANCE AND PAID-THROUGH DATE ON ITS LAST PAYMENT-
               HISTORY LEDGER RECORD (ORIGINAL PRINCIPAL FROM THE
               FUNDING DATE WHEN NOTHING HAS POSTED YET). EVERY
               PRICED QUOTE IS A PAYOFF STATEMENT: THE STATEMENT FEE
               THE SERVICING RULES SCHEDULE FOR THE LOAN'S PRODUCT AND
               STATE (IF ANY) IS ASSESSED TO THE MISCELLANEOUS FEE
               LEDGER AS OF THE RUN DATE, AND EVERY FEE STILL
               OUTSTANDING ON THE LEDGER IS ADDED TO THE TOTAL DUE AND
               SHOWN ON ITS OWN LINE OF THE LETTER. EACH LETTER GOES
               OUT UNDER THE NAME OF THE COMPANY SERVICING THE LOAN,
               AND THE RUN LOG CLOSES WITH THE QUOTES, REJECTIONS AND
               TOTAL QUOTED FOR EACH COMPANY. THE OPTIONAL COMPANY-
               SELECTION CARD (COMPSEL) LIMITS THE RUN TO ONE COMPANY'S
               LOANS; A REQUEST FOR A LOAN OF ANY OTHER IS PASSED OVER,
               LEFT FOR THAT COMPANY'S OWN RUN.

       ENVIRONMENT DIVISION.

               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT QUOTE-FILE ASSIGN TO "PAYQUOTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           05 QT-LOAN-ID            PIC X(10).
       01 WS-REGISTER-STATUS        PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-NO-BORRFILE-SW         PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 END-OF-HISTORY                   VALUE "Y".

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-REQUESTS                  VALUE "Y".
       01 WS-REQUESTS-READ          PIC 9(9) COMP VALUE ZERO.
       01 WS-QUOTES-WRITTEN         PIC 9(9) COMP VALUE ZERO.
       01 WS-REQUESTS-REJECTED      PIC 9(9) COMP VALUE ZERO.
       01 WS-REQUESTS-PASSED        PIC 9(9) COMP VALUE ZERO.

       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    WHAT THE RUN QUOTED AND REJECTED FOR EACH COMPANY ON THE
      *    COMPANY TABLE, IN COMPANY-TABLE SLOT ORDER. A REQUEST
      *    REJECTED BEFORE ITS LOAN IS FOUND BELONGS TO NO COMPANY AND
      *    COUNTS ONLY IN THE RUN TOTAL.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-QUOTED      PIC 9(9) COMP.
               05 WS-CO-REJECTED    PIC 9(9) COMP.
               05 WS-CO-TOTAL-DUE   PIC S9(11)V99 COMP-3.

       01 WS-STEP-IX                PIC S9(2) COMP.
       01 WS-GOOD-THROUGH           PIC 9(8).
      *    CURRFMT TAKES AN S9(9)V99 PACKED AMOUNT - THE NARROWER
      *    PER-DIEM IS STAGED THROUGH HERE RATHER THAN PASSED SHORT.
       01 WS-PERDIEM-AMOUNT         PIC S9(9)V99 COMP-3.
       01 WS-FEES-OUTSTANDING       PIC S9(9)V99 COMP-3.
       01 WS-PS-FEES-ASSESSED       PIC 9(9) COMP VALUE ZERO.
       COPY BUSDAYS.

       01 PAYOFFDATE                PIC 9(8).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-COMPANY-NAME PIC X(40).
           05 FILLER          PIC X(34) VALUE SPACES.

       01 HL2.
           05 FILLER          PIC X(10) VALUE "BORROWER: ".
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY AMORTPAYOUT.
       COPY FEEPARMS.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.


       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SELECT-RUN-COMPANY
           PERFORM LOAD-COMPANY-SLOTS
           OPEN INPUT PAYOFF-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "AMORTPQB: ERROR OPENING PAYOFF REQUEST FILE"
                   STOP RUN
               END-IF
           END-IF
      *    NO LEDGER YET MEANS NOTHING HAS POSTED - A SIMPLE-INTEREST
      *    LOAN STILL STANDS AT ITS ORIGINAL PRINCIPAL.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               SET NO-LEDGER-ON-FILE TO TRUE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "AMORTPQB: ERROR OPENING PAYMENT HISTORY"
                   DISPLAY "AMORTPQB: FILE STATUS " WS-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               DISPLAY "AMORTPQB: ERROR OPENING QUOTE FILE"
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN QUOTING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTPQB: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTPQB: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS ONE THIS RUN COVERS, POINTS WS-CO-IX AT
      *    THE COMPANY'S TOTALS, AND LEAVES THE COMPANY'S RECORD IN
      *    COMPANY-RECORD FOR THE LETTER. A COMPANY THE TABLE DOES NOT
      *    KNOW STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTPQB: ABEND - LOAN " LM-LOAN-ID
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
               DISPLAY "AMORTPQB: ERROR READING COMPANY TABLE"
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
           MOVE ZERO  TO WS-CO-QUOTED(WS-CO-IX)
                         WS-CO-REJECTED(WS-CO-IX)
           MOVE ZEROS TO WS-CO-TOTAL-DUE(WS-CO-IX).

       READ-REQUEST-RECORD.
           READ PAYOFF-REQUEST-FILE
               AT END
       LOOK-UP-AND-PRICE.
           MOVE PR-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               PERFORM CHECK-RUN-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   MOVE "NF" TO EX-REASON-CODE
                   DISPLAY "AMORTPQB: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTPQB: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN NOT IN-RUN-COMPANY
                   ADD 1 TO WS-REQUESTS-PASSED
               WHEN LM-CLOSED
                   ADD 1 TO WS-CO-REJECTED(WS-CO-IX)
                   MOVE "CL" TO EX-REASON-CODE
                   MOVE "LOAN IS CLOSED" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN LM-CHARGED-OFF
                   ADD 1 TO WS-CO-REJECTED(WS-CO-IX)
                   MOVE "CO" TO EX-REASON-CODE
                   MOVE "LOAN IS CHARGED OFF" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM PRICE-ONE-PAYOFF
           END-EVALUATE

       PRICE-ONE-PAYOFF.
           PERFORM LOAD-LOANINFO-FROM-MASTER
           IF SERVICE-SIMPLE-INTEREST
               PERFORM FETCH-SIMPLE-INTEREST-POSITION
           END-IF
           CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
           CANCEL "AMORTSTOR"
           MOVE PR-PAYOFF-DATE TO PAYOFFDATE
                                 PAYOFFRESULT
           CANCEL "AMORTPAY"
           IF PAYOFF-ERROR
               ADD 1 TO WS-CO-REJECTED(WS-CO-IX)
               MOVE "PE" TO EX-REASON-CODE
               MOVE "PAYOFF COULD NOT BE PRICED" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM ASSESS-PAYOFF-STATEMENT-FEE
               ADD WS-FEES-OUTSTANDING TO PAYOFFTOTALDUE
               PERFORM COMPUTE-GOOD-THROUGH
               PERFORM WRITE-QUOTE-RECORD
               PERFORM WRITE-REGISTER-RECORD
               PERFORM PRINT-PAYOFF-LETTER
               ADD 1 TO WS-QUOTES-WRITTEN
               ADD 1 TO WS-CO-QUOTED(WS-CO-IX)
               ADD PAYOFFTOTALDUE TO WS-CO-TOTAL-DUE(WS-CO-IX)
           END-IF.

      *    THE STATEMENT FEE COMES FROM THE SERVICING RULES - A ZERO
      *    AMOUNT ASKS FEESERV TO LOOK IT UP, AND "NO" COMES BACK WHEN
      *    THE LOAN'S STATE CHARGES NONE OR A BANKRUPTCY STAY IS IN
      *    FORCE. EITHER WAY THE CALL RETURNS EVERYTHING STILL OWED ON
      *    THE FEE LEDGER, WHICH THE PAYOFF MUST CLEAR.
       ASSESS-PAYOFF-STATEMENT-FEE.
           MOVE "A"                TO FEP-FUNCTION
           MOVE LM-LOAN-ID         TO FEP-LOAN-ID
           MOVE LM-PRODUCTCODE     TO FEP-PRODUCT-CODE
           MOVE LM-STATECODE       TO FEP-STATE-CODE
           MOVE LM-LEGALSTATUS     TO FEP-LEGAL-STATUS
           MOVE LM-LEGALSTATUSDATE TO FEP-LEGAL-STATUS-DATE
           MOVE LM-SCRASTARTDATE   TO FEP-SCRA-START-DATE
           MOVE LM-SCRAENDDATE     TO FEP-SCRA-END-DATE
           MOVE "PS"               TO FEP-FEE-TYPE
           MOVE WS-RUN-DATE        TO FEP-TRAN-DATE
           MOVE ZEROS              TO FEP-AMOUNT FEP-PAYMENT-NO
           MOVE "PQ"               TO FEP-REASON-CODE
           MOVE "AMORTPQB"         TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               DISPLAY "AMORTPQB: ERROR UPDATING FEE LEDGER FOR "
                       LM-LOAN-ID
               STOP RUN
           END-IF
           IF FEP-OK
               ADD 1 TO WS-PS-FEES-ASSESSED
           END-IF
           MOVE FEP-OUTSTANDING TO WS-FEES-OUTSTANDING.

      *    THE LAST LEDGER RECORD THAT CARRIES A POSITION SAYS WHERE A
      *    SIMPLE-INTEREST LOAN STANDS - ITS BALANCE AND THE DATE
      *    INTEREST IS PAID THROUGH.
       FETCH-SIMPLE-INTEREST-POSITION.
           MOVE LM-PRINCIPAL   TO SIPRINCIPALBAL
           MOVE LM-FUNDINGDATE TO SIACCRUALDATE
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
                   IF PH-ACCRUAL-DATE IS NUMERIC
                           AND PH-ACCRUAL-DATE NOT = ZERO
                           AND PH-PRINCIPAL-BAL IS NUMERIC
                       MOVE PH-PRINCIPAL-BAL TO SIPRINCIPALBAL
                       MOVE PH-ACCRUAL-DATE  TO SIACCRUALDATE
                   END-IF
               END-IF
           END-IF.

      *    THE LATEST QUOTE FOR A LOAN STANDS - A REQUOTE REPLACES
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
           ADD 1 TO WS-PAGE-NO
           MOVE LM-LOAN-NUMBER TO HL1-LOAN-NO
           MOVE WS-PAGE-NO     TO HL1-PAGE-NO
           MOVE CM-COMPANY-NAME TO HL1-COMPANY-NAME
           WRITE PRINT-LINE FROM HL1
           MOVE LM-BORROWER-NAME TO HL2-BORROWER
           WRITE PRINT-LINE FROM HL2
           MOVE "PREPAYMENT PENALTY: " TO AL-LABEL
           CALL "CURRFMT" USING CURRENCYCODE PAYOFFPENALTY WS-AMOUNT-X
           PERFORM PRINT-AMOUNT-LINE
           IF WS-FEES-OUTSTANDING NOT = ZERO
               MOVE "FEES OUTSTANDING: " TO AL-LABEL
               CALL "CURRFMT" USING CURRENCYCODE WS-FEES-OUTSTANDING
                    WS-AMOUNT-X
               PERFORM PRINT-AMOUNT-LINE
           END-IF
           MOVE "TOTAL DUE: " TO AL-LABEL
           CALL "CURRFMT" USING CURRENCYCODE PAYOFFTOTALDUE WS-AMOUNT-X
           PERFORM PRINT-AMOUNT-LINE
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           IF NOT NO-LEDGER-ON-FILE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           CLOSE QUOTE-FILE
           CLOSE EXCEPTION-FILE
           CLOSE QUOTE-REGISTER-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTPQB: " WS-REQUESTS-READ " REQUESTS READ, "
                   WS-QUOTES-WRITTEN " QUOTED, "
                   WS-REQUESTS-REJECTED " REJECTED"
           DISPLAY "AMORTPQB: " WS-PS-FEES-ASSESSED
                   " PAYOFF STATEMENT FEES ASSESSED"
           IF WS-REQUESTS-PASSED > ZERO
               DISPLAY "AMORTPQB: " WS-REQUESTS-PASSED
                       " REQUESTS FOR OTHER COMPANIES PASSED OVER"
           END-IF
           PERFORM DISPLAY-COMPANY-TOTAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

      *    ONE LOG LINE FOR EACH COMPANY THE RUN COVERS.
       DISPLAY-COMPANY-TOTAL.
           IF WS-RUN-COMPANY = SPACES
                   OR WS-RUN-COMPANY = WS-CO-CODE(WS-CO-IX)
               DISPLAY "AMORTPQB: COMPANY " WS-CO-CODE(WS-CO-IX)
                       " - " WS-CO-QUOTED(WS-CO-IX) " QUOTED, "
                       WS-CO-REJECTED(WS-CO-IX) " REJECTED, TOTAL DUE "
                       WS-CO-TOTAL-DUE(WS-CO-IX)
           END-IF.

       END PROGRAM AMORTPQB.
