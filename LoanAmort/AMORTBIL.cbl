               ROLLING LATE FEE FROM THE LAST LEDGER RECORD, AND THE
               SUSPENSE BALANCE HELD FOR THE BORROWER. A LOAN WHOSE
               NEXT DUE DATE FALLS WITHIN THE BILLING LEAD WINDOW
               (TWENTY CALENDAR DAYS, HELD TO ONE DAY SHORT OF THE
               PAYMENT CYCLE ON A BI-WEEKLY OR SEMI-MONTHLY LOAN SO
               A STATEMENT NEVER GOES OUT BEFORE THE PRIOR PAYMENT IS
               EVEN DUE) GETS A PRINTED BILLING STATEMENT
               AND COUPON, ONE PER PAGE, AND ONE STATEMENT EXTRACT
               RECORD FOR THE MAIL HOUSE. THE AMOUNT DUE ON THE
               STATEMENT IS THE SCHEDULED AMOUNT DUE PLUS THE ROLLED-
               FORWARD LATE FEE AND ANY MISCELLANEOUS FEES STILL
               OUTSTANDING ON THE FEE LEDGER (EACH SHOWN ON ITS OWN
               LINE), LESS ANY SUSPENSE CREDIT ON HAND - SO
               A BORROWER SEES A ROLLED FEE BEFORE THE DUE DATE
               INSTEAD OF DISCOVERING IT ON A PHONE CALL. THE BILLED
               REGISTER, KEYED BY LOAN AND PAYMENT, GUARANTEES EACH
               SITS INSIDE THE LEAD WINDOW. THE STATEMENT AND THE
               MAIL-HOUSE EXTRACT CARRY THE BORROWER MASTER'S NAME
               PARTS AND MAILING ADDRESS WHEN A RECORD EXISTS.
               DUE DATES COME FROM THE DUE-DATE CALENDAR (DUEDATE) FOR
               THE LOAN'S PAYMENT FREQUENCY; A LOAN WITH NO FIRST
               PAYMENT DATE HAS NOTHING TO BILL. A LOAN WHOSE
               SERVICING HAS BEEN TRANSFERRED OUT (AMORTXFR) IS STILL
               BILLED BEFORE ITS TRANSFER DATE, BUT ONLY FOR A PAYMENT
               FALLING DUE ON OR BEFORE IT - THE NEW SERVICER BILLS
               EVERYTHING AFTER.
               THE STATEMENT AND THE EXTRACT NAME THE SERVICING COMPANY
               THE LOAN IS ON, FROM THE COMPANY TABLE, SO THE MAIL
               HOUSE CAN PRINT THAT COMPANY'S RETURN ADDRESS AND
               REMITTANCE LOCKBOX. THE OPTIONAL COMPANY-SELECTION CARD
               LIMITS THE RUN TO ONE COMPANY'S LOANS.

       ENVIRONMENT DIVISION.

           05 BX-STATE              PIC X(02).
           05 BX-ZIP                PIC X(09).
           05 BX-RUN-DATE           PIC 9(08).
           05 BX-FEES-OUTSTANDING   PIC S9(9)V99   COMP-3.
           05 BX-COMPANY-CODE       PIC X(02).
           05 BX-COMPANY-NAME       PIC X(40).
           05 BX-LOCKBOX-ID         PIC X(08).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 WS-ESCROW-BALANCE         PIC S9(9)V99 COMP-3.

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02).
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

       01 WS-LOANS-SWEPT            PIC 9(9) COMP VALUE ZERO.
       01 WS-STATEMENTS-WRITTEN     PIC 9(9) COMP VALUE ZERO.

      *    THE BILLING LEAD WINDOW - A STATEMENT GOES OUT WHEN THE NEXT
      *    DUE DATE FALLS WITHIN THIS MANY CALENDAR DAYS OF THE RUN.
       01 WS-BILL-LEAD-DAYS         PIC S9(4) COMP VALUE 20.
       01 WS-LOAN-LEAD-DAYS         PIC S9(4) COMP.

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-ROLLED-FEE             PIC S9(7)V99 COMP-3.
       01 WS-NEXT-DUE-NO            PIC S9(4) COMP.
       01 WS-SCHED-AMOUNT           PIC S9(9)V99 COMP-3.
       01 WS-AMOUNT-DUE             PIC S9(9)V99 COMP-3.
       01 WS-FEES-OUTSTANDING       PIC S9(9)V99 COMP-3.

       01 WS-DUE-DATE               PIC 9(8).
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY           PIC 9(4).
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(73) VALUE SPACES.

       01 HL-SERVICER.
           05 FILLER          PIC X(13) VALUE "SERVICED BY: ".
           05 HLS-COMPANY-NAME PIC X(40).
           05 FILLER          PIC X(79) VALUE SPACES.

       01 HL2.
           05 FILLER          PIC X(10) VALUE "BORROWER: ".
           05 HL2-BORROWER     PIC X(30).
           05 CDL-AMOUNT-DUE    PIC X(18).
           05 FILLER            PIC X(82) VALUE SPACES.

       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY FEEPARMS.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

           PERFORM CLAMP-WORK-DAY
           COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           PERFORM SELECT-RUN-COMPANY
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTBIL: ERROR OPENING LOAN MASTER FILE"
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTBIL: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTBIL: RUN LIMITED TO COMPANY "
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
               DISPLAY "AMORTBIL: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           IF CMP-SELECTED
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END

       SWEEP-ONE-LOAN.
           IF LM-ACTIVE
                   OR (LM-TRANSFERRED-OUT AND WS-RUN-DATE < LM-XFERDATE)
               PERFORM CHECK-RUN-COMPANY
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF
           IF IN-RUN-COMPANY
               ADD 1 TO WS-LOANS-SWEPT
               IF LM-FIRSTPAYMENTDATE NOT = ZERO
                   PERFORM BILL-ONE-LOAN
               END-IF
           END-IF
               PERFORM COMPUTE-NEXT-DUE-DATE
               PERFORM COMPUTE-DAYS-AHEAD
               IF WS-DAYS-AHEAD >= ZERO
                       AND WS-DAYS-AHEAD <= WS-LOAN-LEAD-DAYS
                       AND NOT (LM-TRANSFERRED-OUT
                                AND WS-DUE-DATE > LM-XFERDATE)
                   PERFORM CHECK-BILLED-REGISTER
                   IF ALREADY-BILLED
                       CONTINUE
               END-IF
           END-IF.

      *    THE CALENDAR DATE THE NEXT UNPOSTED PAYMENT COMES DUE, FROM
      *    THE SAME DUE-DATE CALENDAR THE SERVICING EVALUATION AND THE
      *    AGING REPORT USE, AND THE LEAD WINDOW FOR THE LOAN'S CYCLE.
       COMPUTE-NEXT-DUE-DATE.
           MOVE "D"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WS-NEXT-DUE-NO      TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-DATE        TO WS-DUE-DATE
           MOVE WS-BILL-LEAD-DAYS   TO WS-LOAN-LEAD-DAYS
           IF WS-LOAN-LEAD-DAYS >= DDP-CYCLE-DAYS
               COMPUTE WS-LOAN-LEAD-DAYS = DDP-CYCLE-DAYS - 1
           END-IF.

      *    REAL CALENDAR DAYS BETWEEN THE RUN DATE AND THE DUE DATE -
      *    A DAY NUMBER PAST THE MONTH'S LAST REAL DAY IS ROLLED BACK
      *    HAND. SUSPENSE NEVER DRIVES THE BILL BELOW ZERO.
       BUILD-STATEMENT-AMOUNTS.
           MOVE OUTAMOUNTDUE(WS-NEXT-DUE-NO) TO WS-SCHED-AMOUNT
           PERFORM FETCH-FEES-OUTSTANDING
           COMPUTE WS-AMOUNT-DUE =
                WS-SCHED-AMOUNT + WS-ROLLED-FEE + WS-FEES-OUTSTANDING
                - WS-SUSPENSE
           IF WS-AMOUNT-DUE < ZERO
               MOVE ZEROS TO WS-AMOUNT-DUE
           END-IF.

      *    FEES ASSESSED BY THE DESK, THE POSTING RUN, OR THE PAYOFF
      *    QUOTES AND NOT YET COLLECTED OR WAIVED.
       FETCH-FEES-OUTSTANDING.
           MOVE "Q"        TO FEP-FUNCTION
           MOVE LM-LOAN-ID TO FEP-LOAN-ID
           MOVE "AMORTBIL" TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               DISPLAY "AMORTBIL: ERROR READING FEE LEDGER FOR "
                       LM-LOAN-ID
               STOP RUN
           END-IF
           MOVE FEP-OUTSTANDING TO WS-FEES-OUTSTANDING.

       WRITE-EXTRACT-RECORD.
           MOVE SPACES TO BILL-EXTRACT-RECORD
           MOVE LM-LOAN-ID        TO BX-LOAN-ID
               MOVE BR-ZIP        TO BX-ZIP
           END-IF
           MOVE WS-RUN-DATE       TO BX-RUN-DATE
           MOVE WS-FEES-OUTSTANDING TO BX-FEES-OUTSTANDING
           MOVE CM-COMPANY-CODE   TO BX-COMPANY-CODE
           MOVE CM-COMPANY-NAME   TO BX-COMPANY-NAME
           MOVE CM-LOCKBOX-ID     TO BX-LOCKBOX-ID
           WRITE BILL-EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "AMORTBIL: ERROR WRITING BILL EXTRACT FILE"
           MOVE LM-LOAN-NUMBER TO HL1-LOAN-NO
           MOVE WS-PAGE-NO     TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE CM-COMPANY-NAME  TO HLS-COMPANY-NAME
           WRITE PRINT-LINE FROM HL-SERVICER
           MOVE LM-BORROWER-NAME TO HL2-BORROWER
           WRITE PRINT-LINE FROM HL2
           PERFORM PRINT-ADDRESS-BLOCK
                    WS-AMOUNT-X
               PERFORM PRINT-AMOUNT-LINE
           END-IF
           IF WS-FEES-OUTSTANDING NOT = ZERO
               MOVE "FEES OUTSTANDING: " TO AL-LABEL
               CALL "CURRFMT" USING CURRENCYCODE WS-FEES-OUTSTANDING
                    WS-AMOUNT-X
               PERFORM PRINT-AMOUNT-LINE
           END-IF
           IF WS-SUSPENSE NOT = ZERO
               MOVE "SUSPENSE CREDIT APPLIED: " TO AL-LABEL
               CALL "CURRFMT" USING CURRENCYCODE WS-SUSPENSE
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
           CLOSE BILL-EXTRACT-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTBIL: " WS-LOANS-SWEPT " ACTIVE LOANS SWEPT, "
                   WS-STATEMENTS-WRITTEN " STATEMENTS".

       END PROGRAM AMORTBIL.
