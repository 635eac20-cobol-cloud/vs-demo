       PROGRAM-ID. AMORTFCT.
       REMARKS. FORWARD CASH-FLOW FORECAST FOR TREASURY. READS THE
               SCHEDULE OUTPUT FILE THE AMORTIZATION RUN WRITES, MAPS
               EACH LOAN'S REMAINING PAYMENT PERIODS TO CALENDAR MONTHS
               ON THE DUE-DATE CALENDAR (DUEDATE) FOR THE LOAN'S PAYMENT
               FREQUENCY AND FIRST PAYMENT DATE FROM THE MASTER - A
               BI-WEEKLY LOAN LANDS TWO OR THREE PAYMENTS IN A MONTH, A
               SEMI-MONTHLY LOAN TWO - AND SUMS THE EXPECTED PRINCIPAL,
               INTEREST, PMI, AND ESCROW BY MONTH OVER THE NEXT
               TWENTY-FOUR MONTHS. ONLY PAYMENTS NOT YET POSTED ON THE
               PAYMENT-HISTORY LEDGER FORECAST, AND EXPECTATIONS ARE
               DISCOUNTED FOR DELINQUENCY - A LOAN UP TO 59 DAYS DOWN
               (ONE MONTHLY PAYMENT) FORECASTS AT 75 PERCENT, 60 TO 89
               DAYS AT 50, 90-PLUS DAYS AT 25, THE MISSED STREAK BEING
               TAKEN AT THE LENGTH OF THE LOAN'S PAYMENT CYCLE - SO A
               LOAN THE LEDGER SHOWS DEEP IN TROUBLE IS NOT FORECAST AT
               FULL FREIGHT. OUTPUT IS BOTH THE PRINTED REPORT AND AN
               EXTRACT FILE TREASURY CAN LOAD. A SCHEDULE WITH NO ACTIVE
               LOAN BEHIND IT ON THE MASTER, OR A LOAN WITH NO FIRST
               PAYMENT DATE TO FORECAST FROM, IS COUNTED AS
               UNFORECASTABLE ON THE RUN LOG. THE REPORT ENDS WITH THE
               TWENTY-FOUR-MONTH TOTALS FOR EACH SERVICING COMPANY. THE
               OPTIONAL COMPANY-SELECTION CARD (COMPSEL) LIMITS THE
               FORECAST - REPORT AND EXTRACT ALIKE - TO ONE COMPANY'S
               LOANS.

       ENVIRONMENT DIVISION.


       01 WS-LOANS-SEEN             PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-UNFORECAST       PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-PASSED           PIC 9(9) COMP VALUE ZERO.

       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    THE TWENTY-FOUR-MONTH FORECAST FOR EACH COMPANY ON THE
      *    COMPANY TABLE, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-LOANS       PIC 9(9) COMP.
               05 WS-CO-PRINCIPAL   PIC S9(13)V99 COMP-3.
               05 WS-CO-INTEREST    PIC S9(13)V99 COMP-3.
               05 WS-CO-PMI         PIC S9(13)V99 COMP-3.
               05 WS-CO-ESCROW      PIC S9(13)V99 COMP-3.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
      *    THE LOAN IN PROGRESS - MASTER FACTS AND THE DELINQUENCY
      *    DISCOUNT ARE FETCHED ONCE AT THE CONTROL BREAK.
       01 WS-CACHED-LOAN-ID         PIC X(10) VALUE SPACES.
       01 WS-CACHED-FREQ            PIC X(01).
       01 WS-CACHED-FPD             PIC 9(8).
       01 WS-CACHED-FACTOR          PIC S9(1)V99 COMP-3.
       01 WS-CACHED-LAST-NO         PIC S9(4) COMP.
       01 WS-CACHED-CO-IX           PIC S9(4) COMP.
       01 WS-FORECASTABLE-SW        PIC X(01).
          88 LOAN-FORECASTABLE                VALUE "Y".

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-MISSED-STREAK          PIC S9(4) COMP.
       01 WS-DAYS-DELINQUENT        PIC S9(9) COMP.

       01 WS-PAY-MONTH              PIC S9(4) COMP.
       01 WS-MONTH-IX               PIC S9(4) COMP.
       01 WS-VERIFIED-SW            PIC X(01) VALUE "N".
          88 PRODUCER-VERIFIED                VALUE "Y".
       COPY RUNPARM.
       COPY DUEDATES.

       01 HL1.
           05 FILLER          PIC X(38)
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(56) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(10)  VALUE "MONTH".
           05 DL-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(40) VALUE SPACES.

      *    THE SAME COLUMNS, TWENTY-FOUR MONTHS SUMMED, ONE LINE PER
      *    COMPANY.
       01 COMPANY-TOTAL-LINE.
           05 FILLER            PIC X(03) VALUE "CO ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(05) VALUE SPACES.
           05 CTL-PRINCIPAL     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-INTEREST      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 CTL-PMI           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-ESCROW        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CTL-LOANS         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(06) VALUE " LOANS".
           05 FILLER            PIC X(23) VALUE SPACES.

       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM FORECAST-ONE-RECORD
               UNTIL END-OF-INPUT
           PERFORM WRITE-FORECAST-OUTPUT
           PERFORM PRINT-COMPANY-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM BUILD-BUCKET-MONTHS
           PERFORM SELECT-RUN-COMPANY
           PERFORM LOAD-COMPANY-SLOTS
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           OPEN INPUT AMORT-OUTPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "AMORTFCT: ERROR OPENING AMORT OUTPUT FILE"
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN FORECASTING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTFCT: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTFCT: RUN LIMITED TO COMPANY "
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
               DISPLAY "AMORTFCT: ABEND - LOAN " LM-LOAN-ID
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
               DISPLAY "AMORTFCT: ERROR READING COMPANY TABLE"
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
           MOVE ZERO  TO WS-CO-LOANS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-PRINCIPAL(WS-CO-IX)
                         WS-CO-INTEREST(WS-CO-IX)
                         WS-CO-PMI(WS-CO-IX)
                         WS-CO-ESCROW(WS-CO-IX).

       BUILD-BUCKET-MONTHS.
           MOVE WS-RD-YYYY TO WS-BUCKET-YYYY
           MOVE WS-RD-MM   TO WS-BUCKET-MM
           MOVE "N" TO WS-FORECASTABLE-SW
           MOVE OUT-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               PERFORM CHECK-RUN-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   ADD 1 TO WS-LOANS-UNFORECAST
                   DISPLAY "AMORTFCT: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTFCT: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN NOT IN-RUN-COMPANY
                   ADD 1 TO WS-LOANS-PASSED
               WHEN NOT LM-ACTIVE
                   ADD 1 TO WS-LOANS-UNFORECAST
               WHEN LM-FIRSTPAYMENTDATE = ZERO
                   ADD 1 TO WS-LOANS-UNFORECAST
               WHEN OTHER
                   SET LOAN-FORECASTABLE TO TRUE
                   MOVE WS-CO-IX TO WS-CACHED-CO-IX
                   ADD 1 TO WS-CO-LOANS(WS-CO-IX)
                   MOVE LM-PMTFREQCODE      TO WS-CACHED-FREQ
                   MOVE LM-FIRSTPAYMENTDATE TO WS-CACHED-FPD
                   PERFORM SCAN-LEDGER-FOR-LOAN
                   MOVE WS-LAST-POSTED-NO TO WS-CACHED-LAST-NO
                   PERFORM SET-DELINQUENCY-FACTOR
           END-EVALUATE.

      *    TREASURY'S STANDARD DELINQUENCY HAIRCUTS - A CURRENT LOAN
      *    FORECASTS AT FULL FREIGHT, ONE MONTHLY PAYMENT DOWN AT 75
      *    PERCENT, TWO DOWN AT 50, AND A 90-PLUS-DAY LOAN AT 25. THE
      *    STREAK IS TAKEN AS DAYS AT THE LOAN'S PAYMENT CYCLE, SO A
      *    BI-WEEKLY LOAN ONE PAYMENT DOWN IS NOT CUT TO 50 PERCENT
      *    UNTIL IT IS FIVE PAYMENTS (70 DAYS) DOWN.
       SET-DELINQUENCY-FACTOR.
           MOVE "D"            TO DDP-FUNCTION
           MOVE WS-CACHED-FREQ TO DDP-FREQ-CODE
           MOVE WS-CACHED-FPD  TO DDP-FIRST-PMT-DATE
           MOVE 1              TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           COMPUTE WS-DAYS-DELINQUENT =
                WS-MISSED-STREAK * DDP-CYCLE-DAYS
           EVALUATE TRUE
               WHEN WS-DAYS-DELINQUENT <= ZERO
                   MOVE 1.00 TO WS-CACHED-FACTOR
               WHEN WS-DAYS-DELINQUENT < 60
                   MOVE 0.75 TO WS-CACHED-FACTOR
               WHEN WS-DAYS-DELINQUENT < 90
                   MOVE 0.50 TO WS-CACHED-FACTOR
               WHEN OTHER
                   MOVE 0.25 TO WS-CACHED-FACTOR
           END-EVALUATE.

      *    THE PAYMENT'S CALENDAR MONTH IS THE MONTH OF ITS DUE DATE
      *    ON THE DUE-DATE CALENDAR - FOR A MONTHLY LOAN, N - 1 MONTHS
      *    AFTER THE FIRST PAYMENT DATE, AS ALWAYS. THE PMI AND
      *    ESCROW PIECES FALL OUT OF THE FULL PITI PAYMENT LESS THE
      *    INTEREST AND PRINCIPAL COLUMNS.
       BUCKET-ONE-PAYMENT.
           MOVE "D"            TO DDP-FUNCTION
           MOVE WS-CACHED-FREQ TO DDP-FREQ-CODE
           MOVE WS-CACHED-FPD  TO DDP-FIRST-PMT-DATE
           MOVE OUT-MONTH-NO   TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-MONTH  TO WS-PAY-MONTH
           COMPUTE WS-MONTH-IX =
                (DDP-DUE-YEAR - WS-RD-YYYY) * 12
                + WS-PAY-MONTH - WS-RD-MM + 1
           IF WS-MONTH-IX >= 1 AND WS-MONTH-IX <= 24
               MOVE OUT-PMI-AMOUNT TO WS-PMI-PART
               COMPUTE WS-FC-ESCROW(WS-MONTH-IX) =
                    WS-FC-ESCROW(WS-MONTH-IX)
                    + (WS-ESCROW-PART * WS-CACHED-FACTOR)
               MOVE WS-CACHED-CO-IX TO WS-CO-IX
               COMPUTE WS-CO-PRINCIPAL(WS-CO-IX) =
                    WS-CO-PRINCIPAL(WS-CO-IX)
                    + (OUT-PRINC-PAID * WS-CACHED-FACTOR)
               COMPUTE WS-CO-INTEREST(WS-CO-IX) =
                    WS-CO-INTEREST(WS-CO-IX)
                    + (OUT-INT-PAID * WS-CACHED-FACTOR)
               COMPUTE WS-CO-PMI(WS-CO-IX) =
                    WS-CO-PMI(WS-CO-IX)
                    + (WS-PMI-PART * WS-CACHED-FACTOR)
               COMPUTE WS-CO-ESCROW(WS-CO-IX) =
                    WS-CO-ESCROW(WS-CO-IX)
                    + (WS-ESCROW-PART * WS-CACHED-FACTOR)
           END-IF.

       WRITE-FORECAST-OUTPUT.
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

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
               COMPUTE WS-FC-TOTAL =
                    WS-CO-PRINCIPAL(WS-CO-IX)
                    + WS-CO-INTEREST(WS-CO-IX)
                    + WS-CO-PMI(WS-CO-IX)
                    + WS-CO-ESCROW(WS-CO-IX)
               MOVE WS-CO-CODE(WS-CO-IX)      TO CTL-COMPANY-CODE
               MOVE WS-CO-PRINCIPAL(WS-CO-IX) TO CTL-PRINCIPAL
               MOVE WS-CO-INTEREST(WS-CO-IX)  TO CTL-INTEREST
               MOVE WS-CO-PMI(WS-CO-IX)       TO CTL-PMI
               MOVE WS-CO-ESCROW(WS-CO-IX)    TO CTL-ESCROW
               MOVE WS-FC-TOTAL               TO CTL-TOTAL
               MOVE WS-CO-LOANS(WS-CO-IX)     TO CTL-LOANS
               WRITE PRINT-LINE FROM COMPANY-TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
           MOVE 24 TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTFCT: " WS-LOANS-SEEN " LOANS SEEN, "
                   WS-LOANS-UNFORECAST " UNFORECASTABLE"
           IF WS-LOANS-PASSED > ZERO
               DISPLAY "AMORTFCT: " WS-LOANS-PASSED
                       " LOANS FOR OTHER COMPANIES PASSED OVER"
           END-IF.

       END PROGRAM AMORTFCT.
