          03 WRK-CUR-RATE        PIC S9(3)V9(4) COMP-3.
          03 WRK-NEW-RATE        PIC S9(3)V9(4) COMP-3.
          03 WRK-RESET-IX        PIC S9(2)      COMP.
          03 WRK-NOTE-RATE       PIC S9(3)V9(4) COMP-3.
          03 WRK-CHARGED-RATE    PIC S9(3)V9(4) COMP-3.
          03 WRK-ESCROW-PMT      PIC S9(7)V99   COMP-3.
          03 WRK-ESCROW-BAL      PIC S9(9)V99   COMP-3.
          03 WRK-ESCROW-QUOT     PIC S9(4)      COMP.
          88 LOAN-PAID-OFF                VALUE "Y".
       01 PMI-DROPPED-SW PIC X(01) VALUE "N".
          88 PMI-ALREADY-DROPPED          VALUE "Y".
       01 SCRA-CAPPED-SW PIC X(01) VALUE "N".
          88 SCRA-RATE-CAPPED             VALUE "Y".

      *    APR WORK AREA - THE PERIODIC PAYMENT STREAM IS CAPTURED HERE
      *    IN NUMERIC FORM (THE OUTDATA COLUMNS ARE ALREADY EDITED AND
           MOVE ZEROS TO WRK-PRINC-SUM
           MOVE ZERO  TO WRK-NUM-YEARS WRK-CUR-YEAR-IX
           MOVE "N"   TO LOAN-PAID-OFF-SW PMI-DROPPED-SW
                         SCRA-CAPPED-SW
           MOVE RATE  TO WRK-CUR-RATE WRK-CHARGED-RATE
      *    THE ESCROW PORTION OF EACH PAYMENT IS THE ANNUAL TAX AND
      *    HAZARD-INSURANCE BILLS SPREAD EVENLY ACROSS THE YEAR'S
      *    SCHEDULED PAYMENTS - ROUNDED UP TO THE NEXT CENT SO THE

       CALC-MONTH.

           PERFORM LIFT-SCRA-CAP
           PERFORM CHECK-RATE-RESET
           PERFORM APPLY-SCRA-CAP
           COMPUTE INTPAID ROUNDED = PRINCIPAL *
                ((WRK-CUR-RATE / 100) / WRK-PERIODS-PER-YR)
           COMPUTE TOTINTPAID = TOTINTPAID + INTPAID
      *    NOTHING IS TREATED AS INTEREST PAID THIS MONTH EITHER WAY.
       DEFER-ONE-MONTH.

           PERFORM LIFT-SCRA-CAP
           PERFORM CHECK-RATE-RESET
           PERFORM APPLY-SCRA-CAP
           COMPUTE WRK-DEFER-MONTH-INT ROUNDED = PRINCIPAL *
                ((WRK-CUR-RATE / 100) / WRK-PERIODS-PER-YR)
           MOVE ZEROS TO INTPAID
       APPLY-ONE-RESET-POINT-EXIT.
           EXIT.

      *    AN SCRA-CAPPED MONTH CARRIES THE CAP IN WRK-CUR-RATE AND
      *    THE NOTE RATE ASIDE - PUT THE NOTE RATE BACK BEFORE THE
      *    RESET CHECK, SO AN ARM RESET FALLING INSIDE THE PROTECTED
      *    PERIOD STILL MOVES THE NOTE RATE UNDER ITS OWN CAPS.
       LIFT-SCRA-CAP.

           IF SCRA-RATE-CAPPED
               MOVE WRK-NOTE-RATE TO WRK-CUR-RATE
               MOVE "N" TO SCRA-CAPPED-SW
           END-IF.

       LIFT-SCRA-CAP-EXIT.
           EXIT.

      *    WHILE THE SERVICEMEMBER IS PROTECTED NO RATE ABOVE THE CAP
      *    IS CHARGED - THE INTEREST OVER THE CAP IS FORGIVEN OUTRIGHT,
      *    NEVER DEFERRED OR CAPITALIZED. WHENEVER THE RATE ACTUALLY
      *    CHARGED CHANGES (THE CAP TAKING HOLD, A RESET UNDER IT, OR
      *    THE NOTE RATE COMING BACK THE PAYMENT AFTER SERVICE ENDS)
      *    THE REMAINING BALANCE IS RE-AMORTIZED OVER THE REMAINING
      *    TERM, EXACTLY AS AN ARM RESET RE-AMORTIZES IT.
       APPLY-SCRA-CAP.

           IF SCRACAPRATE > ZERO
               IF SCRASTARTNO > ZERO AND MONTH >= SCRASTARTNO
                       AND (SCRAENDNO = ZERO OR MONTH <= SCRAENDNO)
                       AND WRK-CUR-RATE > SCRACAPRATE
                   MOVE WRK-CUR-RATE TO WRK-NOTE-RATE
                   MOVE SCRACAPRATE  TO WRK-CUR-RATE
                   SET SCRA-RATE-CAPPED TO TRUE
               END-IF
               IF WRK-CUR-RATE NOT = WRK-CHARGED-RATE
                   COMPUTE WRK-CALC-TERM = LOANTERM - MONTH + 1
                   PERFORM CALC-PAYMENT
                   MOVE WRK-PAYMENT TO DECPAYMENT
               END-IF
           END-IF
           MOVE WRK-CUR-RATE TO WRK-CHARGED-RATE.

       APPLY-SCRA-CAP-EXIT.
           EXIT.

      *    THE FIXINGS FOR THIS LOAN'S INDEX, LOADED ONCE PER CALL.
      *    INDEX PRICING NEEDS THE FIRST-PAYMENT-DATE ARITHMETIC TO
      *    PLACE EACH RESET ON THE CALENDAR, SO IT APPLIES ONLY TO
