               CALENDAR DAYS THROUGH THE DAYCNT SUBPROGRAM AND DIVIDE
               BY THE NOTE'S YEAR BASE, SO THE QUOTED PER-DIEM MATCHES
               THE NOTE RATHER THAN A CONVENIENT APPROXIMATION.
               A FIRST PAYMENT DATE MUST BE SUPPLIED. A BI-WEEKLY OR
               SEMI-MONTHLY LOAN TAKES ITS LAST SCHEDULED PAYMENT
               BEFORE THE TARGET DATE FROM THE DUE-DATE CALENDAR
               (DUEDATE) AND ACCRUES THE STUB SINCE THAT DUE DATE BY
               THE NOTE'S OWN DAY COUNT THROUGH DAYCNT.
               A SIMPLE-INTEREST LOAN (SERVICINGMETHOD "I") OF ANY
               FREQUENCY IS PRICED FROM WHERE ITS LEDGER SAYS IT
               STANDS, NOT FROM THE SCHEDULE: THE CALLER SUPPLIES THE
               RUNNING BALANCE AND PAID-THROUGH DATE IN SIPRINCIPALBAL
               AND SIACCRUALDATE, AND INTEREST ACCRUES ON THAT BALANCE
               FROM THAT DATE TO THE PAYOFF DATE UNDER THE NOTE'S DAY-
               COUNT CONVENTION, AT THE RATE OF THE ROW NOW ACCRUING.

       ENVIRONMENT DIVISION.

           05 WRK-LAST-DUE-MONTH PIC 9(2).
           05 WRK-LAST-DUE-DAY   PIC 9(2).
       COPY DAYCOUNT.
       COPY DUEDATES.

       LINKAGE SECTION.
       01 PAYOFFDATE  PIC 9(8).
           MOVE ZEROS TO PAYOFFBALANCE PAYOFFACCRUEDINT PAYOFFTOTALDUE
                         PAYOFFPENALTY PAYOFFPERDIEM
           IF FIRSTPAYMENTDATE = ZERO OR PAYOFFDATE = ZERO
               SET PAYOFF-ERROR TO TRUE
           ELSE
               PERFORM CALC-PAYOFF
      *    CALENDAR DAYS FROM THE LAST SCHEDULED PAYMENT INSTEAD.
       CALC-PAYOFF.

           IF SERVICE-SIMPLE-INTEREST
               PERFORM ELAPSED-TIME-SIMPLE-INTEREST
           ELSE
           IF NOT FREQ-MONTHLY
               PERFORM ELAPSED-TIME-BY-CALENDAR
           ELSE
           IF DC-30-360
               PERFORM ELAPSED-TIME-30-360
           ELSE
               PERFORM ELAPSED-TIME-ACTUAL
           END-IF
           END-IF
           END-IF

           IF NOT PAYOFF-ERROR
               IF SERVICE-SIMPLE-INTEREST
                   MOVE SIPRINCIPALBAL TO WRK-BALANCE
               ELSE
                   PERFORM DETERMINE-PAYOFF-BALANCE
               END-IF
               PERFORM DETERMINE-ACCRUAL-RATE
      *        THE PENALTY WINDOW IS KEPT IN MONTHS WHATEVER THE
      *        FREQUENCY - TURN PAYMENTS DUE INTO MONTHS ELAPSED.
               IF SERVICE-SIMPLE-INTEREST OR NOT FREQ-MONTHLY
                   COMPUTE WRK-ELAPSED-MONTHS =
                        WRK-ELAPSED-MONTHS * 12 / DDP-PERIODS-PER-YR
               END-IF
               COMPUTE WRK-DAILY-RATE =
                    (WRK-ACCRUAL-RATE / 100) / WRK-YEAR-BASE
               COMPUTE PAYOFFACCRUEDINT ROUNDED =
       ELAPSED-TIME-ACTUAL-EXIT.
           EXIT.

      *    A SIMPLE-INTEREST LOAN ACCRUES FROM ITS PAID-THROUGH DATE,
      *    WHATEVER THE SCHEDULE SAYS, IN THE NOTE'S OWN DAYS AND
      *    YEAR BASE. THE PAYMENTS ALREADY DUE BY THE PAYOFF DATE
      *    STAND IN FOR ELAPSED MONTHS WHEN THE RATE ROW IS CHOSEN.
       ELAPSED-TIME-SIMPLE-INTEREST.

           MOVE DAYCOUNTCODE     TO DCP-CONVENTION
           MOVE SIACCRUALDATE    TO DCP-FROM-DATE
           MOVE PAYOFFDATE       TO DCP-TO-DATE
           CALL "DAYCNT" USING DAYCOUNT-PARMS
           IF SIACCRUALDATE = ZERO OR DCP-ELAPSED-DAYS < ZERO
               SET PAYOFF-ERROR TO TRUE
           ELSE
               MOVE DCP-ELAPSED-DAYS TO WRK-PARTIAL-DAYS
               MOVE DCP-YEAR-BASE    TO WRK-YEAR-BASE
               MOVE "C"              TO DDP-FUNCTION
               MOVE PMTFREQCODE      TO DDP-FREQ-CODE
               MOVE FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
               MOVE PAYOFFDATE       TO DDP-AS-OF-DATE
               CALL "DUEDATE" USING DUEDATE-PARMS
               MOVE DDP-DUE-COUNT    TO WRK-ELAPSED-MONTHS
           END-IF.

       ELAPSED-TIME-SIMPLE-INTEREST-EXIT.
           EXIT.

      *    A BI-WEEKLY OR SEMI-MONTHLY SCHEDULE HAS NO WHOLE MONTHS TO
      *    COUNT - THE DUE-DATE CALENDAR SAYS HOW MANY PAYMENTS FELL
      *    DUE BY THE PAYOFF DATE AND WHEN THE LAST OF THEM DID, AND
      *    THE STUB SINCE THEN ACCRUES BY THE NOTE'S OWN DAYS AND YEAR
      *    BASE. A PAYOFF BEFORE THE FIRST DUE DATE IS REFUSED, AS IT
      *    IS FOR A MONTHLY LOAN.
       ELAPSED-TIME-BY-CALENDAR.

           MOVE "C"              TO DDP-FUNCTION
           MOVE PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE PAYOFFDATE       TO DDP-AS-OF-DATE
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-COUNT    TO WRK-ELAPSED-MONTHS
           IF WRK-ELAPSED-MONTHS <= ZERO
               SET PAYOFF-ERROR TO TRUE
           ELSE
               MOVE "D"              TO DDP-FUNCTION
               MOVE WRK-ELAPSED-MONTHS TO DDP-PAYMENT-NO
               CALL "DUEDATE" USING DUEDATE-PARMS
               MOVE DAYCOUNTCODE     TO DCP-CONVENTION
               MOVE DDP-DUE-DATE     TO DCP-FROM-DATE
               MOVE PAYOFFDATE       TO DCP-TO-DATE
               CALL "DAYCNT" USING DAYCOUNT-PARMS
               MOVE DCP-ELAPSED-DAYS TO WRK-PARTIAL-DAYS
               MOVE DCP-YEAR-BASE    TO WRK-YEAR-BASE
           END-IF.

       ELAPSED-TIME-BY-CALENDAR-EXIT.
           EXIT.

      *    THE BALANCE JUST AFTER THE LAST PAYMENT MADE BEFORE THE
      *    TARGET DATE - THE ORIGINAL PRINCIPAL IF PAYOFF FALLS BEFORE
      *    THE FIRST PAYMENT EVER CAME DUE, OR ZERO IF THE LOAN WAS
