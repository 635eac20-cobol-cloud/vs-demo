       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUEDATE.
       REMARKS. PAYMENT DUE-DATE CALENDAR FOR EVERY PAYMENT FREQUENCY
               WE BOARD. GIVEN THE LOAN'S FREQUENCY CODE AND FIRST
               PAYMENT DATE, RETURNS EITHER THE DUE DATE OF ONE
               PAYMENT NUMBER OR THE COUNT OF PAYMENTS FALLEN DUE BY
               AN AS-OF DATE. MONTHLY PAYMENT N FALLS N - 1 MONTHS
               AFTER THE FIRST PAYMENT ON THE SAME DAY OF THE MONTH -
               THE ARITHMETIC THE SERVICING FLOW HAS ALWAYS USED.
               BI-WEEKLY PAYMENT N FALLS 14 X (N - 1) CALENDAR DAYS
               AFTER THE FIRST. SEMI-MONTHLY PAYMENTS COME TWO A
               MONTH, FIFTEEN DAYS APART: THE ODD-NUMBERED PAYMENTS ON
               THE FIRST PAYMENT'S DAY OF THE MONTH, THE EVEN-NUMBERED
               ONES FIFTEEN DAYS LATER (THE 1ST AND 16TH, THE 15TH AND
               30TH) - OR, FOR A FIRST PAYMENT PAST THE 15TH, ON THE
               DAY FIFTEEN EARLIER IN THE FOLLOWING MONTH (THE 20TH
               AND THE 5TH). A NOMINAL DAY PAST THE MONTH'S END IS
               LEFT AS IS, FOR THE DAY-COUNT AND BUSINESS-DAY ROUTINES
               TO ROLL BACK. AN UNRECOGNIZED FREQUENCY IS TREATED AS
               MONTHLY, AS THE SCHEDULE CALCULATION TREATS IT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WRK-PMT-NO           PIC S9(4) COMP.
       01 WRK-COUNT            PIC S9(4) COMP.
       01 WRK-HALF-NO          PIC S9(4) COMP.
       01 WRK-HALF-REM         PIC S9(4) COMP.
       01 WRK-MONTH-OFFSET     PIC S9(4) COMP.
       01 WRK-TOTAL-MONTHS     PIC S9(4) COMP.
       01 WRK-YEARS            PIC S9(4) COMP.
       01 WRK-MONTHS           PIC S9(4) COMP.
       01 WRK-FROM-INT         PIC S9(9) COMP.
       01 WRK-TO-INT           PIC S9(9) COMP.
       01 WRK-SETTLED-SW       PIC X(01).
          88 COUNT-SETTLED               VALUE "Y".

       01 WRK-DUE-DATE         PIC 9(8).
       01 WRK-DUE-DATE-R REDEFINES WRK-DUE-DATE.
           05 WRK-DUE-YEAR     PIC 9(4).
           05 WRK-DUE-MONTH    PIC 9(2).
           05 WRK-DUE-DAY      PIC 9(2).
       01 WRK-ASOF-DATE        PIC 9(8).
       01 WRK-ASOF-DATE-R REDEFINES WRK-ASOF-DATE.
           05 WRK-ASOF-YEAR    PIC 9(4).
           05 WRK-ASOF-MONTH   PIC 9(2).
           05 WRK-ASOF-DAY     PIC 9(2).

       01 WRK-DATE             PIC 9(8).
       01 WRK-DATE-R REDEFINES WRK-DATE.
           05 WRK-YEAR         PIC 9(4).
           05 WRK-MONTH        PIC 9(2).
           05 WRK-DAY          PIC 9(2).
       01 WRK-MONTH-LEN        PIC 9(2).
       01 WRK-LEAP-REM-4       PIC 9(4).
       01 WRK-LEAP-REM-100     PIC 9(4).
       01 WRK-LEAP-REM-400     PIC 9(4).
       01 WRK-LEAP-QUOT        PIC 9(4).

       LINKAGE SECTION.
       COPY DUEDATES.

       PROCEDURE DIVISION USING DUEDATE-PARMS.

       MAIN-PROCESS.
           EVALUATE TRUE
               WHEN DDP-BIWEEKLY
                   MOVE 26 TO DDP-PERIODS-PER-YR
                   MOVE 14 TO DDP-CYCLE-DAYS
               WHEN DDP-SEMIMONTHLY
                   MOVE 24 TO DDP-PERIODS-PER-YR
                   MOVE 15 TO DDP-CYCLE-DAYS
               WHEN OTHER
                   MOVE 12 TO DDP-PERIODS-PER-YR
                   MOVE 30 TO DDP-CYCLE-DAYS
           END-EVALUATE
           IF DDP-COUNT-DUE
               PERFORM COUNT-PAYMENTS-DUE
               MOVE WRK-COUNT TO DDP-DUE-COUNT
           ELSE
               MOVE DDP-PAYMENT-NO TO WRK-PMT-NO
               IF WRK-PMT-NO < 1
                   MOVE 1 TO WRK-PMT-NO
               END-IF
               PERFORM DATE-ONE-PAYMENT
               MOVE WRK-DUE-DATE TO DDP-DUE-DATE
           END-IF
           GOBACK.

      *    THE NOMINAL DUE DATE OF PAYMENT WRK-PMT-NO.
       DATE-ONE-PAYMENT.
           EVALUATE TRUE
               WHEN DDP-BIWEEKLY
                   PERFORM DATE-BIWEEKLY-PAYMENT
               WHEN DDP-SEMIMONTHLY
                   PERFORM DATE-SEMIMONTHLY-PAYMENT
               WHEN OTHER
                   COMPUTE WRK-MONTH-OFFSET = WRK-PMT-NO - 1
                   PERFORM DATE-MONTH-OFFSET
                   MOVE DDP-FPD-DAY TO WRK-DUE-DAY
           END-EVALUATE.

       DATE-ONE-PAYMENT-EXIT.
           EXIT.

      *    YEAR AND MONTH LYING WRK-MONTH-OFFSET MONTHS AFTER THE
      *    FIRST PAYMENT'S MONTH; THE CALLER SUPPLIES THE DAY.
       DATE-MONTH-OFFSET.
           COMPUTE WRK-TOTAL-MONTHS =
                DDP-FPD-MONTH - 1 + WRK-MONTH-OFFSET
           DIVIDE WRK-TOTAL-MONTHS BY 12
               GIVING WRK-YEARS
               REMAINDER WRK-MONTHS
           COMPUTE WRK-DUE-YEAR = DDP-FPD-YEAR + WRK-YEARS
           COMPUTE WRK-DUE-MONTH = WRK-MONTHS + 1.

       DATE-MONTH-OFFSET-EXIT.
           EXIT.

       DATE-BIWEEKLY-PAYMENT.
           MOVE DDP-FIRST-PMT-DATE TO WRK-DATE
           PERFORM CLAMP-DAY-TO-MONTH
           COMPUTE WRK-FROM-INT =
                FUNCTION INTEGER-OF-DATE(WRK-DATE)
                + (WRK-PMT-NO - 1) * 14
           COMPUTE WRK-DUE-DATE =
                FUNCTION DATE-OF-INTEGER(WRK-FROM-INT).

       DATE-BIWEEKLY-PAYMENT-EXIT.
           EXIT.

       DATE-SEMIMONTHLY-PAYMENT.
           COMPUTE WRK-HALF-NO = WRK-PMT-NO - 1
           DIVIDE WRK-HALF-NO BY 2
               GIVING WRK-MONTH-OFFSET
               REMAINDER WRK-HALF-REM
           IF WRK-HALF-REM = ZERO
               PERFORM DATE-MONTH-OFFSET
               MOVE DDP-FPD-DAY TO WRK-DUE-DAY
           ELSE
               IF DDP-FPD-DAY <= 15
                   PERFORM DATE-MONTH-OFFSET
                   COMPUTE WRK-DUE-DAY = DDP-FPD-DAY + 15
               ELSE
                   ADD 1 TO WRK-MONTH-OFFSET
                   PERFORM DATE-MONTH-OFFSET
                   COMPUTE WRK-DUE-DAY = DDP-FPD-DAY - 15
               END-IF
           END-IF.

       DATE-SEMIMONTHLY-PAYMENT-EXIT.
           EXIT.

      *    PAYMENTS WHOSE NOMINAL DUE DATE IS ON OR BEFORE THE AS-OF
      *    DATE. MONTHLY AND BI-WEEKLY COUNTS FALL STRAIGHT OUT OF THE
      *    CALENDAR ARITHMETIC; THE SEMI-MONTHLY COUNT STARTS FROM A
      *    PAYMENT KNOWN TO BE DUE AND STEPS FORWARD UNTIL THE NEXT
      *    ONE LIES PAST THE AS-OF DATE.
       COUNT-PAYMENTS-DUE.
           MOVE ZERO TO WRK-COUNT
           MOVE DDP-AS-OF-DATE TO WRK-ASOF-DATE
           IF DDP-AS-OF-DATE >= DDP-FIRST-PMT-DATE
               COMPUTE WRK-TOTAL-MONTHS =
                    (WRK-ASOF-YEAR - DDP-FPD-YEAR) * 12 +
                    (WRK-ASOF-MONTH - DDP-FPD-MONTH)
               EVALUATE TRUE
                   WHEN DDP-BIWEEKLY
                       MOVE DDP-FIRST-PMT-DATE TO WRK-DATE
                       PERFORM CLAMP-DAY-TO-MONTH
                       COMPUTE WRK-FROM-INT =
                            FUNCTION INTEGER-OF-DATE(WRK-DATE)
                       MOVE DDP-AS-OF-DATE TO WRK-DATE
                       PERFORM CLAMP-DAY-TO-MONTH
                       COMPUTE WRK-TO-INT =
                            FUNCTION INTEGER-OF-DATE(WRK-DATE)
                       COMPUTE WRK-COUNT =
                            ((WRK-TO-INT - WRK-FROM-INT) / 14) + 1
                   WHEN DDP-SEMIMONTHLY
                       COMPUTE WRK-COUNT = (WRK-TOTAL-MONTHS * 2) - 1
                       IF WRK-COUNT < 1
                           MOVE 1 TO WRK-COUNT
                       END-IF
                       MOVE "N" TO WRK-SETTLED-SW
                       PERFORM STEP-SEMIMONTHLY-COUNT
                           UNTIL COUNT-SETTLED
                   WHEN OTHER
                       MOVE WRK-TOTAL-MONTHS TO WRK-COUNT
                       IF WRK-ASOF-DAY >= DDP-FPD-DAY
                           ADD 1 TO WRK-COUNT
                       END-IF
               END-EVALUATE
           END-IF.

       COUNT-PAYMENTS-DUE-EXIT.
           EXIT.

       STEP-SEMIMONTHLY-COUNT.
           COMPUTE WRK-PMT-NO = WRK-COUNT + 1
           PERFORM DATE-SEMIMONTHLY-PAYMENT
           IF WRK-DUE-DATE <= DDP-AS-OF-DATE
               ADD 1 TO WRK-COUNT
           ELSE
               SET COUNT-SETTLED TO TRUE
           END-IF.

       STEP-SEMIMONTHLY-COUNT-EXIT.
           EXIT.

       CLAMP-DAY-TO-MONTH.
           EVALUATE WRK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WRK-MONTH-LEN
               WHEN 2
                   PERFORM SET-FEBRUARY-LENGTH
               WHEN OTHER
                   MOVE 31 TO WRK-MONTH-LEN
           END-EVALUATE
           IF WRK-DAY > WRK-MONTH-LEN
               MOVE WRK-MONTH-LEN TO WRK-DAY
           END-IF.

       CLAMP-DAY-TO-MONTH-EXIT.
           EXIT.

       SET-FEBRUARY-LENGTH.
           DIVIDE WRK-YEAR BY 4
               GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM-4
           DIVIDE WRK-YEAR BY 100
               GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM-100
           DIVIDE WRK-YEAR BY 400
               GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM-400
           IF WRK-LEAP-REM-400 = ZERO
             OR (WRK-LEAP-REM-4 = ZERO AND WRK-LEAP-REM-100 NOT = ZERO)
               MOVE 29 TO WRK-MONTH-LEN
           ELSE
               MOVE 28 TO WRK-MONTH-LEN
           END-IF.

       SET-FEBRUARY-LENGTH-EXIT.
           EXIT.

       END PROGRAM DUEDATE.
