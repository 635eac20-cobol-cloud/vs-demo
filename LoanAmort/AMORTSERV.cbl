               ACTUAL AMOUNT) AGAINST ONE ROW OF AN ALREADY-CALCULATED
               LOANAMORT SCHEDULE. COMPUTES A LATE FEE UNDER OUR
               STANDARD GRACE-PERIOD/FEE-PERCENTAGE RULE AND ROLLS IT
               INTO THE NEXT PAYMENT'S AMOUNT DUE, AND TRACKS HOW MANY
               PAYMENTS IN A ROW CAME UP SHORT SO A CALLER CAN RAISE A
               DELINQUENCY FLAG ONCE THAT STREAK REACHES TWO. THE DUE
               DATE COMES FROM THE DUE-DATE CALENDAR (DUEDATE) FOR
               WHATEVER FREQUENCY THE LOAN PAYS ON - MONTHLY, BI-
               WEEKLY, OR SEMI-MONTHLY - SO ANY LOAN WITH A FIRST
               PAYMENT DATE SUPPLIED CAN BE SERVICED. ON A BI-WEEKLY
               OR SEMI-MONTHLY NOTE THE GRACE PERIOD NEVER RUNS INTO
               THE NEXT PAYMENT'S DUE DATE: IT IS HELD TO ONE DAY
               SHORT OF THE PAYMENT CYCLE.
               WHEN THE CALLER SUPPLIES A LOAN ID IN SVCLOANID, THE
               PAYMENT-HISTORY LEDGER OWNS THE SERVICING STATE: EVERY
               PAYMENT ALREADY POSTED FOR THE LOAN IS RELOADED INTO
               OUT, OR ON THE LEDGER WHEN ONE IS IN PLAY) AND IS
               APPLIED AUTOMATICALLY THE FIRST POSTING IT COVERS THE
               AMOUNT DUE.
               A SIMPLE-INTEREST LOAN (SERVICINGMETHOD "I") IS HELD TO
               THE SAME AMOUNT DUE, BUT THE PAYMENT THAT SATISFIES IT
               IS SPLIT BY THE CALENDAR, NOT THE SCHEDULE: INTEREST
               ACCRUED UNDER THE NOTE'S DAY-COUNT CONVENTION FROM THE
               LAST PAID-THROUGH DATE TO THIS PAID DATE COMES FIRST AND
               THE REST OF THE INSTALLMENT REDUCES PRINCIPAL. THE
               RUNNING BALANCE AND PAID-THROUGH DATE LIVE ON THE LEDGER
               (OR, WITH NO LEDGER, TRAVEL IN SIPRINCIPALBAL AND
               SIACCRUALDATE) AND COME BACK IN SVCPRINCIPALBAL AND
               SVCACCRUALDATE, WITH THE SPLIT IN SVCINTAPPLIED AND
               SVCPRINAPPLIED. A SIMPLE-INTEREST LOAN MUST CARRY A
               FUNDING DATE - INTEREST ACCRUES FROM IT.
               A PAYMENT THAT IS ONE OF THE TRIAL PAYMENTS OF A LOSS-
               MITIGATION TRIAL PLAN IN FORCE ON THE TRIAL-PLAN
               REGISTER (SEE AMORTTPP) IS ASSESSED NO LATE FEE, AND A
               TRIAL PAYMENT SHORT OF THE SCHEDULED AMOUNT DUE IS HELD
               IN SUSPENSE WITHOUT EXTENDING THE MISSED STREAK - THE
               STREAK STANDS WHERE IT WAS WHEN THE PLAN BEGAN. THE
               REGISTER IS ONLY CONSULTED WHEN THE LEDGER IS IN PLAY.
               THE SERVICING RULES FILE IS READ IN THE 50-BYTE ROW OF
               SERVRULE, WHICH CARRIES THE FEE SCHEDULE FEESERV READS
               AFTER THE LATE-FEE TERMS. A RULES FILE KEPT IN THE OLD
               36-BYTE ROW MUST BE CONVERTED ONCE BY SERVCNV BEFORE
               THIS ROUTINE RUNS AGAINST IT.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RULE-STATUS.

           SELECT TRIAL-PLAN-FILE ASSIGN TO "TRIALPLN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS WRK-PLAN-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.
       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  SERVICING-RULE-FILE.
       COPY SERVRULE.

       FD  TRIAL-PLAN-FILE.
       COPY TRIALPLN.

       FD  RECOVERY-JOURNAL-FILE.
       COPY RCVYJRNL.
       01 WRK-BEST-SPECIFICITY    PIC S9(4) COMP.
       01 WRK-BEST-EFF-DATE       PIC 9(8).

       01 WRK-DUE-DATE            PIC 9(8).
       01 WRK-DAYS-LATE           PIC S9(9) COMP.
       01 WRK-AMOUNT-DUE          PIC S9(9)V99 COMP-3.
       01 WRK-GRACE-FROM-DATE     PIC 9(8).
       COPY DAYCOUNT.
       COPY BUSDAYS.
       COPY DUEDATES.

       01 WRK-HIST-STATUS         PIC X(02).
       01 WRK-LEDGER-SW           PIC X(01) VALUE "N".
       01 WRK-SUSPENSE            PIC S9(9)V99 COMP-3.
       01 WRK-AVAILABLE           PIC S9(9)V99 COMP-3.
       01 WRK-JOURNAL-STATUS      PIC X(02).
       01 WRK-PLAN-STATUS         PIC X(02).
       01 WRK-PLAN-EOF-SW         PIC X(01).
          88 END-OF-PLANS                   VALUE "Y".
       01 WRK-TRIAL-SW            PIC X(01).
          88 TRIAL-PAYMENT                  VALUE "Y".
       01 WRK-JRNL-ACTION         PIC X(01).

      *    SIMPLE-INTEREST POSITION AND SPLIT FOR THE PAYMENT IN HAND.
       01 WRK-SI-BALANCE          PIC S9(9)V99 COMP-3.
       01 WRK-SI-ACCRUAL-DATE     PIC 9(8).
       01 WRK-SI-RATE             PIC S9(3)V9(4) COMP-3.
       01 WRK-SI-ACCRUED          PIC S9(9)V99 COMP-3.
       01 WRK-SI-DAILY-INT        PIC S9(9)V9(6) COMP-3.
       01 WRK-SI-SCHED-PI         PIC S9(9)V99 COMP-3.
       01 WRK-SI-PI-DUE           PIC S9(9)V99 COMP-3.
       01 WRK-SI-COVERED-DAYS     PIC S9(9) COMP.
       01 WRK-SI-DATE-INT         PIC S9(9) COMP.

       LINKAGE SECTION.
       COPY AMORTIN.
       COPY AMORTOUT.
           MOVE SVCPRIORROLLEDFEE    TO WRK-PRIOR-FEE
           MOVE SVCPRIORSUSPENSE     TO WRK-SUSPENSE
           MOVE SVCPRIORSUSPENSE     TO SVCSUSPENSEBAL
           MOVE ZEROS TO SVCINTAPPLIED SVCPRINAPPLIED
                         SVCPRINCIPALBAL SVCACCRUALDATE
           IF FIRSTPAYMENTDATE = ZERO
                   OR SVCPAYMENTNO < 1 OR SVCPAYMENTNO > LOANTERM
                   OR (SERVICE-SIMPLE-INTEREST AND FUNDINGDATE = ZERO)
               SET SVC-ERROR TO TRUE
           ELSE
               IF SVCLOANID NOT = SPACES AND SVCLOANID NOT = LOW-VALUES
                       PERFORM RELOAD-POSTED-HISTORY
                   END-IF
                   MOVE WRK-PRIOR-STREAK TO SVCMISSEDSTREAK
                   IF SERVICE-SIMPLE-INTEREST AND NOT LEDGER-IN-USE
                       PERFORM TAKE-CALLER-SI-POSITION
                   END-IF
                   PERFORM COMPUTE-DUE-DATE
                   PERFORM LOOK-UP-SERVICING-RULE
                   MOVE "N" TO WRK-TRIAL-SW
                   IF LEDGER-IN-USE
                       PERFORM LOOK-UP-TRIAL-PLAN
                   END-IF
                   PERFORM EVALUATE-PAYMENT
               END-IF
               IF LEDGER-IN-USE
           GOBACK.

      *    THE CALENDAR DATE PAYMENT NUMBER SVCPAYMENTNO WAS DUE,
      *    FROM THE SAME DUE-DATE CALENDAR THE BILLING, AGING, AND
      *    CREDIT-BUREAU RUNS USE FOR THE LOAN'S PAYMENT FREQUENCY.
       COMPUTE-DUE-DATE.
           MOVE "D"              TO DDP-FUNCTION
           MOVE PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE SVCPAYMENTNO     TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-DATE     TO WRK-DUE-DATE.

       COMPUTE-DUE-DATE-EXIT.
           EXIT.
               PERFORM READ-ONE-RULE
                   UNTIL END-OF-RULES
               CLOSE SERVICING-RULE-FILE
           END-IF
      *    A FIFTEEN-DAY GRACE PERIOD WRITTEN FOR MONTHLY PAPER WOULD
      *    RUN PAST THE NEXT DUE DATE ON A BI-WEEKLY OR SEMI-MONTHLY
      *    NOTE - THERE IT STOPS ONE DAY SHORT OF THE PAYMENT CYCLE.
           IF WRK-GRACE-DAYS >= DDP-CYCLE-DAYS
               COMPUTE WRK-GRACE-DAYS = DDP-CYCLE-DAYS - 1
           END-IF.

       LOOK-UP-SERVICING-RULE-EXIT.
           EXIT.

      *    WHETHER THIS PAYMENT IS ONE OF THE TRIAL PAYMENTS OF A PLAN
      *    STILL IN FORCE - ACTIVE, OR COMPLETED AND AWAITING ITS
      *    MODIFICATION. NO REGISTER MEANS NO LOAN HAS EVER BEEN ON A
      *    TRIAL PLAN.
       LOOK-UP-TRIAL-PLAN.
           MOVE "N" TO WRK-PLAN-EOF-SW
           OPEN INPUT TRIAL-PLAN-FILE
           IF WRK-PLAN-STATUS = "00"
               MOVE SVCLOANID TO TP-LOAN-ID
               MOVE ZEROS     TO TP-PLAN-START
               START TRIAL-PLAN-FILE KEY >= TP-KEY
               IF WRK-PLAN-STATUS NOT = "00"
                   SET END-OF-PLANS TO TRUE
               END-IF
               PERFORM READ-ONE-TRIAL-PLAN
                   UNTIL END-OF-PLANS
               CLOSE TRIAL-PLAN-FILE
           END-IF.

       LOOK-UP-TRIAL-PLAN-EXIT.
           EXIT.

       READ-ONE-TRIAL-PLAN.
           READ TRIAL-PLAN-FILE NEXT RECORD
               AT END
                   SET END-OF-PLANS TO TRUE
           END-READ
           IF NOT END-OF-PLANS AND WRK-PLAN-STATUS NOT = "00"
               SET END-OF-PLANS TO TRUE
           END-IF
           IF NOT END-OF-PLANS
               IF TP-LOAN-ID NOT = SVCLOANID
                   SET END-OF-PLANS TO TRUE
               ELSE
                   IF TP-IN-FORCE
                           AND SVCPAYMENTNO >= TP-FIRST-PMT-NO
                           AND SVCPAYMENTNO <
                               TP-FIRST-PMT-NO + TP-NUM-PAYMENTS
                       SET TRIAL-PAYMENT TO TRUE
                   END-IF
               END-IF
           END-IF.

       READ-ONE-TRIAL-PLAN-EXIT.
           EXIT.

       READ-ONE-RULE.
           READ SERVICING-RULE-FILE
               AT END
           MOVE SVCACTUALPAIDDATE TO DCP-TO-DATE
           CALL "DAYCNT" USING DAYCOUNT-PARMS
           MOVE DCP-ELAPSED-DAYS TO WRK-DAYS-LATE
           IF SERVICE-SIMPLE-INTEREST
               PERFORM ACCRUE-SIMPLE-INTEREST
           END-IF

      *    PARTIAL PAYMENTS ACCUMULATE IN SUSPENSE RATHER THAN BEING
      *    THROWN AWAY - THE PAYMENT SATISFIES THE AMOUNT DUE THE
      *    SUSPENSE) COVER IT, AND ANYTHING LEFT OVER STAYS IN
      *    SUSPENSE FOR THE NEXT ONE. AN AMOUNT DUE STILL UNCOVERED
      *    REMAINS A MISSED PAYMENT FOR DELINQUENCY PURPOSES, BUT THE
      *    MONEY IS HELD, REPORTED, AND APPLIED AUTOMATICALLY. A
      *    TRIAL-PLAN PAYMENT IS SHORT BY DESIGN - IT IS HELD THE SAME
      *    WAY BUT THE STREAK IS NOT EXTENDED WHILE THE PLAN RUNS.
           COMPUTE WRK-AVAILABLE = SVCACTUALAMOUNT + WRK-SUSPENSE
           IF WRK-AVAILABLE < WRK-AMOUNT-DUE
               SET PAYMENT-MISSED(SVCPAYMENTNO) TO TRUE
               IF NOT TRIAL-PAYMENT
                   ADD 1 TO SVCMISSEDSTREAK
               END-IF
               MOVE WRK-AVAILABLE TO WRK-SUSPENSE
           ELSE
               SET PAYMENT-ON-TIME(SVCPAYMENTNO) TO TRUE
               MOVE ZERO TO SVCMISSEDSTREAK
               COMPUTE WRK-SUSPENSE = WRK-AVAILABLE - WRK-AMOUNT-DUE
               IF SERVICE-SIMPLE-INTEREST
                   PERFORM APPLY-SIMPLE-INTEREST
               END-IF
           END-IF
           MOVE WRK-SUSPENSE TO SVCSUSPENSEBAL
           IF SERVICE-SIMPLE-INTEREST
               MOVE WRK-SI-BALANCE      TO SVCPRINCIPALBAL
               MOVE WRK-SI-ACCRUAL-DATE TO SVCACCRUALDATE
           END-IF

      *    A BANKRUPTCY STAY IN FORCE ON THE DUE DATE BARS THE LATE
      *    FEE OUTRIGHT, WHATEVER THE SERVICING RULES FILE SAYS - THE
      *    GRACE AND PERCENTAGE TERMS NEVER ENTER INTO IT. A PAYMENT
      *    FALLING DUE INSIDE A SERVICEMEMBER'S SCRA-PROTECTED PERIOD
      *    IS TREATED THE SAME WAY, AS IS A TRIAL-PLAN PAYMENT.
           IF WRK-DAYS-LATE > WRK-GRACE-DAYS
                   AND (TRIAL-PAYMENT
                     OR (LEGAL-BANKRUPTCY
                         AND LEGALSTATUSDATE <= WRK-DUE-DATE)
                     OR (SCRACAPRATE > ZERO AND SCRASTARTNO > ZERO
                         AND SVCPAYMENTNO >= SCRASTARTNO
                         AND (SCRAENDNO = ZERO
                              OR SVCPAYMENTNO <= SCRAENDNO)))
               MOVE ZEROS TO OUTLATEFEE(SVCPAYMENTNO)
           ELSE
           IF WRK-DAYS-LATE > WRK-GRACE-DAYS
       EVALUATE-PAYMENT-EXIT.
           EXIT.

      *    WITH NO LEDGER IN PLAY THE CALLER CARRIES THE SIMPLE-
      *    INTEREST POSITION THE SAME WAY IT CARRIES THE STREAK - A
      *    ZERO PAID-THROUGH DATE MEANS NOTHING HAS POSTED YET AND THE
      *    LOAN STANDS AT ITS ORIGINAL PRINCIPAL FROM THE FUNDING DATE.
       TAKE-CALLER-SI-POSITION.
           MOVE PRINCIPAL   TO WRK-SI-BALANCE
           MOVE FUNDINGDATE TO WRK-SI-ACCRUAL-DATE
           IF SIACCRUALDATE IS NUMERIC AND SIACCRUALDATE NOT = ZERO
                   AND SIPRINCIPALBAL IS NUMERIC
               MOVE SIPRINCIPALBAL TO WRK-SI-BALANCE
               MOVE SIACCRUALDATE  TO WRK-SI-ACCRUAL-DATE
           END-IF.

       TAKE-CALLER-SI-POSITION-EXIT.
           EXIT.

      *    INTEREST ACCRUED ON THE RUNNING BALANCE FROM THE PAID-
      *    THROUGH DATE TO THIS PAID DATE, AT THE RATE IN FORCE FOR
      *    THE ROW (SO AN ARM RESET STILL REPRICES THE NOTE). THE
      *    INSTALLMENT IS STILL THE SCHEDULED P&I, BUT NEVER MORE THAN
      *    IT TAKES TO PAY THE LOAN OFF - AN EARLY PAYER'S LAST
      *    PAYMENT IS SMALLER, A LATE PAYER'S LEAVES A BALANCE BEHIND.
       ACCRUE-SIMPLE-INTEREST.
           MOVE OUTRATE(SVCPAYMENTNO) TO WRK-SI-RATE
           IF WRK-SI-RATE = ZERO
               MOVE RATE TO WRK-SI-RATE
           END-IF
           MOVE DAYCOUNTCODE        TO DCP-CONVENTION
           MOVE WRK-SI-ACCRUAL-DATE TO DCP-FROM-DATE
           MOVE SVCACTUALPAIDDATE   TO DCP-TO-DATE
           CALL "DAYCNT" USING DAYCOUNT-PARMS
           IF DCP-ELAPSED-DAYS < ZERO
               MOVE ZERO TO DCP-ELAPSED-DAYS
           END-IF
           COMPUTE WRK-SI-DAILY-INT ROUNDED =
                WRK-SI-BALANCE * WRK-SI-RATE / 100 / DCP-YEAR-BASE
           COMPUTE WRK-SI-ACCRUED ROUNDED =
                WRK-SI-BALANCE * WRK-SI-RATE / 100
                    * DCP-ELAPSED-DAYS / DCP-YEAR-BASE
           COMPUTE WRK-SI-SCHED-PI = OUTINTPAIDNUM(SVCPAYMENTNO)
                                   + OUTPRINCPAIDNUM(SVCPAYMENTNO)
           COMPUTE WRK-SI-PI-DUE = WRK-SI-BALANCE + WRK-SI-ACCRUED
           IF WRK-SI-PI-DUE > WRK-SI-SCHED-PI
               MOVE WRK-SI-SCHED-PI TO WRK-SI-PI-DUE
           END-IF
      *    ONLY THE LOCAL AMOUNT DUE MOVES - OUTAMOUNTDUE KEEPS THE
      *    SCHEDULED FIGURE THE CALLER SPLITS ESCROW AND FEES FROM.
           COMPUTE WRK-AMOUNT-DUE = WRK-AMOUNT-DUE - WRK-SI-SCHED-PI
                                  + WRK-SI-PI-DUE.

       ACCRUE-SIMPLE-INTEREST-EXIT.
           EXIT.

      *    THE INSTALLMENT PAYS ACCRUED INTEREST FIRST AND PRINCIPAL
      *    WITH THE REST, AND INTEREST IS THEN PAID THROUGH THE PAID
      *    DATE. WHEN A LATE PAYER'S ACCRUAL OUTRUNS THE INSTALLMENT
      *    THE WHOLE OF IT GOES TO INTEREST AND THE PAID-THROUGH DATE
      *    ADVANCES ONLY BY THE DAYS IT COVERED - THE BALANCE NEVER
      *    GROWS, AND THE UNPAID DAYS ACCRUE AGAIN NEXT TIME.
       APPLY-SIMPLE-INTEREST.
           IF WRK-SI-ACCRUED <= WRK-SI-PI-DUE
               MOVE WRK-SI-ACCRUED TO SVCINTAPPLIED
               COMPUTE SVCPRINAPPLIED = WRK-SI-PI-DUE - WRK-SI-ACCRUED
               IF SVCPRINAPPLIED > WRK-SI-BALANCE
                   MOVE WRK-SI-BALANCE TO SVCPRINAPPLIED
               END-IF
               SUBTRACT SVCPRINAPPLIED FROM WRK-SI-BALANCE
               MOVE SVCACTUALPAIDDATE TO WRK-SI-ACCRUAL-DATE
           ELSE
               MOVE WRK-SI-PI-DUE TO SVCINTAPPLIED
               MOVE ZERO TO SVCPRINAPPLIED
               MOVE ZERO TO WRK-SI-COVERED-DAYS
               IF WRK-SI-DAILY-INT > ZERO
                   COMPUTE WRK-SI-COVERED-DAYS =
                        WRK-SI-PI-DUE / WRK-SI-DAILY-INT
               END-IF
               COMPUTE WRK-SI-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WRK-SI-ACCRUAL-DATE)
                  + WRK-SI-COVERED-DAYS
               IF WRK-SI-DATE-INT >=
                       FUNCTION INTEGER-OF-DATE(SVCACTUALPAIDDATE)
                   COMPUTE WRK-SI-DATE-INT =
                        FUNCTION INTEGER-OF-DATE(SVCACTUALPAIDDATE) - 1
               END-IF
               COMPUTE WRK-SI-ACCRUAL-DATE =
                    FUNCTION DATE-OF-INTEGER(WRK-SI-DATE-INT)
           END-IF.

       APPLY-SIMPLE-INTEREST-EXIT.
           EXIT.

      *    A MISSING LEDGER IS CREATED EMPTY ON FIRST USE - THE FIRST
      *    PAYMENT EVER POSTED FOR A PORTFOLIO BOOTSTRAPS THE FILE. ANY
      *    OTHER OPEN FAILURE IS REPORTED AS A SERVICING ERROR RATHER
      *    BRING EVERY PAYMENT ALREADY POSTED FOR THIS LOAN BACK INTO
      *    THE FRESHLY REBUILT OUTDATA TABLE, AND PICK UP THE RUNNING
      *    STREAK AND STILL-ROLLING LATE FEE FROM THE LAST RECORD SEEN -
      *    THE LEDGER, NOT THE CALLER, REMEMBERS THEM. A SIMPLE-
      *    INTEREST LOAN'S BALANCE AND PAID-THROUGH DATE COME BACK THE
      *    SAME WAY, STARTING FROM PRINCIPAL AT FUNDING.
       RELOAD-POSTED-HISTORY.
           MOVE ZEROS TO WRK-PRIOR-STREAK WRK-PRIOR-FEE WRK-SUSPENSE
           MOVE PRINCIPAL   TO WRK-SI-BALANCE
           MOVE FUNDINGDATE TO WRK-SI-ACCRUAL-DATE
           MOVE SVCLOANID TO PH-LOAN-ID
           MOVE ZEROS     TO PH-PAYMENT-NO
           START PAYMENT-HISTORY-FILE KEY >= PH-KEY
                   MOVE PH-MISSED-STREAK TO WRK-PRIOR-STREAK
                   MOVE PH-LATE-FEE      TO WRK-PRIOR-FEE
                   MOVE PH-SUSPENSE-BAL  TO WRK-SUSPENSE
                   IF SERVICE-SIMPLE-INTEREST
                           AND PH-ACCRUAL-DATE IS NUMERIC
                           AND PH-ACCRUAL-DATE NOT = ZERO
                           AND PH-PRINCIPAL-BAL IS NUMERIC
                       MOVE PH-PRINCIPAL-BAL TO WRK-SI-BALANCE
                       MOVE PH-ACCRUAL-DATE  TO WRK-SI-ACCRUAL-DATE
                   END-IF
               END-IF
           END-IF.

           MOVE OUTMISSEDFLAG(SVCPAYMENTNO) TO PH-MISSED-FLAG
           MOVE SVCMISSEDSTREAK   TO PH-MISSED-STREAK
           MOVE SVCSUSPENSEBAL    TO PH-SUSPENSE-BAL
           MOVE SVCPRINCIPALBAL   TO PH-PRINCIPAL-BAL
           MOVE SVCACCRUALDATE    TO PH-ACCRUAL-DATE
           MOVE "W" TO WRK-JRNL-ACTION
           WRITE PAYMENT-HISTORY-RECORD
           IF WRK-HIST-STATUS = "22"
