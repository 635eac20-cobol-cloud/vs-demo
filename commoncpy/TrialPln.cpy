      *    LOSS-MITIGATION TRIAL PLAN REGISTER - ONE RECORD PER TRIAL
      *    PAYMENT PLAN THE DESK SETS UP, KEYED BY LOAN AND PLAN START
      *    DATE SO A LOAN'S PLANS READ IN ORDER WITH ONE START. THE
      *    NIGHTLY TRIAL-PLAN RUN (AMORTTPP) ADDS THE PLANS AND JUDGES
      *    THEM; THE SERVICING ROUTINE (AMORTSERV) AND THE METRO 2
      *    EXTRACT (AMORTM2) READ IT TO HOLD LATE FEES AND DELINQUENCY
      *    WHILE A PLAN IS IN FORCE.
       01 TRIAL-PLAN-RECORD.
           05 TP-KEY.
               10 TP-LOAN-ID      PIC X(10).
               10 TP-PLAN-START   PIC 9(8).
      *    THREE OR FOUR TRIAL PAYMENTS OF THE PROPOSED AMOUNT. THE
      *    FIRST FALLS DUE ON THE PLAN START DATE AND EACH LATER ONE
      *    DUE-DAYS AFTER THE ONE BEFORE; EACH MUST BE RECEIVED IN FULL
      *    BEFORE THE NEXT ONE FALLS DUE.
           05 TP-NUM-PAYMENTS     PIC 9(01).
           05 TP-TRIAL-AMOUNT     PIC S9(7)V99   COMP-3.
           05 TP-DUE-DAYS         PIC 9(03).
      *    THE LEDGER PAYMENT NUMBER THE FIRST TRIAL PAYMENT POSTS TO -
      *    THE NEXT ONE UNPOSTED WHEN THE PLAN WAS SET UP. TRIAL
      *    PAYMENT N POSTS TO THIS NUMBER PLUS N - 1.
           05 TP-FIRST-PMT-NO     PIC S9(4)      COMP.
           05 TP-STATUS           PIC X(01).
               88 TP-ACTIVE                  VALUE "A".
               88 TP-COMPLETED               VALUE "C".
               88 TP-FAILED                  VALUE "F".
               88 TP-IN-FORCE                VALUE "A" "C".
           05 TP-STATUS-DATE      PIC 9(8).
           05 TP-PMTS-MADE        PIC 9(01).
      *    WHY A FAILED PLAN FAILED.
           05 TP-FAIL-REASON      PIC X(02).
               88 TP-FAIL-SHORT              VALUE "SH".
               88 TP-FAIL-LATE               VALUE "LT".
               88 TP-FAIL-NOT-RECEIVED       VALUE "NR".
               88 TP-FAIL-LOAN-INACTIVE      VALUE "NA".
           05 TP-SETUP-DATE       PIC 9(8).
           05 TP-ANALYST-ID       PIC X(08).
      *    THE PERMANENT MODIFICATION THE PLAN LEADS TO - ZERO LEAVES
      *    THE TERM AS IT STANDS ON THE MASTER.
           05 TP-PROPOSED-TERMS.
               10 TP-PROP-RATE        PIC S9(3)V9(4) COMP-3.
               10 TP-PROP-LOANTERM    PIC S9(4)      COMP.
               10 TP-PROP-PRINCIPAL   PIC S9(9)V99   COMP-3.
      *    THE DATE A COMPLETED PLAN'S PENDING MODIFICATION WAS WRITTEN
      *    FOR THE DESK - ZERO UNTIL THEN.
           05 TP-MOD-PENDING-DATE PIC 9(8).
           05 FILLER              PIC X(20).
