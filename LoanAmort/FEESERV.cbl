       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESERV.
       REMARKS. MISCELLANEOUS FEE LEDGER ROUTINE. EVERY PROGRAM THAT
               ASSESSES, WAIVES, COLLECTS, OR REPORTS A FEE OTHER THAN
               THE LATE FEE DOES IT THROUGH THIS ONE CALL, SO THE
               LEDGER (FEELEDG) IS KEPT ONE WAY. A FEE IS ASSESSED
               EITHER AT A STATED AMOUNT - THE FEE DESK, AN INSPECTION
               OR MODIFICATION CHARGE - OR AT THE AMOUNT THE SERVICING
               RULES FILE SCHEDULES FOR THE LOAN'S PRODUCT AND STATE
               ON THE FEE DATE, WHICH IS HOW THE POSTING RUN CHARGES A
               RETURNED-ITEM FEE AND THE PAYOFF QUOTE RUN CHARGES A
               PAYOFF STATEMENT FEE. THE RULE ROW IS CHOSEN THE WAY
               AMORTSERV CHOOSES ITS LATE-FEE TERMS - MOST SPECIFIC
               PRODUCT AND STATE, THEN LATEST EFFECTIVE DATE - BUT
               EACH FEE COLUMN IS JUDGED ON ITS OWN, SO A ROW THAT
               LEAVES A FEE BLANK DEFERS TO A MORE GENERAL ROW. NO ROW
               AT ALL MEANS NO SCHEDULED FEE. A BANKRUPTCY STAY IN
               FORCE ON THE FEE DATE BARS A SCHEDULED FEE OUTRIGHT, AS
               IT BARS THE LATE FEE.
               FUNDS ARE APPLIED TO FEES OLDEST FEE FIRST, ONE "P"
               RECORD PER FEE PAID, TAGGED WITH THE PAYMENT NUMBER
               WHOSE FUNDS PAID IT, SO A REVERSAL CAN BACK OUT EXACTLY
               WHAT THAT PAYMENT AND EVERY LATER ONE APPLIED. A BACKED-
               OUT APPLICATION STAYS ON FILE, FLAGGED. A MISSING
               LEDGER IS CREATED EMPTY ON FIRST USE, EXCEPT THAT A
               QUERY AGAINST A MISSING LEDGER SIMPLY FINDS NO FEES.
               AN I-O FAILURE COMES BACK AS FEP-ERROR FOR THE CALLER
               TO ACT ON, AS AMORTSERV REPORTS SVC-ERROR.
               THE FEE SCHEDULE RIDES AT THE END OF THE 50-BYTE RULE
               ROW (SERVRULE). A RULES FILE KEPT IN THE OLD 36-BYTE ROW
               MUST BE CONVERTED ONCE BY SERVCNV, WHICH LEAVES EVERY
               CONVERTED ROW'S FEE COLUMNS BLANK, BEFORE THIS ROUTINE
               OR AMORTSERV RUNS AGAINST IT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS WRK-FEE-STATUS.

           SELECT SERVICING-RULE-FILE ASSIGN TO "SERVRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RULE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  FEE-LEDGER-FILE.
       COPY FEELEDG.

       FD  SERVICING-RULE-FILE.
       COPY SERVRULE.

       WORKING-STORAGE SECTION.

       01 WRK-FEE-STATUS          PIC X(02).
       01 WRK-LEDGER-SW           PIC X(01).
          88 LEDGER-OPEN                    VALUE "Y".
       01 WRK-FEE-EOF-SW          PIC X(01).
          88 END-OF-LOAN-FEES               VALUE "Y".

       01 WRK-RULE-STATUS         PIC X(02).
       01 WRK-RULE-EOF-SW         PIC X(01).
          88 END-OF-RULES                   VALUE "Y".
       01 WRK-RULE-SPECIFICITY    PIC S9(4) COMP.
       01 WRK-BEST-SPECIFICITY    PIC S9(4) COMP.
       01 WRK-BEST-EFF-DATE       PIC 9(8).
       01 WRK-SCHEDULED-FEE       PIC S9(7)V99 COMP-3.

       01 WRK-LAST-SEQ-NO         PIC 9(6).
       01 WRK-FEE-TYPE            PIC X(02).
       01 WRK-FEE-OUTSTANDING     PIC S9(9)V99 COMP-3.
       01 WRK-REMAINING           PIC S9(9)V99 COMP-3.
       01 WRK-THIS-APPLICATION    PIC S9(9)V99 COMP-3.
       01 WRK-IX                  PIC S9(4) COMP.

      *    THE LOAN'S OPEN FEES, OLDEST FIRST, AND - FOR A BACK-OUT -
      *    THE LIVE APPLICATIONS TO UNDO, BOTH GATHERED IN ONE PASS
      *    BEFORE ANYTHING IS REWRITTEN.
       01 WRK-NUM-OPEN            PIC S9(4) COMP.
       01 WRK-OPEN-TABLE.
           03 WRK-OPEN-ENTRY OCCURS 200.
               05 WRK-OP-SEQ-NO   PIC 9(6).
               05 WRK-OP-BALANCE  PIC S9(9)V99 COMP-3.
       01 WRK-NUM-APPL            PIC S9(4) COMP.
       01 WRK-APPL-TABLE.
           03 WRK-APPL-ENTRY OCCURS 400.
               05 WRK-AP-SEQ-NO   PIC 9(6).
               05 WRK-AP-FEE-SEQ  PIC 9(6).
               05 WRK-AP-AMOUNT   PIC S9(7)V99 COMP-3.

       LINKAGE SECTION.
       COPY FEEPARMS.

       PROCEDURE DIVISION USING FEE-PARMS.

       MAIN-PROCESS.
           SET FEP-OK TO TRUE
           MOVE ZEROS TO FEP-APPLIED FEP-OUTSTANDING FEP-OPEN-COUNT
           MOVE "N" TO WRK-LEDGER-SW
           PERFORM OPEN-FEE-LEDGER
           IF LEDGER-OPEN
               EVALUATE TRUE
                   WHEN FEP-ASSESS
                       PERFORM ASSESS-FEE
                   WHEN FEP-WAIVE
                       PERFORM WAIVE-FEE
                   WHEN FEP-APPLY
                       PERFORM APPLY-FUNDS-TO-FEES
                   WHEN FEP-UNAPPLY
                       PERFORM UNAPPLY-PAYMENT-FUNDS
                   WHEN FEP-QUERY
                       CONTINUE
                   WHEN OTHER
                       SET FEP-ERROR TO TRUE
               END-EVALUATE
               IF NOT FEP-ERROR
                   PERFORM SCAN-LOAN-FEES
                   MOVE WRK-NUM-OPEN TO FEP-OPEN-COUNT
               END-IF
               CLOSE FEE-LEDGER-FILE
           END-IF
           GOBACK.

      *    A QUERY NEVER CREATES THE LEDGER - NO FILE MEANS NO FEES.
      *    EVERY OTHER FUNCTION CREATES IT EMPTY ON FIRST USE, THE WAY
      *    THE PAYMENT-HISTORY AND ESCROW LEDGERS BOOTSTRAP.
       OPEN-FEE-LEDGER.
           IF FEP-QUERY
               OPEN INPUT FEE-LEDGER-FILE
               IF WRK-FEE-STATUS = "35"
                   MOVE "00" TO WRK-FEE-STATUS
               ELSE
                   IF WRK-FEE-STATUS = "00"
                       SET LEDGER-OPEN TO TRUE
                   END-IF
               END-IF
           ELSE
               OPEN I-O FEE-LEDGER-FILE
               IF WRK-FEE-STATUS = "35"
                   OPEN OUTPUT FEE-LEDGER-FILE
                   IF WRK-FEE-STATUS = "00"
                       CLOSE FEE-LEDGER-FILE
                       OPEN I-O FEE-LEDGER-FILE
                   END-IF
               END-IF
               IF WRK-FEE-STATUS = "00"
                   SET LEDGER-OPEN TO TRUE
               END-IF
           END-IF
           IF WRK-FEE-STATUS NOT = "00"
               SET FEP-ERROR TO TRUE
           END-IF.

       OPEN-FEE-LEDGER-EXIT.
           EXIT.

      *    A STATED AMOUNT IS ASSESSED AS STATED. A ZERO AMOUNT ASKS
      *    FOR THE SCHEDULED FEE, WHICH ONLY THE RETURNED-ITEM AND
      *    PAYOFF STATEMENT FEES HAVE. NEITHER IS CHARGED UNDER A
      *    BANKRUPTCY STAY OR WHILE THE BORROWER IS SCRA-PROTECTED.
       ASSESS-FEE.
           IF FEP-AMOUNT = ZERO
               MOVE ZEROS TO WRK-SCHEDULED-FEE
               IF (FEP-LEGAL-BANKRUPTCY
                       AND FEP-LEGAL-STATUS-DATE <= FEP-TRAN-DATE)
                   OR (FEP-SCRA-START-DATE > ZERO
                       AND FEP-SCRA-START-DATE <= FEP-TRAN-DATE
                       AND (FEP-SCRA-END-DATE = ZERO
                            OR FEP-SCRA-END-DATE >= FEP-TRAN-DATE))
                   CONTINUE
               ELSE
                   IF FEP-FEE-TYPE = "NS" OR FEP-FEE-TYPE = "PS"
                       PERFORM LOOK-UP-FEE-SCHEDULE
                   END-IF
               END-IF
               MOVE WRK-SCHEDULED-FEE TO FEP-AMOUNT
           END-IF
           IF FEP-AMOUNT NOT > ZERO
               SET FEP-NO-FEE TO TRUE
           ELSE
               PERFORM SCAN-LOAN-FEES
               MOVE SPACES TO FEE-LEDGER-RECORD
               MOVE FEP-LOAN-ID     TO FL-LOAN-ID
               COMPUTE FL-SEQ-NO = WRK-LAST-SEQ-NO + 1
               SET FL-FEE-ASSESSED  TO TRUE
               MOVE FEP-FEE-TYPE    TO FL-FEE-TYPE
               MOVE FEP-TRAN-DATE   TO FL-TRAN-DATE
               MOVE FEP-AMOUNT      TO FL-AMOUNT
               MOVE ZEROS           TO FL-PAID FL-WAIVED FL-WAIVE-DATE
                                       FL-FEE-SEQ-NO FL-PAYMENT-NO
               MOVE FEP-REASON-CODE TO FL-ASSESS-REASON
               MOVE "N"             TO FL-REVERSED-SW
               MOVE FEP-PROGRAM     TO FL-PROGRAM
               WRITE FEE-LEDGER-RECORD
               IF WRK-FEE-STATUS NOT = "00"
                   SET FEP-ERROR TO TRUE
               ELSE
                   MOVE FL-SEQ-NO  TO FEP-FEE-SEQ-NO
                   MOVE FEP-AMOUNT TO FEP-APPLIED
               END-IF
           END-IF.

       ASSESS-FEE-EXIT.
           EXIT.

      *    THE SCHEDULED FEE IN FORCE ON THE FEE DATE FOR THE LOAN'S
      *    PRODUCT AND STATE. NO RULES FILE LEAVES IT AT ZERO.
       LOOK-UP-FEE-SCHEDULE.
           MOVE -1    TO WRK-BEST-SPECIFICITY
           MOVE ZEROS TO WRK-BEST-EFF-DATE
           MOVE "N" TO WRK-RULE-EOF-SW
           OPEN INPUT SERVICING-RULE-FILE
           IF WRK-RULE-STATUS = "00"
               PERFORM READ-ONE-RULE
                   UNTIL END-OF-RULES
               CLOSE SERVICING-RULE-FILE
           END-IF.

       LOOK-UP-FEE-SCHEDULE-EXIT.
           EXIT.

       READ-ONE-RULE.
           READ SERVICING-RULE-FILE
               AT END
                   SET END-OF-RULES TO TRUE
           END-READ
           IF NOT END-OF-RULES AND WRK-RULE-STATUS NOT = "00"
               SET END-OF-RULES TO TRUE
           END-IF
           IF NOT END-OF-RULES
               PERFORM JUDGE-ONE-RULE
           END-IF.

       READ-ONE-RULE-EXIT.
           EXIT.

      *    ONLY A ROW WHOSE COLUMN FOR THIS FEE IS FILLED IN SPEAKS
      *    FOR IT; A HAND-KEYED ROW WITH A BAD DATE IS IGNORED.
       JUDGE-ONE-RULE.
           IF SR-EFFECTIVE-DATE IS NUMERIC
             AND ((FEP-FEE-TYPE = "NS" AND SR-NSF-FEE IS NUMERIC)
               OR (FEP-FEE-TYPE = "PS" AND SR-PAYOFF-STMT-FEE
                                                 IS NUMERIC))
             AND (SR-PRODUCT-CODE = FEP-PRODUCT-CODE
                   OR SR-PRODUCT-CODE = SPACES)
             AND (SR-STATE-CODE = FEP-STATE-CODE
                   OR SR-STATE-CODE = SPACES)
             AND SR-EFFECTIVE-DATE <= FEP-TRAN-DATE
               MOVE ZERO TO WRK-RULE-SPECIFICITY
               IF SR-PRODUCT-CODE NOT = SPACES
                   ADD 2 TO WRK-RULE-SPECIFICITY
               END-IF
               IF SR-STATE-CODE NOT = SPACES
                   ADD 1 TO WRK-RULE-SPECIFICITY
               END-IF
               IF WRK-RULE-SPECIFICITY > WRK-BEST-SPECIFICITY
                 OR (WRK-RULE-SPECIFICITY = WRK-BEST-SPECIFICITY
                     AND SR-EFFECTIVE-DATE >= WRK-BEST-EFF-DATE)
                   MOVE WRK-RULE-SPECIFICITY TO WRK-BEST-SPECIFICITY
                   MOVE SR-EFFECTIVE-DATE    TO WRK-BEST-EFF-DATE
                   IF FEP-FEE-TYPE = "NS"
                       MOVE SR-NSF-FEE         TO WRK-SCHEDULED-FEE
                   ELSE
                       MOVE SR-PAYOFF-STMT-FEE TO WRK-SCHEDULED-FEE
                   END-IF
               END-IF
           END-IF.

       JUDGE-ONE-RULE-EXIT.
           EXIT.

      *    A WAIVER NAMES THE FEE BY ITS LEDGER SEQUENCE NUMBER. IT
      *    CANNOT WAIVE MORE THAN IS STILL OUTSTANDING - MONEY ALREADY
      *    COLLECTED IS REFUNDED, NOT WAIVED.
       WAIVE-FEE.
           MOVE FEP-LOAN-ID    TO FL-LOAN-ID
           MOVE FEP-FEE-SEQ-NO TO FL-SEQ-NO
           READ FEE-LEDGER-FILE
           EVALUATE TRUE
               WHEN WRK-FEE-STATUS = "23"
                   SET FEP-NOT-FOUND TO TRUE
               WHEN WRK-FEE-STATUS NOT = "00"
                   SET FEP-ERROR TO TRUE
               WHEN NOT FL-FEE-ASSESSED
                   SET FEP-NOT-FOUND TO TRUE
               WHEN OTHER
                   COMPUTE WRK-FEE-OUTSTANDING =
                        FL-AMOUNT - FL-PAID - FL-WAIVED
                   IF FEP-AMOUNT = ZERO
                       MOVE WRK-FEE-OUTSTANDING TO FEP-AMOUNT
                   END-IF
                   EVALUATE TRUE
                       WHEN WRK-FEE-OUTSTANDING NOT > ZERO
                           SET FEP-NO-FEE TO TRUE
                       WHEN FEP-AMOUNT > WRK-FEE-OUTSTANDING
                           SET FEP-OVER-OUTSTANDING TO TRUE
                       WHEN OTHER
                           ADD FEP-AMOUNT       TO FL-WAIVED
                           MOVE FEP-REASON-CODE TO FL-WAIVE-REASON
                           MOVE FEP-TRAN-DATE   TO FL-WAIVE-DATE
                           REWRITE FEE-LEDGER-RECORD
                           IF WRK-FEE-STATUS NOT = "00"
                               SET FEP-ERROR TO TRUE
                           ELSE
                               MOVE FEP-AMOUNT TO FEP-APPLIED
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

       WAIVE-FEE-EXIT.
           EXIT.

      *    THE FUNDS OFFERED GO TO THE OLDEST OPEN FEE FIRST, THEN THE
      *    NEXT, UNTIL THE FUNDS OR THE FEES RUN OUT.
       APPLY-FUNDS-TO-FEES.
           PERFORM SCAN-LOAN-FEES
           MOVE FEP-AMOUNT TO WRK-REMAINING
           PERFORM APPLY-TO-ONE-FEE
               VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX > WRK-NUM-OPEN
                      OR WRK-REMAINING NOT > ZERO
                      OR FEP-ERROR.

       APPLY-FUNDS-TO-FEES-EXIT.
           EXIT.

       APPLY-TO-ONE-FEE.
           MOVE WRK-OP-BALANCE(WRK-IX) TO WRK-THIS-APPLICATION
           IF WRK-THIS-APPLICATION > WRK-REMAINING
               MOVE WRK-REMAINING TO WRK-THIS-APPLICATION
           END-IF
           MOVE FEP-LOAN-ID            TO FL-LOAN-ID
           MOVE WRK-OP-SEQ-NO(WRK-IX)  TO FL-SEQ-NO
           READ FEE-LEDGER-FILE
           IF WRK-FEE-STATUS NOT = "00"
               SET FEP-ERROR TO TRUE
           ELSE
               ADD WRK-THIS-APPLICATION TO FL-PAID
               REWRITE FEE-LEDGER-RECORD
               IF WRK-FEE-STATUS NOT = "00"
                   SET FEP-ERROR TO TRUE
               ELSE
                   MOVE FL-FEE-TYPE TO WRK-FEE-TYPE
                   PERFORM WRITE-APPLICATION-RECORD
               END-IF
           END-IF.

       APPLY-TO-ONE-FEE-EXIT.
           EXIT.

       WRITE-APPLICATION-RECORD.
           MOVE SPACES TO FEE-LEDGER-RECORD
           MOVE FEP-LOAN-ID            TO FL-LOAN-ID
           ADD 1 TO WRK-LAST-SEQ-NO
           MOVE WRK-LAST-SEQ-NO        TO FL-SEQ-NO
           SET FL-FEE-PAYMENT          TO TRUE
           MOVE WRK-FEE-TYPE           TO FL-FEE-TYPE
           MOVE FEP-TRAN-DATE          TO FL-TRAN-DATE
           MOVE WRK-THIS-APPLICATION   TO FL-AMOUNT
           MOVE ZEROS                  TO FL-PAID FL-WAIVED
                                          FL-WAIVE-DATE
           MOVE WRK-OP-SEQ-NO(WRK-IX)  TO FL-FEE-SEQ-NO
           MOVE FEP-PAYMENT-NO         TO FL-PAYMENT-NO
           MOVE "N"                    TO FL-REVERSED-SW
           MOVE FEP-PROGRAM            TO FL-PROGRAM
           WRITE FEE-LEDGER-RECORD
           IF WRK-FEE-STATUS NOT = "00"
               SET FEP-ERROR TO TRUE
           ELSE
               ADD WRK-THIS-APPLICATION TO FEP-APPLIED
               SUBTRACT WRK-THIS-APPLICATION FROM WRK-REMAINING
           END-IF.

       WRITE-APPLICATION-RECORD-EXIT.
           EXIT.

      *    A REVERSAL TAKES BACK WHAT THE REVERSED PAYMENT AND EVERY
      *    PAYMENT AFTER IT APPLIED TO FEES - THE LATER PAYMENTS ARE
      *    REPOSTED AND APPLY THEIR FUNDS AFRESH.
       UNAPPLY-PAYMENT-FUNDS.
           PERFORM SCAN-LOAN-FEES
           PERFORM UNAPPLY-ONE-APPLICATION
               VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX > WRK-NUM-APPL
                      OR FEP-ERROR.

       UNAPPLY-PAYMENT-FUNDS-EXIT.
           EXIT.

       UNAPPLY-ONE-APPLICATION.
           MOVE FEP-LOAN-ID            TO FL-LOAN-ID
           MOVE WRK-AP-SEQ-NO(WRK-IX)  TO FL-SEQ-NO
           READ FEE-LEDGER-FILE
           IF WRK-FEE-STATUS NOT = "00"
               SET FEP-ERROR TO TRUE
           ELSE
               SET FL-APPLICATION-REVERSED TO TRUE
               REWRITE FEE-LEDGER-RECORD
               IF WRK-FEE-STATUS NOT = "00"
                   SET FEP-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT FEP-ERROR
               MOVE FEP-LOAN-ID             TO FL-LOAN-ID
               MOVE WRK-AP-FEE-SEQ(WRK-IX)  TO FL-SEQ-NO
               READ FEE-LEDGER-FILE
               IF WRK-FEE-STATUS NOT = "00"
                   SET FEP-ERROR TO TRUE
               ELSE
                   SUBTRACT WRK-AP-AMOUNT(WRK-IX) FROM FL-PAID
                   REWRITE FEE-LEDGER-RECORD
                   IF WRK-FEE-STATUS NOT = "00"
                       SET FEP-ERROR TO TRUE
                   ELSE
                       ADD WRK-AP-AMOUNT(WRK-IX) TO FEP-APPLIED
                   END-IF
               END-IF
           END-IF.

       UNAPPLY-ONE-APPLICATION-EXIT.
           EXIT.

      *    ONE PASS DOWN THE LOAN'S LEDGER RECORDS: THE LAST SEQUENCE
      *    NUMBER USED, THE OPEN FEES OLDEST FIRST WITH THE TOTAL
      *    STILL OUTSTANDING, AND THE LIVE APPLICATIONS A BACK-OUT
      *    WOULD UNDO. A LOAN WITH MORE OPEN FEES THAN THE TABLE HOLDS
      *    STILL TOTALS THEM ALL; FUNDS GO TO THE OLDEST IN THE TABLE.
       SCAN-LOAN-FEES.
           MOVE ZEROS TO WRK-LAST-SEQ-NO WRK-NUM-OPEN WRK-NUM-APPL
                         FEP-OUTSTANDING
           MOVE "N" TO WRK-FEE-EOF-SW
           IF NOT LEDGER-OPEN
               SET END-OF-LOAN-FEES TO TRUE
           ELSE
               MOVE FEP-LOAN-ID TO FL-LOAN-ID
               MOVE ZEROS       TO FL-SEQ-NO
               START FEE-LEDGER-FILE KEY >= FL-KEY
               IF WRK-FEE-STATUS NOT = "00"
                   SET END-OF-LOAN-FEES TO TRUE
               END-IF
           END-IF
           PERFORM SCAN-ONE-FEE-RECORD
               UNTIL END-OF-LOAN-FEES.

       SCAN-LOAN-FEES-EXIT.
           EXIT.

       SCAN-ONE-FEE-RECORD.
           READ FEE-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-LOAN-FEES TO TRUE
           END-READ
           IF NOT END-OF-LOAN-FEES AND WRK-FEE-STATUS NOT = "00"
               SET END-OF-LOAN-FEES TO TRUE
           END-IF
           IF NOT END-OF-LOAN-FEES
               IF FL-LOAN-ID NOT = FEP-LOAN-ID
                   SET END-OF-LOAN-FEES TO TRUE
               ELSE
                   MOVE FL-SEQ-NO TO WRK-LAST-SEQ-NO
                   PERFORM TALLY-ONE-FEE-RECORD
               END-IF
           END-IF.

       SCAN-ONE-FEE-RECORD-EXIT.
           EXIT.

       TALLY-ONE-FEE-RECORD.
           IF FL-FEE-ASSESSED
               COMPUTE WRK-FEE-OUTSTANDING =
                    FL-AMOUNT - FL-PAID - FL-WAIVED
               IF WRK-FEE-OUTSTANDING > ZERO
                   ADD WRK-FEE-OUTSTANDING TO FEP-OUTSTANDING
                   IF WRK-NUM-OPEN < 200
                       ADD 1 TO WRK-NUM-OPEN
                       MOVE FL-SEQ-NO TO WRK-OP-SEQ-NO(WRK-NUM-OPEN)
                       MOVE WRK-FEE-OUTSTANDING
                           TO WRK-OP-BALANCE(WRK-NUM-OPEN)
                   END-IF
               END-IF
           ELSE
               IF FEP-UNAPPLY AND FL-FEE-PAYMENT
                       AND NOT FL-APPLICATION-REVERSED
                       AND FL-PAYMENT-NO >= FEP-PAYMENT-NO
                       AND WRK-NUM-APPL < 400
                   ADD 1 TO WRK-NUM-APPL
                   MOVE FL-SEQ-NO     TO WRK-AP-SEQ-NO(WRK-NUM-APPL)
                   MOVE FL-FEE-SEQ-NO TO WRK-AP-FEE-SEQ(WRK-NUM-APPL)
                   MOVE FL-AMOUNT     TO WRK-AP-AMOUNT(WRK-NUM-APPL)
               END-IF
           END-IF.

       TALLY-ONE-FEE-RECORD-EXIT.
           EXIT.

       END PROGRAM FEESERV.
