               PRINCIPAL REDUCTION), AND PMI INCOME. THE BATCH
               TRAILER CARRIES THE VOUCHER COUNT AND TOTAL DEBITS AND
               CREDITS SO THE LEDGER CAN PROVE THE HAND-OFF BALANCES
               BEFORE POSTING A SINGLE LINE. EACH SERVICING COMPANY
               KEEPS ITS OWN BOOKS, SO THE ROLL-UP IS KEPT PER COMPANY
               (THE LOAN MASTER SAYS WHICH COMPANY A LOAN IS ON), EACH
               COMPANY'S ENTRIES POST TO ITS OWN ACCOUNTS THROUGH THE
               COMPANY TABLE'S GL MAP, AND EACH COMPANY'S ENTRIES
               CLOSE WITH A COMPANY CONTROL RECORD OF ITS OWN AHEAD OF
               THE BATCH TRAILER.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 JV-DR-CR              PIC X(01).
           05 JV-AMOUNT             PIC S9(13)V99.
           05 JV-RUN-DATE           PIC 9(08).
           05 JV-COMPANY-CODE       PIC X(02).
      *    "S" CLOSES ONE COMPANY'S ENTRIES WITH THAT COMPANY'S
      *    CONTROL TOTALS; "T" CLOSES THE BATCH WITH THE GRAND TOTALS.
       01  JOURNAL-TRAILER-RECORD.
           05 JT-RECORD-TYPE        PIC X(01).
           05 JT-RECORD-COUNT       PIC 9(09).
           05 JT-TOTAL-DEBITS       PIC S9(13)V99.
           05 JT-TOTAL-CREDITS      PIC S9(13)V99.
           05 JT-COMPANY-CODE       PIC X(02).
           05 FILLER                PIC X(27).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       WORKING-STORAGE SECTION.

       01 WS-INPUT-STATUS           PIC X(02).
       01 WS-JOURNAL-STATUS         PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-INPUT                     VALUE "Y".

      *    PORTFOLIO-WIDE ACCUMULATORS, ONE SLOT PER PAYMENT PERIOD -
      *    THE ROLL-UP THE ACCOUNTING DESK USED TO RE-KEY FROM PRINTED
      *    TOTALS EVERY MONTH-END - KEPT ONCE FOR EACH COMPANY ON THE
      *    COMPANY TABLE, IN COMPANY-TABLE SLOT ORDER.
       01 WS-MAX-PERIOD             PIC S9(4) COMP VALUE ZERO.
       01 WS-PERIOD-IX              PIC S9(4) COMP.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-LAST-LOAN-ID           PIC X(10) VALUE SPACES.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-VOUCHERS    PIC 9(09) COMP.
               05 WS-CO-DEBITS      PIC S9(13)V99 COMP-3.
               05 WS-CO-CREDITS     PIC S9(13)V99 COMP-3.
               05 WS-PERIOD-ENTRY OCCURS 780.
                   07 WS-PER-INTEREST  PIC S9(13)V99 COMP-3.
                   07 WS-PER-PRINCIPAL PIC S9(13)V99 COMP-3.
                   07 WS-PER-PMI       PIC S9(13)V99 COMP-3.

       01 WS-PERIOD-TOTAL           PIC S9(13)V99 COMP-3.
       01 WS-VOUCHER-COUNT          PIC 9(09) COMP VALUE ZERO.
       01 WS-VERIFIED-SW            PIC X(01) VALUE "N".
          88 PRODUCER-VERIFIED                VALUE "Y".
       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

           PERFORM READ-SCHEDULE-RECORD
           PERFORM ACCUMULATE-ONE-RECORD
               UNTIL END-OF-INPUT
           PERFORM WRITE-COMPANY-VOUCHERS
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           PERFORM WRITE-BATCH-TRAILER
           PERFORM FINALIZE-RUN
           GOBACK.
               DISPLAY "AMORTGL: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTGL: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTGL: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTGL: ERROR READING COMPANY TABLE"
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
           MOVE ZERO TO WS-CO-VOUCHERS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-DEBITS(WS-CO-IX)
                         WS-CO-CREDITS(WS-CO-IX)
           PERFORM CLEAR-ONE-PERIOD
               VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 780.

       CLEAR-ONE-PERIOD.
           MOVE ZEROS TO WS-PER-INTEREST(WS-CO-IX WS-PERIOD-IX)
                         WS-PER-PRINCIPAL(WS-CO-IX WS-PERIOD-IX)
                         WS-PER-PMI(WS-CO-IX WS-PERIOD-IX).

       READ-SCHEDULE-RECORD.
           READ AMORT-OUTPUT-FILE
               IF NOT PRODUCER-VERIFIED
                   PERFORM VERIFY-SCHEDULE-PRODUCER
               END-IF
               IF OUT-LOAN-ID NOT = WS-LAST-LOAN-ID
                   PERFORM FIND-LOAN-COMPANY
               END-IF
               IF OUT-MONTH-NO >= 1 AND OUT-MONTH-NO <= 780
                   ADD OUT-INT-PAID
                       TO WS-PER-INTEREST(WS-CO-IX OUT-MONTH-NO)
                   ADD OUT-PRINC-PAID
                       TO WS-PER-PRINCIPAL(WS-CO-IX OUT-MONTH-NO)
                   ADD OUT-PMI-AMOUNT
                       TO WS-PER-PMI(WS-CO-IX OUT-MONTH-NO)
                   IF OUT-MONTH-NO > WS-MAX-PERIOD
                       MOVE OUT-MONTH-NO TO WS-MAX-PERIOD
                   END-IF
               STOP RUN
           END-IF.

      *    THE SCHEDULE FILE COMES GROUPED BY LOAN, SO THE MASTER IS
      *    READ ONCE PER LOAN TO LEARN WHOSE BOOKS ITS ROWS BELONG ON.
      *    A LOAN SINCE PURGED FROM THE MASTER WAS BOARDED BEFORE THERE
      *    WAS A SECOND COMPANY AND STAYS WITH THE HOME COMPANY.
       FIND-LOAN-COMPANY.
           MOVE OUT-LOAN-ID TO WS-LAST-LOAN-ID
           MOVE OUT-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               WHEN "23"
                   MOVE SPACES TO CMP-COMPANY-CODE
               WHEN OTHER
                   DISPLAY "AMORTGL: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTGL: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE
           SET CMP-LOOK-UP TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTGL: ABEND - LOAN " OUT-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX.

      *    EACH COMPANY'S PERIOD ENTRIES, THEN ITS CONTROL RECORD. A
      *    COMPANY WITH NO ACTIVITY STILL GETS ITS (ZERO) CONTROL
      *    RECORD, SO ITS LEDGER CAN TELL "NOTHING TO POST" FROM A
      *    MISSING HAND-OFF.
       WRITE-COMPANY-VOUCHERS.
           PERFORM WRITE-PERIOD-VOUCHERS
               VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-MAX-PERIOD
           PERFORM WRITE-COMPANY-TRAILER.

      *    ONE BALANCED ENTRY PER PERIOD WITH ACTIVITY - THE CLEARING
      *    DEBIT IS BUILT AS THE SUM OF THE THREE CREDITS, SO DEBITS
      *    EQUAL CREDITS BY CONSTRUCTION, PENNY FOR PENNY.
       WRITE-PERIOD-VOUCHERS.
           COMPUTE WS-PERIOD-TOTAL =
                WS-PER-INTEREST(WS-CO-IX WS-PERIOD-IX) +
                WS-PER-PRINCIPAL(WS-CO-IX WS-PERIOD-IX) +
                WS-PER-PMI(WS-CO-IX WS-PERIOD-IX)
           IF WS-PERIOD-TOTAL NOT = ZERO
               MOVE "110200"                 TO JV-ACCOUNT
               MOVE "LOAN PAYMENT CLEARING"  TO JV-ACCOUNT-NAME
               MOVE "401100"                 TO JV-ACCOUNT
               MOVE "INTEREST INCOME"        TO JV-ACCOUNT-NAME
               MOVE "C"                      TO JV-DR-CR
               MOVE WS-PER-INTEREST(WS-CO-IX WS-PERIOD-IX)
                                             TO JV-AMOUNT
               ADD WS-PER-INTEREST(WS-CO-IX WS-PERIOD-IX)
                                             TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
               MOVE "110100"                 TO JV-ACCOUNT
               MOVE "LOANS RECEIVABLE"       TO JV-ACCOUNT-NAME
               MOVE "C"                      TO JV-DR-CR
               MOVE WS-PER-PRINCIPAL(WS-CO-IX WS-PERIOD-IX)
                                             TO JV-AMOUNT
               ADD WS-PER-PRINCIPAL(WS-CO-IX WS-PERIOD-IX)
                                             TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
               IF WS-PER-PMI(WS-CO-IX WS-PERIOD-IX) NOT = ZERO
                   MOVE "402100"             TO JV-ACCOUNT
                   MOVE "PMI INCOME"         TO JV-ACCOUNT-NAME
                   MOVE "C"                  TO JV-DR-CR
                   MOVE WS-PER-PMI(WS-CO-IX WS-PERIOD-IX)
                                             TO JV-AMOUNT
                   ADD WS-PER-PMI(WS-CO-IX WS-PERIOD-IX)
                                             TO WS-TOTAL-CREDITS
                   PERFORM WRITE-ONE-VOUCHER-LINE
               END-IF
           END-IF.

      *    THE ENTRIES ARE BUILT ON THE STANDARD CHART OF ACCOUNTS AND
      *    TRANSLATED HERE, LINE BY LINE, TO THE COMPANY'S OWN.
       WRITE-ONE-VOUCHER-LINE.
           SET CMP-MAP-ACCOUNT TO TRUE
           MOVE WS-CO-CODE(WS-CO-IX) TO CMP-COMPANY-CODE
           MOVE JV-ACCOUNT   TO CMP-GL-ACCOUNT
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTGL: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-GL-ACCOUNT TO JV-ACCOUNT
           MOVE "D"          TO JV-RECORD-TYPE
           MOVE "AMORTGL"    TO JV-BATCH-NO
           MOVE WS-PERIOD-IX TO JV-PERIOD-NO
           MOVE WS-RUN-DATE  TO JV-RUN-DATE
           MOVE WS-CO-CODE(WS-CO-IX) TO JV-COMPANY-CODE
           WRITE JOURNAL-VOUCHER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTGL: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTGL: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           IF JV-DR-CR = "D"
               ADD JV-AMOUNT TO WS-CO-DEBITS(WS-CO-IX)
           ELSE
               ADD JV-AMOUNT TO WS-CO-CREDITS(WS-CO-IX)
           END-IF
           ADD 1 TO WS-CO-VOUCHERS(WS-CO-IX)
           ADD 1 TO WS-VOUCHER-COUNT.

       WRITE-COMPANY-TRAILER.
           IF WS-CO-DEBITS(WS-CO-IX) NOT = WS-CO-CREDITS(WS-CO-IX)
               DISPLAY "AMORTGL: ABEND - COMPANY "
                       WS-CO-CODE(WS-CO-IX)
                       " DEBITS DO NOT EQUAL CREDITS"
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE "S"                      TO JT-RECORD-TYPE
           MOVE WS-CO-VOUCHERS(WS-CO-IX) TO JT-RECORD-COUNT
           MOVE WS-CO-DEBITS(WS-CO-IX)   TO JT-TOTAL-DEBITS
           MOVE WS-CO-CREDITS(WS-CO-IX)  TO JT-TOTAL-CREDITS
           MOVE WS-CO-CODE(WS-CO-IX)     TO JT-COMPANY-CODE
           WRITE JOURNAL-TRAILER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTGL: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTGL: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

      *    AN UNBALANCED BATCH NEVER GETS A TRAILER - THE ABEND FIRES
      *    FIRST, SO A CONSUMER THAT INSISTS ON THE TRAILER CAN NEVER
      *    POST A BATCH THAT DOESN'T PROVE OUT.
       FINALIZE-RUN.
           CLOSE AMORT-OUTPUT-FILE
           CLOSE JOURNAL-FILE
           CLOSE LOAN-MASTER-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTGL" TO RC-PROGRAM
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
