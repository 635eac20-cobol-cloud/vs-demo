       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTADV.
       REMARKS. SERVICER P&I ADVANCE REGISTER AND JOURNAL RUN. THE
               SCHEDULED/SCHEDULED REMITTANCE (AMORTREM) RECORDS AN
               ADVANCE ON THE SERVICER ADVANCE LEDGER FOR EVERY DUE
               PERIOD IT REMITS THAT THE BORROWER HAS NOT PAID; THE
               POSTING RUN (AMORTPST) RECOVERS IT FROM THE COLLECTION
               THAT LATER SATISFIES THE PERIOD, THE PAYOFF RUN
               (AMORTPFF) FROM THE PAYOFF PROCEEDS, AND THE CHARGE-OFF
               RUN (AMORTCHG) WRITES OFF WHATEVER IS LEFT. THIS RUN
               PRINTS THE REGISTER - ONE SECTION PER INVESTOR, EACH ON
               A FRESH PAGE, WITH ONE LINE PER LOAN SHOWING THE
               PERIODS ADVANCED, THE OLDEST PERIOD STILL OPEN, AND THE
               AMOUNTS ADVANCED, RECOVERED, WRITTEN OFF, AND STILL
               OUTSTANDING TO DATE - THEN A SUMMARY PAGE BY INVESTOR.
               IT ALSO WRITES ONE BALANCED VOUCHER IN THE AMORTGL JV
               LAYOUT FOR THE MOVEMENT SINCE THE LAST RUN: ADVANCES
               MADE DEBIT THE P&I ADVANCES RECEIVABLE AND CREDIT
               CORPORATE CASH, RECOVERIES REVERSE THAT, AND WRITE-OFFS
               DEBIT NONRECOVERABLE ADVANCE EXPENSE. EACH LEDGER
               RECORD CARRIES WHAT HAS ALREADY BEEN JOURNALED, SO A
               RERUN JOURNALS NOTHING TWICE, AND A RECOVERY TAKEN BACK
               BY A REVERSED PAYMENT JOURNALS AS A NEGATIVE RECOVERY.
               EACH SERVICING COMPANY'S MOVEMENT (THE LOAN MASTER SAYS
               WHICH COMPANY A LOAN IS ON) IS JOURNALED TO ITS OWN
               LEDGER ACCOUNTS THROUGH THE COMPANY TABLE'S GL MAP,
               UNDER A COMPANY CONTROL RECORD OF ITS OWN, AND THE
               SUMMARY PAGE SHOWS EACH COMPANY'S MOVEMENT.
               NO LEDGER AT ALL MEANS NOTHING HAS EVER BEEN ADVANCED -
               AN EMPTY REGISTER AND A TRAILER-ONLY BATCH.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVANCE-LEDGER-FILE ASSIGN TO "ADVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "ADVJV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ADVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVLEDG.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  JOURNAL-FILE.
       01  JOURNAL-VOUCHER-RECORD.
           05 JV-RECORD-TYPE        PIC X(01).
           05 JV-BATCH-NO           PIC X(08).
           05 JV-PERIOD-NO          PIC 9(04).
           05 JV-ACCOUNT            PIC X(06).
           05 JV-ACCOUNT-NAME       PIC X(24).
           05 JV-DR-CR              PIC X(01).
           05 JV-AMOUNT             PIC S9(13)V99.
           05 JV-RUN-DATE           PIC 9(08).
           05 JV-COMPANY-CODE       PIC X(02).
      *    "S" CLOSES ONE COMPANY'S LINES WITH THAT COMPANY'S CONTROL
      *    TOTALS; "T" CLOSES THE BATCH WITH THE GRAND TOTALS.
       01  JOURNAL-TRAILER-RECORD.
           05 JT-RECORD-TYPE        PIC X(01).
           05 JT-RECORD-COUNT       PIC 9(09).
           05 JT-TOTAL-DEBITS       PIC S9(13)V99.
           05 JT-TOTAL-CREDITS      PIC S9(13)V99.
           05 JT-COMPANY-CODE       PIC X(02).
           05 FILLER                PIC X(27).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-ADVANCE-STATUS         PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-JOURNAL-STATUS         PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-ADVANCE-EOF-SW         PIC X(01).
          88 END-OF-ADVANCES                  VALUE "Y".
       01 WS-NO-ADVANCE-SW          PIC X(01) VALUE "N".
          88 NO-ADVANCE-FILE                  VALUE "Y".
       01 WS-SECTION-SW             PIC X(01) VALUE "R".
          88 PRINTING-REGISTER                VALUE "R".
          88 PRINTING-SUMMARY                 VALUE "S".

       01 WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
       01 WS-RECORDS-JOURNALED      PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-PRINTED          PIC 9(9) COMP VALUE ZERO.

      *    THE MOVEMENT SINCE THE LAST RUN, BY KIND - WHAT EACH
      *    LEDGER RECORD SHOWS LESS WHAT IT SAYS WAS ALREADY JOURNALED.
       01 WS-MOVE-ADVANCED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-MOVE-RECOVERED         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-MOVE-WRITTEN-OFF       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-DELTA-ADVANCED         PIC S9(9)V99 COMP-3.
       01 WS-DELTA-RECOVERED        PIC S9(9)V99 COMP-3.
       01 WS-DELTA-WRITTEN-OFF      PIC S9(9)V99 COMP-3.

      *    ONE DEBIT/CREDIT PAIR OF VOUCHER LINES - A NEGATIVE AMOUNT
      *    SWAPS THE SIDES SO EVERY LINE CARRIES A POSITIVE AMOUNT.
       01 WS-PAIR-AMOUNT            PIC S9(13)V99 COMP-3.
       01 WS-PAIR-DR-ACCOUNT        PIC X(06).
       01 WS-PAIR-DR-NAME           PIC X(24).
       01 WS-PAIR-CR-ACCOUNT        PIC X(06).
       01 WS-PAIR-CR-NAME           PIC X(24).
       01 WS-SWAP-ACCOUNT           PIC X(06).
       01 WS-SWAP-NAME              PIC X(24).
       01 WS-VOUCHER-COUNT          PIC 9(09) COMP VALUE ZERO.
       01 WS-TOTAL-DEBITS           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-CREDITS          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    RUN TOTALS KEPT ONCE FOR EACH COMPANY ON THE COMPANY TABLE,
      *    IN COMPANY-TABLE SLOT ORDER - EACH COMPANY KEEPS ITS OWN
      *    BOOKS, SO EACH GETS ITS OWN VOUCHER AND CONTROL RECORD.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-MOVE-ADVANCED    PIC S9(13)V99 COMP-3.
               05 WS-CO-MOVE-RECOVERED   PIC S9(13)V99 COMP-3.
               05 WS-CO-MOVE-WRITTEN-OFF PIC S9(13)V99 COMP-3.
               05 WS-CO-VOUCHERS    PIC 9(09) COMP.
               05 WS-CO-DEBITS      PIC S9(13)V99 COMP-3.
               05 WS-CO-CREDITS     PIC S9(13)V99 COMP-3.
       01 WS-COMPANY-LOAN-ID        PIC X(10) VALUE SPACES.

       01 COMPANY-GL-LABEL.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CGL-COMPANY-CODE  PIC X(02).
           05 CGL-KIND          PIC X(20).

      *    TO-DATE TOTALS PER INVESTOR, BUILT ON THE JOURNAL PASS -
      *    THE REGISTER THEN RE-READS THE LEDGER ONCE PER INVESTOR,
      *    THE SAME WAY THE REMITTANCE ADVICE IS SECTIONED.
       01 WS-NUM-INVESTORS          PIC S9(4) COMP VALUE ZERO.
       01 WS-INVESTOR-IX            PIC S9(4) COMP.
       01 WS-PRINT-IX               PIC S9(4) COMP.
       01 WS-FOUND-IX               PIC S9(4) COMP.
       01 WS-INVESTOR-TABLE.
           03 WS-INVESTOR-ENTRY OCCURS 100.
               05 WS-INV-ID         PIC X(08).
               05 WS-INV-LOANS      PIC 9(09) COMP.
               05 WS-INV-ADVANCED   PIC S9(13)V99 COMP-3.
               05 WS-INV-RECOVERED  PIC S9(13)V99 COMP-3.
               05 WS-INV-WRITTEN-OFF PIC S9(13)V99 COMP-3.
       01 WS-LAST-LOAN-ID           PIC X(10).
       01 WS-TOT-LOANS              PIC 9(09) COMP VALUE ZERO.
       01 WS-TOT-ADVANCED           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-RECOVERED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-WRITTEN-OFF        PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    ONE LOAN'S LINE, ACCUMULATED ACROSS ITS PERIODS.
       01 WS-LN-LOAN-ID             PIC X(10).
       01 WS-LN-PERIODS             PIC S9(4) COMP.
       01 WS-LN-OLDEST-OPEN         PIC S9(4) COMP.
       01 WS-LN-ADVANCED            PIC S9(11)V99 COMP-3.
       01 WS-LN-RECOVERED           PIC S9(11)V99 COMP-3.
       01 WS-LN-WRITTEN-OFF         PIC S9(11)V99 COMP-3.
       01 WS-LN-LAST-ACTIVITY       PIC 9(8).
       01 WS-OUTSTANDING            PIC S9(13)V99 COMP-3.

       01 WS-RUN-DATE               PIC 9(8).
       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 HL1-TITLE       PIC X(34).
           05 FILLER          PIC X(10) VALUE "INVESTOR: ".
           05 HL1-INVESTOR     PIC X(08).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "RUN DATE: ".
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(40) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(08)  VALUE "PERIODS".
           05 FILLER PIC X(12)  VALUE "OLDEST OPEN".
           05 FILLER PIC X(17)  VALUE "ADVANCED".
           05 FILLER PIC X(17)  VALUE "RECOVERED".
           05 FILLER PIC X(17)  VALUE "WRITTEN OFF".
           05 FILLER PIC X(17)  VALUE "OUTSTANDING".
           05 FILLER PIC X(14)  VALUE "LAST ACTIVITY".
           05 FILLER PIC X(18)  VALUE SPACES.

       01 COL-HEADINGS-2.
           05 FILLER PIC X(30)  VALUE "INVESTOR".
           05 FILLER PIC X(17)  VALUE "ADVANCED".
           05 FILLER PIC X(17)  VALUE "RECOVERED".
           05 FILLER PIC X(17)  VALUE "WRITTEN OFF".
           05 FILLER PIC X(17)  VALUE "OUTSTANDING".
           05 FILLER PIC X(34)  VALUE "LOANS".

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PERIODS        PIC ZZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-OLDEST-OPEN    PIC ZZZ9.
           05 FILLER            PIC X(08) VALUE SPACES.
           05 DL-ADVANCED       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-RECOVERED      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-WRITTEN-OFF    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-OUTSTANDING    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-LAST-ACTIVITY  PIC 9(08).
           05 FILLER            PIC X(24) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 TL-ADVANCED       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-RECOVERED      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-WRITTEN-OFF    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-OUTSTANDING    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TL-LOANS          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(25) VALUE SPACES.

       01 GL-LINE.
           05 GL-LABEL          PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(04) VALUE "DR ".
           05 GL-DR-ACCOUNT     PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(04) VALUE "CR ".
           05 GL-CR-ACCOUNT     PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 GL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM JOURNAL-ADVANCE-MOVEMENT
           PERFORM WRITE-ADVANCE-VOUCHER
           PERFORM REPORT-ONE-INVESTOR
               VARYING WS-PRINT-IX FROM 1 BY 1
                   UNTIL WS-PRINT-IX > WS-NUM-INVESTORS
           PERFORM PRINT-REGISTER-SUMMARY
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTADV" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM LOAD-COMPANY-SLOTS
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTADV: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTADV: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTADV: ERROR OPENING JOURNAL FILE"
               DISPLAY "AMORTADV: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTADV: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTADV: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTADV: ERROR READING COMPANY TABLE"
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
           MOVE ZEROS TO WS-CO-MOVE-ADVANCED(WS-CO-IX)
                         WS-CO-MOVE-RECOVERED(WS-CO-IX)
                         WS-CO-MOVE-WRITTEN-OFF(WS-CO-IX)
           MOVE ZERO TO WS-CO-VOUCHERS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-DEBITS(WS-CO-IX)
                         WS-CO-CREDITS(WS-CO-IX).

      *    ONE PASS DOWN THE WHOLE LEDGER: EVERY RECORD'S UNJOURNALED
      *    MOVEMENT GOES ON TONIGHT'S VOUCHER AND IS MARKED JOURNALED,
      *    AND EVERY RECORD ROLLS INTO ITS INVESTOR'S TO-DATE TOTALS.
       JOURNAL-ADVANCE-MOVEMENT.
           MOVE "N" TO WS-ADVANCE-EOF-SW
           MOVE SPACES TO WS-LAST-LOAN-ID
           OPEN I-O ADVANCE-LEDGER-FILE
           IF WS-ADVANCE-STATUS = "35"
               SET NO-ADVANCE-FILE TO TRUE
               SET END-OF-ADVANCES TO TRUE
           ELSE
               IF WS-ADVANCE-STATUS NOT = "00"
                   DISPLAY "AMORTADV: ERROR OPENING ADVANCE LEDGER"
                   DISPLAY "AMORTADV: FILE STATUS " WS-ADVANCE-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM JOURNAL-ONE-ADVANCE
               UNTIL END-OF-ADVANCES
           IF NOT NO-ADVANCE-FILE
               CLOSE ADVANCE-LEDGER-FILE
           END-IF.

       JOURNAL-ONE-ADVANCE.
           PERFORM READ-ADVANCE-RECORD
           IF NOT END-OF-ADVANCES
               ADD 1 TO WS-RECORDS-READ
               PERFORM ACCUMULATE-INVESTOR-TOTALS
               COMPUTE WS-DELTA-ADVANCED =
                    AV-ADVANCED - AV-GL-ADVANCED
               COMPUTE WS-DELTA-RECOVERED =
                    AV-RECOVERED - AV-GL-RECOVERED
               COMPUTE WS-DELTA-WRITTEN-OFF =
                    AV-WRITTEN-OFF - AV-GL-WRITTEN-OFF
               IF WS-DELTA-ADVANCED NOT = ZERO
                       OR WS-DELTA-RECOVERED NOT = ZERO
                       OR WS-DELTA-WRITTEN-OFF NOT = ZERO
                   ADD WS-DELTA-ADVANCED    TO WS-MOVE-ADVANCED
                   ADD WS-DELTA-RECOVERED   TO WS-MOVE-RECOVERED
                   ADD WS-DELTA-WRITTEN-OFF TO WS-MOVE-WRITTEN-OFF
                   IF AV-LOAN-ID NOT = WS-COMPANY-LOAN-ID
                       PERFORM FIND-ADVANCE-COMPANY
                   END-IF
                   ADD WS-DELTA-ADVANCED
                       TO WS-CO-MOVE-ADVANCED(WS-CO-IX)
                   ADD WS-DELTA-RECOVERED
                       TO WS-CO-MOVE-RECOVERED(WS-CO-IX)
                   ADD WS-DELTA-WRITTEN-OFF
                       TO WS-CO-MOVE-WRITTEN-OFF(WS-CO-IX)
                   MOVE AV-ADVANCED    TO AV-GL-ADVANCED
                   MOVE AV-RECOVERED   TO AV-GL-RECOVERED
                   MOVE AV-WRITTEN-OFF TO AV-GL-WRITTEN-OFF
                   REWRITE ADVANCE-LEDGER-RECORD
                   IF WS-ADVANCE-STATUS NOT = "00"
                       DISPLAY "AMORTADV: ERROR REWRITING ADVANCE "
                               "LEDGER"
                       DISPLAY "AMORTADV: FILE STATUS "
                               WS-ADVANCE-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RECORDS-JOURNALED
               END-IF
           END-IF.

      *    THE LEDGER IS IN LOAN ORDER, SO THE MASTER IS READ ONCE PER
      *    LOAN. A LOAN SINCE PURGED FROM THE MASTER STAYS WITH THE
      *    HOME COMPANY.
       FIND-ADVANCE-COMPANY.
           MOVE AV-LOAN-ID TO WS-COMPANY-LOAN-ID
           MOVE AV-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               WHEN "23"
                   MOVE SPACES TO CMP-COMPANY-CODE
               WHEN OTHER
                   DISPLAY "AMORTADV: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTADV: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE
           SET CMP-LOOK-UP TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTADV: ABEND - LOAN " AV-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX.

       READ-ADVANCE-RECORD.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-ADVANCES TO TRUE
           END-READ
           IF NOT END-OF-ADVANCES AND WS-ADVANCE-STATUS NOT = "00"
               DISPLAY "AMORTADV: ERROR READING ADVANCE LEDGER"
               DISPLAY "AMORTADV: FILE STATUS " WS-ADVANCE-STATUS
               STOP RUN
           END-IF.

      *    A LOAN COUNTS ONCE PER INVESTOR - ITS PERIODS ARRIVE
      *    TOGETHER IN KEY ORDER.
       ACCUMULATE-INVESTOR-TOTALS.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM FIND-ONE-INVESTOR-SLOT
               VARYING WS-INVESTOR-IX FROM 1 BY 1
                   UNTIL WS-INVESTOR-IX > WS-NUM-INVESTORS
                      OR WS-FOUND-IX > ZERO
           IF WS-FOUND-IX = ZERO
               IF WS-NUM-INVESTORS >= 100
                   DISPLAY "AMORTADV: ABEND - INVESTOR TABLE FULL"
                   STOP RUN
               END-IF
               ADD 1 TO WS-NUM-INVESTORS
               MOVE WS-NUM-INVESTORS TO WS-FOUND-IX
               MOVE AV-INVESTOR-ID TO WS-INV-ID(WS-FOUND-IX)
               MOVE ZEROS TO WS-INV-LOANS(WS-FOUND-IX)
                             WS-INV-ADVANCED(WS-FOUND-IX)
                             WS-INV-RECOVERED(WS-FOUND-IX)
                             WS-INV-WRITTEN-OFF(WS-FOUND-IX)
           END-IF
           IF AV-LOAN-ID NOT = WS-LAST-LOAN-ID
               ADD 1 TO WS-INV-LOANS(WS-FOUND-IX)
               ADD 1 TO WS-TOT-LOANS
               MOVE AV-LOAN-ID TO WS-LAST-LOAN-ID
           END-IF
           ADD AV-ADVANCED    TO WS-INV-ADVANCED(WS-FOUND-IX)
                                 WS-TOT-ADVANCED
           ADD AV-RECOVERED   TO WS-INV-RECOVERED(WS-FOUND-IX)
                                 WS-TOT-RECOVERED
           ADD AV-WRITTEN-OFF TO WS-INV-WRITTEN-OFF(WS-FOUND-IX)
                                 WS-TOT-WRITTEN-OFF.

       FIND-ONE-INVESTOR-SLOT.
           IF WS-INV-ID(WS-INVESTOR-IX) = AV-INVESTOR-ID
               MOVE WS-INVESTOR-IX TO WS-FOUND-IX
           END-IF.

      *    ADVANCES OUT OF CORPORATE CASH INTO THE RECEIVABLE;
      *    RECOVERIES BACK; WRITE-OFFS FROM THE RECEIVABLE TO EXPENSE.
      *    AN UNBALANCED BATCH NEVER GETS A TRAILER, EXACTLY AS IN THE
      *    AMORTGL EXTRACT.
       WRITE-ADVANCE-VOUCHER.
           PERFORM WRITE-COMPANY-ADVANCE
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "AMORTADV: ABEND - DEBITS DO NOT EQUAL CREDITS"
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE "T"              TO JT-RECORD-TYPE
           MOVE WS-VOUCHER-COUNT TO JT-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS  TO JT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
           WRITE JOURNAL-TRAILER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTADV: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTADV: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

       WRITE-COMPANY-ADVANCE.
           MOVE WS-CO-MOVE-ADVANCED(WS-CO-IX) TO WS-PAIR-AMOUNT
           MOVE "110400"                   TO WS-PAIR-DR-ACCOUNT
           MOVE "P&I ADVANCES RECEIVABLE"  TO WS-PAIR-DR-NAME
           MOVE "110500"                   TO WS-PAIR-CR-ACCOUNT
           MOVE "CORPORATE CASH"           TO WS-PAIR-CR-NAME
           PERFORM WRITE-VOUCHER-PAIR
           MOVE WS-CO-MOVE-RECOVERED(WS-CO-IX) TO WS-PAIR-AMOUNT
           MOVE "110500"                   TO WS-PAIR-DR-ACCOUNT
           MOVE "CORPORATE CASH"           TO WS-PAIR-DR-NAME
           MOVE "110400"                   TO WS-PAIR-CR-ACCOUNT
           MOVE "P&I ADVANCES RECEIVABLE"  TO WS-PAIR-CR-NAME
           PERFORM WRITE-VOUCHER-PAIR
           MOVE WS-CO-MOVE-WRITTEN-OFF(WS-CO-IX) TO WS-PAIR-AMOUNT
           MOVE "502100"                   TO WS-PAIR-DR-ACCOUNT
           MOVE "NONRECOVERABLE ADVANCES"  TO WS-PAIR-DR-NAME
           MOVE "110400"                   TO WS-PAIR-CR-ACCOUNT
           MOVE "P&I ADVANCES RECEIVABLE"  TO WS-PAIR-CR-NAME
           PERFORM WRITE-VOUCHER-PAIR
           PERFORM WRITE-COMPANY-TRAILER.

       WRITE-VOUCHER-PAIR.
           IF WS-PAIR-AMOUNT < ZERO
               COMPUTE WS-PAIR-AMOUNT = ZERO - WS-PAIR-AMOUNT
               MOVE WS-PAIR-DR-ACCOUNT TO WS-SWAP-ACCOUNT
               MOVE WS-PAIR-DR-NAME    TO WS-SWAP-NAME
               MOVE WS-PAIR-CR-ACCOUNT TO WS-PAIR-DR-ACCOUNT
               MOVE WS-PAIR-CR-NAME    TO WS-PAIR-DR-NAME
               MOVE WS-SWAP-ACCOUNT    TO WS-PAIR-CR-ACCOUNT
               MOVE WS-SWAP-NAME       TO WS-PAIR-CR-NAME
           END-IF
           IF WS-PAIR-AMOUNT NOT = ZERO
               MOVE WS-PAIR-DR-ACCOUNT TO JV-ACCOUNT
               MOVE WS-PAIR-DR-NAME    TO JV-ACCOUNT-NAME
               MOVE "D"                TO JV-DR-CR
               MOVE WS-PAIR-AMOUNT     TO JV-AMOUNT
               ADD WS-PAIR-AMOUNT      TO WS-TOTAL-DEBITS
               PERFORM WRITE-ONE-VOUCHER-LINE
               MOVE WS-PAIR-CR-ACCOUNT TO JV-ACCOUNT
               MOVE WS-PAIR-CR-NAME    TO JV-ACCOUNT-NAME
               MOVE "C"                TO JV-DR-CR
               MOVE WS-PAIR-AMOUNT     TO JV-AMOUNT
               ADD WS-PAIR-AMOUNT      TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF.

       WRITE-ONE-VOUCHER-LINE.
           SET CMP-MAP-ACCOUNT TO TRUE
           MOVE WS-CO-CODE(WS-CO-IX) TO CMP-COMPANY-CODE
           MOVE JV-ACCOUNT      TO CMP-GL-ACCOUNT
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTADV: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-GL-ACCOUNT  TO JV-ACCOUNT
           MOVE "D"         TO JV-RECORD-TYPE
           MOVE "AMORTADV"  TO JV-BATCH-NO
           MOVE ZEROS       TO JV-PERIOD-NO
           MOVE WS-RUN-DATE TO JV-RUN-DATE
           MOVE WS-CO-CODE(WS-CO-IX) TO JV-COMPANY-CODE
           WRITE JOURNAL-VOUCHER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTADV: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTADV: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           IF JV-DR-CR = "D"
               ADD JV-AMOUNT TO WS-CO-DEBITS(WS-CO-IX)
           ELSE
               ADD JV-AMOUNT TO WS-CO-CREDITS(WS-CO-IX)
           END-IF
           ADD 1 TO WS-CO-VOUCHERS(WS-CO-IX)
           ADD 1 TO WS-VOUCHER-COUNT.

      *    EACH COMPANY'S LINES CLOSE WITH ITS OWN CONTROL RECORD -
      *    A COMPANY WITH NOTHING TO POST STILL GETS ONE, AT ZERO.
       WRITE-COMPANY-TRAILER.
           IF WS-CO-DEBITS(WS-CO-IX) NOT = WS-CO-CREDITS(WS-CO-IX)
               DISPLAY "AMORTADV: ABEND - COMPANY "
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
               DISPLAY "AMORTADV: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTADV: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

      *    EACH INVESTOR'S SECTION STARTS A FRESH PAGE AND PRINTS ONE
      *    LINE PER LOAN - THE LEDGER IS IN LOAN ORDER, SO A LOAN'S
      *    PERIODS ROLL UP AT THE CONTROL BREAK.
       REPORT-ONE-INVESTOR.
           MOVE "N" TO WS-ADVANCE-EOF-SW
           MOVE SPACES TO WS-LN-LOAN-ID
           MOVE 99 TO WS-LINE-COUNT
           OPEN INPUT ADVANCE-LEDGER-FILE
           IF WS-ADVANCE-STATUS NOT = "00"
               DISPLAY "AMORTADV: ERROR REOPENING ADVANCE LEDGER"
               DISPLAY "AMORTADV: FILE STATUS " WS-ADVANCE-STATUS
               STOP RUN
           END-IF
           PERFORM REPORT-ONE-ADVANCE
               UNTIL END-OF-ADVANCES
           IF WS-LN-LOAN-ID NOT = SPACES
               PERFORM PRINT-LOAN-LINE
           END-IF
           PERFORM PRINT-INVESTOR-TOTAL
           CLOSE ADVANCE-LEDGER-FILE.

       REPORT-ONE-ADVANCE.
           PERFORM READ-ADVANCE-RECORD
           IF NOT END-OF-ADVANCES
                   AND AV-INVESTOR-ID = WS-INV-ID(WS-PRINT-IX)
               IF AV-LOAN-ID NOT = WS-LN-LOAN-ID
                   IF WS-LN-LOAN-ID NOT = SPACES
                       PERFORM PRINT-LOAN-LINE
                   END-IF
                   MOVE AV-LOAN-ID TO WS-LN-LOAN-ID
                   MOVE ZERO  TO WS-LN-PERIODS WS-LN-OLDEST-OPEN
                   MOVE ZEROS TO WS-LN-ADVANCED WS-LN-RECOVERED
                                 WS-LN-WRITTEN-OFF WS-LN-LAST-ACTIVITY
               END-IF
               ADD 1 TO WS-LN-PERIODS
               IF AV-OPEN AND WS-LN-OLDEST-OPEN = ZERO
                   MOVE AV-PERIOD-NO TO WS-LN-OLDEST-OPEN
               END-IF
               ADD AV-ADVANCED    TO WS-LN-ADVANCED
               ADD AV-RECOVERED   TO WS-LN-RECOVERED
               ADD AV-WRITTEN-OFF TO WS-LN-WRITTEN-OFF
               IF AV-LAST-ACTIVITY-DATE > WS-LN-LAST-ACTIVITY
                   MOVE AV-LAST-ACTIVITY-DATE TO WS-LN-LAST-ACTIVITY
               END-IF
           END-IF.

       PRINT-LOAN-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           COMPUTE WS-OUTSTANDING =
                WS-LN-ADVANCED - WS-LN-RECOVERED - WS-LN-WRITTEN-OFF
           MOVE WS-LN-LOAN-ID       TO DL-LOAN-ID
           MOVE WS-LN-PERIODS       TO DL-PERIODS
           MOVE WS-LN-OLDEST-OPEN   TO DL-OLDEST-OPEN
           MOVE WS-LN-ADVANCED      TO DL-ADVANCED
           MOVE WS-LN-RECOVERED     TO DL-RECOVERED
           MOVE WS-LN-WRITTEN-OFF   TO DL-WRITTEN-OFF
           MOVE WS-OUTSTANDING      TO DL-OUTSTANDING
           MOVE WS-LN-LAST-ACTIVITY TO DL-LAST-ACTIVITY
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LOANS-PRINTED.

       PRINT-INVESTOR-TOTAL.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "INVESTOR TOTAL"              TO TL-LABEL
           PERFORM MOVE-INVESTOR-TOTALS
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       MOVE-INVESTOR-TOTALS.
           COMPUTE WS-OUTSTANDING =
                WS-INV-ADVANCED(WS-PRINT-IX) -
                WS-INV-RECOVERED(WS-PRINT-IX) -
                WS-INV-WRITTEN-OFF(WS-PRINT-IX)
           MOVE WS-INV-ADVANCED(WS-PRINT-IX)    TO TL-ADVANCED
           MOVE WS-INV-RECOVERED(WS-PRINT-IX)   TO TL-RECOVERED
           MOVE WS-INV-WRITTEN-OFF(WS-PRINT-IX) TO TL-WRITTEN-OFF
           MOVE WS-OUTSTANDING                  TO TL-OUTSTANDING
           MOVE WS-INV-LOANS(WS-PRINT-IX)       TO TL-LOANS.

      *    ONE LINE PER INVESTOR AND THE PORTFOLIO TOTAL, THEN THE
      *    NIGHT'S VOUCHER AS JOURNALED - THE OUTSTANDING COLUMN IS
      *    THE RECEIVABLE'S BALANCE, THE GL LINES ITS MOVEMENT.
       PRINT-REGISTER-SUMMARY.
           SET PRINTING-SUMMARY TO TRUE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM PRINT-SUMMARY-LINE
               VARYING WS-PRINT-IX FROM 1 BY 1
                   UNTIL WS-PRINT-IX > WS-NUM-INVESTORS
           IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           COMPUTE WS-OUTSTANDING =
                WS-TOT-ADVANCED - WS-TOT-RECOVERED - WS-TOT-WRITTEN-OFF
           MOVE "ALL INVESTORS"          TO TL-LABEL
           MOVE WS-TOT-ADVANCED          TO TL-ADVANCED
           MOVE WS-TOT-RECOVERED         TO TL-RECOVERED
           MOVE WS-TOT-WRITTEN-OFF       TO TL-WRITTEN-OFF
           MOVE WS-OUTSTANDING           TO TL-OUTSTANDING
           MOVE WS-TOT-LOANS             TO TL-LOANS
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "GL - ADVANCES MADE"     TO GL-LABEL
           MOVE "110400"                 TO GL-DR-ACCOUNT
           MOVE "110500"                 TO GL-CR-ACCOUNT
           MOVE WS-MOVE-ADVANCED         TO GL-AMOUNT
           WRITE PRINT-LINE FROM GL-LINE
           MOVE "GL - ADVANCES RECOVERED" TO GL-LABEL
           MOVE "110500"                 TO GL-DR-ACCOUNT
           MOVE "110400"                 TO GL-CR-ACCOUNT
           MOVE WS-MOVE-RECOVERED        TO GL-AMOUNT
           WRITE PRINT-LINE FROM GL-LINE
           MOVE "GL - ADVANCES WRITTEN OFF" TO GL-LABEL
           MOVE "502100"                 TO GL-DR-ACCOUNT
           MOVE "110400"                 TO GL-CR-ACCOUNT
           MOVE WS-MOVE-WRITTEN-OFF      TO GL-AMOUNT
           WRITE PRINT-LINE FROM GL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 7 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-MOVEMENT
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

      *    EACH COMPANY'S SHARE OF THE MOVEMENT, AS JOURNALED UNDER
      *    ITS OWN CONTROL RECORD.
       PRINT-COMPANY-MOVEMENT.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CO-CODE(WS-CO-IX)     TO CGL-COMPANY-CODE
           MOVE " ADVANCES MADE"         TO CGL-KIND
           MOVE COMPANY-GL-LABEL         TO GL-LABEL
           MOVE "110400"                 TO GL-DR-ACCOUNT
           MOVE "110500"                 TO GL-CR-ACCOUNT
           MOVE WS-CO-MOVE-ADVANCED(WS-CO-IX) TO GL-AMOUNT
           WRITE PRINT-LINE FROM GL-LINE
           MOVE " RECOVERED"             TO CGL-KIND
           MOVE COMPANY-GL-LABEL         TO GL-LABEL
           MOVE "110500"                 TO GL-DR-ACCOUNT
           MOVE "110400"                 TO GL-CR-ACCOUNT
           MOVE WS-CO-MOVE-RECOVERED(WS-CO-IX) TO GL-AMOUNT
           WRITE PRINT-LINE FROM GL-LINE
           MOVE " WRITTEN OFF"           TO CGL-KIND
           MOVE COMPANY-GL-LABEL         TO GL-LABEL
           MOVE "502100"                 TO GL-DR-ACCOUNT
           MOVE "110400"                 TO GL-CR-ACCOUNT
           MOVE WS-CO-MOVE-WRITTEN-OFF(WS-CO-IX) TO GL-AMOUNT
           WRITE PRINT-LINE FROM GL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 4 TO WS-LINE-COUNT.

       PRINT-SUMMARY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-INV-ID(WS-PRINT-IX) TO TL-LABEL
           PERFORM MOVE-INVESTOR-TOTALS
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           IF PRINTING-REGISTER
               MOVE "SERVICER P&I ADVANCE REGISTER" TO HL1-TITLE
               MOVE WS-INV-ID(WS-PRINT-IX) TO HL1-INVESTOR
           ELSE
               MOVE "P&I ADVANCE REGISTER SUMMARY" TO HL1-TITLE
               MOVE "ALL" TO HL1-INVESTOR
           END-IF
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF PRINTING-REGISTER
               WRITE PRINT-LINE FROM COL-HEADINGS-1
           ELSE
               WRITE PRINT-LINE FROM COL-HEADINGS-2
           END-IF
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTADV: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTADV: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           CLOSE JOURNAL-FILE
           CLOSE PRINT-FILE
           CLOSE LOAN-MASTER-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTADV" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RECORDS-READ TO RC-RECORDS-IN
           MOVE WS-VOUCHER-COUNT TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTADV: " WS-RECORDS-READ " ADVANCE RECORDS, "
                   WS-RECORDS-JOURNALED " JOURNALED, "
                   WS-LOANS-PRINTED " LOAN LINES, "
                   WS-VOUCHER-COUNT " VOUCHER LINES".

       END PROGRAM AMORTADV.
