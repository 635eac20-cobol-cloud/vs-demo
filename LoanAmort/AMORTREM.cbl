               PER INVESTOR AND PRINTS A REMITTANCE ADVICE PER
               INVESTOR, EACH STARTING ON A FRESH PAGE - ADVICE AND
               SUMMARY BOTH SAY WHICH BASIS PRODUCED THE NUMBERS.
               A SCHEDULED/SCHEDULED REMITTANCE ON A PERIOD ALREADY
               DUE (BY THE CARD'S END DATE, OR THE RUN DATE WITH NO
               CARD) THAT THE LEDGER DOES NOT SHOW SATISFIED IS PAID
               WITH THE SERVICER'S OWN MONEY - THE INVESTOR'S SHARE IS
               RECORDED AS A P&I ADVANCE ON THE SERVICER ADVANCE
               LEDGER, ONCE PER LOAN AND PERIOD, FOR THE POSTING,
               PAYOFF, AND CHARGE-OFF RUNS TO SETTLE AND THE ADVANCE
               REGISTER (AMORTADV) TO REPORT AND JOURNAL.
               EACH SERVICING COMPANY REMITS FOR ITS OWN LOANS FROM ITS
               OWN REMITTANCE BANK ACCOUNT (THE COMPANY TABLE), SO AN
               INVESTOR HOLDING LOANS OF TWO COMPANIES GETS TWO
               ADVICES AND TWO SUMMARY RECORDS. THE ADVICES RUN IN
               COMPANY ORDER, EACH COMPANY CLOSED BY A PAGE OF ITS
               CONTROL TOTALS AND A CONTROL RECORD ON THE SUMMARY FILE.

       ENVIRONMENT DIVISION.


           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ADVANCE-LEDGER-FILE ASSIGN TO "ADVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT REMIT-WORK-FILE ASSIGN TO "REMWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVLEDG.

       FD  REMIT-WORK-FILE.
       01  REMIT-WORK-RECORD.
           05 RW-INVESTOR-ID        PIC X(08).
           05 RW-SVC-FEE            PIC S9(9)V99   COMP-3.
           05 RW-PRINCIPAL          PIC S9(9)V99   COMP-3.
           05 RW-BASIS              PIC X(01).
           05 RW-COMPANY-CODE       PIC X(02).

       FD  REMIT-SUMMARY-FILE.
       01  REMIT-SUMMARY-RECORD.
           05 RS-NET-INTEREST       PIC S9(11)V99.
           05 RS-PRINCIPAL          PIC S9(11)V99.
           05 RS-TOTAL-REMIT        PIC S9(11)V99.
      *    "C" ON A RECORD WITH A BLANK INVESTOR ID IS A COMPANY'S
      *    CONTROL RECORD - THE TOTALS OF EVERY INVESTOR ABOVE IT.
           05 RS-BASIS              PIC X(01).
      *    THE SERVICING COMPANY REMITTING, AND THE BANK ACCOUNT THE
      *    MONEY GOES OUT OF.
           05 RS-COMPANY-CODE       PIC X(02).
           05 RS-REMIT-ROUTING      PIC X(09).
           05 RS-REMIT-ACCOUNT      PIC X(17).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 WS-INPUT-STATUS           PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-ADVANCE-STATUS         PIC X(02).
       01 WS-WORK-STATUS            PIC X(02).
       01 WS-SUMMARY-STATUS         PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).
       01 WS-PERIOD-START           PIC 9(8) VALUE ZEROS.
       01 WS-PERIOD-END             PIC 9(8) VALUE 99999999.

      *    SCHEDULED-BASIS ADVANCES - A PERIOD COUNTS AS DUE WHEN ITS
      *    DUE DATE IS ON OR BEFORE THIS DATE. THE LEDGER IS READ BY
      *    KEY FOR EACH DUE PERIOD REMITTED; NO LEDGER AT ALL MEANS
      *    NOTHING HAS BEEN PAID, SO EVERY DUE PERIOD IS ADVANCED.
       01 WS-ADVANCE-THRU-DATE      PIC 9(8).
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-PERIOD-PAID-SW         PIC X(01).
          88 PERIOD-PAID                      VALUE "Y".
       01 WS-ADVANCES-RECORDED      PIC 9(9) COMP VALUE ZERO.

      *    THE INVESTOR MASTER, LOADED ONCE - BASIS AND METHOD PER
      *    INVESTOR. AN INVESTOR OFF THE MASTER REMITS ACTUAL/ACTUAL.
       01 WS-NUM-INVMAST            PIC S9(4) COMP VALUE ZERO.
       01 WS-CACHED-INVESTOR        PIC X(08) VALUE SPACES.
       01 WS-CACHED-SHARE           PIC S9(1)V9(6) COMP-3.
       01 WS-CACHED-FEE-RATE        PIC S9(3)V9(4) COMP-3.
       01 WS-CACHED-FREQ-CODE       PIC X(01).
       01 WS-CACHED-FIRST-PMT       PIC 9(8).
       01 WS-CACHED-BASIS           PIC X(01).
          88 CACHED-BASIS-ACTUAL              VALUE "A".
          88 CACHED-BASIS-SCHEDULED           VALUE "S".
       01 WS-SCHED-OK-SW            PIC X(01).
          88 CACHED-SCHEDULE-OK               VALUE "Y".
       01 WS-CACHED-CO-IX           PIC S9(4) COMP.

       01 WS-GROSS-INT-SHARE        PIC S9(9)V99 COMP-3.
       01 WS-SVC-FEE                PIC S9(9)V99 COMP-3.
       01 WS-INVESTOR-TABLE.
           03 WS-INVESTOR-ENTRY OCCURS 100.
               05 WS-INV-ID         PIC X(08).
               05 WS-INV-CO-IX      PIC S9(4) COMP.
               05 WS-INV-BASIS      PIC X(01).
               05 WS-INV-GROSS-INT  PIC S9(11)V99 COMP-3.
               05 WS-INV-SVC-FEE    PIC S9(11)V99 COMP-3.
               05 WS-INV-NET-INT    PIC S9(11)V99 COMP-3.
               05 WS-INV-PRINCIPAL  PIC S9(11)V99 COMP-3.

      *    REMITTANCE TOTALS KEPT ONCE FOR EACH COMPANY ON THE COMPANY
      *    TABLE, IN COMPANY-TABLE SLOT ORDER, WITH THE ACCOUNT EACH
      *    COMPANY REMITS FROM.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-REMIT-ROUTING PIC X(09).
               05 WS-CO-REMIT-ACCOUNT PIC X(17).
               05 WS-CO-INVESTORS   PIC 9(9) COMP.
               05 WS-CO-GROSS-INT   PIC S9(11)V99 COMP-3.
               05 WS-CO-SVC-FEE     PIC S9(11)V99 COMP-3.
               05 WS-CO-NET-INT     PIC S9(11)V99 COMP-3.
               05 WS-CO-PRINCIPAL   PIC S9(11)V99 COMP-3.

       01 WS-STEP-IX                PIC S9(2) COMP.
       01 WS-TODAY-DATE             PIC 9(8).
       01 WS-VERIFIED-SW            PIC X(01) VALUE "N".
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE "COMPANY: ".
           05 HL1-COMPANY      PIC X(02).
           05 FILLER          PIC X(39) VALUE SPACES.

       01 COMPANY-HEADING.
           05 FILLER          PIC X(20) VALUE "REMITTANCE CONTROL".
           05 FILLER          PIC X(09) VALUE "COMPANY: ".
           05 CH-COMPANY       PIC X(02).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE "INVESTORS: ".
           05 CH-INVESTORS     PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 CH-PAGE-NO       PIC ZZZ9.
           05 FILLER          PIC X(66) VALUE SPACES.

       01 COMPANY-ACCOUNT-LINE.
           05 FILLER          PIC X(20) VALUE "REMITTED FROM: ".
           05 CAL-ROUTING      PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 CAL-ACCOUNT      PIC X(17).
           05 FILLER          PIC X(84) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 TL-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(44) VALUE SPACES.

       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

           PERFORM READ-SCHEDULE-RECORD
           PERFORM SPLIT-ONE-RECORD
               UNTIL END-OF-INPUT
           IF NOT NO-LEDGER-ON-FILE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           PERFORM REMIT-FROM-LEDGER
           CLOSE REMIT-WORK-FILE
           PERFORM REPORT-ONE-COMPANY
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           PERFORM FINALIZE-RUN
           GOBACK.

           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           MOVE WS-TODAY-DATE TO WS-ADVANCE-THRU-DATE
           PERFORM READ-REM-PARMS
           PERFORM LOAD-INVESTOR-MASTER
           PERFORM LOAD-COMPANY-SLOTS
           OPEN INPUT AMORT-OUTPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "AMORTREM: ERROR OPENING AMORT OUTPUT FILE"
               DISPLAY "AMORTREM: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-ADVANCE-FILES
           OPEN OUTPUT REMIT-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "AMORTREM: ERROR OPENING REMIT WORK FILE"
               STOP RUN
           END-IF.

      *    A MISSING ADVANCE LEDGER IS CREATED EMPTY ON FIRST USE - THE
      *    FIRST ADVANCE EVER RECORDED BOOTSTRAPS IT.
       OPEN-ADVANCE-FILES.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               SET NO-LEDGER-ON-FILE TO TRUE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "AMORTREM: ERROR OPENING PAYMENT HISTORY"
                   DISPLAY "AMORTREM: FILE STATUS " WS-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ADVANCE-LEDGER-FILE
           IF WS-ADVANCE-STATUS = "35"
               OPEN OUTPUT ADVANCE-LEDGER-FILE
               IF WS-ADVANCE-STATUS = "00"
                   CLOSE ADVANCE-LEDGER-FILE
                   OPEN I-O ADVANCE-LEDGER-FILE
               END-IF
           END-IF
           IF WS-ADVANCE-STATUS NOT = "00"
               DISPLAY "AMORTREM: ERROR OPENING ADVANCE LEDGER"
               DISPLAY "AMORTREM: FILE STATUS " WS-ADVANCE-STATUS
               STOP RUN
           END-IF.

       READ-REM-PARMS.
           OPEN INPUT REM-PARM-FILE
           IF WS-PARM-STATUS = "00"
                               AND RP-PERIOD-END > ZERO
                           MOVE RP-PERIOD-START TO WS-PERIOD-START
                           MOVE RP-PERIOD-END   TO WS-PERIOD-END
                           MOVE RP-PERIOD-END   TO WS-ADVANCE-THRU-DATE
                       END-IF
               END-READ
               CLOSE REM-PARM-FILE
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTREM: ERROR READING COMPANY TABLE"
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
           MOVE CMP-COMPANY-CODE   TO WS-CO-CODE(WS-CO-IX)
           MOVE CM-REMIT-ROUTING   TO WS-CO-REMIT-ROUTING(WS-CO-IX)
           MOVE CM-REMIT-ACCOUNT   TO WS-CO-REMIT-ACCOUNT(WS-CO-IX)
           MOVE ZERO TO WS-CO-INVESTORS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-GROSS-INT(WS-CO-IX)
                         WS-CO-SVC-FEE(WS-CO-IX)
                         WS-CO-NET-INT(WS-CO-IX)
                         WS-CO-PRINCIPAL(WS-CO-IX).

      *    NO INVESTOR MASTER AT ALL JUST MEANS EVERY INVESTOR REMITS
      *    ON THE ACTUAL/ACTUAL DEFAULT.
       LOAD-INVESTOR-MASTER.
                   COMPUTE WS-CACHED-SHARE ROUNDED =
                        LM-PARTICIPATIONPCT / 100
                   MOVE LM-SVCFEERATE TO WS-CACHED-FEE-RATE
                   MOVE LM-PMTFREQCODE TO WS-CACHED-FREQ-CODE
                   MOVE LM-FIRSTPAYMENTDATE TO WS-CACHED-FIRST-PMT
                   PERFORM FIND-INVESTOR-BASIS
                   PERFORM FIND-LOAN-COMPANY
               WHEN "23"
      *            A LOAN ON THE RUN BUT OFF THE MASTER IS RETAINED
      *            BY DEFAULT - NOTHING REMITS WITHOUT INVESTOR TERMS.
                   STOP RUN
           END-EVALUATE.

       FIND-LOAN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTREM: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " LM-COMPANYCODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CACHED-CO-IX.

       FIND-INVESTOR-BASIS.
           MOVE "A" TO WS-CACHED-BASIS
           PERFORM CHECK-ONE-INVMAST-ROW
               MOVE WS-SVC-FEE         TO RW-SVC-FEE
               MOVE WS-PRINC-SHARE     TO RW-PRINCIPAL
               MOVE "S"                TO RW-BASIS
               MOVE WS-CO-CODE(WS-CACHED-CO-IX) TO RW-COMPANY-CODE
               PERFORM WRITE-WORK-RECORD
               IF WS-CACHED-FIRST-PMT IS NUMERIC
                       AND WS-CACHED-FIRST-PMT NOT = ZERO
                   PERFORM CHECK-FOR-ADVANCE
               END-IF
           END-IF.

      *    A PERIOD NOT YET DUE IS SIMPLY PAID EARLY FROM THE SCHEDULE.
      *    A DUE PERIOD THE LEDGER SHOWS SATISFIED WAS FUNDED BY THE
      *    BORROWER. ANYTHING ELSE WENT OUT OF THE SERVICER'S POCKET.
       CHECK-FOR-ADVANCE.
           MOVE "D"                 TO DDP-FUNCTION
           MOVE WS-CACHED-FREQ-CODE TO DDP-FREQ-CODE
           MOVE WS-CACHED-FIRST-PMT TO DDP-FIRST-PMT-DATE
           MOVE OUT-MONTH-NO        TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           IF DDP-DUE-DATE <= WS-ADVANCE-THRU-DATE
               MOVE "N" TO WS-PERIOD-PAID-SW
               IF NOT NO-LEDGER-ON-FILE
                   MOVE OUT-LOAN-ID  TO PH-LOAN-ID
                   MOVE OUT-MONTH-NO TO PH-PAYMENT-NO
                   READ PAYMENT-HISTORY-FILE
                   IF WS-HIST-STATUS NOT = "00"
                           AND WS-HIST-STATUS NOT = "23"
                       DISPLAY "AMORTREM: ERROR READING PAYMENT "
                               "HISTORY"
                       DISPLAY "AMORTREM: FILE STATUS " WS-HIST-STATUS
                       STOP RUN
                   END-IF
                   IF WS-HIST-STATUS = "00" AND PH-PAID-ON-TIME
                       SET PERIOD-PAID TO TRUE
                   END-IF
               END-IF
               IF NOT PERIOD-PAID
                   PERFORM RECORD-ADVANCE
               END-IF
           END-IF.

      *    ONE ADVANCE PER LOAN AND PERIOD - A PERIOD REMITTED AGAIN ON
      *    A LATER RUN IS ALREADY ON THE LEDGER AND IS LEFT ALONE.
       RECORD-ADVANCE.
           MOVE OUT-LOAN-ID  TO AV-LOAN-ID
           MOVE OUT-MONTH-NO TO AV-PERIOD-NO
           READ ADVANCE-LEDGER-FILE
           EVALUATE WS-ADVANCE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE SPACES TO ADVANCE-LEDGER-RECORD
                   MOVE OUT-LOAN-ID        TO AV-LOAN-ID
                   MOVE OUT-MONTH-NO       TO AV-PERIOD-NO
                   MOVE WS-CACHED-INVESTOR TO AV-INVESTOR-ID
                   MOVE WS-TODAY-DATE      TO AV-ADVANCE-DATE
                   MOVE WS-NET-INT         TO AV-INT-ADVANCED
                   MOVE WS-PRINC-SHARE     TO AV-PRIN-ADVANCED
                   COMPUTE AV-ADVANCED = WS-NET-INT + WS-PRINC-SHARE
                   MOVE ZEROS TO AV-RECOVERED AV-WRITTEN-OFF
                                 AV-GL-ADVANCED AV-GL-RECOVERED
                                 AV-GL-WRITTEN-OFF
                   MOVE WS-TODAY-DATE      TO AV-LAST-ACTIVITY-DATE
                   SET AV-OPEN TO TRUE
                   WRITE ADVANCE-LEDGER-RECORD
                   IF WS-ADVANCE-STATUS NOT = "00"
                       DISPLAY "AMORTREM: ERROR WRITING ADVANCE LEDGER"
                       DISPLAY "AMORTREM: FILE STATUS "
                               WS-ADVANCE-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ADVANCES-RECORDED
               WHEN OTHER
                   DISPLAY "AMORTREM: ERROR READING ADVANCE LEDGER"
                   DISPLAY "AMORTREM: FILE STATUS " WS-ADVANCE-STATUS
                   STOP RUN
           END-EVALUATE.

      *    THE ACTUAL/ACTUAL PASS - ONE SWEEP DOWN THE WHOLE LEDGER.
      *    EACH SATISFIED PAYMENT PAID INSIDE THE REMITTANCE PERIOD
      *    DELIVERS ITS SCHEDULED INTEREST AND PRINCIPAL, AND THOSE
                        LM-PARTICIPATIONPCT / 100
                   MOVE LM-SVCFEERATE TO WS-CACHED-FEE-RATE
                   PERFORM FIND-INVESTOR-BASIS
                   PERFORM FIND-LOAN-COMPANY
                   IF WS-CACHED-INVESTOR NOT = SPACES
                           AND CACHED-BASIS-ACTUAL
                       PERFORM LOAD-LOANINFO-FROM-MASTER
                   MOVE WS-SVC-FEE         TO RW-SVC-FEE
                   MOVE WS-PRINC-SHARE     TO RW-PRINCIPAL
                   MOVE "A"                TO RW-BASIS
                   MOVE WS-CO-CODE(WS-CACHED-CO-IX) TO RW-COMPANY-CODE
                   PERFORM WRITE-WORK-RECORD
               END-IF
           END-IF.
               ADD 1 TO WS-NUM-INVESTORS
               MOVE WS-NUM-INVESTORS TO WS-FOUND-IX
               MOVE WS-CACHED-INVESTOR TO WS-INV-ID(WS-FOUND-IX)
               MOVE WS-CACHED-CO-IX    TO WS-INV-CO-IX(WS-FOUND-IX)
               MOVE WS-CACHED-BASIS    TO WS-INV-BASIS(WS-FOUND-IX)
               MOVE ZEROS TO WS-INV-GROSS-INT(WS-FOUND-IX)
                             WS-INV-SVC-FEE(WS-FOUND-IX)

       FIND-ONE-INVESTOR-SLOT.
           IF WS-INV-ID(WS-INVESTOR-IX) = WS-CACHED-INVESTOR
                   AND WS-INV-CO-IX(WS-INVESTOR-IX) = WS-CACHED-CO-IX
               MOVE WS-INVESTOR-IX TO WS-FOUND-IX
           END-IF.

      *    ONE COMPANY'S ADVICES, THEN ITS CONTROL PAGE AND CONTROL
      *    RECORD - A COMPANY WITH NO INVESTORS STILL GETS BOTH, AT
      *    ZERO, SO EVERY COMPANY ON THE TABLE IS ACCOUNTED FOR.
       REPORT-ONE-COMPANY.
           PERFORM REPORT-COMPANY-INVESTOR
               VARYING WS-PRINT-IX FROM 1 BY 1
                   UNTIL WS-PRINT-IX > WS-NUM-INVESTORS
           PERFORM PRINT-COMPANY-TOTAL
           PERFORM WRITE-COMPANY-SUMMARY.

       REPORT-COMPANY-INVESTOR.
           IF WS-INV-CO-IX(WS-PRINT-IX) = WS-CO-IX
               PERFORM REPORT-ONE-INVESTOR
               ADD 1 TO WS-CO-INVESTORS(WS-CO-IX)
               ADD WS-INV-GROSS-INT(WS-PRINT-IX)
                   TO WS-CO-GROSS-INT(WS-CO-IX)
               ADD WS-INV-SVC-FEE(WS-PRINT-IX)
                   TO WS-CO-SVC-FEE(WS-CO-IX)
               ADD WS-INV-NET-INT(WS-PRINT-IX)
                   TO WS-CO-NET-INT(WS-CO-IX)
               ADD WS-INV-PRINCIPAL(WS-PRINT-IX)
                   TO WS-CO-PRINCIPAL(WS-CO-IX)
           END-IF.

      *    EACH INVESTOR GETS A FRESH-PAGE ADVICE - THE WORK FILE IS
      *    RE-READ ONCE PER INVESTOR, THE SAME WAY THE AGING REPORT
      *    SECTIONS ITS BUCKETS - FOLLOWED BY THE SUMMARY RECORD.

       PRINT-MATCHING-DETAIL.
           IF RW-INVESTOR-ID = WS-INV-ID(WS-PRINT-IX)
                   AND RW-COMPANY-CODE = WS-CO-CODE(WS-CO-IX)
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADER
               END-IF
               MOVE "ACT/ACT" TO HL1-BASIS
           END-IF
           MOVE WS-PAGE-NO TO HL1-PAGE-NO
           MOVE WS-CO-CODE(WS-CO-IX) TO HL1-COMPANY
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-INV-PRINCIPAL(WS-PRINT-IX) TO RS-PRINCIPAL
           MOVE WS-TOTAL-REMIT                TO RS-TOTAL-REMIT
           MOVE WS-INV-BASIS(WS-PRINT-IX)     TO RS-BASIS
           PERFORM MOVE-COMPANY-ACCOUNT
           PERFORM WRITE-SUMMARY-LINE.

       MOVE-COMPANY-ACCOUNT.
           MOVE WS-CO-CODE(WS-CO-IX)          TO RS-COMPANY-CODE
           MOVE WS-CO-REMIT-ROUTING(WS-CO-IX) TO RS-REMIT-ROUTING
           MOVE WS-CO-REMIT-ACCOUNT(WS-CO-IX) TO RS-REMIT-ACCOUNT.

       WRITE-SUMMARY-LINE.
           WRITE REMIT-SUMMARY-RECORD
           IF WS-SUMMARY-STATUS NOT = "00"
               DISPLAY "AMORTREM: ERROR WRITING REMIT SUMMARY FILE"
               STOP RUN
           END-IF.

      *    THE COMPANY'S CONTROL PAGE - EVERY ADVICE ABOVE IT FOOTS TO
      *    THESE TOTALS, AND THEY ARE WHAT LEAVES THE COMPANY'S
      *    REMITTANCE ACCOUNT.
       PRINT-COMPANY-TOTAL.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-CO-CODE(WS-CO-IX)      TO CH-COMPANY
           MOVE WS-CO-INVESTORS(WS-CO-IX) TO CH-INVESTORS
           MOVE WS-PAGE-NO                TO CH-PAGE-NO
           WRITE PRINT-LINE FROM COMPANY-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CO-REMIT-ROUTING(WS-CO-IX) TO CAL-ROUTING
           MOVE WS-CO-REMIT-ACCOUNT(WS-CO-IX) TO CAL-ACCOUNT
           WRITE PRINT-LINE FROM COMPANY-ACCOUNT-LINE
           COMPUTE WS-TOTAL-REMIT =
                WS-CO-NET-INT(WS-CO-IX) + WS-CO-PRINCIPAL(WS-CO-IX)
           MOVE WS-TOTAL-REMIT            TO TL-TOTAL
           MOVE WS-CO-NET-INT(WS-CO-IX)   TO TL-NET-INT
           MOVE WS-CO-PRINCIPAL(WS-CO-IX) TO TL-PRINCIPAL
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS.

       WRITE-COMPANY-SUMMARY.
           MOVE SPACES                     TO RS-INVESTOR-ID
           MOVE WS-CO-GROSS-INT(WS-CO-IX)  TO RS-GROSS-INTEREST
           MOVE WS-CO-SVC-FEE(WS-CO-IX)    TO RS-SVC-FEE
           MOVE WS-CO-NET-INT(WS-CO-IX)    TO RS-NET-INTEREST
           MOVE WS-CO-PRINCIPAL(WS-CO-IX)  TO RS-PRINCIPAL
           MOVE WS-TOTAL-REMIT             TO RS-TOTAL-REMIT
           MOVE "C"                        TO RS-BASIS
           PERFORM MOVE-COMPANY-ACCOUNT
           PERFORM WRITE-SUMMARY-LINE.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTREM: ERROR WRITING PRINT FILE"
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
       FINALIZE-RUN.
           CLOSE AMORT-OUTPUT-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE ADVANCE-LEDGER-FILE
           CLOSE REMIT-SUMMARY-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE WS-NUM-INVESTORS TO RC-RECORDS-IN
           MOVE WS-NUM-INVESTORS TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTREM: " WS-NUM-INVESTORS " INVESTORS REMITTED"
           DISPLAY "AMORTREM: " WS-ADVANCES-RECORDED
                   " P&I ADVANCES RECORDED".

       END PROGRAM AMORTREM.
