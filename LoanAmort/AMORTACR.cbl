       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTACR.
       REMARKS. MONTH-END ACCRUED INTEREST RECEIVABLE RUN. AMORTGL
               JOURNALS SCHEDULED INTEREST BY PERIOD AND AMORTPST
               JOURNALS INTEREST WHEN THE CASH ARRIVES; THIS RUN BOOKS
               WHAT HAS BEEN EARNED BUT NOT YET COLLECTED AT PERIOD
               END. IT SWEEPS EVERY ACTIVE LOAN ON THE MASTER AND
               ACCRUES INTEREST FROM THE LOAN'S PAID-THROUGH DATE TO
               THE PERIOD-END DATE UNDER THE NOTE'S OWN DAY-COUNT
               CONVENTION (DAYCNT). A SCHEDULED LOAN IS PAID THROUGH
               THE DUE DATE OF THE LAST PAYMENT BEFORE ITS FIRST
               UNPAID ONE, ON THAT ROW'S SCHEDULED BALANCE (AMORTSTOR);
               A SIMPLE-INTEREST LOAN IS PAID THROUGH THE ACCRUAL DATE
               ON ITS LAST LEDGER RECORD, ON THE RUNNING BALANCE KEPT
               THERE. WITH NOTHING PAID YET A LOAN ACCRUES FROM ITS
               FUNDING DATE. THE RATE IS THE ONE IN FORCE FOR THE
               FIRST UNPAID ROW, SO AN ARM RESET STILL REPRICES.
               EVERY LOAN IS AGED EXACTLY AS THE DELINQUENCY AGING
               REPORT (AMORTAGE) AGES IT, AS OF THE PERIOD END: A LOAN
               90 OR MORE DAYS DOWN GOES ON NON-ACCRUAL AND ACCRUES
               NOTHING, AND A NON-ACCRUAL LOAN BROUGHT BACK UNDER 30
               DAYS IS REINSTATED - BOTH CHANGES ARE REWRITTEN TO THE
               MASTER AND JOURNALED FOR FORWARD RECOVERY. THE RUN
               WRITES ONE BALANCED VOUCHER IN THE AMORTGL/PSTJV
               LAYOUT - DEBIT ACCRUED INTEREST RECEIVABLE, CREDIT
               INTEREST INCOME - DATED THE PERIOD END, AND ITS
               AUTO-REVERSING MIRROR DATED THE FIRST DAY OF THE NEXT
               PERIOD, SO THE RECEIVABLE NEVER HOLDS MORE THAN ONE
               MONTH'S ACCRUAL AND A LOAN GOING ON NON-ACCRUAL NEEDS
               NO SEPARATE WRITE-OFF OF WHAT WAS ACCRUED BEFORE. THE
               LOAN-LEVEL LISTING FOOTS TO THE VOUCHER. EACH SERVICING
               COMPANY GETS ITS OWN PAIR OF ENTRIES ON ITS OWN LEDGER
               ACCOUNTS (THE COMPANY TABLE'S GL MAP), CLOSED BY A
               COMPANY CONTROL RECORD, AND THE LISTING'S TOTALS SHOW
               EACH COMPANY'S SHARE. THE PERIOD END
               COMES FROM THE PARAMETER CARD; WITH NO CARD IT IS THE
               LAST DAY OF THE MONTH BEFORE THE RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACR-PARM-FILE ASSIGN TO "ACRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "ACRJV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECVJ-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ACRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ACR-PARM-FILE.
       01  ACR-PARM-RECORD.
           05 AP-PERIOD-END         PIC 9(08).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

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

       FD  RECOVERY-JOURNAL-FILE.
       COPY RCVYJRNL.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-JOURNAL-STATUS         PIC X(02).
       01 WS-RECVJ-STATUS           PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-MASTER                    VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 END-OF-HISTORY                   VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-SI-BAL-SW              PIC X(01).
          88 SI-BALANCE-ON-LEDGER             VALUE "Y".

       01 WS-LOANS-SWEPT            PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-ACCRUING         PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-NON-ACCRUAL      PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-PLACED           PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-REINSTATED       PIC 9(9) COMP VALUE ZERO.

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-FIRST-MISSED-NO        PIC S9(4) COMP.
       01 WS-FIRST-UNPAID-NO        PIC S9(4) COMP.
       01 WS-PAID-NO                PIC S9(4) COMP.
       01 WS-RATE-NO                PIC S9(4) COMP.
       01 WS-DUE-DATE               PIC 9(8).
       01 WS-DAYS-LATE              PIC S9(9) COMP.
       01 WS-SI-BALANCE             PIC S9(9)V99 COMP-3.
       01 WS-SI-ACCRUAL-DATE        PIC 9(8).
       01 WS-BALANCE                PIC S9(9)V99 COMP-3.
       01 WS-ACCRUAL-RATE           PIC S9(3)V9(4) COMP-3.
       01 WS-PAID-THRU-DATE         PIC 9(8).
       01 WS-ACCRUAL-DAYS           PIC S9(9) COMP.
       01 WS-ACCRUED                PIC S9(9)V99 COMP-3.
       01 WS-DATE-INT               PIC S9(9) COMP.
       01 WS-STATUS-TEXT            PIC X(12).
       01 WS-BEFORE-IMAGE           PIC X(400).
       01 WS-STEP-IX                PIC S9(2) COMP.

       01 WS-TOT-ACCRUED            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-BALANCE            PIC S9(13)V99 COMP-3 VALUE ZERO.
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
               05 WS-CO-LOANS       PIC 9(9) COMP.
               05 WS-CO-BALANCE     PIC S9(13)V99 COMP-3.
               05 WS-CO-ACCRUED     PIC S9(13)V99 COMP-3.
               05 WS-CO-VOUCHERS    PIC 9(09) COMP.
               05 WS-CO-DEBITS      PIC S9(13)V99 COMP-3.
               05 WS-CO-CREDITS     PIC S9(13)V99 COMP-3.

       01 COMPANY-TOTAL-LABEL.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(20) VALUE " ACTIVE LOANS".

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-PERIOD-END             PIC 9(8) VALUE ZEROS.
       01 WS-REVERSAL-DATE          PIC 9(8).
       01 WS-VOUCHER-DATE           PIC 9(8).

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(42)
               VALUE "MONTH-END ACCRUED INTEREST - PERIOD END ".
           05 HL1-PERIOD-END   PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(64) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(14)  VALUE "ACCRUAL STATUS".
           05 FILLER PIC X(10)  VALUE "PAID THRU".
           05 FILLER PIC X(08)  VALUE "DAYS DN".
           05 FILLER PIC X(07)  VALUE "DAYS".
           05 FILLER PIC X(17)  VALUE "BALANCE".
           05 FILLER PIC X(10)  VALUE "RATE".
           05 FILLER PIC X(15)  VALUE "ACCRUED".
           05 FILLER PIC X(39)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-STATUS         PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PAID-THRU      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-DAYS-LATE      PIC ZZZZ9-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-ACCRUAL-DAYS   PIC ZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-RATE           PIC ZZ9.9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-ACCRUED        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(39) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(08) VALUE SPACES.
           05 TL-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 TL-ACCRUED        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(39) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       COPY DAYCOUNT.
       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM READ-MASTER-RECORD
           PERFORM SWEEP-ONE-LOAN
               UNTIL END-OF-MASTER
           PERFORM PRINT-ACCRUAL-TOTALS
           PERFORM WRITE-ACCRUAL-VOUCHER
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTACR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM READ-ACR-PARMS
           PERFORM LOAD-COMPANY-SLOTS
           COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) + 1
           COMPUTE WS-REVERSAL-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTACR: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR OPENING JOURNAL FILE"
               DISPLAY "AMORTACR: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND RECOVERY-JOURNAL-FILE
           IF WS-RECVJ-STATUS = "35"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR OPENING RECOVERY JOURNAL"
               DISPLAY "AMORTACR: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTACR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTACR: ERROR READING COMPANY TABLE"
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
           MOVE ZERO TO WS-CO-LOANS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-BALANCE(WS-CO-IX)
                         WS-CO-ACCRUED(WS-CO-IX)
           MOVE ZERO TO WS-CO-VOUCHERS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-DEBITS(WS-CO-IX)
                         WS-CO-CREDITS(WS-CO-IX).

      *    NO CARD, OR NO USABLE DATE ON IT, MEANS THE CLOSE BEING
      *    RUN IS LAST MONTH'S - THE DAY BEFORE THE FIRST OF THIS ONE.
       READ-ACR-PARMS.
           OPEN INPUT ACR-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ ACR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-PERIOD-END IS NUMERIC
                               AND AP-PERIOD-END > ZERO
                           MOVE AP-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
               CLOSE ACR-PARM-FILE
           END-IF
           IF WS-PERIOD-END = ZERO
               MOVE WS-RUN-DATE TO WS-PERIOD-END
               MOVE "01" TO WS-PERIOD-END(7:2)
               COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) - 1
               COMPUTE WS-PERIOD-END =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ
           IF NOT END-OF-MASTER AND WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR READING LOAN MASTER FILE"
               DISPLAY "AMORTACR: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.

      *    A LOAN WHOSE SERVICING TRANSFER TAKES EFFECT AFTER THE
      *    PERIOD END WAS STILL OURS TO ACCRUE THROUGH IT.
       SWEEP-ONE-LOAN.
           IF LM-ACTIVE
                   OR (LM-TRANSFERRED-OUT
                       AND WS-PERIOD-END < LM-XFERDATE)
               PERFORM ACCRUE-ONE-LOAN
           END-IF
           PERFORM READ-MASTER-RECORD.

       ACCRUE-ONE-LOAN.
           ADD 1 TO WS-LOANS-SWEPT
           PERFORM FIND-LOAN-COMPANY
           PERFORM SCAN-LEDGER-FOR-LOAN
           IF WS-FIRST-MISSED-NO > ZERO
               MOVE WS-FIRST-MISSED-NO TO WS-FIRST-UNPAID-NO
           ELSE
               COMPUTE WS-FIRST-UNPAID-NO = WS-LAST-POSTED-NO + 1
           END-IF
           MOVE ZERO TO WS-DAYS-LATE
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               PERFORM LOAD-LOANINFO-FROM-MASTER
               CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
               CANCEL "AMORTSTOR"
               IF WS-FIRST-UNPAID-NO <= LOANTERM
                   PERFORM COMPUTE-DAYS-PAST-DUE
               END-IF
           END-IF
           PERFORM SET-ACCRUAL-STATUS
           PERFORM FIND-PAID-THROUGH-POSITION
           MOVE ZERO  TO WS-ACCRUAL-DAYS
           MOVE ZEROS TO WS-ACCRUED
           IF LM-NON-ACCRUAL
               ADD 1 TO WS-LOANS-NON-ACCRUAL
           ELSE
               ADD 1 TO WS-LOANS-ACCRUING
               IF WS-PAID-THRU-DATE NOT = ZERO
                   PERFORM COMPUTE-PERIOD-ACCRUAL
               END-IF
           END-IF
           ADD WS-BALANCE TO WS-TOT-BALANCE
           ADD WS-ACCRUED TO WS-TOT-ACCRUED
           ADD 1 TO WS-CO-LOANS(WS-CO-IX)
           ADD WS-BALANCE TO WS-CO-BALANCE(WS-CO-IX)
           ADD WS-ACCRUED TO WS-CO-ACCRUED(WS-CO-IX)
           PERFORM PRINT-ONE-DETAIL.

       FIND-LOAN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTACR: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " LM-COMPANYCODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX.

      *    ONE PASS DOWN THE LOAN'S LEDGER RECORDS - THE HIGHEST
      *    PAYMENT POSTED, THE EARLIEST ONE POSTED AS MISSED, AND FOR
      *    A SIMPLE-INTEREST LOAN THE RUNNING BALANCE AND ACCRUAL DATE
      *    ON THE LAST RECORD THAT CARRIES THEM.
       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO TO WS-LAST-POSTED-NO WS-FIRST-MISSED-NO
           MOVE ZEROS TO WS-SI-BALANCE WS-SI-ACCRUAL-DATE
           MOVE "N" TO WS-SI-BAL-SW
           MOVE "N" TO WS-HIST-EOF-SW
           IF NO-LEDGER-ON-FILE
               SET END-OF-HISTORY TO TRUE
           ELSE
               OPEN INPUT PAYMENT-HISTORY-FILE
               IF WS-HIST-STATUS = "35"
                   SET NO-LEDGER-ON-FILE TO TRUE
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   IF WS-HIST-STATUS NOT = "00"
                       DISPLAY "AMORTACR: ERROR OPENING PAYMENT HISTORY"
                       DISPLAY "AMORTACR: FILE STATUS " WS-HIST-STATUS
                       STOP RUN
                   END-IF
                   MOVE LM-LOAN-ID TO PH-LOAN-ID
                   MOVE ZEROS      TO PH-PAYMENT-NO
                   START PAYMENT-HISTORY-FILE KEY >= PH-KEY
                   IF WS-HIST-STATUS NOT = "00"
                       SET END-OF-HISTORY TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM SCAN-ONE-HISTORY-RECORD
               UNTIL END-OF-HISTORY
           IF NOT NO-LEDGER-ON-FILE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       SCAN-ONE-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-HISTORY AND WS-HIST-STATUS NOT = "00"
               SET END-OF-HISTORY TO TRUE
           END-IF
           IF NOT END-OF-HISTORY
               IF PH-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   MOVE PH-PAYMENT-NO TO WS-LAST-POSTED-NO
                   IF PH-PAYMENT-MISSED AND WS-FIRST-MISSED-NO = ZERO
                       MOVE PH-PAYMENT-NO TO WS-FIRST-MISSED-NO
                   END-IF
                   IF PH-ACCRUAL-DATE IS NUMERIC
                           AND PH-ACCRUAL-DATE NOT = ZERO
                           AND PH-PRINCIPAL-BAL IS NUMERIC
                       MOVE PH-PRINCIPAL-BAL TO WS-SI-BALANCE
                       MOVE PH-ACCRUAL-DATE  TO WS-SI-ACCRUAL-DATE
                       SET SI-BALANCE-ON-LEDGER TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    DAYS PAST DUE AS OF THE PERIOD END, COUNTED EXACTLY AS THE
      *    AGING REPORT COUNTS THEM - 30/360 FOR A MONTHLY LOAN, REAL
      *    CALENDAR DAYS FOR A BI-WEEKLY OR SEMI-MONTHLY ONE.
       COMPUTE-DAYS-PAST-DUE.
           MOVE "D"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WS-FIRST-UNPAID-NO  TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-DATE        TO WS-DUE-DATE
           IF DDP-MONTHLY
               MOVE "3" TO DCP-CONVENTION
           ELSE
               MOVE "5" TO DCP-CONVENTION
           END-IF
           MOVE WS-DUE-DATE   TO DCP-FROM-DATE
           MOVE WS-PERIOD-END TO DCP-TO-DATE
           CALL "DAYCNT" USING DAYCOUNT-PARMS
           MOVE DCP-ELAPSED-DAYS TO WS-DAYS-LATE.

      *    90 OR MORE DAYS DOWN PUTS AN ACCRUING LOAN ON NON-ACCRUAL;
      *    A NON-ACCRUAL LOAN BROUGHT BACK UNDER 30 DAYS IS REINSTATED.
      *    ANYTHING IN BETWEEN STAYS WHERE IT IS.
       SET-ACCRUAL-STATUS.
           IF LM-NON-ACCRUAL
               MOVE "NON-ACCRUAL" TO WS-STATUS-TEXT
           ELSE
               MOVE "ACCRUING"    TO WS-STATUS-TEXT
           END-IF
           IF WS-DAYS-LATE >= 90 AND NOT LM-NON-ACCRUAL
               MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
               SET LM-NON-ACCRUAL TO TRUE
               MOVE WS-PERIOD-END TO LM-NONACCRUALDATE
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-LOANS-PLACED
               MOVE "TO NON-ACCR" TO WS-STATUS-TEXT
           ELSE
               IF WS-DAYS-LATE < 30 AND LM-NON-ACCRUAL
                   MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
                   SET LM-ACCRUING TO TRUE
                   MOVE ZEROS TO LM-NONACCRUALDATE
                   PERFORM REWRITE-MASTER-RECORD
                   ADD 1 TO WS-LOANS-REINSTATED
                   MOVE "REINSTATED" TO WS-STATUS-TEXT
               END-IF
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR REWRITING LOAN MASTER"
               DISPLAY "AMORTACR: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD
           MOVE "LOANMAST" TO RJ-FILE-ID
           MOVE "R"        TO RJ-ACTION
           MOVE WS-RUN-DATE TO RJ-RUN-DATE
           MOVE "AMORTACR" TO RJ-PROGRAM
           MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO RJ-AFTER-IMAGE
           WRITE RECOVERY-JOURNAL-RECORD
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR WRITING RECOVERY JOURNAL"
               DISPLAY "AMORTACR: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF.

      *    WHERE THE LOAN'S INTEREST IS PAID THROUGH, ON WHAT BALANCE,
      *    AND AT WHAT RATE. A SCHEDULED LOAN IS PAID THROUGH THE DUE
      *    DATE OF THE LAST PAYMENT BEFORE ITS FIRST UNPAID ONE; WITH
      *    NOTHING PAID IT ACCRUES FROM FUNDING, OR - NO FUNDING DATE
      *    ON FILE - FROM ONE CYCLE AHEAD OF THE FIRST DUE DATE.
       FIND-PAID-THROUGH-POSITION.
           MOVE LM-PRINCIPAL   TO WS-BALANCE
           MOVE LM-RATE        TO WS-ACCRUAL-RATE
           MOVE LM-FUNDINGDATE TO WS-PAID-THRU-DATE
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               MOVE WS-FIRST-UNPAID-NO TO WS-RATE-NO
               IF WS-RATE-NO > LOANTERM
                   MOVE LOANTERM TO WS-RATE-NO
               END-IF
               IF WS-RATE-NO >= 1
                       AND OUTRATE(WS-RATE-NO) NOT = ZERO
                   MOVE OUTRATE(WS-RATE-NO) TO WS-ACCRUAL-RATE
               END-IF
           END-IF
           IF LM-SIMPLE-INTEREST
               IF SI-BALANCE-ON-LEDGER
                   MOVE WS-SI-BALANCE      TO WS-BALANCE
                   MOVE WS-SI-ACCRUAL-DATE TO WS-PAID-THRU-DATE
               END-IF
           ELSE
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               COMPUTE WS-PAID-NO = WS-FIRST-UNPAID-NO - 1
               IF WS-PAID-NO > LOANTERM
                   MOVE LOANTERM TO WS-PAID-NO
               END-IF
               IF WS-PAID-NO >= 1
                   MOVE OUTBALANCENUM(WS-PAID-NO) TO WS-BALANCE
                   MOVE "D"                 TO DDP-FUNCTION
                   MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
                   MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
                   MOVE WS-PAID-NO          TO DDP-PAYMENT-NO
                   CALL "DUEDATE" USING DUEDATE-PARMS
                   MOVE DDP-DUE-DATE        TO WS-PAID-THRU-DATE
               ELSE
                   MOVE OUTORIGPRINCIPAL TO WS-BALANCE
                   IF LM-FUNDINGDATE = ZERO
                       PERFORM BACK-UP-ONE-CYCLE
                   END-IF
               END-IF
           END-IF
           END-IF.

       BACK-UP-ONE-CYCLE.
           MOVE "D"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE 1                   TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(LM-FIRSTPAYMENTDATE)
                - DDP-CYCLE-DAYS
           COMPUTE WS-PAID-THRU-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      *    INTEREST EARNED FROM THE PAID-THROUGH DATE TO THE PERIOD END
      *    UNDER THE NOTE'S DAY-COUNT CONVENTION. A LOAN PAID AHEAD OF
      *    THE PERIOD END HAS NOTHING TO ACCRUE.
       COMPUTE-PERIOD-ACCRUAL.
           MOVE LM-DAYCOUNTCODE   TO DCP-CONVENTION
           MOVE WS-PAID-THRU-DATE TO DCP-FROM-DATE
           MOVE WS-PERIOD-END     TO DCP-TO-DATE
           CALL "DAYCNT" USING DAYCOUNT-PARMS
           IF DCP-ELAPSED-DAYS > ZERO AND WS-BALANCE > ZERO
               MOVE DCP-ELAPSED-DAYS TO WS-ACCRUAL-DAYS
               COMPUTE WS-ACCRUED ROUNDED =
                    WS-BALANCE * WS-ACCRUAL-RATE / 100
                        * WS-ACCRUAL-DAYS / DCP-YEAR-BASE
           END-IF.

       PRINT-ONE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE LM-LOAN-ID        TO DL-LOAN-ID
           MOVE WS-STATUS-TEXT    TO DL-STATUS
           MOVE WS-PAID-THRU-DATE TO DL-PAID-THRU
           MOVE WS-DAYS-LATE      TO DL-DAYS-LATE
           MOVE WS-ACCRUAL-DAYS   TO DL-ACCRUAL-DAYS
           MOVE WS-BALANCE        TO DL-BALANCE
           MOVE WS-ACCRUAL-RATE   TO DL-RATE
           MOVE WS-ACCRUED        TO DL-ACCRUED
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PERIOD-END TO HL1-PERIOD-END
           MOVE WS-PAGE-NO    TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

      *    THE LISTING'S ACCRUED COLUMN FOOTS TO THE VOUCHER'S DEBIT TO
      *    ACCRUED INTEREST RECEIVABLE - THE SAME ROUNDED PENNIES ARE
      *    ADDED TO BOTH.
       PRINT-ACCRUAL-TOTALS.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL ACTIVE LOANS"   TO TL-LABEL
           MOVE WS-LOANS-SWEPT         TO TL-COUNT
           MOVE WS-TOT-BALANCE         TO TL-BALANCE
           MOVE WS-TOT-ACCRUED         TO TL-ACCRUED
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "LOANS ACCRUING"       TO CL-LABEL
           MOVE WS-LOANS-ACCRUING      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS ON NON-ACCRUAL" TO CL-LABEL
           MOVE WS-LOANS-NON-ACCRUAL   TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "PLACED ON NON-ACCRUAL" TO CL-LABEL
           MOVE WS-LOANS-PLACED        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "REINSTATED TO ACCRUAL" TO CL-LABEL
           MOVE WS-LOANS-REINSTATED    TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           PERFORM CHECK-PRINT-STATUS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 7 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-TOTAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

      *    EACH COMPANY'S SHARE FOOTS TO THAT COMPANY'S OWN VOUCHER.
       PRINT-COMPANY-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-CO-CODE(WS-CO-IX)    TO CTL-COMPANY-CODE
           MOVE COMPANY-TOTAL-LABEL     TO TL-LABEL
           MOVE WS-CO-LOANS(WS-CO-IX)   TO TL-COUNT
           MOVE WS-CO-BALANCE(WS-CO-IX) TO TL-BALANCE
           MOVE WS-CO-ACCRUED(WS-CO-IX) TO TL-ACCRUED
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    THE ACCRUAL ENTRY IS DATED THE PERIOD END; ITS MIRROR, DATED
      *    THE FIRST DAY OF THE NEXT PERIOD, TAKES IT BACK OUT SO NEXT
      *    MONTH'S CASH POSTINGS CREDIT INCOME AGAINST A CLEAN
      *    RECEIVABLE. NOTHING ACCRUED MEANS A TRAILER-ONLY BATCH. AN
      *    UNBALANCED BATCH NEVER GETS A TRAILER, EXACTLY AS IN THE
      *    AMORTGL EXTRACT.
       WRITE-ACCRUAL-VOUCHER.
           PERFORM WRITE-COMPANY-ACCRUAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "AMORTACR: ABEND - DEBITS DO NOT EQUAL CREDITS"
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE "T"              TO JT-RECORD-TYPE
           MOVE WS-VOUCHER-COUNT TO JT-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS  TO JT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
           WRITE JOURNAL-TRAILER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTACR: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

       WRITE-COMPANY-ACCRUAL.
           IF WS-CO-ACCRUED(WS-CO-IX) NOT = ZERO
               MOVE WS-PERIOD-END           TO WS-VOUCHER-DATE
               MOVE "110300"                TO JV-ACCOUNT
               MOVE "ACCRUED INTEREST RECV"  TO JV-ACCOUNT-NAME
               MOVE "D"                     TO JV-DR-CR
               MOVE WS-CO-ACCRUED(WS-CO-IX) TO JV-AMOUNT
               ADD WS-CO-ACCRUED(WS-CO-IX)  TO WS-TOTAL-DEBITS
               PERFORM WRITE-ONE-VOUCHER-LINE
               MOVE "401100"                TO JV-ACCOUNT
               MOVE "INTEREST INCOME"       TO JV-ACCOUNT-NAME
               MOVE "C"                     TO JV-DR-CR
               MOVE WS-CO-ACCRUED(WS-CO-IX) TO JV-AMOUNT
               ADD WS-CO-ACCRUED(WS-CO-IX)  TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
               MOVE WS-REVERSAL-DATE        TO WS-VOUCHER-DATE
               MOVE "401100"                TO JV-ACCOUNT
               MOVE "INTEREST INCOME"       TO JV-ACCOUNT-NAME
               MOVE "D"                     TO JV-DR-CR
               MOVE WS-CO-ACCRUED(WS-CO-IX) TO JV-AMOUNT
               ADD WS-CO-ACCRUED(WS-CO-IX)  TO WS-TOTAL-DEBITS
               PERFORM WRITE-ONE-VOUCHER-LINE
               MOVE "110300"                TO JV-ACCOUNT
               MOVE "ACCRUED INTEREST RECV"  TO JV-ACCOUNT-NAME
               MOVE "C"                     TO JV-DR-CR
               MOVE WS-CO-ACCRUED(WS-CO-IX) TO JV-AMOUNT
               ADD WS-CO-ACCRUED(WS-CO-IX)  TO WS-TOTAL-CREDITS
               PERFORM WRITE-ONE-VOUCHER-LINE
           END-IF
           PERFORM WRITE-COMPANY-TRAILER.

       WRITE-ONE-VOUCHER-LINE.
           SET CMP-MAP-ACCOUNT TO TRUE
           MOVE WS-CO-CODE(WS-CO-IX) TO CMP-COMPANY-CODE
           MOVE JV-ACCOUNT      TO CMP-GL-ACCOUNT
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTACR: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-GL-ACCOUNT  TO JV-ACCOUNT
           MOVE "D"             TO JV-RECORD-TYPE
           MOVE "AMORTACR"      TO JV-BATCH-NO
           MOVE ZEROS           TO JV-PERIOD-NO
           MOVE WS-VOUCHER-DATE TO JV-RUN-DATE
           MOVE WS-CO-CODE(WS-CO-IX) TO JV-COMPANY-CODE
           WRITE JOURNAL-VOUCHER-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTACR: FILE STATUS " WS-JOURNAL-STATUS
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
               DISPLAY "AMORTACR: ABEND - COMPANY "
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
               DISPLAY "AMORTACR: ERROR WRITING JOURNAL FILE"
               DISPLAY "AMORTACR: FILE STATUS " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTACR: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTACR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       LOAD-LOANINFO-FROM-MASTER.
           INITIALIZE LOANINFO
           MOVE LM-PRINCIPAL        TO PRINCIPAL
           MOVE LM-LOANTERM         TO LOANTERM
           MOVE LM-RATE             TO RATE
           MOVE LM-IOMONTHS         TO IOMONTHS
           MOVE LM-EXTRAPAYMENT     TO EXTRAPAYMENT
           MOVE LM-LUMPSUMAMT       TO LUMPSUMAMT
           MOVE LM-LUMPSUMMONTH     TO LUMPSUMMONTH
           MOVE LM-PMTFREQCODE      TO PMTFREQCODE
           MOVE LM-BALLOONTERM      TO BALLOONTERM
           MOVE LM-PROPERTYVALUE    TO PROPERTYVALUE
           MOVE LM-PMIRATE          TO PMIRATE
           MOVE LM-FINANCEFEES      TO FINANCEFEES
           MOVE LM-FIRSTPAYMENTDATE TO FIRSTPAYMENTDATE
           MOVE LM-ANNUALTAXAMT     TO ANNUALTAXAMT
           MOVE LM-ANNUALINSAMT     TO ANNUALINSAMT
           MOVE LM-DAYCOUNTCODE     TO DAYCOUNTCODE
           MOVE LM-FUNDINGDATE      TO FUNDINGDATE
           MOVE LM-ODDDAYSCODE      TO ODDDAYSCODE
           MOVE LM-RECASTELECTION   TO RECASTELECTION
           MOVE LM-PRODUCTCODE      TO PRODUCTCODE
           MOVE LM-STATECODE        TO STATECODE
           MOVE LM-BUYDOWNYR1RED    TO BUYDOWNYR1REDUCTION
           MOVE LM-BUYDOWNYR2RED    TO BUYDOWNYR2REDUCTION
           MOVE LM-BUYDOWNSUBSIDY   TO BUYDOWNSUBSIDYDEP
           MOVE LM-DEFERSTARTNO     TO DEFERSTARTNO
           MOVE LM-DEFERNUMPMTS     TO DEFERNUMPMTS
           MOVE LM-DEFERTREATMENT   TO DEFERTREATMENT
           MOVE LM-GRADNUMSTEPS     TO GRADNUMSTEPS
           PERFORM MOVE-ONE-GRAD-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 5
           MOVE LM-ARMNUMRESETS     TO ARMNUMRESETS
           MOVE LM-ARMPERIODICCAP   TO ARMPERIODICCAP
           MOVE LM-ARMLIFETIMECAP   TO ARMLIFETIMECAP
           MOVE LM-ARMLIFETIMEFLOOR TO ARMLIFETIMEFLOOR
           MOVE LM-ARMINDEXCODE     TO ARMINDEXCODE
           MOVE LM-ARMMARGIN        TO ARMMARGIN
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

       MOVE-ONE-GRAD-STEP.
           MOVE LM-GRADSTEPSTARTNO(WS-STEP-IX)
               TO GRADSTEPSTARTNO(WS-STEP-IX)
           MOVE LM-GRADSTEPFACTOR(WS-STEP-IX)
               TO GRADSTEPFACTOR(WS-STEP-IX).

       MOVE-ONE-ARM-RESET.
           MOVE LM-ARMRESETPMTNO(WS-STEP-IX)
               TO ARMRESETPMTNO(WS-STEP-IX)
           MOVE LM-ARMRESETRATE(WS-STEP-IX)
               TO ARMRESETRATE(WS-STEP-IX).

       FINALIZE-RUN.
           CLOSE LOAN-MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE RECOVERY-JOURNAL-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTACR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-LOANS-SWEPT TO RC-RECORDS-IN
           MOVE WS-VOUCHER-COUNT TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTACR: PERIOD END " WS-PERIOD-END " - "
                   WS-LOANS-SWEPT " ACTIVE LOANS, "
                   WS-LOANS-NON-ACCRUAL " ON NON-ACCRUAL, "
                   WS-LOANS-PLACED " PLACED, "
                   WS-LOANS-REINSTATED " REINSTATED".

       END PROGRAM AMORTACR.
