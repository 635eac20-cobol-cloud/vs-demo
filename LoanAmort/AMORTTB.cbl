       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTTB.
       REMARKS. DAILY SERVICING TRIAL BALANCE. SWEEPS EVERY ACTIVE LOAN
               ON THE MASTER AND STATES, PER LOAN AND IN TOTAL, WHERE
               EVERY DOLLAR STANDS: THE UNPAID PRINCIPAL BALANCE AS OF
               THE LAST POSTED PAYMENT (FROM THE SCHEDULE TAKEN THROUGH
               AMORTSTOR, THE KEYED SCHEDULE STORE), THE ACTUAL ESCROW
               BALANCE FROM THE ESCROW TRANSACTION LEDGER, THE SUSPENSE
               HELD ON THE PAYMENT-HISTORY LEDGER, AND LATE FEES
               ASSESSED VERSUS COLLECTED - A FEE ASSESSED AT PAYMENT N
               ROLLS INTO PAYMENT N+1'S AMOUNT DUE AND COUNTS AS
               COLLECTED WHEN THAT NEXT PAYMENT POSTS SATISFIED - AND
               THE MISCELLANEOUS FEES (RETURNED ITEM, PAYOFF STATEMENT,
               INSPECTION, MODIFICATION) STILL OUTSTANDING ON THE FEE
               LEDGER, NET OF COLLECTIONS AND WAIVERS. PORTFOLIO CONTROL
               TOTALS PRINT AT THE END AND ARE ALSO WRITTEN AS A
               CONTROL-TOTAL RECORD THE GL DESK CAN PROVE AGAINST THE
               AMORTGL AND CASH-RECEIPTS JOURNALS. LOANS OF EVERY
               PAYMENT FREQUENCY BALANCE THE SAME WAY; A LOAN WITH NO
               FIRST PAYMENT DATE PRINTS AT ORIGINAL PRINCIPAL AND IS
               COUNTED ON THE RUN LOG. A SIMPLE-INTEREST LOAN IS CARRIED
               AT THE RUNNING PRINCIPAL BALANCE ON ITS LAST LEDGER
               RECORD - THE SCHEDULE SAYS NOTHING ABOUT WHERE AN EARLY
               OR LATE PAYER REALLY STANDS - OR AT ORIGINAL PRINCIPAL
               BEFORE ANYTHING HAS POSTED.
               WITH A PERIOD END ON THE PARAMETER CARD (TBPARM) THE
               REPORT INSTEAD RESTATES THAT CLOSED MONTH FROM THE
               PERIOD SNAPSHOT THE CLOSE (AMORTPCL) FROZE, SO IT READS
               THE SAME HOWEVER LATE IT IS RUN; A PERIOD NOT CLOSED IS
               REFUSED. EITHER WAY THE REPORT ENDS WITH THE PAYMENTS
               AND REVERSALS POSTED DATED INTO A PERIOD ALREADY CLOSED
               - THOSE POSTED TODAY ON THE DAILY RUN, THOSE DATED INTO
               THE PERIOD ON A PERIOD RUN - SINCE THE SNAPSHOT DOES NOT
               REFLECT THEM.
               EACH SERVICING COMPANY KEEPS ITS OWN BOOKS, SO THE
               PORTFOLIO TOTALS ARE ALSO BROKEN OUT BY COMPANY (THE
               LOAN MASTER, OR ON A PERIOD RUN THE SNAPSHOT, SAYS WHICH
               COMPANY A LOAN IS ON), AND EACH COMPANY GETS A CONTROL
               RECORD OF ITS OWN AHEAD OF THE PORTFOLIO RECORD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TB-PARM-FILE ASSIGN TO "TBPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-ESCROW-STATUS.

           SELECT PERIOD-SNAPSHOT-FILE ASSIGN TO "PERSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD-END
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PRDEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRDEXCP-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "TBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       FILE SECTION.

       FD  TB-PARM-FILE.
       01  TB-PARM-RECORD.
           05 TP-PERIOD-END         PIC 9(08).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  PERIOD-SNAPSHOT-FILE.
       COPY PERSNAP.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       FD  PERIOD-EXCEPTION-FILE.
       COPY PRDEXCP.

       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05 CT-RUN-DATE           PIC 9(08).
           05 CT-TOTAL-SUSPENSE     PIC S9(13)V99  COMP-3.
           05 CT-FEES-ASSESSED      PIC S9(13)V99  COMP-3.
           05 CT-FEES-COLLECTED     PIC S9(13)V99  COMP-3.
           05 CT-MISC-FEES-OUT      PIC S9(13)V99  COMP-3.
      *    BLANK ON THE PORTFOLIO RECORD, WHICH COMES LAST.
           05 CT-COMPANY-CODE       PIC X(02).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 WS-ESCROW-STATUS          PIC X(02).
       01 WS-CONTROL-STATUS         PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).
       01 WS-PARM-STATUS            PIC X(02).
       01 WS-SNAP-STATUS            PIC X(02).
       01 WS-PERCTL-STATUS          PIC X(02).
       01 WS-PRDEXCP-STATUS         PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-MASTER                    VALUE "Y".
          88 END-OF-ESCROW-LEDGER             VALUE "Y".
       01 WS-NO-ESCROW-SW           PIC X(01) VALUE "N".
          88 NO-ESCROW-LEDGER                 VALUE "Y".
       01 WS-SNAP-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-SNAPSHOT                  VALUE "Y".
       01 WS-PRDEXCP-EOF-SW         PIC X(01) VALUE "N".
          88 END-OF-EXCEPTIONS                VALUE "Y".

       01 WS-LOANS-LISTED           PIC 9(9) COMP VALUE ZERO.
       01 WS-CLOSED-POSTINGS        PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-UNSCHED          PIC 9(9) COMP VALUE ZERO.

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-SUSPENSE               PIC S9(9)V99 COMP-3.
       01 WS-FEES-ASSESSED          PIC S9(9)V99 COMP-3.
       01 WS-FEES-COLLECTED         PIC S9(9)V99 COMP-3.
       01 WS-MISC-FEES-OUT          PIC S9(9)V99 COMP-3.
       01 WS-PRIOR-FEE              PIC S9(7)V99 COMP-3.
       01 WS-PRIOR-PMT-NO           PIC S9(4) COMP.
       01 WS-UPB                    PIC S9(9)V99 COMP-3.
       01 WS-SI-BALANCE             PIC S9(9)V99 COMP-3.
       01 WS-SI-BAL-SW              PIC X(01).
          88 SI-BALANCE-ON-LEDGER             VALUE "Y".
       01 WS-ESCROW-BALANCE         PIC S9(9)V99 COMP-3.
       01 WS-STEP-IX                PIC S9(2) COMP.

       01 WS-TOT-SUSPENSE           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-ASSESSED           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-COLLECTED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-MISC-FEES          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    THE SAME TOTALS KEPT ONCE FOR EACH COMPANY ON THE COMPANY
      *    TABLE, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-LOANS       PIC 9(9) COMP.
               05 WS-CO-UPB         PIC S9(13)V99 COMP-3.
               05 WS-CO-ESCROW      PIC S9(13)V99 COMP-3.
               05 WS-CO-SUSPENSE    PIC S9(13)V99 COMP-3.
               05 WS-CO-ASSESSED    PIC S9(13)V99 COMP-3.
               05 WS-CO-COLLECTED   PIC S9(13)V99 COMP-3.
               05 WS-CO-MISC-FEES   PIC S9(13)V99 COMP-3.

       01 COMPANY-TOTAL-LABEL.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-PERIOD-END             PIC 9(8) VALUE ZEROS.
          88 DAILY-RUN                        VALUE ZEROS.
       01 WS-CTL-LOAN-COUNT         PIC 9(9).
       01 WS-CTL-UPB                PIC S9(13)V99 COMP-3.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 HL1-TITLE       PIC X(34)
               VALUE "DAILY SERVICING TRIAL BALANCE ".
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER PIC X(16)  VALUE "SUSPENSE".
           05 FILLER PIC X(16)  VALUE "FEES ASSESSED".
           05 FILLER PIC X(16)  VALUE "FEES COLLECTED".
           05 FILLER PIC X(16)  VALUE "MISC FEES OUT".
           05 FILLER PIC X(22)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 DL-ASSESSED       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-COLLECTED      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-MISC-FEES      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(26) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(10) VALUE "TOTALS".
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TL-UPB            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TL-ASSESSED       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TL-COLLECTED      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TL-MISC-FEES      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(20) VALUE SPACES.

       01 XL-HEADING.
           05 FILLER            PIC X(40)
               VALUE "POSTINGS DATED INTO CLOSED PERIODS".
           05 FILLER            PIC X(92) VALUE SPACES.

       01 XL-COL-HEADINGS.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(12)  VALUE "PERIOD END".
           05 FILLER PIC X(12)  VALUE "PAID DATE".
           05 FILLER PIC X(08)  VALUE "PMT NO".
           05 FILLER PIC X(10)  VALUE "TYPE".
           05 FILLER PIC X(18)  VALUE "AMOUNT".
           05 FILLER PIC X(12)  VALUE "DEPOSIT".
           05 FILLER PIC X(10)  VALUE "POSTED".
           05 FILLER PIC X(38)  VALUE SPACES.

       01 XL-DETAIL-LINE.
           05 XL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 XL-PERIOD-END     PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 XL-PAID-DATE      PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 XL-PAYMENT-NO     PIC ZZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 XL-TYPE           PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 XL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 XL-DEPOSIT-ID     PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 XL-RUN-DATE       PIC 9(08).
           05 FILLER            PIC X(40) VALUE SPACES.

       01 XL-NONE-LINE.
           05 FILLER            PIC X(40) VALUE "NONE".
           05 FILLER            PIC X(92) VALUE SPACES.

       COPY AMORTIN.
       COPY AMORTOUT.
       COPY FEEPARMS.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           IF DAILY-RUN
               PERFORM READ-MASTER-RECORD
               PERFORM SWEEP-ONE-LOAN
                   UNTIL END-OF-MASTER
           ELSE
               PERFORM READ-SNAPSHOT-RECORD
               PERFORM LIST-ONE-SNAPSHOT
                   UNTIL END-OF-SNAPSHOT
               PERFORM CHECK-SNAPSHOT-TOTALS
           END-IF
           PERFORM PRINT-PORTFOLIO-TOTALS
           PERFORM PRINT-CLOSED-PERIOD-POSTINGS
           PERFORM WRITE-CONTROL-RECORD
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-TB-PARMS
           PERFORM LOAD-COMPANY-SLOTS
           IF DAILY-RUN
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "AMORTTB: ERROR OPENING LOAN MASTER FILE"
                   DISPLAY "AMORTTB: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
           ELSE
               PERFORM OPEN-CLOSED-PERIOD
           END-IF
           OPEN OUTPUT CONTROL-TOTAL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *    NO CARD, OR NO USABLE DATE ON IT, MEANS TODAY'S DAILY TRIAL
      *    BALANCE FROM THE LIVE MASTER AND LEDGERS.
       READ-TB-PARMS.
           OPEN INPUT TB-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ TB-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-PERIOD-END IS NUMERIC
                               AND TP-PERIOD-END > ZERO
                           MOVE TP-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
               CLOSE TB-PARM-FILE
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTTB: ERROR READING COMPANY TABLE"
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
           MOVE ZERO  TO WS-CO-LOANS(WS-CO-IX)
           MOVE ZEROS TO WS-CO-UPB(WS-CO-IX)
                         WS-CO-ESCROW(WS-CO-IX)
                         WS-CO-SUSPENSE(WS-CO-IX)
                         WS-CO-ASSESSED(WS-CO-IX)
                         WS-CO-COLLECTED(WS-CO-IX)
                         WS-CO-MISC-FEES(WS-CO-IX).

      *    A PERIOD RUN STATES ONLY WHAT THE CLOSE FROZE - A PERIOD
      *    WITH NO CLOSED CONTROL RECORD HAS NO COMPLETE SNAPSHOT.
       OPEN-CLOSED-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "AMORTTB: ERROR - NO PERIODS HAVE BEEN CLOSED"
               DISPLAY "AMORTTB: FILE STATUS " WS-PERCTL-STATUS
               STOP RUN
           END-IF
           MOVE WS-PERIOD-END TO PC-PERIOD-END
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   MOVE "23" TO WS-PERCTL-STATUS
           END-READ
           IF WS-PERCTL-STATUS NOT = "00" OR NOT PC-PERIOD-CLOSED
               DISPLAY "AMORTTB: ERROR - PERIOD " WS-PERIOD-END
                       " HAS NOT BEEN CLOSED"
               STOP RUN
           END-IF
           MOVE PC-LOAN-COUNT TO WS-CTL-LOAN-COUNT
           MOVE PC-TOTAL-UPB  TO WS-CTL-UPB
           CLOSE PERIOD-CONTROL-FILE
           OPEN INPUT PERIOD-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "AMORTTB: ERROR OPENING PERIOD SNAPSHOT FILE"
               DISPLAY "AMORTTB: FILE STATUS " WS-SNAP-STATUS
               STOP RUN
           END-IF
           MOVE WS-PERIOD-END TO PS-PERIOD-END
           MOVE LOW-VALUES    TO PS-LOAN-ID
           START PERIOD-SNAPSHOT-FILE KEY >= PS-KEY
           IF WS-SNAP-STATUS NOT = "00"
               SET END-OF-SNAPSHOT TO TRUE
           END-IF
           MOVE "PERIOD-END TRIAL BALANCE" TO HL1-TITLE.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END
               STOP RUN
           END-IF.

      *    A LOAN WHOSE SERVICING TRANSFER IS NOT YET EFFECTIVE IS
      *    STILL OURS, AND STILL ON THE BOOKS.
       SWEEP-ONE-LOAN.
           IF LM-ACTIVE
                   OR (LM-TRANSFERRED-OUT AND WS-RUN-DATE < LM-XFERDATE)
               PERFORM BALANCE-ONE-LOAN
           END-IF
           PERFORM READ-MASTER-RECORD.
       BALANCE-ONE-LOAN.
           PERFORM SCAN-LEDGER-FOR-LOAN
           PERFORM SCAN-ESCROW-LEDGER
           PERFORM FETCH-MISC-FEES-OUT
           IF LM-SIMPLE-INTEREST
               IF SI-BALANCE-ON-LEDGER
                   MOVE WS-SI-BALANCE TO WS-UPB
               ELSE
                   MOVE LM-PRINCIPAL  TO WS-UPB
               END-IF
           ELSE
           IF LM-FIRSTPAYMENTDATE = ZERO
      *        NO SCHEDULE ARITHMETIC APPLIES - CARRY THE LOAN AT ITS
      *        ORIGINAL PRINCIPAL SO THE PORTFOLIO TOTAL STILL STATES
      *        EVERY LOAN.
                   MOVE OUTORIGPRINCIPAL TO WS-UPB
               END-IF
           END-IF
           END-IF
           MOVE LM-LOAN-ID TO DL-LOAN-ID
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           PERFORM ADD-TO-PORTFOLIO-TOTALS.

      *    THE SNAPSHOT HOLDS EACH LOAN'S POSITION ALREADY WORKED AS
      *    OF THE PERIOD END.
       READ-SNAPSHOT-RECORD.
           IF NOT END-OF-SNAPSHOT
               READ PERIOD-SNAPSHOT-FILE NEXT RECORD
                   AT END
                       SET END-OF-SNAPSHOT TO TRUE
               END-READ
               IF NOT END-OF-SNAPSHOT AND WS-SNAP-STATUS NOT = "00"
                   DISPLAY "AMORTTB: ERROR READING PERIOD SNAPSHOT FILE"
                   DISPLAY "AMORTTB: FILE STATUS " WS-SNAP-STATUS
                   STOP RUN
               END-IF
               IF NOT END-OF-SNAPSHOT
                       AND PS-PERIOD-END NOT = WS-PERIOD-END
                   SET END-OF-SNAPSHOT TO TRUE
               END-IF
           END-IF.

       LIST-ONE-SNAPSHOT.
           IF PS-AT-ORIG-PRINCIPAL
               ADD 1 TO WS-LOANS-UNSCHED
           END-IF
           MOVE PS-UPB            TO WS-UPB
           MOVE PS-ESCROW-BAL     TO WS-ESCROW-BALANCE
           MOVE PS-SUSPENSE       TO WS-SUSPENSE
           MOVE PS-FEES-ASSESSED  TO WS-FEES-ASSESSED
           MOVE PS-FEES-COLLECTED TO WS-FEES-COLLECTED
           MOVE PS-MISC-FEES-OUT  TO WS-MISC-FEES-OUT
           MOVE PS-LOAN-ID        TO DL-LOAN-ID
           MOVE PS-COMPANY-CODE   TO CMP-COMPANY-CODE
           PERFORM ADD-TO-PORTFOLIO-TOTALS
           PERFORM READ-SNAPSHOT-RECORD.

      *    THE SNAPSHOT SHOULD STILL FOOT TO THE TOTALS THE CLOSE
      *    RECORDED FOR IT.
       CHECK-SNAPSHOT-TOTALS.
           IF WS-LOANS-LISTED NOT = WS-CTL-LOAN-COUNT
                   OR WS-TOT-UPB NOT = WS-CTL-UPB
               DISPLAY "AMORTTB: WARNING - SNAPSHOT FOR PERIOD "
                       WS-PERIOD-END " DOES NOT AGREE WITH ITS "
                       "CLOSING TOTALS"
           END-IF.

       ADD-TO-PORTFOLIO-TOTALS.
           ADD 1 TO WS-LOANS-LISTED
           ADD WS-UPB            TO WS-TOT-UPB
           ADD WS-ESCROW-BALANCE TO WS-TOT-ESCROW
           ADD WS-SUSPENSE       TO WS-TOT-SUSPENSE
           ADD WS-FEES-ASSESSED  TO WS-TOT-ASSESSED
           ADD WS-FEES-COLLECTED TO WS-TOT-COLLECTED
           ADD WS-MISC-FEES-OUT  TO WS-TOT-MISC-FEES
           PERFORM FIND-LOAN-COMPANY
           ADD 1 TO WS-CO-LOANS(WS-CO-IX)
           ADD WS-UPB            TO WS-CO-UPB(WS-CO-IX)
           ADD WS-ESCROW-BALANCE TO WS-CO-ESCROW(WS-CO-IX)
           ADD WS-SUSPENSE       TO WS-CO-SUSPENSE(WS-CO-IX)
           ADD WS-FEES-ASSESSED  TO WS-CO-ASSESSED(WS-CO-IX)
           ADD WS-FEES-COLLECTED TO WS-CO-COLLECTED(WS-CO-IX)
           ADD WS-MISC-FEES-OUT  TO WS-CO-MISC-FEES(WS-CO-IX)
           PERFORM PRINT-ONE-DETAIL.

      *    THE CALLER HAS PUT THE LOAN'S COMPANY CODE IN THE LOOK-UP.
       FIND-LOAN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTTB: ABEND - LOAN " DL-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX.

       FETCH-MISC-FEES-OUT.
           MOVE "Q"        TO FEP-FUNCTION
           MOVE LM-LOAN-ID TO FEP-LOAN-ID
           MOVE "AMORTTB"  TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               DISPLAY "AMORTTB: ERROR READING FEE LEDGER FOR "
                       LM-LOAN-ID
               STOP RUN
           END-IF
           MOVE FEP-OUTSTANDING TO WS-MISC-FEES-OUT.

       PRINT-ONE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-UPB            TO DL-UPB
           MOVE WS-ESCROW-BALANCE TO DL-ESCROW
           MOVE WS-SUSPENSE       TO DL-SUSPENSE
           MOVE WS-FEES-ASSESSED  TO DL-ASSESSED
           MOVE WS-FEES-COLLECTED TO DL-COLLECTED
           MOVE WS-MISC-FEES-OUT  TO DL-MISC-FEES
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           IF DAILY-RUN
               MOVE WS-RUN-DATE   TO HL1-RUN-DATE
           ELSE
               MOVE WS-PERIOD-END TO HL1-RUN-DATE
           END-IF
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TOT-SUSPENSE  TO TL-SUSPENSE
           MOVE WS-TOT-ASSESSED  TO TL-ASSESSED
           MOVE WS-TOT-COLLECTED TO TL-COLLECTED
           MOVE WS-TOT-MISC-FEES TO TL-MISC-FEES
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-TOTAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       PRINT-COMPANY-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-CO-CODE(WS-CO-IX)      TO CTL-COMPANY-CODE
           MOVE COMPANY-TOTAL-LABEL       TO TL-LABEL
           MOVE WS-CO-UPB(WS-CO-IX)       TO TL-UPB
           MOVE WS-CO-ESCROW(WS-CO-IX)    TO TL-ESCROW
           MOVE WS-CO-SUSPENSE(WS-CO-IX)  TO TL-SUSPENSE
           MOVE WS-CO-ASSESSED(WS-CO-IX)  TO TL-ASSESSED
           MOVE WS-CO-COLLECTED(WS-CO-IX) TO TL-COLLECTED
           MOVE WS-CO-MISC-FEES(WS-CO-IX) TO TL-MISC-FEES
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    EVERY PAYMENT OR REVERSAL THE POSTING RUN FLAGGED AS DATED
      *    INTO A CLOSED PERIOD - ON THE DAILY RUN THOSE POSTED TODAY,
      *    ON A PERIOD RUN ALL THOSE DATED INTO THAT PERIOD.
       PRINT-CLOSED-PERIOD-POSTINGS.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM XL-HEADING
           WRITE PRINT-LINE FROM XL-COL-HEADINGS
           PERFORM CHECK-PRINT-STATUS
           ADD 3 TO WS-LINE-COUNT
           OPEN INPUT PERIOD-EXCEPTION-FILE
           IF WS-PRDEXCP-STATUS = "35"
               SET END-OF-EXCEPTIONS TO TRUE
           ELSE
               IF WS-PRDEXCP-STATUS NOT = "00"
                   DISPLAY "AMORTTB: ERROR OPENING PERIOD EXCEPTION "
                           "FILE"
                   DISPLAY "AMORTTB: FILE STATUS " WS-PRDEXCP-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM LIST-ONE-EXCEPTION
               UNTIL END-OF-EXCEPTIONS
           IF WS-PRDEXCP-STATUS NOT = "35"
               CLOSE PERIOD-EXCEPTION-FILE
           END-IF
           IF WS-CLOSED-POSTINGS = ZERO
               WRITE PRINT-LINE FROM XL-NONE-LINE
               PERFORM CHECK-PRINT-STATUS
           END-IF.

       LIST-ONE-EXCEPTION.
           READ PERIOD-EXCEPTION-FILE
               AT END
                   SET END-OF-EXCEPTIONS TO TRUE
           END-READ
           IF NOT END-OF-EXCEPTIONS AND WS-PRDEXCP-STATUS NOT = "00"
               DISPLAY "AMORTTB: ERROR READING PERIOD EXCEPTION FILE"
               DISPLAY "AMORTTB: FILE STATUS " WS-PRDEXCP-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-EXCEPTIONS
               IF (DAILY-RUN AND PX-RUN-DATE = WS-RUN-DATE)
                       OR (NOT DAILY-RUN
                           AND PX-PERIOD-END = WS-PERIOD-END)
                   PERFORM PRINT-ONE-EXCEPTION
               END-IF
           END-IF.

       PRINT-ONE-EXCEPTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
               WRITE PRINT-LINE FROM XL-HEADING
               WRITE PRINT-LINE FROM XL-COL-HEADINGS
               ADD 2 TO WS-LINE-COUNT
           END-IF
           ADD 1 TO WS-CLOSED-POSTINGS
           MOVE PX-LOAN-ID    TO XL-LOAN-ID
           MOVE PX-PERIOD-END TO XL-PERIOD-END
           MOVE PX-PAID-DATE  TO XL-PAID-DATE
           MOVE PX-PAYMENT-NO TO XL-PAYMENT-NO
           IF PX-REVERSAL
               MOVE "REVERSAL" TO XL-TYPE
           ELSE
               MOVE "PAYMENT"  TO XL-TYPE
           END-IF
           MOVE PX-AMOUNT     TO XL-AMOUNT
           MOVE PX-DEPOSIT-ID TO XL-DEPOSIT-ID
           MOVE PX-RUN-DATE   TO XL-RUN-DATE
           WRITE PRINT-LINE FROM XL-DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    A PERIOD RUN'S CONTROL RECORDS ARE DATED THE PERIOD END, SO
      *    THE GL DESK CAN TELL THEM FROM DAILY ONES. ONE PER COMPANY,
      *    THEN THE PORTFOLIO RECORD.
       WRITE-CONTROL-RECORD.
           PERFORM WRITE-COMPANY-CONTROL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           PERFORM MOVE-CONTROL-DATE
           MOVE SPACES            TO CT-COMPANY-CODE
           MOVE WS-LOANS-LISTED   TO CT-LOAN-COUNT
           MOVE WS-TOT-UPB        TO CT-TOTAL-UPB
           MOVE WS-TOT-ESCROW     TO CT-TOTAL-ESCROW
           MOVE WS-TOT-SUSPENSE   TO CT-TOTAL-SUSPENSE
           MOVE WS-TOT-ASSESSED   TO CT-FEES-ASSESSED
           MOVE WS-TOT-COLLECTED  TO CT-FEES-COLLECTED
           MOVE WS-TOT-MISC-FEES  TO CT-MISC-FEES-OUT
           PERFORM WRITE-CONTROL-TOTAL.

       WRITE-COMPANY-CONTROL.
           PERFORM MOVE-CONTROL-DATE
           MOVE WS-CO-CODE(WS-CO-IX)      TO CT-COMPANY-CODE
           MOVE WS-CO-LOANS(WS-CO-IX)     TO CT-LOAN-COUNT
           MOVE WS-CO-UPB(WS-CO-IX)       TO CT-TOTAL-UPB
           MOVE WS-CO-ESCROW(WS-CO-IX)    TO CT-TOTAL-ESCROW
           MOVE WS-CO-SUSPENSE(WS-CO-IX)  TO CT-TOTAL-SUSPENSE
           MOVE WS-CO-ASSESSED(WS-CO-IX)  TO CT-FEES-ASSESSED
           MOVE WS-CO-COLLECTED(WS-CO-IX) TO CT-FEES-COLLECTED
           MOVE WS-CO-MISC-FEES(WS-CO-IX) TO CT-MISC-FEES-OUT
           PERFORM WRITE-CONTROL-TOTAL.

       MOVE-CONTROL-DATE.
           IF DAILY-RUN
               MOVE WS-RUN-DATE   TO CT-RUN-DATE
           ELSE
               MOVE WS-PERIOD-END TO CT-RUN-DATE
           END-IF.

       WRITE-CONTROL-TOTAL.
           WRITE CONTROL-TOTAL-RECORD
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "AMORTTB: ERROR WRITING CONTROL TOTAL FILE"
      *    COLLECTED WHEN THAT NEXT PAYMENT POSTED SATISFIED.
       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO  TO WS-LAST-POSTED-NO WS-PRIOR-PMT-NO
           MOVE ZERO  TO WS-SI-BALANCE
           MOVE "N" TO WS-SI-BAL-SW
           MOVE ZEROS TO WS-SUSPENSE WS-FEES-ASSESSED
                         WS-FEES-COLLECTED WS-PRIOR-FEE
           MOVE "N" TO WS-HIST-EOF-SW
                   MOVE PH-PAYMENT-NO   TO WS-PRIOR-PMT-NO
                   MOVE PH-PAYMENT-NO   TO WS-LAST-POSTED-NO
                   MOVE PH-SUSPENSE-BAL TO WS-SUSPENSE
                   IF PH-ACCRUAL-DATE IS NUMERIC
                           AND PH-ACCRUAL-DATE NOT = ZERO
                           AND PH-PRINCIPAL-BAL IS NUMERIC
                       MOVE PH-PRINCIPAL-BAL TO WS-SI-BALANCE
                       SET SI-BALANCE-ON-LEDGER TO TRUE
                   END-IF
               END-IF
           END-IF.

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
               TO ARMRESETRATE(WS-STEP-IX).

       FINALIZE-RUN.
           IF DAILY-RUN
               CLOSE LOAN-MASTER-FILE
           ELSE
               CLOSE PERIOD-SNAPSHOT-FILE
               DISPLAY "AMORTTB: TRIAL BALANCE FOR CLOSED PERIOD "
                       WS-PERIOD-END
           END-IF
           CLOSE CONTROL-TOTAL-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTTB: " WS-LOANS-LISTED " ACTIVE LOANS LISTED, "
                   WS-LOANS-UNSCHED " AT ORIGINAL PRINCIPAL"
           IF WS-CLOSED-POSTINGS > ZERO
               DISPLAY "AMORTTB: " WS-CLOSED-POSTINGS
                       " POSTINGS DATED INTO CLOSED PERIODS"
           END-IF.

       END PROGRAM AMORTTB.
