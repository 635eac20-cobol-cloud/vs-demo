       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTPCL.
       REMARKS. MONTH-END PERIOD CLOSE. SWEEPS EVERY ACTIVE LOAN ON THE
               MASTER AND FREEZES ITS POSITION AS OF THE PERIOD END ON
               THE PERIOD SNAPSHOT FILE (PERSNAP): THE UNPAID PRINCIPAL
               BALANCE, ESCROW BALANCE, SUSPENSE, AND LATE FEES
               ASSESSED AND COLLECTED EXACTLY AS THE DAILY TRIAL
               BALANCE (AMORTTB) STATES THEM, THE MISCELLANEOUS FEES
               STILL OUTSTANDING ON THE FEE LEDGER, THE DELINQUENCY
               BUCKET AND DAYS PAST DUE THE AGING REPORT (AMORTAGE)
               WOULD SHOW AT THE PERIOD END, AND THE NOTE RATE,
               REMAINING TERM, AND STRATA THE STRATIFICATION REPORT
               (AMORTSTR) ROLLS UP BY. LEDGER ACTIVITY DATED AFTER THE
               PERIOD END - PAYMENTS, ESCROW, AND FEES - IS LEFT OUT,
               SO THE CLOSE CAN RUN THE MORNING AFTER MONTH END AND
               STILL STATE THE MONTH-END POSITION. THE LOANS TAKEN ARE
               THOSE ACTIVE AT THE PERIOD END - EVERY LOAN STILL ACTIVE
               ON THE MASTER, AND ANY LOAN PAID OFF, CHARGED OFF,
               TRANSFERRED OUT, OR CLOSED AFTER THE PERIOD END, BY THE
               STATUS DATE STAMPED ON THE MASTER WHEN IT LEFT ACTIVE
               STATUS (OR THE TRANSFER DATE OF A TRANSFER NOT YET IN
               EFFECT).
               ONCE THE WHOLE SNAPSHOT IS ON FILE THE PERIOD IS MARKED
               CLOSED ON THE PERIOD-CONTROL FILE (PERCTL) WITH THE
               SNAPSHOT'S CONTROL TOTALS, FOR THE PORTFOLIO AND AGAIN
               FOR EACH SERVICING COMPANY ON THE COMPANY TABLE. THE
               CLOSE ALWAYS COVERS EVERY COMPANY - A PERIOD IS CLOSED
               FOR THE WHOLE BOOK OR NOT AT ALL. FROM THEN ON THE TRIAL
               BALANCE, STRATIFICATION, AND AGING REPORTS RUN FOR THE
               PERIOD FROM THE SNAPSHOT, AND THE POSTING RUN (AMORTPST)
               FLAGS ANY PAYMENT DATED INTO IT. A CLOSED PERIOD IS
               NEVER CLOSED AGAIN, AND A PERIOD EARLIER THAN ONE
               ALREADY CLOSED IS REFUSED; A CLOSE THAT FAILED PART WAY
               LEAVES THE PERIOD OPEN AND IS SIMPLY RERUN, REPLACING
               WHATEVER SNAPSHOT RECORDS IT LEFT. THE PERIOD END COMES
               FROM THE PARAMETER CARD; WITH NO CARD IT IS THE LAST DAY
               OF THE MONTH BEFORE THE RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCL-PARM-FILE ASSIGN TO "PCLPARM"
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

           SELECT ESCROW-LEDGER-FILE ASSIGN TO "ESCRLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-ESCROW-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT PERIOD-SNAPSHOT-FILE ASSIGN TO "PERSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END
               FILE STATUS IS WS-PERCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PCL-PARM-FILE.
       01  PCL-PARM-RECORD.
           05 PP-PERIOD-END         PIC 9(08).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  FEE-LEDGER-FILE.
       COPY FEELEDG.

       FD  PERIOD-SNAPSHOT-FILE.
       COPY PERSNAP.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-ESCROW-STATUS          PIC X(02).
       01 WS-FEE-STATUS             PIC X(02).
       01 WS-SNAP-STATUS            PIC X(02).
       01 WS-PERCTL-STATUS          PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-MASTER                    VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 END-OF-HISTORY                   VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-ESCROW-EOF-SW          PIC X(01).
          88 END-OF-ESCROW-LEDGER             VALUE "Y".
       01 WS-NO-ESCROW-SW           PIC X(01) VALUE "N".
          88 NO-ESCROW-LEDGER                 VALUE "Y".
       01 WS-FEE-EOF-SW             PIC X(01).
          88 END-OF-FEE-LEDGER                VALUE "Y".
       01 WS-NO-FEE-SW              PIC X(01) VALUE "N".
          88 NO-FEE-LEDGER                    VALUE "Y".
       01 WS-SNAP-EOF-SW            PIC X(01).
          88 END-OF-SNAPSHOT                  VALUE "Y".
       01 WS-SI-BAL-SW              PIC X(01).
          88 SI-BALANCE-ON-LEDGER             VALUE "Y".

       01 WS-LOANS-SWEPT            PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-UNSCHED          PIC 9(9) COMP VALUE ZERO.
       01 WS-SNAPSHOTS-CLEARED      PIC 9(9) COMP VALUE ZERO.

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-FIRST-MISSED-NO        PIC S9(4) COMP.
       01 WS-FIRST-UNPAID-NO        PIC S9(4) COMP.
       01 WS-REMAINING-TERM         PIC S9(4) COMP.
       01 WS-DUE-DATE               PIC 9(8).
       01 WS-DAYS-LATE              PIC S9(9) COMP.
       01 WS-BUCKET-NO              PIC 9(01).
       01 WS-UPB                    PIC S9(9)V99 COMP-3.
       01 WS-SI-BALANCE             PIC S9(9)V99 COMP-3.
       01 WS-SUSPENSE               PIC S9(9)V99 COMP-3.
       01 WS-FEES-ASSESSED          PIC S9(9)V99 COMP-3.
       01 WS-FEES-COLLECTED         PIC S9(9)V99 COMP-3.
       01 WS-MISC-FEES-OUT          PIC S9(9)V99 COMP-3.
       01 WS-PRIOR-FEE              PIC S9(7)V99 COMP-3.
       01 WS-PRIOR-PMT-NO           PIC S9(4) COMP.
       01 WS-ESCROW-BALANCE         PIC S9(9)V99 COMP-3.
       01 WS-STEP-IX                PIC S9(2) COMP.

       01 WS-TOT-UPB                PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-ESCROW             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-SUSPENSE           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-ASSESSED           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-COLLECTED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-MISC-FEES          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-LOANS-DELINQUENT       PIC 9(9) COMP VALUE ZERO.
       01 WS-DELINQUENT-UPB         PIC S9(13)V99 COMP-3 VALUE ZERO.

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
               05 WS-CO-DELINQUENT  PIC 9(9) COMP.
               05 WS-CO-DELINQ-UPB  PIC S9(13)V99 COMP-3.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-PERIOD-END             PIC 9(8) VALUE ZEROS.
       01 WS-DATE-INT               PIC S9(9) COMP.
       01 WS-DATE-WORK.
           05 WS-DW-YEAR            PIC 9(04).
           05 WS-DW-MONTH           PIC 9(02).
           05 WS-DW-DAY             PIC 9(02).
       01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(08).

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
           PERFORM CHECK-PERIOD-OPEN
           PERFORM CLEAR-PARTIAL-SNAPSHOT
           PERFORM READ-MASTER-RECORD
           PERFORM SWEEP-ONE-LOAN
               UNTIL END-OF-MASTER
           PERFORM MARK-PERIOD-CLOSED
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTPCL" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM READ-PCL-PARMS
           PERFORM LOAD-COMPANY-SLOTS
           IF WS-PERIOD-END > WS-RUN-DATE
               DISPLAY "AMORTPCL: ERROR - PERIOD " WS-PERIOD-END
                       " HAS NOT ENDED"
               STOP RUN
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTPCL: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTPCL: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN I-O PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS = "35"
               OPEN OUTPUT PERIOD-CONTROL-FILE
               IF WS-PERCTL-STATUS = "00"
                   CLOSE PERIOD-CONTROL-FILE
                   OPEN I-O PERIOD-CONTROL-FILE
               END-IF
           END-IF
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "AMORTPCL: ERROR OPENING PERIOD CONTROL FILE"
               DISPLAY "AMORTPCL: FILE STATUS " WS-PERCTL-STATUS
               STOP RUN
           END-IF
           OPEN I-O PERIOD-SNAPSHOT-FILE
           IF WS-SNAP-STATUS = "35"
               OPEN OUTPUT PERIOD-SNAPSHOT-FILE
               IF WS-SNAP-STATUS = "00"
                   CLOSE PERIOD-SNAPSHOT-FILE
                   OPEN I-O PERIOD-SNAPSHOT-FILE
               END-IF
           END-IF
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "AMORTPCL: ERROR OPENING PERIOD SNAPSHOT FILE"
               DISPLAY "AMORTPCL: FILE STATUS " WS-SNAP-STATUS
               STOP RUN
           END-IF.

      *    NO CARD, OR NO USABLE DATE ON IT, MEANS THE PERIOD BEING
      *    CLOSED IS THE LAST MONTH FINISHED - THE DAY BEFORE THE
      *    FIRST OF THE MONTH THE RUN FALLS IN.
       READ-PCL-PARMS.
           OPEN INPUT PCL-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PCL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-PERIOD-END IS NUMERIC
                               AND PP-PERIOD-END > ZERO
                           MOVE PP-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
               CLOSE PCL-PARM-FILE
           END-IF
           IF WS-PERIOD-END = ZERO
               MOVE WS-RUN-DATE TO WS-DATE-WORK-N
               MOVE 1 TO WS-DW-DAY
               COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N) - 1
               COMPUTE WS-PERIOD-END =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTPCL: ERROR READING COMPANY TABLE"
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
                         WS-CO-DELINQUENT(WS-CO-IX)
           MOVE ZEROS TO WS-CO-UPB(WS-CO-IX)
                         WS-CO-ESCROW(WS-CO-IX)
                         WS-CO-SUSPENSE(WS-CO-IX)
                         WS-CO-ASSESSED(WS-CO-IX)
                         WS-CO-COLLECTED(WS-CO-IX)
                         WS-CO-MISC-FEES(WS-CO-IX)
                         WS-CO-DELINQ-UPB(WS-CO-IX).

      *    THE FIRST PERIOD ON THE CONTROL FILE AT OR AFTER THIS ONE
      *    SAYS IT ALL: THIS PERIOD ITSELF IS ALREADY CLOSED AND ITS
      *    SNAPSHOT FROZEN, OR A LATER ONE IS AND THE RUN IS BEING
      *    POINTED BACKWARD.
       CHECK-PERIOD-OPEN.
           MOVE WS-PERIOD-END TO PC-PERIOD-END
           START PERIOD-CONTROL-FILE KEY >= PC-PERIOD-END
           IF WS-PERCTL-STATUS = "00"
               READ PERIOD-CONTROL-FILE NEXT RECORD
               IF WS-PERCTL-STATUS = "00" AND PC-PERIOD-CLOSED
                   IF PC-PERIOD-END = WS-PERIOD-END
                       DISPLAY "AMORTPCL: ERROR - PERIOD "
                               WS-PERIOD-END " ALREADY CLOSED "
                               PC-CLOSE-RUN-DATE
                   ELSE
                       DISPLAY "AMORTPCL: ERROR - LATER PERIOD "
                               PC-PERIOD-END " ALREADY CLOSED"
                   END-IF
                   STOP RUN
               END-IF
           END-IF.

      *    A CLOSE THAT STOPPED BEFORE MARKING THE PERIOD CLOSED MAY
      *    HAVE LEFT PART OF THE SNAPSHOT BEHIND - CLEAR IT SO THE
      *    RERUN WRITES THE PERIOD FRESH.
       CLEAR-PARTIAL-SNAPSHOT.
           MOVE "N" TO WS-SNAP-EOF-SW
           MOVE WS-PERIOD-END TO PS-PERIOD-END
           MOVE LOW-VALUES    TO PS-LOAN-ID
           START PERIOD-SNAPSHOT-FILE KEY >= PS-KEY
           IF WS-SNAP-STATUS NOT = "00"
               SET END-OF-SNAPSHOT TO TRUE
           END-IF
           PERFORM CLEAR-ONE-SNAPSHOT-RECORD
               UNTIL END-OF-SNAPSHOT.

       CLEAR-ONE-SNAPSHOT-RECORD.
           READ PERIOD-SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET END-OF-SNAPSHOT TO TRUE
           END-READ
           IF NOT END-OF-SNAPSHOT AND WS-SNAP-STATUS NOT = "00"
               DISPLAY "AMORTPCL: ERROR READING PERIOD SNAPSHOT FILE"
               DISPLAY "AMORTPCL: FILE STATUS " WS-SNAP-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-SNAPSHOT
               IF PS-PERIOD-END NOT = WS-PERIOD-END
                   SET END-OF-SNAPSHOT TO TRUE
               ELSE
                   DELETE PERIOD-SNAPSHOT-FILE RECORD
                   IF WS-SNAP-STATUS NOT = "00"
                       DISPLAY "AMORTPCL: ERROR DELETING PERIOD "
                               "SNAPSHOT"
                       DISPLAY "AMORTPCL: FILE STATUS " WS-SNAP-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SNAPSHOTS-CLEARED
               END-IF
           END-IF.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ
           IF NOT END-OF-MASTER AND WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTPCL: ERROR READING LOAN MASTER FILE"
               DISPLAY "AMORTPCL: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.

      *    A LOAN THAT LEFT ACTIVE STATUS AFTER THE PERIOD END WAS
      *    STILL ON THE BOOKS AT IT; ITS LEDGER ACTIVITY SINCE - THE
      *    PAYOFF ITSELF INCLUDED - IS LEFT OUT LIKE ANY OTHER LOAN'S.
       SWEEP-ONE-LOAN.
           IF LM-ACTIVE
                   OR LM-STATUSDATE > WS-PERIOD-END
                   OR (LM-TRANSFERRED-OUT
                       AND WS-PERIOD-END < LM-XFERDATE)
               PERFORM SNAPSHOT-ONE-LOAN
           END-IF
           PERFORM READ-MASTER-RECORD.

       SNAPSHOT-ONE-LOAN.
           ADD 1 TO WS-LOANS-SWEPT
           PERFORM POSITION-ONE-LOAN
           PERFORM ASSIGN-DELINQUENCY-BUCKET
           PERFORM SCAN-ESCROW-LEDGER
           PERFORM TOTAL-MISC-FEES-OUT
           ADD WS-UPB            TO WS-TOT-UPB
           ADD WS-ESCROW-BALANCE TO WS-TOT-ESCROW
           ADD WS-SUSPENSE       TO WS-TOT-SUSPENSE
           ADD WS-FEES-ASSESSED  TO WS-TOT-ASSESSED
           ADD WS-FEES-COLLECTED TO WS-TOT-COLLECTED
           ADD WS-MISC-FEES-OUT  TO WS-TOT-MISC-FEES
           IF WS-BUCKET-NO > ZERO
               ADD 1      TO WS-LOANS-DELINQUENT
               ADD WS-UPB TO WS-DELINQUENT-UPB
           END-IF
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           PERFORM FIND-LOAN-COMPANY
           ADD 1 TO WS-CO-LOANS(WS-CO-IX)
           ADD WS-UPB            TO WS-CO-UPB(WS-CO-IX)
           ADD WS-ESCROW-BALANCE TO WS-CO-ESCROW(WS-CO-IX)
           ADD WS-SUSPENSE       TO WS-CO-SUSPENSE(WS-CO-IX)
           ADD WS-FEES-ASSESSED  TO WS-CO-ASSESSED(WS-CO-IX)
           ADD WS-FEES-COLLECTED TO WS-CO-COLLECTED(WS-CO-IX)
           ADD WS-MISC-FEES-OUT  TO WS-CO-MISC-FEES(WS-CO-IX)
           IF WS-BUCKET-NO > ZERO
               ADD 1      TO WS-CO-DELINQUENT(WS-CO-IX)
               ADD WS-UPB TO WS-CO-DELINQ-UPB(WS-CO-IX)
           END-IF
           PERFORM WRITE-SNAPSHOT-RECORD.

      *    THE CALLER HAS PUT THE LOAN'S COMPANY CODE IN THE LOOK-UP.
      *    A LOAN UNDER A COMPANY THE TABLE DOES NOT KNOW STOPS THE
      *    CLOSE BEFORE THE PERIOD IS MARKED CLOSED.
       FIND-LOAN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTPCL: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX.

      *    THE TRIAL BALANCE'S POSITION ARITHMETIC, SO THE SNAPSHOT
      *    TOTAL IS THE MONTH-END TRIAL BALANCE, THE STRATIFICATION
      *    REPORT'S REMAINING TERM, AND THE AGING REPORT'S DAYS PAST
      *    DUE COUNTED TO THE PERIOD END. A LOAN WITH NO FIRST PAYMENT
      *    DATE HAS NOTHING FALLEN DUE AND CARRIES AT ORIGINAL
      *    PRINCIPAL AND FULL TERM.
       POSITION-ONE-LOAN.
           PERFORM SCAN-LEDGER-FOR-LOAN
           IF WS-FIRST-MISSED-NO > ZERO
               MOVE WS-FIRST-MISSED-NO TO WS-FIRST-UNPAID-NO
           ELSE
               COMPUTE WS-FIRST-UNPAID-NO = WS-LAST-POSTED-NO + 1
           END-IF
           MOVE ZERO TO WS-DAYS-LATE
           IF LM-FIRSTPAYMENTDATE = ZERO
               IF NOT LM-SIMPLE-INTEREST
                   ADD 1 TO WS-LOANS-UNSCHED
               END-IF
               MOVE LM-PRINCIPAL TO WS-UPB
               MOVE LM-LOANTERM  TO WS-REMAINING-TERM
           ELSE
               PERFORM LOAD-LOANINFO-FROM-MASTER
               CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
               CANCEL "AMORTSTOR"
               IF WS-LAST-POSTED-NO >= 1
                       AND WS-LAST-POSTED-NO <= LOANTERM
                   MOVE OUTBALANCENUM(WS-LAST-POSTED-NO) TO WS-UPB
               ELSE
                   MOVE OUTORIGPRINCIPAL TO WS-UPB
               END-IF
               COMPUTE WS-REMAINING-TERM = LOANTERM - WS-LAST-POSTED-NO
               IF WS-REMAINING-TERM < ZERO
                   MOVE ZERO TO WS-REMAINING-TERM
               END-IF
               IF WS-FIRST-UNPAID-NO <= LOANTERM
                   PERFORM COMPUTE-DAYS-PAST-DUE
               END-IF
           END-IF
           IF LM-SIMPLE-INTEREST
               IF SI-BALANCE-ON-LEDGER
                   MOVE WS-SI-BALANCE TO WS-UPB
               ELSE
                   MOVE LM-PRINCIPAL  TO WS-UPB
               END-IF
           END-IF.

      *    THE AGING REPORT'S BUCKETS, WITH EVERYTHING UNDER 30 DAYS
      *    DOWN AS CURRENT AND A LEGAL-STATUS LOAN 30 OR MORE DAYS
      *    DOWN SEGREGATED, AS THE RESERVE RUN POOLS THEM.
       ASSIGN-DELINQUENCY-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-LATE < 30
                   MOVE 0 TO WS-BUCKET-NO
               WHEN NOT LM-LEGAL-NONE
                   MOVE 5 TO WS-BUCKET-NO
               WHEN WS-DAYS-LATE < 60
                   MOVE 1 TO WS-BUCKET-NO
               WHEN WS-DAYS-LATE < 90
                   MOVE 2 TO WS-BUCKET-NO
               WHEN WS-DAYS-LATE < 120
                   MOVE 3 TO WS-BUCKET-NO
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-NO
           END-EVALUATE.

       WRITE-SNAPSHOT-RECORD.
           MOVE SPACES TO PERIOD-SNAPSHOT-RECORD
           MOVE WS-PERIOD-END       TO PS-PERIOD-END
           MOVE LM-LOAN-ID          TO PS-LOAN-ID
           MOVE LM-BORROWER-NAME    TO PS-BORROWER-NAME
           MOVE LM-PRODUCTCODE      TO PS-PRODUCTCODE
           MOVE LM-STATECODE        TO PS-STATECODE
           MOVE LM-PMTFREQCODE      TO PS-PMTFREQCODE
           MOVE LM-INVESTOR-ID      TO PS-INVESTOR-ID
           MOVE LM-RATE             TO PS-RATE
           MOVE LM-LOANTERM         TO PS-LOANTERM
           MOVE WS-LAST-POSTED-NO   TO PS-LAST-POSTED-NO
           MOVE WS-REMAINING-TERM   TO PS-REMAINING-TERM
           IF LM-FIRSTPAYMENTDATE = ZERO AND NOT LM-SIMPLE-INTEREST
               SET PS-AT-ORIG-PRINCIPAL TO TRUE
           ELSE
               MOVE "N" TO PS-UNSCHED-SW
           END-IF
           MOVE WS-UPB              TO PS-UPB
           MOVE WS-ESCROW-BALANCE   TO PS-ESCROW-BAL
           MOVE WS-SUSPENSE         TO PS-SUSPENSE
           MOVE WS-FEES-ASSESSED    TO PS-FEES-ASSESSED
           MOVE WS-FEES-COLLECTED   TO PS-FEES-COLLECTED
           MOVE WS-MISC-FEES-OUT    TO PS-MISC-FEES-OUT
           MOVE WS-BUCKET-NO        TO PS-BUCKET
           MOVE WS-DAYS-LATE        TO PS-DAYS-LATE
           MOVE WS-FIRST-UNPAID-NO  TO PS-FIRST-UNPAID-NO
           MOVE LM-LEGALSTATUS      TO PS-LEGALSTATUS
           MOVE LM-COMPANYCODE      TO PS-COMPANY-CODE
           WRITE PERIOD-SNAPSHOT-RECORD
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "AMORTPCL: ERROR WRITING PERIOD SNAPSHOT FILE"
               DISPLAY "AMORTPCL: FILE STATUS " WS-SNAP-STATUS
               STOP RUN
           END-IF.

      *    THE PERIOD IS CLOSED ONLY NOW, WITH EVERY LOAN'S SNAPSHOT
      *    RECORD ON FILE.
       MARK-PERIOD-CLOSED.
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-PERIOD-END       TO PC-PERIOD-END
           SET PC-PERIOD-CLOSED TO TRUE
           MOVE WS-RUN-DATE         TO PC-CLOSE-RUN-DATE
           MOVE WS-LOANS-SWEPT      TO PC-LOAN-COUNT
           MOVE WS-TOT-UPB          TO PC-TOTAL-UPB
           MOVE WS-TOT-ESCROW       TO PC-TOTAL-ESCROW
           MOVE WS-TOT-SUSPENSE     TO PC-TOTAL-SUSPENSE
           MOVE WS-TOT-ASSESSED     TO PC-FEES-ASSESSED
           MOVE WS-TOT-COLLECTED    TO PC-FEES-COLLECTED
           MOVE WS-TOT-MISC-FEES    TO PC-MISC-FEES-OUT
           MOVE WS-LOANS-DELINQUENT TO PC-LOANS-DELINQUENT
           MOVE WS-DELINQUENT-UPB   TO PC-DELINQUENT-UPB
           MOVE WS-CO-COUNT         TO PC-COMPANY-COUNT
           PERFORM MOVE-COMPANY-CONTROL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           WRITE PERIOD-CONTROL-RECORD
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "AMORTPCL: ERROR WRITING PERIOD CONTROL FILE"
               DISPLAY "AMORTPCL: FILE STATUS " WS-PERCTL-STATUS
               STOP RUN
           END-IF.

       MOVE-COMPANY-CONTROL.
           MOVE WS-CO-CODE(WS-CO-IX)      TO PC-CO-CODE(WS-CO-IX)
           MOVE WS-CO-LOANS(WS-CO-IX)     TO PC-CO-LOAN-COUNT(WS-CO-IX)
           MOVE WS-CO-UPB(WS-CO-IX)       TO PC-CO-UPB(WS-CO-IX)
           MOVE WS-CO-ESCROW(WS-CO-IX)    TO PC-CO-ESCROW(WS-CO-IX)
           MOVE WS-CO-SUSPENSE(WS-CO-IX)  TO PC-CO-SUSPENSE(WS-CO-IX)
           MOVE WS-CO-ASSESSED(WS-CO-IX)  TO PC-CO-ASSESSED(WS-CO-IX)
           MOVE WS-CO-COLLECTED(WS-CO-IX) TO PC-CO-COLLECTED(WS-CO-IX)
           MOVE WS-CO-MISC-FEES(WS-CO-IX) TO PC-CO-MISC-FEES(WS-CO-IX)
           MOVE WS-CO-DELINQUENT(WS-CO-IX)
               TO PC-CO-DELINQUENT(WS-CO-IX)
           MOVE WS-CO-DELINQ-UPB(WS-CO-IX)
               TO PC-CO-DELINQ-UPB(WS-CO-IX).

      *    ONE PASS DOWN THE LOAN'S LEDGER RECORDS AS THE TRIAL
      *    BALANCE MAKES IT - THE HIGHEST PAYMENT POSTED, THE FIRST
      *    POSTED AS MISSED, THE SUSPENSE ON THE LAST RECORD, AND THE
      *    LATE-FEE ARITHMETIC - STOPPING AT THE FIRST PAYMENT PAID
      *    AFTER THE PERIOD END.
       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO  TO WS-LAST-POSTED-NO WS-FIRST-MISSED-NO
                         WS-PRIOR-PMT-NO
           MOVE ZERO  TO WS-SI-BALANCE
           MOVE "N" TO WS-SI-BAL-SW
           MOVE ZEROS TO WS-SUSPENSE WS-FEES-ASSESSED
                         WS-FEES-COLLECTED WS-PRIOR-FEE
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
                       DISPLAY "AMORTPCL: ERROR OPENING PAYMENT HISTORY"
                       DISPLAY "AMORTPCL: FILE STATUS " WS-HIST-STATUS
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
                       OR PH-ACTUAL-PAID-DATE > WS-PERIOD-END
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   IF WS-PRIOR-FEE > ZERO
                           AND PH-PAYMENT-NO = WS-PRIOR-PMT-NO + 1
                           AND PH-PAID-ON-TIME
                       ADD WS-PRIOR-FEE TO WS-FEES-COLLECTED
                   END-IF
                   ADD PH-LATE-FEE TO WS-FEES-ASSESSED
                   MOVE PH-LATE-FEE     TO WS-PRIOR-FEE
                   MOVE PH-PAYMENT-NO   TO WS-PRIOR-PMT-NO
                   MOVE PH-PAYMENT-NO   TO WS-LAST-POSTED-NO
                   MOVE PH-SUSPENSE-BAL TO WS-SUSPENSE
                   IF PH-PAYMENT-MISSED AND WS-FIRST-MISSED-NO = ZERO
                       MOVE PH-PAYMENT-NO TO WS-FIRST-MISSED-NO
                   END-IF
                   IF PH-ACCRUAL-DATE IS NUMERIC
                           AND PH-ACCRUAL-DATE NOT = ZERO
                           AND PH-PRINCIPAL-BAL IS NUMERIC
                       MOVE PH-PRINCIPAL-BAL TO WS-SI-BALANCE
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
           MOVE DCP-ELAPSED-DAYS TO WS-DAYS-LATE
           IF WS-DAYS-LATE < ZERO
               MOVE ZERO TO WS-DAYS-LATE
           END-IF.

      *    THE RUNNING BALANCE ON THE LAST ESCROW LEDGER RECORD DATED
      *    BY THE PERIOD END. NO LEDGER AT ALL JUST MEANS NO ESCROW
      *    ACTIVITY HAS EVER POSTED.
       SCAN-ESCROW-LEDGER.
           MOVE ZEROS TO WS-ESCROW-BALANCE
           MOVE "N" TO WS-ESCROW-EOF-SW
           IF NO-ESCROW-LEDGER
               SET END-OF-ESCROW-LEDGER TO TRUE
           ELSE
               OPEN INPUT ESCROW-LEDGER-FILE
               IF WS-ESCROW-STATUS = "35"
                   SET NO-ESCROW-LEDGER TO TRUE
                   SET END-OF-ESCROW-LEDGER TO TRUE
               ELSE
                   IF WS-ESCROW-STATUS NOT = "00"
                       DISPLAY "AMORTPCL: ERROR OPENING ESCROW LEDGER"
                       DISPLAY "AMORTPCL: FILE STATUS " WS-ESCROW-STATUS
                       STOP RUN
                   END-IF
                   MOVE LM-LOAN-ID TO EL-LOAN-ID
                   MOVE ZEROS      TO EL-SEQ-NO
                   START ESCROW-LEDGER-FILE KEY >= EL-KEY
                   IF WS-ESCROW-STATUS NOT = "00"
                       SET END-OF-ESCROW-LEDGER TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM SCAN-ONE-ESCROW-RECORD
               UNTIL END-OF-ESCROW-LEDGER
           IF NOT NO-ESCROW-LEDGER
               CLOSE ESCROW-LEDGER-FILE
           END-IF.

       SCAN-ONE-ESCROW-RECORD.
           READ ESCROW-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-ESCROW-LEDGER TO TRUE
           END-READ
           IF NOT END-OF-ESCROW-LEDGER
                   AND WS-ESCROW-STATUS NOT = "00"
               SET END-OF-ESCROW-LEDGER TO TRUE
           END-IF
           IF NOT END-OF-ESCROW-LEDGER
               IF EL-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-ESCROW-LEDGER TO TRUE
               ELSE
                   IF EL-TRAN-DATE <= WS-PERIOD-END
                       MOVE EL-BALANCE TO WS-ESCROW-BALANCE
                   END-IF
               END-IF
           END-IF.

      *    MISCELLANEOUS FEES OUTSTANDING AT THE PERIOD END, WORKED
      *    THE WAY THE FEE LEDGER ROUTINE WORKS THEM - ASSESSED, LESS
      *    APPLIED, LESS WAIVED - COUNTING ONLY WHAT WAS DATED BY THE
      *    PERIOD END. AN APPLICATION BACKED OUT SINCE NO LONGER
      *    COUNTS. NO LEDGER AT ALL MEANS NO FEES.
       TOTAL-MISC-FEES-OUT.
           MOVE ZEROS TO WS-MISC-FEES-OUT
           MOVE "N" TO WS-FEE-EOF-SW
           IF NO-FEE-LEDGER
               SET END-OF-FEE-LEDGER TO TRUE
           ELSE
               OPEN INPUT FEE-LEDGER-FILE
               IF WS-FEE-STATUS = "35"
                   SET NO-FEE-LEDGER TO TRUE
                   SET END-OF-FEE-LEDGER TO TRUE
               ELSE
                   IF WS-FEE-STATUS NOT = "00"
                       DISPLAY "AMORTPCL: ERROR OPENING FEE LEDGER"
                       DISPLAY "AMORTPCL: FILE STATUS " WS-FEE-STATUS
                       STOP RUN
                   END-IF
                   MOVE LM-LOAN-ID TO FL-LOAN-ID
                   MOVE ZEROS      TO FL-SEQ-NO
                   START FEE-LEDGER-FILE KEY >= FL-KEY
                   IF WS-FEE-STATUS NOT = "00"
                       SET END-OF-FEE-LEDGER TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM TALLY-ONE-FEE-RECORD
               UNTIL END-OF-FEE-LEDGER
           IF NOT NO-FEE-LEDGER
               CLOSE FEE-LEDGER-FILE
           END-IF
           IF WS-MISC-FEES-OUT < ZERO
               MOVE ZEROS TO WS-MISC-FEES-OUT
           END-IF.

       TALLY-ONE-FEE-RECORD.
           READ FEE-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-FEE-LEDGER TO TRUE
           END-READ
           IF NOT END-OF-FEE-LEDGER AND WS-FEE-STATUS NOT = "00"
               SET END-OF-FEE-LEDGER TO TRUE
           END-IF
           IF NOT END-OF-FEE-LEDGER
               IF FL-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-FEE-LEDGER TO TRUE
               ELSE
                   IF FL-TRAN-DATE <= WS-PERIOD-END
                       IF FL-FEE-ASSESSED
                           ADD FL-AMOUNT TO WS-MISC-FEES-OUT
                           IF FL-WAIVE-DATE IS NUMERIC
                                   AND FL-WAIVE-DATE NOT = ZERO
                                   AND FL-WAIVE-DATE <= WS-PERIOD-END
                               SUBTRACT FL-WAIVED FROM WS-MISC-FEES-OUT
                           END-IF
                       ELSE
                           IF NOT FL-APPLICATION-REVERSED
                               SUBTRACT FL-AMOUNT FROM WS-MISC-FEES-OUT
                           END-IF
                       END-IF
                   END-IF
               END-IF
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
           CLOSE PERIOD-SNAPSHOT-FILE
           CLOSE PERIOD-CONTROL-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTPCL" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-LOANS-SWEPT TO RC-RECORDS-IN
           MOVE WS-LOANS-SWEPT TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTPCL: PERIOD " WS-PERIOD-END " CLOSED - "
                   WS-LOANS-SWEPT " LOANS SNAPSHOT, "
                   WS-LOANS-UNSCHED " AT ORIGINAL PRINCIPAL, "
                   WS-LOANS-DELINQUENT " DELINQUENT"
           DISPLAY "AMORTPCL: PRINCIPAL " WS-TOT-UPB
                   " ESCROW " WS-TOT-ESCROW
                   " SUSPENSE " WS-TOT-SUSPENSE
           PERFORM DISPLAY-COMPANY-TOTAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           IF WS-SNAPSHOTS-CLEARED > ZERO
               DISPLAY "AMORTPCL: " WS-SNAPSHOTS-CLEARED
                       " RECORDS FROM AN EARLIER FAILED CLOSE REPLACED"
           END-IF.

       DISPLAY-COMPANY-TOTAL.
           DISPLAY "AMORTPCL: COMPANY " WS-CO-CODE(WS-CO-IX) " - "
                   WS-CO-LOANS(WS-CO-IX) " LOANS, PRINCIPAL "
                   WS-CO-UPB(WS-CO-IX) " ESCROW "
                   WS-CO-ESCROW(WS-CO-IX) " SUSPENSE "
                   WS-CO-SUSPENSE(WS-CO-IX).

       END PROGRAM AMORTPCL.
