               FROM THE POSTED PAYMENTS ON THE
               PAYMENT-HISTORY LEDGER: THE FIRST PAYMENT EITHER POSTED
               AS MISSED OR SCHEDULED BUT NEVER POSTED AT ALL SETS THE
               LOAN'S DAYS PAST DUE. ITS DUE DATE COMES FROM THE
               DUE-DATE CALENDAR (DUEDATE) FOR THE LOAN'S PAYMENT
               FREQUENCY; A MONTHLY LOAN'S DAYS ARE COUNTED WITH THE
               SAME 30/360 ARITHMETIC THE SERVICING EVALUATION USES,
               A BI-WEEKLY OR SEMI-MONTHLY LOAN'S IN REAL CALENDAR
               DAYS, SINCE ITS CYCLE IS NOT A MONTH. LOANS
               30 OR MORE DAYS DOWN FALL INTO 30/60/90/120+ BUCKETS;
               THE PRINTED REPORT SHOWS A DETAIL SECTION PER BUCKET
               AND LOAN-COUNT AND UNPAID-BALANCE TOTALS FOR EACH.
               LOANS 16 TO 29 DAYS DOWN ARE NOT BUCKETED OR PRINTED
               BUT GO ON THE COLLECTIONS QUEUE AS BUCKET ZERO, SO THE
               LETTER RUN CAN MAIL THEIR LATE NOTICES.
               A LOAN WITH NO FIRST PAYMENT DATE HAS NOTHING FALLEN
               DUE AND IS NOT AGED.
               WITH A PERIOD END ON THE PARAMETER CARD (AGEPARM) THE
               REPORT AGES THE PORTFOLIO AS OF THAT CLOSED MONTH END
               FROM THE PERIOD SNAPSHOT THE CLOSE (AMORTPCL) FROZE,
               BUCKETS AND BALANCES AS THE CLOSE WORKED THEM; A PERIOD
               NOT CLOSED IS REFUSED. A PERIOD RUN IS A RESTATEMENT
               ONLY AND WRITES NO COLLECTIONS QUEUE.
               THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE REPORT,
               AND THE COLLECTIONS QUEUE, TO ONE SERVICING COMPANY'S
               LOANS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-PARM-FILE ASSIGN TO "AGEPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

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

           SELECT AGE-WORK-FILE ASSIGN TO "AGEWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       FILE SECTION.

       FD  AGE-PARM-FILE.
       01  AGE-PARM-RECORD.
           05 AP-PERIOD-END         PIC 9(08).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  PERIOD-SNAPSHOT-FILE.
       COPY PERSNAP.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       FD  AGE-WORK-FILE.
       01  AGE-WORK-RECORD.
           05 AW-BUCKET             PIC 9(01).
      *    THE COLLECTIONS WORK QUEUE - ONE RECORD PER AGED LOAN, THE
      *    SAME FACTS AS THE PRINTED BUCKETS PLUS THE AMOUNT PAST DUE,
      *    SO THE COLLECTORS WORK A FILE INSTEAD OF A PRINTOUT. THE
      *    FOLLOW-UP RUN (AMORTCOL) AND THE DELINQUENCY LETTER RUN
      *    (AMORTLTR) READ IT EVERY MORNING. BUCKET ZERO IS A LOAN PAST
      *    ITS GRACE PERIOD BUT NOT YET 30 DAYS DOWN - LETTERS ONLY.
      *    THE COMPANY IS THE LOAN'S SERVICING COMPANY, "01" FOR THE
      *    HOME COMPANY.
       FD  COLLECT-QUEUE-FILE.
       01  COLLECT-QUEUE-RECORD.
           05 CQ-LOAN-ID            PIC X(10).
           05 CQ-DAYS-LATE          PIC 9(05).
           05 CQ-PAST-DUE-AMT       PIC S9(9)V99   COMP-3.
           05 CQ-RUN-DATE           PIC 9(08).
           05 CQ-PAYMENT-NO         PIC 9(04).
           05 CQ-COMPANY-CODE       PIC X(02).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 WS-WORK-STATUS            PIC X(02).
       01 WS-QUEUE-STATUS           PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).
       01 WS-PARM-STATUS            PIC X(02).
       01 WS-SNAP-STATUS            PIC X(02).
       01 WS-PERCTL-STATUS          PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-MASTER                    VALUE "Y".
          88 END-OF-WORK                      VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".
       01 WS-SNAP-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-SNAPSHOT                  VALUE "Y".

       01 WS-LOANS-SWEPT            PIC 9(9) COMP VALUE ZERO.

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02).
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".
       01 WS-PERIOD-END             PIC 9(8) VALUE ZEROS.
          88 DAILY-RUN                        VALUE ZEROS.
       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-FIRST-MISSED-NO        PIC S9(4) COMP.
       01 WS-FIRST-UNPAID-NO        PIC S9(4) COMP.
       01 WS-DUE-DATE               PIC 9(8).
       01 WS-DAYS-LATE              PIC S9(9) COMP.
       01 WS-BUCKET-NO              PIC 9(01).
      *    THE FEWEST DAYS DOWN THAT PUTS A LOAN ON THE QUEUE - ONE
      *    PAST THE USUAL FIFTEEN-DAY GRACE PERIOD.
       01 WS-QUEUE-MIN-DAYS         PIC S9(4) COMP VALUE 16.
       01 WS-UPB                    PIC S9(9)V99 COMP-3.
       01 WS-PMTS-PAST-DUE          PIC S9(4) COMP.
       01 WS-PAST-DUE-AMT           PIC S9(9)V99 COMP-3.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(52) VALUE SPACES.

       01 BUCKET-HEADING-LINE.
           05 FILLER          PIC X(08) VALUE "BUCKET: ".

       01 WS-STEP-IX                PIC S9(2) COMP.

       COPY DAYCOUNT.
       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
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
               PERFORM SWEEP-ONE-SNAPSHOT
                   UNTIL END-OF-SNAPSHOT
           END-IF
           PERFORM PRINT-AGING-REPORT
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           PERFORM READ-AGE-PARMS
           PERFORM SELECT-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           IF DAILY-RUN
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "AMORTAGE: ERROR OPENING LOAN MASTER FILE"
                   DISPLAY "AMORTAGE: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
           ELSE
               PERFORM OPEN-CLOSED-PERIOD
           END-IF
           OPEN OUTPUT AGE-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "AMORTAGE: FILE STATUS " WS-WORK-STATUS
               STOP RUN
           END-IF
           IF DAILY-RUN
               OPEN OUTPUT COLLECT-QUEUE-FILE
               IF WS-QUEUE-STATUS NOT = "00"
                   DISPLAY "AMORTAGE: ERROR OPENING COLLECTIONS QUEUE"
                   DISPLAY "AMORTAGE: FILE STATUS " WS-QUEUE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               MOVE ZEROS TO WS-BUCKET-UPB(WS-BUCKET-NO)
           END-PERFORM.

      *    NO CARD, OR NO USABLE DATE ON IT, MEANS TODAY'S AGING FROM
      *    THE LIVE MASTER AND LEDGER, QUEUE AND ALL.
       READ-AGE-PARMS.
           OPEN INPUT AGE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ AGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-PERIOD-END IS NUMERIC
                               AND AP-PERIOD-END > ZERO
                           MOVE AP-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
               CLOSE AGE-PARM-FILE
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTAGE: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTAGE: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS ONE THIS RUN COVERS. A COMPANY THE TABLE
      *    DOES NOT KNOW STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTAGE: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           IF CMP-SELECTED
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

      *    A PERIOD RUN STATES ONLY WHAT THE CLOSE FROZE - A PERIOD
      *    WITH NO CLOSED CONTROL RECORD HAS NO COMPLETE SNAPSHOT. THE
      *    REPORT IS DATED AS OF THE PERIOD END.
       OPEN-CLOSED-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "AMORTAGE: ERROR - NO PERIODS HAVE BEEN CLOSED"
               DISPLAY "AMORTAGE: FILE STATUS " WS-PERCTL-STATUS
               STOP RUN
           END-IF
           MOVE WS-PERIOD-END TO PC-PERIOD-END
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   MOVE "23" TO WS-PERCTL-STATUS
           END-READ
           IF WS-PERCTL-STATUS NOT = "00" OR NOT PC-PERIOD-CLOSED
               DISPLAY "AMORTAGE: ERROR - PERIOD " WS-PERIOD-END
                       " HAS NOT BEEN CLOSED"
               STOP RUN
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           OPEN INPUT PERIOD-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "AMORTAGE: ERROR OPENING PERIOD SNAPSHOT FILE"
               DISPLAY "AMORTAGE: FILE STATUS " WS-SNAP-STATUS
               STOP RUN
           END-IF
           MOVE WS-PERIOD-END TO PS-PERIOD-END
           MOVE LOW-VALUES    TO PS-LOAN-ID
           START PERIOD-SNAPSHOT-FILE KEY >= PS-KEY
           IF WS-SNAP-STATUS NOT = "00"
               SET END-OF-SNAPSHOT TO TRUE
           END-IF
           MOVE WS-PERIOD-END TO WS-AS-OF-DATE
           INITIALIZE LOANINFO.

       READ-SNAPSHOT-RECORD.
           IF NOT END-OF-SNAPSHOT
               READ PERIOD-SNAPSHOT-FILE NEXT RECORD
                   AT END
                       SET END-OF-SNAPSHOT TO TRUE
               END-READ
               IF NOT END-OF-SNAPSHOT AND WS-SNAP-STATUS NOT = "00"
                   DISPLAY "AMORTAGE: ERROR READING PERIOD SNAPSHOT "
                           "FILE"
                   DISPLAY "AMORTAGE: FILE STATUS " WS-SNAP-STATUS
                   STOP RUN
               END-IF
               IF NOT END-OF-SNAPSHOT
                       AND PS-PERIOD-END NOT = WS-PERIOD-END
                   SET END-OF-SNAPSHOT TO TRUE
               END-IF
           END-IF.

       SWEEP-ONE-SNAPSHOT.
           MOVE PS-COMPANY-CODE TO CMP-COMPANY-CODE
           PERFORM CHECK-RUN-COMPANY
           IF IN-RUN-COMPANY
               PERFORM LIST-ONE-SNAPSHOT
           END-IF
           PERFORM READ-SNAPSHOT-RECORD.

      *    THE CLOSE ALREADY BUCKETED EACH LOAN AS OF THE PERIOD END.
       LIST-ONE-SNAPSHOT.
           ADD 1 TO WS-LOANS-SWEPT
           IF PS-DELINQUENT
               MOVE PS-BUCKET          TO WS-BUCKET-NO
               MOVE PS-UPB             TO WS-UPB
               MOVE PS-LOAN-ID         TO AW-LOAN-ID
               MOVE PS-BORROWER-NAME   TO AW-BORROWER
               MOVE PS-FIRST-UNPAID-NO TO AW-PAYMENT-NO
               MOVE PS-DAYS-LATE       TO AW-DAYS-LATE
               PERFORM FILE-AGED-LOAN
           END-IF.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END

       SWEEP-ONE-LOAN.
           IF LM-ACTIVE
                   OR (LM-TRANSFERRED-OUT
                       AND WS-AS-OF-DATE < LM-XFERDATE)
               MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               PERFORM CHECK-RUN-COMPANY
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF
           IF IN-RUN-COMPANY
               ADD 1 TO WS-LOANS-SWEPT
               IF LM-FIRSTPAYMENTDATE NOT = ZERO
                   PERFORM AGE-ONE-LOAN
               END-IF
           END-IF
               PERFORM COMPUTE-DAYS-PAST-DUE
               IF WS-DAYS-LATE >= 30
                   PERFORM BUCKET-THIS-LOAN
               ELSE
                   IF WS-DAYS-LATE >= WS-QUEUE-MIN-DAYS
                           AND LM-LEGAL-NONE
                       MOVE ZERO TO WS-BUCKET-NO
                       PERFORM WRITE-QUEUE-RECORD
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
               END-IF
           END-IF.

      *    THE FIRST UNPAID PAYMENT'S DUE DATE FROM THE DUE-DATE
      *    CALENDAR. A MONTHLY LOAN AGES ON THE SAME 30/360 DAY
      *    ARITHMETIC THE SERVICING EVALUATION USES - EVERY MONTH IS
      *    30 DAYS, EVERY YEAR 360; A BI-WEEKLY OR SEMI-MONTHLY LOAN
      *    AGES IN REAL CALENDAR DAYS.
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
           MOVE WS-AS-OF-DATE TO DCP-TO-DATE
           CALL "DAYCNT" USING DAYCOUNT-PARMS
           MOVE DCP-ELAPSED-DAYS TO WS-DAYS-LATE.

      *    A LOAN UNDER A LEGAL STATUS - BANKRUPTCY, FORECLOSURE, OR
      *    CEASE-AND-DESIST - IS SEGREGATED INTO ITS OWN SECTION
           ELSE
               MOVE OUTORIGPRINCIPAL TO WS-UPB
           END-IF
           MOVE LM-LOAN-ID         TO AW-LOAN-ID
           MOVE LM-BORROWER-NAME   TO AW-BORROWER
           MOVE WS-FIRST-UNPAID-NO TO AW-PAYMENT-NO
           MOVE WS-DAYS-LATE       TO AW-DAYS-LATE
           PERFORM FILE-AGED-LOAN
           IF WS-BUCKET-NO < 5
               PERFORM WRITE-QUEUE-RECORD
           END-IF.

       FILE-AGED-LOAN.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-NO)
           ADD WS-UPB TO WS-BUCKET-UPB(WS-BUCKET-NO)
           MOVE WS-BUCKET-NO       TO AW-BUCKET
           MOVE WS-UPB             TO AW-UPB
           WRITE AGE-WORK-RECORD
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "AMORTAGE: ERROR WRITING AGING WORK FILE"
               DISPLAY "AMORTAGE: FILE STATUS " WS-WORK-STATUS
               STOP RUN
           END-IF.

      *    THE AMOUNT PAST DUE IS THE FIRST UNPAID PAYMENT'S AMOUNT
      *    DUE TIMES THE NUMBER OF PAYMENTS FALLEN DUE SINCE IT, THE
      *    FIRST UNPAID ONE INCLUDED - THE SAME CALENDAR COUNT THE
      *    CREDIT-BUREAU EXTRACT FURNISHES.
       WRITE-QUEUE-RECORD.
           MOVE "C"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WS-AS-OF-DATE       TO DDP-AS-OF-DATE
           CALL "DUEDATE" USING DUEDATE-PARMS
           COMPUTE WS-PMTS-PAST-DUE =
                DDP-DUE-COUNT - WS-FIRST-UNPAID-NO + 1
           IF WS-PMTS-PAST-DUE < 1
               MOVE 1 TO WS-PMTS-PAST-DUE
           END-IF
           IF WS-FIRST-UNPAID-NO >= 1
                   AND WS-FIRST-UNPAID-NO <= LOANTERM
               COMPUTE WS-PAST-DUE-AMT =
           MOVE WS-DAYS-LATE       TO CQ-DAYS-LATE
           MOVE WS-PAST-DUE-AMT    TO CQ-PAST-DUE-AMT
           MOVE WS-AS-OF-DATE      TO CQ-RUN-DATE
           MOVE WS-FIRST-UNPAID-NO TO CQ-PAYMENT-NO
           IF LM-COMPANYCODE = SPACES
               MOVE "01"           TO CQ-COMPANY-CODE
           ELSE
               MOVE LM-COMPANYCODE TO CQ-COMPANY-CODE
           END-IF
           WRITE COLLECT-QUEUE-RECORD
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "AMORTAGE: ERROR WRITING COLLECTIONS QUEUE"
           END-IF.

       FINALIZE-RUN.
           IF DAILY-RUN
               CLOSE LOAN-MASTER-FILE
               CLOSE COLLECT-QUEUE-FILE
           ELSE
               CLOSE PERIOD-SNAPSHOT-FILE
               DISPLAY "AMORTAGE: AGING FOR CLOSED PERIOD "
                       WS-PERIOD-END
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "AMORTAGE: " WS-LOANS-SWEPT " ACTIVE LOANS SWEPT".

       END PROGRAM AMORTAGE.
