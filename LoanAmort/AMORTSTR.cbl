               PERCENT OF PORTFOLIO, BALANCE-WEIGHTED AVERAGE COUPON,
               AND BALANCE-WEIGHTED AVERAGE REMAINING TERM; EACH
               SECTION CLOSES WITH A GRAND TOTAL THAT TIES OUT TO THE
               DAILY TRIAL BALANCE. LOANS WITH NO FIRST
               PAYMENT DATE CARRY AT ORIGINAL PRINCIPAL AND FULL
               TERM, AGAIN AS THE TRIAL BALANCE CARRIES THEM.
               WITH A PERIOD END ON THE PARAMETER CARD (STRPARM) THE
               REPORT STRATIFIES THAT CLOSED MONTH FROM THE PERIOD
               SNAPSHOT THE CLOSE (AMORTPCL) FROZE INSTEAD, AND TIES TO
               THAT PERIOD'S TRIAL BALANCE; A PERIOD NOT CLOSED IS
               REFUSED.
               THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE REPORT TO
               ONE SERVICING COMPANY'S LOANS, AND IT THEN TIES TO THAT
               COMPANY'S LINE ON THE TRIAL BALANCE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STR-PARM-FILE ASSIGN TO "STRPARM"
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

           SELECT PRINT-FILE ASSIGN TO "STRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       FILE SECTION.

       FD  STR-PARM-FILE.
       01  STR-PARM-RECORD.
           05 SP-PERIOD-END         PIC 9(08).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  PERIOD-SNAPSHOT-FILE.
       COPY PERSNAP.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).
       01 WS-PARM-STATUS            PIC X(02).
       01 WS-SNAP-STATUS            PIC X(02).
       01 WS-PERCTL-STATUS          PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-MASTER                    VALUE "Y".
          88 END-OF-HISTORY                   VALUE "Y".
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
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-PERIOD-END             PIC 9(8) VALUE ZEROS.
          88 DAILY-RUN                        VALUE ZEROS.

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-UPB                    PIC S9(9)V99 COMP-3.
       01 WS-REMAINING-TERM         PIC S9(4) COMP.
       01 WS-RATE-BAND              PIC 9(2).

      *    THE STRATA ONE LOAN FALLS IN, FROM THE MASTER ON A DAILY
      *    RUN AND FROM THE SNAPSHOT ON A PERIOD RUN.
       01 WS-LOAN-RATE              PIC S9(3)V9(4) COMP-3.
       01 WS-LOAN-PRODUCT           PIC X(04).
       01 WS-LOAN-STATE             PIC X(02).
       01 WS-LOAN-FREQ              PIC X(01).
       01 WS-LOAN-INVESTOR          PIC X(08).
       01 WS-STEP-IX                PIC S9(2) COMP.

      *    ONE ACCUMULATOR TABLE COVERS EVERY DIMENSION - EACH SLOT
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(56) VALUE SPACES.

       01 SECTION-HEADING-LINE.
           05 FILLER          PIC X(13) VALUE "STRATIFIED BY".

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
           PERFORM PRINT-ONE-SECTION
               VARYING WS-PRINT-DIM FROM 1 BY 1
                   UNTIL WS-PRINT-DIM > 5

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-STR-PARMS
           PERFORM SELECT-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           IF DAILY-RUN
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "AMORTSTR: ERROR OPENING LOAN MASTER FILE"
                   DISPLAY "AMORTSTR: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
           ELSE
               PERFORM OPEN-CLOSED-PERIOD
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *    NO CARD, OR NO USABLE DATE ON IT, MEANS TODAY'S PORTFOLIO
      *    FROM THE LIVE MASTER AND LEDGER.
       READ-STR-PARMS.
           OPEN INPUT STR-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ STR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-PERIOD-END IS NUMERIC
                               AND SP-PERIOD-END > ZERO
                           MOVE SP-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
               CLOSE STR-PARM-FILE
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTSTR: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTSTR: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS ONE THIS RUN COVERS. A COMPANY THE TABLE
      *    DOES NOT KNOW STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTSTR: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           IF CMP-SELECTED
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

      *    A PERIOD RUN STATES ONLY WHAT THE CLOSE FROZE - A PERIOD
      *    WITH NO CLOSED CONTROL RECORD HAS NO COMPLETE SNAPSHOT.
       OPEN-CLOSED-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "AMORTSTR: ERROR - NO PERIODS HAVE BEEN CLOSED"
               DISPLAY "AMORTSTR: FILE STATUS " WS-PERCTL-STATUS
               STOP RUN
           END-IF
           MOVE WS-PERIOD-END TO PC-PERIOD-END
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   MOVE "23" TO WS-PERCTL-STATUS
           END-READ
           IF WS-PERCTL-STATUS NOT = "00" OR NOT PC-PERIOD-CLOSED
               DISPLAY "AMORTSTR: ERROR - PERIOD " WS-PERIOD-END
                       " HAS NOT BEEN CLOSED"
               STOP RUN
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           OPEN INPUT PERIOD-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "AMORTSTR: ERROR OPENING PERIOD SNAPSHOT FILE"
               DISPLAY "AMORTSTR: FILE STATUS " WS-SNAP-STATUS
               STOP RUN
           END-IF
           MOVE WS-PERIOD-END TO PS-PERIOD-END
           MOVE LOW-VALUES    TO PS-LOAN-ID
           START PERIOD-SNAPSHOT-FILE KEY >= PS-KEY
           IF WS-SNAP-STATUS NOT = "00"
               SET END-OF-SNAPSHOT TO TRUE
           END-IF.

       READ-SNAPSHOT-RECORD.
           IF NOT END-OF-SNAPSHOT
               READ PERIOD-SNAPSHOT-FILE NEXT RECORD
                   AT END
                       SET END-OF-SNAPSHOT TO TRUE
               END-READ
               IF NOT END-OF-SNAPSHOT AND WS-SNAP-STATUS NOT = "00"
                   DISPLAY "AMORTSTR: ERROR READING PERIOD SNAPSHOT "
                           "FILE"
                   DISPLAY "AMORTSTR: FILE STATUS " WS-SNAP-STATUS
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

      *    THE SNAPSHOT ALREADY CARRIES THE PERIOD-END BALANCE AND
      *    REMAINING TERM THE CLOSE WORKED FOR THE LOAN.
       LIST-ONE-SNAPSHOT.
           ADD 1 TO WS-LOANS-SWEPT
           MOVE PS-UPB            TO WS-UPB
           MOVE PS-REMAINING-TERM TO WS-REMAINING-TERM
           MOVE PS-RATE           TO WS-LOAN-RATE
           MOVE PS-PRODUCTCODE    TO WS-LOAN-PRODUCT
           MOVE PS-STATECODE      TO WS-LOAN-STATE
           MOVE PS-PMTFREQCODE    TO WS-LOAN-FREQ
           MOVE PS-INVESTOR-ID    TO WS-LOAN-INVESTOR
           PERFORM ADD-TO-GRAND-TOTALS
           PERFORM STRATIFY-ONE-LOAN.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END

       SWEEP-ONE-LOAN.
           IF LM-ACTIVE
                   OR (LM-TRANSFERRED-OUT AND WS-RUN-DATE < LM-XFERDATE)
               MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               PERFORM CHECK-RUN-COMPANY
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF
           IF IN-RUN-COMPANY
               ADD 1 TO WS-LOANS-SWEPT
               PERFORM MEASURE-ONE-LOAN
               PERFORM STRATIFY-ONE-LOAN
       MEASURE-ONE-LOAN.
           PERFORM SCAN-LEDGER-FOR-LOAN
           IF LM-FIRSTPAYMENTDATE = ZERO
               MOVE LM-PRINCIPAL TO WS-UPB
               MOVE LM-LOANTERM  TO WS-REMAINING-TERM
           ELSE
                   MOVE ZERO TO WS-REMAINING-TERM
               END-IF
           END-IF
           MOVE LM-RATE           TO WS-LOAN-RATE
           MOVE LM-PRODUCTCODE    TO WS-LOAN-PRODUCT
           MOVE LM-STATECODE      TO WS-LOAN-STATE
           MOVE LM-PMTFREQCODE    TO WS-LOAN-FREQ
           MOVE LM-INVESTOR-ID    TO WS-LOAN-INVESTOR
           PERFORM ADD-TO-GRAND-TOTALS.

       ADD-TO-GRAND-TOTALS.
           ADD 1 TO WS-GRAND-COUNT
           ADD WS-UPB TO WS-GRAND-BALANCE
           COMPUTE WS-GRAND-RATE-WT =
                WS-GRAND-RATE-WT + (WS-LOAN-RATE * WS-UPB)
           COMPUTE WS-GRAND-TERM-WT =
                WS-GRAND-TERM-WT + (WS-REMAINING-TERM * WS-UPB).

           PERFORM ACCUMULATE-ONE-STRATUM
           MOVE 2 TO WS-DIM-NO
           MOVE SPACES TO WS-DIM-KEY
           MOVE WS-LOAN-PRODUCT TO WS-DIM-KEY
           PERFORM ACCUMULATE-ONE-STRATUM
           MOVE 3 TO WS-DIM-NO
           MOVE SPACES TO WS-DIM-KEY
           MOVE WS-LOAN-STATE TO WS-DIM-KEY
           PERFORM ACCUMULATE-ONE-STRATUM
           MOVE 4 TO WS-DIM-NO
           MOVE SPACES TO WS-DIM-KEY
           MOVE WS-LOAN-FREQ TO WS-DIM-KEY
           PERFORM ACCUMULATE-ONE-STRATUM
           MOVE 5 TO WS-DIM-NO
           MOVE SPACES TO WS-DIM-KEY
           MOVE WS-LOAN-INVESTOR TO WS-DIM-KEY
           PERFORM ACCUMULATE-ONE-STRATUM.

      *    RATE BANDS ARE WHOLE-PERCENT BUCKETS - A 6.375 NOTE LANDS
      *    IN "RATE 06".
       BUILD-RATE-BAND-KEY.
           COMPUTE WS-RATE-BAND = WS-LOAN-RATE
           MOVE SPACES TO WS-DIM-KEY
           STRING "RATE " WS-RATE-BAND
               DELIMITED BY SIZE INTO WS-DIM-KEY.
           ADD 1 TO WS-ST-COUNT(WS-FOUND-IX)
           ADD WS-UPB TO WS-ST-BALANCE(WS-FOUND-IX)
           COMPUTE WS-ST-RATE-WT(WS-FOUND-IX) =
                WS-ST-RATE-WT(WS-FOUND-IX) + (WS-LOAN-RATE * WS-UPB)
           COMPUTE WS-ST-TERM-WT(WS-FOUND-IX) =
                WS-ST-TERM-WT(WS-FOUND-IX)
                + (WS-REMAINING-TERM * WS-UPB).
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
           PERFORM CHECK-PRINT-STATUS
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
               DISPLAY "AMORTSTR: STRATIFICATION FOR CLOSED PERIOD "
                       WS-PERIOD-END
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "AMORTSTR: " WS-LOANS-SWEPT " ACTIVE LOANS, "
                   WS-NUM-STRATA " STRATA".
