       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTSMM.
       REMARKS. MONTHLY PREPAYMENT SPEED REPORT. MEASURES HOW FAST
               THE PORTFOLIO PREPAID OVER ONE CLOSED MONTH - FROM THE
               PERIOD SNAPSHOT THE CLOSE (AMORTPCL) FROZE AT THE
               PRIOR CLOSED PERIOD END TO THE ONE IT FROZE AT THIS
               ONE. EVERY LOAN ON THE PRIOR SNAPSHOT IS FOLLOWED
               ACROSS THE MONTH: ONE STILL ON THE BOOKS AT THIS PERIOD
               END CURTAILED BY THE EXTRA AND LUMP-SUM PRINCIPAL IN THE
               SCHEDULE ROWS IT POSTED DURING THE MONTH, AND THE REST
               OF ITS PAYDOWN WAS SCHEDULED PRINCIPAL; ONE THE MASTER
               NOW SHOWS CLOSED PAID OFF, AND ALL OF ITS BALANCE PAST
               THE CONTRACTUAL PRINCIPAL THAT FELL DUE IN THE MONTH WAS
               PREPAID. A LOAN CHARGED OFF OR TRANSFERRED OUT STAYS IN
               THE STARTING BALANCE BUT NEVER COUNTS AS A PREPAYMENT.
               THE SINGLE MONTHLY MORTALITY (SMM) IS THE UNSCHEDULED
               PRINCIPAL OVER THE STARTING BALANCE LESS THE SCHEDULED
               PRINCIPAL, AND THE CPR ANNUALIZES IT AS
               1 - (1 - SMM) ** 12.
               THE REPORT BREAKS PAYOFFS OUT FROM CURTAILMENTS AND
               SHOWS THE SPEEDS BY INVESTOR, PRODUCT CODE, NOTE-RATE
               BAND (WHOLE PERCENT), AND VINTAGE (FIRST PAYMENT YEAR),
               EACH SECTION CLOSING WITH THE PORTFOLIO TOTAL. EVERY
               MONTH'S SPEEDS GO ON THE PREPAYMENT SPEED HISTORY FILE
               (PREPSPD), AND THE PORTFOLIO'S TWELVE MONTHS ENDING WITH
               THIS ONE PRINT FROM IT WITH THEIR TRAILING CPR. EACH
               INVESTOR ON THE INVESTOR MASTER (INVMAST, AS THE
               REMITTANCE RUN AMORTREM KEEPS IT) GETS ITS OWN
               POOL-LEVEL SPEED PAGE - ITS MONTH AND ITS OWN TRAILING
               TWELVE MONTHS. A FIFTH SECTION BREAKS THE MONTH OUT BY
               SERVICING COMPANY (THE COMPANY THE PRIOR SNAPSHOT CARRIED
               THE LOAN UNDER), FOOTING TO THE SAME PORTFOLIO TOTAL.
               THE OPTIONAL COMPANY-SELECTION CARD (COMPSEL) LIMITS THE
               REPORT TO ONE COMPANY'S LOANS. SUCH A RUN PRINTS THAT
               COMPANY'S TRAILING TWELVE MONTHS, AS THE FULL RUN SAVED
               THEM, IN PLACE OF THE PORTFOLIO'S; IT WRITES NOTHING TO
               THE HISTORY FILE, SINCE ITS STRATA ARE NOT THE WHOLE
               BOOK'S, AND PRINTS NO INVESTOR POOL PAGES, SINCE A POOL
               IS NOT SPLIT BY COMPANY.
               THE MONTH MEASURED COMES FROM THE PARAMETER CARD
               (SMMPARM); WITH NO CARD IT IS THE LATEST CLOSED PERIOD.
               A PERIOD NOT CLOSED, OR ONE WITH NO CLOSED PERIOD
               BEFORE IT TO MEASURE FROM, IS REFUSED. A RERUN OF THE
               SAME MONTH REPLACES ITS HISTORY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMM-PARM-FILE ASSIGN TO "SMMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INVESTOR-MASTER-FILE ASSIGN TO "INVMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVMAST-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

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

           SELECT SPEED-HISTORY-FILE ASSIGN TO "PREPSPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-SPEED-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SMM-PARM-FILE.
       01  SMM-PARM-RECORD.
           05 SM-PERIOD-END         PIC 9(08).

      *    INVESTOR MASTER - THE REMITTANCE RUN'S HAND-MAINTAINED
      *    FILE. ONLY THE INVESTOR ID MATTERS HERE.
       FD  INVESTOR-MASTER-FILE.
       01  INVESTOR-MASTER-RECORD.
           05 IM-INVESTOR-ID        PIC X(08).
           05 IM-REMIT-METHOD       PIC X(01).
               88 IM-METHOD-WIRE             VALUE "W".
               88 IM-METHOD-ACH              VALUE "A".
               88 IM-METHOD-CHECK            VALUE "C".
           05 IM-BANK-ROUTING       PIC 9(09).
           05 IM-BANK-ACCOUNT       PIC X(17).
           05 IM-CUTOFF-DAY         PIC 9(02).
           05 IM-BASIS              PIC X(01).
               88 IM-BASIS-ACTUAL            VALUE "A" " ".
               88 IM-BASIS-SCHEDULED         VALUE "S".

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PERIOD-SNAPSHOT-FILE.
       COPY PERSNAP.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       FD  SPEED-HISTORY-FILE.
       COPY PREPSPD.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-INVMAST-STATUS         PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-SNAP-STATUS            PIC X(02).
       01 WS-PERCTL-STATUS          PIC X(02).
       01 WS-SPEED-STATUS           PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-INPUT                     VALUE "Y".
       01 WS-SNAP-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-SNAPSHOT                  VALUE "Y".
       01 WS-PERCTL-EOF-SW          PIC X(01) VALUE "N".
          88 END-OF-PERIODS                   VALUE "Y".
       01 WS-SPEED-EOF-SW           PIC X(01).
          88 END-OF-SPEED-HISTORY             VALUE "Y".
       01 WS-MASTER-FOUND-SW        PIC X(01).
          88 MASTER-FOUND                     VALUE "Y".
       01 WS-ON-BOOK-SW             PIC X(01).
          88 STILL-ON-BOOK                    VALUE "Y".

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-CARD-PERIOD-END        PIC 9(8) VALUE ZEROS.
       01 WS-PERIOD-END             PIC 9(8) VALUE ZEROS.
       01 WS-PRIOR-PERIOD-END       PIC 9(8) VALUE ZEROS.
      *    THE TRAILING HISTORY TAKES THE PERIODS AFTER THIS DATE -
      *    THE SAME MONTH-END A YEAR BACK.
       01 WS-TRAIL-AFTER            PIC 9(8).

       01 WS-LOANS-MEASURED         PIC 9(9) COMP VALUE ZERO.
       01 WS-OTHER-EXITS            PIC 9(9) COMP VALUE ZERO.
       01 WS-HISTORY-WRITTEN        PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-PASSED           PIC 9(9) COMP VALUE ZERO.

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    ONE LOAN'S MONTH, FROM THE PRIOR SNAPSHOT, THE CURRENT ONE,
      *    AND THE SCHEDULE ROWS BETWEEN THEM.
       01 WS-SNAP-LOAN-ID           PIC X(10).
       01 WS-LOAN-RATE              PIC S9(3)V9(4) COMP-3.
       01 WS-LOAN-PRODUCT           PIC X(04).
       01 WS-LOAN-INVESTOR          PIC X(08).
       01 WS-LOAN-VINTAGE           PIC X(04).
       01 WS-LOAN-COMPANY           PIC X(02).
       01 WS-PRIOR-UNSCHED-SW       PIC X(01).
          88 PRIOR-AT-ORIG-PRINCIPAL          VALUE "Y".
       01 WS-BEGIN-BALANCE          PIC S9(9)V99 COMP-3.
       01 WS-END-BALANCE            PIC S9(9)V99 COMP-3.
       01 WS-PAID-DOWN              PIC S9(9)V99 COMP-3.
       01 WS-PRIOR-POSTED-NO        PIC S9(4) COMP.
       01 WS-CUR-POSTED-NO          PIC S9(4) COMP.
       01 WS-LAST-ROW-NO            PIC S9(4) COMP.
       01 WS-ROW-IX                 PIC S9(4) COMP.
       01 WS-ROW-EXTRA              PIC S9(9)V99 COMP-3.
       01 WS-LOAN-SCHED             PIC S9(9)V99 COMP-3.
       01 WS-LOAN-PAYOFF            PIC S9(9)V99 COMP-3.
       01 WS-LOAN-CURTAIL           PIC S9(9)V99 COMP-3.
       01 WS-LOAN-PAYOFF-CT         PIC 9(1).
       01 WS-RATE-BAND              PIC 9(2).
       01 WS-STEP-IX                PIC S9(2) COMP.

      *    ONE ACCUMULATOR TABLE COVERS EVERY DIMENSION, THE WAY THE
      *    STRATIFICATION REPORT KEEPS IT - DIMENSION 0 IS THE WHOLE
      *    PORTFOLIO AND ALWAYS TAKES THE FIRST SLOT.
       01 WS-DIM-NO                 PIC 9(1).
       01 WS-DIM-KEY                PIC X(8).
       01 WS-NUM-STRATA             PIC S9(4) COMP VALUE ZERO.
       01 WS-STRAT-IX               PIC S9(4) COMP.
       01 WS-FOUND-IX               PIC S9(4) COMP.
       01 WS-STRAT-TABLE.
           03 WS-STRAT-ENTRY OCCURS 500.
               05 WS-ST-DIM         PIC 9(1).
               05 WS-ST-KEY         PIC X(8).
               05 WS-ST-COUNT       PIC 9(9)       COMP.
               05 WS-ST-PAYOFF-CT   PIC 9(9)       COMP.
               05 WS-ST-BEGIN-BAL   PIC S9(13)V99  COMP-3.
               05 WS-ST-SCHED       PIC S9(13)V99  COMP-3.
               05 WS-ST-PAYOFF      PIC S9(13)V99  COMP-3.
               05 WS-ST-CURTAIL     PIC S9(13)V99  COMP-3.
               05 WS-ST-SMM         PIC S9(1)V9(8) COMP-3.
               05 WS-ST-CPR         PIC S9(1)V9(8) COMP-3.

       01 WS-NET-BALANCE            PIC S9(13)V99 COMP-3.
       01 WS-SMM                    PIC S9(1)V9(8) COMP-3.
       01 WS-CPR                    PIC S9(1)V9(8) COMP-3.
       01 WS-PCT                    PIC S9(3)V9(4) COMP-3.
       01 WS-PRINT-DIM              PIC 9(1).

      *    THE INVESTORS ON THE INVESTOR MASTER, EACH OWED A PAGE.
       01 WS-NUM-INVMAST            PIC S9(4) COMP VALUE ZERO.
       01 WS-INVMAST-IX             PIC S9(4) COMP.
       01 WS-INVMAST-TABLE.
           03 WS-INVMAST-ENTRY OCCURS 100.
               05 WS-IM-ID          PIC X(08).

      *    ONE STRATUM'S TRAILING HISTORY - THE MONTHS FOUND, WHAT
      *    PREPAID OVER THEM, AND THE SURVIVAL PRODUCT OF (1 - SMM)
      *    THE TRAILING SPEEDS COME FROM.
       01 WS-HIST-DIM               PIC 9(1).
       01 WS-HIST-KEY               PIC X(8).
       01 WS-TRAIL-MONTHS           PIC S9(4) COMP.
       01 WS-TRAIL-PAYOFF-CT        PIC 9(9) COMP.
       01 WS-TRAIL-PAYOFF           PIC S9(13)V99 COMP-3.
       01 WS-TRAIL-CURTAIL          PIC S9(13)V99 COMP-3.
       01 WS-TRAIL-SURVIVAL         PIC S9(1)V9(12) COMP-3.

       01 WS-DIM-LABELS.
           03 FILLER PIC X(30) VALUE "INVESTOR".
           03 FILLER PIC X(30) VALUE "PRODUCT CODE".
           03 FILLER PIC X(30) VALUE "NOTE RATE BAND".
           03 FILLER PIC X(30) VALUE "VINTAGE (FIRST PAYMENT YEAR)".
           03 FILLER PIC X(30) VALUE "SERVICING COMPANY".
       01 WS-DIM-LABELS-R REDEFINES WS-DIM-LABELS.
           03 WS-DIM-LABEL PIC X(30) OCCURS 5.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(25)
               VALUE "PREPAYMENT SPEED REPORT".
           05 FILLER          PIC X(14) VALUE "PERIOD ENDING ".
           05 HL1-PERIOD-END   PIC 9(08).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE "MEASURED FROM ".
           05 HL1-PRIOR-END    PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(27) VALUE SPACES.

       01 SECTION-HEADING-LINE.
           05 FILLER          PIC X(09) VALUE "SPEEDS BY".
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SHL-LABEL        PIC X(30).
           05 FILLER          PIC X(92) VALUE SPACES.

       01 INVESTOR-HEADING-LINE.
           05 FILLER          PIC X(14) VALUE "INVESTOR POOL ".
           05 IHL-INVESTOR     PIC X(08).
           05 FILLER          PIC X(110) VALUE SPACES.

       01 TRAIL-HEADING-LINE.
           05 FILLER          PIC X(22) VALUE "TRAILING TWELVE MONTHS".
           05 FILLER          PIC X(01) VALUE SPACE.
           05 THL-LABEL        PIC X(30).
           05 FILLER          PIC X(79) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 CH1-KEY-LABEL PIC X(10)  VALUE "STRATUM".
           05 FILLER PIC X(09)  VALUE "LOANS".
           05 FILLER PIC X(09)  VALUE "PAYOFFS".
           05 FILLER PIC X(18)  VALUE "BEGIN BALANCE".
           05 FILLER PIC X(16)  VALUE "SCHED PRIN".
           05 FILLER PIC X(18)  VALUE "PAYOFF PRIN".
           05 FILLER PIC X(16)  VALUE "CURTAILMENT".
           05 FILLER PIC X(10)  VALUE "SMM PCT".
           05 FILLER PIC X(10)  VALUE "CPR PCT".
           05 FILLER PIC X(16)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-KEY            PIC X(8).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PAYOFF-CT      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-BEGIN-BAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-SCHED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PAYOFF         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-CURTAIL        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-SMM            PIC ZZ9.9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-CPR            PIC ZZ9.9999.
           05 FILLER            PIC X(18) VALUE SPACES.

      *    THE TRAILING LINE SHOWS WHAT PREPAID OVER THE MONTHS ON
      *    FILE AND THE AVERAGE SMM AND CPR THEY COMPOUND TO.
       01 TRAIL-TOTAL-LINE.
           05 FILLER            PIC X(10) VALUE "TRAILING".
           05 TT-MONTHS         PIC Z9.
           05 FILLER            PIC X(07) VALUE " MONTHS".
           05 TT-PAYOFF-CT      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(36) VALUE SPACES.
           05 TT-PAYOFF         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TT-CURTAIL        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TT-SMM            PIC ZZ9.9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TT-CPR            PIC ZZ9.9999.
           05 FILLER            PIC X(18) VALUE SPACES.

       01 OTHER-EXIT-LINE.
           05 FILLER            PIC X(40)
               VALUE "LOANS CHARGED OFF OR TRANSFERRED OUT".
           05 FILLER            PIC X(17) VALUE "(NOT PREPAYMENTS)".
           05 FILLER            PIC X(02) VALUE SPACES.
           05 OEL-COUNT         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(66) VALUE SPACES.

       01 NO-LOANS-LINE.
           05 FILLER            PIC X(40)
               VALUE "NO LOANS IN THE POOL FOR THE MONTH".
           05 FILLER            PIC X(92) VALUE SPACES.

       COPY AMORTIN.
       COPY AMORTOUT.
       COPY DUEDATES.
       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-INVESTOR-MASTER
           PERFORM START-PRIOR-SNAPSHOT
           PERFORM READ-SNAPSHOT-RECORD
           PERFORM MEASURE-ONE-LOAN
               UNTIL END-OF-SNAPSHOT
           PERFORM COMPUTE-ONE-SPEED
               VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-NUM-STRATA
           IF WS-RUN-COMPANY = SPACES
               PERFORM SAVE-SPEED-HISTORY
           END-IF
           PERFORM PRINT-ONE-SECTION
               VARYING WS-PRINT-DIM FROM 1 BY 1
                   UNTIL WS-PRINT-DIM > 5
           PERFORM PRINT-OTHER-EXITS
           IF WS-RUN-COMPANY = SPACES
               PERFORM PRINT-PORTFOLIO-HISTORY
               PERFORM PRINT-ONE-INVESTOR-PAGE
                   VARYING WS-INVMAST-IX FROM 1 BY 1
                       UNTIL WS-INVMAST-IX > WS-NUM-INVMAST
           ELSE
               PERFORM PRINT-COMPANY-HISTORY
           END-IF
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTSMM" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM SELECT-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           PERFORM READ-SMM-PARMS
           PERFORM FIND-SPEED-PERIODS
           COMPUTE WS-TRAIL-AFTER = WS-PERIOD-END - 10000
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTSMM: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTSMM: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PERIOD-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "AMORTSMM: ERROR OPENING PERIOD SNAPSHOT FILE"
               DISPLAY "AMORTSMM: FILE STATUS " WS-SNAP-STATUS
               STOP RUN
           END-IF
           OPEN I-O SPEED-HISTORY-FILE
           IF WS-SPEED-STATUS = "35"
               OPEN OUTPUT SPEED-HISTORY-FILE
               IF WS-SPEED-STATUS = "00"
                   CLOSE SPEED-HISTORY-FILE
                   OPEN I-O SPEED-HISTORY-FILE
               END-IF
           END-IF
           IF WS-SPEED-STATUS NOT = "00"
               DISPLAY "AMORTSMM: ERROR OPENING SPEED HISTORY"
               DISPLAY "AMORTSMM: FILE STATUS " WS-SPEED-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTSMM: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTSMM: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTSMM: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTSMM: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS ONE THIS RUN COVERS. A COMPANY THE TABLE
      *    DOES NOT KNOW STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTSMM: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               DISPLAY "AMORTSMM: LOAN " PS-LOAN-ID
               STOP RUN
           END-IF
           IF CMP-SELECTED
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

      *    NO CARD, OR NO USABLE DATE ON IT, MEANS THE LATEST CLOSED
      *    PERIOD.
       READ-SMM-PARMS.
           OPEN INPUT SMM-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ SMM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SM-PERIOD-END IS NUMERIC
                               AND SM-PERIOD-END > ZERO
                           MOVE SM-PERIOD-END TO WS-CARD-PERIOD-END
                       END-IF
               END-READ
               CLOSE SMM-PARM-FILE
           END-IF.

      *    THE MONTH RUNS FROM THE LATEST CLOSED PERIOD BEFORE THE ONE
      *    MEASURED TO THAT ONE - BOTH SNAPSHOTS MUST BE COMPLETE, SO
      *    BOTH PERIODS MUST BE CLOSED.
       FIND-SPEED-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "AMORTSMM: ERROR - NO PERIODS HAVE BEEN CLOSED"
               DISPLAY "AMORTSMM: FILE STATUS " WS-PERCTL-STATUS
               STOP RUN
           END-IF
           MOVE ZEROS TO PC-PERIOD-END
           START PERIOD-CONTROL-FILE KEY >= PC-PERIOD-END
           IF WS-PERCTL-STATUS NOT = "00"
               SET END-OF-PERIODS TO TRUE
           END-IF
           PERFORM SCAN-ONE-PERIOD
               UNTIL END-OF-PERIODS
           CLOSE PERIOD-CONTROL-FILE
           IF WS-PERIOD-END = ZERO
               DISPLAY "AMORTSMM: ERROR - NO PERIODS HAVE BEEN CLOSED"
               STOP RUN
           END-IF
           IF WS-CARD-PERIOD-END NOT = ZERO
                   AND WS-PERIOD-END NOT = WS-CARD-PERIOD-END
               DISPLAY "AMORTSMM: ERROR - PERIOD " WS-CARD-PERIOD-END
                       " HAS NOT BEEN CLOSED"
               STOP RUN
           END-IF
           IF WS-PRIOR-PERIOD-END = ZERO
               DISPLAY "AMORTSMM: ERROR - NO CLOSED PERIOD BEFORE "
                       WS-PERIOD-END " TO MEASURE FROM"
               STOP RUN
           END-IF.

       SCAN-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE NEXT RECORD
               AT END
                   SET END-OF-PERIODS TO TRUE
           END-READ
           IF NOT END-OF-PERIODS AND WS-PERCTL-STATUS NOT = "00"
               DISPLAY "AMORTSMM: ERROR READING PERIOD CONTROL FILE"
               DISPLAY "AMORTSMM: FILE STATUS " WS-PERCTL-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-PERIODS
               IF WS-CARD-PERIOD-END NOT = ZERO
                       AND PC-PERIOD-END > WS-CARD-PERIOD-END
                   SET END-OF-PERIODS TO TRUE
               ELSE
                   IF PC-PERIOD-CLOSED
                       MOVE WS-PERIOD-END TO WS-PRIOR-PERIOD-END
                       MOVE PC-PERIOD-END TO WS-PERIOD-END
                   END-IF
               END-IF
           END-IF.

      *    NO INVESTOR MASTER AT ALL JUST MEANS NO POOL PAGES.
       LOAD-INVESTOR-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT INVESTOR-MASTER-FILE
           IF WS-INVMAST-STATUS NOT = "00"
               SET END-OF-INPUT TO TRUE
           END-IF
           PERFORM LOAD-ONE-INVESTOR
               UNTIL END-OF-INPUT
           IF WS-INVMAST-STATUS = "00" OR WS-INVMAST-STATUS = "10"
               CLOSE INVESTOR-MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       LOAD-ONE-INVESTOR.
           READ INVESTOR-MASTER-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND WS-INVMAST-STATUS NOT = "00"
               SET END-OF-INPUT TO TRUE
           END-IF
           IF NOT END-OF-INPUT
               IF WS-NUM-INVMAST >= 100
                   DISPLAY "AMORTSMM: ABEND - INVESTOR MASTER FULL"
                   STOP RUN
               END-IF
               ADD 1 TO WS-NUM-INVMAST
               MOVE IM-INVESTOR-ID TO WS-IM-ID(WS-NUM-INVMAST)
           END-IF.

       START-PRIOR-SNAPSHOT.
           MOVE WS-PRIOR-PERIOD-END TO PS-PERIOD-END
           MOVE LOW-VALUES          TO PS-LOAN-ID
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
                   DISPLAY "AMORTSMM: ERROR READING PERIOD SNAPSHOT "
                           "FILE"
                   DISPLAY "AMORTSMM: FILE STATUS " WS-SNAP-STATUS
                   STOP RUN
               END-IF
               IF NOT END-OF-SNAPSHOT
                       AND PS-PERIOD-END NOT = WS-PRIOR-PERIOD-END
                   SET END-OF-SNAPSHOT TO TRUE
               END-IF
           END-IF.

      *    ONE LOAN ON THE PRIOR SNAPSHOT. ITS STRATA ARE THE ONES IT
      *    STARTED THE MONTH IN, ITS COMPANY THE ONE IT WAS SERVICED
      *    UNDER AT THE PRIOR CLOSE (COMPSERV HANDS A BLANK CODE BACK
      *    AS THE HOME COMPANY'S).
       MEASURE-ONE-LOAN.
           MOVE PS-COMPANY-CODE TO CMP-COMPANY-CODE
           PERFORM CHECK-RUN-COMPANY
           IF IN-RUN-COMPANY
               MOVE CMP-COMPANY-CODE TO WS-LOAN-COMPANY
               PERFORM MEASURE-LOAN-MONTH
           ELSE
               ADD 1 TO WS-LOANS-PASSED
           END-IF
           PERFORM READ-SNAPSHOT-RECORD.

       MEASURE-LOAN-MONTH.
           ADD 1 TO WS-LOANS-MEASURED
           MOVE PS-LOAN-ID        TO WS-SNAP-LOAN-ID
           MOVE PS-UPB            TO WS-BEGIN-BALANCE
           MOVE PS-LAST-POSTED-NO TO WS-PRIOR-POSTED-NO
           MOVE PS-UNSCHED-SW     TO WS-PRIOR-UNSCHED-SW
           MOVE PS-RATE           TO WS-LOAN-RATE
           MOVE PS-PRODUCTCODE    TO WS-LOAN-PRODUCT
           MOVE PS-INVESTOR-ID    TO WS-LOAN-INVESTOR
           MOVE ZEROS TO WS-LOAN-SCHED WS-LOAN-PAYOFF WS-LOAN-CURTAIL
                         WS-LOAN-PAYOFF-CT
           PERFORM READ-LOAN-MASTER
           IF MASTER-FOUND AND LM-FIRSTPAYMENTDATE > ZERO
               MOVE LM-FIRSTPAYMENTDATE(1:4) TO WS-LOAN-VINTAGE
           ELSE
               MOVE "NONE" TO WS-LOAN-VINTAGE
           END-IF
           PERFORM FIND-CURRENT-SNAPSHOT
           EVALUATE TRUE
               WHEN STILL-ON-BOOK
                   PERFORM MEASURE-CURTAILMENT
               WHEN MASTER-FOUND AND LM-CLOSED
                   PERFORM MEASURE-PAYOFF
               WHEN OTHER
                   ADD 1 TO WS-OTHER-EXITS
           END-EVALUATE
           PERFORM STRATIFY-ONE-LOAN.

       READ-LOAN-MASTER.
           MOVE WS-SNAP-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO WS-MASTER-STATUS
           END-READ
           IF WS-MASTER-STATUS = "00"
               SET MASTER-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-MASTER-FOUND-SW
           END-IF.

      *    THE LOAN'S RECORD ON THIS PERIOD'S SNAPSHOT, IF IT IS STILL
      *    ON THE BOOKS. THE KEYED READ MOVES THE FILE OFF THE PRIOR
      *    PERIOD, SO THE SWEEP IS PUT BACK JUST PAST THIS LOAN.
       FIND-CURRENT-SNAPSHOT.
           MOVE WS-PERIOD-END   TO PS-PERIOD-END
           MOVE WS-SNAP-LOAN-ID TO PS-LOAN-ID
           READ PERIOD-SNAPSHOT-FILE
               INVALID KEY
                   MOVE "23" TO WS-SNAP-STATUS
           END-READ
           IF WS-SNAP-STATUS = "00"
               SET STILL-ON-BOOK TO TRUE
               MOVE PS-UPB            TO WS-END-BALANCE
               MOVE PS-LAST-POSTED-NO TO WS-CUR-POSTED-NO
           ELSE
               MOVE "N" TO WS-ON-BOOK-SW
           END-IF
           MOVE WS-PRIOR-PERIOD-END TO PS-PERIOD-END
           MOVE WS-SNAP-LOAN-ID     TO PS-LOAN-ID
           START PERIOD-SNAPSHOT-FILE KEY > PS-KEY
           IF WS-SNAP-STATUS NOT = "00"
               SET END-OF-SNAPSHOT TO TRUE
           END-IF.

      *    A LOAN STILL ON THE BOOKS CURTAILED BY THE EXTRA AND
      *    LUMP-SUM PRINCIPAL ITS SCHEDULE CARRIED IN THE ROWS IT
      *    POSTED DURING THE MONTH; THE REST OF WHAT ITS BALANCE CAME
      *    DOWN WAS SCHEDULED PRINCIPAL.
       MEASURE-CURTAILMENT.
           COMPUTE WS-PAID-DOWN = WS-BEGIN-BALANCE - WS-END-BALANCE
           IF WS-PAID-DOWN < ZERO
               MOVE ZEROS TO WS-PAID-DOWN
           END-IF
           IF MASTER-FOUND AND LM-FIRSTPAYMENTDATE > ZERO
                   AND NOT PRIOR-AT-ORIG-PRINCIPAL
                   AND WS-CUR-POSTED-NO > WS-PRIOR-POSTED-NO
               PERFORM BUILD-LOAN-SCHEDULE
               MOVE WS-CUR-POSTED-NO TO WS-LAST-ROW-NO
               IF WS-LAST-ROW-NO > LOANTERM
                   MOVE LOANTERM TO WS-LAST-ROW-NO
               END-IF
               COMPUTE WS-ROW-IX = WS-PRIOR-POSTED-NO + 1
               PERFORM ADD-ONE-ROW-CURTAILMENT
                   UNTIL WS-ROW-IX > WS-LAST-ROW-NO
           END-IF
           IF WS-LOAN-CURTAIL > WS-PAID-DOWN
               MOVE WS-PAID-DOWN TO WS-LOAN-CURTAIL
           END-IF
           COMPUTE WS-LOAN-SCHED = WS-PAID-DOWN - WS-LOAN-CURTAIL.

       ADD-ONE-ROW-CURTAILMENT.
           PERFORM COMPUTE-ROW-EXTRA
           ADD WS-ROW-EXTRA TO WS-LOAN-CURTAIL
           ADD 1 TO WS-ROW-IX.

      *    A PAID-OFF LOAN'S SCHEDULED PRINCIPAL IS THE CONTRACTUAL
      *    PRINCIPAL OF THE ROWS PAST ITS LAST POSTED PAYMENT THAT FELL
      *    DUE BY THIS PERIOD END - A LOAN RETIRED BY ITS FINAL
      *    SCHEDULED PAYMENT PREPAID NOTHING. THE REST OF ITS BALANCE
      *    CAME IN AS THE PAYOFF.
       MEASURE-PAYOFF.
           MOVE 1 TO WS-LOAN-PAYOFF-CT
           IF LM-FIRSTPAYMENTDATE > ZERO
                   AND NOT PRIOR-AT-ORIG-PRINCIPAL
               PERFORM BUILD-LOAN-SCHEDULE
               MOVE "C"                 TO DDP-FUNCTION
               MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
               MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
               MOVE WS-PERIOD-END       TO DDP-AS-OF-DATE
               CALL "DUEDATE" USING DUEDATE-PARMS
               MOVE DDP-DUE-COUNT       TO WS-LAST-ROW-NO
               IF WS-LAST-ROW-NO > LOANTERM
                   MOVE LOANTERM TO WS-LAST-ROW-NO
               END-IF
               COMPUTE WS-ROW-IX = WS-PRIOR-POSTED-NO + 1
               PERFORM ADD-ONE-ROW-SCHEDULED
                   UNTIL WS-ROW-IX > WS-LAST-ROW-NO
           END-IF
           IF WS-LOAN-SCHED > WS-BEGIN-BALANCE
               MOVE WS-BEGIN-BALANCE TO WS-LOAN-SCHED
           END-IF
           COMPUTE WS-LOAN-PAYOFF = WS-BEGIN-BALANCE - WS-LOAN-SCHED.

       ADD-ONE-ROW-SCHEDULED.
           PERFORM COMPUTE-ROW-EXTRA
           COMPUTE WS-LOAN-SCHED = WS-LOAN-SCHED
                + OUTPRINCPAIDNUM(WS-ROW-IX) - WS-ROW-EXTRA
           ADD 1 TO WS-ROW-IX.

      *    THE EXTRA PRINCIPAL THE SCHEDULE BUILT INTO ROW WS-ROW-IX,
      *    THE SAME WAY THE SCHEDULE BUILDS IT - NOTHING INSIDE THE
      *    INTEREST-ONLY MONTHS, AND NEVER MORE THAN THE ROW'S
      *    PRINCIPAL.
       COMPUTE-ROW-EXTRA.
           MOVE ZEROS TO WS-ROW-EXTRA
           IF WS-ROW-IX > IOMONTHS
               MOVE EXTRAPAYMENT TO WS-ROW-EXTRA
               IF WS-ROW-IX = LUMPSUMMONTH
                   ADD LUMPSUMAMT TO WS-ROW-EXTRA
               END-IF
           END-IF
           IF WS-ROW-EXTRA < ZERO
               MOVE ZEROS TO WS-ROW-EXTRA
           END-IF
           IF WS-ROW-EXTRA > OUTPRINCPAIDNUM(WS-ROW-IX)
               MOVE OUTPRINCPAIDNUM(WS-ROW-IX) TO WS-ROW-EXTRA
           END-IF.

       BUILD-LOAN-SCHEDULE.
           PERFORM LOAD-LOANINFO-FROM-MASTER
           CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
           CANCEL "AMORTSTOR".

       STRATIFY-ONE-LOAN.
           MOVE 0 TO WS-DIM-NO
           MOVE SPACES TO WS-DIM-KEY
           PERFORM ACCUMULATE-ONE-STRATUM
           MOVE 1 TO WS-DIM-NO
           MOVE SPACES TO WS-DIM-KEY
           MOVE WS-LOAN-INVESTOR TO WS-DIM-KEY
           PERFORM ACCUMULATE-ONE-STRATUM
           MOVE 2 TO WS-DIM-NO
           MOVE SPACES TO WS-DIM-KEY
           MOVE WS-LOAN-PRODUCT TO WS-DIM-KEY
           PERFORM ACCUMULATE-ONE-STRATUM
           MOVE 3 TO WS-DIM-NO
           PERFORM BUILD-RATE-BAND-KEY
           PERFORM ACCUMULATE-ONE-STRATUM
           MOVE 4 TO WS-DIM-NO
           MOVE SPACES TO WS-DIM-KEY
           MOVE WS-LOAN-VINTAGE TO WS-DIM-KEY
           PERFORM ACCUMULATE-ONE-STRATUM
           MOVE 5 TO WS-DIM-NO
           MOVE SPACES TO WS-DIM-KEY
           MOVE WS-LOAN-COMPANY TO WS-DIM-KEY
           PERFORM ACCUMULATE-ONE-STRATUM.

      *    RATE BANDS ARE WHOLE-PERCENT BUCKETS - A 6.375 NOTE LANDS
      *    IN "RATE 06".
       BUILD-RATE-BAND-KEY.
           COMPUTE WS-RATE-BAND = WS-LOAN-RATE
           MOVE SPACES TO WS-DIM-KEY
           STRING "RATE " WS-RATE-BAND
               DELIMITED BY SIZE INTO WS-DIM-KEY.

       ACCUMULATE-ONE-STRATUM.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM FIND-ONE-STRATUM-SLOT
               VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-NUM-STRATA
                      OR WS-FOUND-IX > ZERO
           IF WS-FOUND-IX = ZERO
               IF WS-NUM-STRATA >= 500
                   DISPLAY "AMORTSMM: ABEND - STRATUM TABLE FULL"
                   STOP RUN
               END-IF
               ADD 1 TO WS-NUM-STRATA
               MOVE WS-NUM-STRATA TO WS-FOUND-IX
               MOVE WS-DIM-NO  TO WS-ST-DIM(WS-FOUND-IX)
               MOVE WS-DIM-KEY TO WS-ST-KEY(WS-FOUND-IX)
               MOVE ZERO  TO WS-ST-COUNT(WS-FOUND-IX)
                             WS-ST-PAYOFF-CT(WS-FOUND-IX)
               MOVE ZEROS TO WS-ST-BEGIN-BAL(WS-FOUND-IX)
                             WS-ST-SCHED(WS-FOUND-IX)
                             WS-ST-PAYOFF(WS-FOUND-IX)
                             WS-ST-CURTAIL(WS-FOUND-IX)
                             WS-ST-SMM(WS-FOUND-IX)
                             WS-ST-CPR(WS-FOUND-IX)
           END-IF
           ADD 1 TO WS-ST-COUNT(WS-FOUND-IX)
           ADD WS-LOAN-PAYOFF-CT TO WS-ST-PAYOFF-CT(WS-FOUND-IX)
           ADD WS-BEGIN-BALANCE  TO WS-ST-BEGIN-BAL(WS-FOUND-IX)
           ADD WS-LOAN-SCHED     TO WS-ST-SCHED(WS-FOUND-IX)
           ADD WS-LOAN-PAYOFF    TO WS-ST-PAYOFF(WS-FOUND-IX)
           ADD WS-LOAN-CURTAIL   TO WS-ST-CURTAIL(WS-FOUND-IX).

       FIND-ONE-STRATUM-SLOT.
           IF WS-ST-DIM(WS-STRAT-IX) = WS-DIM-NO
                   AND WS-ST-KEY(WS-STRAT-IX) = WS-DIM-KEY
               MOVE WS-STRAT-IX TO WS-FOUND-IX
           END-IF.

      *    SMM IS THE UNSCHEDULED PRINCIPAL OVER THE BALANCE LEFT TO
      *    PREPAY ONCE THE SCHEDULED PRINCIPAL IS TAKEN OUT; CPR IS
      *    THAT RATE COMPOUNDED OVER TWELVE MONTHS.
       COMPUTE-ONE-SPEED.
           COMPUTE WS-NET-BALANCE =
                WS-ST-BEGIN-BAL(WS-STRAT-IX) - WS-ST-SCHED(WS-STRAT-IX)
           IF WS-NET-BALANCE > ZERO
               COMPUTE WS-SMM ROUNDED =
                    (WS-ST-PAYOFF(WS-STRAT-IX)
                     + WS-ST-CURTAIL(WS-STRAT-IX)) / WS-NET-BALANCE
               IF WS-SMM > 1
                   MOVE 1 TO WS-SMM
               END-IF
               COMPUTE WS-CPR ROUNDED = 1 - ((1 - WS-SMM) ** 12)
           ELSE
               MOVE ZEROS TO WS-SMM WS-CPR
           END-IF
           MOVE WS-SMM TO WS-ST-SMM(WS-STRAT-IX)
           MOVE WS-CPR TO WS-ST-CPR(WS-STRAT-IX).

      *    A RERUN OF THE MONTH FIRST CLEARS WHAT THE EARLIER RUN LEFT,
      *    THEN EVERY STRATUM IS WRITTEN FRESH.
       SAVE-SPEED-HISTORY.
           MOVE "N" TO WS-SPEED-EOF-SW
           MOVE LOW-VALUES TO PV-KEY
           MOVE WS-PERIOD-END TO PV-PERIOD-END
           START SPEED-HISTORY-FILE KEY >= PV-KEY
           IF WS-SPEED-STATUS NOT = "00"
               SET END-OF-SPEED-HISTORY TO TRUE
           END-IF
           PERFORM CLEAR-ONE-MONTH-RECORD
               UNTIL END-OF-SPEED-HISTORY
           PERFORM WRITE-ONE-STRATUM-HISTORY
               VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-NUM-STRATA.

       CLEAR-ONE-MONTH-RECORD.
           PERFORM READ-NEXT-SPEED-HISTORY
           IF NOT END-OF-SPEED-HISTORY
               IF PV-PERIOD-END NOT = WS-PERIOD-END
                   SET END-OF-SPEED-HISTORY TO TRUE
               ELSE
                   DELETE SPEED-HISTORY-FILE RECORD
                   IF WS-SPEED-STATUS NOT = "00"
                       DISPLAY "AMORTSMM: ERROR DELETING SPEED HISTORY"
                       DISPLAY "AMORTSMM: FILE STATUS " WS-SPEED-STATUS
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       WRITE-ONE-STRATUM-HISTORY.
           MOVE SPACES TO PREPAY-SPEED-RECORD
           MOVE WS-PERIOD-END                TO PV-PERIOD-END
           MOVE WS-ST-DIM(WS-STRAT-IX)       TO PV-DIMENSION
           MOVE WS-ST-KEY(WS-STRAT-IX)       TO PV-STRATUM
           MOVE WS-PRIOR-PERIOD-END          TO PV-PRIOR-PERIOD-END
           MOVE WS-ST-COUNT(WS-STRAT-IX)     TO PV-LOAN-COUNT
           MOVE WS-ST-PAYOFF-CT(WS-STRAT-IX) TO PV-PAYOFF-COUNT
           MOVE WS-ST-BEGIN-BAL(WS-STRAT-IX) TO PV-BEGIN-BALANCE
           MOVE WS-ST-SCHED(WS-STRAT-IX)     TO PV-SCHED-PRINCIPAL
           MOVE WS-ST-PAYOFF(WS-STRAT-IX)    TO PV-PAYOFF-AMOUNT
           MOVE WS-ST-CURTAIL(WS-STRAT-IX)   TO PV-CURTAIL-AMOUNT
           MOVE WS-ST-SMM(WS-STRAT-IX)       TO PV-SMM
           MOVE WS-ST-CPR(WS-STRAT-IX)       TO PV-CPR
           MOVE WS-RUN-DATE                  TO PV-RUN-DATE
           WRITE PREPAY-SPEED-RECORD
           IF WS-SPEED-STATUS NOT = "00"
               DISPLAY "AMORTSMM: ERROR WRITING SPEED HISTORY"
               DISPLAY "AMORTSMM: FILE STATUS " WS-SPEED-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-HISTORY-WRITTEN.

       READ-NEXT-SPEED-HISTORY.
           READ SPEED-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-SPEED-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-SPEED-HISTORY AND WS-SPEED-STATUS NOT = "00"
               DISPLAY "AMORTSMM: ERROR READING SPEED HISTORY"
               DISPLAY "AMORTSMM: FILE STATUS " WS-SPEED-STATUS
               STOP RUN
           END-IF.

       PRINT-ONE-SECTION.
           MOVE WS-DIM-LABEL(WS-PRINT-DIM) TO SHL-LABEL
           MOVE "STRATUM" TO CH1-KEY-LABEL
           PERFORM PRINT-SECTION-HEADER
           PERFORM PRINT-MATCHING-STRATUM
               VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-NUM-STRATA
           PERFORM PRINT-SECTION-TOTAL.

       PRINT-MATCHING-STRATUM.
           IF WS-ST-DIM(WS-STRAT-IX) = WS-PRINT-DIM
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADER
                   PERFORM PRINT-SECTION-HEADER
               END-IF
               MOVE WS-ST-KEY(WS-STRAT-IX) TO DL-KEY
               PERFORM PRINT-STRATUM-LINE
           END-IF.

      *    EVERY SECTION FOOTS TO THE SAME PORTFOLIO TOTAL, WHICH IS
      *    ALWAYS THE FIRST SLOT IN THE TABLE.
       PRINT-SECTION-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           IF WS-NUM-STRATA > ZERO
               MOVE 1 TO WS-STRAT-IX
               MOVE "TOTAL" TO DL-KEY
               PERFORM PRINT-STRATUM-LINE
           ELSE
               WRITE PRINT-LINE FROM NO-LOANS-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *    ONE SLOT'S MONTH, WITH THE SPEEDS SHOWN AS PERCENTAGES.
       PRINT-STRATUM-LINE.
           MOVE WS-ST-COUNT(WS-STRAT-IX)     TO DL-COUNT
           MOVE WS-ST-PAYOFF-CT(WS-STRAT-IX) TO DL-PAYOFF-CT
           MOVE WS-ST-BEGIN-BAL(WS-STRAT-IX) TO DL-BEGIN-BAL
           MOVE WS-ST-SCHED(WS-STRAT-IX)     TO DL-SCHED
           MOVE WS-ST-PAYOFF(WS-STRAT-IX)    TO DL-PAYOFF
           MOVE WS-ST-CURTAIL(WS-STRAT-IX)   TO DL-CURTAIL
           COMPUTE WS-PCT ROUNDED = WS-ST-SMM(WS-STRAT-IX) * 100
           MOVE WS-PCT TO DL-SMM
           COMPUTE WS-PCT ROUNDED = WS-ST-CPR(WS-STRAT-IX) * 100
           MOVE WS-PCT TO DL-CPR
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-OTHER-EXITS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-OTHER-EXITS TO OEL-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM OTHER-EXIT-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       PRINT-PORTFOLIO-HISTORY.
           MOVE 0      TO WS-HIST-DIM
           MOVE SPACES TO WS-HIST-KEY
           MOVE "PORTFOLIO" TO THL-LABEL
           PERFORM PRINT-TRAILING-HISTORY.

      *    A COMPANY-LIMITED RUN SHOWS ITS COMPANY'S OWN TRAILING
      *    MONTHS - THE SERVICING COMPANY STRATA THE FULL RUNS SAVED.
       PRINT-COMPANY-HISTORY.
           MOVE 5      TO WS-HIST-DIM
           MOVE SPACES TO WS-HIST-KEY
           MOVE WS-RUN-COMPANY TO WS-HIST-KEY
           MOVE SPACES TO THL-LABEL
           STRING "COMPANY " WS-RUN-COMPANY
               DELIMITED BY SIZE INTO THL-LABEL
           PERFORM PRINT-TRAILING-HISTORY.

      *    EACH INVESTOR ON THE MASTER STARTS A FRESH PAGE WITH ITS
      *    POOL'S MONTH, THEN ITS OWN TRAILING TWELVE MONTHS.
       PRINT-ONE-INVESTOR-PAGE.
           PERFORM PRINT-PAGE-HEADER
           MOVE WS-IM-ID(WS-INVMAST-IX) TO IHL-INVESTOR
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM INVESTOR-HEADING-LINE
           MOVE "STRATUM" TO CH1-KEY-LABEL
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           ADD 3 TO WS-LINE-COUNT
           MOVE 1 TO WS-DIM-NO
           MOVE WS-IM-ID(WS-INVMAST-IX) TO WS-DIM-KEY
           MOVE ZERO TO WS-FOUND-IX
           PERFORM FIND-ONE-STRATUM-SLOT
               VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-NUM-STRATA
                      OR WS-FOUND-IX > ZERO
           IF WS-FOUND-IX > ZERO
               MOVE WS-FOUND-IX TO WS-STRAT-IX
               MOVE WS-IM-ID(WS-INVMAST-IX) TO DL-KEY
               PERFORM PRINT-STRATUM-LINE
           ELSE
               WRITE PRINT-LINE FROM NO-LOANS-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE 1 TO WS-HIST-DIM
           MOVE WS-IM-ID(WS-INVMAST-IX) TO WS-HIST-KEY
           MOVE SPACES TO THL-LABEL
           STRING "INVESTOR " WS-IM-ID(WS-INVMAST-IX)
               DELIMITED BY SIZE INTO THL-LABEL
           PERFORM PRINT-TRAILING-HISTORY.

      *    THE STRATUM WS-HIST-DIM / WS-HIST-KEY ONE MONTH A LINE FOR
      *    THE TWELVE MONTHS ENDING WITH THIS ONE, THEN THE TRAILING
      *    SPEEDS THEY COMPOUND TO.
       PRINT-TRAILING-HISTORY.
           MOVE "PERIOD" TO CH1-KEY-LABEL
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 3
               PERFORM PRINT-PAGE-HEADER
           END-IF
           PERFORM PRINT-TRAIL-HEADER
           MOVE ZERO  TO WS-TRAIL-MONTHS WS-TRAIL-PAYOFF-CT
           MOVE ZEROS TO WS-TRAIL-PAYOFF WS-TRAIL-CURTAIL
           MOVE 1     TO WS-TRAIL-SURVIVAL
           MOVE "N" TO WS-SPEED-EOF-SW
           MOVE WS-TRAIL-AFTER TO PV-PERIOD-END
           MOVE 9              TO PV-DIMENSION
           MOVE HIGH-VALUES    TO PV-STRATUM
           START SPEED-HISTORY-FILE KEY > PV-KEY
           IF WS-SPEED-STATUS NOT = "00"
               SET END-OF-SPEED-HISTORY TO TRUE
           END-IF
           PERFORM PRINT-ONE-HISTORY-MONTH
               UNTIL END-OF-SPEED-HISTORY
           IF WS-TRAIL-MONTHS > ZERO
               PERFORM PRINT-TRAIL-TOTAL
           END-IF.

       PRINT-ONE-HISTORY-MONTH.
           PERFORM READ-NEXT-SPEED-HISTORY
           IF NOT END-OF-SPEED-HISTORY
                   AND PV-PERIOD-END > WS-PERIOD-END
               SET END-OF-SPEED-HISTORY TO TRUE
           END-IF
           IF NOT END-OF-SPEED-HISTORY
                   AND PV-DIMENSION = WS-HIST-DIM
                   AND PV-STRATUM = WS-HIST-KEY
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADER
                   PERFORM PRINT-TRAIL-HEADER
               END-IF
               ADD 1 TO WS-TRAIL-MONTHS
               ADD PV-PAYOFF-COUNT   TO WS-TRAIL-PAYOFF-CT
               ADD PV-PAYOFF-AMOUNT  TO WS-TRAIL-PAYOFF
               ADD PV-CURTAIL-AMOUNT TO WS-TRAIL-CURTAIL
               COMPUTE WS-TRAIL-SURVIVAL ROUNDED =
                    WS-TRAIL-SURVIVAL * (1 - PV-SMM)
               MOVE PV-PERIOD-END      TO DL-KEY
               MOVE PV-LOAN-COUNT      TO DL-COUNT
               MOVE PV-PAYOFF-COUNT    TO DL-PAYOFF-CT
               MOVE PV-BEGIN-BALANCE   TO DL-BEGIN-BAL
               MOVE PV-SCHED-PRINCIPAL TO DL-SCHED
               MOVE PV-PAYOFF-AMOUNT   TO DL-PAYOFF
               MOVE PV-CURTAIL-AMOUNT  TO DL-CURTAIL
               COMPUTE WS-PCT ROUNDED = PV-SMM * 100
               MOVE WS-PCT TO DL-SMM
               COMPUTE WS-PCT ROUNDED = PV-CPR * 100
               MOVE WS-PCT TO DL-CPR
               WRITE PRINT-LINE FROM DETAIL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *    THE MONTHS ON FILE COMPOUND TO ONE AVERAGE MONTHLY SURVIVAL
      *    RATE - ITS COMPLEMENT IS THE TRAILING SMM, AND TWELVE OF IT
      *    THE TRAILING CPR.
       PRINT-TRAIL-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           COMPUTE WS-SMM ROUNDED =
                1 - (WS-TRAIL-SURVIVAL ** (1 / WS-TRAIL-MONTHS))
           COMPUTE WS-CPR ROUNDED =
                1 - (WS-TRAIL-SURVIVAL ** (12 / WS-TRAIL-MONTHS))
           MOVE WS-TRAIL-MONTHS    TO TT-MONTHS
           MOVE WS-TRAIL-PAYOFF-CT TO TT-PAYOFF-CT
           MOVE WS-TRAIL-PAYOFF    TO TT-PAYOFF
           MOVE WS-TRAIL-CURTAIL   TO TT-CURTAIL
           COMPUTE WS-PCT ROUNDED = WS-SMM * 100
           MOVE WS-PCT TO TT-SMM
           COMPUTE WS-PCT ROUNDED = WS-CPR * 100
           MOVE WS-PCT TO TT-CPR
           WRITE PRINT-LINE FROM TRAIL-TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-SECTION-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           ADD 3 TO WS-LINE-COUNT.

       PRINT-TRAIL-HEADER.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM TRAIL-HEADING-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           ADD 3 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PERIOD-END       TO HL1-PERIOD-END
           MOVE WS-PRIOR-PERIOD-END TO HL1-PRIOR-END
           MOVE WS-PAGE-NO          TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTSMM: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTSMM: FILE STATUS " WS-PRINT-STATUS
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
           CLOSE PERIOD-SNAPSHOT-FILE
           CLOSE SPEED-HISTORY-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTSMM" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-LOANS-MEASURED TO RC-RECORDS-IN
           MOVE WS-HISTORY-WRITTEN TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTSMM: PERIOD " WS-PERIOD-END " FROM "
                   WS-PRIOR-PERIOD-END " - " WS-LOANS-MEASURED
                   " LOANS, " WS-NUM-STRATA " STRATA"
           IF WS-LOANS-PASSED > ZERO
               DISPLAY "AMORTSMM: " WS-LOANS-PASSED
                       " LOANS PASSED TO OTHER COMPANIES"
           END-IF
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTSMM: COMPANY RUN - NO SPEED HISTORY "
                       "WRITTEN"
           END-IF.

       END PROGRAM AMORTSMM.
