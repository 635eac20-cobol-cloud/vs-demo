       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTEIN.
       REMARKS. STATE-MANDATED ESCROW INTEREST CREDIT. RUN AFTER EACH
               MONTH END FOR THE MONTH JUST ENDED (OR THE MONTH-END
               DATE ON THE PARAMETER CARD). EVERY ACTIVE LOAN IN A
               STATE WITH A ROW ON THE STATE ESCROW-INTEREST TABLE
               (ESCINTRT) WHOSE CREDITING PERIOD - MONTHLY, QUARTERLY,
               SEMI-ANNUAL, OR ANNUAL, ON CALENDAR PERIODS - ENDS THAT
               DAY EARNS INTEREST AT THE STATE'S RATE ON THE AVERAGE
               DAILY BALANCE OF ITS ESCROW LEDGER OVER THE PERIOD: EACH
               DAY CARRIES THE RUNNING BALANCE AFTER THE LAST LEDGER
               RECORD DATED ON OR BEFORE IT. THE INTEREST IS AVERAGE
               BALANCE TIMES RATE TIMES THE PERIOD'S DAYS OVER 365,
               ROUNDED TO THE CENT, AND NOTHING IS PAID WHEN THE
               AVERAGE IS UNDER THE STATE'S MINIMUM BALANCE. THE
               CREDIT IS POSTED TO THE ESCROW LEDGER AFTER THE LOAN'S
               LAST RECORD AS AN INTEREST-CREDIT TRANSACTION DATED THE
               LAST DAY OF THE PERIOD, RAISING THE RUNNING BALANCE, AND
               IS WHAT THE YEAR-END FORM 1099-INT RUN (AMORT99I)
               REPORTS. A LOAN ALREADY CARRYING AN INTEREST CREDIT
               DATED THAT DAY IS NOT CREDITED AGAIN, SO A RERUN IS
               HARMLESS. EVERY LOAN CREDITED OR HELD UNDER THE MINIMUM
               IS LISTED ON THE CREDIT REGISTER. THE STATE ROW IN
               EFFECT ON THE PERIOD'S LAST DAY GOVERNS THE WHOLE
               PERIOD. THE REGISTER ENDS WITH THE LOANS CREDITED AND
               THE INTEREST PAID FOR EACH SERVICING COMPANY. THE
               OPTIONAL COMPANY-SELECTION CARD (COMPSEL) LIMITS THE RUN
               TO ONE COMPANY'S LOANS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EIN-PARM-FILE ASSIGN TO "EINPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ESCROW-INT-RATE-FILE ASSIGN TO "ESCINTRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ESCROW-LEDGER-FILE ASSIGN TO "ESCRLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRINT-FILE ASSIGN TO "EINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    OPTIONAL - A BLANK OR MISSING CARD CREDITS THE PERIOD THAT
      *    ENDED ON THE LAST DAY OF LAST MONTH.
       FD  EIN-PARM-FILE.
       01  EIN-PARM-RECORD.
           05 EP-PERIOD-END         PIC 9(08).

       FD  ESCROW-INT-RATE-FILE.
       COPY ESINTRT.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-RATE-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-LEDGER-STATUS          PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-MASTER                    VALUE "Y".
       01 WS-RATE-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-RATE-TABLE                VALUE "Y".
       01 WS-LEDGER-EOF-SW          PIC X(01).
          88 END-OF-LEDGER                    VALUE "Y".
       01 WS-RATE-FOUND-SW          PIC X(01).
          88 STATE-RATE-FOUND                 VALUE "Y".
       01 WS-CREDITED-SW            PIC X(01).
          88 ALREADY-CREDITED                 VALUE "Y".

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-PERIOD-END             PIC 9(8).
       01 WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
           05 WS-PE-YYYY            PIC 9(4).
           05 WS-PE-MM              PIC 9(2).
           05 WS-PE-DD              PIC 9(2).
       01 WS-PERIOD-START           PIC 9(8).
       01 WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
           05 WS-PS-YYYY            PIC 9(4).
           05 WS-PS-MM              PIC 9(2).
           05 WS-PS-DD              PIC 9(2).
       01 WS-DATE-WORK              PIC 9(8).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).
       01 WS-DATE-INT               PIC S9(9) COMP.
       01 WS-START-INT              PIC S9(9) COMP.
       01 WS-END-INT                PIC S9(9) COMP.
       01 WS-CUR-INT                PIC S9(9) COMP.
       01 WS-TRAN-INT               PIC S9(9) COMP.
       01 WS-PERIOD-DAYS            PIC S9(4) COMP.
       01 WS-PERIOD-MONTHS          PIC S9(4) COMP.
       01 WS-MONTH-QUOTIENT         PIC S9(4) COMP.
       01 WS-MONTH-REMAINDER        PIC S9(4) COMP.

      *    THE STATE TABLE, LOADED ONCE. THE FILE IS HAND-MAINTAINED -
      *    A ROW WITH ANYTHING NON-NUMERIC IN ITS NUMERIC COLUMNS, OR
      *    AN UNKNOWN CREDITING FREQUENCY, IS IGNORED OUTRIGHT.
       01 WS-ER-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 WS-ER-MAX                 PIC S9(4) COMP VALUE 300.
       01 WS-ER-IX                  PIC S9(4) COMP.
       01 WS-ER-REJECTED            PIC 9(9) COMP VALUE ZERO.
       01 WS-ESCROW-RATE-TABLE.
           05 WS-ER-ENTRY OCCURS 300.
               10 WS-ER-STATE       PIC X(02).
               10 WS-ER-EFF-DATE    PIC 9(8).
               10 WS-ER-RATE        PIC 9(2)V9(4).
               10 WS-ER-FREQ        PIC X(01).
               10 WS-ER-MIN-BAL     PIC 9(7)V99.

      *    THE ROW GOVERNING THE LOAN IN HAND.
       01 WS-BEST-EFF-DATE          PIC 9(8).
       01 WS-LOAN-RATE              PIC 9(2)V9(4).
       01 WS-LOAN-FREQ              PIC X(01).
       01 WS-LOAN-MIN-BAL           PIC 9(7)V99.

      *    THE LOAN'S ESCROW LEDGER OVER THE PERIOD.
       01 WS-LAST-SEQ-NO            PIC 9(6).
       01 WS-LEDGER-BALANCE         PIC S9(9)V99 COMP-3.
       01 WS-LEDGER-RECORDS         PIC 9(9) COMP.
       01 WS-DAY-BALANCE            PIC S9(9)V99 COMP-3.
       01 WS-BALANCE-DAYS           PIC S9(13)V99 COMP-3.
       01 WS-AVERAGE-BALANCE        PIC S9(9)V99 COMP-3.
       01 WS-INTEREST               PIC S9(7)V99 COMP-3.

       01 WS-LOANS-SWEPT            PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-COVERED          PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-CREDITED         PIC 9(9) COMP VALUE ZERO.
       01 WS-BELOW-MINIMUM          PIC 9(9) COMP VALUE ZERO.
       01 WS-ALREADY-DONE           PIC 9(9) COMP VALUE ZERO.
       01 WS-TOT-INTEREST           PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    THE CREDITS FOR EACH COMPANY ON THE COMPANY TABLE, IN
      *    COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-SWEPT       PIC 9(9) COMP.
               05 WS-CO-CREDITED    PIC 9(9) COMP.
               05 WS-CO-INTEREST    PIC S9(11)V99 COMP-3.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(42)
               VALUE "ESCROW INTEREST CREDIT REGISTER - PERIOD ".
           05 HL1-PERIOD-END   PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(50) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(04)  VALUE "ST".
           05 FILLER PIC X(10)  VALUE "FROM".
           05 FILLER PIC X(06)  VALUE "DAYS".
           05 FILLER PIC X(16)  VALUE "AVG DAILY BAL".
           05 FILLER PIC X(10)  VALUE "RATE".
           05 FILLER PIC X(14)  VALUE "INTEREST".
           05 FILLER PIC X(18)  VALUE "NEW ESCROW BAL".
           05 FILLER PIC X(16)  VALUE "NOTE".
           05 FILLER PIC X(26)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-STATE          PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PERIOD-START   PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-DAYS           PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-AVERAGE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-RATE           PIC Z9.9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-INTEREST       PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-NEW-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NOTE           PIC X(16).
           05 FILLER            PIC X(26) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(83) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       01 COMPANY-TOTAL-LINE.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-SWEPT         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(07) VALUE " SWEPT ".
           05 CTL-CREDITED      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(19)
               VALUE " CREDITED INTEREST ".
           05 CTL-INTEREST      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(63) VALUE SPACES.

       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-RATE-TABLE
           PERFORM READ-MASTER-RECORD
           PERFORM SWEEP-ONE-LOAN
               UNTIL END-OF-MASTER
           PERFORM PRINT-EIN-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTEIN" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM SET-CREDITING-DATE
           PERFORM SELECT-RUN-COMPANY
           PERFORM LOAD-COMPANY-SLOTS
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTEIN: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTEIN: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
      *    A MISSING ESCROW LEDGER IS CREATED EMPTY ON FIRST USE.
           OPEN I-O ESCROW-LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT ESCROW-LEDGER-FILE
               IF WS-LEDGER-STATUS = "00"
                   CLOSE ESCROW-LEDGER-FILE
                   OPEN I-O ESCROW-LEDGER-FILE
               END-IF
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AMORTEIN: ERROR OPENING ESCROW LEDGER"
               DISPLAY "AMORTEIN: FILE STATUS " WS-LEDGER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTEIN: ERROR OPENING CREDIT REGISTER FILE"
               DISPLAY "AMORTEIN: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    THE LAST DAY OF LAST MONTH UNLESS THE CARD SAYS OTHERWISE.
      *    A CARD DATE THAT IS NOT A MONTH END STOPS THE RUN RATHER
      *    THAN CREDITING A PERIOD THAT DOES NOT EXIST.
       SET-CREDITING-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           MOVE 01 TO WS-DW-DD
           COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           OPEN INPUT EIN-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ EIN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EP-PERIOD-END IS NUMERIC
                               AND EP-PERIOD-END NOT = ZERO
                           MOVE EP-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
               CLOSE EIN-PARM-FILE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-END) NOT = ZERO
               DISPLAY "AMORTEIN: PERIOD END " WS-PERIOD-END
                       " ON PARM CARD IS NOT A DATE"
               STOP RUN
           END-IF
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
           COMPUTE WS-DATE-INT = WS-END-INT + 1
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           IF WS-DW-DD NOT = 01
               DISPLAY "AMORTEIN: PERIOD END " WS-PERIOD-END
                       " ON PARM CARD IS NOT A MONTH END"
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN CREDITING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTEIN: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTEIN: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS ONE THIS RUN COVERS, AND POINTS WS-CO-IX
      *    AT THE COMPANY'S TOTALS. A COMPANY THE TABLE DOES NOT KNOW
      *    STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTEIN: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-CO-IX
           IF CMP-SELECTED
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

       LOAD-COMPANY-SLOTS.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE 1 TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTEIN: ERROR READING COMPANY TABLE"
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
           MOVE ZERO  TO WS-CO-SWEPT(WS-CO-IX)
                         WS-CO-CREDITED(WS-CO-IX)
           MOVE ZEROS TO WS-CO-INTEREST(WS-CO-IX).

       LOAD-RATE-TABLE.
           OPEN INPUT ESCROW-INT-RATE-FILE
           IF WS-RATE-STATUS = "35"
               DISPLAY "AMORTEIN: NO STATE ESCROW-INTEREST TABLE - "
                       "NO INTEREST CREDITED"
               SET END-OF-RATE-TABLE TO TRUE
           ELSE
               IF WS-RATE-STATUS NOT = "00"
                   DISPLAY "AMORTEIN: ERROR OPENING ESCROW-INTEREST "
                           "TABLE"
                   DISPLAY "AMORTEIN: FILE STATUS " WS-RATE-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-ONE-RATE-ROW
               UNTIL END-OF-RATE-TABLE
           IF WS-RATE-STATUS NOT = "35"
               CLOSE ESCROW-INT-RATE-FILE
           END-IF.

       READ-ONE-RATE-ROW.
           READ ESCROW-INT-RATE-FILE
               AT END
                   SET END-OF-RATE-TABLE TO TRUE
           END-READ
           IF NOT END-OF-RATE-TABLE AND WS-RATE-STATUS NOT = "00"
               DISPLAY "AMORTEIN: ERROR READING ESCROW-INTEREST TABLE"
               DISPLAY "AMORTEIN: FILE STATUS " WS-RATE-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-RATE-TABLE
               IF ER-STATE-CODE NOT = SPACES
                 AND ER-EFFECTIVE-DATE IS NUMERIC
                 AND ER-RATE IS NUMERIC
                 AND ER-MIN-BALANCE IS NUMERIC
                 AND (ER-CREDIT-MONTHLY OR ER-CREDIT-QUARTERLY
                      OR ER-CREDIT-SEMI-ANNUAL OR ER-CREDIT-ANNUAL)
                   PERFORM KEEP-ONE-RATE-ROW
               ELSE
                   ADD 1 TO WS-ER-REJECTED
                   DISPLAY "AMORTEIN: ESCROW-INTEREST ROW FOR STATE "
                           ER-STATE-CODE " IGNORED - INVALID"
               END-IF
           END-IF.

       KEEP-ONE-RATE-ROW.
           IF WS-ER-COUNT >= WS-ER-MAX
               DISPLAY "AMORTEIN: MORE THAN " WS-ER-MAX
                       " ROWS ON ESCROW-INTEREST TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-ER-COUNT
           MOVE ER-STATE-CODE     TO WS-ER-STATE(WS-ER-COUNT)
           MOVE ER-EFFECTIVE-DATE TO WS-ER-EFF-DATE(WS-ER-COUNT)
           MOVE ER-RATE           TO WS-ER-RATE(WS-ER-COUNT)
           MOVE ER-CREDIT-FREQ    TO WS-ER-FREQ(WS-ER-COUNT)
           MOVE ER-MIN-BALANCE    TO WS-ER-MIN-BAL(WS-ER-COUNT).

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ
           IF NOT END-OF-MASTER AND WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTEIN: ERROR READING LOAN MASTER FILE"
               DISPLAY "AMORTEIN: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.

      *    ONLY A LOAN STILL BEING SERVICED HOLDS ESCROW TO EARN ON -
      *    A PAID-OFF LOAN'S ESCROW WAS REFUNDED AT PAYOFF. ONE WHOSE
      *    SERVICING TRANSFER TAKES EFFECT AFTER THE PERIOD END HELD
      *    ITS ESCROW WITH US THROUGH THE PERIOD.
       SWEEP-ONE-LOAN.
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           PERFORM CHECK-RUN-COMPANY
           IF IN-RUN-COMPANY
               AND (LM-ACTIVE
                    OR (LM-TRANSFERRED-OUT
                        AND WS-PERIOD-END < LM-XFERDATE))
               ADD 1 TO WS-LOANS-SWEPT
               ADD 1 TO WS-CO-SWEPT(WS-CO-IX)
               PERFORM FIND-STATE-RATE
               IF STATE-RATE-FOUND AND WS-LOAN-RATE > ZERO
                   PERFORM CHECK-PERIOD-ENDS
                   IF WS-MONTH-REMAINDER = ZERO
                       ADD 1 TO WS-LOANS-COVERED
                       PERFORM CREDIT-ONE-LOAN
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

      *    THE LOAN STATE'S ROW WITH THE LATEST EFFECTIVE DATE NOT
      *    AFTER THE LAST DAY OF THE PERIOD.
       FIND-STATE-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE ZEROS TO WS-BEST-EFF-DATE
           PERFORM JUDGE-ONE-RATE-ROW
               VARYING WS-ER-IX FROM 1 BY 1
                   UNTIL WS-ER-IX > WS-ER-COUNT.

       JUDGE-ONE-RATE-ROW.
           IF WS-ER-STATE(WS-ER-IX) = LM-STATECODE
             AND WS-ER-EFF-DATE(WS-ER-IX) <= WS-PERIOD-END
             AND (NOT STATE-RATE-FOUND
                  OR WS-ER-EFF-DATE(WS-ER-IX) >= WS-BEST-EFF-DATE)
               SET STATE-RATE-FOUND TO TRUE
               MOVE WS-ER-EFF-DATE(WS-ER-IX) TO WS-BEST-EFF-DATE
               MOVE WS-ER-RATE(WS-ER-IX)     TO WS-LOAN-RATE
               MOVE WS-ER-FREQ(WS-ER-IX)     TO WS-LOAN-FREQ
               MOVE WS-ER-MIN-BAL(WS-ER-IX)  TO WS-LOAN-MIN-BAL
           END-IF.

      *    CREDITING PERIODS ARE CALENDAR PERIODS - A QUARTER ENDS IN
      *    MARCH, JUNE, SEPTEMBER, AND DECEMBER, A HALF-YEAR IN JUNE
      *    AND DECEMBER, A YEAR IN DECEMBER. A ZERO REMAINDER MEANS
      *    THE LOAN'S PERIOD ENDS ON THE CREDITING DATE; THE PERIOD
      *    THEN STARTS ON THE FIRST OF ITS FIRST MONTH.
       CHECK-PERIOD-ENDS.
           EVALUATE WS-LOAN-FREQ
               WHEN "M"
                   MOVE 1  TO WS-PERIOD-MONTHS
               WHEN "Q"
                   MOVE 3  TO WS-PERIOD-MONTHS
               WHEN "S"
                   MOVE 6  TO WS-PERIOD-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-PERIOD-MONTHS
           END-EVALUATE
           DIVIDE WS-PE-MM BY WS-PERIOD-MONTHS
               GIVING WS-MONTH-QUOTIENT
               REMAINDER WS-MONTH-REMAINDER
           MOVE WS-PE-YYYY TO WS-PS-YYYY
           COMPUTE WS-PS-MM = WS-PE-MM - WS-PERIOD-MONTHS + 1
           MOVE 01 TO WS-PS-DD
           COMPUTE WS-START-INT =
                FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1.

       CREDIT-ONE-LOAN.
           PERFORM SCAN-LOAN-ESCROW
           IF ALREADY-CREDITED
               ADD 1 TO WS-ALREADY-DONE
               MOVE ZEROS TO WS-INTEREST
               MOVE "ALREADY CREDITED" TO DL-NOTE
               PERFORM PRINT-CREDIT-DETAIL
           ELSE
           IF WS-LEDGER-RECORDS > ZERO
               COMPUTE WS-AVERAGE-BALANCE ROUNDED =
                    WS-BALANCE-DAYS / WS-PERIOD-DAYS
               IF WS-AVERAGE-BALANCE > ZERO
                   IF WS-AVERAGE-BALANCE < WS-LOAN-MIN-BAL
                       ADD 1 TO WS-BELOW-MINIMUM
                       MOVE ZEROS TO WS-INTEREST
                       MOVE "UNDER MINIMUM" TO DL-NOTE
                       PERFORM PRINT-CREDIT-DETAIL
                   ELSE
                       COMPUTE WS-INTEREST ROUNDED =
                            WS-AVERAGE-BALANCE * WS-LOAN-RATE / 100
                                * WS-PERIOD-DAYS / 365
                       IF WS-INTEREST > ZERO
                           PERFORM POST-INTEREST-CREDIT
                           MOVE SPACES TO DL-NOTE
                           PERFORM PRINT-CREDIT-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    ONE PASS DOWN THE LOAN'S LEDGER. THE BALANCE-DAYS SUM
      *    CARRIES EACH DAY OF THE PERIOD AT THE RUNNING BALANCE AFTER
      *    THE LAST RECORD DATED ON OR BEFORE IT - THE BALANCE BROUGHT
      *    INTO THE PERIOD UNTIL THE FIRST RECORD INSIDE IT, AND SO ON
      *    TO THE PERIOD'S LAST DAY. RECORDS DATED AFTER THE PERIOD
      *    (A LATE RUN) DO NOT COUNT TOWARD IT, BUT THE CREDIT STILL
      *    FOLLOWS THE LOAN'S LAST RECORD.
       SCAN-LOAN-ESCROW.
           MOVE ZERO  TO WS-LAST-SEQ-NO WS-LEDGER-RECORDS
           MOVE ZEROS TO WS-LEDGER-BALANCE WS-DAY-BALANCE
                         WS-BALANCE-DAYS
           MOVE WS-START-INT TO WS-CUR-INT
           MOVE "N" TO WS-LEDGER-EOF-SW WS-CREDITED-SW
           MOVE LM-LOAN-ID TO EL-LOAN-ID
           MOVE ZEROS      TO EL-SEQ-NO
           START ESCROW-LEDGER-FILE KEY >= EL-KEY
           IF WS-LEDGER-STATUS NOT = "00"
               SET END-OF-LEDGER TO TRUE
           END-IF
           PERFORM SCAN-ONE-LEDGER-RECORD
               UNTIL END-OF-LEDGER
           COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                + WS-DAY-BALANCE * (WS-END-INT + 1 - WS-CUR-INT).

       SCAN-ONE-LEDGER-RECORD.
           READ ESCROW-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-LEDGER TO TRUE
           END-READ
           IF NOT END-OF-LEDGER AND WS-LEDGER-STATUS NOT = "00"
               SET END-OF-LEDGER TO TRUE
           END-IF
           IF NOT END-OF-LEDGER
               IF EL-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-LEDGER TO TRUE
               ELSE
                   ADD 1 TO WS-LEDGER-RECORDS
                   MOVE EL-SEQ-NO  TO WS-LAST-SEQ-NO
                   MOVE EL-BALANCE TO WS-LEDGER-BALANCE
                   IF EL-INTEREST-CREDIT
                           AND EL-TRAN-DATE = WS-PERIOD-END
                       SET ALREADY-CREDITED TO TRUE
                   END-IF
                   PERFORM APPLY-ONE-LEDGER-RECORD
               END-IF
           END-IF.

       APPLY-ONE-LEDGER-RECORD.
           IF EL-TRAN-DATE <= WS-PERIOD-END
               IF EL-TRAN-DATE < WS-PERIOD-START
                   MOVE EL-BALANCE TO WS-DAY-BALANCE
               ELSE
                   COMPUTE WS-TRAN-INT =
                        FUNCTION INTEGER-OF-DATE(EL-TRAN-DATE)
                   IF WS-TRAN-INT > WS-CUR-INT
                       COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                            + WS-DAY-BALANCE
                                * (WS-TRAN-INT - WS-CUR-INT)
                       MOVE WS-TRAN-INT TO WS-CUR-INT
                   END-IF
                   MOVE EL-BALANCE TO WS-DAY-BALANCE
               END-IF
           END-IF.

      *    THE CREDIT GOES ON THE LOAN'S ESCROW LEDGER AFTER ITS LAST
      *    RECORD, RAISING THE RUNNING BALANCE.
       POST-INTEREST-CREDIT.
           ADD WS-INTEREST TO WS-LEDGER-BALANCE
           MOVE SPACES TO ESCROW-LEDGER-RECORD
           MOVE LM-LOAN-ID        TO EL-LOAN-ID
           COMPUTE EL-SEQ-NO = WS-LAST-SEQ-NO + 1
           MOVE WS-PERIOD-END     TO EL-TRAN-DATE
           SET EL-INTEREST-CREDIT TO TRUE
           MOVE WS-INTEREST       TO EL-AMOUNT
           MOVE WS-LEDGER-BALANCE TO EL-BALANCE
           MOVE ZEROS             TO EL-BILL-DUE-DATE
           MOVE ZERO              TO EL-CHECK-NO
           WRITE ESCROW-LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AMORTEIN: ERROR WRITING ESCROW LEDGER"
               DISPLAY "AMORTEIN: FILE STATUS " WS-LEDGER-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-LOANS-CREDITED
           ADD WS-INTEREST TO WS-TOT-INTEREST
           ADD 1 TO WS-CO-CREDITED(WS-CO-IX)
           ADD WS-INTEREST TO WS-CO-INTEREST(WS-CO-IX).

       PRINT-CREDIT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE LM-LOAN-ID         TO DL-LOAN-ID
           MOVE LM-STATECODE       TO DL-STATE
           MOVE WS-PERIOD-START    TO DL-PERIOD-START
           MOVE WS-PERIOD-DAYS     TO DL-DAYS
           MOVE WS-AVERAGE-BALANCE TO DL-AVERAGE
           MOVE WS-LOAN-RATE       TO DL-RATE
           MOVE WS-INTEREST        TO DL-INTEREST
           MOVE WS-LEDGER-BALANCE  TO DL-NEW-BALANCE
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

       PRINT-EIN-TOTALS.
           IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ACTIVE LOANS SWEPT"     TO CL-LABEL
           MOVE WS-LOANS-SWEPT           TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS WITH PERIOD ENDING" TO CL-LABEL
           MOVE WS-LOANS-COVERED         TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS CREDITED"         TO CL-LABEL
           MOVE WS-LOANS-CREDITED        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "UNDER MINIMUM BALANCE"  TO CL-LABEL
           MOVE WS-BELOW-MINIMUM         TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "ALREADY CREDITED"       TO CL-LABEL
           MOVE WS-ALREADY-DONE          TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "TOTAL INTEREST CREDITED" TO TL-LABEL
           MOVE WS-TOT-INTEREST          TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 7 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-TOTALS.

      *    ONE LINE FOR EACH COMPANY THE RUN COVERS.
       PRINT-COMPANY-TOTALS.
           IF WS-LINE-COUNT + WS-CO-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM PRINT-COMPANY-TOTAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       PRINT-COMPANY-TOTAL.
           IF WS-RUN-COMPANY = SPACES
                   OR WS-RUN-COMPANY = WS-CO-CODE(WS-CO-IX)
               MOVE WS-CO-CODE(WS-CO-IX)     TO CTL-COMPANY-CODE
               MOVE WS-CO-SWEPT(WS-CO-IX)    TO CTL-SWEPT
               MOVE WS-CO-CREDITED(WS-CO-IX) TO CTL-CREDITED
               MOVE WS-CO-INTEREST(WS-CO-IX) TO CTL-INTEREST
               WRITE PRINT-LINE FROM COMPANY-TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTEIN: ERROR WRITING CREDIT REGISTER FILE"
               DISPLAY "AMORTEIN: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           CLOSE LOAN-MASTER-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTEIN" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-LOANS-SWEPT TO RC-RECORDS-IN
           MOVE WS-LOANS-CREDITED TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTEIN: PERIOD ENDING " WS-PERIOD-END ", "
                   WS-LOANS-SWEPT " LOANS SWEPT, "
                   WS-LOANS-CREDITED " CREDITED, "
                   WS-BELOW-MINIMUM " UNDER MINIMUM".

       END PROGRAM AMORTEIN.
