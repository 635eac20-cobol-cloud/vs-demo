       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTSCR.
       REMARKS. MONTHLY SCRA ACTIVE-DUTY RUN. MATCHES EVERY BORROWER
               ON THE BORROWER MASTER (BUT NOT AN AUTHORIZED USER, WHO
               OWES NOTHING) AGAINST THE DMDC STATUS RESPONSE BY SSN
               AND SURNAME, AND RECORDS EACH BORROWER'S ACTIVE-DUTY
               START AND END DATES ON THE SCRA STATUS FILE. AN SSN
               DMDC KNOWS UNDER ANOTHER SURNAME IS LISTED FOR REVIEW
               AND NOT ACTED ON, AND THE PROTECTION COVERS ONLY A LOAN
               TAKEN OUT BEFORE SERVICE BEGAN. A LOAN'S PROTECTED
               PERIOD RUNS FROM THE EARLIEST START OF ANY OF ITS
               BORROWERS TO THE LATEST END (OPEN WHILE ANY IS STILL
               SERVING); IT IS WRITTEN TO THE LOAN MASTER WITH THE CAP
               RATE (SIX PERCENT UNLESS THE PARAMETER CARD SAYS
               OTHERWISE) AND THE PAYMENT NUMBERS WHOSE INTEREST
               PERIODS IT TOUCHES, AND THE STORED SCHEDULE IS MARKED
               STALE, SO EVERY SCHEDULE REBUILD CHARGES NO MORE THAN
               THE CAP FOR THOSE PAYMENTS. THE EXCESS INTEREST IS
               FORGIVEN, NOT DEFERRED - THE PAYMENT IS RE-AMORTIZED AT
               THE CAPPED RATE - AND ONCE THE PERIOD CLOSES THE NOTE
               RATE COMES BACK ON ITS OWN, WITH NO TERMS CHANGE. WHILE
               THE PROTECTION IS IN FORCE NO FORECLOSURE CAN BE KEYED
               (LOANMNT) AND NO LATE OR SCHEDULED FEE IS CHARGED
               (AMORTSERV, FEESERV), AS UNDER A BANKRUPTCY STAY. A
               BORROWER MISSING FROM A MONTH'S RESPONSE KEEPS WHAT IS
               ON FILE. THE COMPLIANCE REPORT LISTS EVERY COVERED LOAN
               WITH ITS PAYMENT REDUCTION AND THE INTEREST FORGIVEN ON
               PAYMENTS DUE SO FAR, PRICED BY REBUILDING THE SCHEDULE
               WITH AND WITHOUT THE CAP; A COVERED LOAN ALREADY IN
               FORECLOSURE IS FLAGGED FOR THE LEGAL DEPARTMENT. THE
               TOTALS ARE FOLLOWED BY EACH SERVICING COMPANY'S COVERED
               LOANS AND BENEFIT. THE OPTIONAL COMPANY-SELECTION CARD
               (COMPSEL) LIMITS THE RUN TO ONE COMPANY'S LOANS; THE
               BORROWERS OF OTHER COMPANIES' LOANS ARE READ PAST AND
               KEEP WHAT IS ON FILE UNTIL THEIR OWN COMPANY'S RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCR-PARM-FILE ASSIGN TO "SCRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DMDC-RESPONSE-FILE ASSIGN TO "DMDCRSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMDC-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO "BORRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SCRA-STATUS-FILE ASSIGN TO "SCRASTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-SCRA-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECVJ-STATUS.

           SELECT SCHEDULE-STORE-FILE ASSIGN TO "SCHEDSTOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-STORE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SCRARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    OPTIONAL - A ZERO OR BLANK CAP KEEPS THE STATUTORY SIX.
       FD  SCR-PARM-FILE.
       01  SCR-PARM-RECORD.
           05 SP-CAP-RATE           PIC 9(3)V9(4).

      *    THE DMDC STATUS RESPONSE TO THIS MONTH'S BORROWER REQUEST -
      *    ONE RECORD PER SSN DMDC FOUND. A ZERO END DATE MEANS THE
      *    MEMBER IS STILL SERVING.
       FD  DMDC-RESPONSE-FILE.
       01  DMDC-RESPONSE-RECORD.
           05 DM-SSN                PIC 9(09).
           05 DM-LAST-NAME          PIC X(26).
           05 DM-FIRST-NAME         PIC X(20).
           05 DM-ACTIVE-DUTY-IND    PIC X(01).
               88 DM-ON-ACTIVE-DUTY          VALUE "Y".
           05 DM-AD-START-DATE      PIC 9(08).
           05 DM-AD-END-DATE        PIC 9(08).
           05 FILLER                PIC X(08).

       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  SCRA-STATUS-FILE.
       COPY SCRASTAT.

       FD  RECOVERY-JOURNAL-FILE.
       COPY RCVYJRNL.

       FD  SCHEDULE-STORE-FILE.
       COPY SCHEDSTR.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-DMDC-STATUS            PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-SCRA-STATUS            PIC X(02).
       01 WS-RECVJ-STATUS           PIC X(02).
       01 WS-STORE-STATUS           PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-BORROWERS                 VALUE "Y".
       01 WS-DMDC-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-DMDC                      VALUE "Y".
       01 WS-NO-BORRFILE-SW         PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".
       01 WS-NO-STORE-SW            PIC X(01) VALUE "N".
          88 NO-STORE-ON-FILE                 VALUE "Y".
       01 WS-REVIEW-SW              PIC X(01).
          88 LOAN-UNDER-REVIEW                VALUE "Y".
       01 WS-SCRA-FOUND-SW          PIC X(01).
          88 SCRA-ON-FILE                     VALUE "Y".
       01 WS-DM-FOUND-SW            PIC X(01).
          88 DMDC-MATCH                       VALUE "Y".
       01 WS-OPEN-SW                PIC X(01).
          88 SERVICE-OPEN-ENDED               VALUE "Y".
       01 WS-UPDATED-SW             PIC X(01).
          88 MASTER-UPDATED                   VALUE "Y".

      *    THE DMDC RESPONSE, HELD IN THE ORDER RECEIVED FOR THE
      *    BORROWER SWEEP TO SEARCH.
       01 WS-DM-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 WS-DM-MAX                 PIC S9(4) COMP VALUE 5000.
       01 WS-DM-IX                  PIC S9(4) COMP.
       01 WS-DM-HIT                 PIC S9(4) COMP.
       01 WS-DMDC-TABLE.
           03 WS-DM-ENTRY OCCURS 5000.
               05 WS-DM-SSN         PIC 9(09).
               05 WS-DM-LAST-NAME   PIC X(26).
               05 WS-DM-IND         PIC X(01).
               05 WS-DM-START-DATE  PIC 9(08).
               05 WS-DM-END-DATE    PIC 9(08).

       01 WS-CAP-RATE               PIC S9(3)V9(4) COMP-3 VALUE 6.

       01 WS-DMDC-READ              PIC 9(9) COMP VALUE ZERO.
       01 WS-BORROWERS-READ         PIC 9(9) COMP VALUE ZERO.
       01 WS-BORR-ON-DUTY           PIC 9(9) COMP VALUE ZERO.
       01 WS-BORR-ENDED             PIC 9(9) COMP VALUE ZERO.
       01 WS-NAME-MISMATCHES        PIC 9(9) COMP VALUE ZERO.
       01 WS-INELIGIBLE             PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-COVERED          PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-UPDATED          PIC 9(9) COMP VALUE ZERO.
       01 WS-IN-FORECLOSURE         PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-PASSED           PIC 9(9) COMP VALUE ZERO.

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    EACH COMPANY'S COVERED LOANS, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-COVERED     PIC 9(9) COMP.
               05 WS-CO-PMT-REDUCTION PIC S9(13)V99 COMP-3.
               05 WS-CO-FORGIVEN    PIC S9(13)V99 COMP-3.

       01 WS-CURRENT-LOAN           PIC X(10).
       01 WS-OBLIGATION-DATE        PIC 9(8).
       01 WS-LOAN-START-DATE        PIC 9(8).
       01 WS-LOAN-END-DATE          PIC 9(8).
       01 WS-NEW-CAP-RATE           PIC S9(3)V9(4) COMP-3.
       01 WS-NEW-START-DATE         PIC 9(8).
       01 WS-NEW-END-DATE           PIC 9(8).
       01 WS-START-NO               PIC S9(4) COMP.
       01 WS-END-NO                 PIC S9(4) COMP.
       01 WS-DUE-COUNT              PIC S9(4) COMP.
       01 WS-LAST-ROW               PIC S9(4) COMP.
       01 WS-PMT-ROW                PIC S9(4) COMP.
       01 WS-ROW-IX                 PIC S9(4) COMP.
       01 WS-INT-SUM                PIC S9(9)V99 COMP-3.
       01 WS-CAPPED-INT             PIC S9(9)V99 COMP-3.
       01 WS-CAPPED-PMT             PIC S9(9)V99 COMP-3.
       01 WS-NOTE-PMT               PIC S9(9)V99 COMP-3.
       01 WS-FORGIVEN               PIC S9(9)V99 COMP-3.
       01 WS-PMT-REDUCTION          PIC S9(9)V99 COMP-3.
       01 WS-TOT-FORGIVEN           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-PMT-REDUCTION      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-DATE-INT               PIC S9(9) COMP.
       01 WS-STATUS-TEXT            PIC X(10).
       01 WS-FLAG-TEXT              PIC X(12).
       01 WS-BEFORE-IMAGE           PIC X(400).
       01 WS-STEP-IX                PIC S9(2) COMP.
       01 WS-SSN-X                  PIC X(09).

       01 WS-RUN-DATE               PIC 9(8).

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(42)
               VALUE "SCRA COMPLIANCE REPORT - RUN DATE ".
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(50) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(12)  VALUE "STATUS".
           05 FILLER PIC X(10)  VALUE "SVC START".
           05 FILLER PIC X(10)  VALUE "SVC END".
           05 FILLER PIC X(11)  VALUE "PAYMENTS".
           05 FILLER PIC X(10)  VALUE "NOTE RATE".
           05 FILLER PIC X(10)  VALUE "CAP RATE".
           05 FILLER PIC X(13)  VALUE "PMT REDUCED".
           05 FILLER PIC X(17)  VALUE "INT FORGIVEN".
           05 FILLER PIC X(12)  VALUE "FLAG".
           05 FILLER PIC X(15)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-STATUS         PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-START-DATE     PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-END-DATE       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-START-NO       PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE "-".
           05 DL-END-NO         PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NOTE-RATE      PIC ZZ9.9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-CAP-RATE       PIC ZZ9.9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PMT-REDUCTION  PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-FORGIVEN       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-FLAG           PIC X(12).
           05 FILLER            PIC X(15) VALUE SPACES.

      *    A BORROWER THE RUN COULD NOT ACT ON - ONLY THE LAST FOUR
      *    OF THE SSN ARE PRINTED.
       01 EXCEPTION-LINE.
           05 EL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(09) VALUE "BORROWER ".
           05 EL-BORROWER-SEQ   PIC 9(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(09) VALUE "SSN XXXXX".
           05 EL-SSN-LAST-4     PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 EL-TEXT           PIC X(50).
           05 FILLER            PIC X(42) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(35) VALUE SPACES.
           05 TL-PMT-REDUCTION  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TL-FORGIVEN       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(22) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-DMDC-RESPONSE
           PERFORM READ-BORROWER-RECORD
           PERFORM REVIEW-ONE-LOAN
               UNTIL END-OF-BORROWERS
           PERFORM PRINT-SCRA-TOTALS
           PERFORM PRINT-COMPANY-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTSCR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM SELECT-RUN-COMPANY
           PERFORM LOAD-COMPANY-SLOTS
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           PERFORM READ-SCR-PARMS
           OPEN INPUT DMDC-RESPONSE-FILE
           IF WS-DMDC-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR OPENING DMDC RESPONSE FILE"
               DISPLAY "AMORTSCR: FILE STATUS " WS-DMDC-STATUS
               STOP RUN
           END-IF
      *    NO BORROWER FILE YET MEANS NO ONE TO CHECK.
           OPEN INPUT BORROWER-MASTER-FILE
           IF WS-BORR-STATUS = "35"
               SET NO-BORROWER-FILE TO TRUE
               SET END-OF-BORROWERS TO TRUE
           ELSE
               IF WS-BORR-STATUS NOT = "00"
                   DISPLAY "AMORTSCR: ERROR OPENING BORROWER MASTER"
                   DISPLAY "AMORTSCR: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTSCR: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
      *    A MISSING SCRA STATUS FILE IS CREATED EMPTY ON FIRST USE.
           OPEN I-O SCRA-STATUS-FILE
           IF WS-SCRA-STATUS = "35"
               OPEN OUTPUT SCRA-STATUS-FILE
               IF WS-SCRA-STATUS = "00"
                   CLOSE SCRA-STATUS-FILE
                   OPEN I-O SCRA-STATUS-FILE
               END-IF
           END-IF
           IF WS-SCRA-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR OPENING SCRA STATUS FILE"
               DISPLAY "AMORTSCR: FILE STATUS " WS-SCRA-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND RECOVERY-JOURNAL-FILE
           IF WS-RECVJ-STATUS = "35"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR OPENING RECOVERY JOURNAL"
               DISPLAY "AMORTSCR: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF
      *    NO STORE FILE AT ALL MEANS NO STORED SCHEDULE TO MARK STALE.
           OPEN I-O SCHEDULE-STORE-FILE
           IF WS-STORE-STATUS = "35"
               SET NO-STORE-ON-FILE TO TRUE
           ELSE
               IF WS-STORE-STATUS NOT = "00"
                   DISPLAY "AMORTSCR: ERROR OPENING SCHEDULE STORE"
                   DISPLAY "AMORTSCR: FILE STATUS " WS-STORE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTSCR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTSCR: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTSCR: RUN LIMITED TO COMPANY "
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
               DISPLAY "AMORTSCR: ABEND - LOAN " LM-LOAN-ID
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
               DISPLAY "AMORTSCR: ERROR READING COMPANY TABLE"
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
           MOVE ZERO  TO WS-CO-COVERED(WS-CO-IX)
           MOVE ZEROS TO WS-CO-PMT-REDUCTION(WS-CO-IX)
                         WS-CO-FORGIVEN(WS-CO-IX).

       READ-SCR-PARMS.
           OPEN INPUT SCR-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ SCR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-CAP-RATE IS NUMERIC
                               AND SP-CAP-RATE > ZERO
                           MOVE SP-CAP-RATE TO WS-CAP-RATE
                       END-IF
               END-READ
               CLOSE SCR-PARM-FILE
           END-IF.

       LOAD-DMDC-RESPONSE.
           PERFORM READ-DMDC-RECORD
           PERFORM LOAD-ONE-DMDC-RECORD
               UNTIL END-OF-DMDC
           CLOSE DMDC-RESPONSE-FILE.

       READ-DMDC-RECORD.
           READ DMDC-RESPONSE-FILE
               AT END
                   SET END-OF-DMDC TO TRUE
           END-READ
           IF NOT END-OF-DMDC AND WS-DMDC-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR READING DMDC RESPONSE FILE"
               DISPLAY "AMORTSCR: FILE STATUS " WS-DMDC-STATUS
               STOP RUN
           END-IF.

       LOAD-ONE-DMDC-RECORD.
           ADD 1 TO WS-DMDC-READ
           IF WS-DM-COUNT >= WS-DM-MAX
               DISPLAY "AMORTSCR: DMDC RESPONSE EXCEEDS "
                       WS-DM-MAX " RECORDS"
               STOP RUN
           END-IF
           ADD 1 TO WS-DM-COUNT
           MOVE DM-SSN             TO WS-DM-SSN(WS-DM-COUNT)
           MOVE DM-LAST-NAME       TO WS-DM-LAST-NAME(WS-DM-COUNT)
           MOVE DM-ACTIVE-DUTY-IND TO WS-DM-IND(WS-DM-COUNT)
           MOVE DM-AD-START-DATE   TO WS-DM-START-DATE(WS-DM-COUNT)
           MOVE DM-AD-END-DATE     TO WS-DM-END-DATE(WS-DM-COUNT)
           PERFORM READ-DMDC-RECORD.

       READ-BORROWER-RECORD.
           READ BORROWER-MASTER-FILE
               AT END
                   SET END-OF-BORROWERS TO TRUE
           END-READ
           IF NOT END-OF-BORROWERS AND WS-BORR-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR READING BORROWER MASTER"
               DISPLAY "AMORTSCR: FILE STATUS " WS-BORR-STATUS
               STOP RUN
           END-IF.

      *    ONE LOAN'S BORROWERS AT A TIME - THE BORROWER MASTER IS IN
      *    LOAN ORDER. ONLY AN ACTIVE LOAN ON A COMPANY THIS RUN
      *    COVERS IS REVIEWED; THE BORROWERS OF ANY OTHER ARE READ
      *    PAST.
       REVIEW-ONE-LOAN.
           MOVE BR-LOAN-ID TO WS-CURRENT-LOAN
           MOVE ZEROS TO WS-LOAN-START-DATE WS-LOAN-END-DATE
           MOVE "N" TO WS-OPEN-SW
           MOVE "N" TO WS-REVIEW-SW
           MOVE WS-CURRENT-LOAN TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
                   PERFORM CHECK-RUN-COMPANY
                   EVALUATE TRUE
                       WHEN NOT IN-RUN-COMPANY
                           ADD 1 TO WS-LOANS-PASSED
                       WHEN LM-ACTIVE
                           SET LOAN-UNDER-REVIEW TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AMORTSCR: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTSCR: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE
      *    THE PROTECTION COVERS AN OBLIGATION INCURRED BEFORE SERVICE
      *    - THE FUNDING DATE, OR THE FIRST DUE DATE WHEN THE FUNDING
      *    DATE WAS NEVER KEYED.
           IF LOAN-UNDER-REVIEW
               IF LM-FUNDINGDATE NOT = ZERO
                   MOVE LM-FUNDINGDATE TO WS-OBLIGATION-DATE
               ELSE
                   MOVE LM-FIRSTPAYMENTDATE TO WS-OBLIGATION-DATE
               END-IF
           END-IF
           PERFORM CHECK-ONE-BORROWER
               UNTIL END-OF-BORROWERS
                  OR BR-LOAN-ID NOT = WS-CURRENT-LOAN
           IF LOAN-UNDER-REVIEW
               PERFORM SET-LOAN-PROTECTION
           END-IF.

       CHECK-ONE-BORROWER.
           ADD 1 TO WS-BORROWERS-READ
           IF LOAN-UNDER-REVIEW AND BR-ECOA-CODE NOT = "3"
               PERFORM MATCH-ONE-BORROWER
           END-IF
           PERFORM READ-BORROWER-RECORD.

      *    WHAT DMDC SAYS THIS MONTH, LAID OVER WHAT IS ON FILE. A
      *    MEMBER DMDC NO LONGER SHOWS ON DUTY, AND NO LONGER GIVES
      *    DATES FOR, IS TAKEN AS HAVING LEFT SERVICE BY THIS RUN.
       MATCH-ONE-BORROWER.
           PERFORM READ-SCRA-STATUS
           PERFORM FIND-DMDC-ENTRY
           IF DMDC-MATCH
               EVALUATE TRUE
                   WHEN WS-DM-LAST-NAME(WS-DM-HIT)(1:25)
                           NOT = BR-LAST-NAME
                       ADD 1 TO WS-NAME-MISMATCHES
                       MOVE "SSN MATCHED UNDER ANOTHER SURNAME - REVIEW"
                           TO EL-TEXT
                       PERFORM PRINT-EXCEPTION-LINE
                       IF NOT SCRA-ON-FILE
                           SET SC-NAME-MISMATCH TO TRUE
                       END-IF
                   WHEN WS-DM-IND(WS-DM-HIT) = "Y"
                       MOVE WS-DM-START-DATE(WS-DM-HIT)
                           TO SC-AD-START-DATE
                       MOVE WS-DM-END-DATE(WS-DM-HIT)
                           TO SC-AD-END-DATE
                       SET SC-ACTIVE-DUTY TO TRUE
                   WHEN WS-DM-START-DATE(WS-DM-HIT) > ZERO
                       MOVE WS-DM-START-DATE(WS-DM-HIT)
                           TO SC-AD-START-DATE
                       MOVE WS-DM-END-DATE(WS-DM-HIT)
                           TO SC-AD-END-DATE
                       IF SC-AD-END-DATE = ZERO
                           MOVE WS-RUN-DATE TO SC-AD-END-DATE
                       END-IF
                       SET SC-SERVICE-ENDED TO TRUE
                   WHEN SC-AD-START-DATE > ZERO
                       IF SC-AD-END-DATE = ZERO
                           MOVE WS-RUN-DATE TO SC-AD-END-DATE
                       END-IF
                       SET SC-SERVICE-ENDED TO TRUE
                   WHEN OTHER
                       SET SC-NOT-ON-DUTY TO TRUE
               END-EVALUATE
               MOVE BR-SSN      TO SC-SSN
               MOVE WS-RUN-DATE TO SC-LAST-VERIFIED-DATE
           END-IF
           IF (SC-ACTIVE-DUTY OR SC-SERVICE-ENDED)
                   AND WS-OBLIGATION-DATE NOT < SC-AD-START-DATE
               SET SC-INELIGIBLE TO TRUE
               ADD 1 TO WS-INELIGIBLE
               MOVE "LOAN TAKEN OUT AFTER SERVICE BEGAN - NOT COVERED"
                   TO EL-TEXT
               PERFORM PRINT-EXCEPTION-LINE
           END-IF
           IF SC-ACTIVE-DUTY OR SC-SERVICE-ENDED
               IF SC-FIRST-SEEN-DATE = ZERO
                   MOVE WS-RUN-DATE TO SC-FIRST-SEEN-DATE
               END-IF
               MOVE LM-RATE     TO SC-NOTE-RATE
               MOVE WS-CAP-RATE TO SC-CAP-RATE
               PERFORM FOLD-INTO-LOAN-PERIOD
           END-IF
           IF SC-ACTIVE-DUTY
               ADD 1 TO WS-BORR-ON-DUTY
           END-IF
           IF SC-SERVICE-ENDED
               ADD 1 TO WS-BORR-ENDED
           END-IF
           IF SCRA-ON-FILE
               REWRITE SCRA-STATUS-RECORD
               PERFORM CHECK-SCRA-STATUS
           ELSE
               IF DMDC-MATCH
                   WRITE SCRA-STATUS-RECORD
                   PERFORM CHECK-SCRA-STATUS
               END-IF
           END-IF.

       READ-SCRA-STATUS.
           MOVE "N" TO WS-SCRA-FOUND-SW
           MOVE BR-LOAN-ID      TO SC-LOAN-ID
           MOVE BR-BORROWER-SEQ TO SC-BORROWER-SEQ
           READ SCRA-STATUS-FILE
           EVALUATE WS-SCRA-STATUS
               WHEN "00"
                   SET SCRA-ON-FILE TO TRUE
               WHEN "23"
                   MOVE SPACES TO SCRA-STATUS-RECORD
                   MOVE BR-LOAN-ID      TO SC-LOAN-ID
                   MOVE BR-BORROWER-SEQ TO SC-BORROWER-SEQ
                   MOVE ZEROS TO SC-SSN SC-AD-START-DATE
                                 SC-AD-END-DATE SC-NOTE-RATE
                                 SC-CAP-RATE SC-FIRST-SEEN-DATE
                                 SC-LAST-VERIFIED-DATE
                   SET SC-NOT-ON-DUTY TO TRUE
               WHEN OTHER
                   DISPLAY "AMORTSCR: ERROR READING SCRA STATUS FILE"
                   DISPLAY "AMORTSCR: FILE STATUS " WS-SCRA-STATUS
                   STOP RUN
           END-EVALUATE.

       CHECK-SCRA-STATUS.
           IF WS-SCRA-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR WRITING SCRA STATUS FILE"
               DISPLAY "AMORTSCR: FILE STATUS " WS-SCRA-STATUS
               STOP RUN
           END-IF.

       FIND-DMDC-ENTRY.
           MOVE "N" TO WS-DM-FOUND-SW
           MOVE ZERO TO WS-DM-HIT
           PERFORM CHECK-ONE-DMDC-ENTRY
               VARYING WS-DM-IX FROM 1 BY 1
                   UNTIL WS-DM-IX > WS-DM-COUNT
                      OR DMDC-MATCH.

       CHECK-ONE-DMDC-ENTRY.
           IF WS-DM-SSN(WS-DM-IX) = BR-SSN
               SET DMDC-MATCH TO TRUE
               MOVE WS-DM-IX TO WS-DM-HIT
           END-IF.

       FOLD-INTO-LOAN-PERIOD.
           IF WS-LOAN-START-DATE = ZERO
                   OR SC-AD-START-DATE < WS-LOAN-START-DATE
               MOVE SC-AD-START-DATE TO WS-LOAN-START-DATE
           END-IF
           IF SC-AD-END-DATE = ZERO
               SET SERVICE-OPEN-ENDED TO TRUE
           ELSE
               IF SC-AD-END-DATE > WS-LOAN-END-DATE
                   MOVE SC-AD-END-DATE TO WS-LOAN-END-DATE
               END-IF
           END-IF.

      *    THE LOAN'S PROTECTED PERIOD AS OF THIS MONTH'S RESPONSE,
      *    AGAINST WHAT THE MASTER CARRIES. ANY CHANGE IS REWRITTEN,
      *    JOURNALED, AND MARKS THE STORED SCHEDULE STALE.
       SET-LOAN-PROTECTION.
           MOVE "N" TO WS-UPDATED-SW
           MOVE ZEROS TO WS-NEW-CAP-RATE WS-NEW-START-DATE
                         WS-NEW-END-DATE WS-START-NO WS-END-NO
           IF WS-LOAN-START-DATE > ZERO
               MOVE WS-CAP-RATE        TO WS-NEW-CAP-RATE
               MOVE WS-LOAN-START-DATE TO WS-NEW-START-DATE
               IF NOT SERVICE-OPEN-ENDED
                   MOVE WS-LOAN-END-DATE TO WS-NEW-END-DATE
               END-IF
               IF LM-FIRSTPAYMENTDATE NOT = ZERO
                   PERFORM FIND-PROTECTED-PAYMENTS
               END-IF
           END-IF
           IF WS-NEW-CAP-RATE   NOT = LM-SCRACAPRATE
                   OR WS-NEW-START-DATE NOT = LM-SCRASTARTDATE
                   OR WS-NEW-END-DATE   NOT = LM-SCRAENDDATE
                   OR WS-START-NO       NOT = LM-SCRASTARTNO
                   OR WS-END-NO         NOT = LM-SCRAENDNO
               MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-NEW-CAP-RATE    TO LM-SCRACAPRATE
               MOVE WS-NEW-START-DATE  TO LM-SCRASTARTDATE
               MOVE WS-NEW-END-DATE    TO LM-SCRAENDDATE
               MOVE WS-START-NO        TO LM-SCRASTARTNO
               MOVE WS-END-NO          TO LM-SCRAENDNO
               PERFORM REWRITE-MASTER-RECORD
               PERFORM INVALIDATE-SCHEDULE-STORE
               SET MASTER-UPDATED TO TRUE
               ADD 1 TO WS-LOANS-UPDATED
           END-IF
           IF LM-SCRASTARTDATE > ZERO
               ADD 1 TO WS-LOANS-COVERED
               ADD 1 TO WS-CO-COVERED(WS-CO-IX)
               PERFORM MEASURE-BENEFIT
               PERFORM PRINT-ONE-DETAIL
           END-IF.

      *    PAYMENT N CHARGES THE INTEREST EARNED SINCE PAYMENT N-1 FELL
      *    DUE, SO THE CAP STARTS WITH THE FIRST PAYMENT DUE AFTER
      *    SERVICE BEGAN AND ENDS WITH THE FIRST ONE DUE ON OR AFTER
      *    THE DAY SERVICE ENDED - EVERY INTEREST PERIOD THE SERVICE
      *    TOUCHES IS CAPPED. A PERIOD THAT FALLS ENTIRELY BETWEEN TWO
      *    DUE DATES, OR PAST THE END OF THE TERM, CAPS NO PAYMENT BUT
      *    STILL BLOCKS FEES AND FORECLOSURE FOR ITS DATES.
       FIND-PROTECTED-PAYMENTS.
           MOVE "C"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WS-NEW-START-DATE   TO DDP-AS-OF-DATE
           CALL "DUEDATE" USING DUEDATE-PARMS
           COMPUTE WS-START-NO = DDP-DUE-COUNT + 1
           IF WS-NEW-END-DATE NOT = ZERO
               COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-NEW-END-DATE) - 1
               COMPUTE DDP-AS-OF-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE "C" TO DDP-FUNCTION
               CALL "DUEDATE" USING DUEDATE-PARMS
               COMPUTE WS-END-NO = DDP-DUE-COUNT + 1
               IF WS-END-NO > LM-LOANTERM
                   MOVE LM-LOANTERM TO WS-END-NO
               END-IF
           END-IF
           IF WS-START-NO > LM-LOANTERM
                   OR (WS-END-NO NOT = ZERO
                       AND WS-END-NO < WS-START-NO)
               MOVE ZERO TO WS-START-NO WS-END-NO
           END-IF.

      *    THE BORROWER'S BENEFIT - THE SCHEDULE REBUILT WITH THE CAP
      *    AND AGAIN AT THE NOTE RATE. THE INTEREST FORGIVEN IS THE
      *    DIFFERENCE ON EVERY PROTECTED PAYMENT DUE BY THE RUN DATE;
      *    THE PAYMENT REDUCTION IS THE DIFFERENCE ON THE NEXT ONE DUE,
      *    OR ON THE LAST PROTECTED ONE ONCE SERVICE HAS ENDED.
       MEASURE-BENEFIT.
           MOVE ZEROS TO WS-FORGIVEN WS-PMT-REDUCTION
           IF LM-SCRASTARTNO > ZERO
               MOVE "C"                 TO DDP-FUNCTION
               MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
               MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
               MOVE WS-RUN-DATE         TO DDP-AS-OF-DATE
               CALL "DUEDATE" USING DUEDATE-PARMS
               MOVE DDP-DUE-COUNT TO WS-DUE-COUNT
               PERFORM LOAD-LOANINFO-FROM-MASTER
               CALL "LOANSTCH" USING LM-LOAN-ID LOANINFO OUTDATA
               CANCEL "LOANSTCH"
               PERFORM SUM-PROTECTED-INTEREST
               MOVE WS-INT-SUM TO WS-CAPPED-INT
               MOVE ZEROS TO WS-CAPPED-PMT
               IF WS-PMT-ROW >= 1
                   MOVE OUTPAYMENTNUM(WS-PMT-ROW) TO WS-CAPPED-PMT
               END-IF
               PERFORM LOAD-LOANINFO-FROM-MASTER
               MOVE ZEROS TO SCRACAPRATE
               CALL "LOANSTCH" USING LM-LOAN-ID LOANINFO OUTDATA
               CANCEL "LOANSTCH"
               PERFORM SUM-PROTECTED-INTEREST
               COMPUTE WS-FORGIVEN = WS-INT-SUM - WS-CAPPED-INT
               MOVE ZEROS TO WS-NOTE-PMT
               IF WS-PMT-ROW >= 1
                   MOVE OUTPAYMENTNUM(WS-PMT-ROW) TO WS-NOTE-PMT
               END-IF
               COMPUTE WS-PMT-REDUCTION = WS-NOTE-PMT - WS-CAPPED-PMT
           END-IF
           ADD WS-FORGIVEN      TO WS-TOT-FORGIVEN
                                   WS-CO-FORGIVEN(WS-CO-IX)
           ADD WS-PMT-REDUCTION TO WS-TOT-PMT-REDUCTION
                                   WS-CO-PMT-REDUCTION(WS-CO-IX).

       SUM-PROTECTED-INTEREST.
           MOVE WS-DUE-COUNT TO WS-LAST-ROW
           IF LM-SCRAENDNO > ZERO AND WS-LAST-ROW > LM-SCRAENDNO
               MOVE LM-SCRAENDNO TO WS-LAST-ROW
           END-IF
           IF WS-LAST-ROW > LOANTERM
               MOVE LOANTERM TO WS-LAST-ROW
           END-IF
           COMPUTE WS-PMT-ROW = WS-DUE-COUNT + 1
           IF WS-PMT-ROW < LM-SCRASTARTNO
               MOVE LM-SCRASTARTNO TO WS-PMT-ROW
           END-IF
           IF LM-SCRAENDNO > ZERO AND WS-PMT-ROW > LM-SCRAENDNO
               MOVE LM-SCRAENDNO TO WS-PMT-ROW
           END-IF
           IF WS-PMT-ROW > LOANTERM
               MOVE LOANTERM TO WS-PMT-ROW
           END-IF
           MOVE ZEROS TO WS-INT-SUM
           PERFORM ADD-ONE-ROW-INTEREST
               VARYING WS-ROW-IX FROM LM-SCRASTARTNO BY 1
                   UNTIL WS-ROW-IX > WS-LAST-ROW.

       ADD-ONE-ROW-INTEREST.
           ADD OUTINTPAIDNUM(WS-ROW-IX) TO WS-INT-SUM.

       REWRITE-MASTER-RECORD.
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR REWRITING LOAN MASTER"
               DISPLAY "AMORTSCR: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD
           MOVE "LOANMAST" TO RJ-FILE-ID
           MOVE "R"        TO RJ-ACTION
           MOVE WS-RUN-DATE TO RJ-RUN-DATE
           MOVE "AMORTSCR" TO RJ-PROGRAM
           MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO RJ-AFTER-IMAGE
           WRITE RECOVERY-JOURNAL-RECORD
           IF WS-RECVJ-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR WRITING RECOVERY JOURNAL"
               DISPLAY "AMORTSCR: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF.

      *    DELETING THE LOAN'S STORE HEADER IS WHAT MARKS ITS STORED
      *    SCHEDULE STALE (SEE AMORTSTOR); A HEADER ALREADY GONE IS
      *    JUST AS GOOD.
       INVALIDATE-SCHEDULE-STORE.
           IF NOT NO-STORE-ON-FILE
               MOVE LM-LOAN-ID TO SS-LOAN-ID
               MOVE ZEROS      TO SS-PAYMENT-NO
               DELETE SCHEDULE-STORE-FILE RECORD
               IF WS-STORE-STATUS NOT = "00"
                       AND WS-STORE-STATUS NOT = "23"
                   DISPLAY "AMORTSCR: ERROR INVALIDATING SCHEDULE "
                           "STORE"
                   DISPLAY "AMORTSCR: FILE STATUS " WS-STORE-STATUS
                   STOP RUN
               END-IF
           END-IF.

       PRINT-ONE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           IF LM-SCRAENDDATE = ZERO
                   OR LM-SCRAENDDATE >= WS-RUN-DATE
               MOVE "ACTIVE"     TO WS-STATUS-TEXT
           ELSE
               MOVE "ENDED"      TO WS-STATUS-TEXT
           END-IF
           EVALUATE TRUE
               WHEN LM-LEGAL-FORECLOSURE
                   MOVE "FORECLOSURE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-IN-FORECLOSURE
               WHEN MASTER-UPDATED
                   MOVE "UPDATED"     TO WS-FLAG-TEXT
               WHEN OTHER
                   MOVE SPACES        TO WS-FLAG-TEXT
           END-EVALUATE
           MOVE LM-LOAN-ID        TO DL-LOAN-ID
           MOVE WS-STATUS-TEXT    TO DL-STATUS
           MOVE LM-SCRASTARTDATE  TO DL-START-DATE
           MOVE LM-SCRAENDDATE    TO DL-END-DATE
           MOVE LM-SCRASTARTNO    TO DL-START-NO
           MOVE LM-SCRAENDNO      TO DL-END-NO
           MOVE LM-RATE           TO DL-NOTE-RATE
           MOVE LM-SCRACAPRATE    TO DL-CAP-RATE
           MOVE WS-PMT-REDUCTION  TO DL-PMT-REDUCTION
           MOVE WS-FORGIVEN       TO DL-FORGIVEN
           MOVE WS-FLAG-TEXT      TO DL-FLAG
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE BR-LOAN-ID      TO EL-LOAN-ID
           MOVE BR-BORROWER-SEQ TO EL-BORROWER-SEQ
           MOVE BR-SSN          TO WS-SSN-X
           MOVE WS-SSN-X(6:4)   TO EL-SSN-LAST-4
           WRITE PRINT-LINE FROM EXCEPTION-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-SCRA-TOTALS.
           IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL COVERED LOANS"  TO TL-LABEL
           MOVE WS-LOANS-COVERED       TO TL-COUNT
           MOVE WS-TOT-PMT-REDUCTION   TO TL-PMT-REDUCTION
           MOVE WS-TOT-FORGIVEN        TO TL-FORGIVEN
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "MASTER RECORDS UPDATED" TO CL-LABEL
           MOVE WS-LOANS-UPDATED       TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "COVERED LOANS IN FORECLOSURE" TO CL-LABEL
           MOVE WS-IN-FORECLOSURE      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "DMDC RESPONSE RECORDS" TO CL-LABEL
           MOVE WS-DMDC-READ           TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "BORROWERS READ"       TO CL-LABEL
           MOVE WS-BORROWERS-READ      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "BORROWERS ON ACTIVE DUTY" TO CL-LABEL
           MOVE WS-BORR-ON-DUTY        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "BORROWERS SERVICE ENDED" TO CL-LABEL
           MOVE WS-BORR-ENDED          TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "NAME MISMATCHES"      TO CL-LABEL
           MOVE WS-NAME-MISMATCHES     TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "NOT COVERED - LOAN AFTER SVC" TO CL-LABEL
           MOVE WS-INELIGIBLE          TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 10 TO WS-LINE-COUNT.

      *    EACH COMPANY'S COVERED LOANS AND BENEFIT, ON THE TOTAL
      *    LINE'S COLUMNS.
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
               MOVE SPACES TO TL-LABEL
               STRING "COMPANY " WS-CO-CODE(WS-CO-IX)
                      " COVERED LOANS"
                   DELIMITED BY SIZE INTO TL-LABEL
               MOVE WS-CO-COVERED(WS-CO-IX)       TO TL-COUNT
               MOVE WS-CO-PMT-REDUCTION(WS-CO-IX) TO TL-PMT-REDUCTION
               MOVE WS-CO-FORGIVEN(WS-CO-IX)      TO TL-FORGIVEN
               WRITE PRINT-LINE FROM TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTSCR: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTSCR: FILE STATUS " WS-PRINT-STATUS
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
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           CLOSE LOAN-MASTER-FILE
           CLOSE SCRA-STATUS-FILE
           CLOSE RECOVERY-JOURNAL-FILE
           IF NOT NO-STORE-ON-FILE
               CLOSE SCHEDULE-STORE-FILE
           END-IF
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTSCR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-BORROWERS-READ TO RC-RECORDS-IN
           MOVE WS-LOANS-UPDATED TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTSCR: " WS-BORROWERS-READ " BORROWERS, "
                   WS-BORR-ON-DUTY " ON ACTIVE DUTY, "
                   WS-LOANS-COVERED " LOANS COVERED, "
                   WS-LOANS-UPDATED " UPDATED, "
                   WS-NAME-MISMATCHES " NAME MISMATCHES"
           IF WS-LOANS-PASSED > ZERO
               DISPLAY "AMORTSCR: " WS-LOANS-PASSED
                       " LOANS PASSED TO OTHER COMPANIES"
           END-IF.

       END PROGRAM AMORTSCR.
