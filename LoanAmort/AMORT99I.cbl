       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORT99I.
       REMARKS. YEAR-END IRS FORM 1099-INT ELECTRONIC FILING EXTRACT
               FOR THE STATE-MANDATED INTEREST PAID ON ESCROW
               BALANCES. SWEEPS EVERY LOAN ON THE MASTER AND TOTALS
               THE INTEREST-CREDIT TRANSACTIONS THE ESCROW-INTEREST RUN
               (AMORTEIN) POSTED TO ITS ESCROW LEDGER, BY THE YEAR OF
               EACH CREDIT'S DATE. THE YEAR'S INTEREST PER LOAN IS
               WRITTEN TO THE IRS FIRE-FORMAT TRANSMITTAL IN THE SAME
               T/A/B/C/F LAYOUT AS THE 1098 FILING (AMORT98) - TYPE OF
               RETURN 6, AMOUNT FIELD 1 INTEREST INCOME - PLUS A PROOF
               LISTING THAT FOOTS TO THE SAME TOTAL. THE TAX YEAR, THE
               TRANSMITTER'S TCC, AND THE FILER'S TIN AND NAME COME
               FROM THE PARAMETER CARD, WHICH HAS THE 1098 CARD'S
               LAYOUT. CLOSED LOANS ARE SWEPT TOO. LOANS UNDER 10
               DOLLARS OF INTEREST ARE LISTED ON THE PROOF BUT MARKED
               BELOW THE FILING THRESHOLD AND KEPT OFF THE TRANSMITTAL.
               THE PAYEE IS THE PRIMARY BORROWER ON THE BORROWER
               MASTER. A LOAN ASSUMED BY NEW BORROWERS SPLITS THE
               YEAR'S INTEREST AT THE ASSUMPTION DATE THE WAY THE 1098
               DOES: CREDITS DATED BEFORE IT BELONG TO THE SELLING
               BORROWERS AND FILE UNDER THE PRIMARY SELLER FROM THE
               ASSUMPTION HISTORY, WITH THE LOAN NUMBER SUFFIXED -S1,
               -S2. EACH SERVICING COMPANY FILES AS ITSELF UNDER AN A
               RECORD OF ITS OWN, WITH THE FILER TIN AND NAME FROM THE
               COMPANY TABLE AND THE PARAMETER CARD'S WHEN THE TABLE
               LEAVES THEM BLANK, AND THE OPTIONAL COMPANY-SELECTION
               CARD LIMITS THE RUN TO ONE COMPANY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE ASSIGN TO "TAX99PRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT BORROWER-MASTER-FILE ASSIGN TO "BORRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT ASSUMPTION-HISTORY-FILE ASSIGN TO "ASSUMHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ASSUME-STATUS.

           SELECT FIRE-FILE ASSIGN TO "IRS1099I"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIRE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PROOF99I"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD.
           05 TP-TAX-YEAR           PIC 9(04).
           05 TP-FILER-TIN          PIC X(09).
           05 TP-FILER-NAME         PIC X(40).
           05 TP-TCC                PIC X(05).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  ASSUMPTION-HISTORY-FILE.
       COPY ASSUMHST.

       FD  FIRE-FILE
           RECORD CONTAINS 750 CHARACTERS.
       01  FIRE-RECORD              PIC X(750).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-LEDGER-STATUS          PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-ASSUME-STATUS          PIC X(02).
       01 WS-FIRE-STATUS            PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).
       01 WS-NO-BORRFILE-SW         PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".
       01 WS-BORR-FOUND-SW          PIC X(01).
          88 BORROWER-ON-FILE                 VALUE "Y".
       01 WS-NO-ASSUMEFILE-SW       PIC X(01) VALUE "N".
          88 NO-ASSUMPTION-FILE               VALUE "Y".
       01 WS-ASSUME-EOF-SW          PIC X(01).
          88 END-OF-ASSUMPTIONS               VALUE "Y".
       01 WS-PAYEE-NAME             PIC X(40).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-MASTER                    VALUE "Y".
       01 WS-LEDGER-EOF-SW          PIC X(01).
          88 END-OF-LEDGER                    VALUE "Y".
       01 WS-NO-LEDGER-SW           PIC X(01) VALUE "N".
          88 NO-LEDGER-ON-FILE                VALUE "Y".

      *    THE PARM CARD'S FIELDS, SAVED BEFORE THE PARM FILE CLOSES -
      *    THE FD RECORD AREA IS UNDEFINED AFTER THE CLOSE.
       01 WS-TAX-YEAR               PIC 9(4).
       01 WS-FILER-TIN              PIC X(09).
       01 WS-FILER-NAME             PIC X(40).
       01 WS-TCC                    PIC X(05).
       01 WS-LOANS-SWEPT            PIC 9(9) COMP VALUE ZERO.
       01 WS-A-RECORDS              PIC 9(9) COMP VALUE ZERO.
       01 WS-B-RECORDS              PIC 9(9) COMP VALUE ZERO.
       01 WS-BELOW-THRESHOLD        PIC 9(9) COMP VALUE ZERO.

      *    THE 10-DOLLAR FILING THRESHOLD - BELOW IT NO 1099-INT IS
      *    REQUIRED, THOUGH THE PROOF LISTING STILL SHOWS THE LOAN.
       01 WS-FILING-THRESHOLD       PIC S9(5)V99 COMP-3 VALUE 10.00.

       01 WS-LOAN-INTEREST          PIC S9(9)V99 COMP-3.
       01 WS-TOTAL-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-FILED-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    THE COMPANY BEING FILED - THE MASTER IS SWEPT ONCE FOR EACH
      *    COMPANY ON THE COMPANY TABLE, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-LOAN-CO-IX             PIC S9(4) COMP.
       01 WS-CO-CODE                PIC X(02).
       01 WS-CO-FILER-TIN           PIC X(09).
       01 WS-CO-FILER-NAME          PIC X(40).
       01 WS-CO-B-RECORDS           PIC 9(9) COMP.
       01 WS-CO-TOTAL-INTEREST      PIC S9(11)V99 COMP-3.
       01 WS-CO-FILED-INTEREST      PIC S9(11)V99 COMP-3.
       01 WS-AMOUNT-CENTS           PIC 9(12).
       01 WS-CREDIT-YEAR            PIC 9(4).

      *    THE LOAN'S ASSUMPTIONS IN DATE ORDER, WITH THE PRIMARY
      *    SELLER EACH ONE TOOK THE LOAN FROM. THEY CUT THE LOAN'S
      *    LIFE INTO OWNERSHIP SEGMENTS - SEGMENT 1 RUNS TO THE FIRST
      *    ASSUMPTION DATE, THE LAST FROM THE LATEST ASSUMPTION ON -
      *    AND THE YEAR'S INTEREST IS TOTALED PER SEGMENT. A LOAN
      *    NEVER ASSUMED HAS THE ONE SEGMENT.
       01 WS-AS-COUNT               PIC S9(4) COMP.
       01 WS-AS-MAX                 PIC S9(4) COMP VALUE 9.
       01 WS-AS-IX                  PIC S9(4) COMP.
       01 WS-ASSUMPTION-TABLE.
           05 WS-AS-ENTRY OCCURS 9.
               10 WS-AS-DATE        PIC 9(8).
               10 WS-AS-SSN         PIC 9(9).
               10 WS-AS-FIRST-NAME  PIC X(20).
               10 WS-AS-LAST-NAME   PIC X(25).
       01 WS-SEG-IX                 PIC S9(4) COMP.
       01 WS-SEG-NO                 PIC 9(1).
       01 WS-SEGMENT-TABLE.
           05 WS-SEG-ENTRY OCCURS 10.
               10 WS-SEG-INTEREST   PIC S9(9)V99 COMP-3.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

      *    FIRE-FORMAT RECORD BODIES - EACH IS MOVED INTO THE 750-BYTE
      *    OUTPUT RECORD, WHICH BLANK-PADS THE REST. AMOUNTS ARE IN
      *    CENTS, UNSIGNED, RIGHT-JUSTIFIED ZERO-FILLED, IN AMOUNT
      *    FIELD 1 (INTEREST INCOME).
       01 FIRE-T-RECORD.
           05 FILLER                PIC X(01) VALUE "T".
           05 FT-TAX-YEAR           PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FT-TIN                PIC X(09).
           05 FT-TCC                PIC X(05).
           05 FILLER                PIC X(07) VALUE SPACES.
           05 FT-NAME               PIC X(40).

       01 FIRE-A-RECORD.
           05 FILLER                PIC X(01) VALUE "A".
           05 FA-TAX-YEAR           PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FA-TIN                PIC X(09).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(02) VALUE "6 ".
           05 FA-NAME               PIC X(40).

       01 FIRE-B-RECORD.
           05 FILLER                PIC X(01) VALUE "B".
           05 FB-TAX-YEAR           PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FB-PAYEE-TIN          PIC X(09).
           05 FB-ACCOUNT            PIC X(20).
           05 FB-AMOUNT-1           PIC 9(12).
           05 FB-PAYEE-NAME         PIC X(40).

       01 FIRE-C-RECORD.
           05 FILLER                PIC X(01) VALUE "C".
           05 FC-B-COUNT            PIC 9(08).
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FC-TOTAL-1            PIC 9(18).

       01 FIRE-F-RECORD.
           05 FILLER                PIC X(01) VALUE "F".
           05 FF-A-COUNT            PIC 9(08).
           05 FF-B-COUNT            PIC 9(08).

       01 HL1.
           05 FILLER          PIC X(30)
               VALUE "FORM 1099-INT PROOF LISTING - ".
           05 HL1-YEAR         PIC 9(04).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "COMPANY ".
           05 HL1-COMPANY      PIC X(02).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(68) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(32)  VALUE "BORROWER".
           05 FILLER PIC X(20)  VALUE "ESCROW INTEREST".
           05 FILLER PIC X(12)  VALUE "NOTE".
           05 FILLER PIC X(56)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-BORROWER       PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-INTEREST       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 DL-NOTE           PIC X(12).
           05 FILLER            PIC X(56) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(26)
               VALUE "TOTAL INTEREST CREDITED: ".
           05 TL-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(18) VALUE " FILED 1099-INT: ".
           05 TL-FILED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(60) VALUE SPACES.

       01 COMPANY-TOTAL-LABEL.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(16) VALUE " INTEREST: ".

       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM FILE-ONE-COMPANY
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           PERFORM WRITE-FIRE-END-RECORD
           MOVE SPACES TO WS-CO-CODE
           MOVE "TOTAL INTEREST CREDITED: " TO TL-LABEL
           MOVE WS-TOTAL-INTEREST TO TL-TOTAL
           MOVE WS-FILED-INTEREST TO TL-FILED
           PERFORM PRINT-PROOF-TOTAL
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           OPEN INPUT TAX-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "AMORT99I: ERROR OPENING TAX PARM FILE"
               DISPLAY "AMORT99I: FILE STATUS " WS-PARM-STATUS
               STOP RUN
           END-IF
           READ TAX-PARM-FILE
               AT END
                   DISPLAY "AMORT99I: TAX PARM FILE IS EMPTY"
                   STOP RUN
           END-READ
           IF TP-TAX-YEAR IS NOT NUMERIC OR TP-TAX-YEAR = ZERO
               DISPLAY "AMORT99I: TAX YEAR ON PARM CARD INVALID"
               STOP RUN
           END-IF
           MOVE TP-TAX-YEAR   TO WS-TAX-YEAR
           MOVE TP-FILER-TIN  TO WS-FILER-TIN
           MOVE TP-FILER-NAME TO WS-FILER-NAME
           MOVE TP-TCC        TO WS-TCC
           CLOSE TAX-PARM-FILE
           PERFORM LOAD-COMPANY-SELECTION
      *    NO ESCROW LEDGER MEANS NO INTEREST WAS EVER CREDITED - THE
      *    RUN STILL WRITES AN EMPTY TRANSMITTAL AND PROOF.
           OPEN INPUT ESCROW-LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               SET NO-LEDGER-ON-FILE TO TRUE
           ELSE
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "AMORT99I: ERROR OPENING ESCROW LEDGER"
                   DISPLAY "AMORT99I: FILE STATUS " WS-LEDGER-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    NO BORROWER FILE YET JUST MEANS THE B RECORDS GO OUT WITH
      *    THE SHORT NAME AND NO TIN, AND THE DESK FILLS THEM IN.
           OPEN INPUT BORROWER-MASTER-FILE
           IF WS-BORR-STATUS = "35"
               SET NO-BORROWER-FILE TO TRUE
           ELSE
               IF WS-BORR-STATUS NOT = "00"
                   DISPLAY "AMORT99I: ERROR OPENING BORROWER MASTER"
                   DISPLAY "AMORT99I: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    NO ASSUMPTION HISTORY JUST MEANS NO LOAN HAS EVER BEEN
      *    ASSUMED - EVERY LOAN FILES ONE 1099-INT.
           OPEN INPUT ASSUMPTION-HISTORY-FILE
           IF WS-ASSUME-STATUS = "35"
               SET NO-ASSUMPTION-FILE TO TRUE
           ELSE
               IF WS-ASSUME-STATUS NOT = "00"
                   DISPLAY "AMORT99I: ERROR OPENING ASSUMPTION "
                           "HISTORY"
                   DISPLAY "AMORT99I: FILE STATUS " WS-ASSUME-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT FIRE-FILE
           IF WS-FIRE-STATUS NOT = "00"
               DISPLAY "AMORT99I: ERROR OPENING IRS FIRE FILE"
               DISPLAY "AMORT99I: FILE STATUS " WS-FIRE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORT99I: ERROR OPENING PROOF LISTING FILE"
               DISPLAY "AMORT99I: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-FIRE-HEADER.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN FILING NOTHING.
       LOAD-COMPANY-SELECTION.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORT99I: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-COUNT TO WS-CO-COUNT.

      *    THE T RECORD NAMES THE TRANSMITTER - THE PARAMETER CARD'S
      *    FILER, WHO SENDS THE ONE FILE FOR EVERY COMPANY.
       WRITE-FIRE-HEADER.
           MOVE WS-TAX-YEAR   TO FT-TAX-YEAR
           MOVE WS-FILER-TIN  TO FT-TIN
           MOVE WS-TCC        TO FT-TCC
           MOVE WS-FILER-NAME TO FT-NAME
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-T-RECORD TO FIRE-RECORD(1:67)
           PERFORM WRITE-FIRE-RECORD.

      *    ONE FULL SWEEP OF THE MASTER FOR THE COMPANY IN SLOT
      *    WS-CO-IX, UNLESS THE SELECTION CARD LEAVES IT OUT.
       FILE-ONE-COMPANY.
           SET CMP-NEXT-COMPANY TO TRUE
           MOVE WS-CO-IX TO CMP-COMPANY-IX
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORT99I: ERROR READING COMPANY TABLE"
               STOP RUN
           END-IF
           IF CMP-SELECTED
               PERFORM SWEEP-COMPANY-LOANS
           END-IF.

       SWEEP-COMPANY-LOANS.
           MOVE CM-COMPANY-CODE TO WS-CO-CODE
           IF CM-FILER-TIN = SPACES
               MOVE WS-FILER-TIN  TO WS-CO-FILER-TIN
           ELSE
               MOVE CM-FILER-TIN  TO WS-CO-FILER-TIN
           END-IF
           IF CM-FILER-NAME = SPACES
               MOVE WS-FILER-NAME TO WS-CO-FILER-NAME
           ELSE
               MOVE CM-FILER-NAME TO WS-CO-FILER-NAME
           END-IF
           MOVE ZERO  TO WS-CO-B-RECORDS
           MOVE ZEROS TO WS-CO-TOTAL-INTEREST WS-CO-FILED-INTEREST
           MOVE 99 TO WS-LINE-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORT99I: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORT99I: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-MASTER-RECORD
           PERFORM SWEEP-ONE-LOAN
               UNTIL END-OF-MASTER
           CLOSE LOAN-MASTER-FILE
           IF WS-CO-B-RECORDS > ZERO
               PERFORM WRITE-FIRE-C-RECORD
           END-IF
           MOVE WS-CO-CODE           TO CTL-COMPANY-CODE
           MOVE COMPANY-TOTAL-LABEL  TO TL-LABEL
           MOVE WS-CO-TOTAL-INTEREST TO TL-TOTAL
           MOVE WS-CO-FILED-INTEREST TO TL-FILED
           PERFORM PRINT-PROOF-TOTAL.

      *    THE COMPANY'S A RECORD GOES OUT AHEAD OF ITS FIRST RETURN.
       WRITE-FIRE-A-RECORD.
           MOVE WS-TAX-YEAR      TO FA-TAX-YEAR
           MOVE WS-CO-FILER-TIN  TO FA-TIN
           MOVE WS-CO-FILER-NAME TO FA-NAME
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-A-RECORD TO FIRE-RECORD(1:61)
           PERFORM WRITE-FIRE-RECORD
           ADD 1 TO WS-A-RECORDS.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ
           IF NOT END-OF-MASTER AND WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORT99I: ERROR READING LOAN MASTER FILE"
               DISPLAY "AMORT99I: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.

      *    CLOSED LOANS ARE SWEPT TOO - A LOAN PAID OFF IN JULY STILL
      *    EARNED THE ESCROW INTEREST CREDITED BEFORE ITS PAYOFF.
       SWEEP-ONE-LOAN.
           PERFORM FIND-LOAN-COMPANY
           IF WS-LOAN-CO-IX = WS-CO-IX
               ADD 1 TO WS-LOANS-SWEPT
               PERFORM TOTAL-ONE-LOAN
           END-IF
           PERFORM READ-MASTER-RECORD.

      *    A LOAN ON A COMPANY THE TABLE DOES NOT KNOW WOULD OTHERWISE
      *    BE LEFT OFF EVERY COMPANY'S FILING.
       FIND-LOAN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORT99I: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " LM-COMPANYCODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-IX TO WS-LOAN-CO-IX.

       TOTAL-ONE-LOAN.
           PERFORM LOAD-LOAN-ASSUMPTIONS
           PERFORM CLEAR-ONE-SEGMENT
               VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > WS-AS-MAX + 1
           PERFORM SCAN-ESCROW-FOR-LOAN
           PERFORM REPORT-ONE-SEGMENT
               VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > WS-AS-COUNT + 1.

       CLEAR-ONE-SEGMENT.
           MOVE ZEROS TO WS-SEG-INTEREST(WS-SEG-IX).

      *    EACH OWNERSHIP SEGMENT WITH INTEREST IN THE YEAR FILES (OR
      *    FALLS BELOW THE THRESHOLD) ON ITS OWN. ON AN ASSUMED LOAN
      *    THE PROOF NOTES WHICH SIDE OF AN ASSUMPTION THE LINE IS.
       REPORT-ONE-SEGMENT.
           MOVE WS-SEG-INTEREST(WS-SEG-IX) TO WS-LOAN-INTEREST
           IF WS-LOAN-INTEREST > ZERO
               ADD WS-LOAN-INTEREST TO WS-TOTAL-INTEREST
                                       WS-CO-TOTAL-INTEREST
               IF WS-LOAN-INTEREST >= WS-FILING-THRESHOLD
                   PERFORM WRITE-B-RECORD
                   ADD WS-LOAN-INTEREST TO WS-FILED-INTEREST
                                           WS-CO-FILED-INTEREST
                   EVALUATE TRUE
                       WHEN WS-SEG-IX <= WS-AS-COUNT
                           MOVE "SELLER" TO DL-NOTE
                       WHEN WS-SEG-IX > 1
                           MOVE "BUYER" TO DL-NOTE
                       WHEN OTHER
                           MOVE SPACES TO DL-NOTE
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-BELOW-THRESHOLD
                   EVALUATE TRUE
                       WHEN WS-SEG-IX <= WS-AS-COUNT
                           MOVE "SELLER <10" TO DL-NOTE
                       WHEN WS-SEG-IX > 1
                           MOVE "BUYER <10" TO DL-NOTE
                       WHEN OTHER
                           MOVE "UNDER 10" TO DL-NOTE
                   END-EVALUATE
               END-IF
               PERFORM PRINT-PROOF-DETAIL
           END-IF.

       LOAD-LOAN-ASSUMPTIONS.
           MOVE ZERO TO WS-AS-COUNT
           MOVE "N" TO WS-ASSUME-EOF-SW
           IF NO-ASSUMPTION-FILE
               SET END-OF-ASSUMPTIONS TO TRUE
           ELSE
               MOVE LM-LOAN-ID TO AH-LOAN-ID
               MOVE ZEROS      TO AH-ASSUME-DATE
               START ASSUMPTION-HISTORY-FILE KEY >= AH-KEY
               IF WS-ASSUME-STATUS NOT = "00"
                   SET END-OF-ASSUMPTIONS TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-ASSUMPTION
               UNTIL END-OF-ASSUMPTIONS.

       LOAD-ONE-ASSUMPTION.
           READ ASSUMPTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-ASSUMPTIONS TO TRUE
           END-READ
           IF NOT END-OF-ASSUMPTIONS AND WS-ASSUME-STATUS NOT = "00"
               DISPLAY "AMORT99I: ERROR READING ASSUMPTION HISTORY"
               DISPLAY "AMORT99I: FILE STATUS " WS-ASSUME-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-ASSUMPTIONS
               IF AH-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-ASSUMPTIONS TO TRUE
               ELSE
                   IF WS-AS-COUNT >= WS-AS-MAX
                       DISPLAY "AMORT99I: MORE THAN " WS-AS-MAX
                               " ASSUMPTIONS ON LOAN " LM-LOAN-ID
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-AS-COUNT
                   MOVE AH-ASSUME-DATE TO WS-AS-DATE(WS-AS-COUNT)
                   IF AH-SELLER-COUNT > ZERO
                       MOVE AH-S-SSN(1)  TO WS-AS-SSN(WS-AS-COUNT)
                       MOVE AH-S-FIRST-NAME(1)
                           TO WS-AS-FIRST-NAME(WS-AS-COUNT)
                       MOVE AH-S-LAST-NAME(1)
                           TO WS-AS-LAST-NAME(WS-AS-COUNT)
                   ELSE
                       MOVE ZEROS  TO WS-AS-SSN(WS-AS-COUNT)
                       MOVE SPACES TO WS-AS-FIRST-NAME(WS-AS-COUNT)
                                      WS-AS-LAST-NAME(WS-AS-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    THE SEGMENT A CREDIT BELONGS TO IS ONE MORE THAN THE
      *    NUMBER OF ASSUMPTIONS DATED ON OR BEFORE THE CREDIT.
       FIND-CREDIT-SEGMENT.
           MOVE 1 TO WS-SEG-IX
           PERFORM COUNT-ONE-PRIOR-ASSUMPTION
               VARYING WS-AS-IX FROM 1 BY 1
                   UNTIL WS-AS-IX > WS-AS-COUNT.

       COUNT-ONE-PRIOR-ASSUMPTION.
           IF WS-AS-DATE(WS-AS-IX) <= EL-TRAN-DATE
               ADD 1 TO WS-SEG-IX
           END-IF.

       SCAN-ESCROW-FOR-LOAN.
           MOVE "N" TO WS-LEDGER-EOF-SW
           IF NO-LEDGER-ON-FILE
               SET END-OF-LEDGER TO TRUE
           ELSE
               MOVE LM-LOAN-ID TO EL-LOAN-ID
               MOVE ZEROS      TO EL-SEQ-NO
               START ESCROW-LEDGER-FILE KEY >= EL-KEY
               IF WS-LEDGER-STATUS NOT = "00"
                   SET END-OF-LEDGER TO TRUE
               END-IF
           END-IF
           PERFORM SCAN-ONE-ESCROW-RECORD
               UNTIL END-OF-LEDGER.

       SCAN-ONE-ESCROW-RECORD.
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
                   PERFORM APPLY-ONE-ESCROW-RECORD
               END-IF
           END-IF.

      *    ONLY THE INTEREST CREDITS COUNT, BY THE YEAR THEY ARE
      *    DATED - THE LAST DAY OF THE CREDITING PERIOD, SO A
      *    DECEMBER CREDIT POSTED IN JANUARY STILL FILES FOR THE
      *    YEAR IT WAS EARNED IN.
       APPLY-ONE-ESCROW-RECORD.
           IF EL-INTEREST-CREDIT
               MOVE EL-TRAN-DATE(1:4) TO WS-CREDIT-YEAR
               IF WS-CREDIT-YEAR = WS-TAX-YEAR
                   PERFORM FIND-CREDIT-SEGMENT
                   ADD EL-AMOUNT TO WS-SEG-INTEREST(WS-SEG-IX)
               END-IF
           END-IF.

      *    THE PAYEE'S TIN AND FULL NAME COME FROM THE BORROWER
      *    MASTER'S PRIMARY RECORD - THE IRS WILL NOT TAKE A 1099-INT
      *    WITHOUT THE TIN. A LOAN WITH NO BORROWER RECORD FALLS BACK
      *    TO THE MASTER'S SHORT NAME WITH THE TIN LEFT EMPTY FOR THE
      *    DESK TO RESOLVE. A SELLER'S SEGMENT OF AN ASSUMED LOAN
      *    FILES UNDER THE PRIMARY SELLER KEPT ON THE ASSUMPTION
      *    HISTORY INSTEAD.
       WRITE-B-RECORD.
           IF WS-CO-B-RECORDS = ZERO
               PERFORM WRITE-FIRE-A-RECORD
           END-IF
           MOVE WS-TAX-YEAR      TO FB-TAX-YEAR
           IF WS-SEG-IX <= WS-AS-COUNT
               PERFORM FILL-SELLER-PAYEE
           ELSE
               PERFORM FILL-BORROWER-PAYEE
           END-IF
           COMPUTE WS-AMOUNT-CENTS = WS-LOAN-INTEREST * 100
           MOVE WS-AMOUNT-CENTS  TO FB-AMOUNT-1
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-B-RECORD TO FIRE-RECORD(1:87)
           PERFORM WRITE-FIRE-RECORD
           ADD 1 TO WS-B-RECORDS WS-CO-B-RECORDS.

       FILL-BORROWER-PAYEE.
           PERFORM FETCH-BORROWER-IDENTITY
           IF BORROWER-ON-FILE
               MOVE BR-SSN TO FB-PAYEE-TIN
               MOVE SPACES TO WS-PAYEE-NAME
               STRING FUNCTION TRIM(BR-FIRST-NAME) " "
                      FUNCTION TRIM(BR-LAST-NAME)
                   DELIMITED BY SIZE INTO WS-PAYEE-NAME
               MOVE WS-PAYEE-NAME TO FB-PAYEE-NAME
           ELSE
               MOVE SPACES           TO FB-PAYEE-TIN
               MOVE LM-BORROWER-NAME TO FB-PAYEE-NAME
           END-IF
           MOVE LM-LOAN-NUMBER   TO FB-ACCOUNT.

       FILL-SELLER-PAYEE.
           MOVE WS-AS-SSN(WS-SEG-IX) TO FB-PAYEE-TIN
           MOVE SPACES TO WS-PAYEE-NAME
           STRING FUNCTION TRIM(WS-AS-FIRST-NAME(WS-SEG-IX)) " "
                  FUNCTION TRIM(WS-AS-LAST-NAME(WS-SEG-IX))
               DELIMITED BY SIZE INTO WS-PAYEE-NAME
           MOVE WS-PAYEE-NAME TO FB-PAYEE-NAME
           MOVE WS-SEG-IX TO WS-SEG-NO
           MOVE SPACES TO FB-ACCOUNT
           STRING LM-LOAN-NUMBER DELIMITED BY SPACE
                  "-S"           DELIMITED BY SIZE
                  WS-SEG-NO      DELIMITED BY SIZE
               INTO FB-ACCOUNT.

       FETCH-BORROWER-IDENTITY.
           MOVE "N" TO WS-BORR-FOUND-SW
           IF NO-BORROWER-FILE
               CONTINUE
           ELSE
               MOVE LM-LOAN-ID TO BR-LOAN-ID
               MOVE 1          TO BR-BORROWER-SEQ
               READ BORROWER-MASTER-FILE
               EVALUATE TRUE
                   WHEN WS-BORR-STATUS = "00"
                       SET BORROWER-ON-FILE TO TRUE
                   WHEN WS-BORR-STATUS = "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "AMORT99I: ERROR READING BORROWER "
                               "MASTER"
                       DISPLAY "AMORT99I: FILE STATUS " WS-BORR-STATUS
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    EACH C RECORD FOOTS ITS OWN COMPANY'S B RECORDS; THE F
      *    RECORD COUNTS EVERY A AND B RECORD ON THE FILE.
       WRITE-FIRE-C-RECORD.
           MOVE WS-CO-B-RECORDS TO FC-B-COUNT
           COMPUTE WS-AMOUNT-CENTS = WS-CO-FILED-INTEREST * 100
           MOVE WS-AMOUNT-CENTS TO FC-TOTAL-1
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-C-RECORD TO FIRE-RECORD(1:33)
           PERFORM WRITE-FIRE-RECORD.

       WRITE-FIRE-END-RECORD.
           MOVE WS-A-RECORDS TO FF-A-COUNT
           MOVE WS-B-RECORDS TO FF-B-COUNT
           MOVE SPACES TO FIRE-RECORD
           MOVE FIRE-F-RECORD TO FIRE-RECORD(1:17)
           PERFORM WRITE-FIRE-RECORD.

       WRITE-FIRE-RECORD.
           WRITE FIRE-RECORD
           IF WS-FIRE-STATUS NOT = "00"
               DISPLAY "AMORT99I: ERROR WRITING IRS FIRE FILE"
               DISPLAY "AMORT99I: FILE STATUS " WS-FIRE-STATUS
               STOP RUN
           END-IF.

       PRINT-PROOF-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE LM-LOAN-ID        TO DL-LOAN-ID
           IF WS-SEG-IX <= WS-AS-COUNT
               MOVE WS-AS-LAST-NAME(WS-SEG-IX) TO DL-BORROWER
           ELSE
               MOVE LM-BORROWER-NAME TO DL-BORROWER
           END-IF
           MOVE WS-LOAN-INTEREST  TO DL-INTEREST
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
           MOVE WS-TAX-YEAR TO HL1-YEAR
           MOVE WS-CO-CODE  TO HL1-COMPANY
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-PROOF-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORT99I: ERROR WRITING PROOF LISTING FILE"
               DISPLAY "AMORT99I: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           IF NOT NO-LEDGER-ON-FILE
               CLOSE ESCROW-LEDGER-FILE
           END-IF
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           IF NOT NO-ASSUMPTION-FILE
               CLOSE ASSUMPTION-HISTORY-FILE
           END-IF
           CLOSE FIRE-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORT99I: " WS-A-RECORDS " COMPANIES FILED"
           DISPLAY "AMORT99I: " WS-LOANS-SWEPT " LOANS SWEPT, "
                   WS-B-RECORDS " 1099-INT RECORDS FILED, "
                   WS-BELOW-THRESHOLD " BELOW THRESHOLD".

       END PROGRAM AMORT99I.
