       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTCKR.
       REMARKS. ESCROW CHECK RECONCILIATION RUN. READS THE BANK'S
               PAID-ITEMS FILE FOR THE ESCROW DISBURSEMENT ACCOUNT
               (CHECK NUMBER, DATE PAID, AMOUNT PAID) AND MARKS EACH
               CHECK CLEARED ON THE ESCROW CHECK REGISTER THE
               DISBURSEMENT RUN (AMORTDSB) KEEPS. AN ITEM FOR A CHECK
               WE NEVER ISSUED, ONE ALREADY PAID, ONE PAID AFTER WE
               VOIDED IT, OR ONE PAID FOR A DIFFERENT AMOUNT THAN WE
               ISSUED IS LISTED AS AN EXCEPTION FOR TREASURY AND
               CLEARS NOTHING. THE RUN THEN AGES EVERY CHECK STILL
               OUTSTANDING BY DAYS SINCE ISSUE. A CHECK OUTSTANDING
               MORE THAN 180 DAYS IS STALE: IT IS VOIDED ON THE
               REGISTER AND REVERSED ON THE LOAN'S ESCROW LEDGER WITH
               A VOID RECORD THAT PUTS THE AMOUNT BACK IN ESCROW, SO
               THE BILL IS OWED AGAIN AND THE NEXT DISBURSEMENT RUN
               REISSUES IT ON A NEW CHECK AND REPORTS THE VOID TO THE
               BANK ON ITS POSITIVE-PAY FILE. A DAY WITH NO PAID-ITEMS
               FILE STILL PRINTS THE AGING. EACH STALE VOID IS ALSO
               BOOKED ON THE CUSTODIAL CASH BOOK UNDER ITS CHECK
               NUMBER, SO THE BANK RECONCILIATION RUN (AMORTBRC) STOPS
               CARRYING THE CHECK AS OUTSTANDING.
               EACH SERVICING COMPANY'S CHECKS ARE DRAWN ON ITS OWN
               DISBURSEMENT ACCOUNT (SEE COMPMAST), SO BOTH SECTIONS
               CLOSE WITH EACH COMPANY'S TOTALS AHEAD OF THE RUN'S. A
               PAID ITEM BELONGS TO THE COMPANY THAT ISSUED ITS CHECK;
               ONE FOR A CHECK NOT ON THE REGISTER BELONGS TO THE
               COMPANY WHOSE DISBURSEMENT ACCOUNT THE BANK PAID IT
               FROM, OR TO THE HOME COMPANY WHEN NO COMPANY NAMES THE
               ACCOUNT. THE OPTIONAL COMPANY-SELECTION CARD (COMPSEL)
               LIMITS THE RUN TO ONE COMPANY - OTHER COMPANIES' PAID
               ITEMS AND OUTSTANDING CHECKS ARE PASSED OVER, LEFT FOR
               THAT COMPANY'S OWN RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-ITEMS-FILE ASSIGN TO "CHKPAID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

           SELECT ESCROW-CHECK-FILE ASSIGN TO "ESCHECK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CHECK-NO
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT ESCROW-LEDGER-FILE ASSIGN TO "ESCRLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CASH-BOOK-FILE ASSIGN TO "CASHBOOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASHBK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CKRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE ITEM PER CHECK THE BANK PAID, AS THE BANK SENDS IT.
       FD  PAID-ITEMS-FILE.
       01  PAID-ITEM-RECORD.
           05 PI-ACCOUNT-NO         PIC X(12).
           05 PI-CHECK-NO           PIC 9(9).
           05 PI-PAID-DATE          PIC 9(8).
           05 PI-AMOUNT             PIC 9(9)V99.

       FD  ESCROW-CHECK-FILE.
       COPY ESCHK.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  CASH-BOOK-FILE.
       COPY CASHBOOK.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PAID-STATUS            PIC X(02).
       01 WS-CHECK-STATUS           PIC X(02).
       01 WS-LEDGER-STATUS          PIC X(02).
       01 WS-CASHBK-STATUS          PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-PAID-ITEMS                VALUE "Y".
       01 WS-CHECK-EOF-SW           PIC X(01) VALUE "N".
          88 END-OF-CHECKS                    VALUE "Y".
       01 WS-LEDGER-EOF-SW          PIC X(01).
          88 END-OF-LEDGER                    VALUE "Y".
       01 WS-NO-PAID-SW             PIC X(01) VALUE "N".
          88 NO-PAID-ITEMS-FILE               VALUE "Y".
       01 WS-SECTION-SW             PIC X(01) VALUE "P".
          88 PRINTING-PAID                    VALUE "P".
          88 PRINTING-AGING                   VALUE "A".

       01 WS-ITEMS-READ             PIC 9(9) COMP VALUE ZERO.
       01 WS-ITEMS-CLEARED          PIC 9(9) COMP VALUE ZERO.
       01 WS-ITEMS-REJECTED         PIC 9(9) COMP VALUE ZERO.
       01 WS-CHECKS-VOIDED          PIC 9(9) COMP VALUE ZERO.
       01 WS-TOT-CLEARED            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-VOIDED             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-ITEMS-PASSED           PIC 9(9) COMP VALUE ZERO.
       01 WS-CHECKS-PASSED          PIC 9(9) COMP VALUE ZERO.
       01 WS-CHECK-FOUND-SW         PIC X(01).
          88 CHECK-ON-FILE                    VALUE "Y".

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    EACH COMPANY'S DISBURSEMENT ACCOUNT AND ITS SHARE OF THE
      *    TOTALS BELOW, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-ACCOUNT     PIC X(12).
               05 WS-CO-READ        PIC 9(9) COMP.
               05 WS-CO-CLEARED     PIC 9(9) COMP.
               05 WS-CO-CLEARED-AMT PIC S9(13)V99 COMP-3.
               05 WS-CO-REJECTED    PIC 9(9) COMP.
               05 WS-CO-OUTSTANDING PIC 9(9) COMP.
               05 WS-CO-OUTSTANDING-AMT PIC S9(13)V99 COMP-3.
               05 WS-CO-AGE-ENTRY OCCURS 4.
                   10 WS-CO-AGE-COUNT  PIC 9(9) COMP.
                   10 WS-CO-AGE-AMOUNT PIC S9(13)V99 COMP-3.
               05 WS-CO-VOIDED      PIC 9(9) COMP.
               05 WS-CO-VOIDED-AMT  PIC S9(13)V99 COMP-3.

      *    OUTSTANDING CHECKS BY DAYS SINCE ISSUE - 0-30, 31-60,
      *    61-90, AND 91 TO THE STALE LIMIT.
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 4.
               10 WS-AGE-COUNT      PIC 9(9) COMP.
               10 WS-AGE-AMOUNT     PIC S9(13)V99 COMP-3.
       01 WS-AGE-IX                 PIC S9(4) COMP.
       01 WS-OUTSTANDING-COUNT      PIC 9(9) COMP VALUE ZERO.
       01 WS-TOT-OUTSTANDING        PIC S9(13)V99 COMP-3 VALUE ZERO.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-REJECT-TEXT            PIC X(29).
       01 WS-STALE-DAYS             PIC S9(4) COMP VALUE 180.
       01 WS-RUN-INT                PIC S9(9) COMP.
       01 WS-ISSUE-INT              PIC S9(9) COMP.
       01 WS-DAYS-OUT               PIC S9(9) COMP.
       01 WS-LAST-SEQ-NO            PIC 9(6).
       01 WS-LEDGER-BALANCE         PIC S9(9)V99 COMP-3.

       01 WS-DATE-WORK              PIC 9(8).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).
       01 WS-MONTH-LEN              PIC 9(2).
       01 WS-LEAP-QUOT              PIC 9(4).
       01 WS-LEAP-REM-4             PIC 9(4).
       01 WS-LEAP-REM-100           PIC 9(4).
       01 WS-LEAP-REM-400           PIC 9(4).

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 HL1-TITLE       PIC X(34).
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(58) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(11)  VALUE "CHECK NO".
           05 FILLER PIC X(10)  VALUE "PAID".
           05 FILLER PIC X(16)  VALUE "PAID AMOUNT".
           05 FILLER PIC X(16)  VALUE "ISSUED AMOUNT".
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(32)  VALUE "PAYEE".
           05 FILLER PIC X(31)  VALUE "NOTE".
           05 FILLER PIC X(04)  VALUE "CO".

       01 PAID-LINE.
           05 PL-CHECK-NO       PIC Z(8)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-PAID-DATE      PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-PAID-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-ISSUED-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-PAYEE-NAME     PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-NOTE           PIC X(29).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-COMPANY        PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.

       01 COL-HEADINGS-2.
           05 FILLER PIC X(11)  VALUE "CHECK NO".
           05 FILLER PIC X(10)  VALUE "ISSUED".
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(32)  VALUE "PAYEE".
           05 FILLER PIC X(06)  VALUE "TYPE".
           05 FILLER PIC X(16)  VALUE "AMOUNT".
           05 FILLER PIC X(08)  VALUE "DAYS OUT".
           05 FILLER PIC X(31)  VALUE "   FLAG".
           05 FILLER PIC X(06)  VALUE "CO".

       01 AGING-LINE.
           05 AL-CHECK-NO       PIC Z(8)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-ISSUE-DATE     PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-PAYEE-NAME     PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-TYPE           PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-DAYS-OUT       PIC ZZZZ9.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 AL-FLAG           PIC X(26).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-COMPANY        PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(71) VALUE SPACES.

       01 COMPANY-HEAD-LINE.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CHL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(122) VALUE SPACES.

       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           IF NOT NO-PAID-ITEMS-FILE
               PERFORM READ-PAID-ITEM
               PERFORM PROCESS-ONE-PAID-ITEM
                   UNTIL END-OF-PAID-ITEMS
           END-IF
           PERFORM PRINT-COMPANY-PAID-TOTALS
           PERFORM PRINT-PAID-TOTALS
           PERFORM AGE-OUTSTANDING-CHECKS
           PERFORM PRINT-COMPANY-AGING-TOTALS
           PERFORM PRINT-AGING-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTCKR" TO RC-PROGRAM
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
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           PERFORM CLEAR-ONE-AGE-BUCKET
               VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > 4
           OPEN INPUT PAID-ITEMS-FILE
           IF WS-PAID-STATUS = "35"
               SET NO-PAID-ITEMS-FILE TO TRUE
           ELSE
               IF WS-PAID-STATUS NOT = "00"
                   DISPLAY "AMORTCKR: ERROR OPENING PAID ITEMS FILE"
                   DISPLAY "AMORTCKR: FILE STATUS " WS-PAID-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ESCROW-CHECK-FILE
           IF WS-CHECK-STATUS = "35"
               OPEN OUTPUT ESCROW-CHECK-FILE
               IF WS-CHECK-STATUS = "00"
                   CLOSE ESCROW-CHECK-FILE
                   OPEN I-O ESCROW-CHECK-FILE
               END-IF
           END-IF
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR OPENING ESCROW CHECK REGISTER"
               DISPLAY "AMORTCKR: FILE STATUS " WS-CHECK-STATUS
               STOP RUN
           END-IF
           OPEN I-O ESCROW-LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT ESCROW-LEDGER-FILE
               IF WS-LEDGER-STATUS = "00"
                   CLOSE ESCROW-LEDGER-FILE
                   OPEN I-O ESCROW-LEDGER-FILE
               END-IF
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR OPENING ESCROW LEDGER"
               DISPLAY "AMORTCKR: FILE STATUS " WS-LEDGER-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND CASH-BOOK-FILE
           IF WS-CASHBK-STATUS = "35"
               OPEN OUTPUT CASH-BOOK-FILE
           END-IF
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR OPENING CASH BOOK"
               DISPLAY "AMORTCKR: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTCKR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF
           SET PRINTING-PAID TO TRUE.

       CLEAR-ONE-AGE-BUCKET.
           MOVE ZERO  TO WS-AGE-COUNT(WS-AGE-IX)
           MOVE ZEROS TO WS-AGE-AMOUNT(WS-AGE-IX).

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN RECONCILING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTCKR: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTCKR: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS ONE THIS RUN COVERS, AND POINTS WS-CO-IX
      *    AT THE COMPANY'S TOTALS. A BLANK CODE IS THE HOME COMPANY;
      *    A COMPANY THE TABLE DOES NOT KNOW STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTCKR: ABEND - CHECK " EC-CHECK-NO
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
               DISPLAY "AMORTCKR: ERROR READING COMPANY TABLE"
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
           MOVE CM-DISB-ACCOUNT  TO WS-CO-ACCOUNT(WS-CO-IX)
           MOVE ZERO  TO WS-CO-READ(WS-CO-IX)
                         WS-CO-CLEARED(WS-CO-IX)
                         WS-CO-REJECTED(WS-CO-IX)
                         WS-CO-OUTSTANDING(WS-CO-IX)
                         WS-CO-VOIDED(WS-CO-IX)
           MOVE ZEROS TO WS-CO-CLEARED-AMT(WS-CO-IX)
                         WS-CO-OUTSTANDING-AMT(WS-CO-IX)
                         WS-CO-VOIDED-AMT(WS-CO-IX)
           PERFORM CLEAR-COMPANY-AGE-BUCKET
               VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > 4.

       CLEAR-COMPANY-AGE-BUCKET.
           MOVE ZERO  TO WS-CO-AGE-COUNT(WS-CO-IX WS-AGE-IX)
           MOVE ZEROS TO WS-CO-AGE-AMOUNT(WS-CO-IX WS-AGE-IX).

       READ-PAID-ITEM.
           READ PAID-ITEMS-FILE
               AT END
                   SET END-OF-PAID-ITEMS TO TRUE
           END-READ
           IF NOT END-OF-PAID-ITEMS AND WS-PAID-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR READING PAID ITEMS FILE"
               DISPLAY "AMORTCKR: FILE STATUS " WS-PAID-STATUS
               STOP RUN
           END-IF.

      *    AN ITEM CLEARS ITS CHECK ONLY WHEN THE CHECK IS OURS, STILL
      *    OUTSTANDING, AND PAID FOR EXACTLY WHAT WE ISSUED. ANYTHING
      *    ELSE IS TREASURY'S TO TAKE UP WITH THE BANK.
       PROCESS-ONE-PAID-ITEM.
           ADD 1 TO WS-ITEMS-READ
           PERFORM FIND-PAID-ITEM-CHECK
           IF CHECK-ON-FILE
               MOVE EC-COMPANY-CODE TO CMP-COMPANY-CODE
           ELSE
               PERFORM FIND-ACCOUNT-COMPANY
           END-IF
           PERFORM CHECK-RUN-COMPANY
           IF IN-RUN-COMPANY
               ADD 1 TO WS-CO-READ(WS-CO-IX)
               MOVE WS-CO-CODE(WS-CO-IX) TO PL-COMPANY
               PERFORM MATCH-PAID-ITEM
           ELSE
               ADD 1 TO WS-ITEMS-PASSED
           END-IF
           PERFORM READ-PAID-ITEM.

      *    LOOKS THE ITEM'S CHECK UP ON THE REGISTER. AN ITEM WHOSE
      *    CHECK NUMBER IS NOT EVEN NUMERIC FINDS NOTHING.
       FIND-PAID-ITEM-CHECK.
           MOVE "N" TO WS-CHECK-FOUND-SW
           IF PI-CHECK-NO IS NUMERIC
               MOVE PI-CHECK-NO TO EC-CHECK-NO
               READ ESCROW-CHECK-FILE
               EVALUATE WS-CHECK-STATUS
                   WHEN "00"
                       SET CHECK-ON-FILE TO TRUE
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "AMORTCKR: ERROR READING ESCROW CHECK "
                               "REGISTER"
                       DISPLAY "AMORTCKR: FILE STATUS "
                               WS-CHECK-STATUS
                       STOP RUN
               END-EVALUATE
           END-IF
           IF NOT CHECK-ON-FILE
               MOVE SPACES TO ESCROW-CHECK-RECORD
               MOVE ZEROS TO EC-AMOUNT
           END-IF.

      *    THE COMPANY WHOSE DISBURSEMENT ACCOUNT THE BANK PAID THE
      *    ITEM FROM; SPACES, FOR THE HOME COMPANY, WHEN NO COMPANY
      *    NAMES THE ACCOUNT.
       FIND-ACCOUNT-COMPANY.
           MOVE SPACES TO CMP-COMPANY-CODE
           PERFORM MATCH-COMPANY-ACCOUNT
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       MATCH-COMPANY-ACCOUNT.
           IF WS-CO-ACCOUNT(WS-CO-IX) NOT = SPACES
                   AND WS-CO-ACCOUNT(WS-CO-IX) = PI-ACCOUNT-NO
               MOVE WS-CO-CODE(WS-CO-IX) TO CMP-COMPANY-CODE
           END-IF.

       MATCH-PAID-ITEM.
           EVALUATE TRUE
               WHEN PI-CHECK-NO IS NOT NUMERIC
                 OR PI-PAID-DATE IS NOT NUMERIC
                 OR PI-AMOUNT IS NOT NUMERIC
                   MOVE SPACES TO ESCROW-CHECK-RECORD
                   MOVE ZEROS TO EC-AMOUNT
                   MOVE "PAID ITEM FIELDS INVALID" TO WS-REJECT-TEXT
                   PERFORM REJECT-PAID-ITEM
               WHEN NOT CHECK-ON-FILE
                   MOVE "CHECK NOT ISSUED" TO WS-REJECT-TEXT
                   PERFORM REJECT-PAID-ITEM
               WHEN EC-CLEARED
                   MOVE "CHECK ALREADY PAID" TO WS-REJECT-TEXT
                   PERFORM REJECT-PAID-ITEM
               WHEN EC-VOIDED
                   MOVE "CHECK PAID AFTER VOID" TO WS-REJECT-TEXT
                   PERFORM REJECT-PAID-ITEM
               WHEN PI-AMOUNT NOT = EC-AMOUNT
                   MOVE "AMOUNT DIFFERS FROM ISSUE" TO WS-REJECT-TEXT
                   PERFORM REJECT-PAID-ITEM
               WHEN OTHER
                   PERFORM CLEAR-ONE-CHECK
           END-EVALUATE.

       CLEAR-ONE-CHECK.
           SET EC-CLEARED TO TRUE
           MOVE PI-PAID-DATE TO EC-PAID-DATE
           MOVE PI-AMOUNT    TO EC-PAID-AMOUNT
           REWRITE ESCROW-CHECK-RECORD
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR REWRITING ESCROW CHECK "
                       "REGISTER"
               DISPLAY "AMORTCKR: FILE STATUS " WS-CHECK-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEMS-CLEARED
                    WS-CO-CLEARED(WS-CO-IX)
           ADD PI-AMOUNT TO WS-TOT-CLEARED
                            WS-CO-CLEARED-AMT(WS-CO-IX)
           MOVE "CLEARED" TO PL-NOTE
           PERFORM PRINT-PAID-DETAIL.

       REJECT-PAID-ITEM.
           ADD 1 TO WS-ITEMS-REJECTED
                    WS-CO-REJECTED(WS-CO-IX)
           MOVE WS-REJECT-TEXT TO PL-NOTE
           PERFORM PRINT-PAID-DETAIL.

       PRINT-PAID-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           IF PI-CHECK-NO IS NUMERIC
               MOVE PI-CHECK-NO   TO PL-CHECK-NO
           ELSE
               MOVE ZEROS         TO PL-CHECK-NO
           END-IF
           MOVE PI-PAID-DATE      TO PL-PAID-DATE
           IF PI-AMOUNT IS NUMERIC
               MOVE PI-AMOUNT     TO PL-PAID-AMOUNT
           ELSE
               MOVE ZEROS         TO PL-PAID-AMOUNT
           END-IF
           MOVE EC-AMOUNT         TO PL-ISSUED-AMOUNT
           MOVE EC-LOAN-ID        TO PL-LOAN-ID
           MOVE EC-PAYEE-NAME     TO PL-PAYEE-NAME
           WRITE PRINT-LINE FROM PAID-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAID-TOTALS.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "PAID ITEMS READ"       TO TL-LABEL
           MOVE WS-ITEMS-READ           TO TL-COUNT
           MOVE ZEROS                   TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "CHECKS CLEARED"        TO TL-LABEL
           MOVE WS-ITEMS-CLEARED        TO TL-COUNT
           MOVE WS-TOT-CLEARED          TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "PAID ITEM EXCEPTIONS"  TO TL-LABEL
           MOVE WS-ITEMS-REJECTED       TO TL-COUNT
           MOVE ZEROS                   TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS.

      *    EACH COMPANY'S PAID ITEMS, AHEAD OF THE RUN'S, SO EACH
      *    DISBURSEMENT ACCOUNT CAN BE TIED TO ITS OWN BANK STATEMENT.
       PRINT-COMPANY-PAID-TOTALS.
           PERFORM PRINT-COMPANY-PAID-BLOCK
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       PRINT-COMPANY-PAID-BLOCK.
           IF WS-RUN-COMPANY = SPACES
                   OR WS-RUN-COMPANY = WS-CO-CODE(WS-CO-IX)
               IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
                       OR WS-PAGE-NO = ZERO
                   PERFORM PRINT-PAGE-HEADER
               END-IF
               PERFORM PRINT-COMPANY-HEAD
               MOVE "  PAID ITEMS READ"      TO TL-LABEL
               MOVE WS-CO-READ(WS-CO-IX)     TO TL-COUNT
               MOVE ZEROS                    TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
               MOVE "  CHECKS CLEARED"       TO TL-LABEL
               MOVE WS-CO-CLEARED(WS-CO-IX)  TO TL-COUNT
               MOVE WS-CO-CLEARED-AMT(WS-CO-IX) TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
               MOVE "  PAID ITEM EXCEPTIONS" TO TL-LABEL
               MOVE WS-CO-REJECTED(WS-CO-IX) TO TL-COUNT
               MOVE ZEROS                    TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 3 TO WS-LINE-COUNT
           END-IF.

       PRINT-COMPANY-HEAD.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CO-CODE(WS-CO-IX) TO CHL-COMPANY-CODE
           WRITE PRINT-LINE FROM COMPANY-HEAD-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT.

      *    THE AGING STARTS ON A PAGE OF ITS OWN AND TAKES EVERY CHECK
      *    STILL OUTSTANDING, IN CHECK-NUMBER ORDER.
       AGE-OUTSTANDING-CHECKS.
           SET PRINTING-AGING TO TRUE
           PERFORM PRINT-PAGE-HEADER
           MOVE ZEROS TO EC-CHECK-NO
           START ESCROW-CHECK-FILE KEY >= EC-CHECK-NO
           IF WS-CHECK-STATUS NOT = "00"
               SET END-OF-CHECKS TO TRUE
           END-IF
           PERFORM AGE-ONE-CHECK
               UNTIL END-OF-CHECKS.

       AGE-ONE-CHECK.
           READ ESCROW-CHECK-FILE NEXT RECORD
               AT END
                   SET END-OF-CHECKS TO TRUE
           END-READ
           IF NOT END-OF-CHECKS AND WS-CHECK-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR READING ESCROW CHECK REGISTER"
               DISPLAY "AMORTCKR: FILE STATUS " WS-CHECK-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-CHECKS AND EC-OUTSTANDING
               MOVE EC-COMPANY-CODE TO CMP-COMPANY-CODE
               PERFORM CHECK-RUN-COMPANY
               IF IN-RUN-COMPANY
                   PERFORM AGE-ONE-OUTSTANDING-CHECK
               ELSE
                   ADD 1 TO WS-CHECKS-PASSED
               END-IF
           END-IF.

       AGE-ONE-OUTSTANDING-CHECK.
           MOVE EC-ISSUE-DATE TO WS-DATE-WORK
           PERFORM CLAMP-WORK-DAY
           COMPUTE WS-ISSUE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           COMPUTE WS-DAYS-OUT = WS-RUN-INT - WS-ISSUE-INT
           IF WS-DAYS-OUT > WS-STALE-DAYS
               PERFORM VOID-STALE-CHECK
               MOVE "STALE - VOIDED FOR REISSUE" TO AL-FLAG
           ELSE
               EVALUATE TRUE
                   WHEN WS-DAYS-OUT <= 30
                       MOVE 1 TO WS-AGE-IX
                   WHEN WS-DAYS-OUT <= 60
                       MOVE 2 TO WS-AGE-IX
                   WHEN WS-DAYS-OUT <= 90
                       MOVE 3 TO WS-AGE-IX
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-IX
               END-EVALUATE
               ADD 1 TO WS-AGE-COUNT(WS-AGE-IX)
                        WS-CO-AGE-COUNT(WS-CO-IX WS-AGE-IX)
               ADD EC-AMOUNT TO WS-AGE-AMOUNT(WS-AGE-IX)
                                WS-CO-AGE-AMOUNT(WS-CO-IX WS-AGE-IX)
               ADD 1 TO WS-OUTSTANDING-COUNT
                        WS-CO-OUTSTANDING(WS-CO-IX)
               ADD EC-AMOUNT TO WS-TOT-OUTSTANDING
                                WS-CO-OUTSTANDING-AMT(WS-CO-IX)
               MOVE SPACES TO AL-FLAG
           END-IF
           PERFORM PRINT-AGING-DETAIL.

      *    THE VOID PUTS THE CHECK'S AMOUNT BACK ON THE LOAN'S ESCROW
      *    LEDGER AS THE NEXT RECORD, WITH THE BILL'S PAYEE AND DUE
      *    DATE SO THE DISBURSEMENT RUN SEES THE BILL OWED AGAIN.
       VOID-STALE-CHECK.
           PERFORM SCAN-LEDGER-FOR-LOAN
           ADD EC-AMOUNT TO WS-LEDGER-BALANCE
           MOVE SPACES TO ESCROW-LEDGER-RECORD
           MOVE EC-LOAN-ID        TO EL-LOAN-ID
           COMPUTE EL-SEQ-NO = WS-LAST-SEQ-NO + 1
           MOVE WS-RUN-DATE       TO EL-TRAN-DATE
           SET EL-CHECK-VOID TO TRUE
           MOVE EC-AMOUNT         TO EL-AMOUNT
           MOVE WS-LEDGER-BALANCE TO EL-BALANCE
           MOVE EC-PAYEE-ID       TO EL-PAYEE-ID
           MOVE EC-BILL-DUE-DATE  TO EL-BILL-DUE-DATE
           MOVE EC-CHECK-NO       TO EL-CHECK-NO
           WRITE ESCROW-LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR WRITING ESCROW LEDGER"
               DISPLAY "AMORTCKR: FILE STATUS " WS-LEDGER-STATUS
               STOP RUN
           END-IF
           SET EC-VOIDED TO TRUE
           SET EC-VOID-STALE TO TRUE
           MOVE WS-RUN-DATE       TO EC-VOID-DATE
           MOVE EL-SEQ-NO         TO EC-VOID-SEQ-NO
           MOVE ZEROS             TO EC-PP-VOID-DATE
           REWRITE ESCROW-CHECK-RECORD
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR REWRITING ESCROW CHECK "
                       "REGISTER"
               DISPLAY "AMORTCKR: FILE STATUS " WS-CHECK-STATUS
               STOP RUN
           END-IF
           PERFORM BOOK-CHECK-VOID
           ADD 1 TO WS-CHECKS-VOIDED
                    WS-CO-VOIDED(WS-CO-IX)
           ADD EC-AMOUNT TO WS-TOT-VOIDED
                            WS-CO-VOIDED-AMT(WS-CO-IX).

       BOOK-CHECK-VOID.
           MOVE SPACES TO CASH-BOOK-RECORD
           SET CB-CHECK-VOID TO TRUE
           SET CB-CREDIT TO TRUE
           MOVE EC-CHECK-NO       TO CB-REFERENCE
           MOVE EC-AMOUNT         TO CB-AMOUNT
           MOVE WS-RUN-DATE       TO CB-BOOK-DATE
           MOVE EC-LOAN-ID        TO CB-LOAN-ID
           MOVE "AMORTCKR"        TO CB-PROGRAM
           MOVE EC-COMPANY-CODE   TO CB-COMPANY-CODE
           WRITE CASH-BOOK-RECORD
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR WRITING CASH BOOK"
               DISPLAY "AMORTCKR: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF.

       SCAN-LEDGER-FOR-LOAN.
           MOVE ZERO  TO WS-LAST-SEQ-NO
           MOVE ZEROS TO WS-LEDGER-BALANCE
           MOVE "N" TO WS-LEDGER-EOF-SW
           MOVE EC-LOAN-ID TO EL-LOAN-ID
           MOVE ZEROS      TO EL-SEQ-NO
           START ESCROW-LEDGER-FILE KEY >= EL-KEY
           IF WS-LEDGER-STATUS NOT = "00"
               SET END-OF-LEDGER TO TRUE
           END-IF
           PERFORM SCAN-ONE-LEDGER-RECORD
               UNTIL END-OF-LEDGER.

       SCAN-ONE-LEDGER-RECORD.
           READ ESCROW-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-LEDGER TO TRUE
           END-READ
           IF NOT END-OF-LEDGER AND WS-LEDGER-STATUS NOT = "00"
               SET END-OF-LEDGER TO TRUE
           END-IF
           IF NOT END-OF-LEDGER
               IF EL-LOAN-ID NOT = EC-LOAN-ID
                   SET END-OF-LEDGER TO TRUE
               ELSE
                   MOVE EL-SEQ-NO  TO WS-LAST-SEQ-NO
                   MOVE EL-BALANCE TO WS-LEDGER-BALANCE
               END-IF
           END-IF.

       PRINT-AGING-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE EC-CHECK-NO       TO AL-CHECK-NO
           MOVE EC-ISSUE-DATE     TO AL-ISSUE-DATE
           MOVE EC-LOAN-ID        TO AL-LOAN-ID
           MOVE EC-PAYEE-NAME     TO AL-PAYEE-NAME
           IF EC-BILL-TYPE = "T"
               MOVE "TAX" TO AL-TYPE
           ELSE
               MOVE "INS" TO AL-TYPE
           END-IF
           MOVE EC-AMOUNT         TO AL-AMOUNT
           MOVE WS-DAYS-OUT       TO AL-DAYS-OUT
           MOVE WS-CO-CODE(WS-CO-IX) TO AL-COMPANY
           WRITE PRINT-LINE FROM AGING-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-AGING-TOTALS.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "CHECKS OUTSTANDING"      TO TL-LABEL
           MOVE WS-OUTSTANDING-COUNT      TO TL-COUNT
           MOVE WS-TOT-OUTSTANDING        TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "  ISSUED 0-30 DAYS"      TO TL-LABEL
           MOVE 1 TO WS-AGE-IX
           PERFORM PRINT-ONE-AGE-BUCKET
           MOVE "  ISSUED 31-60 DAYS"     TO TL-LABEL
           MOVE 2 TO WS-AGE-IX
           PERFORM PRINT-ONE-AGE-BUCKET
           MOVE "  ISSUED 61-90 DAYS"     TO TL-LABEL
           MOVE 3 TO WS-AGE-IX
           PERFORM PRINT-ONE-AGE-BUCKET
           MOVE "  ISSUED 91-180 DAYS"    TO TL-LABEL
           MOVE 4 TO WS-AGE-IX
           PERFORM PRINT-ONE-AGE-BUCKET
           MOVE "STALE CHECKS VOIDED"     TO TL-LABEL
           MOVE WS-CHECKS-VOIDED          TO TL-COUNT
           MOVE WS-TOT-VOIDED             TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM CHECK-PRINT-STATUS.

       PRINT-ONE-AGE-BUCKET.
           MOVE WS-AGE-COUNT(WS-AGE-IX)  TO TL-COUNT
           MOVE WS-AGE-AMOUNT(WS-AGE-IX) TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE.

      *    EACH COMPANY'S OUTSTANDING CHECKS AND STALE VOIDS, AHEAD OF
      *    THE RUN'S.
       PRINT-COMPANY-AGING-TOTALS.
           PERFORM PRINT-COMPANY-AGING-BLOCK
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       PRINT-COMPANY-AGING-BLOCK.
           IF WS-RUN-COMPANY = SPACES
                   OR WS-RUN-COMPANY = WS-CO-CODE(WS-CO-IX)
               IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADER
               END-IF
               PERFORM PRINT-COMPANY-HEAD
               MOVE "  CHECKS OUTSTANDING"   TO TL-LABEL
               MOVE WS-CO-OUTSTANDING(WS-CO-IX) TO TL-COUNT
               MOVE WS-CO-OUTSTANDING-AMT(WS-CO-IX) TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
               MOVE "    ISSUED 0-30 DAYS"   TO TL-LABEL
               MOVE 1 TO WS-AGE-IX
               PERFORM PRINT-COMPANY-AGE-BUCKET
               MOVE "    ISSUED 31-60 DAYS"  TO TL-LABEL
               MOVE 2 TO WS-AGE-IX
               PERFORM PRINT-COMPANY-AGE-BUCKET
               MOVE "    ISSUED 61-90 DAYS"  TO TL-LABEL
               MOVE 3 TO WS-AGE-IX
               PERFORM PRINT-COMPANY-AGE-BUCKET
               MOVE "    ISSUED 91-180 DAYS" TO TL-LABEL
               MOVE 4 TO WS-AGE-IX
               PERFORM PRINT-COMPANY-AGE-BUCKET
               MOVE "  STALE CHECKS VOIDED"  TO TL-LABEL
               MOVE WS-CO-VOIDED(WS-CO-IX)   TO TL-COUNT
               MOVE WS-CO-VOIDED-AMT(WS-CO-IX) TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 6 TO WS-LINE-COUNT
           END-IF.

       PRINT-COMPANY-AGE-BUCKET.
           MOVE WS-CO-AGE-COUNT(WS-CO-IX WS-AGE-IX)  TO TL-COUNT
           MOVE WS-CO-AGE-AMOUNT(WS-CO-IX WS-AGE-IX) TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           IF PRINTING-PAID
               MOVE "ESCROW CHECKS PAID BY BANK " TO HL1-TITLE
           ELSE
               MOVE "ESCROW CHECKS OUTSTANDING " TO HL1-TITLE
           END-IF
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF PRINTING-PAID
               WRITE PRINT-LINE FROM COL-HEADINGS-1
           ELSE
               WRITE PRINT-LINE FROM COL-HEADINGS-2
           END-IF
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       CLAMP-WORK-DAY.
           EVALUATE WS-DW-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LEN
               WHEN 2
                   PERFORM SET-FEBRUARY-LENGTH
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LEN
           END-EVALUATE
           IF WS-DW-DD > WS-MONTH-LEN
               MOVE WS-MONTH-LEN TO WS-DW-DD
           END-IF.

       SET-FEBRUARY-LENGTH.
           DIVIDE WS-DW-YYYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-DW-YYYY BY 100
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-DW-YYYY BY 400
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-400 = ZERO
             OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = ZERO)
               MOVE 29 TO WS-MONTH-LEN
           ELSE
               MOVE 28 TO WS-MONTH-LEN
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTCKR: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTCKR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           IF NOT NO-PAID-ITEMS-FILE
               CLOSE PAID-ITEMS-FILE
           END-IF
           CLOSE ESCROW-CHECK-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE CASH-BOOK-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTCKR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-ITEMS-READ TO RC-RECORDS-IN
           COMPUTE RC-RECORDS-OUT = WS-ITEMS-CLEARED + WS-CHECKS-VOIDED
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTCKR: " WS-ITEMS-READ " PAID ITEMS READ, "
                   WS-ITEMS-CLEARED " CLEARED, "
                   WS-ITEMS-REJECTED " EXCEPTIONS"
           DISPLAY "AMORTCKR: " WS-OUTSTANDING-COUNT
                   " CHECKS OUTSTANDING, "
                   WS-CHECKS-VOIDED " STALE CHECKS VOIDED"
           IF WS-ITEMS-PASSED > ZERO OR WS-CHECKS-PASSED > ZERO
               DISPLAY "AMORTCKR: " WS-ITEMS-PASSED
                       " PAID ITEMS AND " WS-CHECKS-PASSED
                       " CHECKS PASSED TO OTHER COMPANIES"
           END-IF.

       END PROGRAM AMORTCKR.
