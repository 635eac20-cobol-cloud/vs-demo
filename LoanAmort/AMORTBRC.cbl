       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTBRC.
       REMARKS. DAILY CUSTODIAL BANK ACCOUNT RECONCILIATION. READS THE
               BANK'S PRIOR-DAY BAI2 STATEMENT FILE FOR THE CUSTODIAL
               ACCOUNTS AND MATCHES EACH CREDIT AND DEBIT ON IT TO THE
               BOOK EVENT THAT SHOULD EXPLAIN IT, FROM THE CUSTODIAL
               CASH BOOK THE CASH RUNS WRITE - LOCKBOX DEPOSITS
               (AMORTPST) AND ACH SETTLEMENT BATCHES (AMORTACH) BY
               DEPOSIT ID, ACH RETURNS (AMORTACH) BY LOAN ID, ESCROW
               CHECKS (AMORTDSB) BY CHECK NUMBER, AND PAYOFF WIRES
               (AMORTPFF), WHICH THE BANK SHOWS UNDER THE SENDER'S
               REFERENCE, BY AMOUNT. A CHECK THE CHECK RECONCILIATION
               RUN (AMORTCKR) VOIDED AS STALE CANCELS AGAINST ITS OWN
               ISSUE AND NEVER WAITS ON THE BANK. THE REPORT LISTS THE
               MATCHED ITEMS, THE BOOK ITEMS WITH NO BANK ACTIVITY, AND
               THE BANK ITEMS WITH NO BOOK ENTRY, EACH WITH THE DAYS IT
               HAS BEEN OPEN, THEN PROVES THE BANK'S CLOSING LEDGER
               BALANCE, ADJUSTED FOR THE BOOK ITEMS NOT YET ON THE
               BANK, TO THE BOOK BALANCE, ADJUSTED FOR THE BANK ITEMS
               NOT YET ON THE BOOK, AND PRINTS THE DIFFERENCE.
               EVERY UNRESOLVED ITEM, AND THE BOOK BALANCE, IS WRITTEN
               TO THE OUTPUT OPEN-ITEMS FILE, WHICH OPERATIONS SWAPS IN
               AS THE NEXT RUN'S INPUT, SO AN ITEM CARRIES FORWARD
               UNTIL IT CLEARS; THE CASH BOOK IS THEN EMPTIED FOR THE
               NEXT DAY. THE FIRST RUN, WITH NO OPEN-ITEMS FILE, TAKES
               THE BANK'S OPENING LEDGER BALANCE AS THE BOOK BALANCE. A
               STATEMENT NO LATER THAN THE ONE LAST RECONCILED IS
               REFUSED. WHEN THE STATEMENT CARRIES MORE THAN ONE
               ACCOUNT THE ACCOUNTS ARE RECONCILED TOGETHER AS ONE
               BOOK.
               EACH SERVICING COMPANY'S CUSTODIAL ACCOUNT RECONCILES IN
               A RUN OF ITS OWN - THE COMPANY ON THE COMPANY-SELECTION
               CARD (COMPSEL), OR THE HOME COMPANY WITHOUT ONE, WITH
               THAT COMPANY'S OWN OPEN-ITEMS FILES. ONLY THE STATEMENT
               ACCOUNT THE COMPANY TABLE NAMES AS THE COMPANY'S
               CUSTODIAL ACCOUNT IS TAKEN (EVERY ACCOUNT WHEN IT NAMES
               NONE), WITH THE ESCROW DISBURSEMENT ACCOUNT THE TABLE
               NAMES FOR IT, WHICH ITS ESCROW CHECKS CLEAR THROUGH,
               AND ONLY THE COMPANY'S OWN CASH-BOOK ENTRIES; THE
               OTHER COMPANIES' ENTRIES ARE WRITTEN BACK TO THE CASH
               BOOK FOR THEIR OWN RUNS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAI-STATEMENT-FILE ASSIGN TO "BAISTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAI-STATUS.

           SELECT CASH-BOOK-FILE ASSIGN TO "CASHBOOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASHBK-STATUS.

           SELECT OPEN-IN-FILE ASSIGN TO "BRCOPEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPEN-IN-STATUS.

           SELECT OPEN-OUT-FILE ASSIGN TO "BRCOPENO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPEN-OUT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "BRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    THE BANK'S BAI2 FILE - COMMA-DELIMITED 80-BYTE PHYSICAL
      *    RECORDS, EACH ENDING IN A SLASH. 01 FILE HEADER, 02 GROUP
      *    HEADER (AS-OF DATE), 03 ACCOUNT HEADER (SUMMARY BALANCES),
      *    16 TRANSACTION DETAIL, 88 CONTINUATION, 49/98/99 TRAILERS.
       FD  BAI-STATEMENT-FILE.
       01  BAI-RECORD                   PIC X(80).

       FD  CASH-BOOK-FILE.
       COPY CASHBOOK.

       FD  OPEN-IN-FILE.
       01  OPEN-IN-RECORD               PIC X(107).

       FD  OPEN-OUT-FILE.
       01  OPEN-OUT-RECORD              PIC X(107).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-BAI-STATUS             PIC X(02).
       01 WS-CASHBK-STATUS          PIC X(02).
       01 WS-OPEN-IN-STATUS         PIC X(02).
       01 WS-OPEN-OUT-STATUS        PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

      *    BOTH OPEN-ITEMS FILES ARE READ AND WRITTEN THROUGH THIS ONE
      *    WORKING COPY OF THE LAYOUT.
       COPY BANKOPEN.

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-INPUT                     VALUE "Y".
       01 WS-FIRST-RUN-SW           PIC X(01) VALUE "N".
          88 FIRST-RECONCILIATION             VALUE "Y".
       01 WS-HEADER-SW              PIC X(01) VALUE "N".
          88 OPEN-ITEMS-HEADER-READ           VALUE "Y".
       01 WS-OPENING-SW             PIC X(01) VALUE "N".
          88 OPENING-BALANCE-FOUND            VALUE "Y".
       01 WS-CLOSING-SW             PIC X(01) VALUE "N".
          88 CLOSING-BALANCE-FOUND            VALUE "Y".
       01 WS-FOUND-SW               PIC X(01).
          88 ITEM-FOUND                       VALUE "Y".
       01 WS-AMT-BAD-SW             PIC X(01).
          88 AMOUNT-UNREADABLE                VALUE "Y".
       01 WS-AMT-NEG-SW             PIC X(01).
          88 AMOUNT-NEGATIVE                  VALUE "Y".
       01 WS-ACCOUNT-SW             PIC X(01) VALUE "Y".
          88 IN-CUSTODIAL-ACCOUNT             VALUE "Y".
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".
       01 WS-SECTION-SW             PIC X(01) VALUE "M".
          88 PRINTING-MATCHED                 VALUE "M".
          88 PRINTING-BOOK-ONLY               VALUE "B".
          88 PRINTING-BANK-ONLY               VALUE "K".
          88 PRINTING-SUMMARY                 VALUE "S".

       01 WS-BAI-RECORDS-READ       PIC 9(9) COMP VALUE ZERO.
       01 WS-BAI-ACCOUNTS           PIC 9(9) COMP VALUE ZERO.
       01 WS-BAI-NONCASH            PIC 9(9) COMP VALUE ZERO.
       01 WS-BAI-UNREADABLE         PIC 9(9) COMP VALUE ZERO.
       01 WS-BOOK-ENTRIES-READ      PIC 9(9) COMP VALUE ZERO.
       01 WS-BAI-OTHER-ACCOUNTS     PIC 9(9) COMP VALUE ZERO.
       01 WS-ITEMS-CARRIED-IN       PIC 9(9) COMP VALUE ZERO.
       01 WS-ITEMS-CARRIED-OUT      PIC 9(9) COMP VALUE ZERO.
       01 WS-STMT-CREDIT-COUNT      PIC 9(9) COMP VALUE ZERO.
       01 WS-STMT-DEBIT-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-ITEMS-MATCHED          PIC 9(9) COMP VALUE ZERO.
       01 WS-CHECKS-CANCELLED       PIC 9(9) COMP VALUE ZERO.
       01 WS-BOOK-CR-OPEN-COUNT     PIC 9(9) COMP VALUE ZERO.
       01 WS-BOOK-DR-OPEN-COUNT     PIC 9(9) COMP VALUE ZERO.
       01 WS-BANK-CR-OPEN-COUNT     PIC 9(9) COMP VALUE ZERO.
       01 WS-BANK-DR-OPEN-COUNT     PIC 9(9) COMP VALUE ZERO.

       01 WS-STMT-CREDITS           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-STMT-DEBITS            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-BOOK-CREDITS       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-BOOK-DEBITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-MATCHED            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-CANCELLED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-BOOK-CR-OPEN           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-BOOK-DR-OPEN           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-BANK-CR-OPEN           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-BANK-DR-OPEN           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-BANK-OPENING           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-BANK-CLOSING           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-PRIOR-BOOK-BALANCE     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-BOOK-BALANCE           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-ADJUSTED-BANK          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-ADJUSTED-BOOK          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-DIFFERENCE             PIC S9(13)V99 COMP-3 VALUE ZERO.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-BRC-COMPANY            PIC X(02).
       01 WS-CUSTODIAL-ACCOUNT      PIC X(17).
       01 WS-DISB-ACCOUNT           PIC X(12).
       01 WS-STATEMENT-DATE         PIC 9(8) VALUE ZERO.
       01 WS-LAST-STATEMENT-DATE    PIC 9(8) VALUE ZERO.
       01 WS-STATEMENT-INT          PIC S9(9) COMP.
       01 WS-OPEN-INT               PIC S9(9) COMP.
       01 WS-DAYS-OPEN              PIC S9(9) COMP.
       01 WS-DAYS-EDIT              PIC ZZZZ9.

       01 WS-DATE-WORK              PIC 9(8).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).

      *    ONE BAI RECORD BROKEN AT ITS COMMAS. A DETAIL RECORD'S
      *    REFERENCES FOLLOW ITS FUNDS TYPE, WHICH MAY CARRY FIELDS OF
      *    ITS OWN - "V" A VALUE DATE AND TIME, "S" THREE AVAILABILITY
      *    AMOUNTS, "D" A COUNT OF DAY/AMOUNT PAIRS.
       01 WS-BAI-FIELDS.
           05 WS-BAI-FIELD          PIC X(30) OCCURS 14.
       01 WS-FX                     PIC S9(4) COMP.
       01 WS-REF-FX                 PIC S9(4) COMP.
       01 WS-TYPE-CODE              PIC 9(3).
       01 WS-DIRECTION              PIC X(01).

      *    A BAI AMOUNT IS WHOLE CENTS WITH NO DECIMAL POINT AND, ON A
      *    BALANCE, AN OPTIONAL SIGN.
       01 WS-AMT-TEXT               PIC X(30).
       01 WS-AMT-WORK               PIC X(30).
       01 WS-AMT-LEN                PIC S9(4) COMP.
       01 WS-AMT-DIGITS             PIC X(15) JUSTIFIED RIGHT.
       01 WS-AMT-DIGITS-N REDEFINES WS-AMT-DIGITS
                                    PIC 9(13)V99.
       01 WS-AMT-VALUE              PIC S9(13)V99 COMP-3.
       01 WS-CHK-LEN                PIC S9(4) COMP.
       01 WS-CHK-DIGITS             PIC X(09) JUSTIFIED RIGHT.

      *    EVERY CASH-BOOK ENTRY IN PLAY THIS RUN - CARRIED FORWARD
      *    FIRST, THEN THE DAY'S NEW ONES. STATUS "O" OPEN, "M"
      *    MATCHED TO THE BANK ITEM AT WS-BT-MATCH-IX, "V" A STALE
      *    VOID AND THE CHECK IT CANCELS.
       01 WS-NUM-BOOK               PIC S9(4) COMP VALUE ZERO.
       01 WS-BT-IX                  PIC S9(4) COMP.
       01 WS-BT-IX2                 PIC S9(4) COMP.
       01 WS-BOOK-TABLE.
           03 WS-BOOK-ENTRY OCCURS 5000.
               05 WS-BT-SOURCE      PIC X(01).
               05 WS-BT-DIRECTION   PIC X(01).
               05 WS-BT-REFERENCE   PIC X(16).
               05 WS-BT-AMOUNT      PIC S9(11)V99 COMP-3.
               05 WS-BT-BOOK-DATE   PIC 9(08).
               05 WS-BT-LOAN-ID     PIC X(10).
               05 WS-BT-FIRST-OPEN  PIC 9(08).
               05 WS-BT-STATUS      PIC X(01).
                   88 WS-BT-OPEN              VALUE "O".
                   88 WS-BT-MATCHED           VALUE "M".
                   88 WS-BT-VOIDED            VALUE "V".
               05 WS-BT-MATCH-IX    PIC S9(4) COMP.

      *    EVERY BANK ITEM IN PLAY - CARRIED FORWARD, THEN THE
      *    STATEMENT'S. A CHECK-PAID DEBIT'S SERIAL NUMBER COMES IN
      *    THE CUSTOMER REFERENCE; WS-KT-CHECK-NO HOLDS IT ZERO-FILLED
      *    TO NINE DIGITS AS THE CASH BOOK CARRIES IT, OR SPACES.
       01 WS-NUM-BANK               PIC S9(4) COMP VALUE ZERO.
       01 WS-KT-IX                  PIC S9(4) COMP.
       01 WS-BANK-TABLE.
           03 WS-BANK-ENTRY OCCURS 5000.
               05 WS-KT-TYPE-CODE   PIC 9(03).
               05 WS-KT-DIRECTION   PIC X(01).
               05 WS-KT-AMOUNT      PIC S9(11)V99 COMP-3.
               05 WS-KT-AS-OF-DATE  PIC 9(08).
               05 WS-KT-BANK-REF    PIC X(16).
               05 WS-KT-CUST-REF    PIC X(16).
               05 WS-KT-CHECK-NO    PIC X(09).
               05 WS-KT-FIRST-OPEN  PIC 9(08).
               05 WS-KT-STATUS      PIC X(01).
                   88 WS-KT-OPEN              VALUE "O".
                   88 WS-KT-MATCHED           VALUE "M".

      *    THE CASH-BOOK ENTRIES OF THE OTHER COMPANIES, HELD TO BE
      *    WRITTEN BACK WHEN THE BOOK IS EMPTIED.
       01 WS-NUM-KEPT               PIC S9(4) COMP VALUE ZERO.
       01 WS-KP-IX                  PIC S9(4) COMP.
       01 WS-KEPT-TABLE.
           03 WS-KEPT-ENTRY         PIC X(71) OCCURS 5000.

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
           05 FILLER          PIC X(08) VALUE "COMPANY ".
           05 HL1-COMPANY     PIC X(02).
           05 FILLER          PIC X(58) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(14)  VALUE "SOURCE".
           05 FILLER PIC X(18)  VALUE "REFERENCE".
           05 FILLER PIC X(10)  VALUE "DATE".
           05 FILLER PIC X(18)  VALUE "AMOUNT".
           05 FILLER PIC X(04)  VALUE "DC".
           05 FILLER PIC X(05)  VALUE "BAI".
           05 FILLER PIC X(18)  VALUE "BANK REF".
           05 FILLER PIC X(18)  VALUE "CUST REF".
           05 FILLER PIC X(07)  VALUE "DAYS".
           05 FILLER PIC X(20)  VALUE "NOTE".

       01 DETAIL-LINE.
           05 DL-SOURCE         PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-REFERENCE      PIC X(16).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-DATE           PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-DR-CR          PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-BAI-TYPE       PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-BANK-REF       PIC X(16).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-CUST-REF       PIC X(16).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-DAYS-OPEN      PIC X(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NOTE           PIC X(20).

       01 STATEMENT-LINE.
           05 FILLER            PIC X(30)
               VALUE "BANK STATEMENT AS OF".
           05 FILLER            PIC X(04) VALUE SPACES.
           05 SM-STATEMENT-DATE PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "ACCOUNTS".
           05 SM-ACCOUNT-COUNT  PIC ZZ9.
           05 FILLER            PIC X(73) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(71) VALUE SPACES.

       01 BALANCE-LINE.
           05 BL-LABEL          PIC X(30).
           05 FILLER            PIC X(14) VALUE SPACES.
           05 BL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(71) VALUE SPACES.

       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-BANK-STATEMENT
           PERFORM LOAD-CASH-BOOK
           PERFORM SET-BOOK-BALANCE
           PERFORM MATCH-CHECK-VOIDS
               VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-NUM-BOOK
           PERFORM MATCH-BY-REFERENCE
               VARYING WS-KT-IX FROM 1 BY 1
                   UNTIL WS-KT-IX > WS-NUM-BANK
           PERFORM MATCH-WIRE-BY-AMOUNT
               VARYING WS-KT-IX FROM 1 BY 1
                   UNTIL WS-KT-IX > WS-NUM-BANK
           PERFORM PRINT-MATCHED-ITEMS
           PERFORM PRINT-BOOK-ONLY-ITEMS
           PERFORM PRINT-BANK-ONLY-ITEMS
           PERFORM PRINT-RECONCILIATION
           PERFORM WRITE-OPEN-ITEMS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTBRC" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM SELECT-BRC-COMPANY
           OPEN INPUT BAI-STATEMENT-FILE
           IF WS-BAI-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR OPENING BAI STATEMENT FILE"
               DISPLAY "AMORTBRC: FILE STATUS " WS-BAI-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT OPEN-OUT-FILE
           IF WS-OPEN-OUT-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR OPENING OPEN ITEMS OUT"
               DISPLAY "AMORTBRC: FILE STATUS " WS-OPEN-OUT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTBRC: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN.
       SELECT-BRC-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF CMP-OK AND CMP-SELECT-CODE = SPACES
               SET CMP-LOOK-UP TO TRUE
               MOVE SPACES TO CMP-COMPANY-CODE
               CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           END-IF
           IF NOT CMP-OK
               DISPLAY "AMORTBRC: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-CODE     TO WS-BRC-COMPANY
           MOVE CM-CUSTODIAL-ACCOUNT TO WS-CUSTODIAL-ACCOUNT
           MOVE CM-DISB-ACCOUNT      TO WS-DISB-ACCOUNT.

      *    SETS IN-RUN-COMPANY WHEN COMPANY CMP-COMPANY-CODE, AS THE
      *    CALLER LEFT IT, IS THE ONE THIS RUN RECONCILES. A CODE NOT
      *    ON THE TABLE IS NOBODY'S.
       CHECK-RUN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF CMP-OK AND CMP-COMPANY-CODE = WS-BRC-COMPANY
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

      *-----------------------------------------------------------------
      *    WHAT THE LAST RUN LEFT UNRESOLVED. NO FILE AT ALL IS THE
      *    FIRST RECONCILIATION.
      *-----------------------------------------------------------------
       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-IN-FILE
           IF WS-OPEN-IN-STATUS = "35"
               SET FIRST-RECONCILIATION TO TRUE
           ELSE
               IF WS-OPEN-IN-STATUS NOT = "00"
                   DISPLAY "AMORTBRC: ERROR OPENING OPEN ITEMS FILE"
                   DISPLAY "AMORTBRC: FILE STATUS " WS-OPEN-IN-STATUS
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-OPEN-ITEM
               PERFORM LOAD-ONE-OPEN-ITEM
                   UNTIL END-OF-INPUT
               CLOSE OPEN-IN-FILE
               IF NOT OPEN-ITEMS-HEADER-READ
                   DISPLAY "AMORTBRC: OPEN ITEMS FILE HAS NO HEADER"
                   STOP RUN
               END-IF
           END-IF.

       READ-OPEN-ITEM.
           READ OPEN-IN-FILE INTO BANK-OPEN-ITEM-RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND WS-OPEN-IN-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR READING OPEN ITEMS FILE"
               DISPLAY "AMORTBRC: FILE STATUS " WS-OPEN-IN-STATUS
               STOP RUN
           END-IF.

       LOAD-ONE-OPEN-ITEM.
           EVALUATE TRUE
               WHEN BI-HEADER-REC
                   MOVE BI-AMOUNT    TO WS-PRIOR-BOOK-BALANCE
                   MOVE BI-ITEM-DATE TO WS-LAST-STATEMENT-DATE
                   SET OPEN-ITEMS-HEADER-READ TO TRUE
               WHEN BI-BOOK-ITEM
                   PERFORM ADD-BOOK-ENTRY
                   MOVE BI-SOURCE       TO WS-BT-SOURCE(WS-NUM-BOOK)
                   MOVE BI-DIRECTION    TO WS-BT-DIRECTION(WS-NUM-BOOK)
                   MOVE BI-REFERENCE    TO WS-BT-REFERENCE(WS-NUM-BOOK)
                   MOVE BI-AMOUNT       TO WS-BT-AMOUNT(WS-NUM-BOOK)
                   MOVE BI-ITEM-DATE    TO WS-BT-BOOK-DATE(WS-NUM-BOOK)
                   MOVE BI-LOAN-ID      TO WS-BT-LOAN-ID(WS-NUM-BOOK)
                   MOVE BI-FIRST-OPEN-DATE
                                        TO WS-BT-FIRST-OPEN(WS-NUM-BOOK)
                   ADD 1 TO WS-ITEMS-CARRIED-IN
               WHEN BI-BANK-ITEM
                   PERFORM ADD-BANK-ENTRY
                   MOVE BI-TYPE-CODE    TO WS-KT-TYPE-CODE(WS-NUM-BANK)
                   MOVE BI-DIRECTION    TO WS-KT-DIRECTION(WS-NUM-BANK)
                   MOVE BI-AMOUNT       TO WS-KT-AMOUNT(WS-NUM-BANK)
                   MOVE BI-ITEM-DATE    TO WS-KT-AS-OF-DATE(WS-NUM-BANK)
                   MOVE BI-BANK-REF     TO WS-KT-BANK-REF(WS-NUM-BANK)
                   MOVE BI-CUST-REF     TO WS-KT-CUST-REF(WS-NUM-BANK)
                   MOVE BI-FIRST-OPEN-DATE
                                        TO WS-KT-FIRST-OPEN(WS-NUM-BANK)
                   PERFORM SET-BANK-CHECK-NO
                   ADD 1 TO WS-ITEMS-CARRIED-IN
               WHEN OTHER
                   DISPLAY "AMORTBRC: OPEN ITEMS RECORD TYPE "
                           BI-RECORD-TYPE " NOT H, B, OR K"
                   STOP RUN
           END-EVALUATE
           PERFORM READ-OPEN-ITEM.

       ADD-BOOK-ENTRY.
           IF WS-NUM-BOOK >= 5000
               DISPLAY "AMORTBRC: ABEND - BOOK ITEM TABLE FULL"
               STOP RUN
           END-IF
           ADD 1 TO WS-NUM-BOOK
           SET WS-BT-OPEN(WS-NUM-BOOK) TO TRUE
           MOVE ZERO TO WS-BT-MATCH-IX(WS-NUM-BOOK).

       ADD-BANK-ENTRY.
           IF WS-NUM-BANK >= 5000
               DISPLAY "AMORTBRC: ABEND - BANK ITEM TABLE FULL"
               STOP RUN
           END-IF
           ADD 1 TO WS-NUM-BANK
           SET WS-KT-OPEN(WS-NUM-BANK) TO TRUE.

       SET-BANK-CHECK-NO.
           MOVE SPACES TO WS-KT-CHECK-NO(WS-NUM-BANK)
           MOVE SPACES TO WS-CHK-DIGITS
           MOVE ZERO TO WS-CHK-LEN
           UNSTRING WS-KT-CUST-REF(WS-NUM-BANK) DELIMITED BY SPACE
               INTO WS-CHK-DIGITS COUNT IN WS-CHK-LEN
           IF WS-CHK-LEN > ZERO AND WS-CHK-LEN <= 9
               INSPECT WS-CHK-DIGITS REPLACING LEADING SPACE BY ZERO
               IF WS-CHK-DIGITS IS NUMERIC
                   MOVE WS-CHK-DIGITS TO WS-KT-CHECK-NO(WS-NUM-BANK)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE BANK'S STATEMENT - ITS AS-OF DATE, THE LEDGER BALANCES
      *    OF EACH ACCOUNT, AND EVERY CREDIT AND DEBIT.
      *-----------------------------------------------------------------
       LOAD-BANK-STATEMENT.
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-BAI-RECORD
           PERFORM PROCESS-ONE-BAI-RECORD
               UNTIL END-OF-INPUT
           CLOSE BAI-STATEMENT-FILE
           IF WS-STATEMENT-DATE = ZERO
               DISPLAY "AMORTBRC: STATEMENT HAS NO GROUP AS-OF DATE"
               STOP RUN
           END-IF
           IF NOT CLOSING-BALANCE-FOUND
               DISPLAY "AMORTBRC: STATEMENT HAS NO CLOSING LEDGER "
                       "BALANCE (TYPE 015)"
               STOP RUN
           END-IF
           IF NOT FIRST-RECONCILIATION
                   AND WS-STATEMENT-DATE <= WS-LAST-STATEMENT-DATE
               DISPLAY "AMORTBRC: STATEMENT " WS-STATEMENT-DATE
                       " ALREADY RECONCILED - LAST WAS "
                       WS-LAST-STATEMENT-DATE
               STOP RUN
           END-IF
           MOVE WS-STATEMENT-DATE TO WS-DATE-WORK
           COMPUTE WS-STATEMENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).

       READ-BAI-RECORD.
           READ BAI-STATEMENT-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND WS-BAI-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR READING BAI STATEMENT FILE"
               DISPLAY "AMORTBRC: FILE STATUS " WS-BAI-STATUS
               STOP RUN
           END-IF.

       PROCESS-ONE-BAI-RECORD.
           ADD 1 TO WS-BAI-RECORDS-READ
           MOVE SPACES TO WS-BAI-FIELDS
           UNSTRING BAI-RECORD DELIMITED BY "," OR "/"
               INTO WS-BAI-FIELD(1)  WS-BAI-FIELD(2)
                    WS-BAI-FIELD(3)  WS-BAI-FIELD(4)
                    WS-BAI-FIELD(5)  WS-BAI-FIELD(6)
                    WS-BAI-FIELD(7)  WS-BAI-FIELD(8)
                    WS-BAI-FIELD(9)  WS-BAI-FIELD(10)
                    WS-BAI-FIELD(11) WS-BAI-FIELD(12)
                    WS-BAI-FIELD(13) WS-BAI-FIELD(14)
           EVALUATE WS-BAI-FIELD(1)
               WHEN "02"
                   PERFORM TAKE-GROUP-HEADER
               WHEN "03"
                   PERFORM TAKE-ACCOUNT-HEADER
               WHEN "16"
                   IF IN-CUSTODIAL-ACCOUNT
                       PERFORM TAKE-DETAIL-RECORD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-BAI-RECORD.

      *    THE AS-OF DATE IS YYMMDD IN THE FOURTH FIELD AFTER THE
      *    RECORD CODE. WITH MORE THAN ONE GROUP THE LATEST WINS.
       TAKE-GROUP-HEADER.
           MOVE ZEROS TO WS-DATE-WORK
           MOVE "20" TO WS-DATE-WORK(1:2)
           MOVE WS-BAI-FIELD(5)(1:6) TO WS-DATE-WORK(3:6)
           IF WS-DATE-WORK IS NOT NUMERIC
                   OR WS-BAI-FIELD(5)(7:1) NOT = SPACE
                   OR WS-DW-MM < 1 OR WS-DW-MM > 12
                   OR WS-DW-DD < 1 OR WS-DW-DD > 31
               DISPLAY "AMORTBRC: GROUP AS-OF DATE NOT VALID - "
                       WS-BAI-FIELD(5)
               STOP RUN
           END-IF
           IF WS-DATE-WORK > WS-STATEMENT-DATE
               MOVE WS-DATE-WORK TO WS-STATEMENT-DATE
           END-IF.

      *    THE SUMMARY ITEMS COME IN FOURS - TYPE CODE, AMOUNT, ITEM
      *    COUNT, FUNDS TYPE. 010 IS THE OPENING LEDGER BALANCE AND
      *    015 THE CLOSING; THEY ARE SUMMED ACROSS THE ACCOUNTS. AN
      *    ACCOUNT OTHER THAN THE COMPANY'S CUSTODIAL ACCOUNT, WITH
      *    THE DETAIL RECORDS THAT FOLLOW IT, BELONGS TO ANOTHER
      *    COMPANY'S RUN - UNLESS IT IS THE COMPANY'S OWN ESCROW
      *    DISBURSEMENT ACCOUNT, WHOSE CHECKS ARE ON ITS CASH BOOK.
       TAKE-ACCOUNT-HEADER.
           IF WS-CUSTODIAL-ACCOUNT = SPACES
                   OR WS-BAI-FIELD(2) = WS-CUSTODIAL-ACCOUNT
                   OR (WS-DISB-ACCOUNT NOT = SPACES
                       AND WS-BAI-FIELD(2) = WS-DISB-ACCOUNT)
               SET IN-CUSTODIAL-ACCOUNT TO TRUE
               ADD 1 TO WS-BAI-ACCOUNTS
               PERFORM TAKE-ONE-SUMMARY-ITEM
                   VARYING WS-FX FROM 4 BY 4
                       UNTIL WS-FX > 13
           ELSE
               MOVE "N" TO WS-ACCOUNT-SW
               ADD 1 TO WS-BAI-OTHER-ACCOUNTS
           END-IF.

       TAKE-ONE-SUMMARY-ITEM.
           IF WS-BAI-FIELD(WS-FX) = "010" OR "015"
               COMPUTE WS-REF-FX = WS-FX + 1
               MOVE WS-BAI-FIELD(WS-REF-FX) TO WS-AMT-TEXT
               PERFORM CONVERT-BAI-AMOUNT
               IF AMOUNT-UNREADABLE
                   DISPLAY "AMORTBRC: LEDGER BALANCE NOT VALID - "
                           WS-AMT-TEXT
                   STOP RUN
               END-IF
               IF WS-BAI-FIELD(WS-FX) = "010"
                   ADD WS-AMT-VALUE TO WS-BANK-OPENING
                   SET OPENING-BALANCE-FOUND TO TRUE
               ELSE
                   ADD WS-AMT-VALUE TO WS-BANK-CLOSING
                   SET CLOSING-BALANCE-FOUND TO TRUE
               END-IF
           END-IF.

      *    TYPE CODES 100-399 ARE CREDITS, 400-699 DEBITS. ANYTHING
      *    ELSE IS A MEMO OR LOAN ITEM THAT MOVES NO CASH.
       TAKE-DETAIL-RECORD.
           IF WS-STATEMENT-DATE = ZERO
               DISPLAY "AMORTBRC: DETAIL RECORD BEFORE GROUP HEADER"
               STOP RUN
           END-IF
           IF WS-BAI-FIELD(2)(1:3) IS NOT NUMERIC
                   OR WS-BAI-FIELD(2)(4:1) NOT = SPACE
               PERFORM REJECT-DETAIL-RECORD
           ELSE
               MOVE WS-BAI-FIELD(2)(1:3) TO WS-TYPE-CODE
               EVALUATE TRUE
                   WHEN WS-TYPE-CODE >= 100 AND WS-TYPE-CODE <= 399
                       MOVE "C" TO WS-DIRECTION
                   WHEN WS-TYPE-CODE >= 400 AND WS-TYPE-CODE <= 699
                       MOVE "D" TO WS-DIRECTION
                   WHEN OTHER
                       MOVE SPACE TO WS-DIRECTION
               END-EVALUATE
               MOVE WS-BAI-FIELD(3) TO WS-AMT-TEXT
               PERFORM CONVERT-BAI-AMOUNT
               EVALUATE TRUE
                   WHEN AMOUNT-UNREADABLE OR AMOUNT-NEGATIVE
                       PERFORM REJECT-DETAIL-RECORD
                   WHEN WS-DIRECTION = SPACE
                     OR WS-AMT-VALUE = ZERO
                       ADD 1 TO WS-BAI-NONCASH
                   WHEN OTHER
                       PERFORM FIND-DETAIL-REFERENCES
                       IF WS-REF-FX > 13
                           PERFORM REJECT-DETAIL-RECORD
                       ELSE
                           PERFORM ADD-STATEMENT-ITEM
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-DETAIL-REFERENCES.
           EVALUATE WS-BAI-FIELD(4)(1:1)
               WHEN "V"
                   MOVE 7 TO WS-REF-FX
               WHEN "S"
                   MOVE 8 TO WS-REF-FX
               WHEN "D"
                   IF WS-BAI-FIELD(5)(1:1) IS NUMERIC
                           AND WS-BAI-FIELD(5)(2:1) = SPACE
                       MOVE WS-BAI-FIELD(5)(1:1) TO WS-REF-FX
                       COMPUTE WS-REF-FX = 6 + (2 * WS-REF-FX)
                   ELSE
                       MOVE 99 TO WS-REF-FX
                   END-IF
               WHEN OTHER
                   MOVE 5 TO WS-REF-FX
           END-EVALUATE.

       ADD-STATEMENT-ITEM.
           PERFORM ADD-BANK-ENTRY
           MOVE WS-TYPE-CODE      TO WS-KT-TYPE-CODE(WS-NUM-BANK)
           MOVE WS-DIRECTION      TO WS-KT-DIRECTION(WS-NUM-BANK)
           MOVE WS-AMT-VALUE      TO WS-KT-AMOUNT(WS-NUM-BANK)
           MOVE WS-STATEMENT-DATE TO WS-KT-AS-OF-DATE(WS-NUM-BANK)
           MOVE WS-BAI-FIELD(WS-REF-FX)
                                  TO WS-KT-BANK-REF(WS-NUM-BANK)
           ADD 1 TO WS-REF-FX
           MOVE WS-BAI-FIELD(WS-REF-FX)
                                  TO WS-KT-CUST-REF(WS-NUM-BANK)
           MOVE ZERO              TO WS-KT-FIRST-OPEN(WS-NUM-BANK)
           PERFORM SET-BANK-CHECK-NO
           IF WS-DIRECTION = "C"
               ADD 1 TO WS-STMT-CREDIT-COUNT
               ADD WS-AMT-VALUE TO WS-STMT-CREDITS
           ELSE
               ADD 1 TO WS-STMT-DEBIT-COUNT
               ADD WS-AMT-VALUE TO WS-STMT-DEBITS
           END-IF.

       REJECT-DETAIL-RECORD.
           ADD 1 TO WS-BAI-UNREADABLE
           DISPLAY "AMORTBRC: DETAIL RECORD NOT READABLE - "
                   BAI-RECORD(1:60).

       CONVERT-BAI-AMOUNT.
           MOVE "N" TO WS-AMT-BAD-SW
           MOVE "N" TO WS-AMT-NEG-SW
           MOVE ZEROS TO WS-AMT-VALUE
           MOVE WS-AMT-TEXT TO WS-AMT-WORK
           IF WS-AMT-TEXT(1:1) = "-" OR "+"
               IF WS-AMT-TEXT(1:1) = "-"
                   SET AMOUNT-NEGATIVE TO TRUE
               END-IF
               MOVE WS-AMT-TEXT(2:29) TO WS-AMT-WORK
           END-IF
           MOVE SPACES TO WS-AMT-DIGITS
           MOVE ZERO TO WS-AMT-LEN
           UNSTRING WS-AMT-WORK DELIMITED BY SPACE
               INTO WS-AMT-DIGITS COUNT IN WS-AMT-LEN
           IF WS-AMT-LEN > 15
               SET AMOUNT-UNREADABLE TO TRUE
           ELSE
               INSPECT WS-AMT-DIGITS REPLACING LEADING SPACE BY ZERO
               IF WS-AMT-DIGITS IS NOT NUMERIC
                   SET AMOUNT-UNREADABLE TO TRUE
               ELSE
                   MOVE WS-AMT-DIGITS-N TO WS-AMT-VALUE
                   IF AMOUNT-NEGATIVE
                       COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE DAY'S NEW CASH-BOOK ENTRIES. NO CASH BOOK MEANS NOTHING
      *    WAS BOOKED SINCE THE LAST RUN.
      *-----------------------------------------------------------------
       LOAD-CASH-BOOK.
           OPEN INPUT CASH-BOOK-FILE
           IF WS-CASHBK-STATUS NOT = "35"
               IF WS-CASHBK-STATUS NOT = "00"
                   DISPLAY "AMORTBRC: ERROR OPENING CASH BOOK"
                   DISPLAY "AMORTBRC: FILE STATUS " WS-CASHBK-STATUS
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-CASH-BOOK
               PERFORM LOAD-ONE-BOOK-ENTRY
                   UNTIL END-OF-INPUT
               CLOSE CASH-BOOK-FILE
           END-IF.

       READ-CASH-BOOK.
           READ CASH-BOOK-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR READING CASH BOOK"
               DISPLAY "AMORTBRC: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF.

       LOAD-ONE-BOOK-ENTRY.
           ADD 1 TO WS-BOOK-ENTRIES-READ
           MOVE CB-COMPANY-CODE TO CMP-COMPANY-CODE
           PERFORM CHECK-RUN-COMPANY
           IF IN-RUN-COMPANY
               PERFORM TAKE-BOOK-ENTRY
           ELSE
               PERFORM KEEP-BOOK-ENTRY
           END-IF
           PERFORM READ-CASH-BOOK.

       KEEP-BOOK-ENTRY.
           IF WS-NUM-KEPT >= 5000
               DISPLAY "AMORTBRC: ABEND - KEPT BOOK ENTRY TABLE FULL"
               STOP RUN
           END-IF
           ADD 1 TO WS-NUM-KEPT
           MOVE CASH-BOOK-RECORD TO WS-KEPT-ENTRY(WS-NUM-KEPT).

       TAKE-BOOK-ENTRY.
           PERFORM ADD-BOOK-ENTRY
           MOVE CB-SOURCE         TO WS-BT-SOURCE(WS-NUM-BOOK)
           MOVE CB-DIRECTION      TO WS-BT-DIRECTION(WS-NUM-BOOK)
           MOVE CB-REFERENCE      TO WS-BT-REFERENCE(WS-NUM-BOOK)
           MOVE CB-AMOUNT         TO WS-BT-AMOUNT(WS-NUM-BOOK)
           MOVE CB-BOOK-DATE      TO WS-BT-BOOK-DATE(WS-NUM-BOOK)
           MOVE CB-LOAN-ID        TO WS-BT-LOAN-ID(WS-NUM-BOOK)
           MOVE ZERO              TO WS-BT-FIRST-OPEN(WS-NUM-BOOK)
           IF CB-CREDIT
               ADD CB-AMOUNT TO WS-NEW-BOOK-CREDITS
           ELSE
               ADD CB-AMOUNT TO WS-NEW-BOOK-DEBITS
           END-IF.

      *    THE BOOK BALANCE MOVES BY THE DAY'S NEW ENTRIES ONLY - THE
      *    CARRIED ITEMS ARE ALREADY IN THE BALANCE CARRIED WITH THEM.
      *    A FIRST RUN STARTS THE BOOK FROM THE BANK'S OPENING LEDGER
      *    (OR, WITHOUT ONE, THE CLOSING LEDGER LESS THE DAY'S NET).
       SET-BOOK-BALANCE.
           IF FIRST-RECONCILIATION
               IF OPENING-BALANCE-FOUND
                   MOVE WS-BANK-OPENING TO WS-PRIOR-BOOK-BALANCE
               ELSE
                   COMPUTE WS-PRIOR-BOOK-BALANCE = WS-BANK-CLOSING
                       - WS-STMT-CREDITS + WS-STMT-DEBITS
               END-IF
           END-IF
           COMPUTE WS-BOOK-BALANCE = WS-PRIOR-BOOK-BALANCE
               + WS-NEW-BOOK-CREDITS - WS-NEW-BOOK-DEBITS.

      *-----------------------------------------------------------------
      *    MATCHING. A STALE VOID FIRST CANCELS THE CHECK IT VOIDS;
      *    THEN EACH BANK ITEM TAKES THE FIRST OPEN BOOK ITEM OF THE
      *    SAME DIRECTION AND AMOUNT WHOSE REFERENCE IT CARRIES; THEN
      *    WHAT CREDITS ARE LEFT TAKE A PAYOFF WIRE OF THE SAME AMOUNT.
      *-----------------------------------------------------------------
       MATCH-CHECK-VOIDS.
           IF WS-BT-SOURCE(WS-BT-IX) = "X" AND WS-BT-OPEN(WS-BT-IX)
               MOVE "N" TO WS-FOUND-SW
               PERFORM TRY-ONE-VOIDED-CHECK
                   VARYING WS-BT-IX2 FROM 1 BY 1
                       UNTIL WS-BT-IX2 > WS-NUM-BOOK OR ITEM-FOUND
           END-IF.

       TRY-ONE-VOIDED-CHECK.
           IF WS-BT-SOURCE(WS-BT-IX2) = "C"
                   AND WS-BT-OPEN(WS-BT-IX2)
                   AND WS-BT-REFERENCE(WS-BT-IX2)
                       = WS-BT-REFERENCE(WS-BT-IX)
                   AND WS-BT-AMOUNT(WS-BT-IX2) = WS-BT-AMOUNT(WS-BT-IX)
               SET WS-BT-VOIDED(WS-BT-IX)  TO TRUE
               SET WS-BT-VOIDED(WS-BT-IX2) TO TRUE
               SET ITEM-FOUND TO TRUE
               ADD 1 TO WS-CHECKS-CANCELLED
               ADD WS-BT-AMOUNT(WS-BT-IX) TO WS-TOT-CANCELLED
           END-IF.

       MATCH-BY-REFERENCE.
           IF WS-KT-OPEN(WS-KT-IX)
               MOVE "N" TO WS-FOUND-SW
               PERFORM TRY-BOOK-BY-REFERENCE
                   VARYING WS-BT-IX FROM 1 BY 1
                       UNTIL WS-BT-IX > WS-NUM-BOOK OR ITEM-FOUND
           END-IF.

       TRY-BOOK-BY-REFERENCE.
           IF WS-BT-OPEN(WS-BT-IX)
                   AND WS-BT-DIRECTION(WS-BT-IX)
                       = WS-KT-DIRECTION(WS-KT-IX)
                   AND WS-BT-AMOUNT(WS-BT-IX) = WS-KT-AMOUNT(WS-KT-IX)
               EVALUATE WS-BT-SOURCE(WS-BT-IX)
                   WHEN "D"
                   WHEN "A"
                   WHEN "R"
                       IF WS-BT-REFERENCE(WS-BT-IX)
                               = WS-KT-BANK-REF(WS-KT-IX)
                         OR WS-BT-REFERENCE(WS-BT-IX)
                               = WS-KT-CUST-REF(WS-KT-IX)
                           PERFORM PAIR-BOOK-AND-BANK
                       END-IF
                   WHEN "C"
                       IF WS-KT-CHECK-NO(WS-KT-IX) NOT = SPACES
                               AND WS-BT-REFERENCE(WS-BT-IX)(1:9)
                                   = WS-KT-CHECK-NO(WS-KT-IX)
                           PERFORM PAIR-BOOK-AND-BANK
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       MATCH-WIRE-BY-AMOUNT.
           IF WS-KT-OPEN(WS-KT-IX) AND WS-KT-DIRECTION(WS-KT-IX) = "C"
               MOVE "N" TO WS-FOUND-SW
               PERFORM TRY-WIRE-BY-AMOUNT
                   VARYING WS-BT-IX FROM 1 BY 1
                       UNTIL WS-BT-IX > WS-NUM-BOOK OR ITEM-FOUND
           END-IF.

       TRY-WIRE-BY-AMOUNT.
           IF WS-BT-OPEN(WS-BT-IX)
                   AND WS-BT-SOURCE(WS-BT-IX) = "W"
                   AND WS-BT-AMOUNT(WS-BT-IX) = WS-KT-AMOUNT(WS-KT-IX)
               PERFORM PAIR-BOOK-AND-BANK
           END-IF.

       PAIR-BOOK-AND-BANK.
           SET WS-BT-MATCHED(WS-BT-IX) TO TRUE
           MOVE WS-KT-IX TO WS-BT-MATCH-IX(WS-BT-IX)
           SET WS-KT-MATCHED(WS-KT-IX) TO TRUE
           SET ITEM-FOUND TO TRUE
           ADD 1 TO WS-ITEMS-MATCHED
           ADD WS-BT-AMOUNT(WS-BT-IX) TO WS-TOT-MATCHED.

      *-----------------------------------------------------------------
      *    THE REPORT - EACH SECTION ON A PAGE OF ITS OWN.
      *-----------------------------------------------------------------
       PRINT-MATCHED-ITEMS.
           SET PRINTING-MATCHED TO TRUE
           PERFORM PRINT-PAGE-HEADER
           PERFORM PRINT-ONE-MATCHED-ITEM
               VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-NUM-BOOK.

       PRINT-ONE-MATCHED-ITEM.
           IF WS-BT-MATCHED(WS-BT-IX)
               PERFORM MOVE-BOOK-TO-LINE
               MOVE WS-BT-MATCH-IX(WS-BT-IX) TO WS-KT-IX
               PERFORM MOVE-BANK-TO-LINE
               MOVE SPACES TO DL-DAYS-OPEN
               MOVE "MATCHED" TO DL-NOTE
               PERFORM PRINT-DETAIL-LINE
           END-IF
           IF WS-BT-VOIDED(WS-BT-IX)
               PERFORM MOVE-BOOK-TO-LINE
               MOVE SPACES TO DL-DAYS-OPEN
               IF WS-BT-SOURCE(WS-BT-IX) = "X"
                   MOVE "STALE VOID" TO DL-NOTE
               ELSE
                   MOVE "VOIDED - NEVER PAID" TO DL-NOTE
               END-IF
               PERFORM PRINT-DETAIL-LINE
           END-IF.

       PRINT-BOOK-ONLY-ITEMS.
           SET PRINTING-BOOK-ONLY TO TRUE
           PERFORM PRINT-PAGE-HEADER
           PERFORM PRINT-ONE-BOOK-ONLY-ITEM
               VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-NUM-BOOK.

       PRINT-ONE-BOOK-ONLY-ITEM.
           IF WS-BT-OPEN(WS-BT-IX)
               IF WS-BT-FIRST-OPEN(WS-BT-IX) = ZERO
                   MOVE WS-STATEMENT-DATE TO WS-BT-FIRST-OPEN(WS-BT-IX)
               END-IF
               PERFORM MOVE-BOOK-TO-LINE
               MOVE WS-BT-FIRST-OPEN(WS-BT-IX) TO WS-DATE-WORK
               PERFORM SET-DAYS-OPEN
               EVALUATE WS-BT-SOURCE(WS-BT-IX)
                   WHEN "D"
                   WHEN "A"
                       MOVE "DEPOSIT IN TRANSIT" TO DL-NOTE
                   WHEN "W"
                       MOVE "WIRE NOT CREDITED" TO DL-NOTE
                   WHEN "R"
                       MOVE "RETURN NOT DEBITED" TO DL-NOTE
                   WHEN "C"
                       MOVE "OUTSTANDING CHECK" TO DL-NOTE
                   WHEN OTHER
                       MOVE "VOID - NO CHECK" TO DL-NOTE
               END-EVALUATE
               PERFORM PRINT-DETAIL-LINE
               IF WS-BT-DIRECTION(WS-BT-IX) = "C"
                   ADD 1 TO WS-BOOK-CR-OPEN-COUNT
                   ADD WS-BT-AMOUNT(WS-BT-IX) TO WS-BOOK-CR-OPEN
               ELSE
                   ADD 1 TO WS-BOOK-DR-OPEN-COUNT
                   ADD WS-BT-AMOUNT(WS-BT-IX) TO WS-BOOK-DR-OPEN
               END-IF
           END-IF.

       PRINT-BANK-ONLY-ITEMS.
           SET PRINTING-BANK-ONLY TO TRUE
           PERFORM PRINT-PAGE-HEADER
           PERFORM PRINT-ONE-BANK-ONLY-ITEM
               VARYING WS-KT-IX FROM 1 BY 1
                   UNTIL WS-KT-IX > WS-NUM-BANK.

       PRINT-ONE-BANK-ONLY-ITEM.
           IF WS-KT-OPEN(WS-KT-IX)
               IF WS-KT-FIRST-OPEN(WS-KT-IX) = ZERO
                   MOVE WS-STATEMENT-DATE TO WS-KT-FIRST-OPEN(WS-KT-IX)
               END-IF
               MOVE SPACES TO DETAIL-LINE
               MOVE "BANK ONLY" TO DL-SOURCE
               MOVE WS-KT-AS-OF-DATE(WS-KT-IX) TO DL-DATE
               MOVE WS-KT-AMOUNT(WS-KT-IX) TO DL-AMOUNT
               PERFORM MOVE-BANK-TO-LINE
               MOVE WS-KT-FIRST-OPEN(WS-KT-IX) TO WS-DATE-WORK
               PERFORM SET-DAYS-OPEN
               IF WS-KT-DIRECTION(WS-KT-IX) = "C"
                   MOVE "CR" TO DL-DR-CR
                   MOVE "CREDIT NOT ON BOOK" TO DL-NOTE
                   ADD 1 TO WS-BANK-CR-OPEN-COUNT
                   ADD WS-KT-AMOUNT(WS-KT-IX) TO WS-BANK-CR-OPEN
               ELSE
                   MOVE "DR" TO DL-DR-CR
                   MOVE "DEBIT NOT ON BOOK" TO DL-NOTE
                   ADD 1 TO WS-BANK-DR-OPEN-COUNT
                   ADD WS-KT-AMOUNT(WS-KT-IX) TO WS-BANK-DR-OPEN
               END-IF
               PERFORM PRINT-DETAIL-LINE
           END-IF.

       MOVE-BOOK-TO-LINE.
           MOVE SPACES TO DETAIL-LINE
           EVALUATE WS-BT-SOURCE(WS-BT-IX)
               WHEN "D"
                   MOVE "LOCKBOX"      TO DL-SOURCE
               WHEN "A"
                   MOVE "ACH BATCH"    TO DL-SOURCE
               WHEN "R"
                   MOVE "ACH RETURN"   TO DL-SOURCE
               WHEN "W"
                   MOVE "PAYOFF WIRE"  TO DL-SOURCE
               WHEN "C"
                   MOVE "ESCROW CHECK" TO DL-SOURCE
               WHEN OTHER
                   MOVE "CHECK VOID"   TO DL-SOURCE
           END-EVALUATE
           MOVE WS-BT-REFERENCE(WS-BT-IX) TO DL-REFERENCE
           MOVE WS-BT-BOOK-DATE(WS-BT-IX) TO DL-DATE
           MOVE WS-BT-AMOUNT(WS-BT-IX)    TO DL-AMOUNT
           IF WS-BT-DIRECTION(WS-BT-IX) = "C"
               MOVE "CR" TO DL-DR-CR
           ELSE
               MOVE "DR" TO DL-DR-CR
           END-IF.

       MOVE-BANK-TO-LINE.
           MOVE WS-KT-TYPE-CODE(WS-KT-IX) TO DL-BAI-TYPE
           MOVE WS-KT-BANK-REF(WS-KT-IX)  TO DL-BANK-REF
           MOVE WS-KT-CUST-REF(WS-KT-IX)  TO DL-CUST-REF.

       SET-DAYS-OPEN.
           COMPUTE WS-OPEN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           COMPUTE WS-DAYS-OPEN = WS-STATEMENT-INT - WS-OPEN-INT
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT TO DL-DAYS-OPEN.

       PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    BANK ADJUSTED FOR THE BOOK ITEMS IT HAS NOT YET SEEN, BOOK
      *    ADJUSTED FOR THE BANK ITEMS IT HAS NOT YET BOOKED - A
      *    RECONCILED ACCOUNT SHOWS NO DIFFERENCE.
       PRINT-RECONCILIATION.
           COMPUTE WS-ADJUSTED-BANK = WS-BANK-CLOSING
               + WS-BOOK-CR-OPEN - WS-BOOK-DR-OPEN
           COMPUTE WS-ADJUSTED-BOOK = WS-BOOK-BALANCE
               + WS-BANK-CR-OPEN - WS-BANK-DR-OPEN
           COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK
           SET PRINTING-SUMMARY TO TRUE
           PERFORM PRINT-PAGE-HEADER
           MOVE WS-STATEMENT-DATE TO SM-STATEMENT-DATE
           MOVE WS-BAI-ACCOUNTS   TO SM-ACCOUNT-COUNT
           WRITE PRINT-LINE FROM STATEMENT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "BANK CREDITS ON STATEMENT"   TO TL-LABEL
           MOVE WS-STMT-CREDIT-COUNT          TO TL-COUNT
           MOVE WS-STMT-CREDITS               TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "BANK DEBITS ON STATEMENT"    TO TL-LABEL
           MOVE WS-STMT-DEBIT-COUNT           TO TL-COUNT
           MOVE WS-STMT-DEBITS                TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "STATEMENT ITEMS NOT CASH"    TO TL-LABEL
           MOVE WS-BAI-NONCASH                TO TL-COUNT
           MOVE ZEROS                         TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "STATEMENT ITEMS UNREADABLE"  TO TL-LABEL
           MOVE WS-BAI-UNREADABLE             TO TL-COUNT
           MOVE ZEROS                         TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "NEW CASH BOOK ENTRIES"       TO TL-LABEL
           MOVE WS-BOOK-ENTRIES-READ          TO TL-COUNT
           COMPUTE TL-AMOUNT = WS-NEW-BOOK-CREDITS - WS-NEW-BOOK-DEBITS
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ITEMS CARRIED FORWARD IN"    TO TL-LABEL
           MOVE WS-ITEMS-CARRIED-IN           TO TL-COUNT
           MOVE ZEROS                         TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ITEMS MATCHED"               TO TL-LABEL
           MOVE WS-ITEMS-MATCHED              TO TL-COUNT
           MOVE WS-TOT-MATCHED                TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "CHECKS CANCELLED BY VOID"    TO TL-LABEL
           MOVE WS-CHECKS-CANCELLED           TO TL-COUNT
           MOVE WS-TOT-CANCELLED              TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "BANK CLOSING LEDGER BALANCE" TO BL-LABEL
           MOVE WS-BANK-CLOSING               TO BL-AMOUNT
           WRITE PRINT-LINE FROM BALANCE-LINE
           MOVE "  ADD BOOK CREDITS NOT ON BANK" TO TL-LABEL
           MOVE WS-BOOK-CR-OPEN-COUNT         TO TL-COUNT
           MOVE WS-BOOK-CR-OPEN               TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "  LESS BOOK DEBITS NOT ON BANK" TO TL-LABEL
           MOVE WS-BOOK-DR-OPEN-COUNT         TO TL-COUNT
           MOVE WS-BOOK-DR-OPEN               TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ADJUSTED BANK BALANCE"       TO BL-LABEL
           MOVE WS-ADJUSTED-BANK              TO BL-AMOUNT
           WRITE PRINT-LINE FROM BALANCE-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "BOOK BALANCE"                TO BL-LABEL
           MOVE WS-BOOK-BALANCE               TO BL-AMOUNT
           WRITE PRINT-LINE FROM BALANCE-LINE
           MOVE "  ADD BANK CREDITS NOT ON BOOK" TO TL-LABEL
           MOVE WS-BANK-CR-OPEN-COUNT         TO TL-COUNT
           MOVE WS-BANK-CR-OPEN               TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "  LESS BANK DEBITS NOT ON BOOK" TO TL-LABEL
           MOVE WS-BANK-DR-OPEN-COUNT         TO TL-COUNT
           MOVE WS-BANK-DR-OPEN               TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ADJUSTED BOOK BALANCE"       TO BL-LABEL
           MOVE WS-ADJUSTED-BOOK              TO BL-AMOUNT
           WRITE PRINT-LINE FROM BALANCE-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "BOOK TO BANK DIFFERENCE"     TO BL-LABEL
           MOVE WS-DIFFERENCE                 TO BL-AMOUNT
           WRITE PRINT-LINE FROM BALANCE-LINE
           PERFORM CHECK-PRINT-STATUS.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           EVALUATE TRUE
               WHEN PRINTING-MATCHED
                   MOVE "CUSTODIAL CASH MATCHED TO BANK " TO HL1-TITLE
               WHEN PRINTING-BOOK-ONLY
                   MOVE "BOOK ITEMS NOT ON BANK " TO HL1-TITLE
               WHEN PRINTING-BANK-ONLY
                   MOVE "BANK ITEMS NOT ON BOOK " TO HL1-TITLE
               WHEN OTHER
                   MOVE "CUSTODIAL BANK RECONCILIATION " TO HL1-TITLE
           END-EVALUATE
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           MOVE WS-BRC-COMPANY TO HL1-COMPANY
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF NOT PRINTING-SUMMARY
               WRITE PRINT-LINE FROM COL-HEADINGS-1
           END-IF
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

      *-----------------------------------------------------------------
      *    THE NEXT RUN'S OPEN ITEMS - THE BOOK BALANCE, THEN EVERY
      *    BOOK AND BANK ITEM STILL UNRESOLVED.
      *-----------------------------------------------------------------
       WRITE-OPEN-ITEMS.
           MOVE SPACES TO BANK-OPEN-ITEM-RECORD
           SET BI-HEADER-REC TO TRUE
           MOVE WS-BOOK-BALANCE   TO BI-AMOUNT
           MOVE WS-STATEMENT-DATE TO BI-ITEM-DATE
           MOVE ZEROS TO BI-FIRST-OPEN-DATE BI-TYPE-CODE
           PERFORM WRITE-ONE-OPEN-ITEM
           PERFORM WRITE-ONE-BOOK-ITEM
               VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-NUM-BOOK
           PERFORM WRITE-ONE-BANK-ITEM
               VARYING WS-KT-IX FROM 1 BY 1
                   UNTIL WS-KT-IX > WS-NUM-BANK.

       WRITE-ONE-BOOK-ITEM.
           IF WS-BT-OPEN(WS-BT-IX)
               MOVE SPACES TO BANK-OPEN-ITEM-RECORD
               SET BI-BOOK-ITEM TO TRUE
               MOVE WS-BT-DIRECTION(WS-BT-IX)  TO BI-DIRECTION
               MOVE WS-BT-AMOUNT(WS-BT-IX)     TO BI-AMOUNT
               MOVE WS-BT-BOOK-DATE(WS-BT-IX)  TO BI-ITEM-DATE
               MOVE WS-BT-FIRST-OPEN(WS-BT-IX) TO BI-FIRST-OPEN-DATE
               MOVE WS-BT-SOURCE(WS-BT-IX)     TO BI-SOURCE
               MOVE WS-BT-REFERENCE(WS-BT-IX)  TO BI-REFERENCE
               MOVE WS-BT-LOAN-ID(WS-BT-IX)    TO BI-LOAN-ID
               MOVE ZEROS                      TO BI-TYPE-CODE
               PERFORM WRITE-ONE-OPEN-ITEM
           END-IF.

       WRITE-ONE-BANK-ITEM.
           IF WS-KT-OPEN(WS-KT-IX)
               MOVE SPACES TO BANK-OPEN-ITEM-RECORD
               SET BI-BANK-ITEM TO TRUE
               MOVE WS-KT-DIRECTION(WS-KT-IX)  TO BI-DIRECTION
               MOVE WS-KT-AMOUNT(WS-KT-IX)     TO BI-AMOUNT
               MOVE WS-KT-AS-OF-DATE(WS-KT-IX) TO BI-ITEM-DATE
               MOVE WS-KT-FIRST-OPEN(WS-KT-IX) TO BI-FIRST-OPEN-DATE
               MOVE WS-KT-TYPE-CODE(WS-KT-IX)  TO BI-TYPE-CODE
               MOVE WS-KT-BANK-REF(WS-KT-IX)   TO BI-BANK-REF
               MOVE WS-KT-CUST-REF(WS-KT-IX)   TO BI-CUST-REF
               PERFORM WRITE-ONE-OPEN-ITEM
           END-IF.

       WRITE-ONE-OPEN-ITEM.
           WRITE OPEN-OUT-RECORD FROM BANK-OPEN-ITEM-RECORD
           IF WS-OPEN-OUT-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR WRITING OPEN ITEMS FILE"
               DISPLAY "AMORTBRC: FILE STATUS " WS-OPEN-OUT-STATUS
               STOP RUN
           END-IF
           IF NOT BI-HEADER-REC
               ADD 1 TO WS-ITEMS-CARRIED-OUT
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTBRC: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    EVERY NEW BOOK ENTRY IS NOW EITHER MATCHED OR ON THE OPEN
      *    ITEMS FILE, SO THE CASH BOOK STARTS THE NEXT DAY EMPTY BUT
      *    FOR THE OTHER COMPANIES' ENTRIES, STILL WAITING ON THEIR OWN
      *    RECONCILIATION.
       FINALIZE-RUN.
           CLOSE OPEN-OUT-FILE
           CLOSE PRINT-FILE
           OPEN OUTPUT CASH-BOOK-FILE
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR EMPTYING CASH BOOK"
               DISPLAY "AMORTBRC: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-KEPT-ENTRY
               VARYING WS-KP-IX FROM 1 BY 1
                   UNTIL WS-KP-IX > WS-NUM-KEPT
           CLOSE CASH-BOOK-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTBRC" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           COMPUTE RC-RECORDS-IN = WS-BAI-RECORDS-READ
               + WS-BOOK-ENTRIES-READ
           MOVE WS-ITEMS-CARRIED-OUT TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTBRC: STATEMENT " WS-STATEMENT-DATE " - "
                   WS-ITEMS-MATCHED " ITEMS MATCHED, "
                   WS-ITEMS-CARRIED-OUT " CARRIED FORWARD"
           DISPLAY "AMORTBRC: COMPANY " WS-BRC-COMPANY " - "
                   WS-NUM-KEPT " OTHER-COMPANY BOOK ENTRIES KEPT, "
                   WS-BAI-OTHER-ACCOUNTS " OTHER ACCOUNTS SKIPPED"
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "AMORTBRC: BOOK AND BANK DO NOT RECONCILE - "
                       "DIFFERENCE " WS-DIFFERENCE
           END-IF.

       WRITE-KEPT-ENTRY.
           WRITE CASH-BOOK-RECORD FROM WS-KEPT-ENTRY(WS-KP-IX)
           IF WS-CASHBK-STATUS NOT = "00"
               DISPLAY "AMORTBRC: ERROR REWRITING CASH BOOK"
               DISPLAY "AMORTBRC: FILE STATUS " WS-CASHBK-STATUS
               STOP RUN
           END-IF.

       END PROGRAM AMORTBRC.
