               UNRECOGNIZED ACTION CODE) ARE LOGGED AND COUNTED BUT DO
               NOT STOP THE RUN. A MISSING MASTER FILE IS CREATED
               EMPTY ON FIRST USE SO THE INITIAL LOAD IS JUST A RUN OF
               ADD TRANSACTIONS. A FORECLOSURE LEGAL STATUS IS
               REJECTED WHILE THE BORROWER IS SCRA-PROTECTED.
               AN ASSUMPTION ("S") HANDS AN ACTIVE LOAN TO NEW
               BORROWERS: THE LOAN'S BORROWER-MASTER RECORDS ARE
               REPLACED BY THE ASSUMING BORROWERS ON THE TRANSACTION
               WHILE THE LOAN ID, ITS LEDGERS, ITS ESCROW, AND ITS
               SCHEDULE STAY EXACTLY AS THEY WERE. THE OUTGOING
               BORROWERS AND WHETHER THEY WERE RELEASED FROM LIABILITY
               GO TO THE ASSUMPTION HISTORY FILE, ANY ASSUMPTION FEE
               IS ASSESSED ON THE FEE LEDGER (FEESERV), AND EACH
               BORROWER RECORD REPLACED LEAVES ITS OLD AND NEW IMAGES
               ON THE AUDIT TRAIL AS A "B" ENTRY.
               ADDS, CHANGES, AND MODIFICATIONS CARRY THE SERVICING
               COMPANY THE LOAN BELONGS TO; ONE NOT ON THE COMPANY
               TABLE (SEE COMPSERV) IS REJECTED, AND A BLANK CODE IS
               STORED AS THE HOME COMPANY.

       ENVIRONMENT DIVISION.

               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-STORE-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO "BORRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT ASSUMPTION-HISTORY-FILE ASSIGN TO "ASSUMHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ASSUME-STATUS.

       DATA DIVISION.

       FILE SECTION.
               88 MT-CLOSE                   VALUE "X".
               88 MT-MODIFY                  VALUE "M".
               88 MT-LEGAL-STATUS            VALUE "L".
               88 MT-ASSUME                  VALUE "S".
           05 MT-LOAN-ID            PIC X(10).
           05 MT-LOAN-NUMBER        PIC X(12).
           05 MT-BORROWER-NAME      PIC X(30).
      *    EFFECT AND ITS EFFECTIVE DATE. BLANK STATUS LIFTS A STAY.
           05 MT-LEGALSTATUS        PIC X(01).
           05 MT-LEGALSTATUSDATE    PIC 9(8).
      *    SERVICING METHOD - SEE THE LOAN MASTER LAYOUT. CARRIED BY
      *    ADDS, CHANGES, AND MODIFICATIONS LIKE ANY OTHER TERM.
           05 MT-SERVICINGMETHOD    PIC X(01).
      *    SERVICING COMPANY - SEE THE LOAN MASTER LAYOUT. CARRIED BY
      *    ADDS, CHANGES, AND MODIFICATIONS; BLANK IS THE HOME COMPANY.
           05 MT-COMPANYCODE        PIC X(02).
      *    FOR AN ASSUMPTION ("S") ONLY - THE DATE THE ASSUMING
      *    BORROWERS TAKE THE LOAN OVER (ZERO MEANS THE RUN DATE),
      *    WHETHER THE SELLERS ARE RELEASED FROM LIABILITY (Y/N), THE
      *    ASSUMPTION FEE (ZERO FOR NONE), AND THE ASSUMING BORROWERS
      *    IN BORROWER-SEQUENCE ORDER - THE FIRST BECOMES THE PRIMARY.
      *    A NON-BLANK BORROWER NAME ABOVE REPLACES THE SHORT DISPLAY
      *    NAME; BLANK TAKES THE NEW PRIMARY'S LAST NAME.
           05 MT-ASSUMEDATE         PIC 9(8).
           05 MT-RELEASE-SW         PIC X(01).
           05 MT-ASSUMEFEE          PIC S9(7)V99   COMP-3.
           05 MT-ASSUMENUMBORR      PIC S9(2)      COMP.
           05 MT-ASSUMEBORR OCCURS 4.
               10 MT-AB-LAST-NAME   PIC X(25).
               10 MT-AB-FIRST-NAME  PIC X(20).
               10 MT-AB-MIDDLE-INITIAL PIC X(01).
               10 MT-AB-GENERATION  PIC X(03).
               10 MT-AB-SSN         PIC 9(9).
               10 MT-AB-ECOA-CODE   PIC X(01).
               10 MT-AB-ADDRESS-1   PIC X(30).
               10 MT-AB-ADDRESS-2   PIC X(30).
               10 MT-AB-CITY        PIC X(20).
               10 MT-AB-STATE       PIC X(02).
               10 MT-AB-ZIP         PIC X(09).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.
       FD  SCHEDULE-STORE-FILE.
       COPY SCHEDSTR.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  ASSUMPTION-HISTORY-FILE.
       COPY ASSUMHST.

       WORKING-STORAGE SECTION.

       01 WS-TXN-STATUS             PIC X(02).
       01 WS-JOURNAL-STATUS         PIC X(02).
       01 WS-AUDIT-STATUS           PIC X(02).
       01 WS-STORE-STATUS           PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-ASSUME-STATUS          PIC X(02).
       01 WS-TXN-SEQ                PIC 9(9) VALUE ZEROS.

      *    THE MASTER RECORD AS IT STOOD BEFORE THIS TRANSACTION
      *    TOUCHED IT - THE RECOVERY JOURNAL'S BEFORE IMAGE.
       01 WS-BEFORE-IMAGE           PIC X(400).
       01 WS-JRNL-ACTION            PIC X(01).
      *    ONE BORROWER RECORD AS IT STOOD BEFORE AN ASSUMPTION
      *    REPLACED IT - SPACES WHEN THE SEQUENCE WAS NOT ON FILE.
       01 WS-BORR-BEFORE-IMAGE      PIC X(400).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-TXNS                      VALUE "Y".
       01 WS-LEGALS-DONE            PIC 9(9) COMP VALUE ZERO.
       01 WS-INQUIRES-DONE          PIC 9(9) COMP VALUE ZERO.
       01 WS-CLOSES-DONE            PIC 9(9) COMP VALUE ZERO.
       01 WS-ASSUMES-DONE           PIC 9(9) COMP VALUE ZERO.
       01 WS-REJECTS                PIC 9(9) COMP VALUE ZERO.

       01 WS-STEP-IX                PIC S9(2) COMP.
       01 WS-RATE-DISPLAY           PIC ZZ9.9999.
       01 WS-AMT-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-LEGAL-EFF-DATE         PIC 9(8).
       01 WS-ASSUME-EFF-DATE        PIC 9(8).
       01 WS-BORR-IX                PIC S9(4) COMP.
       01 WS-ASSUME-ERROR-SW        PIC X(01).
          88 ASSUME-TXN-INVALID               VALUE "Y".
       01 WS-COMPANY-OK-SW          PIC X(01).
          88 COMPANY-CODE-OK                  VALUE "Y".

       COPY FEEPARMS.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

               DISPLAY "LOANMNT: ERROR OPENING MAINTENANCE AUDIT"
               DISPLAY "LOANMNT: FILE STATUS " WS-AUDIT-STATUS
               STOP RUN
           END-IF
      *    THE BORROWER MASTER AND THE ASSUMPTION HISTORY ARE CREATED
      *    EMPTY ON FIRST USE, THE SAME WAY AS THE TERMS HISTORY.
           OPEN I-O BORROWER-MASTER-FILE
           IF WS-BORR-STATUS = "35"
               OPEN OUTPUT BORROWER-MASTER-FILE
               IF WS-BORR-STATUS = "00"
                   CLOSE BORROWER-MASTER-FILE
                   OPEN I-O BORROWER-MASTER-FILE
               END-IF
           END-IF
           IF WS-BORR-STATUS NOT = "00"
               DISPLAY "LOANMNT: ERROR OPENING BORROWER MASTER"
               DISPLAY "LOANMNT: FILE STATUS " WS-BORR-STATUS
               STOP RUN
           END-IF
           OPEN I-O ASSUMPTION-HISTORY-FILE
           IF WS-ASSUME-STATUS = "35"
               OPEN OUTPUT ASSUMPTION-HISTORY-FILE
               IF WS-ASSUME-STATUS = "00"
                   CLOSE ASSUMPTION-HISTORY-FILE
                   OPEN I-O ASSUMPTION-HISTORY-FILE
               END-IF
           END-IF
           IF WS-ASSUME-STATUS NOT = "00"
               DISPLAY "LOANMNT: ERROR OPENING ASSUMPTION HISTORY"
               DISPLAY "LOANMNT: FILE STATUS " WS-ASSUME-STATUS
               STOP RUN
           END-IF.

       READ-TXN-RECORD.

       APPLY-ONE-TXN.
           ADD 1 TO WS-TXN-SEQ
           MOVE "Y" TO WS-COMPANY-OK-SW
           IF MT-ADD OR MT-CHANGE OR MT-MODIFY
               PERFORM EDIT-COMPANY-CODE
           END-IF
           EVALUATE TRUE
               WHEN NOT COMPANY-CODE-OK
                   ADD 1 TO WS-REJECTS
                   DISPLAY "LOANMNT: REJECTED " MT-LOAN-ID
                           " - COMPANY " MT-COMPANYCODE
                           " NOT ON COMPANY TABLE"
               WHEN MT-ADD
                   PERFORM ADD-LOAN
               WHEN MT-CHANGE
                   PERFORM INQUIRE-LOAN
               WHEN MT-CLOSE
                   PERFORM CLOSE-LOAN
               WHEN MT-ASSUME
                   PERFORM ASSUME-LOAN
               WHEN OTHER
                   ADD 1 TO WS-REJECTS
                   DISPLAY "LOANMNT: REJECTED " MT-LOAN-ID
           END-EVALUATE
           PERFORM READ-TXN-RECORD.

      *    THE COMPANY MUST BE ON THE TABLE BEFORE A LOAN CAN BE
      *    BOOKED TO IT - OTHERWISE NO LEDGER, LOCKBOX, OR 1098 FILER
      *    WOULD EVER CLAIM THE LOAN. A BLANK CODE COMES BACK AS THE
      *    HOME COMPANY AND IS STORED THAT WAY.
       EDIT-COMPANY-CODE.
           SET CMP-LOOK-UP TO TRUE
           MOVE MT-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           EVALUATE TRUE
               WHEN CMP-OK
                   MOVE CMP-COMPANY-CODE TO MT-COMPANYCODE
               WHEN CMP-NOT-FOUND
                   MOVE "N" TO WS-COMPANY-OK-SW
               WHEN OTHER
                   DISPLAY "LOANMNT: ERROR READING COMPANY TABLE"
                   STOP RUN
           END-EVALUATE.

       ADD-LOAN.
           MOVE SPACES TO LOAN-MASTER-RECORD
           MOVE MT-LOAN-ID TO LM-LOAN-ID
           MOVE ZERO TO LM-MODEFFPMTNO
           SET LM-LEGAL-NONE TO TRUE
           MOVE ZEROS TO LM-LEGALSTATUSDATE
           MOVE ZEROS TO LM-SCRACAPRATE LM-SCRASTARTDATE LM-SCRAENDDATE
                         LM-SCRASTARTNO LM-SCRAENDNO
           MOVE ZEROS TO LM-XFERDATE LM-STATUSDATE
           MOVE ZEROS TO LM-NONACCRUALDATE
           WRITE LOAN-MASTER-RECORD
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
      *    A LEGAL-STATUS ACTION TOUCHES ONLY THE STATUS AND ITS
      *    EFFECTIVE DATE - A CHAPTER 13 FILING MUST NOT WAIT ON A
      *    FULL TERMS TRANSACTION, AND MUST NEVER DISTURB THE TERMS.
      *    A FORECLOSURE CANNOT TAKE EFFECT INSIDE A SERVICEMEMBER'S
      *    SCRA-PROTECTED PERIOD - THE MONTHLY SCRA RUN (AMORTSCR)
      *    KEEPS THAT PERIOD ON THE MASTER.
       LEGAL-STATUS-LOAN.
           MOVE MT-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF MT-LEGALSTATUSDATE IS NUMERIC
               MOVE MT-LEGALSTATUSDATE TO WS-LEGAL-EFF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-LEGAL-EFF-DATE
           END-IF
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   IF MT-LEGALSTATUS NOT = SPACE
                       ADD 1 TO WS-REJECTS
                       DISPLAY "LOANMNT: REJECTED LEGAL " MT-LOAN-ID
                               " - STATUS NOT B/F/D/BLANK"
                   ELSE
                   IF MT-LEGALSTATUS = "F"
                           AND LM-SCRASTARTDATE > ZERO
                           AND LM-SCRASTARTDATE <= WS-LEGAL-EFF-DATE
                           AND (LM-SCRAENDDATE = ZERO
                                OR LM-SCRAENDDATE >= WS-LEGAL-EFF-DATE)
                       ADD 1 TO WS-REJECTS
                       DISPLAY "LOANMNT: REJECTED LEGAL " MT-LOAN-ID
                               " - SCRA PROTECTION IN FORCE"
                   ELSE
                       MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE MT-LEGALSTATUS     TO LM-LEGALSTATUS
                       MOVE WS-LEGAL-EFF-DATE  TO LM-LEGALSTATUSDATE
                       REWRITE LOAN-MASTER-RECORD
                       IF WS-MASTER-STATUS NOT = "00"
                           DISPLAY "LOANMNT: ERROR REWRITING LOAN "
                       MOVE "R" TO WS-JRNL-ACTION
                       PERFORM WRITE-MASTER-JOURNAL
                   END-IF
                   END-IF
               WHEN "23"
                   ADD 1 TO WS-REJECTS
                   DISPLAY "LOANMNT: REJECTED LEGAL " MT-LOAN-ID
               WHEN "00"
                   MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
                   SET LM-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO LM-STATUSDATE
                   REWRITE LOAN-MASTER-RECORD
                   IF WS-MASTER-STATUS NOT = "00"
                       DISPLAY "LOANMNT: ERROR REWRITING LOAN MASTER"
                   STOP RUN
           END-EVALUATE.

      *    AN ASSUMPTION CHANGES WHO OWES THE LOAN, NOT WHAT IS OWED -
      *    THE TERMS, THE LEDGERS, THE ESCROW, AND THE STORED SCHEDULE
      *    ARE NOT TOUCHED, SO NOTHING IS INVALIDATED. ONLY AN ACTIVE
      *    LOAN CAN BE ASSUMED, AND ONLY ONCE ON ANY ONE DATE.
       ASSUME-LOAN.
           MOVE MT-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF MT-ASSUMEDATE IS NUMERIC AND MT-ASSUMEDATE > ZERO
               MOVE MT-ASSUMEDATE TO WS-ASSUME-EFF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-ASSUME-EFF-DATE
           END-IF
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   PERFORM EDIT-ASSUMPTION
                   IF NOT ASSUME-TXN-INVALID
                       PERFORM APPLY-ASSUMPTION
                   END-IF
               WHEN "23"
                   ADD 1 TO WS-REJECTS
                   DISPLAY "LOANMNT: REJECTED ASSUME " MT-LOAN-ID
                           " - NOT ON FILE"
               WHEN OTHER
                   DISPLAY "LOANMNT: ERROR READING LOAN MASTER"
                   DISPLAY "LOANMNT: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE.

       EDIT-ASSUMPTION.
           MOVE "N" TO WS-ASSUME-ERROR-SW
           MOVE LM-LOAN-ID         TO AH-LOAN-ID
           MOVE WS-ASSUME-EFF-DATE TO AH-ASSUME-DATE
           READ ASSUMPTION-HISTORY-FILE
           IF WS-ASSUME-STATUS NOT = "00"
                   AND WS-ASSUME-STATUS NOT = "23"
               DISPLAY "LOANMNT: ERROR READING ASSUMPTION HISTORY"
               DISPLAY "LOANMNT: FILE STATUS " WS-ASSUME-STATUS
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN NOT LM-ACTIVE
                   SET ASSUME-TXN-INVALID TO TRUE
                   DISPLAY "LOANMNT: REJECTED ASSUME " MT-LOAN-ID
                           " - LOAN NOT ACTIVE"
               WHEN MT-ASSUMENUMBORR < 1 OR MT-ASSUMENUMBORR > 4
                   SET ASSUME-TXN-INVALID TO TRUE
                   DISPLAY "LOANMNT: REJECTED ASSUME " MT-LOAN-ID
                           " - ASSUMING BORROWER COUNT NOT 1-4"
               WHEN MT-AB-LAST-NAME(1) = SPACES
                   SET ASSUME-TXN-INVALID TO TRUE
                   DISPLAY "LOANMNT: REJECTED ASSUME " MT-LOAN-ID
                           " - NO PRIMARY ASSUMING BORROWER"
               WHEN MT-RELEASE-SW NOT = "Y" AND MT-RELEASE-SW NOT = "N"
                   SET ASSUME-TXN-INVALID TO TRUE
                   DISPLAY "LOANMNT: REJECTED ASSUME " MT-LOAN-ID
                           " - RELEASE OF LIABILITY NOT Y/N"
               WHEN MT-ASSUMEFEE < ZERO
                   SET ASSUME-TXN-INVALID TO TRUE
                   DISPLAY "LOANMNT: REJECTED ASSUME " MT-LOAN-ID
                           " - NEGATIVE ASSUMPTION FEE"
               WHEN WS-ASSUME-STATUS = "00"
                   SET ASSUME-TXN-INVALID TO TRUE
                   DISPLAY "LOANMNT: REJECTED ASSUME " MT-LOAN-ID
                           " - ALREADY ASSUMED " WS-ASSUME-EFF-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ASSUME-TXN-INVALID
               ADD 1 TO WS-REJECTS
           END-IF.

      *    THE HISTORY RECORD IS BUILT AS THE OLD BORROWERS ARE
      *    REPLACED, SEQUENCE BY SEQUENCE - EVERY SEQUENCE ON FILE
      *    BEYOND THE ASSUMING BORROWERS IS DELETED OUTRIGHT.
       APPLY-ASSUMPTION.
           MOVE SPACES TO ASSUMPTION-HISTORY-RECORD
           MOVE LM-LOAN-ID         TO AH-LOAN-ID
           MOVE WS-ASSUME-EFF-DATE TO AH-ASSUME-DATE
           MOVE MT-RELEASE-SW      TO AH-RELEASE-SW
           MOVE MT-ASSUMEFEE       TO AH-ASSUME-FEE
           MOVE WS-RUN-DATE        TO AH-RUN-DATE
           MOVE ZEROS              TO AH-M2-CLOSED-DATE
                                      AH-SELLER-COUNT
           MOVE MT-ASSUMENUMBORR   TO AH-BUYER-COUNT
           PERFORM REPLACE-ONE-BORROWER
               VARYING WS-BORR-IX FROM 1 BY 1
                   UNTIL WS-BORR-IX > 9
           PERFORM CLEAR-ONE-SELLER-SLOT
               VARYING WS-BORR-IX FROM 1 BY 1
                   UNTIL WS-BORR-IX > 9
           WRITE ASSUMPTION-HISTORY-RECORD
           IF WS-ASSUME-STATUS NOT = "00"
               DISPLAY "LOANMNT: ERROR WRITING ASSUMPTION HISTORY"
               DISPLAY "LOANMNT: FILE STATUS " WS-ASSUME-STATUS
               STOP RUN
           END-IF
           MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
           IF MT-BORROWER-NAME NOT = SPACES
               MOVE MT-BORROWER-NAME   TO LM-BORROWER-NAME
           ELSE
               MOVE MT-AB-LAST-NAME(1) TO LM-BORROWER-NAME
           END-IF
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "LOANMNT: ERROR REWRITING LOAN MASTER"
               DISPLAY "LOANMNT: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-ASSUMES-DONE
           MOVE "R" TO WS-JRNL-ACTION
           PERFORM WRITE-MASTER-JOURNAL
           IF MT-ASSUMEFEE > ZERO
               PERFORM ASSESS-ASSUMPTION-FEE
           END-IF.

      *    ONE BORROWER SEQUENCE: THE OLD RECORD (IF ANY) IS KEPT ON
      *    THE HISTORY AS A SELLER, THEN REPLACED BY THE ASSUMING
      *    BORROWER IN THE SAME SLOT OR, WITH NO ONE TO TAKE THE SLOT,
      *    DELETED.
       REPLACE-ONE-BORROWER.
           MOVE SPACES     TO WS-BORR-BEFORE-IMAGE
           MOVE LM-LOAN-ID TO BR-LOAN-ID
           MOVE WS-BORR-IX TO BR-BORROWER-SEQ
           READ BORROWER-MASTER-FILE
           EVALUATE WS-BORR-STATUS
               WHEN "00"
                   MOVE BORROWER-MASTER-RECORD TO WS-BORR-BEFORE-IMAGE
                   PERFORM SAVE-ONE-SELLER
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "LOANMNT: ERROR READING BORROWER MASTER"
                   DISPLAY "LOANMNT: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
           END-EVALUATE
           IF WS-BORR-IX <= MT-ASSUMENUMBORR
               PERFORM MOVE-ASSUMING-BORROWER
               IF WS-BORR-BEFORE-IMAGE = SPACES
                   WRITE BORROWER-MASTER-RECORD
               ELSE
                   REWRITE BORROWER-MASTER-RECORD
               END-IF
               IF WS-BORR-STATUS NOT = "00"
                   DISPLAY "LOANMNT: ERROR UPDATING BORROWER MASTER"
                   DISPLAY "LOANMNT: FILE STATUS " WS-BORR-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-BORROWER-AUDIT
           ELSE
               IF WS-BORR-BEFORE-IMAGE NOT = SPACES
                   DELETE BORROWER-MASTER-FILE RECORD
                   IF WS-BORR-STATUS NOT = "00"
                       DISPLAY "LOANMNT: ERROR DELETING BORROWER "
                               "MASTER"
                       DISPLAY "LOANMNT: FILE STATUS " WS-BORR-STATUS
                       STOP RUN
                   END-IF
                   MOVE SPACES TO BORROWER-MASTER-RECORD
                   PERFORM WRITE-BORROWER-AUDIT
               END-IF
           END-IF.

       SAVE-ONE-SELLER.
           ADD 1 TO AH-SELLER-COUNT
           MOVE BR-BORROWER-SEQ   TO AH-S-BORROWER-SEQ(AH-SELLER-COUNT)
           MOVE BR-LAST-NAME      TO AH-S-LAST-NAME(AH-SELLER-COUNT)
           MOVE BR-FIRST-NAME     TO AH-S-FIRST-NAME(AH-SELLER-COUNT)
           MOVE BR-MIDDLE-INITIAL
               TO AH-S-MIDDLE-INITIAL(AH-SELLER-COUNT)
           MOVE BR-GENERATION     TO AH-S-GENERATION(AH-SELLER-COUNT)
           MOVE BR-SSN            TO AH-S-SSN(AH-SELLER-COUNT)
           MOVE BR-ECOA-CODE      TO AH-S-ECOA-CODE(AH-SELLER-COUNT)
           MOVE BR-ADDRESS-1      TO AH-S-ADDRESS-1(AH-SELLER-COUNT)
           MOVE BR-ADDRESS-2      TO AH-S-ADDRESS-2(AH-SELLER-COUNT)
           MOVE BR-CITY           TO AH-S-CITY(AH-SELLER-COUNT)
           MOVE BR-STATE          TO AH-S-STATE(AH-SELLER-COUNT)
           MOVE BR-ZIP            TO AH-S-ZIP(AH-SELLER-COUNT).

      *    UNUSED SELLER SLOTS CARRY ZEROS IN THEIR NUMERIC FIELDS.
       CLEAR-ONE-SELLER-SLOT.
           IF WS-BORR-IX > AH-SELLER-COUNT
               MOVE ZEROS TO AH-S-BORROWER-SEQ(WS-BORR-IX)
                             AH-S-SSN(WS-BORR-IX)
           END-IF.

       MOVE-ASSUMING-BORROWER.
           MOVE SPACES TO BORROWER-MASTER-RECORD
           MOVE LM-LOAN-ID TO BR-LOAN-ID
           MOVE WS-BORR-IX TO BR-BORROWER-SEQ
           MOVE MT-AB-LAST-NAME(WS-BORR-IX)      TO BR-LAST-NAME
           MOVE MT-AB-FIRST-NAME(WS-BORR-IX)     TO BR-FIRST-NAME
           MOVE MT-AB-MIDDLE-INITIAL(WS-BORR-IX) TO BR-MIDDLE-INITIAL
           MOVE MT-AB-GENERATION(WS-BORR-IX)     TO BR-GENERATION
           IF MT-AB-SSN(WS-BORR-IX) IS NUMERIC
               MOVE MT-AB-SSN(WS-BORR-IX)        TO BR-SSN
           ELSE
               MOVE ZEROS                        TO BR-SSN
           END-IF
           MOVE MT-AB-ECOA-CODE(WS-BORR-IX)      TO BR-ECOA-CODE
           MOVE MT-AB-ADDRESS-1(WS-BORR-IX)      TO BR-ADDRESS-1
           MOVE MT-AB-ADDRESS-2(WS-BORR-IX)      TO BR-ADDRESS-2
           MOVE MT-AB-CITY(WS-BORR-IX)           TO BR-CITY
           MOVE MT-AB-STATE(WS-BORR-IX)          TO BR-STATE
           MOVE MT-AB-ZIP(WS-BORR-IX)            TO BR-ZIP.

      *    A "B" AUDIT ENTRY CARRIES BORROWER-MASTER IMAGES, NOT LOAN
      *    MASTER IMAGES - SPACES BEFORE FOR A NEW SEQUENCE, SPACES
      *    AFTER FOR ONE DELETED.
       WRITE-BORROWER-AUDIT.
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE WS-RUN-DATE          TO MA-RUN-DATE
           MOVE WS-TXN-SEQ           TO MA-TXN-SEQ
           MOVE "B"                  TO MA-ACTION
           MOVE LM-LOAN-ID           TO MA-LOAN-ID
           MOVE WS-BORR-BEFORE-IMAGE TO MA-BEFORE-IMAGE
           MOVE BORROWER-MASTER-RECORD TO MA-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "LOANMNT: ERROR WRITING MAINTENANCE AUDIT"
               DISPLAY "LOANMNT: FILE STATUS " WS-AUDIT-STATUS
               STOP RUN
           END-IF.

      *    THE ASSUMPTION FEE IS THE AMOUNT STATED ON THE TRANSACTION.
      *    FEESERV STILL DECLINES IT ("NO") WHILE A BANKRUPTCY STAY OR
      *    SCRA PROTECTION IS IN FORCE ON THE ASSUMPTION DATE.
       ASSESS-ASSUMPTION-FEE.
           MOVE "A"                TO FEP-FUNCTION
           MOVE LM-LOAN-ID         TO FEP-LOAN-ID
           MOVE LM-PRODUCTCODE     TO FEP-PRODUCT-CODE
           MOVE LM-STATECODE       TO FEP-STATE-CODE
           MOVE LM-LEGALSTATUS     TO FEP-LEGAL-STATUS
           MOVE LM-LEGALSTATUSDATE TO FEP-LEGAL-STATUS-DATE
           MOVE LM-SCRASTARTDATE   TO FEP-SCRA-START-DATE
           MOVE LM-SCRAENDDATE     TO FEP-SCRA-END-DATE
           MOVE "AS"               TO FEP-FEE-TYPE
           MOVE WS-ASSUME-EFF-DATE TO FEP-TRAN-DATE
           MOVE MT-ASSUMEFEE       TO FEP-AMOUNT
           MOVE ZEROS              TO FEP-PAYMENT-NO
           MOVE "AS"               TO FEP-REASON-CODE
           MOVE "LOANMNT"          TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           IF FEP-ERROR
               DISPLAY "LOANMNT: ERROR UPDATING FEE LEDGER FOR "
                       LM-LOAN-ID
               STOP RUN
           END-IF
           IF FEP-NO-FEE
               DISPLAY "LOANMNT: ASSUMPTION FEE NOT ASSESSED FOR "
                       LM-LOAN-ID " - STAY OR SCRA IN FORCE"
           END-IF.

       MOVE-TXN-DATA-TO-MASTER.
           MOVE MT-LOAN-NUMBER      TO LM-LOAN-NUMBER
           MOVE MT-BORROWER-NAME    TO LM-BORROWER-NAME
           MOVE MT-ARMINDEXCODE     TO LM-ARMINDEXCODE
           MOVE MT-ARMMARGIN        TO LM-ARMMARGIN
           MOVE MT-ARMLOOKBACKDAYS  TO LM-ARMLOOKBACKDAYS
           MOVE MT-SERVICINGMETHOD  TO LM-SERVICINGMETHOD
           MOVE MT-COMPANYCODE      TO LM-COMPANYCODE
           PERFORM MOVE-ONE-ARM-RESET
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 12
           CLOSE TERMS-HISTORY-FILE
           CLOSE RECOVERY-JOURNAL-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE ASSUMPTION-HISTORY-FILE
           DISPLAY "LOANMNT: " WS-ADDS-DONE " ADDED, "
                   WS-CHANGES-DONE " CHANGED, "
                   WS-MODIFIES-DONE " MODIFIED, "
                   WS-LEGALS-DONE " LEGAL STATUS, "
                   WS-INQUIRES-DONE " INQUIRED, "
                   WS-CLOSES-DONE " CLOSED, "
                   WS-ASSUMES-DONE " ASSUMED, "
                   WS-REJECTS " REJECTED".

       END PROGRAM LOANMNT.
