               MONTHLY ESCROW PAYMENT SO THE DESK CAN SEE WHOSE
               PAYMENT IS ABOUT TO MOVE. MASTER REWRITES ARE
               JOURNALED FOR FORWARD RECOVERY LIKE EVERY OTHER WRITER
               OF THE KEYED MASTER. A CARRIER RENEWAL ALSO RENEWS THE
               LOAN'S POLICY ON THE INSURANCE TRACKING FILE FOR A
               YEAR FROM ITS EFFECTIVE DATE, WHICH ENDS ANY LAPSE
               NOTICES - OR, ON A LOAN ALREADY UNDER LENDER-PLACED
               COVERAGE, IS THE PROOF OF COVERAGE ON WHICH THE NIGHTLY
               INSURANCE SWEEP (AMORTINS) CANCELS IT. THE SUMMARY ENDS
               WITH WHAT WAS APPLIED AND EXCEPTED FOR EACH SERVICING
               COMPANY AND THE NET CHANGE TO ITS BORROWERS' ESCROW
               PAYMENTS. THE OPTIONAL COMPANY-SELECTION CARD (COMPSEL)
               LIMITS THE RUN TO ONE COMPANY'S LOANS; A BILL FOR A LOAN
               OF ANY OTHER IS PASSED OVER, LEFT FOR THAT COMPANY'S
               OWN RUN.

       ENVIRONMENT DIVISION.

               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-STORE-STATUS.

           SELECT INSURANCE-POLICY-FILE ASSIGN TO "INSPOLCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IP-LOAN-ID
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD  SCHEDULE-STORE-FILE.
       COPY SCHEDSTR.

       FD  INSURANCE-POLICY-FILE.
       COPY INSPOLCY.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).
       01 WS-EXCP-STATUS            PIC X(02).
       01 WS-RECVJ-STATUS           PIC X(02).
       01 WS-STORE-STATUS           PIC X(02).
       01 WS-POLICY-STATUS          PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
       01 WS-BILLS-READ             PIC 9(9) COMP VALUE ZERO.
       01 WS-BILLS-APPLIED          PIC 9(9) COMP VALUE ZERO.
       01 WS-BILLS-EXCEPTED         PIC 9(9) COMP VALUE ZERO.
       01 WS-BILLS-PASSED           PIC 9(9) COMP VALUE ZERO.

       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    WHAT THE RUN APPLIED AND EXCEPTED FOR EACH COMPANY ON THE
      *    COMPANY TABLE, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-APPLIED     PIC 9(9) COMP.
               05 WS-CO-EXCEPTED    PIC 9(9) COMP.
               05 WS-CO-PMT-DELTA   PIC S9(9)V99 COMP-3.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-OLD-AMOUNT             PIC S9(7)V99 COMP-3.
       01 WS-PMT-DELTA              PIC S9(7)V99 COMP-3.
       01 WS-BEFORE-IMAGE           PIC X(400).

       01 WS-DATE-WORK              PIC 9(8).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MMDD            PIC 9(4).

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(54) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 DL-DELTA          PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(43) VALUE SPACES.

       01 COMPANY-TOTAL-LINE.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-APPLIED       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(09) VALUE " APPLIED ".
           05 CTL-EXCEPTED      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE " EXCEPTIONS ".
           05 FILLER            PIC X(22)
               VALUE "NET ESCROW PMT CHANGE ".
           05 CTL-PMT-DELTA     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(47) VALUE SPACES.

       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM READ-BILL-RECORD
           PERFORM PROCESS-ONE-BILL
               UNTIL END-OF-BILLS
           PERFORM PRINT-COMPANY-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SELECT-RUN-COMPANY
           PERFORM LOAD-COMPANY-SLOTS
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           OPEN INPUT VENDOR-BILL-FILE
           IF WS-BILL-STATUS NOT = "00"
               DISPLAY "AMORTESC: ERROR OPENING VENDOR BILL FILE"
               DISPLAY "AMORTESC: FILE STATUS " WS-RECVJ-STATUS
               STOP RUN
           END-IF
      *    A MISSING POLICY FILE IS CREATED EMPTY ON FIRST USE.
           OPEN I-O INSURANCE-POLICY-FILE
           IF WS-POLICY-STATUS = "35"
               OPEN OUTPUT INSURANCE-POLICY-FILE
               IF WS-POLICY-STATUS = "00"
                   CLOSE INSURANCE-POLICY-FILE
                   OPEN I-O INSURANCE-POLICY-FILE
               END-IF
           END-IF
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "AMORTESC: ERROR OPENING INSURANCE POLICY FILE"
               DISPLAY "AMORTESC: FILE STATUS " WS-POLICY-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTESC: ERROR OPENING PRINT FILE"
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTESC: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTESC: RUN LIMITED TO COMPANY "
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
               DISPLAY "AMORTESC: ABEND - LOAN " LM-LOAN-ID
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
               DISPLAY "AMORTESC: ERROR READING COMPANY TABLE"
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
           MOVE ZERO  TO WS-CO-APPLIED(WS-CO-IX)
                         WS-CO-EXCEPTED(WS-CO-IX)
           MOVE ZEROS TO WS-CO-PMT-DELTA(WS-CO-IX).

       READ-BILL-RECORD.
           READ VENDOR-BILL-FILE
               AT END
       MATCH-AND-APPLY.
           MOVE VB-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               PERFORM CHECK-RUN-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   MOVE ZEROS TO WS-OLD-AMOUNT
                   DISPLAY "AMORTESC: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTESC: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN NOT IN-RUN-COMPANY
                   ADD 1 TO WS-BILLS-PASSED
               WHEN LM-CLOSED
                   ADD 1 TO WS-CO-EXCEPTED(WS-CO-IX)
                   MOVE ZEROS TO WS-OLD-AMOUNT
                   MOVE "CL" TO EE-REASON-CODE
                   MOVE "LOAN IS CLOSED" TO EE-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN LM-CHARGED-OFF
                   ADD 1 TO WS-CO-EXCEPTED(WS-CO-IX)
                   MOVE ZEROS TO WS-OLD-AMOUNT
                   MOVE "CO" TO EE-REASON-CODE
                   MOVE "LOAN IS CHARGED OFF" TO EE-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM JUDGE-AND-APPLY
           END-EVALUATE.
                   AND (WS-NEW-AMOUNT > WS-OLD-AMOUNT * 2
                        OR WS-NEW-AMOUNT * 2 < WS-OLD-AMOUNT)
               ADD 1 TO WS-BILLS-EXCEPTED
               ADD 1 TO WS-CO-EXCEPTED(WS-CO-IX)
               MOVE "IM" TO EE-REASON-CODE
               MOVE "CHANGE IMPLAUSIBLE - REVIEW" TO EE-REASON-TEXT
               MOVE VB-BILL-TYPE   TO EE-BILL-TYPE
               STOP RUN
           END-IF
           ADD 1 TO WS-BILLS-APPLIED
           ADD 1 TO WS-CO-APPLIED(WS-CO-IX)
           ADD WS-PMT-DELTA TO WS-CO-PMT-DELTA(WS-CO-IX)
           PERFORM INVALIDATE-SCHEDULE-STORE
           IF VB-INS-BILL
               PERFORM RECORD-POLICY-RENEWAL
           END-IF
           PERFORM PRINT-IMPACT-DETAIL.

      *    THE RENEWED TERM RUNS A YEAR FROM THE RENEWAL'S EFFECTIVE
      *    DATE. A LOAN WITH NO POLICY RECORD YET GETS ONE, CARRIER
      *    AND POLICY NUMBER TO BE FILLED IN FROM THE DECLARATIONS.
       RECORD-POLICY-RENEWAL.
           MOVE VB-LOAN-ID TO IP-LOAN-ID
           READ INSURANCE-POLICY-FILE
           EVALUATE WS-POLICY-STATUS
               WHEN "00"
                   PERFORM POST-RENEWAL-TO-POLICY
                   REWRITE INSURANCE-POLICY-RECORD
               WHEN "23"
                   MOVE SPACES TO INSURANCE-POLICY-RECORD
                   MOVE VB-LOAN-ID TO IP-LOAN-ID
                   MOVE ZEROS TO IP-COVERAGE-AMT IP-FIRST-NOTICE-DATE
                                 IP-SECOND-NOTICE-DATE IP-FP-START-DATE
                                 IP-FP-END-DATE IP-FP-COVERAGE-AMT
                                 IP-FP-PREMIUM IP-PRIOR-INS-AMT
                                 IP-FP-CANCEL-DATE IP-FP-REFUND
                   SET IP-COVERED TO TRUE
                   PERFORM POST-RENEWAL-TO-POLICY
                   WRITE INSURANCE-POLICY-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "AMORTESC: ERROR UPDATING INSURANCE POLICY FILE"
               DISPLAY "AMORTESC: FILE STATUS " WS-POLICY-STATUS
               STOP RUN
           END-IF.

      *    A LENDER-PLACED LOAN STAYS THAT WAY UNTIL THE SWEEP CANCELS
      *    THE PLACED COVERAGE AND REFUNDS IT.
       POST-RENEWAL-TO-POLICY.
           MOVE VB-EFFECTIVE-DATE TO IP-EFFECTIVE-DATE
           MOVE VB-EFFECTIVE-DATE TO WS-DATE-WORK
           ADD 1 TO WS-DW-YYYY
           IF WS-DW-MMDD = 0229
               MOVE 0228 TO WS-DW-MMDD
           END-IF
           MOVE WS-DATE-WORK      TO IP-EXPIRY-DATE
           MOVE WS-NEW-AMOUNT     TO IP-ANNUAL-PREMIUM
           MOVE WS-RUN-DATE       TO IP-LAST-ACTION-DATE
           IF NOT IP-FORCE-PLACED
               SET IP-COVERED TO TRUE
               MOVE ZEROS TO IP-FIRST-NOTICE-DATE IP-SECOND-NOTICE-DATE
           END-IF.

      *    THE NEW ESCROW AMOUNTS CHANGE THE SCHEDULED PAYMENT - THE
      *    STORED SCHEDULE IS MARKED STALE BY DELETING ITS HEADER,
      *    AND THE NEXT SWEEP REBUILDS IT (SEE AMORTSTOR).
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

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
               MOVE WS-CO-CODE(WS-CO-IX)      TO CTL-COMPANY-CODE
               MOVE WS-CO-APPLIED(WS-CO-IX)   TO CTL-APPLIED
               MOVE WS-CO-EXCEPTED(WS-CO-IX)  TO CTL-EXCEPTED
               MOVE WS-CO-PMT-DELTA(WS-CO-IX) TO CTL-PMT-DELTA
               WRITE PRINT-LINE FROM COMPANY-TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
           CLOSE LOAN-MASTER-FILE
           CLOSE EXCEPTION-FILE
           CLOSE RECOVERY-JOURNAL-FILE
           CLOSE INSURANCE-POLICY-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTESC: " WS-BILLS-READ " BILLS READ, "
                   WS-BILLS-APPLIED " APPLIED, "
                   WS-BILLS-EXCEPTED " EXCEPTIONS"
           IF WS-BILLS-PASSED > ZERO
               DISPLAY "AMORTESC: " WS-BILLS-PASSED
                       " BILLS FOR OTHER COMPANIES PASSED OVER"
           END-IF.

       END PROGRAM AMORTESC.
