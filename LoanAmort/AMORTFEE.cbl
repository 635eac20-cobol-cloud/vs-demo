       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTFEE.
       REMARKS. FEE DESK RUN. READS A TRANSACTION FILE OF FEE
               ASSESSMENTS AND WAIVERS KEYED BY THE FEE DESK AND
               POSTS EACH ONE TO THE MISCELLANEOUS FEE LEDGER THROUGH
               THE FEE LEDGER ROUTINE (FEESERV). AN ASSESSMENT ("A")
               NAMES THE FEE TYPE - "NS" RETURNED ITEM, "PS" PAYOFF
               STATEMENT, "IN" PROPERTY INSPECTION, "MD" MODIFICATION,
               "OT" OTHER - THE AMOUNT, AND A REASON CODE; A ZERO
               AMOUNT ON A RETURNED-ITEM OR PAYOFF STATEMENT FEE TAKES
               THE AMOUNT THE SERVICING RULES FILE SCHEDULES FOR THE
               LOAN'S PRODUCT AND STATE. ONLY AN ACTIVE LOAN CAN BE
               ASSESSED. A WAIVER ("W") NAMES THE FEE BY ITS LEDGER
               SEQUENCE NUMBER (AS PRINTED WHEN IT WAS ASSESSED) AND A
               REASON CODE, AND WAIVES THE AMOUNT GIVEN OR, WITH A
               ZERO AMOUNT, EVERYTHING STILL OUTSTANDING ON IT. FEES
               ARE CARRIED ON A CASH BASIS - NOTHING IS BOOKED TO THE
               GENERAL LEDGER UNTIL THE NIGHTLY POSTING RUN (AMORTPST)
               COLLECTS A FEE - SO THIS RUN WRITES NO VOUCHER. EVERY
               TRANSACTION PRINTS ON THE LISTING WITH THE FEES LEFT
               OUTSTANDING ON THE LOAN; REJECTED TRANSACTIONS PRINT
               WITH THE REASON AND DO NOT STOP THE RUN. THE TOTALS ARE
               REPEATED FOR EACH SERVICING COMPANY. THE OPTIONAL
               COMPANY-SELECTION CARD (COMPSEL) LIMITS THE RUN TO ONE
               COMPANY'S LOANS; A TRANSACTION FOR A LOAN OF ANY OTHER
               IS PASSED OVER, LEFT FOR THAT COMPANY'S OWN RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-TXN-FILE ASSIGN TO "FEETXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRINT-FILE ASSIGN TO "FEERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE LINE PER FEE ACTION. A BLANK OR ZERO TRANSACTION DATE
      *    MEANS THE RUN DATE. THE FEE SEQUENCE NUMBER IS USED ONLY ON
      *    A WAIVER, THE FEE TYPE ONLY ON AN ASSESSMENT.
       FD  FEE-TXN-FILE.
       01  FEE-TXN-RECORD.
           05 FT-LOAN-ID            PIC X(10).
           05 FT-ACTION             PIC X(01).
               88 FT-ASSESS                  VALUE "A".
               88 FT-WAIVE                   VALUE "W".
           05 FT-FEE-TYPE           PIC X(02).
               88 FT-FEE-TYPE-VALID          VALUE "NS" "PS" "IN"
                                                   "MD" "OT".
           05 FT-FEE-SEQ-NO         PIC 9(06).
           05 FT-TRAN-DATE          PIC 9(08).
           05 FT-AMOUNT             PIC 9(07)V99.
           05 FT-REASON-CODE        PIC X(02).

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-TXN-STATUS             PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-TXNS                      VALUE "Y".

       01 WS-TXNS-READ              PIC 9(9) COMP VALUE ZERO.
       01 WS-FEES-ASSESSED          PIC 9(9) COMP VALUE ZERO.
       01 WS-FEES-WAIVED            PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-REJECTED          PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-PASSED            PIC 9(9) COMP VALUE ZERO.

       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    WHAT THE DESK ASSESSED AND WAIVED FOR EACH COMPANY ON THE
      *    COMPANY TABLE, IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-ASSESSED    PIC 9(9) COMP.
               05 WS-CO-ASSESSED-AMT PIC S9(13)V99 COMP-3.
               05 WS-CO-WAIVED      PIC 9(9) COMP.
               05 WS-CO-WAIVED-AMT  PIC S9(13)V99 COMP-3.

       01 WS-TRAN-DATE              PIC 9(8).
       01 WS-REJECT-TEXT            PIC X(29).

       01 WS-TOT-ASSESSED           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-WAIVED             PIC S9(13)V99 COMP-3 VALUE ZERO.

       01 WS-RUN-DATE               PIC 9(8).

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(34)
               VALUE "MISCELLANEOUS FEE ACTIVITY ".
           05 HL1-RUN-DATE     PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(58) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(05)  VALUE "ACT".
           05 FILLER PIC X(06)  VALUE "TYPE".
           05 FILLER PIC X(08)  VALUE "FEE SEQ".
           05 FILLER PIC X(10)  VALUE "DATE".
           05 FILLER PIC X(05)  VALUE "RSN".
           05 FILLER PIC X(17)  VALUE "AMOUNT".
           05 FILLER PIC X(17)  VALUE "NOW OUTSTANDING".
           05 FILLER PIC X(52)  VALUE "NOTE".

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-ACTION         PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-FEE-TYPE       PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-FEE-SEQ-NO     PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-TRAN-DATE      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-REASON         PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-OUTSTANDING    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NOTE           PIC X(29).
           05 FILLER            PIC X(25) VALUE SPACES.

       01 REJECT-LINE.
           05 RL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-ACTION         PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RL-FEE-TYPE       PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RL-FEE-SEQ-NO     PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-TRAN-DATE      PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RL-REASON         PIC X(02).
           05 FILLER            PIC X(37) VALUE SPACES.
           05 RL-NOTE           PIC X(29).
           05 FILLER            PIC X(23) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(82) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       01 COMPANY-TOTAL-LINE.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CTL-ASSESSED      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE " ASSESSED ".
           05 CTL-ASSESSED-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CTL-WAIVED        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(08) VALUE " WAIVED ".
           05 CTL-WAIVED-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(50) VALUE SPACES.

       COPY FEEPARMS.
       COPY RUNPARM.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM READ-TXN-RECORD
           PERFORM PROCESS-ONE-TXN
               UNTIL END-OF-TXNS
           PERFORM PRINT-FEE-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTFEE" TO RC-PROGRAM
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
           OPEN INPUT FEE-TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "AMORTFEE: ERROR OPENING TRANSACTION FILE"
               DISPLAY "AMORTFEE: FILE STATUS " WS-TXN-STATUS
               STOP RUN
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTFEE: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTFEE: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTFEE: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTFEE: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN POSTING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTFEE: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTFEE: RUN LIMITED TO COMPANY "
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
               DISPLAY "AMORTFEE: ABEND - LOAN " LM-LOAN-ID
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
               DISPLAY "AMORTFEE: ERROR READING COMPANY TABLE"
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
           MOVE ZERO  TO WS-CO-ASSESSED(WS-CO-IX)
                         WS-CO-WAIVED(WS-CO-IX)
           MOVE ZEROS TO WS-CO-ASSESSED-AMT(WS-CO-IX)
                         WS-CO-WAIVED-AMT(WS-CO-IX).

       READ-TXN-RECORD.
           READ FEE-TXN-FILE
               AT END
                   SET END-OF-TXNS TO TRUE
           END-READ
           IF NOT END-OF-TXNS AND WS-TXN-STATUS NOT = "00"
               DISPLAY "AMORTFEE: ERROR READING TRANSACTION FILE"
               DISPLAY "AMORTFEE: FILE STATUS " WS-TXN-STATUS
               STOP RUN
           END-IF.

      *    EVERY ACTION NEEDS A LOAN ON FILE, A REASON CODE, A USABLE
      *    AMOUNT, AND A DATE NOT IN THE FUTURE. AN ASSESSMENT ALSO
      *    NEEDS AN ACTIVE LOAN AND A FEE TYPE WE CHARGE; A WAIVER
      *    NEEDS THE FEE'S LEDGER SEQUENCE NUMBER. A CLOSED OR
      *    CHARGED-OFF LOAN CAN STILL HAVE AN OLD FEE WAIVED.
       PROCESS-ONE-TXN.
           ADD 1 TO WS-TXNS-READ
           IF FT-TRAN-DATE IS NUMERIC AND FT-TRAN-DATE NOT = ZERO
               MOVE FT-TRAN-DATE TO WS-TRAN-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-TRAN-DATE
           END-IF
           MOVE FT-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
               PERFORM CHECK-RUN-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "23"
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN WS-MASTER-STATUS NOT = "00"
                   DISPLAY "AMORTFEE: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTFEE: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
               WHEN NOT IN-RUN-COMPANY
                   ADD 1 TO WS-TXNS-PASSED
               WHEN NOT FT-ASSESS AND NOT FT-WAIVE
                   MOVE "ACTION NOT A/W" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN FT-REASON-CODE = SPACES
                   MOVE "REASON CODE REQUIRED" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN FT-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT INVALID" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN WS-TRAN-DATE > WS-RUN-DATE
                   MOVE "DATE IN FUTURE" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN FT-ASSESS AND NOT LM-ACTIVE
                       AND NOT (LM-TRANSFERRED-OUT
                                AND WS-TRAN-DATE < LM-XFERDATE)
                   MOVE "LOAN NOT ACTIVE" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN FT-ASSESS AND NOT FT-FEE-TYPE-VALID
                   MOVE "FEE TYPE NOT NS/PS/IN/MD/OT" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN FT-WAIVE AND (FT-FEE-SEQ-NO IS NOT NUMERIC
                                  OR FT-FEE-SEQ-NO = ZERO)
                   MOVE "FEE SEQUENCE NUMBER MISSING" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN FT-ASSESS
                   PERFORM ASSESS-ONE-FEE
               WHEN OTHER
                   PERFORM WAIVE-ONE-FEE
           END-EVALUATE
           PERFORM READ-TXN-RECORD.

       ASSESS-ONE-FEE.
           MOVE "A"                TO FEP-FUNCTION
           MOVE FT-LOAN-ID         TO FEP-LOAN-ID
           MOVE LM-PRODUCTCODE     TO FEP-PRODUCT-CODE
           MOVE LM-STATECODE       TO FEP-STATE-CODE
           MOVE LM-LEGALSTATUS     TO FEP-LEGAL-STATUS
           MOVE LM-LEGALSTATUSDATE TO FEP-LEGAL-STATUS-DATE
           MOVE LM-SCRASTARTDATE   TO FEP-SCRA-START-DATE
           MOVE LM-SCRAENDDATE     TO FEP-SCRA-END-DATE
           MOVE FT-FEE-TYPE        TO FEP-FEE-TYPE
           MOVE WS-TRAN-DATE       TO FEP-TRAN-DATE
           MOVE FT-AMOUNT          TO FEP-AMOUNT
           MOVE FT-REASON-CODE     TO FEP-REASON-CODE
           MOVE ZEROS              TO FEP-PAYMENT-NO
           MOVE "AMORTFEE"         TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           EVALUATE TRUE
               WHEN FEP-ERROR
                   DISPLAY "AMORTFEE: ERROR UPDATING FEE LEDGER FOR "
                           FT-LOAN-ID
                   STOP RUN
               WHEN FEP-NO-FEE
                   MOVE "NO FEE SCHEDULED FOR LOAN" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN OTHER
                   ADD 1 TO WS-FEES-ASSESSED
                   ADD FEP-APPLIED TO WS-TOT-ASSESSED
                   ADD 1 TO WS-CO-ASSESSED(WS-CO-IX)
                   ADD FEP-APPLIED TO WS-CO-ASSESSED-AMT(WS-CO-IX)
                   MOVE "FEE ASSESSED" TO DL-NOTE
                   PERFORM PRINT-ONE-DETAIL
           END-EVALUATE.

       WAIVE-ONE-FEE.
           MOVE "W"                TO FEP-FUNCTION
           MOVE FT-LOAN-ID         TO FEP-LOAN-ID
           MOVE FT-FEE-SEQ-NO      TO FEP-FEE-SEQ-NO
           MOVE WS-TRAN-DATE       TO FEP-TRAN-DATE
           MOVE FT-AMOUNT          TO FEP-AMOUNT
           MOVE FT-REASON-CODE     TO FEP-REASON-CODE
           MOVE ZEROS              TO FEP-PAYMENT-NO
           MOVE "AMORTFEE"         TO FEP-PROGRAM
           CALL "FEESERV" USING FEE-PARMS
           EVALUATE TRUE
               WHEN FEP-ERROR
                   DISPLAY "AMORTFEE: ERROR UPDATING FEE LEDGER FOR "
                           FT-LOAN-ID
                   STOP RUN
               WHEN FEP-NOT-FOUND
                   MOVE "FEE NOT ON LEDGER" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN FEP-NO-FEE
                   MOVE "NOTHING OUTSTANDING ON FEE" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN FEP-OVER-OUTSTANDING
                   MOVE "WAIVER OVER AMOUNT OUTSTANDING"
                       TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN OTHER
                   ADD 1 TO WS-FEES-WAIVED
                   ADD FEP-APPLIED TO WS-TOT-WAIVED
                   ADD 1 TO WS-CO-WAIVED(WS-CO-IX)
                   ADD FEP-APPLIED TO WS-CO-WAIVED-AMT(WS-CO-IX)
                   MOVE "FEE WAIVED" TO DL-NOTE
                   PERFORM PRINT-ONE-DETAIL
           END-EVALUATE.

       PRINT-ONE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE FT-LOAN-ID        TO DL-LOAN-ID
           MOVE FT-ACTION         TO DL-ACTION
           MOVE FEP-FEE-SEQ-NO    TO DL-FEE-SEQ-NO
           MOVE FEP-FEE-TYPE      TO DL-FEE-TYPE
           IF FT-WAIVE
               MOVE SPACES        TO DL-FEE-TYPE
           END-IF
           MOVE WS-TRAN-DATE      TO DL-TRAN-DATE
           MOVE FT-REASON-CODE    TO DL-REASON
           MOVE FEP-APPLIED       TO DL-AMOUNT
           MOVE FEP-OUTSTANDING   TO DL-OUTSTANDING
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       REJECT-TXN.
           ADD 1 TO WS-TXNS-REJECTED
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE FT-LOAN-ID        TO RL-LOAN-ID
           MOVE FT-ACTION         TO RL-ACTION
           MOVE FT-FEE-TYPE       TO RL-FEE-TYPE
           MOVE FT-FEE-SEQ-NO     TO RL-FEE-SEQ-NO
           MOVE FT-TRAN-DATE      TO RL-TRAN-DATE
           MOVE FT-REASON-CODE    TO RL-REASON
           MOVE WS-REJECT-TEXT    TO RL-NOTE
           WRITE PRINT-LINE FROM REJECT-LINE
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

       PRINT-FEE-TOTALS.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL FEES ASSESSED"  TO TL-LABEL
           MOVE WS-TOT-ASSESSED        TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "TOTAL FEES WAIVED"    TO TL-LABEL
           MOVE WS-TOT-WAIVED          TO TL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "TRANSACTIONS READ"    TO CL-LABEL
           MOVE WS-TXNS-READ           TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "FEES ASSESSED"        TO CL-LABEL
           MOVE WS-FEES-ASSESSED       TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "FEES WAIVED"          TO CL-LABEL
           MOVE WS-FEES-WAIVED         TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "TRANSACTIONS REJECTED" TO CL-LABEL
           MOVE WS-TXNS-REJECTED       TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 7 TO WS-LINE-COUNT
           IF WS-TXNS-PASSED > ZERO
               MOVE "PASSED TO OTHER COMPANIES" TO CL-LABEL
               MOVE WS-TXNS-PASSED     TO CL-COUNT
               WRITE PRINT-LINE FROM COUNT-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF
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
               MOVE WS-CO-CODE(WS-CO-IX)         TO CTL-COMPANY-CODE
               MOVE WS-CO-ASSESSED(WS-CO-IX)     TO CTL-ASSESSED
               MOVE WS-CO-ASSESSED-AMT(WS-CO-IX) TO CTL-ASSESSED-AMT
               MOVE WS-CO-WAIVED(WS-CO-IX)       TO CTL-WAIVED
               MOVE WS-CO-WAIVED-AMT(WS-CO-IX)   TO CTL-WAIVED-AMT
               WRITE PRINT-LINE FROM COMPANY-TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTFEE: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTFEE: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           CLOSE FEE-TXN-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTFEE" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-TXNS-READ TO RC-RECORDS-IN
           COMPUTE RC-RECORDS-OUT = WS-FEES-ASSESSED + WS-FEES-WAIVED
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTFEE: " WS-TXNS-READ " TRANSACTIONS READ, "
                   WS-FEES-ASSESSED " ASSESSED, "
                   WS-FEES-WAIVED " WAIVED, "
                   WS-TXNS-REJECTED " REJECTED"
           IF WS-TXNS-PASSED > ZERO
               DISPLAY "AMORTFEE: " WS-TXNS-PASSED
                       " TRANSACTIONS FOR OTHER COMPANIES PASSED OVER"
           END-IF.

       END PROGRAM AMORTFEE.
