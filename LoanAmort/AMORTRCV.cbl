       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTRCV.
       REMARKS. CHARGE-OFF RECOVERY REGISTER. SWEEPS THE KEYED
               CHARGE-OFF REGISTER WRITTEN BY THE CHARGE-OFF RUN
               (AMORTCHG) AND KEPT CURRENT BY THE POSTING RUN
               (AMORTPST), AND LISTS EVERY LOAN EVER CHARGED OFF WITH
               ITS CHARGE-OFF DATE AND REASON, THE GROSS AMOUNT
               CHARGED OFF (PRINCIPAL, ACCRUED INTEREST, AND FEES),
               THE RECOVERIES RECEIVED TO DATE, HOW MANY AND THE
               LATEST, AND THE NET LOSS THAT LEAVES. PORTFOLIO TOTALS
               PRINT AT THE END. THE BORROWER NAME COMES FROM THE LOAN
               MASTER; A LOAN NO LONGER ON THE MASTER STILL LISTS. NO
               REGISTER AT ALL MEANS NOTHING HAS BEEN CHARGED OFF, AND
               THE LISTING PRINTS ZERO TOTALS. THE TOTALS ARE REPEATED
               FOR EACH SERVICING COMPANY, TAKEN FROM THE COMPANY THE
               LOAN WAS ON WHEN IT WAS CHARGED OFF. THE OPTIONAL
               COMPANY-SELECTION CARD (COMPSEL) LIMITS THE REGISTER TO
               ONE COMPANY'S CHARGE-OFFS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CHARGE-OFF-FILE.
       COPY CHGOFF.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CHGOFF-STATUS          PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-REGISTER                  VALUE "Y".
       01 WS-NO-CHGOFF-SW           PIC X(01) VALUE "N".
          88 NO-CHARGE-OFF-FILE               VALUE "Y".

       01 WS-LOANS-LISTED           PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-RECOVERING       PIC 9(9) COMP VALUE ZERO.

       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    THE REGISTER TOTALS FOR EACH COMPANY ON THE COMPANY TABLE,
      *    IN COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-LISTED      PIC 9(9) COMP.
               05 WS-CO-GROSS       PIC S9(13)V99 COMP-3.
               05 WS-CO-RECOVERED   PIC S9(13)V99 COMP-3.
               05 WS-CO-NET-LOSS    PIC S9(13)V99 COMP-3.

       01 WS-NET-LOSS               PIC S9(9)V99 COMP-3.
       01 WS-TOT-GROSS              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-RECOVERED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-NET-LOSS           PIC S9(13)V99 COMP-3 VALUE ZERO.

       01 WS-RUN-DATE               PIC 9(8).

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 HL1.
           05 FILLER          PIC X(34)
               VALUE "CHARGE-OFF RECOVERY REGISTER ".
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
           05 FILLER PIC X(22)  VALUE "BORROWER".
           05 FILLER PIC X(10)  VALUE "CHG-OFF".
           05 FILLER PIC X(05)  VALUE "RSN".
           05 FILLER PIC X(17)  VALUE "GROSS CHARGE-OFF".
           05 FILLER PIC X(17)  VALUE "RECOVERED".
           05 FILLER PIC X(17)  VALUE "NET LOSS".
           05 FILLER PIC X(06)  VALUE "RCVS".
           05 FILLER PIC X(10)  VALUE "LAST RCVY".
           05 FILLER PIC X(16)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-BORROWER       PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-CHGOFF-DATE    PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-REASON         PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-GROSS          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-RECOVERED      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NET-LOSS       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-RCV-COUNT      PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-LAST-RCV-DATE  PIC 9(08).
           05 FILLER            PIC X(18) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 FILLER            PIC X(17) VALUE SPACES.
           05 TL-GROSS          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-RECOVERED      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-NET-LOSS       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(34) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       01 WS-CO-LABEL.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 WS-CO-LABEL-CODE  PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CO-LABEL-LOANS PIC ZZZ,ZZ9.
           05 FILLER            PIC X(06) VALUE " LOANS".

       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM READ-REGISTER-RECORD
           PERFORM LIST-ONE-LOAN
               UNTIL END-OF-REGISTER
           PERFORM PRINT-REGISTER-TOTALS
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
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               SET NO-CHARGE-OFF-FILE TO TRUE
               SET END-OF-REGISTER TO TRUE
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "AMORTRCV: ERROR OPENING CHARGE-OFF REGISTER"
                   DISPLAY "AMORTRCV: FILE STATUS " WS-CHGOFF-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTRCV: ERROR OPENING LOAN MASTER FILE"
               DISPLAY "AMORTRCV: FILE STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTRCV: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTRCV: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN LISTING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTRCV: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTRCV: RUN LIMITED TO COMPANY "
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
               DISPLAY "AMORTRCV: ABEND - LOAN " CO-LOAN-ID
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
               DISPLAY "AMORTRCV: ERROR READING COMPANY TABLE"
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
           MOVE ZERO  TO WS-CO-LISTED(WS-CO-IX)
           MOVE ZEROS TO WS-CO-GROSS(WS-CO-IX)
                         WS-CO-RECOVERED(WS-CO-IX)
                         WS-CO-NET-LOSS(WS-CO-IX).

       READ-REGISTER-RECORD.
           IF NOT NO-CHARGE-OFF-FILE
               READ CHARGE-OFF-FILE
                   AT END
                       SET END-OF-REGISTER TO TRUE
               END-READ
               IF NOT END-OF-REGISTER AND WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "AMORTRCV: ERROR READING CHARGE-OFF "
                           "REGISTER"
                   DISPLAY "AMORTRCV: FILE STATUS " WS-CHGOFF-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *    THE CHARGE-OFF BELONGS TO THE COMPANY IT WAS TAKEN ON, NOT
      *    WHEREVER THE LOAN SITS ON THE MASTER TODAY.
       LIST-ONE-LOAN.
           MOVE CO-COMPANY-CODE TO CMP-COMPANY-CODE
           PERFORM CHECK-RUN-COMPANY
           IF IN-RUN-COMPANY
               PERFORM LIST-COMPANY-LOAN
           END-IF
           PERFORM READ-REGISTER-RECORD.

       LIST-COMPANY-LOAN.
           MOVE CO-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "00"
                   MOVE LM-BORROWER-NAME TO DL-BORROWER
               WHEN WS-MASTER-STATUS = "23"
                   MOVE "NOT ON MASTER"  TO DL-BORROWER
               WHEN OTHER
                   DISPLAY "AMORTRCV: ERROR READING LOAN MASTER FILE"
                   DISPLAY "AMORTRCV: FILE STATUS " WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE
           COMPUTE WS-NET-LOSS = CO-GROSS - CO-RECOVERED
           ADD 1 TO WS-LOANS-LISTED
           IF CO-RECOVERY-COUNT > ZERO
               ADD 1 TO WS-LOANS-RECOVERING
           END-IF
           ADD CO-GROSS     TO WS-TOT-GROSS
           ADD CO-RECOVERED TO WS-TOT-RECOVERED
           ADD WS-NET-LOSS  TO WS-TOT-NET-LOSS
           ADD 1            TO WS-CO-LISTED(WS-CO-IX)
           ADD CO-GROSS     TO WS-CO-GROSS(WS-CO-IX)
           ADD CO-RECOVERED TO WS-CO-RECOVERED(WS-CO-IX)
           ADD WS-NET-LOSS  TO WS-CO-NET-LOSS(WS-CO-IX)
           PERFORM PRINT-ONE-DETAIL.

       PRINT-ONE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE CO-LOAN-ID            TO DL-LOAN-ID
           MOVE CO-CHARGEOFF-DATE     TO DL-CHGOFF-DATE
           MOVE CO-REASON             TO DL-REASON
           MOVE CO-GROSS              TO DL-GROSS
           MOVE CO-RECOVERED          TO DL-RECOVERED
           MOVE WS-NET-LOSS           TO DL-NET-LOSS
           MOVE CO-RECOVERY-COUNT     TO DL-RCV-COUNT
           MOVE CO-LAST-RECOVERY-DATE TO DL-LAST-RCV-DATE
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
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-REGISTER-TOTALS.
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTALS"               TO TL-LABEL
           MOVE WS-TOT-GROSS           TO TL-GROSS
           MOVE WS-TOT-RECOVERED       TO TL-RECOVERED
           MOVE WS-TOT-NET-LOSS        TO TL-NET-LOSS
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "LOANS CHARGED OFF"    TO CL-LABEL
           MOVE WS-LOANS-LISTED        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LOANS WITH RECOVERIES" TO CL-LABEL
           MOVE WS-LOANS-RECOVERING    TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 5 TO WS-LINE-COUNT
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
               MOVE WS-CO-CODE(WS-CO-IX)      TO WS-CO-LABEL-CODE
               MOVE WS-CO-LISTED(WS-CO-IX)    TO WS-CO-LABEL-LOANS
               MOVE WS-CO-LABEL               TO TL-LABEL
               MOVE WS-CO-GROSS(WS-CO-IX)     TO TL-GROSS
               MOVE WS-CO-RECOVERED(WS-CO-IX) TO TL-RECOVERED
               MOVE WS-CO-NET-LOSS(WS-CO-IX)  TO TL-NET-LOSS
               WRITE PRINT-LINE FROM TOTAL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTRCV: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTRCV: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           IF NOT NO-CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
           END-IF
           CLOSE LOAN-MASTER-FILE
           CLOSE PRINT-FILE
           DISPLAY "AMORTRCV: " WS-LOANS-LISTED " CHARGED-OFF LOANS, "
                   WS-LOANS-RECOVERING " WITH RECOVERIES".

       END PROGRAM AMORTRCV.
