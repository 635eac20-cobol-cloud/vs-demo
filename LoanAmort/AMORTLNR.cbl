       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTLNR.
       REMARKS. DAILY LIEN RELEASE TRACKING RUN. THE PAYOFF RUN
               (AMORTPFF) OPENS A LIEN-RELEASE RECORD FOR EVERY LOAN
               IT RETIRES, CARRYING THE DATE BY WHICH THE LOAN'S
               STATE REQUIRES THE SATISFACTION TO BE RECORDED. THIS
               RUN READS THE RELEASE DESK'S UPDATES AND CARRIES EACH
               RELEASE FORWARD - "P" THE RELEASE WAS PREPARED, "S" IT
               WAS SENT TO THE COUNTY (NAMING THE COUNTY), "R" THE
               COUNTY RECORDED IT (WITH THE BOOK/PAGE OR INSTRUMENT
               NUMBER AS THE RECORDING REFERENCE). A STEP CANNOT GO
               BACKWARD, A RECORDED RELEASE IS FINISHED, AND NO DATE
               MAY FALL BEFORE THE PAYOFF OR AFTER THE RUN DATE.
               EVERY UPDATE PRINTS ON THE LISTING; REJECTED UPDATES
               PRINT WITH THE REASON AND DO NOT STOP THE RUN. THE RUN
               THEN AGES EVERY RELEASE NOT YET RECORDED - DAYS SINCE
               THE PAYOFF AND DAYS LEFT TO THE STATE DEADLINE - AND
               FLAGS ANY WITHIN TEN DAYS OF THE DEADLINE OR PAST IT,
               WITH COUNTS BY AGE AT THE END. A DAY WITH NO UPDATES
               (NO TRANSACTION FILE) STILL PRINTS THE AGING.
               EACH RELEASE CARRIES THE SERVICING COMPANY THAT RETIRED
               THE LOAN (A RELEASE OPENED WITHOUT ONE IS THE HOME
               COMPANY'S); THE AGING SHOWS IT ON EVERY LINE AND PRINTS
               EACH COMPANY'S COUNTS AHEAD OF THE RUN'S. THE OPTIONAL
               COMPANY-SELECTION CARD (COMPSEL) LIMITS THE AGING TO ONE
               COMPANY'S RELEASES; THE DESK'S UPDATES ARE APPLIED
               WHATEVER THE COMPANY, SINCE THE DESK KEYS ONLY ITS OWN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEN-TXN-FILE ASSIGN TO "LIENTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT LIEN-RELEASE-FILE ASSIGN TO "LIENREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LIEN-STATUS.

           SELECT PRINT-FILE ASSIGN TO "LIENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    ONE LINE PER RELEASE STEP. A BLANK OR ZERO ACTION DATE
      *    MEANS THE RUN DATE. THE COUNTY IS REQUIRED WHEN THE RELEASE
      *    IS SENT (UNLESS ALREADY ON FILE), THE RECORDING REFERENCE
      *    WHEN IT IS RECORDED.
       FD  LIEN-TXN-FILE.
       01  LIEN-TXN-RECORD.
           05 LT-LOAN-ID            PIC X(10).
           05 LT-ACTION             PIC X(01).
               88 LT-PREPARE                 VALUE "P".
               88 LT-SEND                    VALUE "S".
               88 LT-RECORD                  VALUE "R".
           05 LT-ACTION-DATE        PIC 9(08).
           05 LT-COUNTY             PIC X(20).
           05 LT-RECORDING-REF      PIC X(20).

       FD  LIEN-RELEASE-FILE.
       COPY LIENREL.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-TXN-STATUS             PIC X(02).
       01 WS-LIEN-STATUS            PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-TXNS                      VALUE "Y".
       01 WS-LIEN-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-LIENS                     VALUE "Y".
       01 WS-NO-TXN-SW              PIC X(01) VALUE "N".
          88 NO-TXN-FILE                      VALUE "Y".
       01 WS-SECTION-SW             PIC X(01) VALUE "U".
          88 PRINTING-UPDATES                 VALUE "U".
          88 PRINTING-AGING                   VALUE "A".

       01 WS-TXNS-READ              PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-APPLIED           PIC 9(9) COMP VALUE ZERO.
       01 WS-TXNS-REJECTED          PIC 9(9) COMP VALUE ZERO.
       01 WS-RECORDED-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-RECORDED-LATE          PIC 9(9) COMP VALUE ZERO.
       01 WS-OUTSTANDING-COUNT      PIC 9(9) COMP VALUE ZERO.
       01 WS-AGE-30-COUNT           PIC 9(9) COMP VALUE ZERO.
       01 WS-AGE-60-COUNT           PIC 9(9) COMP VALUE ZERO.
       01 WS-AGE-90-COUNT           PIC 9(9) COMP VALUE ZERO.
       01 WS-AGE-OVER-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-DUE-SOON-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-PAST-DUE-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-LIENS-PASSED           PIC 9(9) COMP VALUE ZERO.

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    AGING TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    EACH COMPANY'S SHARE OF THE AGING COUNTS, IN COMPANY-TABLE
      *    SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-OUTSTANDING PIC 9(9) COMP.
               05 WS-CO-AGE-30      PIC 9(9) COMP.
               05 WS-CO-AGE-60      PIC 9(9) COMP.
               05 WS-CO-AGE-90      PIC 9(9) COMP.
               05 WS-CO-AGE-OVER    PIC 9(9) COMP.
               05 WS-CO-DUE-SOON    PIC 9(9) COMP.
               05 WS-CO-PAST-DUE    PIC 9(9) COMP.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-ACTION-DATE            PIC 9(8).
       01 WS-REJECT-TEXT            PIC X(29).
       01 WS-WARNING-DAYS           PIC S9(4) COMP VALUE 10.
       01 WS-RUN-INT                PIC S9(9) COMP.
       01 WS-PAYOFF-INT             PIC S9(9) COMP.
       01 WS-DEADLINE-INT           PIC S9(9) COMP.
       01 WS-DAYS-OUT               PIC S9(9) COMP.
       01 WS-DAYS-LEFT              PIC S9(9) COMP.

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
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(05)  VALUE "ACT".
           05 FILLER PIC X(10)  VALUE "DATE".
           05 FILLER PIC X(05)  VALUE "ST".
           05 FILLER PIC X(10)  VALUE "DEADLINE".
           05 FILLER PIC X(22)  VALUE "COUNTY".
           05 FILLER PIC X(22)  VALUE "RECORDING REF".
           05 FILLER PIC X(46)  VALUE "NOTE".

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-ACTION         PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DL-ACTION-DATE    PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-STATE          PIC X(02).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DL-DEADLINE       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-COUNTY         PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-RECORDING-REF  PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-NOTE           PIC X(29).
           05 FILLER            PIC X(17) VALUE SPACES.

       01 COL-HEADINGS-2.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(26)  VALUE "BORROWER".
           05 FILLER PIC X(05)  VALUE "ST".
           05 FILLER PIC X(10)  VALUE "PAYOFF".
           05 FILLER PIC X(10)  VALUE "DEADLINE".
           05 FILLER PIC X(09)  VALUE "STATUS".
           05 FILLER PIC X(09)  VALUE "DAYS OUT".
           05 FILLER PIC X(09)  VALUE "DAYS LEFT".
           05 FILLER PIC X(16)  VALUE "FLAG".
           05 FILLER PIC X(26)  VALUE "CO".

       01 AGING-LINE.
           05 AL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-BORROWER       PIC X(24).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-STATE          PIC X(02).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 AL-PAYOFF-DATE    PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-DEADLINE       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-STATUS         PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-DAYS-OUT       PIC ZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 AL-DAYS-LEFT      PIC ZZZZ9-.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 AL-FLAG           PIC X(14).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-COMPANY        PIC X(02).
           05 FILLER            PIC X(24) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

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
           IF NOT NO-TXN-FILE
               PERFORM READ-TXN-RECORD
               PERFORM PROCESS-ONE-TXN
                   UNTIL END-OF-TXNS
           END-IF
           PERFORM PRINT-UPDATE-TOTALS
           PERFORM AGE-OUTSTANDING-RELEASES
           PERFORM PRINT-COMPANY-AGING-TOTALS
           PERFORM PRINT-AGING-TOTALS
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTLNR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM SELECT-RUN-COMPANY
           PERFORM LOAD-COMPANY-SLOTS
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           OPEN INPUT LIEN-TXN-FILE
           IF WS-TXN-STATUS = "35"
               SET NO-TXN-FILE TO TRUE
           ELSE
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "AMORTLNR: ERROR OPENING TRANSACTION FILE"
                   DISPLAY "AMORTLNR: FILE STATUS " WS-TXN-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O LIEN-RELEASE-FILE
           IF WS-LIEN-STATUS = "35"
               OPEN OUTPUT LIEN-RELEASE-FILE
               IF WS-LIEN-STATUS = "00"
                   CLOSE LIEN-RELEASE-FILE
                   OPEN I-O LIEN-RELEASE-FILE
               END-IF
           END-IF
           IF WS-LIEN-STATUS NOT = "00"
               DISPLAY "AMORTLNR: ERROR OPENING LIEN RELEASE FILE"
               DISPLAY "AMORTLNR: FILE STATUS " WS-LIEN-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTLNR: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTLNR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF
           SET PRINTING-UPDATES TO TRUE.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN AGING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTLNR: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTLNR: AGING LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN THE RELEASE'S COMPANY IS ONE THIS
      *    RUN COVERS, AND POINTS WS-CO-IX AT THE COMPANY'S COUNTS. A
      *    BLANK COMPANY IS THE HOME COMPANY; A COMPANY THE TABLE DOES
      *    NOT KNOW STOPS THE RUN.
       CHECK-RUN-COMPANY.
           MOVE LN-COMPANY-CODE TO CMP-COMPANY-CODE
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTLNR: ABEND - LOAN " LN-LOAN-ID
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
               DISPLAY "AMORTLNR: ERROR READING COMPANY TABLE"
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
           MOVE ZERO TO WS-CO-OUTSTANDING(WS-CO-IX)
                        WS-CO-AGE-30(WS-CO-IX)
                        WS-CO-AGE-60(WS-CO-IX)
                        WS-CO-AGE-90(WS-CO-IX)
                        WS-CO-AGE-OVER(WS-CO-IX)
                        WS-CO-DUE-SOON(WS-CO-IX)
                        WS-CO-PAST-DUE(WS-CO-IX).

       READ-TXN-RECORD.
           READ LIEN-TXN-FILE
               AT END
                   SET END-OF-TXNS TO TRUE
           END-READ
           IF NOT END-OF-TXNS AND WS-TXN-STATUS NOT = "00"
               DISPLAY "AMORTLNR: ERROR READING TRANSACTION FILE"
               DISPLAY "AMORTLNR: FILE STATUS " WS-TXN-STATUS
               STOP RUN
           END-IF.

      *    EVERY UPDATE NEEDS A RELEASE OPEN FOR THE LOAN, A DATE NOT
      *    BEFORE THE PAYOFF OR AFTER TODAY, AND A RELEASE NOT YET
      *    RECORDED. THE STEPS RUN PREPARED, SENT, RECORDED - ONE MAY
      *    BE SKIPPED BUT NONE REPEATED OR TAKEN BACK.
       PROCESS-ONE-TXN.
           ADD 1 TO WS-TXNS-READ
           IF LT-ACTION-DATE IS NUMERIC AND LT-ACTION-DATE NOT = ZERO
               MOVE LT-ACTION-DATE TO WS-ACTION-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-ACTION-DATE
           END-IF
           MOVE LT-LOAN-ID TO LN-LOAN-ID
           READ LIEN-RELEASE-FILE
           EVALUATE TRUE
               WHEN WS-LIEN-STATUS = "23"
                   MOVE "NO RELEASE OPEN FOR LOAN" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN WS-LIEN-STATUS NOT = "00"
                   DISPLAY "AMORTLNR: ERROR READING LIEN RELEASE FILE"
                   DISPLAY "AMORTLNR: FILE STATUS " WS-LIEN-STATUS
                   STOP RUN
               WHEN NOT LT-PREPARE AND NOT LT-SEND AND NOT LT-RECORD
                   MOVE "ACTION NOT P/S/R" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN WS-ACTION-DATE > WS-RUN-DATE
                   MOVE "DATE IN FUTURE" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN WS-ACTION-DATE < LN-PAYOFF-DATE
                   MOVE "DATE BEFORE PAYOFF" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN LN-RECORDED
                   MOVE "RELEASE ALREADY RECORDED" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN LT-PREPARE AND NOT LN-OPEN
                   MOVE "RELEASE ALREADY PREPARED" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN LT-SEND AND LN-SENT
                   MOVE "RELEASE ALREADY SENT" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN LT-SEND AND LT-COUNTY = SPACES
                                AND LN-COUNTY = SPACES
                   MOVE "COUNTY REQUIRED" TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN LT-RECORD AND LT-RECORDING-REF = SPACES
                   MOVE "RECORDING REFERENCE REQUIRED"
                       TO WS-REJECT-TEXT
                   PERFORM REJECT-TXN
               WHEN OTHER
                   PERFORM APPLY-ONE-TXN
           END-EVALUATE
           PERFORM READ-TXN-RECORD.

       APPLY-ONE-TXN.
           IF LT-COUNTY NOT = SPACES
               MOVE LT-COUNTY TO LN-COUNTY
           END-IF
           EVALUATE TRUE
               WHEN LT-PREPARE
                   MOVE WS-ACTION-DATE TO LN-PREPARED-DATE
                   SET LN-PREPARED TO TRUE
                   MOVE "RELEASE PREPARED" TO DL-NOTE
               WHEN LT-SEND
                   MOVE WS-ACTION-DATE TO LN-SENT-DATE
                   SET LN-SENT TO TRUE
                   MOVE "SENT TO COUNTY" TO DL-NOTE
               WHEN OTHER
                   MOVE WS-ACTION-DATE   TO LN-RECORDED-DATE
                   MOVE LT-RECORDING-REF TO LN-RECORDING-REF
                   SET LN-RECORDED TO TRUE
                   ADD 1 TO WS-RECORDED-COUNT
                   IF LN-RECORDED-DATE > LN-DEADLINE-DATE
                       ADD 1 TO WS-RECORDED-LATE
                       MOVE "RECORDED AFTER DEADLINE" TO DL-NOTE
                   ELSE
                       MOVE "RECORDED" TO DL-NOTE
                   END-IF
           END-EVALUATE
           MOVE WS-RUN-DATE TO LN-LAST-ACTION-DATE
           REWRITE LIEN-RELEASE-RECORD
           IF WS-LIEN-STATUS NOT = "00"
               DISPLAY "AMORTLNR: ERROR REWRITING LIEN RELEASE FILE"
               DISPLAY "AMORTLNR: FILE STATUS " WS-LIEN-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM PRINT-ONE-DETAIL.

       PRINT-ONE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE LT-LOAN-ID        TO DL-LOAN-ID
           MOVE LT-ACTION         TO DL-ACTION
           MOVE WS-ACTION-DATE    TO DL-ACTION-DATE
           MOVE LN-STATE-CODE     TO DL-STATE
           MOVE LN-DEADLINE-DATE  TO DL-DEADLINE
           MOVE LN-COUNTY         TO DL-COUNTY
           MOVE LN-RECORDING-REF  TO DL-RECORDING-REF
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       REJECT-TXN.
           ADD 1 TO WS-TXNS-REJECTED
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE LT-LOAN-ID        TO DL-LOAN-ID
           MOVE LT-ACTION         TO DL-ACTION
           MOVE LT-ACTION-DATE    TO DL-ACTION-DATE
           MOVE SPACES            TO DL-STATE DL-DEADLINE
           MOVE LT-COUNTY         TO DL-COUNTY
           MOVE LT-RECORDING-REF  TO DL-RECORDING-REF
           MOVE WS-REJECT-TEXT    TO DL-NOTE
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-UPDATE-TOTALS.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
                   OR WS-PAGE-NO = ZERO
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "UPDATES READ"         TO CL-LABEL
           MOVE WS-TXNS-READ           TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "UPDATES APPLIED"      TO CL-LABEL
           MOVE WS-TXNS-APPLIED        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "UPDATES REJECTED"     TO CL-LABEL
           MOVE WS-TXNS-REJECTED       TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "RELEASES RECORDED"    TO CL-LABEL
           MOVE WS-RECORDED-COUNT      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "  RECORDED AFTER DEADLINE" TO CL-LABEL
           MOVE WS-RECORDED-LATE       TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           PERFORM CHECK-PRINT-STATUS.

      *    THE AGING STARTS ON A PAGE OF ITS OWN AND TAKES EVERY
      *    RELEASE ON FILE NOT YET RECORDED, IN LOAN ORDER, FOR THE
      *    COMPANIES THE RUN COVERS.
       AGE-OUTSTANDING-RELEASES.
           SET PRINTING-AGING TO TRUE
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           PERFORM PRINT-PAGE-HEADER
           MOVE LOW-VALUES TO LN-LOAN-ID
           START LIEN-RELEASE-FILE KEY >= LN-LOAN-ID
           IF WS-LIEN-STATUS NOT = "00"
               SET END-OF-LIENS TO TRUE
           END-IF
           PERFORM AGE-ONE-RELEASE
               UNTIL END-OF-LIENS.

       AGE-ONE-RELEASE.
           READ LIEN-RELEASE-FILE NEXT RECORD
               AT END
                   SET END-OF-LIENS TO TRUE
           END-READ
           IF NOT END-OF-LIENS AND WS-LIEN-STATUS NOT = "00"
               DISPLAY "AMORTLNR: ERROR READING LIEN RELEASE FILE"
               DISPLAY "AMORTLNR: FILE STATUS " WS-LIEN-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-LIENS AND LN-OUTSTANDING
               PERFORM CHECK-RUN-COMPANY
               IF IN-RUN-COMPANY
                   PERFORM PRINT-ONE-AGING
               ELSE
                   ADD 1 TO WS-LIENS-PASSED
               END-IF
           END-IF.

       PRINT-ONE-AGING.
           ADD 1 TO WS-OUTSTANDING-COUNT
                    WS-CO-OUTSTANDING(WS-CO-IX)
           MOVE LN-PAYOFF-DATE TO WS-DATE-WORK
           PERFORM CLAMP-WORK-DAY
           COMPUTE WS-PAYOFF-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           MOVE LN-DEADLINE-DATE TO WS-DATE-WORK
           PERFORM CLAMP-WORK-DAY
           COMPUTE WS-DEADLINE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           COMPUTE WS-DAYS-OUT  = WS-RUN-INT - WS-PAYOFF-INT
           COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-RUN-INT
           EVALUATE TRUE
               WHEN WS-DAYS-OUT <= 30
                   ADD 1 TO WS-AGE-30-COUNT
                            WS-CO-AGE-30(WS-CO-IX)
               WHEN WS-DAYS-OUT <= 60
                   ADD 1 TO WS-AGE-60-COUNT
                            WS-CO-AGE-60(WS-CO-IX)
               WHEN WS-DAYS-OUT <= 90
                   ADD 1 TO WS-AGE-90-COUNT
                            WS-CO-AGE-90(WS-CO-IX)
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-COUNT
                            WS-CO-AGE-OVER(WS-CO-IX)
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   ADD 1 TO WS-PAST-DUE-COUNT
                            WS-CO-PAST-DUE(WS-CO-IX)
                   MOVE "PAST DEADLINE" TO AL-FLAG
               WHEN WS-DAYS-LEFT <= WS-WARNING-DAYS
                   ADD 1 TO WS-DUE-SOON-COUNT
                            WS-CO-DUE-SOON(WS-CO-IX)
                   MOVE "DUE IN 10 DAYS" TO AL-FLAG
               WHEN OTHER
                   MOVE SPACES TO AL-FLAG
           END-EVALUATE
           EVALUATE TRUE
               WHEN LN-PREPARED
                   MOVE "PREPARED" TO AL-STATUS
               WHEN LN-SENT
                   MOVE "SENT" TO AL-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO AL-STATUS
           END-EVALUATE
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE LN-LOAN-ID        TO AL-LOAN-ID
           MOVE LN-BORROWER-NAME  TO AL-BORROWER
           MOVE LN-STATE-CODE     TO AL-STATE
           MOVE LN-PAYOFF-DATE    TO AL-PAYOFF-DATE
           MOVE LN-DEADLINE-DATE  TO AL-DEADLINE
           MOVE WS-DAYS-OUT       TO AL-DAYS-OUT
           MOVE WS-DAYS-LEFT      TO AL-DAYS-LEFT
           MOVE WS-CO-CODE(WS-CO-IX) TO AL-COMPANY
           WRITE PRINT-LINE FROM AGING-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-AGING-TOTALS.
           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "RELEASES OUTSTANDING"  TO CL-LABEL
           MOVE WS-OUTSTANDING-COUNT   TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "  PAID OFF 0-30 DAYS"  TO CL-LABEL
           MOVE WS-AGE-30-COUNT        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "  PAID OFF 31-60 DAYS" TO CL-LABEL
           MOVE WS-AGE-60-COUNT        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "  PAID OFF 61-90 DAYS" TO CL-LABEL
           MOVE WS-AGE-90-COUNT        TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "  PAID OFF OVER 90 DAYS" TO CL-LABEL
           MOVE WS-AGE-OVER-COUNT      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "DUE WITHIN 10 DAYS"    TO CL-LABEL
           MOVE WS-DUE-SOON-COUNT      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "PAST STATE DEADLINE"   TO CL-LABEL
           MOVE WS-PAST-DUE-COUNT      TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           PERFORM CHECK-PRINT-STATUS.

      *    EACH COMPANY'S AGING COUNTS, AHEAD OF THE RUN'S.
       PRINT-COMPANY-AGING-TOTALS.
           PERFORM PRINT-COMPANY-AGING-BLOCK
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT.

       PRINT-COMPANY-AGING-BLOCK.
           IF WS-RUN-COMPANY = SPACES
                   OR WS-RUN-COMPANY = WS-CO-CODE(WS-CO-IX)
               IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADER
               END-IF
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-CO-CODE(WS-CO-IX) TO CHL-COMPANY-CODE
               WRITE PRINT-LINE FROM COMPANY-HEAD-LINE
               MOVE "  RELEASES OUTSTANDING"   TO CL-LABEL
               MOVE WS-CO-OUTSTANDING(WS-CO-IX) TO CL-COUNT
               WRITE PRINT-LINE FROM COUNT-LINE
               MOVE "    PAID OFF 0-30 DAYS"   TO CL-LABEL
               MOVE WS-CO-AGE-30(WS-CO-IX)     TO CL-COUNT
               WRITE PRINT-LINE FROM COUNT-LINE
               MOVE "    PAID OFF 31-60 DAYS"  TO CL-LABEL
               MOVE WS-CO-AGE-60(WS-CO-IX)     TO CL-COUNT
               WRITE PRINT-LINE FROM COUNT-LINE
               MOVE "    PAID OFF 61-90 DAYS"  TO CL-LABEL
               MOVE WS-CO-AGE-90(WS-CO-IX)     TO CL-COUNT
               WRITE PRINT-LINE FROM COUNT-LINE
               MOVE "    PAID OFF OVER 90 DAYS" TO CL-LABEL
               MOVE WS-CO-AGE-OVER(WS-CO-IX)   TO CL-COUNT
               WRITE PRINT-LINE FROM COUNT-LINE
               MOVE "  DUE WITHIN 10 DAYS"     TO CL-LABEL
               MOVE WS-CO-DUE-SOON(WS-CO-IX)   TO CL-COUNT
               WRITE PRINT-LINE FROM COUNT-LINE
               MOVE "  PAST STATE DEADLINE"    TO CL-LABEL
               MOVE WS-CO-PAST-DUE(WS-CO-IX)   TO CL-COUNT
               WRITE PRINT-LINE FROM COUNT-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 9 TO WS-LINE-COUNT
           END-IF.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           IF PRINTING-UPDATES
               MOVE "LIEN RELEASE UPDATES " TO HL1-TITLE
           ELSE
               MOVE "LIEN RELEASES OUTSTANDING " TO HL1-TITLE
           END-IF
           MOVE WS-RUN-DATE TO HL1-RUN-DATE
           MOVE WS-PAGE-NO  TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF PRINTING-UPDATES
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
               DISPLAY "AMORTLNR: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTLNR: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           IF NOT NO-TXN-FILE
               CLOSE LIEN-TXN-FILE
           END-IF
           CLOSE LIEN-RELEASE-FILE
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTLNR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-TXNS-READ TO RC-RECORDS-IN
           MOVE WS-TXNS-APPLIED TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTLNR: " WS-TXNS-READ " UPDATES READ, "
                   WS-TXNS-APPLIED " APPLIED, "
                   WS-TXNS-REJECTED " REJECTED"
           DISPLAY "AMORTLNR: " WS-OUTSTANDING-COUNT
                   " RELEASES OUTSTANDING, "
                   WS-DUE-SOON-COUNT " DUE WITHIN 10 DAYS, "
                   WS-PAST-DUE-COUNT " PAST DEADLINE"
           IF WS-LIENS-PASSED > ZERO
               DISPLAY "AMORTLNR: " WS-LIENS-PASSED
                       " RELEASES PASSED TO OTHER COMPANIES"
           END-IF.

       END PROGRAM AMORTLNR.
