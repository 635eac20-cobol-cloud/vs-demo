               TODAY, PROMISES BROKEN, AND ACCOUNTS WITH NO CONTACT IN
               N DAYS (N FROM THE PARAMETER CARD, THIRTY BY DEFAULT),
               EACH SECTIONED THE WAY THE AGING REPORT SECTIONS ITS
               BUCKETS. EVERY LOAN SHOWS ITS SERVICING COMPANY, AND
               EACH SECTION'S TOTAL IS PRECEDED BY EACH COMPANY'S
               COUNT. THE OPTIONAL COMPANY-SELECTION CARD (COMPSEL)
               LIMITS THE JUDGING AND THE REPORT TO ONE COMPANY'S
               QUEUE; THE COLLECTOR ACTIONS ARE APPLIED WHATEVER THE
               COMPANY, SINCE THE DESK KEYS ONLY ITS OWN.

       ENVIRONMENT DIVISION.

           05 CQ-DAYS-LATE          PIC 9(05).
           05 CQ-PAST-DUE-AMT       PIC S9(9)V99   COMP-3.
           05 CQ-RUN-DATE           PIC 9(08).
           05 CQ-PAYMENT-NO         PIC 9(04).
           05 CQ-COMPANY-CODE       PIC X(02).

      *    THE COLLECTIONS REGISTER - ONE RECORD PER LOAN THE DESK HAS
      *    EVER TOUCHED: LAST CONTACT, AND THE CURRENT PROMISE WITH
           05 FW-PAST-DUE-AMT       PIC S9(9)V99   COMP-3.
           05 FW-PROMISE-DATE       PIC 9(08).
           05 FW-PROMISE-AMOUNT     PIC S9(9)V99   COMP-3.
           05 FW-COMPANY-CODE       PIC X(02).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 WS-DUE-TODAY              PIC 9(9) COMP VALUE ZERO.
       01 WS-BROKEN                 PIC 9(9) COMP VALUE ZERO.
       01 WS-NO-CONTACT             PIC 9(9) COMP VALUE ZERO.
       01 WS-QUEUE-PASSED           PIC 9(9) COMP VALUE ZERO.

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

      *    EACH COMPANY'S LOANS IN EACH FOLLOW-UP SECTION, IN
      *    COMPANY-TABLE SLOT ORDER.
       01 WS-CO-IX                  PIC S9(4) COMP.
       01 WS-CO-COUNT               PIC S9(4) COMP.
       01 WS-COMPANY-TABLE.
           03 WS-CO-ENTRY OCCURS 10.
               05 WS-CO-CODE        PIC X(02).
               05 WS-CO-SECTION-COUNT PIC 9(9) COMP OCCURS 3.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-DATE-INT           PIC S9(9) COMP.
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 HL1-CO-LABEL     PIC X(08) VALUE SPACES.
           05 HL1-COMPANY      PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(58) VALUE SPACES.

       01 SECTION-HEADING-LINE.
           05 FILLER          PIC X(09) VALUE "SECTION: ".
           05 FILLER PIC X(16)  VALUE "PAST DUE".
           05 FILLER PIC X(14)  VALUE "PROMISE DATE".
           05 FILLER PIC X(16)  VALUE "PROMISE AMT".
           05 FILLER PIC X(30)  VALUE "CO".

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 DL-PROMISE-DATE   PIC 9(08).
           05 FILLER            PIC X(06) VALUE SPACES.
           05 DL-PROMISE-AMT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-COMPANY        PIC X(02).
           05 FILLER            PIC X(28) VALUE SPACES.

       01 SECTION-TOTAL-LINE.
           05 FILLER            PIC X(07) VALUE "TOTAL ".
           05 STL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(86) VALUE SPACES.

       01 COMPANY-SECTION-LINE.
           05 FILLER            PIC X(07) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE "COMPANY ".
           05 CSL-COMPANY-CODE  PIC X(02).
           05 FILLER            PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE " LOANS: ".
           05 CSL-COUNT         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(86) VALUE SPACES.

       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           PERFORM READ-COL-PARMS
           PERFORM SELECT-RUN-COMPANY
           PERFORM LOAD-COMPANY-SLOTS
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE "COMPANY "     TO HL1-CO-LABEL
               MOVE WS-RUN-COMPANY TO HL1-COMPANY
           END-IF
           PERFORM OPEN-COLLECT-REGISTER
           OPEN OUTPUT FOLLOW-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               CLOSE COL-PARM-FILE
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN JUDGING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTCOL: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTCOL: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN THE QUEUE LOAN'S COMPANY IS ONE
      *    THIS RUN COVERS, AND POINTS WS-CO-IX AT THE COMPANY'S
      *    COUNTS. A BLANK COMPANY IS THE HOME COMPANY; A COMPANY THE
      *    TABLE DOES NOT KNOW STOPS THE RUN.
       CHECK-RUN-COMPANY.
           MOVE CQ-COMPANY-CODE TO CMP-COMPANY-CODE
           SET CMP-CHECK-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTCOL: ABEND - LOAN " CQ-LOAN-ID
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
               DISPLAY "AMORTCOL: ERROR READING COMPANY TABLE"
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
           MOVE ZERO TO WS-CO-SECTION-COUNT(WS-CO-IX 1)
                        WS-CO-SECTION-COUNT(WS-CO-IX 2)
                        WS-CO-SECTION-COUNT(WS-CO-IX 3).

      *    A MISSING REGISTER IS CREATED EMPTY ON FIRST USE - THE
      *    FIRST COLLECTOR ACTION EVER KEYED BOOTSTRAPS THE FILE.
       OPEN-COLLECT-REGISTER.
               DISPLAY "AMORTCOL: FILE STATUS " WS-QUEUE-STATUS
               STOP RUN
           END-IF
      *    BUCKET ZERO - PAST GRACE BUT UNDER 30 DAYS - IS ON THE
      *    QUEUE FOR ITS LATE NOTICE ONLY; THE DESK STARTS AT 30.
      *    ANOTHER COMPANY'S LOAN IS LEFT FOR THAT COMPANY'S OWN RUN.
           IF NOT END-OF-INPUT AND CQ-BUCKET NOT = ZERO
               PERFORM CHECK-RUN-COMPANY
               IF IN-RUN-COMPANY
                   ADD 1 TO WS-QUEUE-READ
                   PERFORM CLASSIFY-QUEUE-LOAN
               ELSE
                   ADD 1 TO WS-QUEUE-PASSED
               END-IF
           END-IF.

       CLASSIFY-QUEUE-LOAN.
           MOVE CQ-BORROWER     TO FW-BORROWER
           MOVE CQ-DAYS-LATE    TO FW-DAYS-LATE
           MOVE CQ-PAST-DUE-AMT TO FW-PAST-DUE-AMT
           MOVE WS-CO-CODE(WS-CO-IX) TO FW-COMPANY-CODE
           IF LOAN-ON-REGISTER AND WS-SECTION-NO < 3
               MOVE CR-PROMISE-DATE   TO FW-PROMISE-DATE
               MOVE CR-PROMISE-AMOUNT TO FW-PROMISE-AMOUNT
               DISPLAY "AMORTCOL: FILE STATUS " WS-WORK-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-CO-SECTION-COUNT(WS-CO-IX WS-SECTION-NO)
           EVALUATE WS-SECTION-NO
               WHEN 1
                   ADD 1 TO WS-DUE-TODAY
               MOVE FW-PAST-DUE-AMT TO DL-PAST-DUE
               MOVE FW-PROMISE-DATE TO DL-PROMISE-DATE
               MOVE FW-PROMISE-AMOUNT TO DL-PROMISE-AMT
               MOVE FW-COMPANY-CODE TO DL-COMPANY
               WRITE PRINT-LINE FROM DETAIL-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           PERFORM CHECK-PRINT-STATUS
           ADD 2 TO WS-LINE-COUNT.

      *    EACH COMPANY'S COUNT FOR THE SECTION, THEN THE SECTION'S.
       PRINT-SECTION-TOTAL.
           PERFORM PRINT-COMPANY-SECTION-TOTAL
               VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
               PERFORM PRINT-SECTION-HEADER
           END-IF
           MOVE WS-SECTION-LABEL(WS-PRINT-SECTION) TO STL-LABEL
           EVALUATE WS-PRINT-SECTION
               WHEN 1
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-COMPANY-SECTION-TOTAL.
           IF WS-RUN-COMPANY = SPACES
                   OR WS-RUN-COMPANY = WS-CO-CODE(WS-CO-IX)
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADER
                   PERFORM PRINT-SECTION-HEADER
               END-IF
               MOVE WS-CO-CODE(WS-CO-IX) TO CSL-COMPANY-CODE
               MOVE WS-CO-SECTION-COUNT(WS-CO-IX WS-PRINT-SECTION)
                   TO CSL-COUNT
               WRITE PRINT-LINE FROM COMPANY-SECTION-LINE
               PERFORM CHECK-PRINT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       CLAMP-WORK-DAY.
           EVALUATE WS-DW-MM
               WHEN 4
                   WS-QUEUE-READ " QUEUE LOANS, "
                   WS-DUE-TODAY " DUE TODAY, "
                   WS-BROKEN " BROKEN, "
                   WS-NO-CONTACT " NO CONTACT"
           IF WS-QUEUE-PASSED > ZERO
               DISPLAY "AMORTCOL: " WS-QUEUE-PASSED
                       " QUEUE LOANS PASSED TO OTHER COMPANIES"
           END-IF.

       END PROGRAM AMORTCOL.
