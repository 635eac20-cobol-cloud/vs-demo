               CAPACITY, A LUMP-SUM MONTH AND BALLOON TERM INSIDE THE
               TERM, AN INTEREST-ONLY WINDOW SHORTER THAN THE TERM,
               A RECOGNIZED PAYMENT FREQUENCY, AND SANE SIGNS AND
               DATES EVERYWHERE ELSE, AND A RECOGNIZED SERVICING
               METHOD - A SIMPLE-INTEREST NOTE ACCRUES FROM ITS FUNDING
               DATE, SO IT MUST HAVE ONE - AND A SERVICING COMPANY
               THAT IS ON THE COMPANY TABLE. CLEAN LOANS ARE WRITTEN
               TO THE EDITED EXTRACT THE AMORTIZATION PASS READS; EVERY
               FAILED FIELD PRODUCES ITS OWN REJECT RECORD WITH A
               REASON CODE, AND A LOAN WITH ANY FAILURE IS KEPT OFF
               THE EXTRACT ENTIRELY. AN EDIT SUMMARY PAGE SHOWS WHAT
      *    SUMMARY PAGE CAN SAY WHICH EDITS ARE ACTUALLY CATCHING
      *    PROBLEMS IN THE EXTRACTS.
       01 WS-REASON-COUNTS.
           03 WS-REASON-COUNT PIC 9(9) COMP OCCURS 24 VALUE ZERO.

       01 WS-REASON-NAMES.
           03 FILLER PIC X(20) VALUE "LOAN ID".
           03 FILLER PIC X(20) VALUE "BUYDOWN TERMS".
           03 FILLER PIC X(20) VALUE "ARM RESET TABLE".
           03 FILLER PIC X(20) VALUE "ODD-DAYS CODE".
           03 FILLER PIC X(20) VALUE "SERVICING METHOD".
           03 FILLER PIC X(20) VALUE "COMPANY CODE".
       01 WS-REASON-NAMES-R REDEFINES WS-REASON-NAMES.
           03 WS-REASON-NAME PIC X(20) OCCURS 24.

       01 SUMMARY-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "LOAN EDIT SUMMARY".
           05 SRL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(94) VALUE SPACES.

       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM EDIT-DEFERRAL
           PERFORM EDIT-BUYDOWN
           PERFORM EDIT-ARM-RESETS
           PERFORM EDIT-ODD-DAYS-CODE
           PERFORM EDIT-SERVICING-METHOD
           PERFORM EDIT-COMPANY-CODE.

       EDIT-FIRST-PAYMENT-DATE.
           IF LM-FIRSTPAYMENTDATE NOT = ZERO
               END-IF
           END-IF.

      *    SCHEDULED ("S" OR BLANK) OR SIMPLE-INTEREST ("I") ONLY -
      *    AND A SIMPLE-INTEREST NOTE WITH NO FUNDING DATE HAS NOWHERE
      *    FOR ITS FIRST PAYMENT'S INTEREST TO ACCRUE FROM.
       EDIT-SERVICING-METHOD.
           IF NOT LM-SCHEDULED-SERVICING AND NOT LM-SIMPLE-INTEREST
               PERFORM WRITE-REJECT-R23
           ELSE
               IF LM-SIMPLE-INTEREST AND LM-FUNDINGDATE = ZERO
                   PERFORM WRITE-REJECT-R23
               END-IF
           END-IF.

      *    EVERY LOAN BELONGS TO A COMPANY ON THE COMPANY TABLE - THE
      *    JOURNALS, REMITTANCES, AND TAX REPORTING ALL SPLIT ON IT, SO
      *    A LOAN NAMING AN UNKNOWN COMPANY WOULD FALL OUT OF ALL OF
      *    THEM. BLANK IS THE HOME COMPANY AND ALWAYS PASSES.
       EDIT-COMPANY-CODE.
           SET CMP-LOOK-UP TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           EVALUATE TRUE
               WHEN CMP-OK
                   CONTINUE
               WHEN CMP-NOT-FOUND
                   PERFORM WRITE-REJECT-R24
               WHEN OTHER
                   DISPLAY "LOANEDIT: ERROR READING COMPANY TABLE"
                   STOP RUN
           END-EVALUATE.

       WRITE-REJECT-R24.
           MOVE 24 TO WS-REASON-IX
           MOVE "R24" TO RJ-REASON-CODE
           MOVE "COMPANY NOT ON COMPANY TABLE" TO RJ-MESSAGE
           PERFORM WRITE-REJECT-RECORD.

       WRITE-REJECT-R23.
           MOVE 23 TO WS-REASON-IX
           MOVE "R23" TO RJ-REASON-CODE
           MOVE "SERVICING METHOD INVALID" TO RJ-MESSAGE
           PERFORM WRITE-REJECT-RECORD.

       WRITE-REJECT-R21.
           MOVE 21 TO WS-REASON-IX
           MOVE "R21" TO RJ-REASON-CODE
           WRITE PRINT-LINE
           PERFORM PRINT-ONE-REASON-COUNT
               VARYING WS-REASON-IX FROM 1 BY 1
                   UNTIL WS-REASON-IX > 24.

       PRINT-ONE-REASON-COUNT.
           IF WS-REASON-COUNT(WS-REASON-IX) > ZERO
