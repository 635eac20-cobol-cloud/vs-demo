               SELLER CODE TRANSLATION: DAY COUNT "C" OR BLANK IS
               30/360 (OURS "3"), "A" IS ACTUAL/360 ("0"), "B" IS
               ACTUAL/365 ("5"); FREQUENCY "12" IS MONTHLY ("M"),
               "26" BI-WEEKLY ("B"), "24" SEMI-MONTHLY ("S");
               SERVICING METHOD "I" IS A SIMPLE-INTEREST NOTE ("I"),
               "S" OR BLANK IS SCHEDULED ("S"). A SIMPLE-INTEREST
               NOTE MUST BE DELIVERED WITH ITS FUNDING DATE.
               AN ACQUISITION IS BOOKED TO ONE SERVICING COMPANY - THE
               HEADER NAMES IT (BLANK FOR THE HOME COMPANY), EVERY
               LOAN IN THE DELIVERY BOARDS TO IT, AND A COMPANY NOT ON
               THE COMPANY TABLE (SEE COMPSERV) ABENDS THE DELIVERY.

       ENVIRONMENT DIVISION.

           05 SD-ARMRESETENTRY OCCURS 12.
               10 SD-ARMRESETPMTNO  PIC 9(4).
               10 SD-ARMRESETRATE   PIC 9(3)V9(4).
           05 SD-SERVICINGMETHOD    PIC X(01).
       01  SELLER-HEADER-RECORD.
           05 SH-RECORD-TYPE        PIC X(01).
           05 SH-SELLER-NAME        PIC X(30).
           05 SH-DELIVERY-DATE      PIC 9(8).
           05 SH-COMPANYCODE        PIC X(02).
       01  SELLER-TRAILER-RECORD.
           05 ST-RECORD-TYPE        PIC X(01).
           05 ST-LOAN-COUNT         PIC 9(9).
           05 BO-ARMLOOKBACKDAYS    PIC S9(4)      COMP.
           05 BO-LEGALSTATUS        PIC X(01).
           05 BO-LEGALSTATUSDATE    PIC 9(8).
           05 BO-SERVICINGMETHOD    PIC X(01).
           05 BO-COMPANYCODE        PIC X(02).
      *    THE ASSUMPTION FIELDS RIDE EMPTY ON AN ADD - THEY ARE HERE
      *    ONLY SO THE RECORD IS THE LENGTH THE MAINTENANCE RUN READS.
           05 BO-ASSUMEDATE         PIC 9(8).
           05 BO-RELEASE-SW         PIC X(01).
           05 BO-ASSUMEFEE          PIC S9(7)V99   COMP-3.
           05 BO-ASSUMENUMBORR      PIC S9(2)      COMP.
           05 BO-ASSUMEBORR OCCURS 4.
               10 BO-AB-LAST-NAME   PIC X(25).
               10 BO-AB-FIRST-NAME  PIC X(20).
               10 BO-AB-MIDDLE-INITIAL PIC X(01).
               10 BO-AB-GENERATION  PIC X(03).
               10 BO-AB-SSN         PIC 9(9).
               10 BO-AB-ECOA-CODE   PIC X(01).
               10 BO-AB-ADDRESS-1   PIC X(30).
               10 BO-AB-ADDRESS-2   PIC X(30).
               10 BO-AB-CITY        PIC X(20).
               10 BO-AB-STATE       PIC X(02).
               10 BO-AB-ZIP         PIC X(09).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
       01 WS-TRL-LOAN-COUNT         PIC 9(9) VALUE ZEROS.
       01 WS-TRL-PRINC-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-SELLER-NAME            PIC X(30) VALUE SPACES.
       01 WS-BOARD-COMPANY          PIC X(02) VALUE SPACES.

       01 WS-FREQ-CODE              PIC X(01).
       01 WS-DAYCOUNT-CODE          PIC X(01).
       01 WS-SVC-METHOD-CODE        PIC X(01).
       01 WS-STEP-IX                PIC S9(2) COMP.

       01 SUMMARY-HEADING-LINE.
           05 FILLER PIC X(34) VALUE "BOARDING RECONCILIATION - ".
           05 SHL-SELLER       PIC X(30).
           05 FILLER PIC X(10) VALUE "  COMPANY ".
           05 SHL-COMPANY      PIC X(02).
           05 FILLER PIC X(56) VALUE SPACES.

       01 SUMMARY-COUNT-LINE.
           05 SCL-LABEL         PIC X(28).
           05 BAL-TEXT          PIC X(40).
           05 FILLER            PIC X(92) VALUE SPACES.

       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
               WHEN SD-HEADER-REC
                   SET HEADER-SEEN TO TRUE
                   MOVE SH-SELLER-NAME TO WS-SELLER-NAME
                   PERFORM EDIT-BOARDING-COMPANY
               WHEN SD-TRAILER-REC
                   SET TRAILER-SEEN TO TRUE
                   IF ST-LOAN-COUNT IS NUMERIC
           END-EVALUATE
           PERFORM READ-DELIVERY-RECORD.

      *    THE WHOLE DELIVERY BELONGS TO THE ONE COMPANY THAT BOUGHT
      *    IT - A COMPANY NOT ON THE TABLE IS A BAD HEADER, NOT A
      *    REASON TO REJECT EVERY LOAN ONE BY ONE.
       EDIT-BOARDING-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           MOVE SH-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           EVALUATE TRUE
               WHEN CMP-OK
                   MOVE CMP-COMPANY-CODE TO WS-BOARD-COMPANY
               WHEN CMP-NOT-FOUND
                   DISPLAY "LOANBRD: ABEND - BOARDING COMPANY "
                           SH-COMPANYCODE " NOT ON COMPANY TABLE"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "LOANBRD: ERROR READING COMPANY TABLE"
                   STOP RUN
           END-EVALUATE.

      *    THE SAME RULES THE FRONT-END EDIT PASS ENFORCES, APPLIED
      *    BEFORE ANYTHING CAN REACH THE MASTER - A LOAN FAILING
      *    SEVERAL EDITS GETS A REJECT RECORD FOR EVERY ONE OF THEM,
               MOVE "DAY COUNT NOT A/B/C/BLANK" TO RJ-MESSAGE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           IF WS-SVC-METHOD-CODE = "?"
               MOVE "B11" TO RJ-REASON-CODE
               MOVE "SERVICING METHOD" TO RJ-FIELD-NAME
               MOVE "SERVICING METHOD NOT S/I/BLANK" TO RJ-MESSAGE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           IF WS-SVC-METHOD-CODE = "I"
                   AND (SD-FUNDINGDATE IS NOT NUMERIC
                        OR SD-FUNDINGDATE = ZERO)
               MOVE "B11" TO RJ-REASON-CODE
               MOVE "SERVICING METHOD" TO RJ-FIELD-NAME
               MOVE "SIMPLE INTEREST NEEDS FUNDING DATE" TO RJ-MESSAGE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           PERFORM EDIT-DELIVERY-DATES
           PERFORM EDIT-DELIVERY-ARM
           IF THIS-LOAN-CLEAN
                   MOVE "5" TO WS-DAYCOUNT-CODE
               WHEN OTHER
                   MOVE "?" TO WS-DAYCOUNT-CODE
           END-EVALUATE
           EVALUATE SD-SERVICINGMETHOD
               WHEN "S"
               WHEN " "
                   MOVE "S" TO WS-SVC-METHOD-CODE
               WHEN "I"
                   MOVE "I" TO WS-SVC-METHOD-CODE
               WHEN OTHER
                   MOVE "?" TO WS-SVC-METHOD-CODE
           END-EVALUATE.

       EDIT-DELIVERY-DATES.
                   UNTIL WS-STEP-IX > 5
           MOVE SPACE               TO BO-DEFERTREATMENT
           MOVE SPACE               TO BO-LEGALSTATUS
           MOVE WS-SVC-METHOD-CODE  TO BO-SERVICINGMETHOD
           MOVE WS-BOARD-COMPANY    TO BO-COMPANYCODE
           MOVE ZEROS TO BO-ASSUMEDATE BO-ASSUMEFEE BO-ASSUMENUMBORR
           PERFORM CLEAR-ONE-ASSUMING-BORROWER
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 4
           WRITE BOARD-TXN-RECORD
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "LOANBRD: ERROR WRITING BOARDING TXN FILE"
           MOVE ZEROS TO BO-GRADSTEPSTARTNO(WS-STEP-IX)
           MOVE ZEROS TO BO-GRADSTEPFACTOR(WS-STEP-IX).

       CLEAR-ONE-ASSUMING-BORROWER.
           MOVE ZEROS TO BO-AB-SSN(WS-STEP-IX).

      *    THE RECONCILIATION MUST PROVE BEFORE THE TRANSACTION FILE
      *    IS TRUSTED: EVERY DELIVERED LOAN ACCOUNTED FOR AS BOARDED
      *    OR REJECTED, AND THE DELIVERED PRINCIPAL FOOTING TO THE
               STOP RUN
           END-IF
           MOVE WS-SELLER-NAME TO SHL-SELLER
           MOVE WS-BOARD-COMPANY TO SHL-COMPANY
           WRITE PRINT-LINE FROM SUMMARY-HEADING-LINE
           PERFORM CHECK-PRINT-STATUS
           MOVE SPACES TO PRINT-LINE
