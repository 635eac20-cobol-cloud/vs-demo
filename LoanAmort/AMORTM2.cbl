               SIMPLY STOPS SENDING PAYMENTS DEEPENS, NEVER FREEZES,
               THE FURNISHED STATUS. A FILE HEADER AND TRAILER
               SEGMENT BRACKET
               THE BASE SEGMENTS. PAYMENTS FALL DUE ON THE DUE-DATE
               CALENDAR (DUEDATE) FOR THE LOAN'S PAYMENT FREQUENCY,
               AND THE STREAK IS TURNED INTO DAYS PAST DUE AT THE
               LENGTH OF THE LOAN'S PAYMENT CYCLE, SO TWO MISSED BI-
               WEEKLY PAYMENTS (28 DAYS) DO NOT FURNISH AS 60 DAYS
               DOWN. A LOAN WITH NO FIRST PAYMENT DATE HAS
               NOTHING FALLEN DUE AND IS NOT FURNISHED.
               A CHARGED-OFF LOAN (SEE AMORTCHG) IS FURNISHED AS
               ACCOUNT STATUS 97 FROM ITS CHARGE-OFF REGISTER RECORD:
               THE GROSS AMOUNT CHARGED OFF AS THE ORIGINAL CHARGE-OFF
               AMOUNT, AND WHAT IS STILL OWED AFTER RECOVERIES AS BOTH
               THE CURRENT BALANCE AND THE AMOUNT PAST DUE.
               AN ASSUMED LOAN (SEE THE ASSUMPTION HISTORY LOANMNT
               KEEPS) FURNISHES THE ASSUMING BORROWERS FROM THE
               BORROWER MASTER AS ANY LOAN DOES, WITH THE DATE OPENED
               MOVED TO THE ASSUMPTION DATE WHEN THE SELLERS WERE
               RELEASED, SO THE ASSUMING BORROWERS' TRADE LINE OPENS
               THERE. SELLERS RELEASED FROM LIABILITY ARE FURNISHED
               ONCE MORE AS ASSOCIATED CONSUMERS WITH ECOA CODE T
               (TERMINATED), WHICH CLOSES THEIR TRADE LINE, AND THE
               HISTORY IS STAMPED SO LATER RUNS DROP THEM (A RERUN ON
               THE SAME DATE FURNISHES THEM AGAIN). SELLERS NOT
               RELEASED STAY ON THE ACCOUNT AS JOINT CONSUMERS EVERY
               MONTH.
               EACH SERVICING COMPANY FURNISHES UNDER ITS OWN REPORTER
               ID, SO ONE RUN FURNISHES ONE COMPANY'S LOANS - THE
               COMPANY ON THE OPTIONAL COMPANY-SELECTION CARD, OR THE
               HOME COMPANY WITHOUT ONE - UNDER THAT COMPANY'S REPORTER
               ID FROM THE COMPANY TABLE. LOANS ON OTHER COMPANIES ARE
               COUNTED ON THE RUN LOG AND LEFT FOR THEIR OWN RUN.
               A LOAN UNDER CONSUMER DISPUTE (SEE AMORTDSP AND ITS
               DISPUTE REGISTER) FURNISHES COMPLIANCE CONDITION CODE
               XB WHILE ANY DISPUTE IS OPEN. AN ANSWERED DISPUTE IS
               FURNISHED ONCE, IN THE FIRST RUN AFTER THE RESPONSE,
               AND THE REGISTER STAMPED SO LATER RUNS DO NOT REPEAT
               IT (A RERUN ON THE SAME DATE FURNISHES IT AGAIN): A
               VERIFIED DISPUTE AS XH (DISPUTE RESOLVED) ON THE
               MONTH'S SEGMENT; A MODIFIED ONE AS A CORRECTED BASE
               SEGMENT AFTER THE LOAN'S OWN SEGMENTS - THE MONTH THE
               BUREAU HOLDS, AS OF ITS ORIGINAL DATE OF INFORMATION,
               WITH THE CORRECTED VALUES, CORRECTION INDICATOR 1, AND
               XH - SO THE BAD MONTH IS FIXED RATHER THAN LEFT TO AGE
               OFF; A DELETED ONE AS ACCOUNT STATUS DA (DELETE
               ACCOUNT) WITH NO ASSOCIATED CONSUMERS, AFTER WHICH THE
               LOAN IS NO LONGER FURNISHED. A LOAN PAID OFF, CLOSED,
               OR TRANSFERRED OUT HAS NO MONTH'S SEGMENT TO CARRY AN
               ANSWER, SO EACH ANSWERED DISPUTE ON IT GOES OUT ON A
               SEGMENT OF ITS OWN - THE MONTH THE BUREAU HOLDS, AS OF
               ITS ORIGINAL DATE OF INFORMATION, WITH THE VALUES THE
               RESPONSE GAVE, CORRECTION INDICATOR 1, AND XH - OR, FOR
               A DELETION, AS ONE DA SEGMENT. THESE ARE COUNTED
               SEPARATELY ON THE RUN LOG. A LOAN WHOSE SERVICING
               TRANSFER IS NOT YET EFFECTIVE IS STILL FURNISHED AS
               ACTIVE.
               WHILE A LOSS-MITIGATION TRIAL PLAN IS ACTIVE ON THE
               TRIAL-PLAN REGISTER (SEE AMORTTPP) THE DELINQUENCY
               FURNISHED IS HELD WHERE IT STOOD WHEN THE PLAN BEGAN:
               THE SERVICING ROUTINE DOES NOT EXTEND THE LEDGER STREAK
               FOR A TRIAL PAYMENT, AND PAYMENTS FALLING DUE FROM THE
               FIRST TRIAL PAYMENT ON ARE NOT COUNTED AS UNPOSTED.

       ENVIRONMENT DIVISION.

               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BORR-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT ASSUMPTION-HISTORY-FILE ASSIGN TO "ASSUMHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ASSUME-STATUS.

           SELECT DISPUTE-REGISTER-FILE ASSIGN TO "DISPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT TRIAL-PLAN-FILE ASSIGN TO "TRIALPLN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT METRO2-FILE ASSIGN TO "METRO2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-METRO2-STATUS.
       FD  BORROWER-MASTER-FILE.
       COPY BORRMAST.

       FD  CHARGE-OFF-FILE.
       COPY CHGOFF.

       FD  ASSUMPTION-HISTORY-FILE.
       COPY ASSUMHST.

       FD  DISPUTE-REGISTER-FILE.
       COPY DISPREG.

       FD  TRIAL-PLAN-FILE.
       COPY TRIALPLN.

       FD  METRO2-FILE.
       01  METRO2-BASE-RECORD.
           05 M2-RECORD-TYPE        PIC X(01).
           05 M2-CITY               PIC X(20).
           05 M2-STATE              PIC X(02).
           05 M2-ZIP                PIC X(09).
      *    ORIGINAL CHARGE-OFF AMOUNT - ZERO UNLESS THE ACCOUNT STATUS
      *    IS 97.
           05 M2-CHARGE-OFF-AMT     PIC 9(09).
      *    COMPLIANCE CONDITION CODE - XB WHILE A CONSUMER DISPUTE IS
      *    OPEN, XH WHEN ONE HAS BEEN RESOLVED; SPACES OTHERWISE.
           05 M2-COMPLIANCE-CODE    PIC X(02).
      *    CORRECTION INDICATOR - 1 ON A SEGMENT RE-FURNISHING A PAST
      *    MONTH WITH THE VALUES A DISPUTE CORRECTED; SPACE OTHERWISE.
           05 M2-CORRECTION-IND     PIC X(01).
      *    ASSOCIATED-CONSUMER SEGMENT, ONE PER CO-BORROWER - J1 FOR
      *    A CO-BORROWER AT THE SAME ADDRESS AS THE PRIMARY, J2 WITH
      *    THE FULL ADDRESS WHEN IT DIFFERS.
       01 WS-HIST-STATUS            PIC X(02).
       01 WS-BORR-STATUS            PIC X(02).
       01 WS-METRO2-STATUS          PIC X(02).
       01 WS-CHGOFF-STATUS          PIC X(02).
       01 WS-ASSUME-STATUS          PIC X(02).
       01 WS-DISPUTE-STATUS         PIC X(02).
       01 WS-NO-DISPFILE-SW         PIC X(01) VALUE "N".
          88 NO-DISPUTE-FILE                  VALUE "Y".
       01 WS-DISPUTE-EOF-SW         PIC X(01).
          88 END-OF-DISPUTES                  VALUE "Y".
       01 WS-PLAN-STATUS            PIC X(02).
       01 WS-NO-PLANFILE-SW         PIC X(01) VALUE "N".
          88 NO-TRIAL-PLAN-FILE               VALUE "Y".
       01 WS-PLAN-EOF-SW            PIC X(01).
          88 END-OF-PLANS                     VALUE "Y".
       01 WS-NO-ASSUMEFILE-SW       PIC X(01) VALUE "N".
          88 NO-ASSUMPTION-FILE               VALUE "Y".
       01 WS-ASSUME-EOF-SW          PIC X(01).
          88 END-OF-ASSUMPTIONS               VALUE "Y".
       01 WS-NO-CHGOFF-SW           PIC X(01) VALUE "N".
          88 NO-CHARGE-OFF-FILE               VALUE "Y".
       01 WS-NO-BORRFILE-SW         PIC X(01) VALUE "N".
          88 NO-BORROWER-FILE                 VALUE "Y".

       01 WS-PRIM-ZIP               PIC X(09).
       01 WS-BORROWER-SEQ           PIC 9(2).

      *    THE LOAN'S ASSUMPTION DATES, OLDEST FIRST, AND THE LATEST
      *    ONE THAT RELEASED ITS SELLERS - THE DATE THE ASSUMING
      *    BORROWERS' TRADE LINE OPENED (ZERO IF NONE).
       01 WS-AS-COUNT               PIC S9(4) COMP.
       01 WS-AS-MAX                 PIC S9(4) COMP VALUE 9.
       01 WS-AS-IX                  PIC S9(4) COMP.
       01 WS-ASSUMPTION-TABLE.
           05 WS-AS-DATE OCCURS 9   PIC 9(8).
       01 WS-BUYER-OPEN-DATE        PIC 9(8).
       01 WS-SELLER-IX              PIC S9(4) COMP.
       01 WS-SELLER-ECOA            PIC X(01).

      *    THE LOAN'S DISPUTES - THE COMPLIANCE CODE ITS SEGMENT
      *    FURNISHES, WHETHER A DELETION GOES OUT THIS RUN OR WENT OUT
      *    IN AN EARLIER ONE, AND THE ANSWERED DISPUTES THIS RUN
      *    FURNISHES, STAMPED ONCE THE LOAN'S SEGMENTS ARE WRITTEN.
       01 WS-COMPLIANCE-CODE        PIC X(02).
       01 WS-DELETE-NOW-SW          PIC X(01).
          88 DISPUTE-DELETE-NOW               VALUE "Y".
       01 WS-DELETED-BEFORE-SW      PIC X(01).
          88 DISPUTE-DELETED-BEFORE           VALUE "Y".
       01 WS-DP-COUNT               PIC S9(4) COMP.
       01 WS-DP-MAX                 PIC S9(4) COMP VALUE 9.
       01 WS-DP-IX                  PIC S9(4) COMP.
       01 WS-DISPUTE-TABLE.
           05 WS-DP-CONTROL-NO OCCURS 9 PIC X(15).
      *    THE LOAN'S OWN BASE SEGMENT, HELD AS THE PATTERN FOR ITS
      *    CORRECTED SEGMENTS.
       01 WS-BASE-SEGMENT-SAVE      PIC X(253).
      *    SET FOR A CLOSED OR TRANSFERRED LOAN, WHOSE ANSWERED
      *    DISPUTES ALL GO OUT ON SEGMENTS OF THEIR OWN.
       01 WS-NO-MONTH-SEGMENT-SW    PIC X(01).
          88 NO-MONTH-SEGMENT                 VALUE "Y".

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-MASTER                    VALUE "Y".
       01 WS-HIST-EOF-SW            PIC X(01).
          88 NO-LEDGER-ON-FILE                VALUE "Y".

       01 WS-LOANS-REPORTED         PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-CHARGED-OFF      PIC 9(9) COMP VALUE ZERO.
       01 WS-SELLERS-TERMINATED     PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-OTHER-CO         PIC 9(9) COMP VALUE ZERO.
       01 WS-CORRECTIONS-FURNISHED  PIC 9(9) COMP VALUE ZERO.
       01 WS-DISPUTES-FURNISHED     PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-DISPUTE-DELETED  PIC 9(9) COMP VALUE ZERO.
       01 WS-CLOSED-DISPUTES        PIC 9(9) COMP VALUE ZERO.
       01 WS-BASE-COUNT             PIC 9(9) COMP.

      *    THE ONE COMPANY THIS RUN FURNISHES, AND ITS REPORTER ID.
       01 WS-M2-COMPANY             PIC X(02).
       01 WS-REPORTER-ID            PIC X(10) VALUE "VSDEMO".
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".

       01 WS-LAST-POSTED-NO         PIC S9(4) COMP.
       01 WS-MISSED-STREAK          PIC S9(4) COMP.
       01 WS-BALANCE                PIC S9(9)V99 COMP-3.
       01 WS-SCHED-PMT              PIC S9(9)V99 COMP-3.
       01 WS-PAST-DUE               PIC S9(9)V99 COMP-3.
       01 WS-NET-OWED               PIC S9(9)V99 COMP-3.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RD-YYYY            PIC 9(4).
           05 WS-RD-DD              PIC 9(2).
       01 WS-DUE-COUNT              PIC S9(4) COMP.
       01 WS-UNPOSTED-DUE           PIC S9(4) COMP.
      *    THE FIRST TRIAL PAYMENT NUMBER OF THE LOAN'S ACTIVE TRIAL
      *    PLAN - ZERO WHEN NO PLAN IS ACTIVE.
       01 WS-TRIAL-FIRST-NO         PIC S9(4) COMP.
       01 WS-DAYS-DELINQUENT        PIC S9(9) COMP.

       01 WS-STEP-IX                PIC S9(2) COMP.

       COPY DUEDATES.
       COPY AMORTIN.
       COPY AMORTOUT.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.


       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SELECT-M2-COMPANY
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR OPENING LOAN MASTER FILE"
                   STOP RUN
               END-IF
           END-IF
      *    NO CHARGE-OFF REGISTER JUST MEANS NOTHING HAS EVER BEEN
      *    CHARGED OFF.
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               SET NO-CHARGE-OFF-FILE TO TRUE
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "AMORTM2: ERROR OPENING CHARGE-OFF REGISTER"
                   DISPLAY "AMORTM2: FILE STATUS " WS-CHGOFF-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    NO ASSUMPTION HISTORY JUST MEANS NO LOAN HAS EVER BEEN
      *    ASSUMED. IT IS OPENED I-O TO STAMP THE RELEASED SELLERS ONCE
      *    THEY HAVE BEEN FURNISHED AS TERMINATED.
           OPEN I-O ASSUMPTION-HISTORY-FILE
           IF WS-ASSUME-STATUS = "35"
               SET NO-ASSUMPTION-FILE TO TRUE
           ELSE
               IF WS-ASSUME-STATUS NOT = "00"
                   DISPLAY "AMORTM2: ERROR OPENING ASSUMPTION HISTORY"
                   DISPLAY "AMORTM2: FILE STATUS " WS-ASSUME-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    NO DISPUTE REGISTER JUST MEANS NO CONSUMER HAS EVER
      *    DISPUTED. IT IS OPENED I-O TO STAMP THE ANSWERED DISPUTES
      *    ONCE THEIR OUTCOME HAS BEEN FURNISHED.
           OPEN I-O DISPUTE-REGISTER-FILE
           IF WS-DISPUTE-STATUS = "35"
               SET NO-DISPUTE-FILE TO TRUE
           ELSE
               IF WS-DISPUTE-STATUS NOT = "00"
                   DISPLAY "AMORTM2: ERROR OPENING DISPUTE REGISTER"
                   DISPLAY "AMORTM2: FILE STATUS " WS-DISPUTE-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    NO TRIAL-PLAN REGISTER JUST MEANS NO LOAN HAS EVER BEEN ON
      *    A TRIAL PLAN.
           OPEN INPUT TRIAL-PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               SET NO-TRIAL-PLAN-FILE TO TRUE
           ELSE
               IF WS-PLAN-STATUS NOT = "00"
                   DISPLAY "AMORTM2: ERROR OPENING TRIAL PLAN REGISTER"
                   DISPLAY "AMORTM2: FILE STATUS " WS-PLAN-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT METRO2-FILE
           IF WS-METRO2-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR OPENING METRO 2 FILE"
       WRITE-FILE-HEADER.
           MOVE SPACES TO METRO2-BASE-RECORD
           SET M2-HEADER-REC TO TRUE
           MOVE WS-REPORTER-ID TO M2-REPORTER-ID
           MOVE WS-RUN-DATE TO M2-DATE-OF-INFO
           MOVE ZEROS TO M2-DATE-OPENED M2-HIGH-CREDIT
                         M2-TERMS-DURATION M2-CURRENT-BALANCE
                         M2-SCHEDULED-PAYMENT M2-ACTUAL-PAYMENT
                         M2-AMOUNT-PAST-DUE M2-DATE-LAST-PAYMENT
                         M2-CHARGE-OFF-AMT
           PERFORM WRITE-METRO2-RECORD.

      *    THE COMPANY ON THE SELECTION CARD, OR THE HOME COMPANY WHEN
      *    THERE IS NO CARD. A CARD NAMING A COMPANY NOT ON THE TABLE
      *    STOPS THE RUN.
       SELECT-M2-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF CMP-OK AND CMP-SELECT-CODE = SPACES
               SET CMP-LOOK-UP TO TRUE
               MOVE SPACES TO CMP-COMPANY-CODE
               CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           END-IF
           IF NOT CMP-OK
               DISPLAY "AMORTM2: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-COMPANY-CODE TO WS-M2-COMPANY
           IF CM-BUREAU-REPORTER-ID NOT = SPACES
               MOVE CM-BUREAU-REPORTER-ID TO WS-REPORTER-ID
           END-IF
           DISPLAY "AMORTM2: FURNISHING COMPANY " WS-M2-COMPANY
                   " AS REPORTER " WS-REPORTER-ID.

      *    SETS IN-RUN-COMPANY WHEN THE LOAN IS ON THE COMPANY THIS RUN
      *    FURNISHES. A LOAN ON A COMPANY THE TABLE DOES NOT KNOW
      *    STOPS THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-LOOK-UP TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTM2: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           IF CMP-COMPANY-CODE = WS-M2-COMPANY
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END
           END-IF.

       REPORT-ONE-LOAN.
           PERFORM CHECK-RUN-COMPANY
           IF IN-RUN-COMPANY
               PERFORM FURNISH-ONE-LOAN
           ELSE
               ADD 1 TO WS-LOANS-OTHER-CO
           END-IF
           PERFORM READ-MASTER-RECORD.

       FURNISH-ONE-LOAN.
           PERFORM LOAD-LOAN-ASSUMPTIONS
           PERFORM LOAD-LOAN-DISPUTES
           MOVE "N" TO WS-NO-MONTH-SEGMENT-SW
           IF DISPUTE-DELETED-BEFORE
               ADD 1 TO WS-LOANS-DISPUTE-DELETED
           ELSE
               EVALUATE TRUE
                   WHEN LM-ACTIVE
                     OR (LM-TRANSFERRED-OUT
                         AND WS-RUN-DATE < LM-XFERDATE)
                       IF LM-FIRSTPAYMENTDATE NOT = ZERO
                           PERFORM BUILD-ONE-BASE-SEGMENT
                       END-IF
                   WHEN LM-CHARGED-OFF
                       PERFORM BUILD-CHARGED-OFF-SEGMENT
                   WHEN WS-DP-COUNT > ZERO
                       PERFORM BUILD-CLOSED-DISPUTE-SEGMENTS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    A LOAN PAID OFF, CLOSED, OR TRANSFERRED OUT IS NO LONGER
      *    FURNISHED MONTH BY MONTH, BUT A DISPUTE ANSWERED ON IT MUST
      *    STILL REACH THE BUREAU. THE PATTERN SEGMENT CARRIES THE
      *    LOAN'S IDENTITY AND ITS CLOSING STATUS - 13 PAID OR CLOSED,
      *    05 TRANSFERRED - AND EVERY ANSWER NOT A DELETION GOES OUT AS
      *    A CORRECTED SEGMENT FROM THE REGISTER; A DELETION GOES OUT
      *    AS THE ONE DA SEGMENT, WITH NO ASSOCIATED CONSUMERS.
       BUILD-CLOSED-DISPUTE-SEGMENTS.
           SET NO-MONTH-SEGMENT TO TRUE
           MOVE SPACES TO METRO2-BASE-RECORD
           SET M2-BASE-REC TO TRUE
           MOVE WS-REPORTER-ID      TO M2-REPORTER-ID
           MOVE LM-LOAN-ID          TO M2-ACCOUNT-NUMBER
           MOVE "M"                 TO M2-PORTFOLIO-TYPE
           MOVE "26"                TO M2-ACCOUNT-TYPE
           MOVE LM-FIRSTPAYMENTDATE TO M2-DATE-OPENED
           MOVE LM-PRINCIPAL        TO M2-HIGH-CREDIT
           MOVE LM-LOANTERM         TO M2-TERMS-DURATION
           IF LM-TRANSFERRED-OUT
               MOVE "05" TO M2-ACCOUNT-STATUS
           ELSE
               MOVE "13" TO M2-ACCOUNT-STATUS
           END-IF
           MOVE ZEROS TO M2-CURRENT-BALANCE M2-SCHEDULED-PAYMENT
                         M2-ACTUAL-PAYMENT M2-AMOUNT-PAST-DUE
                         M2-DATE-LAST-PAYMENT M2-CHARGE-OFF-AMT
           MOVE WS-RUN-DATE         TO M2-DATE-OF-INFO
           MOVE LM-BORROWER-NAME    TO M2-SURNAME
           IF WS-BUYER-OPEN-DATE > ZERO
               MOVE WS-BUYER-OPEN-DATE TO M2-DATE-OPENED
           END-IF
           PERFORM FILL-BASE-IDENTITY
           PERFORM APPLY-DISPUTE-CONDITION
           IF DISPUTE-DELETE-NOW
               PERFORM WRITE-METRO2-RECORD
               ADD 1 TO WS-LOANS-REPORTED
           END-IF
           ADD WS-DP-COUNT TO WS-CLOSED-DISPUTES
           PERFORM FURNISH-ANSWERED-DISPUTES.

       BUILD-ONE-BASE-SEGMENT.
           PERFORM LOAD-LOANINFO-FROM-MASTER
           CALL "AMORTSTOR" USING LM-LOAN-ID LOANINFO OUTDATA
      *    EXTENDS THE STREAK, SO A BORROWER WHO GOES SILENT KEEPS
      *    DEEPENING INSTEAD OF BEING FURNISHED AS CURRENT FOREVER.
           PERFORM COUNT-PAYMENTS-NOW-DUE
      *    AN ACTIVE TRIAL PLAN HOLDS THE DELINQUENCY WHERE IT STOOD
      *    WHEN THE PLAN BEGAN - NOTHING FALLING DUE FROM THE FIRST
      *    TRIAL PAYMENT ON COUNTS AS UNPOSTED WHILE IT RUNS.
           PERFORM LOAD-LOAN-TRIAL-PLAN
           IF WS-TRIAL-FIRST-NO > ZERO
                   AND WS-DUE-COUNT >= WS-TRIAL-FIRST-NO
               COMPUTE WS-DUE-COUNT = WS-TRIAL-FIRST-NO - 1
           END-IF
           COMPUTE WS-UNPOSTED-DUE = WS-DUE-COUNT - WS-LAST-POSTED-NO
           IF WS-UNPOSTED-DUE > ZERO
               ADD WS-UNPOSTED-DUE TO WS-MISSED-STREAK
           COMPUTE WS-PAST-DUE = WS-SCHED-PMT * WS-MISSED-STREAK
           MOVE SPACES TO METRO2-BASE-RECORD
           SET M2-BASE-REC TO TRUE
           MOVE WS-REPORTER-ID      TO M2-REPORTER-ID
           MOVE LM-LOAN-ID          TO M2-ACCOUNT-NUMBER
           MOVE "M"                 TO M2-PORTFOLIO-TYPE
           MOVE "26"                TO M2-ACCOUNT-TYPE
           MOVE WS-PAST-DUE         TO M2-AMOUNT-PAST-DUE
           MOVE WS-RUN-DATE         TO M2-DATE-OF-INFO
           MOVE WS-LAST-PAID-DATE   TO M2-DATE-LAST-PAYMENT
           MOVE ZEROS               TO M2-CHARGE-OFF-AMT
           MOVE LM-BORROWER-NAME    TO M2-SURNAME
           IF WS-BUYER-OPEN-DATE > ZERO
               MOVE WS-BUYER-OPEN-DATE TO M2-DATE-OPENED
           END-IF
           PERFORM FILL-BASE-IDENTITY
           PERFORM APPLY-DISPUTE-CONDITION
           PERFORM WRITE-METRO2-RECORD
           ADD 1 TO WS-LOANS-REPORTED
           IF NOT DISPUTE-DELETE-NOW
               PERFORM WRITE-CO-BORROWER-SEGMENTS
               PERFORM WRITE-SELLER-SEGMENTS
           END-IF
           PERFORM FURNISH-ANSWERED-DISPUTES.

      *    A CHARGED-OFF LOAN HAS NO SCHEDULE LEFT TO FURNISH AGAINST -
      *    EVERYTHING COMES FROM ITS CHARGE-OFF REGISTER RECORD. THE
      *    LAST PAYMENT DATE IS THE LATEST RECOVERY, OR THE LAST
      *    PAYMENT ON THE LEDGER BEFORE THE CHARGE-OFF. A CHARGED-OFF
      *    LOAN WITH NO REGISTER RECORD CANNOT BE FURNISHED HONESTLY
      *    AND IS LISTED ON THE RUN LOG INSTEAD.
       BUILD-CHARGED-OFF-SEGMENT.
           IF NO-CHARGE-OFF-FILE
               MOVE "23" TO WS-CHGOFF-STATUS
           ELSE
               MOVE LM-LOAN-ID TO CO-LOAN-ID
               READ CHARGE-OFF-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CHGOFF-STATUS = "23"
                   DISPLAY "AMORTM2: NO CHARGE-OFF RECORD FOR "
                           LM-LOAN-ID " - NOT FURNISHED"
               WHEN WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "AMORTM2: ERROR READING CHARGE-OFF REGISTER"
                   DISPLAY "AMORTM2: FILE STATUS " WS-CHGOFF-STATUS
                   STOP RUN
               WHEN OTHER
                   PERFORM SCAN-LEDGER-FOR-LOAN
                   IF CO-LAST-RECOVERY-DATE > WS-LAST-PAID-DATE
                       MOVE CO-LAST-RECOVERY-DATE TO WS-LAST-PAID-DATE
                   END-IF
                   COMPUTE WS-NET-OWED = CO-GROSS - CO-RECOVERED
                   IF WS-NET-OWED < ZERO
                       MOVE ZEROS TO WS-NET-OWED
                   END-IF
                   MOVE SPACES TO METRO2-BASE-RECORD
                   SET M2-BASE-REC TO TRUE
                   MOVE WS-REPORTER-ID      TO M2-REPORTER-ID
                   MOVE LM-LOAN-ID          TO M2-ACCOUNT-NUMBER
                   MOVE "M"                 TO M2-PORTFOLIO-TYPE
                   MOVE "26"                TO M2-ACCOUNT-TYPE
                   MOVE LM-FIRSTPAYMENTDATE TO M2-DATE-OPENED
                   MOVE LM-PRINCIPAL        TO M2-HIGH-CREDIT
                   MOVE LM-LOANTERM         TO M2-TERMS-DURATION
                   MOVE "97"                TO M2-ACCOUNT-STATUS
                   MOVE SPACES              TO M2-CONSUMER-INFO-IND
                   IF LM-LEGAL-BANKRUPTCY
                       MOVE "A"  TO M2-CONSUMER-INFO-IND
                   END-IF
                   IF LM-LEGAL-CEASE-DESIST
                       MOVE "XR" TO M2-CONSUMER-INFO-IND
                   END-IF
                   MOVE WS-NET-OWED         TO M2-CURRENT-BALANCE
                   MOVE ZEROS               TO M2-SCHEDULED-PAYMENT
                   MOVE WS-LAST-PAID-AMT    TO M2-ACTUAL-PAYMENT
                   MOVE WS-NET-OWED         TO M2-AMOUNT-PAST-DUE
                   MOVE WS-RUN-DATE         TO M2-DATE-OF-INFO
                   MOVE WS-LAST-PAID-DATE   TO M2-DATE-LAST-PAYMENT
                   MOVE CO-GROSS            TO M2-CHARGE-OFF-AMT
                   MOVE LM-BORROWER-NAME    TO M2-SURNAME
                   IF WS-BUYER-OPEN-DATE > ZERO
                       MOVE WS-BUYER-OPEN-DATE TO M2-DATE-OPENED
                   END-IF
                   PERFORM FILL-BASE-IDENTITY
                   PERFORM APPLY-DISPUTE-CONDITION
                   PERFORM WRITE-METRO2-RECORD
                   ADD 1 TO WS-LOANS-REPORTED
                   ADD 1 TO WS-LOANS-CHARGED-OFF
                   IF NOT DISPUTE-DELETE-NOW
                       PERFORM WRITE-CO-BORROWER-SEGMENTS
                       PERFORM WRITE-SELLER-SEGMENTS
                   END-IF
                   PERFORM FURNISH-ANSWERED-DISPUTES
           END-EVALUATE.

      *    PROPER BASE-SEGMENT IDENTITY FROM THE BORROWER MASTER'S
      *    PRIMARY RECORD - THE PRIMARY'S ADDRESS IS ALSO HELD FOR
                   STOP RUN
           END-EVALUATE.

       LOAD-LOAN-ASSUMPTIONS.
           MOVE ZERO  TO WS-AS-COUNT
           MOVE ZEROS TO WS-BUYER-OPEN-DATE
           MOVE "N" TO WS-ASSUME-EOF-SW
           IF NO-ASSUMPTION-FILE
               SET END-OF-ASSUMPTIONS TO TRUE
           ELSE
               MOVE LM-LOAN-ID TO AH-LOAN-ID
               MOVE ZEROS      TO AH-ASSUME-DATE
               START ASSUMPTION-HISTORY-FILE KEY >= AH-KEY
               IF WS-ASSUME-STATUS NOT = "00"
                   SET END-OF-ASSUMPTIONS TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-ASSUMPTION
               UNTIL END-OF-ASSUMPTIONS.

       LOAD-ONE-ASSUMPTION.
           READ ASSUMPTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-ASSUMPTIONS TO TRUE
           END-READ
           IF NOT END-OF-ASSUMPTIONS AND WS-ASSUME-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR READING ASSUMPTION HISTORY"
               DISPLAY "AMORTM2: FILE STATUS " WS-ASSUME-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-ASSUMPTIONS
               IF AH-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-ASSUMPTIONS TO TRUE
               ELSE
                   IF WS-AS-COUNT >= WS-AS-MAX
                       DISPLAY "AMORTM2: MORE THAN " WS-AS-MAX
                               " ASSUMPTIONS ON LOAN " LM-LOAN-ID
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-AS-COUNT
                   MOVE AH-ASSUME-DATE TO WS-AS-DATE(WS-AS-COUNT)
                   IF AH-SELLER-RELEASED
                       MOVE AH-ASSUME-DATE TO WS-BUYER-OPEN-DATE
                   END-IF
               END-IF
           END-IF.

      *    THE SELLERS OF EVERY ASSUMPTION ON THE LOAN, AS ASSOCIATED-
      *    CONSUMER SEGMENTS AFTER THE CURRENT BORROWERS' OWN.
       WRITE-SELLER-SEGMENTS.
           PERFORM WRITE-ONE-ASSUMPTION-SELLERS
               VARYING WS-AS-IX FROM 1 BY 1
                   UNTIL WS-AS-IX > WS-AS-COUNT.

      *    RELEASED SELLERS GO OUT AS TERMINATED IN THE FIRST RUN ON OR
      *    AFTER THE ASSUMPTION AND NEVER AGAIN; SELLERS STILL LIABLE
      *    GO OUT EVERY RUN, AN INDIVIDUAL ACCOUNT HOLDER BECOMING A
      *    JOINT ONE NOW THAT THE ASSUMING BORROWERS SHARE THE DEBT.
       WRITE-ONE-ASSUMPTION-SELLERS.
           MOVE LM-LOAN-ID           TO AH-LOAN-ID
           MOVE WS-AS-DATE(WS-AS-IX) TO AH-ASSUME-DATE
           READ ASSUMPTION-HISTORY-FILE
           IF WS-ASSUME-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR READING ASSUMPTION HISTORY"
               DISPLAY "AMORTM2: FILE STATUS " WS-ASSUME-STATUS
               STOP RUN
           END-IF
           IF AH-SELLER-RELEASED
               IF AH-M2-CLOSED-DATE = ZERO
                       OR AH-M2-CLOSED-DATE = WS-RUN-DATE
                   PERFORM WRITE-ONE-SELLER-SEGMENT
                       VARYING WS-SELLER-IX FROM 1 BY 1
                           UNTIL WS-SELLER-IX > AH-SELLER-COUNT
                   MOVE WS-RUN-DATE TO AH-M2-CLOSED-DATE
                   REWRITE ASSUMPTION-HISTORY-RECORD
                   IF WS-ASSUME-STATUS NOT = "00"
                       DISPLAY "AMORTM2: ERROR REWRITING ASSUMPTION "
                               "HISTORY"
                       DISPLAY "AMORTM2: FILE STATUS "
                               WS-ASSUME-STATUS
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               PERFORM WRITE-ONE-SELLER-SEGMENT
                   VARYING WS-SELLER-IX FROM 1 BY 1
                       UNTIL WS-SELLER-IX > AH-SELLER-COUNT
           END-IF.

       WRITE-ONE-SELLER-SEGMENT.
           IF AH-SELLER-RELEASED
               MOVE "T" TO WS-SELLER-ECOA
               ADD 1 TO WS-SELLERS-TERMINATED
           ELSE
               IF AH-S-ECOA-CODE(WS-SELLER-IX) = "1"
                   MOVE "2" TO WS-SELLER-ECOA
               ELSE
                   MOVE AH-S-ECOA-CODE(WS-SELLER-IX) TO WS-SELLER-ECOA
               END-IF
           END-IF
           MOVE SPACES TO METRO2-J-RECORD
           MOVE ZEROS TO M2J-SSN
           IF AH-S-ADDRESS-1(WS-SELLER-IX) = WS-PRIM-ADDRESS
                   AND AH-S-CITY(WS-SELLER-IX) = WS-PRIM-CITY
                   AND AH-S-STATE(WS-SELLER-IX) = WS-PRIM-STATE
                   AND AH-S-ZIP(WS-SELLER-IX) = WS-PRIM-ZIP
               MOVE "J1" TO M2J-RECORD-TYPE
           ELSE
               MOVE "J2" TO M2J-RECORD-TYPE
               MOVE AH-S-ADDRESS-1(WS-SELLER-IX) TO M2J-ADDRESS
               MOVE AH-S-CITY(WS-SELLER-IX)      TO M2J-CITY
               MOVE AH-S-STATE(WS-SELLER-IX)     TO M2J-STATE
               MOVE AH-S-ZIP(WS-SELLER-IX)       TO M2J-ZIP
           END-IF
           MOVE AH-S-LAST-NAME(WS-SELLER-IX)  TO M2J-SURNAME
           MOVE AH-S-FIRST-NAME(WS-SELLER-IX) TO M2J-FIRST-NAME
           MOVE AH-S-SSN(WS-SELLER-IX)        TO M2J-SSN
           MOVE WS-SELLER-ECOA                TO M2J-ECOA-CODE
           WRITE METRO2-J-RECORD
           IF WS-METRO2-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR WRITING METRO 2 FILE"
               DISPLAY "AMORTM2: FILE STATUS " WS-METRO2-STATUS
               STOP RUN
           END-IF.

      *    THE LOAN'S DISPUTES FROM THE REGISTER. AN OPEN DISPUTE
      *    FURNISHES XB. AN ANSWERED ONE NOT YET FURNISHED (OR STAMPED
      *    BY A RUN ON THIS SAME DATE) IS HELD TO BE FURNISHED THIS
      *    RUN; A DELETION ALREADY FURNISHED BY AN EARLIER RUN DROPS
      *    THE LOAN FROM THE EXTRACT FOR GOOD.
       LOAD-LOAN-DISPUTES.
           MOVE SPACES TO WS-COMPLIANCE-CODE
           MOVE "N" TO WS-DELETE-NOW-SW WS-DELETED-BEFORE-SW
           MOVE ZERO TO WS-DP-COUNT
           MOVE "N" TO WS-DISPUTE-EOF-SW
           IF NO-DISPUTE-FILE
               SET END-OF-DISPUTES TO TRUE
           ELSE
               MOVE LM-LOAN-ID TO DR-LOAN-ID
               MOVE LOW-VALUES TO DR-CONTROL-NO
               START DISPUTE-REGISTER-FILE KEY >= DR-KEY
               IF WS-DISPUTE-STATUS NOT = "00"
                   SET END-OF-DISPUTES TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-DISPUTE
               UNTIL END-OF-DISPUTES.

       LOAD-ONE-DISPUTE.
           READ DISPUTE-REGISTER-FILE NEXT RECORD
               AT END
                   SET END-OF-DISPUTES TO TRUE
           END-READ
           IF NOT END-OF-DISPUTES AND WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR READING DISPUTE REGISTER"
               DISPLAY "AMORTM2: FILE STATUS " WS-DISPUTE-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-DISPUTES
               IF DR-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-DISPUTES TO TRUE
               ELSE
                   EVALUATE TRUE
                       WHEN DR-OPEN
                           MOVE "XB" TO WS-COMPLIANCE-CODE
                       WHEN DR-M2-FURNISHED-DATE = ZERO
                         OR DR-M2-FURNISHED-DATE = WS-RUN-DATE
                           PERFORM HOLD-ANSWERED-DISPUTE
                       WHEN DR-RESP-DELETED
                           SET DISPUTE-DELETED-BEFORE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       HOLD-ANSWERED-DISPUTE.
           IF WS-DP-COUNT >= WS-DP-MAX
               DISPLAY "AMORTM2: MORE THAN " WS-DP-MAX
                       " ANSWERED DISPUTES ON LOAN " LM-LOAN-ID
               STOP RUN
           END-IF
           ADD 1 TO WS-DP-COUNT
           MOVE DR-CONTROL-NO TO WS-DP-CONTROL-NO(WS-DP-COUNT)
           EVALUATE TRUE
               WHEN DR-RESP-DELETED
                   SET DISPUTE-DELETE-NOW TO TRUE
               WHEN DR-RESP-VERIFIED
                   IF WS-COMPLIANCE-CODE = SPACES
                       MOVE "XH" TO WS-COMPLIANCE-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE DISPUTE CONDITION ON THE LOAN'S OWN BASE SEGMENT, WHICH
      *    IS THEN HELD AS THE PATTERN FOR ANY CORRECTED SEGMENTS. A
      *    DELETION GOES OUT AS ACCOUNT STATUS DA AND NOTHING ELSE.
       APPLY-DISPUTE-CONDITION.
           MOVE WS-COMPLIANCE-CODE TO M2-COMPLIANCE-CODE
           MOVE SPACE              TO M2-CORRECTION-IND
           IF DISPUTE-DELETE-NOW
               MOVE "DA"   TO M2-ACCOUNT-STATUS
               MOVE SPACES TO M2-COMPLIANCE-CODE
           END-IF
           MOVE METRO2-BASE-RECORD TO WS-BASE-SEGMENT-SAVE.

      *    AFTER THE LOAN'S OWN SEGMENTS: A CORRECTED SEGMENT FOR EACH
      *    MODIFIED DISPUTE (NONE WHEN THE ACCOUNT IS BEING DELETED),
      *    THEN EACH ANSWERED DISPUTE STAMPED AS FURNISHED.
       FURNISH-ANSWERED-DISPUTES.
           PERFORM FURNISH-ONE-ANSWERED-DISPUTE
               VARYING WS-DP-IX FROM 1 BY 1
                   UNTIL WS-DP-IX > WS-DP-COUNT.

       FURNISH-ONE-ANSWERED-DISPUTE.
           MOVE LM-LOAN-ID                 TO DR-LOAN-ID
           MOVE WS-DP-CONTROL-NO(WS-DP-IX) TO DR-CONTROL-NO
           READ DISPUTE-REGISTER-FILE
           IF WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR READING DISPUTE REGISTER"
               DISPLAY "AMORTM2: FILE STATUS " WS-DISPUTE-STATUS
               STOP RUN
           END-IF
           IF (DR-RESP-MODIFIED OR NO-MONTH-SEGMENT)
                   AND NOT DISPUTE-DELETE-NOW
               PERFORM WRITE-CORRECTED-SEGMENT
           END-IF
           ADD 1 TO WS-DISPUTES-FURNISHED
           MOVE WS-RUN-DATE TO DR-M2-FURNISHED-DATE
           REWRITE DISPUTE-REGISTER-RECORD
           IF WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR REWRITING DISPUTE REGISTER"
               DISPLAY "AMORTM2: FILE STATUS " WS-DISPUTE-STATUS
               STOP RUN
           END-IF.

      *    THE MONTH THE BUREAU HOLDS, RE-FURNISHED AS OF ITS OWN DATE
      *    OF INFORMATION WITH THE VALUES THE RESPONSE CORRECTED - OR,
      *    FOR A VERIFIED DISPUTE ON A LOAN WITH NO MONTH'S SEGMENT,
      *    THE VALUES IT VERIFIED.
       WRITE-CORRECTED-SEGMENT.
           MOVE WS-BASE-SEGMENT-SAVE TO METRO2-BASE-RECORD
           MOVE DR-C-ACCOUNT-STATUS  TO M2-ACCOUNT-STATUS
           MOVE DR-C-CURRENT-BAL     TO M2-CURRENT-BALANCE
           MOVE DR-C-SCHEDULED-PMT   TO M2-SCHEDULED-PAYMENT
           MOVE DR-C-ACTUAL-PMT      TO M2-ACTUAL-PAYMENT
           MOVE DR-C-PAST-DUE        TO M2-AMOUNT-PAST-DUE
           MOVE DR-C-DATE-LAST-PMT   TO M2-DATE-LAST-PAYMENT
           MOVE DR-C-DATE-OPENED     TO M2-DATE-OPENED
           MOVE DR-F-DATE-OF-INFO    TO M2-DATE-OF-INFO
           MOVE "XH"                 TO M2-COMPLIANCE-CODE
           MOVE "1"                  TO M2-CORRECTION-IND
           PERFORM WRITE-METRO2-RECORD
           ADD 1 TO WS-CORRECTIONS-FURNISHED.

       LOAD-LOAN-TRIAL-PLAN.
           MOVE ZERO TO WS-TRIAL-FIRST-NO
           MOVE "N" TO WS-PLAN-EOF-SW
           IF NO-TRIAL-PLAN-FILE
               SET END-OF-PLANS TO TRUE
           ELSE
               MOVE LM-LOAN-ID TO TP-LOAN-ID
               MOVE ZEROS      TO TP-PLAN-START
               START TRIAL-PLAN-FILE KEY >= TP-KEY
               IF WS-PLAN-STATUS NOT = "00"
                   SET END-OF-PLANS TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-TRIAL-PLAN
               UNTIL END-OF-PLANS.

       LOAD-ONE-TRIAL-PLAN.
           READ TRIAL-PLAN-FILE NEXT RECORD
               AT END
                   SET END-OF-PLANS TO TRUE
           END-READ
           IF NOT END-OF-PLANS AND WS-PLAN-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR READING TRIAL PLAN REGISTER"
               DISPLAY "AMORTM2: FILE STATUS " WS-PLAN-STATUS
               STOP RUN
           END-IF
           IF NOT END-OF-PLANS
               IF TP-LOAN-ID NOT = LM-LOAN-ID
                   SET END-OF-PLANS TO TRUE
               ELSE
                   IF TP-ACTIVE
                       MOVE TP-FIRST-PMT-NO TO WS-TRIAL-FIRST-NO
                   END-IF
               END-IF
           END-IF.

      *    HOW MANY PAYMENTS HAVE COME DUE BY THE RUN DATE, FROM THE
      *    SAME DUE-DATE CALENDAR THE SERVICING FLOW AND THE AGING
      *    REPORT USE.
       COUNT-PAYMENTS-NOW-DUE.
           MOVE "C"                 TO DDP-FUNCTION
           MOVE LM-PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE LM-FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WS-RUN-DATE         TO DDP-AS-OF-DATE
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-COUNT       TO WS-DUE-COUNT
           IF WS-DUE-COUNT > LOANTERM
               MOVE LOANTERM TO WS-DUE-COUNT
           END-IF.

      *    METRO 2 ACCOUNT STATUS FROM THE RUNNING MISSED-PAYMENT
      *    STREAK, TAKEN AS DAYS AT THE LOAN'S PAYMENT CYCLE (30 FOR
      *    MONTHLY, SO EACH MISSED MONTHLY PAYMENT IS ONE BUCKET) -
      *    CURRENT, THEN EACH DEEPER 30-DAY BUCKET. A LEGAL
      *    STATUS ON THE LOAN OVERRIDES THE PLAIN DELINQUENCY LADDER:
      *    A BANKRUPTCY FURNISHES THE CONSUMER INFORMATION INDICATOR
      *    (PETITION FILED) WITH THE LADDER STATUS; A FORECLOSURE
      *    THE INDICATOR THE DESK USES FOR DO-NOT-CONTACT ACCOUNTS.
       DERIVE-ACCOUNT-STATUS.
           MOVE SPACES TO M2-CONSUMER-INFO-IND
           COMPUTE WS-DAYS-DELINQUENT =
                WS-MISSED-STREAK * DDP-CYCLE-DAYS
           EVALUATE TRUE
               WHEN WS-DAYS-DELINQUENT < 30
                   MOVE "11" TO M2-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 60
                   MOVE "71" TO M2-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 90
                   MOVE "78" TO M2-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 120
                   MOVE "80" TO M2-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 150
                   MOVE "82" TO M2-ACCOUNT-STATUS
               WHEN WS-DAYS-DELINQUENT < 180
                   MOVE "83" TO M2-ACCOUNT-STATUS
               WHEN OTHER
                   MOVE "84" TO M2-ACCOUNT-STATUS
           MOVE LM-ARMLOOKBACKDAYS  TO ARMLOOKBACKDAYS
           MOVE LM-LEGALSTATUS      TO LEGALSTATUSCODE
           MOVE LM-LEGALSTATUSDATE  TO LEGALSTATUSDATE
           MOVE LM-SERVICINGMETHOD  TO SERVICINGMETHOD
           MOVE LM-SCRACAPRATE      TO SCRACAPRATE
           MOVE LM-SCRASTARTNO      TO SCRASTARTNO
           MOVE LM-SCRAENDNO        TO SCRAENDNO
           MOVE ZEROS TO SIPRINCIPALBAL SIACCRUALDATE
           PERFORM MOVE-ONE-ARM-RESET
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 12.
       WRITE-FILE-TRAILER.
           MOVE SPACES TO METRO2-TRAILER-RECORD
           MOVE "T" TO M2T-RECORD-TYPE
           COMPUTE WS-BASE-COUNT =
                WS-LOANS-REPORTED + WS-CORRECTIONS-FURNISHED
           MOVE WS-BASE-COUNT TO M2T-BASE-COUNT
           WRITE METRO2-TRAILER-RECORD
           IF WS-METRO2-STATUS NOT = "00"
               DISPLAY "AMORTM2: ERROR WRITING METRO 2 FILE"
           IF NOT NO-BORROWER-FILE
               CLOSE BORROWER-MASTER-FILE
           END-IF
           IF NOT NO-CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
           END-IF
           IF NOT NO-ASSUMPTION-FILE
               CLOSE ASSUMPTION-HISTORY-FILE
           END-IF
           IF NOT NO-DISPUTE-FILE
               CLOSE DISPUTE-REGISTER-FILE
           END-IF
           IF NOT NO-TRIAL-PLAN-FILE
               CLOSE TRIAL-PLAN-FILE
           END-IF
           CLOSE METRO2-FILE
           DISPLAY "AMORTM2: " WS-LOANS-REPORTED " LOANS REPORTED, "
                   WS-LOANS-CHARGED-OFF " AS CHARGED OFF, "
                   WS-SELLERS-TERMINATED " SELLERS TERMINATED"
           DISPLAY "AMORTM2: " WS-DISPUTES-FURNISHED
                   " DISPUTE OUTCOMES FURNISHED, "
                   WS-CORRECTIONS-FURNISHED " CORRECTED SEGMENTS, "
                   WS-LOANS-DISPUTE-DELETED " LOANS DELETED BY DISPUTE"
           IF WS-CLOSED-DISPUTES > ZERO
               DISPLAY "AMORTM2: " WS-CLOSED-DISPUTES
                       " DISPUTE OUTCOMES FURNISHED ON CLOSED OR "
                       "TRANSFERRED LOANS"
           END-IF
           IF WS-LOANS-OTHER-CO > ZERO
               DISPLAY "AMORTM2: " WS-LOANS-OTHER-CO
                       " LOANS ON OTHER COMPANIES NOT FURNISHED"
           END-IF.

       END PROGRAM AMORTM2.
