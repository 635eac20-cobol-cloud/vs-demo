               ON, THE NEW SCHEDULED PAYMENT, AND THE EFFECTIVE DATE.
               THE WINDOW COMES FROM THE PARAMETER CARD AND DEFAULTS
               TO SIXTY CALENDAR DAYS WHEN NO CARD IS SUPPLIED.
               LOANS WITH A FIRST PAYMENT DATE ONLY; A RESET'S DUE
               DATE COMES FROM THE DUE-DATE CALENDAR (DUEDATE), SO
               BI-WEEKLY AND SEMI-MONTHLY LOANS ARE NOTICED THE SAME
               WAY AS MONTHLY ONES.
               EACH NOTICE NAMES THE SERVICING COMPANY THE LOAN IS ON,
               FROM THE COMPANY TABLE; THE OPTIONAL COMPANY-SELECTION
               CARD LIMITS THE RUN TO ONE COMPANY'S LOANS.

       ENVIRONMENT DIVISION.


       01 WS-NOTICE-DAYS            PIC S9(4) COMP VALUE 60.
       01 WS-LOANS-SWEPT            PIC 9(9) COMP VALUE ZERO.

      *    THE COMPANY THE OPTIONAL COMPANY-SELECTION CARD LIMITS THE
      *    RUN TO - SPACES WHEN THE RUN COVERS EVERY COMPANY.
       01 WS-RUN-COMPANY            PIC X(02).
       01 WS-IN-COMPANY-SW          PIC X(01).
          88 IN-RUN-COMPANY                   VALUE "Y".
       01 WS-NOTICES-PRINTED        PIC 9(9) COMP VALUE ZERO.

       01 WS-RESET-IX               PIC S9(2) COMP.
       01 WS-OLD-RATE               PIC S9(3)V9(4) COMP-3.
       01 WS-NEW-RATE               PIC S9(3)V9(4) COMP-3.

       01 WS-DUE-DATE               PIC 9(8).
       01 WS-DAYS-AHEAD             PIC S9(9) COMP.
       01 WS-RUN-DATE-INT           PIC S9(9) COMP.
       01 WS-DUE-DATE-INT           PIC S9(9) COMP.
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(66) VALUE SPACES.

       01 HL-SERVICER.
           05 FILLER          PIC X(13) VALUE "SERVICED BY: ".
           05 HLS-COMPANY-NAME PIC X(40).
           05 FILLER          PIC X(79) VALUE SPACES.

       01 HL2.
           05 FILLER          PIC X(10) VALUE "BORROWER: ".
           05 HL2-BORROWER     PIC X(30).

       COPY AMORTIN.
       COPY AMORTOUT.
       COPY DUEDATES.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION.

           COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           PERFORM READ-ARN-PARMS
           PERFORM SELECT-RUN-COMPANY
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AMORTARN: ERROR OPENING LOAN MASTER FILE"
               CLOSE ARN-PARM-FILE
           END-IF.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE STOPS
      *    THE RUN RATHER THAN PROCESSING NOTHING.
       SELECT-RUN-COMPANY.
           SET CMP-GET-SELECTION TO TRUE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTARN: ABEND - COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           MOVE CMP-SELECT-CODE TO WS-RUN-COMPANY
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "AMORTARN: RUN LIMITED TO COMPANY "
                       WS-RUN-COMPANY
           END-IF.

      *    SETS IN-RUN-COMPANY WHEN THE LOAN'S COMPANY IS ONE THIS RUN
      *    COVERS. A LOAN ON A COMPANY THE TABLE DOES NOT KNOW STOPS
      *    THE RUN.
       CHECK-RUN-COMPANY.
           SET CMP-CHECK-SELECTION TO TRUE
           MOVE LM-COMPANYCODE TO CMP-COMPANY-CODE
           CALL "COMPSERV" USING COMPANY-PARMS COMPANY-RECORD
           IF NOT CMP-OK
               DISPLAY "AMORTARN: ABEND - LOAN " LM-LOAN-ID
                       " COMPANY " CMP-COMPANY-CODE
                       " NOT ON COMPANY TABLE"
               STOP RUN
           END-IF
           IF CMP-SELECTED
               SET IN-RUN-COMPANY TO TRUE
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

       READ-MASTER-RECORD.
           READ LOAN-MASTER-FILE
               AT END
           IF LM-ACTIVE
                   AND LM-ARMNUMRESETS > ZERO
                   AND LM-FIRSTPAYMENTDATE NOT = ZERO
               PERFORM CHECK-RUN-COMPANY
           ELSE
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF
           IF IN-RUN-COMPANY
               ADD 1 TO WS-LOANS-SWEPT
               PERFORM NOTICE-ONE-LOAN
           END-IF
           END-IF.

       COMPUTE-RESET-DUE-DATE.
           MOVE "D"              TO DDP-FUNCTION
           MOVE PMTFREQCODE      TO DDP-FREQ-CODE
           MOVE FIRSTPAYMENTDATE TO DDP-FIRST-PMT-DATE
           MOVE WS-RESET-PMT-NO  TO DDP-PAYMENT-NO
           CALL "DUEDATE" USING DUEDATE-PARMS
           MOVE DDP-DUE-DATE     TO WS-DUE-DATE.

       COMPUTE-DAYS-AHEAD.
           MOVE WS-DUE-DATE TO WS-DATE-WORK
           MOVE LM-LOAN-NUMBER TO HL1-LOAN-NO
           MOVE WS-PAGE-NO     TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE CM-COMPANY-NAME  TO HLS-COMPANY-NAME
           WRITE PRINT-LINE FROM HL-SERVICER
           MOVE LM-BORROWER-NAME TO HL2-BORROWER
           WRITE PRINT-LINE FROM HL2
           MOVE SPACES TO PRINT-LINE
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
