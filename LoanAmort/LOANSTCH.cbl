               ACTUALLY IN FORCE WHEN THEY POSTED, AND THE LATE-FEE
               AND AGING ARITHMETIC ON MODIFIED LOANS STOPS DRIFTING.
               THE CALLER'S LOANINFO IS RETURNED EXACTLY AS THE
               CURRENT-TERMS LOANAMORT CALL LEAVES IT. AN SCRA RATE
               CAP IS THE BORROWER'S PROTECTION, NOT A TERM OF THE
               NOTE, SO THE CALLER'S CAP IS APPLIED TO EVERY SEGMENT -
               A PROTECTED PERIOD THAT STARTED BEFORE A MODIFICATION
               STAYS CAPPED ON BOTH SIDES OF IT.

       ENVIRONMENT DIVISION.

      *    COMPUTED - A PLAIN ALPHANUMERIC SNAPSHOT OF THE WHOLE
      *    LOANINFO GROUP, SIZED WITH ROOM TO SPARE.
       01 WRK-SAVED-INFO       PIC X(1000).
       01 WRK-SCRA-CAPRATE     PIC S9(3)V9(4) COMP-3.
       01 WRK-SCRA-STARTNO     PIC S9(4) COMP.
       01 WRK-SCRA-ENDNO       PIC S9(4) COMP.

      *    SCHEDULE ROWS KEPT FROM THE PRE-MODIFICATION SEGMENTS,
      *    OVERLAID ONTO THE CURRENT-TERMS SCHEDULE AT THE END. EACH
           PERFORM OPEN-TERMS-HISTORY
           IF NOT NO-TERMS-HISTORY
               MOVE LOANINFO TO WRK-SAVED-INFO
               MOVE SCRACAPRATE TO WRK-SCRA-CAPRATE
               MOVE SCRASTARTNO TO WRK-SCRA-STARTNO
               MOVE SCRAENDNO   TO WRK-SCRA-ENDNO
               PERFORM POSITION-TO-LOAN
               PERFORM BUILD-ONE-SEGMENT
                   UNTIL END-OF-HISTORY
           MOVE TH-ARMINDEXCODE     TO ARMINDEXCODE
           MOVE TH-ARMMARGIN        TO ARMMARGIN
           MOVE TH-ARMLOOKBACKDAYS  TO ARMLOOKBACKDAYS
           MOVE WRK-SCRA-CAPRATE    TO SCRACAPRATE
           MOVE WRK-SCRA-STARTNO    TO SCRASTARTNO
           MOVE WRK-SCRA-ENDNO      TO SCRAENDNO
           PERFORM MOVE-ONE-ARM-RESET
               VARYING WRK-STEP-IX FROM 1 BY 1
                   UNTIL WRK-STEP-IX > 12.
