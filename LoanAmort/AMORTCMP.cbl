       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTCMP.
       REMARKS. PARALLEL-RUN COMPARISON OF TWO SCHEDULE OUTPUT FILES,
               FOR SIGNING OFF A CHANGE TO THE CALCULATION AGAINST THE
               WHOLE PORTFOLIO. READS LAST NIGHT'S PRODUCTION AMORTOUT
               (AMORTPRD) AND THE AMORTOUT OF A TEST RUN OVER THE SAME
               EXTRACT (AMORTTST), BOTH IN LOAN-ID AND PAYMENT-NUMBER
               ORDER AS AMORTBAT AND AMORTMRG WRITE THEM, MATCHES THEM
               LOAN BY LOAN AND PAYMENT BY PAYMENT, AND PRINTS EVERY
               PAYMENT, INTEREST, PRINCIPAL, BALANCE, PMI, ESCROW, OR
               APR DIFFERENCE LARGER THAN THE TOLERANCE. THE DOLLAR AND
               APR TOLERANCES COME FROM THE COMPARISON PARAMETER CARD;
               WITHOUT ONE EVERY DIFFERENCE AT ALL IS REPORTED. A LOAN
               IN ONLY ONE FILE IS LISTED ONCE, AS IS A LOAN WHOSE
               SCHEDULE RUNS LONGER IN ONE FILE THAN THE OTHER. THE
               SUMMARY GIVES THE LOANS COMPARED AND CHANGED, THE LOANS
               IN ONE FILE ONLY, AND THE LARGEST DOLLAR DIFFERENCE.
               WHEN THE CARD ASKS FOR IT, EVERY DIFFERENCE IS ALSO
               WRITTEN TO A FIXED-FORMAT DIFFERENCE FILE (CMPDIFF) FOR
               FURTHER ANALYSIS. EACH INPUT MUST PROVE OUT AGAINST ITS
               OWN TRAILER, AS AMORTMRG PROVES THE PARTITIONS; A FILE
               OUT OF SEQUENCE, MISSING ITS TRAILER, OR OUT OF BALANCE
               ABENDS THE RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-PARM-FILE ASSIGN TO "CMPPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AMORT-OUTPUT-FILE ASSIGN TO "AMORTPRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT TEST-SCHED-FILE ASSIGN TO "AMORTTST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-STATUS.

           SELECT DIFF-FILE ASSIGN TO "CMPDIFF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIFF-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CMP-PARM-FILE.
       01  CMP-PARM-RECORD.
           05 CPP-AMOUNT-TOLERANCE  PIC 9(5)V99.
           05 CPP-APR-TOLERANCE     PIC 9(1)V9(4).
           05 CPP-DIFF-FILE-SW      PIC X(01).

      *    LAST NIGHT'S PRODUCTION SCHEDULE FILE.
       FD  AMORT-OUTPUT-FILE.
       COPY AMORTOUTF.

      *    THE TEST RUN'S SCHEDULE FILE - THE SAME LAYOUT AS AMORTOUTF,
      *    UNDER ITS OWN NAMES SO BOTH FILES' RECORDS CAN BE HELD AT
      *    ONCE.
       FD  TEST-SCHED-FILE.
       01  TEST-SCHED-RECORD.
           05 TST-LOAN-ID            PIC X(10).
           05 TST-MONTH-NO           PIC 9(04).
           05 TST-INT-PAID           PIC S9(7)V99.
           05 TST-PRINC-PAID         PIC S9(7)V99.
           05 TST-PAYMENT-AMT        PIC S9(7)V99.
           05 TST-BAL-AMT            PIC S9(9)V99.
           05 TST-TOT-INT-PAID       PIC S9(9)V99.
           05 TST-RECON-FLAG         PIC X(01).
           05 TST-PMI-AMOUNT         PIC S9(5)V99.
           05 TST-PMI-DROPPED-FLAG   PIC X(01).
           05 TST-APR                PIC S9(3)V9(4).
           05 TST-PAY-YEAR           PIC 9(04).
           05 TST-RUN-DATE           PIC 9(08).
           05 TST-NOTE-RATE          PIC S9(3)V9(4).
           05 TST-ESCROW-AMT         PIC S9(7)V99.
       01  TEST-TRAILER-RECORD.
           05 TTR-MARKER             PIC X(10).
               88 TTR-IS-TRAILER             VALUE "**TRAILER*".
           05 TTR-RECORD-COUNT       PIC 9(09).
           05 TTR-PRINC-TOTAL        PIC S9(13)V99.
           05 TTR-INT-TOTAL          PIC S9(13)V99.
           05 FILLER                 PIC X(58).

      *    ONE RECORD PER DIFFERENCE. DF-FIELD NAMES THE FIELD THAT
      *    DIFFERS; ROW MEANS A PAYMENT IN ONE FILE ONLY, LOAN A LOAN
      *    IN ONE FILE ONLY. DF-PRESENCE SAYS WHICH FILES HAVE IT - B
      *    BOTH, P PRODUCTION ONLY, T TEST ONLY. DIFFERENCES ARE TEST
      *    MINUS PRODUCTION.
       FD  DIFF-FILE.
       01  DIFF-RECORD.
           05 DF-LOAN-ID             PIC X(10).
           05 DF-MONTH-NO            PIC 9(04).
           05 DF-FIELD               PIC X(10).
           05 DF-PRESENCE            PIC X(01).
               88 DF-IN-BOTH                 VALUE "B".
               88 DF-PROD-ONLY               VALUE "P".
               88 DF-TEST-ONLY               VALUE "T".
           05 DF-PROD-VALUE          PIC S9(9)V9(4).
           05 DF-TEST-VALUE          PIC S9(9)V9(4).
           05 DF-DIFFERENCE          PIC S9(9)V9(4).
           05 FILLER                 PIC X(10).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS            PIC X(02).
       01 WS-PROD-STATUS            PIC X(02).
       01 WS-TEST-STATUS            PIC X(02).
       01 WS-DIFF-STATUS            PIC X(02).
       01 WS-PRINT-STATUS           PIC X(02).

       01 WS-PROD-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-PROD                      VALUE "Y".
       01 WS-TEST-EOF-SW            PIC X(01) VALUE "N".
          88 END-OF-TEST                      VALUE "Y".
       01 WS-PROD-TRAILER-SW        PIC X(01) VALUE "N".
          88 PROD-TRAILER-SEEN                VALUE "Y".
       01 WS-TEST-TRAILER-SW        PIC X(01) VALUE "N".
          88 TEST-TRAILER-SEEN                VALUE "Y".
       01 WS-DIFF-FILE-SW           PIC X(01) VALUE "N".
          88 WRITE-DIFF-FILE                  VALUE "Y".

       01 WS-AMOUNT-TOLERANCE       PIC 9(5)V99 VALUE ZERO.
       01 WS-APR-TOLERANCE          PIC 9(1)V9(4) VALUE ZERO.

      *    THE MATCH KEYS - LOAN AND PAYMENT NUMBER - OF THE RECORD
      *    IN HAND FROM EACH FILE, HIGH-VALUES ONCE THE FILE IS DONE.
       01 WS-PROD-KEY.
           05 WS-PROD-KEY-LOAN      PIC X(10).
           05 WS-PROD-KEY-MONTH     PIC 9(04).
       01 WS-TEST-KEY.
           05 WS-TEST-KEY-LOAN      PIC X(10).
           05 WS-TEST-KEY-MONTH     PIC 9(04).
       01 WS-PREV-PROD-KEY          PIC X(14) VALUE LOW-VALUES.
       01 WS-PREV-TEST-KEY          PIC X(14) VALUE LOW-VALUES.

      *    WHAT EACH FILE ACTUALLY DELIVERED, PROVED AGAINST ITS
      *    TRAILER.
       01 WS-PROD-ROWS-READ         PIC 9(09) COMP VALUE ZERO.
       01 WS-TEST-ROWS-READ         PIC 9(09) COMP VALUE ZERO.

      *    THE LOAN IN PROGRESS - JUDGED AT THE CONTROL BREAK, ONCE
      *    BOTH FILES HAVE MOVED PAST IT.
       01 WS-CUR-LOAN-ID            PIC X(10) VALUE SPACES.
       01 WS-LOW-LOAN-ID            PIC X(10).
       01 WS-IN-PROD-SW             PIC X(01).
          88 LOAN-IN-PROD                     VALUE "Y".
       01 WS-IN-TEST-SW             PIC X(01).
          88 LOAN-IN-TEST                     VALUE "Y".
       01 WS-CHANGED-SW             PIC X(01).
          88 LOAN-CHANGED                     VALUE "Y".
       01 WS-PROD-ONLY-ROWS         PIC 9(04) COMP.
       01 WS-TEST-ONLY-ROWS         PIC 9(04) COMP.
       01 WS-PRESENCE-MONTH-NO      PIC 9(04).
       01 WS-PRESENCE               PIC X(01).

      *    THE FIELD BEING JUDGED.
       01 WS-FIELD-NAME             PIC X(10).
       01 WS-PROD-VALUE             PIC S9(9)V9(4).
       01 WS-TEST-VALUE             PIC S9(9)V9(4).
       01 WS-DIFFERENCE             PIC S9(9)V9(4).
       01 WS-ABS-DIFFERENCE         PIC S9(9)V9(4).
       01 WS-TOLERANCE              PIC S9(9)V9(4).

      *    THE LARGEST DOLLAR DIFFERENCE FOUND AND WHERE.
       01 WS-LARGEST-DIFF           PIC S9(9)V9(4) VALUE ZERO.
       01 WS-LARGEST-LOAN-ID        PIC X(10) VALUE SPACES.
       01 WS-LARGEST-MONTH-NO       PIC 9(04) VALUE ZERO.
       01 WS-LARGEST-FIELD          PIC X(10) VALUE SPACES.

       01 WS-ROWS-COMPARED          PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-COMPARED         PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-CHANGED          PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-PROD-ONLY        PIC 9(9) COMP VALUE ZERO.
       01 WS-LOANS-TEST-ONLY        PIC 9(9) COMP VALUE ZERO.
       01 WS-DIFFS-REPORTED         PIC 9(9) COMP VALUE ZERO.
       01 WS-DIFF-RECORDS           PIC 9(9) COMP VALUE ZERO.

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
       01 WS-PAGE-NO                PIC 9(04) COMP VALUE ZERO.

       01 WS-TODAY-DATE             PIC 9(8).
       COPY RUNPARM.

       01 HL1.
           05 FILLER          PIC X(34)
               VALUE "PARALLEL-RUN SCHEDULE COMPARISON".
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGE ".
           05 HL1-PAGE-NO      PIC ZZZ9.
           05 FILLER          PIC X(80) VALUE SPACES.

       01 COL-HEADINGS-1.
           05 FILLER PIC X(12)  VALUE "LOAN ID".
           05 FILLER PIC X(07)  VALUE "PMT NO".
           05 FILLER PIC X(26)  VALUE "FIELD".
           05 FILLER PIC X(20)  VALUE "PRODUCTION".
           05 FILLER PIC X(20)  VALUE "TEST".
           05 FILLER PIC X(20)  VALUE "DIFFERENCE".
           05 FILLER PIC X(27)  VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-MONTH-NO       PIC ZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DL-FIELD          PIC X(24).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-PROD-VALUE     PIC ZZZ,ZZZ,ZZ9.9999-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-TEST-VALUE     PIC ZZZ,ZZZ,ZZ9.9999-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-DIFFERENCE     PIC ZZZ,ZZZ,ZZ9.9999-.
           05 FILLER            PIC X(31) VALUE SPACES.

      *    A LOAN IN ONE FILE ONLY, OR A SCHEDULE LONGER IN ONE FILE.
       01 PRESENCE-LINE.
           05 PL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(09) VALUE SPACES.
           05 PL-TEXT           PIC X(26).
           05 PL-ROWS           PIC ZZZ9 BLANK WHEN ZERO.
           05 FILLER            PIC X(83) VALUE SPACES.

       01 SUMMARY-LINE.
           05 SL-LABEL          PIC X(30).
           05 SL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       01 TOLERANCE-LINE.
           05 FILLER            PIC X(19) VALUE "DOLLAR TOLERANCE:".
           05 TL-AMOUNT         PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "APR TOLERANCE:".
           05 TL-APR            PIC 9.9999.
           05 FILLER            PIC X(76) VALUE SPACES.

       01 LARGEST-LINE.
           05 FILLER            PIC X(30)
               VALUE "LARGEST DOLLAR DIFFERENCE:".
           05 LL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(07) VALUE "  LOAN ".
           05 LL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(08) VALUE "  PMT NO".
           05 LL-MONTH-NO       PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LL-FIELD          PIC X(10).
           05 FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM READ-PROD-RECORD
           PERFORM READ-TEST-RECORD
           PERFORM COMPARE-ONE-STEP
               UNTIL END-OF-PROD AND END-OF-TEST
           IF WS-CUR-LOAN-ID NOT = SPACES
               PERFORM JUDGE-FINISHED-LOAN
           END-IF
           IF NOT PROD-TRAILER-SEEN
               DISPLAY "AMORTCMP: ABEND - AMORTPRD HAS NO TRAILER"
               STOP RUN
           END-IF
           IF NOT TEST-TRAILER-SEEN
               DISPLAY "AMORTCMP: ABEND - AMORTTST HAS NO TRAILER"
               STOP RUN
           END-IF
           PERFORM PRINT-SUMMARY
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "S" TO RC-FUNCTION
           MOVE "AMORTCMP" TO RC-PROGRAM
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           MOVE ZEROS TO RC-RECORDS-IN RC-RECORDS-OUT
           MOVE SPACES TO RC-VERIFY-PROGRAM
           CALL "RUNCTL" USING RUNCTL-PARMS
           PERFORM READ-CMP-PARMS
           OPEN INPUT AMORT-OUTPUT-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "AMORTCMP: ERROR OPENING PRODUCTION SCHEDULE "
                       "FILE"
               DISPLAY "AMORTCMP: FILE STATUS " WS-PROD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT TEST-SCHED-FILE
           IF WS-TEST-STATUS NOT = "00"
               DISPLAY "AMORTCMP: ERROR OPENING TEST SCHEDULE FILE"
               DISPLAY "AMORTCMP: FILE STATUS " WS-TEST-STATUS
               STOP RUN
           END-IF
           IF WRITE-DIFF-FILE
               OPEN OUTPUT DIFF-FILE
               IF WS-DIFF-STATUS NOT = "00"
                   DISPLAY "AMORTCMP: ERROR OPENING DIFFERENCE FILE"
                   DISPLAY "AMORTCMP: FILE STATUS " WS-DIFF-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTCMP: ERROR OPENING PRINT FILE"
               DISPLAY "AMORTCMP: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

      *    NO CARD MEANS ZERO TOLERANCES - EVERY DIFFERENCE REPORTED -
      *    AND NO DIFFERENCE FILE.
       READ-CMP-PARMS.
           OPEN INPUT CMP-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ CMP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPP-AMOUNT-TOLERANCE IS NUMERIC
                           MOVE CPP-AMOUNT-TOLERANCE
                               TO WS-AMOUNT-TOLERANCE
                       END-IF
                       IF CPP-APR-TOLERANCE IS NUMERIC
                           MOVE CPP-APR-TOLERANCE TO WS-APR-TOLERANCE
                       END-IF
                       IF CPP-DIFF-FILE-SW = "Y"
                           SET WRITE-DIFF-FILE TO TRUE
                       END-IF
               END-READ
               CLOSE CMP-PARM-FILE
           END-IF.

      *    THE NEXT DETAIL RECORD FROM PRODUCTION. THE TRAILER IS
      *    PROVED WHEN IT IS MET AND MUST BE THE LAST RECORD ON THE
      *    FILE; EACH DETAIL MUST FOLLOW THE ONE BEFORE IT IN KEY
      *    ORDER, OR THE MATCH CANNOT BE TRUSTED.
       READ-PROD-RECORD.
           PERFORM READ-ONE-PROD-RECORD
           IF NOT END-OF-PROD AND OTR-IS-TRAILER
               PERFORM VERIFY-PROD-TRAILER
               PERFORM READ-ONE-PROD-RECORD
               IF NOT END-OF-PROD
                   DISPLAY "AMORTCMP: ABEND - AMORTPRD HAS RECORDS "
                           "AFTER ITS TRAILER"
                   STOP RUN
               END-IF
           END-IF
           IF END-OF-PROD
               MOVE HIGH-VALUES TO WS-PROD-KEY
           ELSE
               MOVE OUT-LOAN-ID  TO WS-PROD-KEY-LOAN
               MOVE OUT-MONTH-NO TO WS-PROD-KEY-MONTH
               IF WS-PROD-KEY NOT > WS-PREV-PROD-KEY
                   DISPLAY "AMORTCMP: ABEND - AMORTPRD OUT OF "
                           "SEQUENCE AT " OUT-LOAN-ID " " OUT-MONTH-NO
                   STOP RUN
               END-IF
               MOVE WS-PROD-KEY TO WS-PREV-PROD-KEY
               ADD 1 TO WS-PROD-ROWS-READ
           END-IF.

       READ-ONE-PROD-RECORD.
           READ AMORT-OUTPUT-FILE
               AT END
                   SET END-OF-PROD TO TRUE
           END-READ
           IF NOT END-OF-PROD AND WS-PROD-STATUS NOT = "00"
               DISPLAY "AMORTCMP: ERROR READING PRODUCTION SCHEDULE "
                       "FILE"
               DISPLAY "AMORTCMP: FILE STATUS " WS-PROD-STATUS
               STOP RUN
           END-IF.

       VERIFY-PROD-TRAILER.
           SET PROD-TRAILER-SEEN TO TRUE
           IF OTR-RECORD-COUNT NOT = WS-PROD-ROWS-READ
               DISPLAY "AMORTCMP: ABEND - AMORTPRD OUT OF BALANCE, "
                       "TRAILER " OTR-RECORD-COUNT
                       " READ " WS-PROD-ROWS-READ
               STOP RUN
           END-IF.

       READ-TEST-RECORD.
           PERFORM READ-ONE-TEST-RECORD
           IF NOT END-OF-TEST AND TTR-IS-TRAILER
               PERFORM VERIFY-TEST-TRAILER
               PERFORM READ-ONE-TEST-RECORD
               IF NOT END-OF-TEST
                   DISPLAY "AMORTCMP: ABEND - AMORTTST HAS RECORDS "
                           "AFTER ITS TRAILER"
                   STOP RUN
               END-IF
           END-IF
           IF END-OF-TEST
               MOVE HIGH-VALUES TO WS-TEST-KEY
           ELSE
               MOVE TST-LOAN-ID  TO WS-TEST-KEY-LOAN
               MOVE TST-MONTH-NO TO WS-TEST-KEY-MONTH
               IF WS-TEST-KEY NOT > WS-PREV-TEST-KEY
                   DISPLAY "AMORTCMP: ABEND - AMORTTST OUT OF "
                           "SEQUENCE AT " TST-LOAN-ID " " TST-MONTH-NO
                   STOP RUN
               END-IF
               MOVE WS-TEST-KEY TO WS-PREV-TEST-KEY
               ADD 1 TO WS-TEST-ROWS-READ
           END-IF.

       READ-ONE-TEST-RECORD.
           READ TEST-SCHED-FILE
               AT END
                   SET END-OF-TEST TO TRUE
           END-READ
           IF NOT END-OF-TEST AND WS-TEST-STATUS NOT = "00"
               DISPLAY "AMORTCMP: ERROR READING TEST SCHEDULE FILE"
               DISPLAY "AMORTCMP: FILE STATUS " WS-TEST-STATUS
               STOP RUN
           END-IF.

       VERIFY-TEST-TRAILER.
           SET TEST-TRAILER-SEEN TO TRUE
           IF TTR-RECORD-COUNT NOT = WS-TEST-ROWS-READ
               DISPLAY "AMORTCMP: ABEND - AMORTTST OUT OF BALANCE, "
                       "TRAILER " TTR-RECORD-COUNT
                       " READ " WS-TEST-ROWS-READ
               STOP RUN
           END-IF.

      *    ONE STEP OF THE MATCH: THE LOWER KEY IS TAKEN - BOTH RECORDS
      *    WHEN THE KEYS AGREE - AND THE FILE (OR FILES) IT CAME FROM
      *    READ FORWARD.
       COMPARE-ONE-STEP.
           IF WS-PROD-KEY-LOAN < WS-TEST-KEY-LOAN
               MOVE WS-PROD-KEY-LOAN TO WS-LOW-LOAN-ID
           ELSE
               MOVE WS-TEST-KEY-LOAN TO WS-LOW-LOAN-ID
           END-IF
           IF WS-LOW-LOAN-ID NOT = WS-CUR-LOAN-ID
               IF WS-CUR-LOAN-ID NOT = SPACES
                   PERFORM JUDGE-FINISHED-LOAN
               END-IF
               MOVE WS-LOW-LOAN-ID TO WS-CUR-LOAN-ID
               MOVE "N" TO WS-IN-PROD-SW WS-IN-TEST-SW WS-CHANGED-SW
               MOVE ZERO TO WS-PROD-ONLY-ROWS WS-TEST-ONLY-ROWS
           END-IF
           EVALUATE TRUE
               WHEN WS-PROD-KEY = WS-TEST-KEY
                   SET LOAN-IN-PROD TO TRUE
                   SET LOAN-IN-TEST TO TRUE
                   PERFORM COMPARE-MATCHED-ROW
                   PERFORM READ-PROD-RECORD
                   PERFORM READ-TEST-RECORD
               WHEN WS-PROD-KEY < WS-TEST-KEY
                   SET LOAN-IN-PROD TO TRUE
                   ADD 1 TO WS-PROD-ONLY-ROWS
      *            A PAYMENT THE TEST SCHEDULE DOES NOT HAVE, ON A LOAN
      *            IT DOES - A LOAN MISSING ALTOGETHER IS WRITTEN ONCE
      *            AT THE BREAK INSTEAD.
                   IF LOAN-IN-TEST OR WS-TEST-KEY-LOAN = WS-CUR-LOAN-ID
                       MOVE OUT-MONTH-NO TO WS-PRESENCE-MONTH-NO
                       MOVE "P" TO WS-PRESENCE
                       PERFORM WRITE-PRESENCE-DIFF
                   END-IF
                   PERFORM READ-PROD-RECORD
               WHEN OTHER
                   SET LOAN-IN-TEST TO TRUE
                   ADD 1 TO WS-TEST-ONLY-ROWS
                   IF LOAN-IN-PROD OR WS-PROD-KEY-LOAN = WS-CUR-LOAN-ID
                       MOVE TST-MONTH-NO TO WS-PRESENCE-MONTH-NO
                       MOVE "T" TO WS-PRESENCE
                       PERFORM WRITE-PRESENCE-DIFF
                   END-IF
                   PERFORM READ-TEST-RECORD
           END-EVALUATE.

      *    THE SAME PAYMENT IN BOTH FILES, FIELD BY FIELD. EVERYTHING
      *    BUT THE APR IS DOLLARS.
       COMPARE-MATCHED-ROW.
           ADD 1 TO WS-ROWS-COMPARED
           MOVE WS-AMOUNT-TOLERANCE TO WS-TOLERANCE
           MOVE "PAYMENT"         TO WS-FIELD-NAME
           MOVE OUT-PAYMENT-AMT   TO WS-PROD-VALUE
           MOVE TST-PAYMENT-AMT   TO WS-TEST-VALUE
           PERFORM JUDGE-ONE-FIELD
           MOVE "INTEREST"        TO WS-FIELD-NAME
           MOVE OUT-INT-PAID      TO WS-PROD-VALUE
           MOVE TST-INT-PAID      TO WS-TEST-VALUE
           PERFORM JUDGE-ONE-FIELD
           MOVE "PRINCIPAL"       TO WS-FIELD-NAME
           MOVE OUT-PRINC-PAID    TO WS-PROD-VALUE
           MOVE TST-PRINC-PAID    TO WS-TEST-VALUE
           PERFORM JUDGE-ONE-FIELD
           MOVE "BALANCE"         TO WS-FIELD-NAME
           MOVE OUT-BAL-AMT       TO WS-PROD-VALUE
           MOVE TST-BAL-AMT       TO WS-TEST-VALUE
           PERFORM JUDGE-ONE-FIELD
           MOVE "PMI"             TO WS-FIELD-NAME
           MOVE OUT-PMI-AMOUNT    TO WS-PROD-VALUE
           MOVE TST-PMI-AMOUNT    TO WS-TEST-VALUE
           PERFORM JUDGE-ONE-FIELD
           MOVE "ESCROW"          TO WS-FIELD-NAME
           MOVE OUT-ESCROW-AMT    TO WS-PROD-VALUE
           MOVE TST-ESCROW-AMT    TO WS-TEST-VALUE
           PERFORM JUDGE-ONE-FIELD
           MOVE WS-APR-TOLERANCE  TO WS-TOLERANCE
           MOVE "APR"             TO WS-FIELD-NAME
           MOVE OUT-APR           TO WS-PROD-VALUE
           MOVE TST-APR           TO WS-TEST-VALUE
           PERFORM JUDGE-ONE-FIELD.

       JUDGE-ONE-FIELD.
           COMPUTE WS-DIFFERENCE = WS-TEST-VALUE - WS-PROD-VALUE
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           IF WS-ABS-DIFFERENCE > WS-TOLERANCE
               SET LOAN-CHANGED TO TRUE
               ADD 1 TO WS-DIFFS-REPORTED
               IF WS-FIELD-NAME NOT = "APR"
                       AND WS-ABS-DIFFERENCE > WS-LARGEST-DIFF
                   MOVE WS-ABS-DIFFERENCE TO WS-LARGEST-DIFF
                   MOVE OUT-LOAN-ID       TO WS-LARGEST-LOAN-ID
                   MOVE OUT-MONTH-NO      TO WS-LARGEST-MONTH-NO
                   MOVE WS-FIELD-NAME     TO WS-LARGEST-FIELD
               END-IF
               MOVE OUT-LOAN-ID   TO DL-LOAN-ID
               MOVE OUT-MONTH-NO  TO DL-MONTH-NO
               MOVE WS-FIELD-NAME TO DL-FIELD
               MOVE WS-PROD-VALUE TO DL-PROD-VALUE
               MOVE WS-TEST-VALUE TO DL-TEST-VALUE
               MOVE WS-DIFFERENCE TO DL-DIFFERENCE
               PERFORM PRINT-DETAIL-LINE
               IF WRITE-DIFF-FILE
                   MOVE SPACES        TO DIFF-RECORD
                   MOVE OUT-LOAN-ID   TO DF-LOAN-ID
                   MOVE OUT-MONTH-NO  TO DF-MONTH-NO
                   MOVE WS-FIELD-NAME TO DF-FIELD
                   SET DF-IN-BOTH     TO TRUE
                   MOVE WS-PROD-VALUE TO DF-PROD-VALUE
                   MOVE WS-TEST-VALUE TO DF-TEST-VALUE
                   MOVE WS-DIFFERENCE TO DF-DIFFERENCE
                   PERFORM WRITE-DIFF-RECORD
               END-IF
           END-IF.

      *    A PAYMENT OR A WHOLE LOAN IN ONE FILE ONLY - THE CALLER HAS
      *    SET THE PAYMENT NUMBER (ZERO FOR THE WHOLE LOAN) AND WHICH
      *    FILE HAS IT.
       WRITE-PRESENCE-DIFF.
           IF WRITE-DIFF-FILE
               MOVE SPACES               TO DIFF-RECORD
               MOVE WS-CUR-LOAN-ID       TO DF-LOAN-ID
               MOVE WS-PRESENCE-MONTH-NO TO DF-MONTH-NO
               MOVE WS-PRESENCE          TO DF-PRESENCE
               IF DF-MONTH-NO = ZERO
                   MOVE "LOAN" TO DF-FIELD
               ELSE
                   MOVE "ROW"  TO DF-FIELD
               END-IF
               MOVE ZEROS TO DF-PROD-VALUE DF-TEST-VALUE DF-DIFFERENCE
               PERFORM WRITE-DIFF-RECORD
           END-IF.

       WRITE-DIFF-RECORD.
           WRITE DIFF-RECORD
           IF WS-DIFF-STATUS NOT = "00"
               DISPLAY "AMORTCMP: ERROR WRITING DIFFERENCE FILE"
               DISPLAY "AMORTCMP: FILE STATUS " WS-DIFF-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-DIFF-RECORDS.

      *    A LOAN IN ONE FILE ONLY IS LISTED ONCE; A LOAN IN BOTH
      *    COUNTS AS CHANGED WHEN ANY FIELD DIFFERED BEYOND TOLERANCE
      *    OR ITS SCHEDULE RAN LONGER IN ONE FILE THAN THE OTHER.
       JUDGE-FINISHED-LOAN.
           MOVE WS-CUR-LOAN-ID TO PL-LOAN-ID
           MOVE ZERO TO PL-ROWS WS-PRESENCE-MONTH-NO
           EVALUATE TRUE
               WHEN NOT LOAN-IN-TEST
                   ADD 1 TO WS-LOANS-PROD-ONLY
                   MOVE "LOAN IN PRODUCTION ONLY" TO PL-TEXT
                   PERFORM PRINT-PRESENCE-LINE
                   MOVE "P" TO WS-PRESENCE
                   PERFORM WRITE-PRESENCE-DIFF
               WHEN NOT LOAN-IN-PROD
                   ADD 1 TO WS-LOANS-TEST-ONLY
                   MOVE "LOAN IN TEST ONLY" TO PL-TEXT
                   PERFORM PRINT-PRESENCE-LINE
                   MOVE "T" TO WS-PRESENCE
                   PERFORM WRITE-PRESENCE-DIFF
               WHEN OTHER
                   ADD 1 TO WS-LOANS-COMPARED
                   IF WS-PROD-ONLY-ROWS > ZERO
                       SET LOAN-CHANGED TO TRUE
                       MOVE "PAYMENTS IN PRODUCTION ONLY" TO PL-TEXT
                       MOVE WS-PROD-ONLY-ROWS TO PL-ROWS
                       PERFORM PRINT-PRESENCE-LINE
                   END-IF
                   IF WS-TEST-ONLY-ROWS > ZERO
                       SET LOAN-CHANGED TO TRUE
                       MOVE "PAYMENTS IN TEST ONLY" TO PL-TEXT
                       MOVE WS-TEST-ONLY-ROWS TO PL-ROWS
                       PERFORM PRINT-PRESENCE-LINE
                   END-IF
                   IF LOAN-CHANGED
                       ADD 1 TO WS-LOANS-CHANGED
                   END-IF
           END-EVALUATE.

       PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PRESENCE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           WRITE PRINT-LINE FROM PRESENCE-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HL1-PAGE-NO
           WRITE PRINT-LINE FROM HL1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COL-HEADINGS-1
           PERFORM CHECK-PRINT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-SUMMARY.
           IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-AMOUNT-TOLERANCE TO TL-AMOUNT
           MOVE WS-APR-TOLERANCE    TO TL-APR
           WRITE PRINT-LINE FROM TOLERANCE-LINE
           MOVE "PAYMENTS COMPARED:" TO SL-LABEL
           MOVE WS-ROWS-COMPARED TO SL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE "LOANS IN BOTH FILES:" TO SL-LABEL
           MOVE WS-LOANS-COMPARED TO SL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE "LOANS CHANGED:" TO SL-LABEL
           MOVE WS-LOANS-CHANGED TO SL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE "LOANS IN PRODUCTION ONLY:" TO SL-LABEL
           MOVE WS-LOANS-PROD-ONLY TO SL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE "LOANS IN TEST ONLY:" TO SL-LABEL
           MOVE WS-LOANS-TEST-ONLY TO SL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE "DIFFERENCES REPORTED:" TO SL-LABEL
           MOVE WS-DIFFS-REPORTED TO SL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE WS-LARGEST-DIFF     TO LL-AMOUNT
           MOVE WS-LARGEST-LOAN-ID  TO LL-LOAN-ID
           MOVE WS-LARGEST-MONTH-NO TO LL-MONTH-NO
           MOVE WS-LARGEST-FIELD    TO LL-FIELD
           WRITE PRINT-LINE FROM LARGEST-LINE
           IF WRITE-DIFF-FILE
               MOVE "DIFFERENCE RECORDS WRITTEN:" TO SL-LABEL
               MOVE WS-DIFF-RECORDS TO SL-COUNT
               WRITE PRINT-LINE FROM SUMMARY-LINE
           END-IF
           PERFORM CHECK-PRINT-STATUS.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "AMORTCMP: ERROR WRITING PRINT FILE"
               DISPLAY "AMORTCMP: FILE STATUS " WS-PRINT-STATUS
               STOP RUN
           END-IF.

       FINALIZE-RUN.
           CLOSE AMORT-OUTPUT-FILE
           CLOSE TEST-SCHED-FILE
           IF WRITE-DIFF-FILE
               CLOSE DIFF-FILE
           END-IF
           CLOSE PRINT-FILE
           MOVE "E" TO RC-FUNCTION
           MOVE "AMORTCMP" TO RC-PROGRAM
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           COMPUTE RC-RECORDS-IN = WS-PROD-ROWS-READ + WS-TEST-ROWS-READ
           MOVE WS-DIFF-RECORDS TO RC-RECORDS-OUT
           CALL "RUNCTL" USING RUNCTL-PARMS
           DISPLAY "AMORTCMP: " WS-LOANS-COMPARED " LOANS COMPARED, "
                   WS-LOANS-CHANGED " CHANGED, "
                   WS-LOANS-PROD-ONLY " PRODUCTION ONLY, "
                   WS-LOANS-TEST-ONLY " TEST ONLY"
           DISPLAY "AMORTCMP: " WS-DIFFS-REPORTED
                   " DIFFERENCES REPORTED, LARGEST " WS-LARGEST-DIFF
                   " ON " WS-LARGEST-LOAN-ID.

       END PROGRAM AMORTCMP.
