               LINE SHOWS THE RUN DATE AND TRANSACTION SEQUENCE, THE
               ACTION CODE, AND THE PRINCIPAL, RATE, AND TERM BEFORE
               AND AFTER, DECODED FROM THE IMAGES - EXACTLY WHAT THE
               EXAMINERS ASKED TO SEE AT THE LAST REVIEW. A BORROWER
               ENTRY ("B", WRITTEN FOR EACH BORROWER RECORD AN
               ASSUMPTION REPLACES) CARRIES BORROWER-MASTER IMAGES
               INSTEAD AND LISTS THE BORROWER SEQUENCE WITH THE NAME
               BEFORE AND AFTER.

       ENVIRONMENT DIVISION.

      *    MASTER LAYOUT - EACH IMAGE IS MOVED IN, ITS KEY TERMS ARE
      *    LIFTED OUT, AND THE SAME AREA SERVES THE OTHER IMAGE.
       COPY LOANMAST.
       COPY BORRMAST.

       01 WS-BEF-PRINCIPAL          PIC S9(9)V99 COMP-3.
       01 WS-BEF-RATE               PIC S9(3)V9(4) COMP-3.
       01 WS-AFT-PRINCIPAL          PIC S9(9)V99 COMP-3.
       01 WS-AFT-RATE               PIC S9(3)V9(4) COMP-3.
       01 WS-AFT-TERM               PIC S9(4) COMP.
       01 WS-BEF-NAME               PIC X(30).
       01 WS-AFT-NAME               PIC X(30).
       01 WS-BORROWER-SEQ           PIC 9(2).

       01 WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 40.
       01 WS-LINE-COUNT             PIC 9(02) COMP VALUE 99.
           05 DL-AFT-TERM       PIC ZZZ9.
           05 FILLER            PIC X(42) VALUE SPACES.

       01 BORROWER-DETAIL-LINE.
           05 BL-RUN-DATE       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BL-TXN-SEQ        PIC ZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BL-ACTION         PIC X(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 BL-LOAN-ID        PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(09) VALUE "BORROWER ".
           05 BL-BORROWER-SEQ   PIC 9(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BL-BEF-NAME       PIC X(30).
           05 FILLER            PIC X(04) VALUE " TO ".
           05 BL-AFT-NAME       PIC X(30).
           05 FILLER            PIC X(21) VALUE SPACES.

       01 SUMMARY-LINE.
           05 FILLER            PIC X(16) VALUE "ACTIONS LISTED: ".
           05 SL-COUNT          PIC ZZZ,ZZZ,ZZ9.
                   AND MA-RUN-DATE <= WS-THRU-DATE
                   AND (WS-TARGET-LOAN-ID = SPACES
                        OR MA-LOAN-ID = WS-TARGET-LOAN-ID)
               IF MA-ACTION = "B"
                   PERFORM DECODE-BORROWER-IMAGES
                   PERFORM PRINT-BORROWER-DETAIL
               ELSE
                   PERFORM DECODE-IMAGES
                   PERFORM PRINT-ONE-DETAIL
               END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-LISTED.

      *    A BORROWER ADDED BY AN ASSUMPTION HAS NO BEFORE IMAGE AND
      *    ONE DROPPED HAS NO AFTER IMAGE - EITHER PRINTS AS (NONE).
       DECODE-BORROWER-IMAGES.
           MOVE "(NONE)" TO WS-BEF-NAME WS-AFT-NAME
           IF MA-BEFORE-IMAGE NOT = SPACES
               MOVE MA-BEFORE-IMAGE TO BORROWER-MASTER-RECORD
               MOVE BR-BORROWER-SEQ TO WS-BORROWER-SEQ
               MOVE SPACES TO WS-BEF-NAME
               STRING BR-LAST-NAME  DELIMITED BY "  "
                      ", "          DELIMITED BY SIZE
                      BR-FIRST-NAME DELIMITED BY "  "
                   INTO WS-BEF-NAME
           END-IF
           IF MA-AFTER-IMAGE NOT = SPACES
               MOVE MA-AFTER-IMAGE TO BORROWER-MASTER-RECORD
               MOVE BR-BORROWER-SEQ TO WS-BORROWER-SEQ
               MOVE SPACES TO WS-AFT-NAME
               STRING BR-LAST-NAME  DELIMITED BY "  "
                      ", "          DELIMITED BY SIZE
                      BR-FIRST-NAME DELIMITED BY "  "
                   INTO WS-AFT-NAME
           END-IF.

       PRINT-BORROWER-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE MA-RUN-DATE      TO BL-RUN-DATE
           MOVE MA-TXN-SEQ       TO BL-TXN-SEQ
           MOVE MA-ACTION        TO BL-ACTION
           MOVE MA-LOAN-ID       TO BL-LOAN-ID
           MOVE WS-BORROWER-SEQ  TO BL-BORROWER-SEQ
           MOVE WS-BEF-NAME      TO BL-BEF-NAME
           MOVE WS-AFT-NAME      TO BL-AFT-NAME
           WRITE PRINT-LINE FROM BORROWER-DETAIL-LINE
           PERFORM CHECK-PRINT-STATUS
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-LISTED.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
               MOVE SPACES TO PRINT-LINE
