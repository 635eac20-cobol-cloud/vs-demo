       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVCNV.
       REMARKS. ONE-TIME SERVICING RULES CONVERSION. THE RULE ROW GREW
               FROM 36 TO 50 BYTES - THE RETURNED-ITEM (NSF) FEE AND
               THE PAYOFF STATEMENT FEE WERE ADDED AT THE END OF THE
               ROW FOR THE FEE LEDGER ROUTINE (FEESERV) - AND SINCE
               THE RULES FILE IS FIXED-LENGTH SEQUENTIAL, A FILE KEPT
               UNDER THE OLD LAYOUT IS MISREAD FROM ITS SECOND ROW ON
               UNDER THE NEW ONE. OPERATIONS RENAMES THE LIVE FILE TO
               THE OLD-RULES NAME, RUNS THIS CONVERSION ONCE, AND THE
               NEW-LAYOUT FILE COMES OUT THE OTHER SIDE WITH EVERY ROW
               CARRIED ACROSS IN ITS ORIGINAL ORDER, THE LATE-FEE
               TERMS AS THEY STOOD, AND BOTH FEE COLUMNS BLANK - A
               BLANK FEE COLUMN SAYS NOTHING ABOUT THAT FEE, SO NO
               CONVERTED ROW STANDS IN THE WAY OF A FEE COMPLIANCE
               LATER SCHEDULES ON A MORE GENERAL ROW. THE OLD ROW
               LAYOUT IS CARRIED HERE IN FULL, FROZEN AS IT STOOD, SO
               THE CONVERSION NEVER DRIFTS WITH THE LIVE COPYBOOK.
               RERUNNING AGAINST THE SAME OLD FILE JUST REPRODUCES THE
               SAME OUTPUT; THE TARGET IS WRITTEN FRESH EACH RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RULE-FILE ASSIGN TO "SERVRULO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SERVICING-RULE-FILE ASSIGN TO "SERVRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    THE RULE ROW AS IT STOOD BEFORE THE FEE SCHEDULE WAS ADDED -
      *    EVERY FIELD IN ITS ORIGINAL ORDER AND PICTURE. 36 BYTES.
       FD  OLD-RULE-FILE.
       01  OLD-RULE-RECORD.
           05 OR-PRODUCT-CODE   PIC X(04).
           05 OR-STATE-CODE     PIC X(02).
           05 OR-EFFECTIVE-DATE PIC 9(8).
           05 OR-GRACE-DAYS     PIC 9(3).
           05 OR-LATE-FEE-PCT   PIC 9(1)V9(4).
           05 OR-LATE-FEE-CAP   PIC 9(5)V99.
           05 OR-LATE-FEE-MIN   PIC 9(5)V99.

       FD  SERVICING-RULE-FILE.
       COPY SERVRULE.

       WORKING-STORAGE SECTION.

       01 WS-OLD-STATUS             PIC X(02).
       01 WS-NEW-STATUS             PIC X(02).

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
          88 END-OF-OLD-RULES                 VALUE "Y".

       01 WS-ROWS-CONVERTED         PIC 9(9) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM READ-OLD-RECORD
           PERFORM CONVERT-ONE-RECORD
               UNTIL END-OF-OLD-RULES
           PERFORM FINALIZE-RUN
           GOBACK.

       INITIALIZE-RUN.
           OPEN INPUT OLD-RULE-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "SERVCNV: ERROR OPENING OLD SERVICING RULES"
               DISPLAY "SERVCNV: FILE STATUS " WS-OLD-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT SERVICING-RULE-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "SERVCNV: ERROR CREATING NEW SERVICING RULES"
               DISPLAY "SERVCNV: FILE STATUS " WS-NEW-STATUS
               STOP RUN
           END-IF.

       READ-OLD-RECORD.
           READ OLD-RULE-FILE
               AT END
                   SET END-OF-OLD-RULES TO TRUE
           END-READ
           IF NOT END-OF-OLD-RULES AND WS-OLD-STATUS NOT = "00"
               DISPLAY "SERVCNV: ERROR READING OLD SERVICING RULES"
               DISPLAY "SERVCNV: FILE STATUS " WS-OLD-STATUS
               STOP RUN
           END-IF.

      *    THE ROW IS MOVED ACROSS BYTE FOR BYTE RATHER THAN FIELD BY
      *    FIELD - THE FILE IS HAND-MAINTAINED, AND A COLUMN SOMEONE
      *    LEFT BLANK OR MISKEYED MUST COME OUT EXACTLY AS IT WENT IN
      *    FOR THE READERS' OWN EDITS TO PASS OVER IT AS BEFORE.
       CONVERT-ONE-RECORD.
           MOVE SPACES          TO SERVICING-RULE-RECORD
           MOVE OLD-RULE-RECORD TO SERVICING-RULE-RECORD(1:36)
           WRITE SERVICING-RULE-RECORD
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "SERVCNV: ERROR WRITING NEW SERVICING RULES"
               DISPLAY "SERVCNV: FILE STATUS " WS-NEW-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-ROWS-CONVERTED
           PERFORM READ-OLD-RECORD.

       FINALIZE-RUN.
           CLOSE OLD-RULE-FILE
           CLOSE SERVICING-RULE-FILE
           DISPLAY "SERVCNV: " WS-ROWS-CONVERTED
                   " RULE ROWS CONVERTED".

       END PROGRAM SERVCNV.
