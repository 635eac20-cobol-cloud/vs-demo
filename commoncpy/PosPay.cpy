      *    POSITIVE-PAY ISSUE FILE FOR THE ESCROW DISBURSEMENT ACCOUNTS,
      *    WRITTEN FRESH BY EVERY DISBURSEMENT RUN (AMORTDSB) FOR THE
      *    BANK. FOR EACH SERVICING COMPANY'S ACCOUNT, ONE HEADER; ONE
      *    DETAIL PER CHECK ISSUED IN THE RUN AND PER VOID NOT YET
      *    REPORTED; AND A TRAILER WITH THE COUNTS AND AMOUNTS OF EACH.
      *    THE BANK PAYS NO ITEM THAT DOES NOT MATCH AN ISSUE ON FILE,
      *    AND NONE IT HAS BEEN TOLD IS VOID.
      *    DISPLAY-NUMERIC FIELDS, ZERO-FILLED.
       01  POSPAY-DETAIL-RECORD.
           05 PP-RECORD-TYPE       PIC X(01).
               88 PP-HEADER-REC              VALUE "H".
               88 PP-DETAIL-REC              VALUE "D".
               88 PP-TRAILER-REC             VALUE "T".
           05 PP-ACCOUNT-NO        PIC X(12).
           05 PP-CHECK-NO          PIC 9(9).
           05 PP-AMOUNT            PIC 9(9)V99.
           05 PP-ISSUE-DATE        PIC 9(8).
           05 PP-ISSUE-VOID        PIC X(01).
               88 PP-ISSUE                   VALUE "I".
               88 PP-VOID                    VALUE "V".
           05 PP-PAYEE-NAME        PIC X(30).
       01  POSPAY-HEADER-RECORD.
           05 PPH-RECORD-TYPE      PIC X(01).
           05 PPH-ACCOUNT-NO       PIC X(12).
           05 PPH-BANK-ROUTING     PIC X(09).
           05 PPH-FILE-DATE        PIC 9(8).
           05 FILLER               PIC X(42).
       01  POSPAY-TRAILER-RECORD.
           05 PPT-RECORD-TYPE      PIC X(01).
           05 PPT-ACCOUNT-NO       PIC X(12).
           05 PPT-ISSUE-COUNT      PIC 9(7).
           05 PPT-ISSUE-TOTAL      PIC 9(11)V99.
           05 PPT-VOID-COUNT       PIC 9(7).
           05 PPT-VOID-TOTAL       PIC 9(11)V99.
           05 FILLER               PIC X(19).
