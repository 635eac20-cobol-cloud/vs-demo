      *    CREDIT-BUREAU DISPUTE REGISTER - ONE RECORD PER ACDV
      *    (AUTOMATED CONSUMER DISPUTE VERIFICATION) RECEIVED THROUGH
      *    E-OSCAR, WRITTEN BY THE DISPUTE RUN (AMORTDSP) WHEN THE ACDV
      *    IS TAKEN IN AND UPDATED WHEN THE ANALYST'S RESPONSE GOES
      *    BACK. KEYED BY LOAN AND THE BUREAU'S CONTROL NUMBER, SO THE
      *    METRO 2 EXTRACT (AMORTM2) CAN FIND A LOAN'S DISPUTES WITH
      *    ONE START. AN ACDV NAMING AN ACCOUNT NOT ON THE LOAN MASTER
      *    IS STILL REGISTERED - UNDER THE FIRST TEN CHARACTERS OF
      *    THE ACCOUNT NUMBER THE BUREAU SENT - SO IT IS ANSWERED
      *    INSIDE THE DEADLINE LIKE ANY OTHER, BY THE HOME COMPANY.
       01 DISPUTE-REGISTER-RECORD.
           05 DR-KEY.
               10 DR-LOAN-ID      PIC X(10).
               10 DR-CONTROL-NO   PIC X(15).
           05 DR-BUREAU           PIC X(02).
      *    THE ACCOUNT NUMBER EXACTLY AS THE BUREAU SENT IT, RETURNED
      *    ON THE RESPONSE.
           05 DR-ACCOUNT-NUMBER   PIC X(30).
           05 DR-DISPUTE-CODE     PIC X(03).
           05 DR-RECEIVED-DATE    PIC 9(8).
      *    THE RESPONSE DUE DATE THE ACDV CARRIED, OR THIRTY DAYS
      *    FROM RECEIPT WHEN IT CARRIED NONE.
           05 DR-DUE-DATE         PIC 9(8).
           05 DR-MATCH-STATUS     PIC X(01).
               88 DR-MATCHED                 VALUE "M".
               88 DR-CONSUMER-NOT-FOUND      VALUE "C".
               88 DR-LOAN-NOT-FOUND          VALUE "U".
      *    THE CONSUMER AS THE BUREAU NAMED THEM, AND THE BORROWER
      *    MASTER SEQUENCE THE SSN MATCHED (ZERO WHEN IT MATCHED NONE).
           05 DR-SURNAME          PIC X(25).
           05 DR-FIRST-NAME       PIC X(20).
           05 DR-SSN              PIC 9(9).
           05 DR-BORROWER-SEQ     PIC 9(2).
      *    THE TRADE LINE AS THE BUREAU HOLDS IT - WHAT WE FURNISHED,
      *    FROM THE ACDV - AND AS THE MASTER AND LEDGER STOOD ON THE
      *    DAY IT WAS TAKEN IN. METRO 2 AMOUNTS ARE WHOLE DOLLARS.
           05 DR-FURNISHED.
               10 DR-F-DATE-OF-INFO   PIC 9(8).
               10 DR-F-ACCOUNT-STATUS PIC X(02).
               10 DR-F-CURRENT-BAL    PIC 9(9).
               10 DR-F-SCHEDULED-PMT  PIC 9(9).
               10 DR-F-ACTUAL-PMT     PIC 9(9).
               10 DR-F-PAST-DUE       PIC 9(9).
               10 DR-F-DATE-LAST-PMT  PIC 9(8).
               10 DR-F-DATE-OPENED    PIC 9(8).
           05 DR-TODAY.
               10 DR-T-AS-OF-DATE     PIC 9(8).
               10 DR-T-ACCOUNT-STATUS PIC X(02).
               10 DR-T-CURRENT-BAL    PIC 9(9).
               10 DR-T-SCHEDULED-PMT  PIC 9(9).
               10 DR-T-ACTUAL-PMT     PIC 9(9).
               10 DR-T-PAST-DUE       PIC 9(9).
               10 DR-T-DATE-LAST-PMT  PIC 9(8).
               10 DR-T-DATE-OPENED    PIC 9(8).
           05 DR-STATUS           PIC X(01).
               88 DR-OPEN                    VALUE "O".
               88 DR-RESPONDED               VALUE "R".
      *    THE ANALYST'S RESPONSE, AS KEYED FROM THE WORKSHEET.
           05 DR-RESPONSE-CODE    PIC X(02).
               88 DR-RESP-VERIFIED           VALUE "01".
               88 DR-RESP-DELETED            VALUE "03".
               88 DR-RESP-MODIFIED           VALUE "23".
               88 DR-RESP-VALID              VALUE "01" "03" "23".
           05 DR-RESPONSE-DATE    PIC 9(8).
           05 DR-ANALYST-ID       PIC X(08).
      *    WHAT THE RESPONSE SAID THE TRADE LINE SHOULD BE - THE
      *    FURNISHED VALUES WHEN VERIFIED, THE CORRECTED ONES WHEN
      *    MODIFIED.
           05 DR-CORRECTED.
               10 DR-C-ACCOUNT-STATUS PIC X(02).
               10 DR-C-CURRENT-BAL    PIC 9(9).
               10 DR-C-SCHEDULED-PMT  PIC 9(9).
               10 DR-C-ACTUAL-PMT     PIC 9(9).
               10 DR-C-PAST-DUE       PIC 9(9).
               10 DR-C-DATE-LAST-PMT  PIC 9(8).
               10 DR-C-DATE-OPENED    PIC 9(8).
      *    THE METRO 2 RUN THAT FURNISHED THE OUTCOME - THE CORRECTED
      *    SEGMENT, THE DELETION, OR THE DISPUTE-RESOLVED CONDITION
      *    CODE. ZERO UNTIL THEN; A RERUN ON THE SAME DATE FURNISHES
      *    IT AGAIN.
           05 DR-M2-FURNISHED-DATE PIC 9(8).
      *    THE SERVICING COMPANY THAT ANSWERS THE DISPUTE (SEE
      *    COMPMAST) - THE LOAN'S WHEN IT WAS TAKEN IN. BLANK ON A
      *    DISPUTE REGISTERED BEFORE THE FIELD WAS CARRIED IS THE HOME
      *    COMPANY.
           05 DR-COMPANY-CODE     PIC X(02).
           05 FILLER              PIC X(18).
