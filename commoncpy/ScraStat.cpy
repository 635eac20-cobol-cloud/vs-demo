      *    SCRA ACTIVE-DUTY STATUS - ONE RECORD PER BORROWER THE
      *    MONTHLY SCRA RUN (AMORTSCR) HAS CHECKED AGAINST THE DMDC
      *    STATUS RESPONSE, KEYED LIKE THE BORROWER MASTER BY LOAN AND
      *    BORROWER SEQUENCE. THE ACTIVE-DUTY DATES ARE THE LAST ONES
      *    DMDC REPORTED (ZERO END WHILE STILL SERVING); A BORROWER
      *    MISSING FROM A MONTH'S RESPONSE KEEPS WHAT IS ON FILE. THE
      *    LOAN'S PROTECTED PERIOD ITSELF IS CARRIED ON THE LOAN
      *    MASTER.
       01 SCRA-STATUS-RECORD.
           05 SC-KEY.
               10 SC-LOAN-ID      PIC X(10).
               10 SC-BORROWER-SEQ PIC 9(2).
           05 SC-SSN              PIC 9(9).
           05 SC-AD-START-DATE    PIC 9(8).
           05 SC-AD-END-DATE      PIC 9(8).
           05 SC-STATUS           PIC X(01).
               88 SC-ACTIVE-DUTY             VALUE "A".
               88 SC-SERVICE-ENDED           VALUE "E".
      *    THE LOAN WAS TAKEN OUT AFTER SERVICE BEGAN - THE CAP ONLY
      *    PROTECTS OBLIGATIONS INCURRED BEFORE IT.
               88 SC-INELIGIBLE              VALUE "I".
               88 SC-NOT-ON-DUTY             VALUE "N".
      *    DMDC KNEW THE SSN UNDER ANOTHER SURNAME - HELD FOR REVIEW,
      *    NOT ACTED ON.
               88 SC-NAME-MISMATCH           VALUE "M".
           05 SC-NOTE-RATE        PIC S9(3)V9(4) COMP-3.
           05 SC-CAP-RATE         PIC S9(3)V9(4) COMP-3.
           05 SC-FIRST-SEEN-DATE  PIC 9(8).
           05 SC-LAST-VERIFIED-DATE PIC 9(8).
           05 FILLER              PIC X(20).
