      *    FEE LEDGER PARAMETERS FOR THE FEESERV SUBPROGRAM. EVERY
      *    CALL NAMES THE LOAN; THE FUNCTION SAYS WHAT TO DO WITH IT:
      *      "A" ASSESS A FEE OF FEP-FEE-TYPE DATED FEP-TRAN-DATE. A
      *          ZERO FEP-AMOUNT TAKES THE AMOUNT FROM THE SERVICING
      *          RULES FILE FOR THE LOAN'S PRODUCT AND STATE (RETURNED
      *          ITEM AND PAYOFF STATEMENT FEES ONLY); NO SCHEDULED FEE,
      *          OR A BANKRUPTCY STAY OR SCRA PROTECTION IN FORCE ON
      *          FEP-TRAN-DATE, RETURNS FEP-NO-FEE.
      *      "W" WAIVE FEP-AMOUNT OF FEE FEP-FEE-SEQ-NO (ZERO WAIVES
      *          EVERYTHING STILL OUTSTANDING ON IT).
      *      "P" APPLY UP TO FEP-AMOUNT OF PAYMENT FEP-PAYMENT-NO'S
      *          FUNDS TO OUTSTANDING FEES, OLDEST FEE FIRST.
      *      "U" BACK OUT EVERY APPLICATION MADE FROM PAYMENT
      *          FEP-PAYMENT-NO OR ANY LATER PAYMENT.
      *      "Q" TOTAL THE FEES STILL OUTSTANDING.
      *    FEP-APPLIED COMES BACK WITH THE DOLLARS ASSESSED, WAIVED,
      *    APPLIED, OR BACKED OUT, AND FEP-OUTSTANDING/FEP-OPEN-COUNT
      *    WITH WHAT IS STILL OWED WHEN THE CALL IS DONE.
       01 FEE-PARMS.
           03 FEP-FUNCTION        PIC X(01).
               88 FEP-ASSESS                 VALUE "A".
               88 FEP-WAIVE                  VALUE "W".
               88 FEP-APPLY                  VALUE "P".
               88 FEP-UNAPPLY                VALUE "U".
               88 FEP-QUERY                  VALUE "Q".
           03 FEP-LOAN-ID         PIC X(10).
           03 FEP-PRODUCT-CODE    PIC X(04).
           03 FEP-STATE-CODE      PIC X(02).
           03 FEP-LEGAL-STATUS    PIC X(01).
               88 FEP-LEGAL-BANKRUPTCY       VALUE "B".
           03 FEP-LEGAL-STATUS-DATE PIC 9(8).
      *    SCRA PROTECTED PERIOD FROM THE LOAN MASTER - ZERO START, NOT
      *    PROTECTED; ZERO END, PROTECTED UNTIL FURTHER NOTICE.
           03 FEP-SCRA-START-DATE PIC 9(8).
           03 FEP-SCRA-END-DATE   PIC 9(8).
           03 FEP-FEE-TYPE        PIC X(02).
           03 FEP-FEE-SEQ-NO      PIC 9(6).
           03 FEP-TRAN-DATE       PIC 9(8).
           03 FEP-AMOUNT          PIC S9(9)V99   COMP-3.
           03 FEP-REASON-CODE     PIC X(02).
           03 FEP-PAYMENT-NO      PIC 9(4).
           03 FEP-PROGRAM         PIC X(08).
           03 FEP-APPLIED         PIC S9(9)V99   COMP-3.
           03 FEP-OUTSTANDING     PIC S9(9)V99   COMP-3.
           03 FEP-OPEN-COUNT      PIC S9(4)      COMP.
           03 FEP-RETURN-CODE     PIC X(02).
               88 FEP-OK                     VALUE "00".
               88 FEP-NOT-FOUND              VALUE "NF".
               88 FEP-NO-FEE                 VALUE "NO".
               88 FEP-OVER-OUTSTANDING       VALUE "OV".
               88 FEP-ERROR                  VALUE "IO".
