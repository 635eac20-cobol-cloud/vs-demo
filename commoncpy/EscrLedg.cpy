               88 EL-TAX-DISBURSE            VALUE "T".
               88 EL-INS-DISBURSE            VALUE "I".
               88 EL-REFUND                  VALUE "R".
      *    THE UNEARNED PART OF A CANCELLED LENDER-PLACED PREMIUM,
      *    CREDITED BACK TO ESCROW (SEE AMORTINS).
               88 EL-PREMIUM-REFUND          VALUE "P".
      *    A DISBURSEMENT CHECK VOIDED UNCASHED (SEE AMORTCKR) - THE
      *    AMOUNT GOES BACK INTO ESCROW AND THE BILL IS OWED AGAIN.
               88 EL-CHECK-VOID              VALUE "V".
      *    STATE-MANDATED INTEREST ON THE ESCROW BALANCE, CREDITED
      *    BY THE ESCROW-INTEREST RUN (AMORTEIN) AS OF THE LAST DAY
      *    OF THE CREDITING PERIOD AND REPORTED ON FORM 1099-INT
      *    (AMORT99I).
               88 EL-INTEREST-CREDIT         VALUE "N".
           05 EL-AMOUNT           PIC S9(9)V99   COMP-3.
           05 EL-BALANCE          PIC S9(9)V99   COMP-3.
           05 EL-PAYEE-ID         PIC X(08).
      *    DISBURSEMENT RUN CAN TELL A BILL ALREADY PAID FROM ONE
      *    STILL OWING WITHOUT MARKING THE HAND-MAINTAINED PAYEE FILE.
           05 EL-BILL-DUE-DATE    PIC 9(8).
      *    THE CHECK THAT PAID A DISBURSEMENT, OR THAT A VOID
      *    REVERSES - MEANINGLESS ON ANY OTHER RECORD.
           05 EL-CHECK-NO         PIC 9(9)       COMP.
