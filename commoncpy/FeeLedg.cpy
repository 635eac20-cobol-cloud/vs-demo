      *    PER-LOAN MISCELLANEOUS FEE LEDGER - A SIBLING OF THE ESCROW
      *    LEDGER, MAINTAINED ONLY THROUGH THE FEE LEDGER ROUTINE
      *    (FEESERV). AN "F" RECORD IS ONE FEE ASSESSED - RETURNED
      *    ITEM, PAYOFF STATEMENT, PROPERTY INSPECTION, MODIFICATION,
      *    ASSUMPTION, OR OTHER - CARRYING WHAT HAS BEEN PAID AGAINST
      *    IT AND WHAT HAS BEEN WAIVED; AMOUNT LESS PAID LESS WAIVED IS
      *    STILL OUTSTANDING. A "P" RECORD IS ONE APPLICATION OF A
      *    POSTED PAYMENT'S FUNDS TO ONE FEE, SO A REVERSAL CAN BACK
      *    EXACTLY THAT MONEY OUT AGAIN. THE LATE FEE IS NOT HERE - IT
      *    STILL ROLLS ON THE PAYMENT-HISTORY LEDGER.
       01 FEE-LEDGER-RECORD.
           05 FL-KEY.
               10 FL-LOAN-ID      PIC X(10).
               10 FL-SEQ-NO       PIC 9(6).
           05 FL-RECORD-TYPE      PIC X(01).
               88 FL-FEE-ASSESSED            VALUE "F".
               88 FL-FEE-PAYMENT             VALUE "P".
           05 FL-FEE-TYPE         PIC X(02).
               88 FL-FEE-NSF                 VALUE "NS".
               88 FL-FEE-PAYOFF-STMT         VALUE "PS".
               88 FL-FEE-INSPECTION          VALUE "IN".
               88 FL-FEE-MODIFICATION        VALUE "MD".
               88 FL-FEE-ASSUMPTION          VALUE "AS".
               88 FL-FEE-OTHER               VALUE "OT".
               88 FL-FEE-TYPE-VALID          VALUE "NS" "PS" "IN"
                                                   "MD" "AS" "OT".
           05 FL-TRAN-DATE        PIC 9(8).
           05 FL-AMOUNT           PIC S9(7)V99   COMP-3.
      *    "F" RECORDS ONLY - RUNNING TOTALS AGAINST THE FEE.
           05 FL-PAID             PIC S9(7)V99   COMP-3.
           05 FL-WAIVED           PIC S9(7)V99   COMP-3.
           05 FL-ASSESS-REASON    PIC X(02).
           05 FL-WAIVE-REASON     PIC X(02).
           05 FL-WAIVE-DATE       PIC 9(8).
      *    "P" RECORDS ONLY - THE FEE PAID AND THE PAYMENT NUMBER WHOSE
      *    FUNDS PAID IT. A BACKED-OUT APPLICATION STAYS ON FILE,
      *    FLAGGED, FOR THE AUDIT TRAIL.
           05 FL-FEE-SEQ-NO       PIC 9(6).
           05 FL-PAYMENT-NO       PIC 9(4).
           05 FL-REVERSED-SW      PIC X(01).
               88 FL-APPLICATION-REVERSED    VALUE "Y".
           05 FL-PROGRAM          PIC X(08).
           05 FILLER              PIC X(20).
