               88 LEGAL-FORECLOSURE          VALUE "F".
               88 LEGAL-CEASE-DESIST         VALUE "D".
           03 LEGALSTATUSDATE PIC 9(8).
      *    SERVICING METHOD - SEE THE LOAN MASTER LAYOUT. FOR A
      *    SIMPLE-INTEREST LOAN A CALLER PRICING A PAYOFF SUPPLIES THE
      *    BALANCE AND PAID-THROUGH DATE FROM THE LAST LEDGER RECORD.
           03 SERVICINGMETHOD PIC X(01).
               88 SERVICE-SCHEDULED          VALUE "S" " ".
               88 SERVICE-SIMPLE-INTEREST    VALUE "I".
           03 SIPRINCIPALBAL  PIC S9(9)V99    COMP-3.
           03 SIACCRUALDATE   PIC 9(8).
      *    SERVICEMEMBERS CIVIL RELIEF ACT RATE CAP - SEE THE LOAN
      *    MASTER LAYOUT. PAYMENTS SCRASTARTNO THROUGH SCRAENDNO (ZERO
      *    END WHILE THE BORROWER IS STILL SERVING) ARE PRICED AT NO
      *    MORE THAN THE CAP RATE, AND THE NOTE RATE COMES BACK THE
      *    PAYMENT AFTER. ZERO CAP RATE MEANS NO CAP.
           03 SCRACAPRATE     PIC S9(3)V9(4)  COMP-3.
           03 SCRASTARTNO     PIC S9(4)       COMP.
           03 SCRAENDNO       PIC S9(4)       COMP.
