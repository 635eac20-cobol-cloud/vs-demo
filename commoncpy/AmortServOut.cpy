               88 SVC-OK                          VALUE "N".
               88 SVC-ERROR                       VALUE "Y".
           03 SVCSUSPENSEBAL        PIC S9(9)V99   COMP-3.
      *    HOW THE PAYMENT SPLIT AND WHERE IT LEFT THE LOAN - FILLED
      *    FOR A SIMPLE-INTEREST LOAN, ZERO FOR A SCHEDULED ONE.
           03 SVCINTAPPLIED         PIC S9(9)V99   COMP-3.
           03 SVCPRINAPPLIED        PIC S9(9)V99   COMP-3.
           03 SVCPRINCIPALBAL       PIC S9(9)V99   COMP-3.
           03 SVCACCRUALDATE        PIC 9(8).
