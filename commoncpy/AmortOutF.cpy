           05 OUT-PAY-YEAR           PIC 9(04).
           05 OUT-RUN-DATE           PIC 9(08).
           05 OUT-NOTE-RATE          PIC S9(3)V9(4).
           05 OUT-ESCROW-AMT         PIC S9(7)V99.
      *    TRAILER VIEW OF THE SAME RECORD - FLAGGED BY THE MARKER IN
      *    THE LOAN-ID POSITION SO DOWNSTREAM READERS THAT DON'T CARE
      *    CAN STILL SKIP IT ON LOAN ID ALONE.
           05 OTR-RECORD-COUNT       PIC 9(09).
           05 OTR-PRINC-TOTAL        PIC S9(13)V99.
           05 OTR-INT-TOTAL          PIC S9(13)V99.
           05 FILLER                 PIC X(58).
