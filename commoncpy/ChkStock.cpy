      *    ESCROW CHECK STOCK CONTROL - ONE RECORD NAMING THE ESCROW
      *    DISBURSEMENT ACCOUNT AND THE RANGE OF CHECK NUMBERS ON THE
      *    STOCK LOADED IN THE PRINTER. TREASURY SETS THE FIRST, LAST,
      *    AND NEXT NUMBERS WHEN A NEW BOX IS LOADED; THE DISBURSEMENT
      *    RUN (AMORTDSB) ISSUES FROM THE NEXT NUMBER AND WRITES IT
      *    BACK, AND CUTS NOTHING PAST THE LAST. DISPLAY-NUMERIC SO
      *    THE RECORD STAYS HAND-MAINTAINABLE. THE RECORD IS THE HOME
      *    COMPANY'S STOCK; A COMPANY WHOSE ENTRY ON THE COMPANY TABLE
      *    NAMES A DISBURSEMENT ACCOUNT ISSUES FROM THE BLOCK OF CHECK
      *    NUMBERS THE TABLE RESERVES TO IT INSTEAD.
       01  CHECK-STOCK-RECORD.
           05 CS-BANK-ROUTING      PIC X(09).
           05 CS-ACCOUNT-NO        PIC X(12).
           05 CS-FIRST-CHECK-NO    PIC 9(9).
           05 CS-LAST-CHECK-NO     PIC 9(9).
           05 CS-NEXT-CHECK-NO     PIC 9(9).
           05 CS-LAST-ISSUE-DATE   PIC 9(8).
           05 FILLER               PIC X(20).
