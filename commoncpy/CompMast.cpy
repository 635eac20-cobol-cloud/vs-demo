      *    COMPANY TABLE - ONE RECORD PER SERVICING ENTITY, KEPT BY
      *    HAND AS A SMALL SEQUENTIAL FILE (COMPTBL) AND READ ONLY
      *    THROUGH THE COMPSERV SUBPROGRAM. EVERY LOAN NAMES ITS
      *    COMPANY ON THE LOAN MASTER (LM-COMPANYCODE); A BLANK CODE
      *    IS THE HOME COMPANY "01", WHICH IS WHAT EVERY LOAN BOARDED
      *    BEFORE THE SECOND ENTITY CARRIES. THE RECORD HOLDS WHAT
      *    DIFFERS BETWEEN ENTITIES: THE FORM 1098 FILER IDENTITY, THE
      *    LOCKBOX THE ENTITY'S BORROWERS PAY TO AND ITS ACH ORIGIN,
      *    THE CUSTODIAL (CLEARING) AND INVESTOR REMITTANCE BANK
      *    ACCOUNTS, AND THE GENERAL-LEDGER ACCOUNT MAP. A BLANK FILER
      *    OR ACH FIELD TAKES WHAT THE RUN'S OWN PARAMETER CARD SAYS,
      *    AND A BLANK CREDIT-BUREAU REPORTER ID THE HOME COMPANY'S.
      *    THE RECORD IS 620 BYTES.
       01 COMPANY-RECORD.
           05 CM-COMPANY-CODE     PIC X(02).
           05 CM-COMPANY-NAME     PIC X(40).
           05 CM-FILER-TIN        PIC X(09).
           05 CM-FILER-NAME       PIC X(40).
           05 CM-LOCKBOX-ID       PIC X(08).
           05 CM-ACH-COMPANY-NAME PIC X(16).
           05 CM-ACH-COMPANY-ID   PIC X(10).
           05 CM-CUSTODIAL-ROUTING PIC X(09).
           05 CM-CUSTODIAL-ACCOUNT PIC X(17).
           05 CM-REMIT-ROUTING    PIC X(09).
           05 CM-REMIT-ACCOUNT    PIC X(17).
      *    THE GL MAP TRANSLATES THE STANDARD CHART OF ACCOUNTS THE
      *    JOURNAL RUNS WRITE (110200 CASH CLEARING, 401100 INTEREST
      *    INCOME, AND SO ON) INTO THE ENTITY'S OWN LEDGER ACCOUNTS.
      *    A STANDARD ACCOUNT NOT IN THE MAP POSTS UNCHANGED, SO THE
      *    HOME COMPANY NEEDS NO MAP AT ALL; THE FIRST BLANK ENTRY
      *    ENDS THE MAP.
           05 CM-GL-MAP-ENTRY OCCURS 30.
               10 CM-GL-STANDARD  PIC X(06).
               10 CM-GL-COMPANY   PIC X(06).
      *    THE IDENTITY THE ENTITY FURNISHES CREDIT DATA UNDER.
           05 CM-BUREAU-REPORTER-ID PIC X(10).
      *    THE ACCOUNT THE ENTITY'S ESCROW CHECKS ARE DRAWN ON AND THE
      *    BLOCK OF CHECK NUMBERS RESERVED TO IT. THE BLOCKS OF TWO
      *    ENTITIES MUST NOT OVERLAP, SINCE THE CHECK NUMBER KEYS THE
      *    ESCROW CHECK REGISTER. A BLANK ACCOUNT MEANS THE ENTITY
      *    DRAWS ON THE ACCOUNT AND STOCK OF THE CHECK STOCK CONTROL
      *    RECORD (CHKSTOCK), WHICH ONLY THE HOME COMPANY MAY DO.
           05 CM-DISB-ROUTING     PIC X(09).
           05 CM-DISB-ACCOUNT     PIC X(12).
           05 CM-CHECK-FIRST-NO   PIC 9(9).
           05 CM-CHECK-LAST-NO    PIC 9(9).
      *    THE SERVICER ID AND TOLL-FREE CUSTOMER NUMBER THE ENTITY
      *    DEALS WITH BORROWERS AND OTHER SERVICERS UNDER - ON THE
      *    SERVICING TRANSFER TAPE AND NOTICE, FOR ONE. BLANK TAKES
      *    WHAT THE RUN'S OWN PARAMETER CARD SAYS.
           05 CM-SERVICER-ID      PIC X(08).
           05 CM-SERVICE-PHONE    PIC X(12).
           05 FILLER              PIC X(14).
