      *    COMPANY TABLE PARAMETERS FOR THE COMPSERV SUBPROGRAM. THE
      *    TABLE IS LOADED ON THE FIRST CALL AND HELD FOR THE REST OF
      *    THE RUN. A BLANK COMPANY CODE IS THE HOME COMPANY "01" AND
      *    COMES BACK NORMALIZED. EVERY CALL THAT FINDS A COMPANY
      *    RETURNS ITS RECORD IN THE SECOND PARAMETER (SEE COMPMAST),
      *    ITS SLOT NUMBER IN CMP-COMPANY-IX - 1 THROUGH
      *    CMP-COMPANY-COUNT, FOR CALLERS THAT KEEP TOTALS PER
      *    COMPANY - AND THE NUMBER OF COMPANIES ON THE TABLE.
      *      "L" LOOK UP COMPANY CMP-COMPANY-CODE.
      *      "N" RETURN THE COMPANY IN SLOT CMP-COMPANY-IX, FOR A RUN
      *          THAT WORKS THROUGH EVERY COMPANY IN TURN; PAST THE
      *          LAST SLOT RETURNS CMP-NOT-FOUND.
      *      "K" FIND THE COMPANY WHOSE LOCKBOX IS CMP-LOCKBOX-ID. A
      *          BLANK LOCKBOX ID IS THE HOME COMPANY'S.
      *      "A" TRANSLATE STANDARD GL ACCOUNT CMP-GL-ACCOUNT, IN
      *          PLACE, TO COMPANY CMP-COMPANY-CODE'S OWN ACCOUNT.
      *      "S" SELECT - RETURN THE ONE COMPANY THIS RUN IS LIMITED
      *          TO BY THE OPTIONAL COMPANY-SELECTION CARD (COMPSEL)
      *          IN CMP-SELECT-CODE, SPACES WHEN THERE IS NO CARD AND
      *          THE RUN COVERS EVERY COMPANY.
      *      "C" CHECK WHETHER COMPANY CMP-COMPANY-CODE IS ONE THIS
      *          RUN COVERS - CMP-SELECTED OR CMP-NOT-SELECTED.
      *    NO COMPANY TABLE AT ALL MEANS THE ONE HOME COMPANY, WITH
      *    NO FILER, BANK, OR GL OVERRIDES. A CODE NOT ON THE TABLE
      *    RETURNS CMP-NOT-FOUND.
       01 COMPANY-PARMS.
           03 CMP-FUNCTION        PIC X(01).
               88 CMP-LOOK-UP                VALUE "L".
               88 CMP-NEXT-COMPANY           VALUE "N".
               88 CMP-FIND-LOCKBOX           VALUE "K".
               88 CMP-MAP-ACCOUNT            VALUE "A".
               88 CMP-GET-SELECTION          VALUE "S".
               88 CMP-CHECK-SELECTION        VALUE "C".
           03 CMP-COMPANY-CODE    PIC X(02).
           03 CMP-LOCKBOX-ID      PIC X(08).
           03 CMP-GL-ACCOUNT      PIC X(06).
           03 CMP-COMPANY-IX      PIC S9(4)      COMP.
           03 CMP-COMPANY-COUNT   PIC S9(4)      COMP.
           03 CMP-SELECT-CODE     PIC X(02).
           03 CMP-SELECT-SW       PIC X(01).
               88 CMP-SELECTED               VALUE "Y".
               88 CMP-NOT-SELECTED           VALUE "N".
           03 CMP-RETURN-CODE     PIC X(02).
               88 CMP-OK                     VALUE "00".
               88 CMP-NOT-FOUND              VALUE "NF".
               88 CMP-ERROR                  VALUE "IO".
