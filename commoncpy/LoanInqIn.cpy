      *    LOAN INQUIRY REQUEST FOR THE LOANINQ SUBPROGRAM - THE LOAN
      *    TO SHOW AND WHO IS ASKING. EVERY INQUIRY, ANSWERED OR NOT,
      *    IS LOGGED TO THE INQUIRY AUDIT FILE (INQAUDIT) UNDER THE
      *    USER ID AND WORKSTATION GIVEN HERE FOR THE PRIVACY AUDIT; A
      *    BLANK USER ID IS REFUSED.
       01 LOANINQUIRY.
           03 INQLOANID             PIC X(10).
           03 INQUSERID             PIC X(20).
           03 INQWORKSTATION        PIC X(20).
