      *    DUE-DATE CALENDAR PARAMETERS FOR THE DUEDATE SUBPROGRAM -
      *    FUNCTION "D" RETURNS THE DUE DATE OF PAYMENT DDP-PAYMENT-NO;
      *    FUNCTION "C" RETURNS IN DDP-DUE-COUNT HOW MANY PAYMENTS HAVE
      *    FALLEN DUE ON OR BEFORE DDP-AS-OF-DATE. EITHER WAY THE
      *    FREQUENCY'S PAYMENTS PER YEAR AND NOMINAL CYCLE LENGTH IN
      *    DAYS COME BACK TOO. DUE DATES ARE RETURNED ON THE
      *    SCHEDULE'S NOMINAL DAY - A 31ST IN A 30-DAY MONTH STAYS
      *    THE 31ST, AND THE DAY-COUNT AND BUSINESS-DAY ROUTINES ROLL
      *    IT BACK THE WAY THEY ALWAYS HAVE.
       01 DUEDATE-PARMS.
           03 DDP-FUNCTION        PIC X(01).
               88 DDP-DATE-OF-PAYMENT        VALUE "D".
               88 DDP-COUNT-DUE              VALUE "C".
           03 DDP-FREQ-CODE       PIC X(01).
               88 DDP-MONTHLY                VALUE "M" SPACE.
               88 DDP-BIWEEKLY               VALUE "B".
               88 DDP-SEMIMONTHLY            VALUE "S".
           03 DDP-FIRST-PMT-DATE  PIC 9(8).
           03 DDP-FPD-R REDEFINES DDP-FIRST-PMT-DATE.
               05 DDP-FPD-YEAR    PIC 9(4).
               05 DDP-FPD-MONTH   PIC 9(2).
               05 DDP-FPD-DAY     PIC 9(2).
           03 DDP-PAYMENT-NO      PIC S9(4)      COMP.
           03 DDP-AS-OF-DATE      PIC 9(8).
           03 DDP-DUE-DATE        PIC 9(8).
           03 DDP-DUE-R REDEFINES DDP-DUE-DATE.
               05 DDP-DUE-YEAR    PIC 9(4).
               05 DDP-DUE-MONTH   PIC 9(2).
               05 DDP-DUE-DAY     PIC 9(2).
           03 DDP-DUE-COUNT       PIC S9(4)      COMP.
           03 DDP-PERIODS-PER-YR  PIC S9(4)      COMP.
           03 DDP-CYCLE-DAYS      PIC S9(4)      COMP.
