      *    STATE LIEN-RELEASE DEADLINES, MAINTAINED BY COMPLIANCE THE
      *    SAME WAY AS THE SERVICING RULES - ONE ROW PER STATE WITH AN
      *    EFFECTIVE DATE, DISPLAY-NUMERIC SO THE FILE STAYS HAND-
      *    MAINTAINABLE. THE DEADLINE IS THE NUMBER OF CALENDAR DAYS
      *    AFTER THE PAYOFF FUNDS ARRIVE BY WHICH THE SATISFACTION
      *    MUST BE RECORDED. A BLANK STATE IS THE DEFAULT ROW FOR ANY
      *    STATE WITHOUT ONE OF ITS OWN; OF THE ROWS IN EFFECT ON THE
      *    PAYOFF DATE, THE LATEST GOVERNS.
       01  LIEN-RULE-RECORD.
           05 SL-STATE-CODE     PIC X(02).
           05 SL-EFFECTIVE-DATE PIC 9(8).
           05 SL-DEADLINE-DAYS  PIC 9(3).
           05 SL-PENALTY-TEXT   PIC X(40).
