      *    STATE ESCROW-INTEREST TABLE, MAINTAINED BY COMPLIANCE THE
      *    SAME WAY AS THE LIEN-RELEASE RULES - ONE ROW PER STATE THAT
      *    REQUIRES INTEREST PAID ON ESCROW FUNDS, WITH AN EFFECTIVE
      *    DATE, DISPLAY-NUMERIC SO THE FILE STAYS HAND-MAINTAINABLE.
      *    OF A STATE'S ROWS IN EFFECT ON A CREDITING PERIOD'S LAST
      *    DAY, THE LATEST GOVERNS; A STATE WITH NO ROW PAYS NONE, AND
      *    A LATER ROW WITH A ZERO RATE ENDS THE REQUIREMENT. THE RATE
      *    IS AN ANNUAL PERCENTAGE ON THE AVERAGE DAILY BALANCE OF THE
      *    PERIOD, CREDITED MONTHLY, QUARTERLY, SEMI-ANNUALLY, OR
      *    ANNUALLY ON CALENDAR PERIODS; A PERIOD WHOSE AVERAGE
      *    BALANCE IS UNDER THE MINIMUM EARNS NOTHING.
       01  ESCROW-INT-RATE-RECORD.
           05 ER-STATE-CODE     PIC X(02).
           05 ER-EFFECTIVE-DATE PIC 9(8).
           05 ER-RATE           PIC 9(2)V9(4).
           05 ER-CREDIT-FREQ    PIC X(01).
               88 ER-CREDIT-MONTHLY          VALUE "M".
               88 ER-CREDIT-QUARTERLY        VALUE "Q".
               88 ER-CREDIT-SEMI-ANNUAL      VALUE "S".
               88 ER-CREDIT-ANNUAL           VALUE "A".
           05 ER-MIN-BALANCE    PIC 9(7)V99.
