           05  POLICY-NUM           PIC 9(9).
      *    Date the fleet is rated at (YYYY-MM-DD) - the claims
      *    experience counts the three years up to it
           05  RATING-DATE          PIC X(10).
           05  CALCULATED-PREMIUM   PIC 9(7)V99.
           05  RET-CODE             PIC X(2).
      *    Returned - vehicles on the schedule that were rated and
      *    the claims that made up the experience factor
           05  VEHICLE-COUNT        PIC 9(5).
           05  CLAIMS-COUNT         PIC 9(5).
      *    Voluntary excess carried by the fleet - 1% premium
      *    discount per 1.000 of excess, capped at 15%. Zero takes
      *    the excess on the FLEET row
           05  VOLUNTARY-EXCESS     PIC 9(9).
