           05  POLICY-NUM           PIC 9(9).
      *    E = Europe, W = worldwide
           05  COVER-AREA           PIC X(1).
           05  PERSONS              PIC 9(2).
           05  WINTER-SPORTS        PIC X(1).
      *    Longest single trip covered, in days (1-90)
           05  TRIP-DAYS            PIC 9(3).
           05  CALCULATED-PREMIUM   PIC 9(7)V99.
           05  RET-CODE             PIC X(2).
      *    Voluntary excess carried by the risk - 1% premium
      *    discount per 1.000 of excess, capped at 15%
           05  VOLUNTARY-EXCESS     PIC 9(9).
