      *    Voluntary excess carried by the risk - 1% premium
      *    discount per 1.000 of excess, capped at 15%
           05  VOLUNTARY-EXCESS     PIC 9(9).
      *    Date the risk is priced at (YYYY-MM-DD) - picks the
      *    MOTORRATE tariff in force; blank means today
           05  RATING-DATE          PIC X(10).
      *    In: a MOTORRATE version to price on regardless of date
      *    (0 = the version in force on RATING-DATE; an unknown
      *    version gives RET-CODE 16). Returned: the version the
      *    premium was priced on (0 = no tariff loaded, built-in
      *    standard factors)
           05  RATE-VERSION         PIC 9(9).
      *    In: the policyholder's profession-group code (PGMAST);
      *    blank means read it off the customer holding POLICY-NUM.
      *    Returned: the code rated on and PROF-GROUP-STATUS - 'A'
      *    factor applied, 'E' code outside its PGMAST validity
      *    dates on the rating date or 'U' not on the master (both
      *    rated neutral, the code wants remapping), space when no
      *    group is held
           05  PROF-GROUP           PIC X(1).
           05  PROF-GROUP-STATUS    PIC X(1).
      *    In: 'Y' when the caller has already looked PROF-GROUP
      *    up on PGMAST itself - an online caller reads the master
      *    through CICS file control, which PGLOOK's own file I/O
      *    cannot run under. PROF-GROUP-STATUS then carries the
      *    caller's verdict in: 'U' not on the master, 'E' outside
      *    its validity dates, space valid or master unavailable.
      *    Anything else and the module checks the code through
      *    PGLOOK
           05  PROF-GROUP-CHECKED   PIC X(1).
