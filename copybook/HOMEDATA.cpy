      *    Voluntary excess carried by the risk - 1% premium
      *    discount per 1.000 of excess, capped at 15%
           05  VOLUNTARY-EXCESS     PIC 9(9).
      *    In: the policyholder's profession-group code (PGMAST);
      *    blank means read it off the customer holding POLICY-NUM.
      *    Returned: the code rated on and PROF-GROUP-STATUS - 'A'
      *    factor applied, 'E' code outside its PGMAST validity
      *    dates on the rating date or 'U' not on the master (both
      *    rated neutral, the code wants remapping), space when no
      *    group is held
           05  PROF-GROUP           PIC X(1).
           05  PROF-GROUP-STATUS    PIC X(1).
      *    Year built and BBR roof code from the building register
      *    (HOUSE.BUILTYEAR / ROOFMATERIAL) - '07' is a thatched
      *    roof. Zero / spaces, or an old caller's non-numeric year,
      *    rate neutral
           05  BUILT-YEAR           PIC 9(4).
           05  ROOF-MATERIAL        PIC X(2).
      *    In: 'Y' when the caller has already looked PROF-GROUP
      *    up on PGMAST itself - an online caller reads the master
      *    through CICS file control, which PGLOOK's own file I/O
      *    cannot run under. PROF-GROUP-STATUS then carries the
      *    caller's verdict in: 'U' not on the master, 'E' outside
      *    its validity dates, space valid or master unavailable.
      *    Anything else and the module checks the code through
      *    PGLOOK
           05  PROF-GROUP-CHECKED   PIC X(1).
