           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Fields used to maintain a motor tariff version - MRTADD
      *    assigns the next version number and returns it; MRTINQ
      *    with version 0 returns the version in force on the
      *    effective date keyed
           03 FSP-MRT-VERSION           PIC 9(9).
           03 FSP-MRT-EFFECTIVE-FROM    PIC X(10).
           03 FSP-MRT-BASE-RATE         PIC 9(5)V99.
      *    Drivers under the young age load AGE-LOAD percent per
      *    year short of it
           03 FSP-MRT-YOUNG-AGE         PIC 9(2).
           03 FSP-MRT-AGE-LOAD          PIC 9(3).
      *    Car value factor in basis points of the value
           03 FSP-MRT-CAR-BP            PIC 9(4).
      *    Coverage loadings in percent - basic, standard, premium
           03 FSP-MRT-BASIC-PCT         PIC 9(3).
           03 FSP-MRT-STANDARD-PCT      PIC 9(3).
           03 FSP-MRT-PREMIUM-PCT       PIC 9(3).
      *    Engine loadings - CC above BAND1 loads LOAD1 percent,
      *    above BAND2 loads LOAD2 percent
           03 FSP-MRT-CC-BAND1          PIC 9(4).
           03 FSP-MRT-CC-LOAD1          PIC 9(3).
           03 FSP-MRT-CC-BAND2          PIC 9(4).
           03 FSP-MRT-CC-LOAD2          PIC 9(3).
      *    Percent per prior accident, capped at ACC-CAP accidents
           03 FSP-MRT-ACC-PCT           PIC 9(3).
           03 FSP-MRT-ACC-CAP           PIC 9(2).
           03 FSP-MRT-OPERATOR          PIC X(8).
           03 FSP-MRT-LOADED-DATE       PIC X(10).
