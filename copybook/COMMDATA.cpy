      *    Co-insurance: our share in whole percent - zero or
      *    non-numeric rates the full 100%
           05  OUR-SHARE-PCT        PIC 9(3).
      *    Zone set the location factors come from - 'P' rates on
      *    the proposed HAZARDZONEPROP set the underwriters are
      *    trialling, anything else on the live HAZARDZONE table
           05  ZONE-SET             PIC X(1).
