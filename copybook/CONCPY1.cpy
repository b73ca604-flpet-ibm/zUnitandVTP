           03 FSP-CON-EBOKS-OK          PIC X(1).
           03 FSP-CON-SOURCE            PIC X(10).
           03 FSP-CON-CHANGED-TS        PIC X(26).
      *    'Y' = customer has declined annual index-linking of sums
      *    insured (LGDB2IDX skips them); blank is taken as 'N'
           03 FSP-CON-INDEX-OPTOUT      PIC X(1).
