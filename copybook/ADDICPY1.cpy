              05 FSP-PHONE-MOBILE       PIC X(20).
              05 FSP-PHONE-HOME         PIC X(20).
              05 FSP-EMAIL-ADDRESS      PIC X(100).
      *    Profession-group code (PGMAST) - rates motor and
      *    house; blank means none held
              05 FSP-PROF-GROUP         PIC X(1).
      *    Preferred language for letters and notifications -
      *    'D' Danish, 'E' English; blank is taken as Danish
              05 FSP-PREF-LANG          PIC X(1).
      *    Identity held on the customer - type 'C' Danish CPR
      *    number, 'P' passport, 'N' foreign national identity
      *    number - with the issuing country (ISO alpha-2) and the
      *    number as printed. Blank type means none given.
              05 FSP-ID-TYPE            PIC X(1).
              05 FSP-ID-COUNTRY         PIC X(2).
              05 FSP-ID-NUMBER          PIC X(20).
              05 FSP-POLICY-DATA        PIC X(32242).
