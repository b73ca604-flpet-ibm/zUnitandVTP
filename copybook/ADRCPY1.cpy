           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Protected name and address (adressebeskyttelse). The
      *    marker is normally set by the CPR agency feed (LGDB2CPE,
      *    source 'C') and may be set or lifted by hand (source
      *    'M'). FSP-ADR-OPERATOR blank means the signed-on CICS
      *    userid; FSP-ADR-MAY-SEE comes back 'Y' when that
      *    operator holds the ADRPROT authority on OPERAUTH.
           03 FSP-ADR-CUSTOMER-NUM      PIC 9(10).
           03 FSP-ADR-OPERATOR          PIC X(8).
           03 FSP-ADR-PROTECTED         PIC X(1).
           03 FSP-ADR-SOURCE            PIC X(1).
           03 FSP-ADR-DATE              PIC X(10).
           03 FSP-ADR-MAY-SEE           PIC X(1).
