           03 FSP-MANAGEDFUND           PIC X(1).
           03 FSP-EFFECTIVE-DATE        PIC X(10).
      *    Fields returned by an ENDSQU surrender quotation and
      *    used by an ENDSPR surrender booking (ENDPGMS) - booking
      *    returns them re-stated at the price the units sold at
           03 FSP-SUR-CURRENT-VALUE     PIC 9(9).
           03 FSP-SUR-PENALTY-PCT       PIC 9(2).
           03 FSP-SUR-VALUE             PIC 9(9).
           03 FSP-SUR-OPERATOR          PIC X(8).
      *    Fields returned by an ENDDCL death-benefit claim (ENDPGMD)
           03 FSP-DCL-DEATH-DATE        PIC X(10).
           03 FSP-DCL-SUMASSURED        PIC 9(9).
           03 FSP-DCL-BONUS             PIC 9(9).
           03 FSP-DCL-PAYOUT            PIC 9(9).
           03 FSP-DCL-OPERATOR          PIC X(8).
      *    Fields used by an ENDPUP paid-up conversion and an ENDHOL
      *    premium holiday (ENDPGMP) - FSP-EFFECTIVE-DATE carries
      *    the date the alteration takes effect
           03 FSP-ALT-MONTHS            PIC 9(2).
           03 FSP-ALT-RESUME-DATE       PIC X(10).
           03 FSP-ALT-PREMIUMS-PAID     PIC 9(9).
           03 FSP-ALT-OLD-SUMASSURED    PIC 9(9).
           03 FSP-ALT-NEW-SUMASSURED    PIC 9(9).
           03 FSP-ALT-OPERATOR          PIC X(8).
