              05 FSP-QTE-QUOTE-DATE     PIC X(10).
              05 FSP-QTE-VALID-TO       PIC X(10).
              05 FSP-QTE-RATING-INPUT   PIC X(200).
      *       Travel rating input - QTEADD prices a 'T' quote
      *       through TRAVCALC from these fields
              05 FSP-QTE-TRAVEL-INPUT REDEFINES FSP-QTE-RATING-INPUT.
                 10 FSP-QTE-TRV-COVER-AREA   PIC X(1).
                 10 FSP-QTE-TRV-PERSONS      PIC 9(2).
                 10 FSP-QTE-TRV-WINTERSPORTS PIC X(1).
                 10 FSP-QTE-TRV-TRIP-DAYS    PIC 9(3).
                 10 FSP-QTE-TRV-EXCESS       PIC 9(9).
                 10 FILLER                   PIC X(184).
              05 FSP-QTE-PREMIUM        PIC 9(9).
              05 FSP-QTE-STATUS         PIC X(1).
              05 FSP-QTE-CONVERTED-POL  PIC 9(9).
      *       MOTORRATE version a motor quote was priced on (the
      *       RATE-VERSION POLYCALM returned); 0 for other products
              05 FSP-QTE-RATE-VERSION   PIC 9(9).
              05 FILLER                 PIC X(1742).
