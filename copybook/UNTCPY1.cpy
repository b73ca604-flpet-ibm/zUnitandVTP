      *    Parameter area for LGUNITS, the unit-linked fund dealing
      *    service over FUNDPRICE, UNITHOLDING and UNITTXN. The
      *    equity ('E') and managed ('M') endowment funds are
      *    unit-linked; with-profits has no units. UNT-FUNCTION:
      *      'B' - buy units in UNT-FUND for UNT-AMOUNT at the
      *            offer price
      *      'S' - sell the whole holding in UNT-FUND at the bid
      *            price - UNT-AMOUNT returns the proceeds
      *      'V' - value the holding at the bid price, no dealing
      *      'R' - reverse the premium purchase ('PRM') made for
      *            UNT-INVOICE-NUM at the units and price it bought
      *            - the policy and fund are returned from it
      *    UNT-PRICE-RULE 'E' deals only at UNT-DATE's own price,
      *    anything else at the latest price on or before UNT-DATE.
      *    UNT-TXNTYPE is recorded on UNITTXN - PRM premium, SWO /
      *    SWI switch out / in, SUR surrender, MAT maturity, DTH
      *    death claim, RVP reversed premium. UNT-UNITS, UNT-PRICE and
      *    UNT-PRICE-DATE return what was dealt or valued.
      *    UNT-RC: 0 OK, 4 INVALID FUNCTION OR FUND, 8 SQL ERROR,
      *    12 NO PRICE FOR THE DATE, 16 NO UNITS HELD / NOTHING TO
      *    REVERSE.
           03 UNT-FUNCTION              PIC X(1).
           03 UNT-POLICY-NUM            PIC 9(9).
           03 UNT-FUND                  PIC X(1).
           03 UNT-DATE                  PIC X(10).
           03 UNT-PRICE-RULE            PIC X(1).
           03 UNT-TXNTYPE               PIC X(3).
           03 UNT-INVOICE-NUM           PIC 9(9).
           03 UNT-AMOUNT                PIC 9(9).
           03 UNT-UNITS                 PIC 9(11)V9(4).
           03 UNT-PRICE                 PIC 9(5)V9(4).
           03 UNT-PRICE-DATE            PIC X(10).
           03 UNT-RC                    PIC 9(2).
