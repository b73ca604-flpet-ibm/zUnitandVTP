      *    TAXABLE PREMIUM, TAX AND INVOICE COUNT PER POLICY TYPE,
      *    WITH THE GRAND CONTROL TOTALS THE TAX AUTHORITY FILING
      *    NEEDS. EXEMPT LINES NEVER REACH THE LEDGER, SO THEY
      *    NEVER REACH THIS REPORT. THE NEGATIVE REVERSAL ROWS A
      *    COOLING-OFF WITHDRAWAL POSTS NET OFF THE MONTH THEY FALL
      *    IN AND ARE NOT COUNTED AS INVOICES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT POLICYTYPE,
                      SUM(CASE WHEN TAXAMOUNT > 0 THEN 1 ELSE 0 END),
                      SUM(PREMIUMAMOUNT),
                      SUM(TAXAMOUNT)
               FROM   GENASA1.TAXLEDGER
