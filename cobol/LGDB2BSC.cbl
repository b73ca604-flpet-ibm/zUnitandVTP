      *    FROM THE RENEWHIST OUTCOMES LGDB2RSP RECORDS - RANKED BY
      *    LOSS RATIO WORST FIRST, WITH THE WHOLE-BOOK AVERAGE AT
      *    THE FOOT, SO THE SALES DIRECTOR CAN FINALLY SEE THE
      *    BOTTOM DECILE BEFORE RENEGOTIATING TERMS. POLICIES
      *    WITHDRAWN INSIDE THE COOLING-OFF WINDOW (POLCANCEL REASON
      *    'WD') COUNT AS NEITHER WRITTEN NOR CANCELLED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    :DB2-PREMIUM-TOTAL :DB2-PREMIUM-IND
              FROM  POLICY
              WHERE BROKERID = :DB2-BROKERID-INT
                AND NOT EXISTS
                    (SELECT 1 FROM GENASA1.POLCANCEL
                      WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                            POLICY.POLICYNUMBER
                        AND GENASA1.POLCANCEL.REASONCODE = 'WD')
           END-EXEC.
           IF SQLCODE NOT = 0 OR DB2-PREMIUM-IND < 0 THEN
              MOVE 0 TO DB2-POLICY-COUNT

           EXEC SQL
              SELECT SUM(CASE WHEN GENASA1.POLCANCEL.REASONCODE
                                   IN ('NP', 'WD') THEN 0 ELSE 1 END),
                     SUM(CASE WHEN GENASA1.POLCANCEL.REASONCODE
                                   = 'NP' THEN 1 ELSE 0 END)
              INTO  :DB2-CANCEL-COUNT, :DB2-NP-COUNT
