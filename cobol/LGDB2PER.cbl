      *    (BROKER-INTRODUCED VS DIRECT): POLICIES, STILL IN FORCE,
      *    RETENTION PERCENT, RENEWALS ACCEPTED AND DECLINED, AND
      *    NP LAPSES VS OTHER CANCELLATIONS - SO MARKETING CAN SEE
      *    WHICH COHORTS ARE BLEEDING. POLICIES WITHDRAWN INSIDE
      *    THE COOLING-OFF WINDOW (POLCANCEL REASON 'WD') WERE NEVER
      *    REALLY WRITTEN AND ARE LEFT OUT OF EVERY COHORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECLARE C1 CURSOR FOR
               SELECT POLICYNUMBER, POLICYTYPE, BROKERID, ISSUEDATE
               FROM   POLICY
               WHERE  NOT EXISTS
                      (SELECT 1 FROM GENASA1.POLCANCEL
                        WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                              POLICY.POLICYNUMBER
                          AND GENASA1.POLCANCEL.REASONCODE = 'WD')
               ORDER BY POLICYNUMBER
           END-EXEC.

