       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2BRK.
      *    BROKER COMMISSION STATEMENT. POLICIES OF CUSTOMERS UNDER
      *    NAME AND ADDRESS PROTECTION ARE LEFT OFF THE DETAIL
      *    LINES - THE BROKER'S OWN REFERENCE IS ENOUGH TO TRACE
      *    THE CUSTOMER - BUT THEIR COMMISSION IS STILL OWED, SO IT
      *    IS SHOWN AS ONE UNITEMISED LINE AND KEPT IN THE TOTALS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       01  WS-BROKERSREFERENCE          PIC X(10).
       01  WS-PAYMENT                   PIC S9(9) COMP.
       01  WS-COMMISSION-PCT            PIC S9(4) COMP.
       01  WS-ADDRPROTECT               PIC X(1).

       01  WS-PREV-BROKERID             PIC S9(9) COMP VALUE -1.
       01  WS-FIRST-ROW-SW              PIC X(1) VALUE 'Y'.
       01  WS-BROKER-COMMISSION-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-DISP-BROKER-TOTAL         PIC Z(7)9,99.

       01  WS-BROKER-PROT-COUNT         PIC 9(5)      VALUE 0.
       01  WS-BROKER-PROT-COMMISSION    PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-DISP-PROT-COMMISSION      PIC Z(7)9,99.

       01  WS-GRAND-COMMISSION-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-DISP-GRAND-TOTAL          PIC Z(7)9,99.


           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT P.POLICYNUMBER, P.BROKERID,
                      P.BROKERSREFERENCE, P.PAYMENT, P.COMMISSION,
                      COALESCE(C.ADDRPROTECT, 'N')
               FROM   POLICY P
                      LEFT OUTER JOIN CUSTOMER C
                      ON C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
               WHERE  P.BROKERID > 0
               ORDER BY P.BROKERID, P.POLICYNUMBER
           END-EXEC.

      * Common SQL-error handler interface
              FETCH C1
              INTO :WS-POLICYNUMBER, :WS-BROKERID,
                   :WS-BROKERSREFERENCE, :WS-PAYMENT,
                   :WS-COMMISSION-PCT, :WS-ADDRPROTECT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           SET WS-FIRST-ROW TO FALSE.
           MOVE 0 TO WS-BROKER-POLICY-COUNT.
           MOVE 0 TO WS-BROKER-COMMISSION-TOTAL.
           MOVE 0 TO WS-BROKER-PROT-COUNT.
           MOVE 0 TO WS-BROKER-PROT-COMMISSION.

       DISPLAY-POLICY-DETAIL.
           COMPUTE WS-POLICY-COMMISSION =
                   WS-PAYMENT * WS-COMMISSION-PCT / 100.
           IF WS-ADDRPROTECT = 'Y' THEN
              ADD 1 TO WS-BROKER-PROT-COUNT
              ADD WS-POLICY-COMMISSION TO WS-BROKER-PROT-COMMISSION
           ELSE
              MOVE WS-POLICY-COMMISSION TO WS-DISP-POLICY-COMMISSION
              DISPLAY '  ' WS-POLICYNUMBER '   ' WS-BROKERSREFERENCE
                      '   ' WS-PAYMENT '   '
                      WS-DISP-POLICY-COMMISSION
           END-IF.
           ADD 1 TO WS-BROKER-POLICY-COUNT.
           ADD WS-POLICY-COMMISSION TO WS-BROKER-COMMISSION-TOTAL.
           ADD WS-POLICY-COMMISSION TO WS-GRAND-COMMISSION-TOTAL.

       DISPLAY-BROKER-TOTAL.
           IF WS-BROKER-PROT-COUNT > 0 THEN
              MOVE WS-BROKER-PROT-COMMISSION TO
                   WS-DISP-PROT-COMMISSION
              DISPLAY '  PROTECTED CUSTOMERS - '
                      WS-BROKER-PROT-COUNT ' POLICIES, COMMISSION '
                      WS-DISP-PROT-COMMISSION
           END-IF.
           MOVE WS-BROKER-COMMISSION-TOTAL TO WS-DISP-BROKER-TOTAL.
           DISPLAY '  BROKER ' WS-PREV-BROKERID ' - '
                   WS-BROKER-POLICY-COUNT ' POLICIES, COMMISSION '
