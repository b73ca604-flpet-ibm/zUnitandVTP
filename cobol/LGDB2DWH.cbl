      *    CUSTOMER ROW AND AN ADD/UPDATE INDICATOR (ISSUED SINCE
      *    THE HIGH-WATER MARK = ADD, OTHERWISE UPDATE), AND THE
      *    FILE ENDS WITH A CONTROL-TOTAL TRAILER THE WAREHOUSE
      *    LOAD VERIFIES. A CUSTOMER UNDER NAME AND ADDRESS
      *    PROTECTION GOES OUT AS THE NUMBER AND THE PROTECTION
      *    FLAG ONLY - NAME, BIRTH DATE AND POSTCODE ARE LEFT OUT -
      *    WHILE THE POLICY ROW STAYS SO THE TOTALS STILL AGREE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       01  WS-LASTNAME                 PIC X(20).
       01  WS-DOB                      PIC X(10).
       01  WS-POSTCODE                 PIC X(8).
       01  WS-ADDRPROTECT              PIC X(1).

      *    FIXED EXTRACT LAYOUTS - RECORD TYPE IN BYTE 1.
       01  WS-POLICY-EXT-RECORD.
           05 CE-LASTNAME            PIC X(20).
           05 CE-DOB                 PIC X(10).
           05 CE-POSTCODE            PIC X(8).
           05 CE-ADDR-PROTECTED      PIC X(1).
           05 FILLER                 PIC X(60) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           05 TR-RECORD-TYPE         PIC X(1) VALUE 'T'.
                      CUSTOMER.FIRSTNAME,
                      CUSTOMER.LASTNAME,
                      CUSTOMER.DATEOFBIRTH,
                      CUSTOMER.POSTCODE,
                      COALESCE(CUSTOMER.ADDRPROTECT, 'N')
               FROM POLICY, CUSTOMER
               WHERE POLICY.CUSTOMERNUMBER = CUSTOMER.CUSTOMERNUMBER
                 AND POLICY.LASTCHANGED > :WS-HWM
           MOVE WS-LASTNAME TO CE-LASTNAME.
           MOVE WS-DOB TO CE-DOB.
           MOVE WS-POSTCODE TO CE-POSTCODE.
           MOVE WS-ADDRPROTECT TO CE-ADDR-PROTECTED.
           IF WS-ADDRPROTECT = 'Y' THEN
              MOVE SPACES TO CE-FIRSTNAME
              MOVE SPACES TO CE-LASTNAME
              MOVE SPACES TO CE-DOB
              MOVE SPACES TO CE-POSTCODE
           END-IF.
           WRITE EXTOUT-RECORD FROM WS-CUST-EXT-RECORD.
           ADD 1 TO WS-CNT-CUSTOMERS.

                   :WS-FIRSTNAME,
                   :WS-LASTNAME,
                   :WS-DOB,
                   :WS-POSTCODE,
                   :WS-ADDRPROTECT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
