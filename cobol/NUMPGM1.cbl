       ID DIVISION.
       PROGRAM-ID. NUMPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    CENTRAL NUMBER-RANGE ALLOCATOR. EVERY NEW CUSTOMER,
      *    POLICY, CLAIM, INVOICE, CREDIT NOTE, QUOTE, ARCHIVED
      *    DOCUMENT AND GL BATCH NUMBER, AND THE KEY OF EVERY
      *    QUEUED LETTER, UNIT TRANSACTION, PAYMENT ARRANGEMENT,
      *    SUSPENSE ITEM AND ALLOCATION, COMPLAINT, FACULTATIVE
      *    PLACEMENT, MOTOR RATE VERSION, EXPECTED BANK MOVEMENT,
      *    BANK STATEMENT ENTRY, COLLECTION TRANSACTION, DSAR
      *    DELIVERY AND DAC SNAPSHOT ROW, COMES FROM ITS ROW ON
      *    GENASA1.NUMRANGE INSTEAD OF A MAX()+1 OVER THE OWNING
      *    TABLE, SO TWO ONLINE TRANSACTIONS, OR ONE RACING A BATCH
      *    JOB, CAN NO LONGER PICK THE SAME NUMBER. THE ALLOCATION
      *    IS ONE CONDITIONAL UPDATE OF LASTNUMBER - THE ROW STAYS
      *    LOCKED UNTIL THE CALLER COMMITS, SO THE NEXT CALLER WAITS
      *    RATHER THAN READING A STALE LAST NUMBER, AND A CALLER
      *    THAT ROLLS BACK HANDS ITS NUMBERS BACK WITH ITS WORK.
      *    BATCH JOBS RESERVE A BLOCK (NUM-COUNT) IN ONE CALL AND
      *    COUNT THROUGH IT THEMSELVES. A KEY TYPE WITH NO ROW YET
      *    IS SEEDED FROM THE CURRENT MAX() OF ITS TABLE, RANGE UP
      *    TO 999999999, ALERT AT 90 PERCENT. ONCE A RANGE IS
      *    ALERTPCT USED A WARNING IS DISPLAYED, ONCE (ALERTTS
      *    RECORDS IT - CLEAR IT WHEN HIGHNUMBER IS RAISED); AN
      *    EXHAUSTED RANGE IS REPORTED ON EVERY CALL. THE MODULE
      *    RUNS IN BATCH AND UNDER CICS, SO THE MESSAGES ARE PLAIN
      *    DISPLAYS AS LGSQLERR'S ARE, NOT CONSOLE WRITES.
      *    RETURN CODES: 0 OK, 4 UNKNOWN KEY TYPE, 6 RANGE
      *    EXHAUSTED, 8 SQL ERROR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-COUNT                    PIC S9(9) COMP.
       01  WS-SEED-NUMBER              PIC S9(9) COMP.
       01  WS-ALERTED                  PIC X(1).
       01  WS-RANGE-SIZE               PIC S9(18) COMP.
       01  WS-RANGE-USED               PIC S9(18) COMP.
       01  WS-PCT-USED                 PIC 9(3).
       01  WS-LEFT-DISP                PIC Z(8)9.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Host variables for the number-range table
           EXEC SQL INCLUDE NUMRANGE   END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-NUM.
           COPY NUMCPY1.

       PROCEDURE DIVISION USING MY-NUM.
      *
       MAIN SECTION.
       MAIN1.

           MOVE 0 TO NUM-RC IN MY-NUM
           MOVE 0 TO NUM-FIRST IN MY-NUM
           MOVE 0 TO NUM-LAST IN MY-NUM
           MOVE NUM-KEY-TYPE IN MY-NUM TO KEYTYPE
           IF NUM-COUNT IN MY-NUM = 0 THEN
              MOVE 1 TO WS-COUNT
           ELSE
              MOVE NUM-COUNT IN MY-NUM TO WS-COUNT
           END-IF

           PERFORM ALLOCATE-BLOCK

      *    NOTHING UPDATED - EITHER THE RANGE IS NOT THERE YET OR
      *    THE BLOCK WOULD RUN PAST HIGHNUMBER.
           IF SQLCODE = 100 THEN
              PERFORM CHECK-RANGE-DEFINED
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  PERFORM RETURN-BLOCK
               WHEN SQLCODE = 100
                  PERFORM REPORT-EXHAUSTED
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO NUM-RC IN MY-NUM
           END-EVALUATE.

           GOBACK.

       ALLOCATE-BLOCK.
           EXEC SQL
              UPDATE GENASA1.NUMRANGE
              SET    LASTNUMBER = LASTNUMBER + :WS-COUNT
              WHERE  KEYTYPE = :KEYTYPE
                AND  LASTNUMBER + :WS-COUNT <= HIGHNUMBER
           END-EXEC.

       CHECK-RANGE-DEFINED.
           EXEC SQL
              SELECT HIGHNUMBER
              INTO   :HIGHNUMBER
              FROM   GENASA1.NUMRANGE
              WHERE  KEYTYPE = :KEYTYPE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                  PERFORM SEED-RANGE
                  PERFORM ALLOCATE-BLOCK
               WHEN SQLCODE = 0
                  PERFORM REPORT-EXHAUSTED
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO NUM-RC IN MY-NUM
                  GOBACK
           END-EVALUATE.

       REPORT-EXHAUSTED.
           MOVE 6 TO NUM-RC IN MY-NUM.
           DISPLAY 'NUMPGM1 - NUMBER RANGE ' KEYTYPE
                   ' EXHAUSTED - RAISE HIGHNUMBER ON NUMRANGE'.
           GOBACK.

      *    THE FIRST CALL FOR A KEY TYPE STARTS ITS RANGE AFTER THE
      *    HIGHEST NUMBER ALREADY ON FILE. TWO FIRST CALLS AT ONCE
      *    BOTH TRY TO SEED - THE LOSER'S DUPLICATE INSERT IS
      *    HARMLESS, IT ALLOCATES FROM THE WINNER'S ROW.
       SEED-RANGE.
           EVALUATE KEYTYPE
               WHEN 'CUSTOMER'
                  EXEC SQL
                     SELECT COALESCE(MAX(CUSTOMERNUMBER), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   CUSTOMER
                  END-EXEC
               WHEN 'POLICY'
                  EXEC SQL
                     SELECT COALESCE(MAX(POLICYNUMBER), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   POLICY
                  END-EXEC
               WHEN 'CLAIM'
                  EXEC SQL
                     SELECT COALESCE(MAX(CLAIMNUMBER), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   CLAIM
                  END-EXEC
               WHEN 'INVOICE'
                  EXEC SQL
                     SELECT COALESCE(MAX(INVOICENUMBER), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.INVOICE
                  END-EXEC
               WHEN 'CREDIT'
                  EXEC SQL
                     SELECT COALESCE(MAX(CREDITNUMBER), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.CREDITNOTE
                  END-EXEC
               WHEN 'QUOTE'
                  EXEC SQL
                     SELECT COALESCE(MAX(QUOTENUMBER), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.QUOTE
                  END-EXEC
               WHEN 'DOCUMENT'
                  EXEC SQL
                     SELECT COALESCE(MAX(DOCID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.DOCARCHIVE
                  END-EXEC
               WHEN 'GLBATCH'
                  EXEC SQL
                     SELECT COALESCE(MAX(BATCHNUMBER), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.GLJOURNAL
                  END-EXEC
               WHEN 'LETTERQ'
                  EXEC SQL
                     SELECT COALESCE(MAX(QUEUEID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.LETTERQUEUE
                  END-EXEC
               WHEN 'UNITTXN'
                  EXEC SQL
                     SELECT COALESCE(MAX(TXNID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.UNITTXN
                  END-EXEC
               WHEN 'PAYARR'
                  EXEC SQL
                     SELECT COALESCE(MAX(ARRANGEID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.PAYARRANGE
                  END-EXEC
               WHEN 'SUSPENSE'
                  EXEC SQL
                     SELECT COALESCE(MAX(SUSPENSEID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.SUSPENSE
                  END-EXEC
               WHEN 'SUSALLOC'
                  EXEC SQL
                     SELECT COALESCE(MAX(ALLOCID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.SUSPALLOC
                  END-EXEC
               WHEN 'COMPLNT'
                  EXEC SQL
                     SELECT COALESCE(MAX(COMPLAINTID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.COMPLAINT
                  END-EXEC
               WHEN 'RIPLACE'
                  EXEC SQL
                     SELECT COALESCE(MAX(PLACEMENTID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.RIFACPLACE
                  END-EXEC
               WHEN 'MOTRATE'
                  EXEC SQL
                     SELECT COALESCE(MAX(RATEVERSION), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.MOTORRATE
                  END-EXEC
               WHEN 'BANKEXP'
                  EXEC SQL
                     SELECT COALESCE(MAX(EXPECTID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.BANKEXPECT
                  END-EXEC
               WHEN 'BANKENT'
                  EXEC SQL
                     SELECT COALESCE(MAX(ENTRYID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.BANKSTMTENT
                  END-EXEC
               WHEN 'COLLTXN'
                  EXEC SQL
                     SELECT COALESCE(MAX(TXNNUMBER), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.COLLECTTXN
                  END-EXEC
               WHEN 'DSAR'
                  EXEC SQL
                     SELECT COALESCE(MAX(DSARID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.DSARLOG
                  END-EXEC
               WHEN 'DACHIST'
                  EXEC SQL
                     SELECT COALESCE(MAX(DACID), 0)
                     INTO   :WS-SEED-NUMBER
                     FROM   GENASA1.DACHISTORY
                  END-EXEC
               WHEN OTHER
                  MOVE 4 TO NUM-RC IN MY-NUM
                  GOBACK
           END-EVALUATE.

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO NUM-RC IN MY-NUM
              GOBACK
           END-IF.

           EXEC SQL
              INSERT INTO GENASA1.NUMRANGE
                        ( KEYTYPE,
                          LOWNUMBER,
                          HIGHNUMBER,
                          LASTNUMBER,
                          ALERTPCT,
                          ALERTTS )
                 VALUES ( :KEYTYPE,
                          1,
                          999999999,
                          :WS-SEED-NUMBER,
                          90,
                          NULL )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO NUM-RC IN MY-NUM
              GOBACK
           END-IF.

      *    THE UPDATE LEFT THE ROW LOCKED TO THIS UNIT OF WORK, SO
      *    THE LAST NUMBER READ BACK IS THIS CALLER'S OWN.
       RETURN-BLOCK.
           EXEC SQL
              SELECT LOWNUMBER, HIGHNUMBER, LASTNUMBER,
                     COALESCE(ALERTPCT, 90),
                     CASE WHEN ALERTTS IS NULL THEN 'N' ELSE 'Y' END
              INTO   :LOWNUMBER, :HIGHNUMBER, :LASTNUMBER,
                     :ALERTPCT, :WS-ALERTED
              FROM   GENASA1.NUMRANGE
              WHERE  KEYTYPE = :KEYTYPE
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO NUM-RC IN MY-NUM
              GOBACK
           END-IF.

           MOVE LASTNUMBER TO NUM-LAST IN MY-NUM.
           COMPUTE NUM-FIRST IN MY-NUM = LASTNUMBER - WS-COUNT + 1.

           COMPUTE WS-RANGE-SIZE = HIGHNUMBER - LOWNUMBER + 1.
           COMPUTE WS-RANGE-USED = LASTNUMBER - LOWNUMBER + 1.
           IF WS-ALERTED = 'N' AND WS-RANGE-SIZE > 0 AND
              WS-RANGE-USED * 100 >= WS-RANGE-SIZE * ALERTPCT THEN
              PERFORM RAISE-RANGE-ALERT
           END-IF.

       RAISE-RANGE-ALERT.
           COMPUTE WS-PCT-USED = WS-RANGE-USED * 100 / WS-RANGE-SIZE.
           COMPUTE WS-LEFT-DISP = HIGHNUMBER - LASTNUMBER.
           DISPLAY 'NUMPGM1 - NUMBER RANGE ' KEYTYPE ' ' WS-PCT-USED
                   ' PERCENT USED, ' WS-LEFT-DISP
                   ' LEFT - RAISE HIGHNUMBER ON NUMRANGE'.
           EXEC SQL
              UPDATE GENASA1.NUMRANGE
              SET    ALERTTS = CURRENT TIMESTAMP
              WHERE  KEYTYPE = :KEYTYPE
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
           END-IF.

       LOG-SQL-ERROR.
           MOVE 'NUMPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE KEYTYPE TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM NUMPGM1.
