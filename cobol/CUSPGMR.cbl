      *    LGDB2RSC EXTRACT DELIVERS IT THROUGH THE LGDB2NTF
      *    CHANNEL MACHINERY TO THE REGISTERED E-MAIL OR MOBILE.
      *    CUSRVF VERIFIES THE CODE THE CUSTOMER KEYS BACK AND SETS
      *    THE NEW PASSWORD (AS A FRESHLY SALTED PWDHASH HASH -
      *    NO PLAIN PASSWORD IS STORED), RESETTING FAILEDATTEMPTS
      *    AND THE 'L' LOCK OR 'R' FORCED-RESET STATE ON
      *    CUSTOMER_SECURE, MARKS THE CODE USED AND WRITES
      *    AN AUDPGM1 AUDIT LINE - NO MORE SPUFI FIXES AT THE DESK.
      *    PASSWORD VALUES ARE NEVER LOGGED. RETURN CODES: 0 OK,
      *    4 INVALID REQUEST, 8 SQL ERROR, 12 ACCOUNT NOT ON FILE,
       01  WS-TIME-NOW                 PIC 9(8).
       01  WS-CUST-KEY                 PIC 9(9).

      * Salted password hash through PWDHASH
       01  WS-PWD.
           COPY PWDCPY1.

      * Audit trail area - PASSWORD VALUES ARE NEVER LOGGED, ONLY
      * THE FACT THAT THE PASSWORD WAS RESET.
       01  WS-AUDIT.
      *    ONE UPDATE DOES THE WHOLE CHECK: THE CODE MUST MATCH,
      *    STILL BE INSIDE ITS WINDOW AND NEVER HAVE BEEN USED.
       VERIFY-AND-RESET.
      *    THE NEW PASSWORD IS HASHED FIRST SO A HASHING FAILURE
      *    DOES NOT BURN THE CUSTOMER'S CODE.
           MOVE 'S' TO PWD-FUNCTION IN WS-PWD
           MOVE FSP-NEW-PASS IN MY-CUST-SEC TO PWD-PASSWORD IN WS-PWD
           CALL 'PWDHASH' USING WS-PWD
           MOVE SPACES TO PWD-PASSWORD IN WS-PWD
           IF PWD-RETURN-CODE IN WS-PWD NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST-SEC
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.RESETCODE
              SET    USED = 'Y'

           EXEC SQL
              UPDATE CUSTOMER_SECURE
              SET    CUSTOMERPASS = NULL,
                     PASSSALT = :PWD-SALT,
                     PASSHASH = :PWD-HASH,
                     STATE_INDICATOR = ' ',
                     FAILEDATTEMPTS = 0,
                     PASS_CHANGES = PASS_CHANGES + 1
