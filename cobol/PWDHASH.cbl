       ID DIVISION.
       PROGRAM-ID. PWDHASH.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    SALTED ONE-WAY HASH FOR CUSTOMER_SECURE PASSWORDS. THE
      *    HASH IS SHA-256 OVER THE 16-CHARACTER SALT FOLLOWED BY
      *    THE 32-CHARACTER PASSWORD FIELD, HELD AS 64 HEX
      *    CHARACTERS IN PASSHASH; THE SALT IS DRAWN FRESH FROM
      *    GENERATE_UNIQUE EVERY TIME A PASSWORD IS SET, SO TWO
      *    CUSTOMERS WITH THE SAME PASSWORD NEVER SHARE A HASH.
      *    NO EXEC CICS - CALLED PLAIN (LIKE CPRCHECD) FROM THE
      *    ONLINE SERVICES AND FROM THE LGDB2PWM MIGRATION ALIKE.
      *    THE PASSWORD IS NEVER STORED, LOGGED OR DISPLAYED HERE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-HASH                     PIC X(64).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

       LINKAGE SECTION.
       01  MY-PWD.
           COPY PWDCPY1.

       PROCEDURE DIVISION USING MY-PWD.
      *
       MAIN SECTION.
       MAIN1.

           MOVE 0 TO PWD-RETURN-CODE IN MY-PWD
           MOVE 'N' TO PWD-MATCH IN MY-PWD

           EVALUATE TRUE
               WHEN PWD-SET-PASSWORD IN MY-PWD
                  PERFORM DRAW-SALT
                  IF PWD-RETURN-CODE IN MY-PWD = 0 THEN
                     PERFORM HASH-PASSWORD
                  END-IF
                  IF PWD-RETURN-CODE IN MY-PWD = 0 THEN
                     MOVE WS-HASH TO PWD-HASH IN MY-PWD
                  END-IF
               WHEN PWD-VERIFY-PASSWORD IN MY-PWD
                  PERFORM HASH-PASSWORD
                  IF PWD-RETURN-CODE IN MY-PWD = 0 AND
                     WS-HASH = PWD-HASH IN MY-PWD THEN
                     MOVE 'Y' TO PWD-MATCH IN MY-PWD
                  END-IF
               WHEN OTHER
                  MOVE 4 TO PWD-RETURN-CODE IN MY-PWD
           END-EVALUATE

           MOVE SPACES TO WS-HASH.

           GOBACK.

      *    GENERATE_UNIQUE IS CLOCK-BASED; HASHING IT SPREADS THE
      *    BITS SO CONSECUTIVE SALTS SHARE NO VISIBLE PREFIX.
       DRAW-SALT.
           EXEC SQL
              SET :PWD-SALT =
                  SUBSTR(HEX(HASH_SHA256(GENERATE_UNIQUE())), 1, 16)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              MOVE 8 TO PWD-RETURN-CODE IN MY-PWD
           END-IF.

       HASH-PASSWORD.
           EXEC SQL
              SET :WS-HASH =
                  HEX(HASH_SHA256(:PWD-SALT CONCAT :PWD-PASSWORD))
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              MOVE 8 TO PWD-RETURN-CODE IN MY-PWD
              MOVE SPACES TO WS-HASH
           END-IF.

       END PROGRAM PWDHASH.
