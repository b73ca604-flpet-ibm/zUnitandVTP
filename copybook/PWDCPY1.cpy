      *    Parameter area for PWDHASH, the password hashing routine
      *    shared by CUSPGM1, CUSPGMV, CUSPGMR and LGDB2PWM.
      *    PWD-FUNCTION 'S' (set) draws a fresh salt and returns it
      *    with the hash of PWD-PASSWORD; 'V' (verify) hashes
      *    PWD-PASSWORD with the caller's PWD-SALT and sets
      *    PWD-MATCH to 'Y' when the result equals PWD-HASH.
      *    PWD-RETURN-CODE: 0 OK, 4 INVALID FUNCTION, 8 SQL ERROR.
           03 PWD-FUNCTION              PIC X(1).
              88 PWD-SET-PASSWORD                 VALUE 'S'.
              88 PWD-VERIFY-PASSWORD              VALUE 'V'.
           03 PWD-PASSWORD              PIC X(32).
           03 PWD-SALT                  PIC X(16).
           03 PWD-HASH                  PIC X(64).
           03 PWD-MATCH                 PIC X(1).
           03 PWD-RETURN-CODE           PIC 9(2).
