016200         03   COAP, PICTURE 9V99.                                 01540000
016300         03  PLAN, PICTURE 9V99.                                  01550000
016400         03  COAD, PICTURE X.                                     01560000
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            01562500
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       01565000
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         01567500
016500     02  LAST-CYC-DATE, PICTURE 9(7).                             01570000
016600     02  LAST-TRANS-DATE, PICTURE 9(7).                           01580000
016700     02  FILLER, PICTURE X(6), VALUE SPACES.                      01590000
016800     02  FILLER, PICTURE X(12).                                   01600000
016900     02  CUR-REM-REQ, PICTURE S9(7)V9.                            01610000
017000     02  UNP-REM-REQ, PICTURE S9(7)V9.                            01620000
