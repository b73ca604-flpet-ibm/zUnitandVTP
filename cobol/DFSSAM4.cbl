           02  MV-INV-KEY          PICTURE X(8).                        01565712
           02  MV-TRANS-TYPE       PICTURE X(2).                        01566426
           02  MV-QUANTITY         PICTURE S9(7)V9.                     01567140
      *    MV-DATE IS THE FULL YYYYDDD JULIAN DATE.                     01567497
           02  MV-DATE             PICTURE 9(7).                        01567854
           02  MV-TERMINAL         PICTURE X(8).                        01568568
           02  FILLER              PICTURE X(32) VALUE SPACES.          01569282
040090 01  STANINFO-SSA.                                                01570000
040100     02  SEGNAME PICTURE X(8) VALUE 'STANINFO'.                   01580000
040110     02  STANINFO-LEFT PICTURE X VALUE '('.                       01590000
042174         03  COAP    PICTURE S999 VALUE ZERO.                     02110000
042175         03  PLANNED PICTURE S999 VALUE ZERO.                     02120000
042176         03  COAD PICTURE X VALUE SPACE.                          02130000
      *    A NEW STOCK RECORD HAS NO CYCLE COUNT OR TRANSACTION YET.    02134000
042177     02  LAST-CYC-DATE  PICTURE 9(7) VALUE ZERO.                  02138000
           02  LAST-TRANS-DATE PICTURE 9(7) VALUE ZERO.                 02142000
           02  FILLER PICTURE X(18) VALUE SPACES.                       02146000
042178     02  REQUIREMENTS.                                            02150000
042179         03  CURRNT     PICTURE S9(7)V9 VALUE ZERO.               02160000
042180         03  UNPLANNED  PICTURE S9(7)V9 VALUE ZERO.               02170000
050062         03  JULIAN-DATE PICTURE S9(5) COMPUTATIONAL-3.           02330000
050063         03  TIME-O-DAY  PICTURE S9(7) COMPUTATIONAL-3.           02340000
050064         03  FILLER PICTURE XXXX.                                 02350000
      *    THE PREFIX DATE IS PACKED 0CYYDDD - C IS 0 FOR 19YY AND 1    02351666
      *    FOR 20YY - SO ADDING 1900000 GIVES THE FULL YYYYDDD DATE.    02353332
           02  TERM-PREFIX-CENTURY REDEFINES TERM-PREFIX.               02354998
               03  CENTURY-JULIAN-DATE PICTURE S9(7) COMPUTATIONAL-3.   02356664
               03  FILLER PICTURE X(8).                                 02358330
050070 01  DATABASE.                                                    02360000
050080     02  DBASE-NAME   PICTURE X(8).                               02370000
050090     02  SEGMENT-INDR PICTURE XX.                                 02380000
      *    STOCK; THE DISBURSEMENT QUANTITIES COME FROM DFSSAM06.       04672142
       WRITE-MOVEMENT-RECORD.                                           04672856
           MOVE ZERO TO MV-QUANTITY.                                    04673570
           COMPUTE MV-DATE = CENTURY-JULIAN-DATE + 1900000.             04674284
           MOVE LTERM-NAME TO MV-TERMINAL.                              04674998
           CALL 'CBLTDLI' USING IN-SERT, MOVE-PCB, MOVE-RECORD.         04675712
           IF MV-STATUS-CODE NOT = '  '                                 04676426
