015800         03   COAP, PICTURE 9V99.                                 01500000
015900         03  PLAN, PICTURE 9V99.                                  01510000
016000         03  COAD, PICTURE X.                                     01520000
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            01522500
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       01525000
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         01527500
016100     02  LAST-CYC-DATE, PICTURE 9(7).                             01530000
016200     02  LAST-TRANS-DATE, PICTURE 9(7).                           01540000
016300     02  FILLER, PICTURE X(6), VALUE SPACES.                      01550000
016400     02  REORDER-POINT, PICTURE S9(7)V9.                          01560000
      *    ABC CLASS DFSSAM19 SETS FROM DISBURSEMENT VALUE - SPACE      01562000
      *    UNTIL THE PART/LOCATION HAS BEEN CLASSIFIED.                 01564000
016450     02  ABC-CLASS, PICTURE X.                                    01566000
016460     02  FILLER, PICTURE X(3).                                    01568000
016500     02  CUR-REM-REQ, PICTURE S9(7)V9.                            01570000
016600     02  UNP-REM-REQ, PICTURE S9(7)V9.                            01580000
016700     02  ON-ORDER, PICTURE S9(7)V9.                               01590000
           02  MV-INV-KEY          PICTURE X(8).                        01958800
           02  MV-TRANS-TYPE       PICTURE X(2).                        01959000
           02  MV-QUANTITY         PICTURE S9(7)V9.                     01959200
      *    MV-DATE IS THE FULL YYYYDDD JULIAN DATE.                     01959300
           02  MV-DATE             PICTURE 9(7).                        01959400
           02  MV-TERMINAL         PICTURE X(8).                        01959600
           02  FILLER              PICTURE X(32) VALUE SPACES.          01959800
020400                                                                  01960000
020500 LINKAGE SECTION.                                                 01970000
020600                                                                  01980000
021300         03  I-JULIAN-DATE, PICTURE S9(5), COMPUTATIONAL-3.       02050000
021400         03  INPUT-TIME, PICTURE S9(7), COMPUTATIONAL-3.          02060000
021500         03  FILLER, PICTURE X(4).                                02070000
      *    THE PREFIX DATE IS PACKED 0CYYDDD - C IS 0 FOR 19YY AND 1    02071666
      *    FOR 20YY - SO ADDING 1900000 GIVES THE FULL YYYYDDD DATE.    02073332
           02  IN-PREFIX-CENTURY REDEFINES IN-PREFIX.                   02074998
               03  I-CENTURY-DATE, PICTURE S9(7), COMPUTATIONAL-3.      02076664
               03  FILLER, PICTURE X(8).                                02078330
021600                                                                  02080000
021700 01  TERM-2-PCB.                                                  02090000
021800     02  I-O-TERMINAL2, PICTURE X(8).                             02100000
      *    ONE MOVEMENT RECORD PER APPLIED DISBURSEMENT - PLANNED       03020001
      *    ('DP') OR UNPLANNED ('DU') BY THE SAME FIELD-6 CODE THE      03020001
      *    UPDATE ITSELF RAN ON, STAMPED WITH THE INPUT MESSAGE'S       03020001
      *    FULL JULIAN DATE AND ORIGIN TERMINAL.                        03020001
       WRITE-MOVEMENT-RECORD.                                           03020001
           MOVE VALUE-1 TO MV-PART-NO.                                  03020001
           MOVE VALUE-2 TO MV-INV-KEY.                                  03020001
           ELSE                                                         03020001
               MOVE 'DP' TO MV-TRANS-TYPE.                              03020001
           MOVE FIELD-7 TO MV-QUANTITY.                                 03020001
           COMPUTE MV-DATE = I-CENTURY-DATE + 1900000.                  03020001
           MOVE I-O-TERMINAL TO MV-TERMINAL.                            03020001
           CALL 'CBLTDLI' USING IN-SERT, MOVE-PCB, MOVE-RECORD.         03020001
           IF MV-STATUS-CODE NOT = '  '                                 03020001
