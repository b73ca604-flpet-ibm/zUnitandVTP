           02 SS-UNIT-OF-MEAS      PICTURE X(4).                        00006800
           02 FILLER               PICTURE X(12).                       00006900
           02 SS-ATTRITION         PICTURE X(7).                        00007000
           02 SS-LAST-CYC-DATE     PICTURE 9(7).                        00007100
           02 SS-LAST-TRANS-DATE   PICTURE 9(7).                        00007200
           02 FILLER               PICTURE X(6).                        00007300
           02 SS-REORDER-POINT     PICTURE S9(7)V9.                     00007400
           02 SS-ABC-CLASS         PICTURE X.                           00007466
           02 FILLER               PICTURE X(3).                        00007532
           02 SS-CUR-REM-REQ       PICTURE S9(7)V9.                     00007600
           02 SS-UNP-REM-REQ       PICTURE S9(7)V9.                     00007700
           02 SS-ON-ORDER          PICTURE S9(7)V9.                     00007800
