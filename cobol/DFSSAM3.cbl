001300     02 SS-UNIT-PRICE        PICTURE 9(6)V999.                    00860000
001320     02 FILLER3              PICTURE X(05).                       00870000
001340     02 SS-UNIT-OF-MEAS      PICTURE X(04).                       00880000
      *    SS-STOCK-DATE IS THE LAST CYCLE-COUNT DATE, FULL YYYYDDD.    00888000
001360     02 FILLER4              PICTURE X(19).                       00896000
001380     02 SS-STOCK-DATE        PICTURE 9(07).                       00904000
001400     02 FILLER5              PICTURE X(25).                       00912000
001420     02 SS-CUR-REQMTS        PICTURE S9(7)V9.                     00920000
001440     02 SS-UNPL-REQMTS       PICTURE S9(7)V9.                     00930000
001460     02 SS-ON-ORDER          PICTURE S9(7)V9.                     00940000
001940     02 PROC-CODE            PICTURE XX.                          01190000
001960     02 CARR-RET             PICTURE X(01)  VALUE X'15'.          01200000
001980 01  LINE-2-AREA.                                                 01210000
002000     02 FILLER               PICTURE S9(02)  VALUE +92            01220000
002020                                             COMPUTATIONAL.       01230000
002040     02 FILLER               PICTURE S9(02)  VALUE ZERO           01240000
002041                                             COMPUTATIONAL.       01250000
002240     02 FILLER               PICTURE X(08)  VALUE '; PRICE='.     01350000
002260     02 SS-UNIT-PRICE        PICTURE Z(6).999.                    01360000
002280     02 FILLER               PICTURE X(14) VALUE '; STK CT DATE='.01370000
002300     02 SS-STOCK-DATE        PICTURE 9(07).                       01380000
002320     02 FILLER               PICTURE X(07) VALUE '; UNIT='.       01390000
002340     02 SS-UNIT-OF-MEAS      PICTURE X(04).                       01400000
002360     02 CARR-RET             PICTURE X(01)  VALUE X'15'.          01410000
