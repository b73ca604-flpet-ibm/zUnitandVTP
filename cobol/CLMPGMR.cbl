      *    RESERVEMOVE AUDIT TABLE WITH THE OLD AND NEW VALUES, SO
      *    THE ACTUARIES CAN FOLLOW RE-ESTIMATES OVER TIME. RETURN
      *    CODES: 0 OK, 4 BLANK REASON, 8 SQL ERROR, 12 CLAIM NOT
      *    ON FILE, 16 MOVEMENT ABOVE THE OPERATOR'S RESERVE-CHANGE
      *    LIMIT, 20 SIGNED-ON USER HAS NO VALID OPERLIMIT ROW. THE
      *    OPERATOR RECORDED IS THE SIGNED-ON USER'S (OPRPGM1), NOT
      *    FSP-RSV-OPERATOR AS KEYED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
           03 DB2-CLAIMNUMBER-INT      PIC S9(9) COMP.
           03 DB2-OLD-VALUE-INT        PIC S9(9) COMP.
           03 DB2-NEW-VALUE-INT        PIC S9(9) COMP.
           03 DB2-MOVEMENT-INT         PIC S9(9) COMP.

      * Operator authority limits through OPRPGM1
       01  WS-OPR.
           COPY OPRCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

              GOBACK
           END-IF

      *    THE LIMIT IS ON THE SIZE OF THE MOVEMENT, UP OR DOWN.
           COMPUTE DB2-MOVEMENT-INT =
                   DB2-NEW-VALUE-INT - DB2-OLD-VALUE-INT
           IF DB2-MOVEMENT-INT < 0 THEN
              COMPUTE DB2-MOVEMENT-INT = 0 - DB2-MOVEMENT-INT
           END-IF
           MOVE SPACES TO WS-OPR
           MOVE 'OPRCHK' TO FSP-REQUEST-ID IN WS-OPR
           MOVE 'R' TO FSP-OPR-LIMIT-TYPE IN WS-OPR
           MOVE DB2-MOVEMENT-INT TO FSP-OPR-AMOUNT IN WS-OPR
           CALL 'OPRPGM1' USING DFHEIBLK DFHCOMMAREA WS-OPR
           EVALUATE FSP-RETURN-CODE IN WS-OPR
               WHEN 0
                  MOVE FSP-OPR-OPERATOR IN WS-OPR TO
                       FSP-RSV-OPERATOR IN MY-CLAIM
               WHEN 20
                  MOVE 16 TO FSP-RETURN-CODE IN MY-CLAIM
                  GOBACK
               WHEN 12
                  MOVE 20 TO FSP-RETURN-CODE IN MY-CLAIM
                  GOBACK
               WHEN OTHER
                  MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
                  GOBACK
           END-EVALUATE

           EXEC SQL
              UPDATE CLAIM
              SET    VALUE = :DB2-NEW-VALUE-INT
