       ID DIVISION.
       PROGRAM-ID. CHNPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    RETENTION CALL OUTCOMES OVER THE CHURN SCORE TABLE.
      *    LGDB2CHN SCORES EACH RENEWING POLICY AND PUTS THE RISKIEST
      *    ON THE RETENTION CALL LIST; CHNOUT KEYS WHAT CAME OF THE
      *    CALL AGAINST THAT POLICY AND RENEWAL DATE - R RETAINED,
      *    L LOST, N NOT REACHED, P PENDING (STILL CONSIDERING) -
      *    WITH THE OPERATOR, A NOTE AND CURRENT DATE, SO THE
      *    SCORING WEIGHTS CAN BE CHECKED AGAINST WHAT ACTUALLY
      *    HAPPENED. A LATER CALL OVERWRITES AN EARLIER OUTCOME.
      *    CHNINQ RETURNS THE SCORE, ITS FACTOR POINTS AND THE
      *    OUTCOME SO FAR. RETURN CODES: 0 OK, 4 INVALID REQUEST,
      *    OUTCOME OR MISSING OPERATOR, 8 SQL ERROR, 12 RENEWAL NOT
      *    SCORED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Host variables for the churn score table
           EXEC SQL INCLUDE CHURNSC    END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-CHURN.
           COPY CHNCPY1.

       PROCEDURE DIVISION USING MY-CHURN.
      *
       MAIN SECTION.
       MAIN1.

           MOVE FSP-CHN-POLICY-NUM IN MY-CHURN TO
                DB2-POLICYNUMBER-INT

           EVALUATE FSP-REQUEST-ID IN MY-CHURN
               WHEN 'CHNOUT'
                  PERFORM RECORD-OUTCOME
               WHEN 'CHNINQ'
                  PERFORM INQUIRE-CHURN
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-CHURN
           END-EVALUATE.

           GOBACK.

      *    ONLY A SCORED RENEWAL CAN CARRY AN OUTCOME - THE CALL
      *    LIST IS WHERE THE CALL CAME FROM.
       RECORD-OUTCOME.
           IF (FSP-CHN-OUTCOME IN MY-CHURN NOT = 'R' AND
               FSP-CHN-OUTCOME IN MY-CHURN NOT = 'L' AND
               FSP-CHN-OUTCOME IN MY-CHURN NOT = 'N' AND
               FSP-CHN-OUTCOME IN MY-CHURN NOT = 'P') OR
              FSP-CHN-OPERATOR IN MY-CHURN = SPACES THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CHURN
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.CHURNSCORE
              SET    OUTCOME = :FSP-CHN-OUTCOME,
                     OUTCOMEDATE = CURRENT DATE,
                     OUTCOMEOPER = :FSP-CHN-OPERATOR,
                     OUTCOMENOTE = :FSP-CHN-NOTE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  RENEWALDATE = :FSP-CHN-RENEWAL-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-CHURN
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-CHURN
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-CHURN
           END-EVALUATE.

       INQUIRE-CHURN.
           EXEC SQL
              SELECT CUSTOMERNUMBER,
                     CHAR(SCOREDATE, ISO),
                     SCORE, PCTCHANGE, PRICEPTS,
                     TENUREYEARS, TENUREPTS,
                     CLAIMCOUNT, CLAIMPTS,
                     ARREARS, ARREARSPTS,
                     HHPOLICIES, HHPTS,
                     CHANNEL, CHANNELPTS, HHPREMIUM,
                     COALESCE(OUTCOME, ' '),
                     COALESCE(CHAR(OUTCOMEDATE, ISO), ' '),
                     COALESCE(OUTCOMEOPER, ' '),
                     COALESCE(OUTCOMENOTE, ' ')
              INTO   :CUSTOMERNUMBER, :SCOREDATE,
                     :SCORE, :PCTCHANGE, :PRICEPTS,
                     :TENUREYEARS, :TENUREPTS,
                     :CLAIMCOUNT, :CLAIMPTS,
                     :ARREARS, :ARREARSPTS,
                     :HHPOLICIES, :HHPTS,
                     :CHANNEL, :CHANNELPTS, :HHPREMIUM,
                     :OUTCOME, :OUTCOMEDATE,
                     :OUTCOMEOPER, :OUTCOMENOTE
              FROM   GENASA1.CHURNSCORE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  RENEWALDATE = :FSP-CHN-RENEWAL-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  PERFORM RETURN-CHURN
                  MOVE 0 TO FSP-RETURN-CODE IN MY-CHURN
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-CHURN
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-CHURN
           END-EVALUATE.

       RETURN-CHURN.
           MOVE CUSTOMERNUMBER TO FSP-CHN-CUSTOMER-NUM IN MY-CHURN
           MOVE SCOREDATE TO FSP-CHN-SCORE-DATE IN MY-CHURN
           MOVE SCORE TO FSP-CHN-SCORE IN MY-CHURN
           MOVE PCTCHANGE TO FSP-CHN-PCT-CHANGE IN MY-CHURN
           MOVE PRICEPTS TO FSP-CHN-PRICE-PTS IN MY-CHURN
           MOVE TENUREYEARS TO FSP-CHN-TENURE-YEARS IN MY-CHURN
           MOVE TENUREPTS TO FSP-CHN-TENURE-PTS IN MY-CHURN
           MOVE CLAIMCOUNT TO FSP-CHN-CLAIM-COUNT IN MY-CHURN
           MOVE CLAIMPTS TO FSP-CHN-CLAIM-PTS IN MY-CHURN
           MOVE ARREARS TO FSP-CHN-ARREARS IN MY-CHURN
           MOVE ARREARSPTS TO FSP-CHN-ARREARS-PTS IN MY-CHURN
           MOVE HHPOLICIES TO FSP-CHN-HH-POLICIES IN MY-CHURN
           MOVE HHPTS TO FSP-CHN-HH-PTS IN MY-CHURN
           MOVE CHANNEL TO FSP-CHN-CHANNEL IN MY-CHURN
           MOVE CHANNELPTS TO FSP-CHN-CHANNEL-PTS IN MY-CHURN
           MOVE HHPREMIUM TO FSP-CHN-HH-PREMIUM IN MY-CHURN
           MOVE OUTCOME TO FSP-CHN-OUTCOME IN MY-CHURN
           MOVE OUTCOMEDATE TO FSP-CHN-OUTCOME-DATE IN MY-CHURN
           MOVE OUTCOMEOPER TO FSP-CHN-OPERATOR IN MY-CHURN
           MOVE OUTCOMENOTE TO FSP-CHN-NOTE IN MY-CHURN.

       LOG-SQL-ERROR.
           MOVE 'CHNPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM CHNPGM1.
