      *    THE FIRST ZONE WHOSE RANGE COVERS THE ZIPCODE WINS. NO
      *    ZONE MEANS THE DEFAULT BAND AND RET-CODE '04' - THE RISK
      *    STILL RATES, BUT UNDERWRITING SHOULD ZONE THE ZIPCODE.
      *    ZONE-SET 'P' READS THE PROPOSED SET INSTEAD, FOR THE
      *    RATE-CHANGE SIMULATION - NOTHING LIVE RATES ON IT.
       LOOKUP-HAZARD-ZONE.
           MOVE ZIP-CODE TO WS-ZONE-ZIPCODE
           MOVE 'N' TO WS-UNZONED-SW

           IF ZONE-SET = 'P' THEN
              EXEC SQL
                 SELECT FIREFACTOR, CRIMEFACTOR,
                        FLOODFACTOR, WEATHERFACTOR
                 INTO  :WS-ZONE-FIRE, :WS-ZONE-CRIME,
                       :WS-ZONE-FLOOD, :WS-ZONE-WEATHER
                 FROM GENASA1.HAZARDZONEPROP
                 WHERE :WS-ZONE-ZIPCODE BETWEEN ZIPLOW AND ZIPHIGH
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT FIREFACTOR, CRIMEFACTOR,
                        FLOODFACTOR, WEATHERFACTOR
                 INTO  :WS-ZONE-FIRE, :WS-ZONE-CRIME,
                       :WS-ZONE-FLOOD, :WS-ZONE-WEATHER
                 FROM GENASA1.HAZARDZONE
                 WHERE :WS-ZONE-ZIPCODE BETWEEN ZIPLOW AND ZIPHIGH
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0 THEN
              MOVE WS-DEFAULT-FIRE TO WS-ZONE-FIRE
