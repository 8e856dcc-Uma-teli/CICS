      *****************************************************************
      * 2000-PROCESS-ONE-RECORD -- ROLL ONE IN-DATE ROW THAT
      * REPRESENTS A REAL ALNSCORE LINK INTO ITS MODEL'S AND ITS
      * HOUR'S ACCUMULATORS.  THE SYNTHETIC SCORE-RC VALUES (9995
      * CARD-TEST ATTACK, 9996 HOT CARD, 9997 REJECT, 9999 BREAKER
      * OPEN) NEVER ISSUED A LINK, SO THEY ARE EXCLUDED; A REAL
      * FAILING CALL (ANY OTHER NONZERO RC) TOOK REAL TIME AND
      * COUNTS.
      *****************************************************************
       2000-PROCESS-ONE-RECORD.
            IF SH-DATE = WS-RUN-DATE
               AND SH-SCORE-RC NOT = 9995
               AND SH-SCORE-RC NOT = 9996
               AND SH-SCORE-RC NOT = 9997
               AND SH-SCORE-RC NOT = 9999
