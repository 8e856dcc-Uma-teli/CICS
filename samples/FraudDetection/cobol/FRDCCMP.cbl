      * INTO THE MATRIX AND THE DELTA DISTRIBUTION.  A CHAMPION ROW
      * WITH NO CHALLENGER PARTNER (BREAKER OPEN, CHALLENGER SWITCHED
      * OFF, HOT-CARD OR REJECT STOP -- NONE OF THOSE RUN THE SHADOW
      * SCORE) IS COUNTED, NOT GUESSED AT.  A POST-OUTAGE RE-SCORE
      * ROW NEVER HAS A PARTNER AND IS NOT A TRANSACTION OF ITS OWN,
      * SO IT IS SKIPPED.  THEN READ THE NEXT ROW.
      *****************************************************************
       3000-MATCH-ONE-CHAMPION.
            IF SH-MODEL-ROLE = 'CHAMPION  '
               AND SH-DATE >= WS-FROM-DATE AND SH-DATE <= WS-TO-DATE
               AND NOT SH-RESCORE-ROW
               ADD 1 TO WS-CHAMP-COUNT
               PERFORM 3100-SEARCH-CHAL-TABLE THRU 3100-EXIT
               IF CHAL-FOUND
