      * FRAUDCSE.  KEEP THE LENGTH IN STEP IF REVQUE CHANGES.
      *****************************************************************
           03 PC-CASE-DATA               PIC X(117).
      *****************************************************************
      * PC-CASE-SOURCE SAYS WHERE THE CASE CAME FROM:
      *   ' ' - CUT BY FRAUDMOD WHILE SCORING THE LIVE AUTHORIZATION
      *   'S' - CUT BY THE SCRHRSCR POST-OUTAGE RE-SCORE (TRANSACTION
      *         FRRS): THE CARDHOLDER GOT A REFER AT THE TIME, AND
      *         THE CASE IS FOR FOLLOW-UP, NOT A STOP THAT HAPPENED.
      *         FRDBAL LEAVES THESE OUT OF ITS CROSSFOOT, SINCE THEY
      *         NEVER PASSED THROUGH THE ONLINE COUNTERS.
      * CARVED OUT OF THE TRAILING FILLER, SO THE RECORD LENGTH IS
      * UNCHANGED.
      *****************************************************************
           03 PC-CASE-SOURCE             PIC X(01).
               88 PC-FROM-LIVE-SCORING   VALUE ' '.
               88 PC-FROM-RESCORE        VALUE 'S'.
           03 FILLER                     PIC X(09).
