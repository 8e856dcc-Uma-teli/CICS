      *****************************************************************
      * FRATTK     -  CARD-TESTING ATTACK STATUS (TSQ FRATTK)
      *               ONE ITEM, MAINTAINED BY FRAUDMOD AS IT DECLINES
      *               AUTHORIZATIONS AT A MERCHANT UNDER CARD-TESTING
      *               ATTACK (COPY/MRCHVEL.CPY) AND READ BY THE
      *               FRAUDSTS OPS CONSOLE: TODAY'S ATTACK AND PROBE
      *               COUNTS PLUS THE MOST RECENTLY STARTED ATTACKS.
      *               THE COUNTS RESET THEMSELVES WHEN AT-DATE ROLLS;
      *               THE ENTRIES DO NOT, SINCE AN ATTACK STARTED JUST
      *               BEFORE MIDNIGHT IS STILL ACTIVE JUST AFTER IT.
      *               AN ENTRY IS ACTIVE WHILE AT-UNTIL-ABSTIME IS
      *               LATER THAN THE CURRENT ABSTIME.
      *****************************************************************
       01 CARD-TEST-STATUS-RECORD.
           03 AT-DATE                    PIC 9(08).
           03 AT-ATTACK-COUNT            PIC 9(08) COMP.
           03 AT-PROBE-COUNT             PIC 9(08) COMP.
           03 AT-ENTRY OCCURS 5 TIMES.
               05 AT-MERCHANT-KEY        PIC X(51).
               05 AT-TRIGGER             PIC X(01).
               05 AT-START-TIME          PIC 9(06).
               05 AT-UNTIL-ABSTIME       PIC 9(16) COMP.
           03 FILLER                     PIC X(10).
