      *               KSDS, CICS FILE HOTAUDT).  ONE ROW IS WRITTEN
      *               FOR EVERY ONLINE ADD, REFRESH OR LIFT OF A
      *               HOTCARD ENTRY -- BY HOTCRDMT FOR OPERATOR
      *               ACTIONS, BY FRAUDCSE WHEN A CONFIRMED-FRAUD
      *               DISPOSITION BLOCKS THE CARD, AND BY THE RSPNLOAD
      *               BATCH WHEN A CARDHOLDER'S ANSWER BLOCKS THE CARD
      *               OR LIFTS AN ANALYST BLOCK -- CARRYING THE OLD
      *               AND NEW REASON/EXPIRY VALUES, THE USER AND A
      *               TIMESTAMP, THE SAME WAY THRAUDT AUDITS THRESHLD
      *               CHANGES.  AN ANALYST/OPERATOR BLOCK IS TOLD
