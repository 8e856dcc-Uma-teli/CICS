      * OFFSET) IS UNCHANGED.
      *****************************************************************
           03 SH-SCORE-MILLIS            PIC 9(08) COMP.
      *****************************************************************
      * SH-TRAVEL-FLAG SAYS WHETHER A CARDHOLDER TRAVEL NOTICE
      * (COPY/TRAVNOTE.CPY) COVERED THIS TRANSACTION, SO A WAIVED
      * PROFILE CHECK CAN BE TOLD APART FROM ONE THAT SIMPLY FOUND
      * NOTHING:
      *   ' ' - NO ACTIVE NOTICE COVERED THE TRANSACTION
      *   'T' - AN ACTIVE NOTICE LISTED THE MERCHANT STATE (OR, FOR A
      *         FOREIGN TRANSACTION, THE COUNTRY): NO FIRST-SEEN
      *         STATE DEVIATION WAS RAISED AND THE PROFILE OVERRIDE
      *         DID NOT HARDEN THE DECISION
      * CARVED OUT OF THE TRAILING FILLER, SO THE RECORD LENGTH (AND
      * THE SH-CARD ALTERNATE INDEX OFFSET) IS UNCHANGED.
      *****************************************************************
           03 SH-TRAVEL-FLAG             PIC X(01).
      *****************************************************************
      * SH-COUNTRY-CODE IS THE ISO COUNTRY THE TRANSACTION WAS SCORED
      * UNDER -- 'USA' FOR A DOMESTIC ONE -- SO THE MODELIN PAYLOAD
      * CAN BE REBUILT FROM THE ROW ALONE.  BLANK ON A SHORT-COMMAREA
      * REJECT, AND ON EVERY ROW WRITTEN BEFORE THE 350-BYTE LAYOUT.
      *****************************************************************
           03 SH-COUNTRY-CODE            PIC X(03).
      *****************************************************************
      * POST-OUTAGE RE-SCORING (SCRHRSCR, TRANSACTION FRRS).  A REFER
      * CHAMPION ROW WRITTEN WHILE THE BREAKER WAS OPEN OR ALNSCORE
      * FAILED IS RE-DRIVEN THROUGH THE CURRENT CHAMPION ONCE THE
      * MODEL IS HEALTHY, AND THE RESULT IS WRITTEN AS A ROW OF ITS
      * OWN -- THE ORIGINAL IS NEVER OVERWRITTEN, BECAUSE IT IS WHAT
      * THE CARDHOLDER ACTUALLY GOT.  SH-RESCORE-FLAG SAYS WHICH SIDE
      * OF THE PAIR A ROW IS:
      *   ' ' - AN ORDINARY ROW
      *   'R' - A RE-SCORE; SH-RESCORE-LINK IS THE ORIGINAL'S SH-KEY
      *   'O' - AN ORIGINAL THAT HAS BEEN RE-SCORED; SH-RESCORE-LINK
      *         IS THE RE-SCORE'S SH-KEY, AND A SECOND RE-DRIVE OVER
      *         THE SAME HOURS SKIPS IT
      * THESE FIELDS AND SH-COUNTRY-CODE GREW THE RECORD FROM 270 TO
      * 350 BYTES (SEE JCL/SCRHCNV2.JCL); THEY SIT AFTER EVERY
      * PRE-EXISTING FIELD, SO THE SH-CARD ALTERNATE INDEX OFFSET IS
      * UNCHANGED.
      *****************************************************************
           03 SH-RESCORE-FLAG            PIC X(01).
               88 SH-RESCORE-ROW         VALUE 'R'.
               88 SH-RESCORED-ORIGINAL   VALUE 'O'.
           03 SH-RESCORE-LINK            PIC X(63).
      *****************************************************************
      * SH-OPS-RULE-FLAG SAYS WHETHER A RISK-OPS COUNTRY/MCC RULE
      * (COPY/OPSRULE.CPY) FORCED THIS TRANSACTION'S DECISION, AND
      * SH-OPS-RULE-KEY WHICH ONE (OR-KEY: COUNTRY THEN MCC, WITH
      * '***'/'****' FOR A WILDCARD), SO A RULE STOP CAN BE TOLD
      * APART FROM A MODEL OR MERCHANT STOP AND TIED BACK TO THE RULE
      * AND ITS RULAUDT HISTORY:
      *   ' ' - NO ACTIVE RULE MATCHED (KEY SPACES)
      *   'R' - A RULE FORCED AT LEAST REVIEW
      *   'D' - A RULE FORCED DECLINE
      * CARVED OUT OF THE TRAILING FILLER, SO THE RECORD LENGTH (AND
      * THE SH-CARD ALTERNATE INDEX OFFSET) IS UNCHANGED.
      *****************************************************************
           03 SH-OPS-RULE-FLAG           PIC X(01).
           03 SH-OPS-RULE-KEY            PIC X(07).
      *****************************************************************
      * SH-CARD-TEST-FLAG SAYS WHETHER THIS TRANSACTION'S MERCHANT WAS
      * UNDER A CARD-TESTING ATTACK (COPY/MRCHVEL.CPY) WHEN IT WAS
      * SCORED, AND WHICH MERCHANT-SIDE LIMIT STARTED THE ATTACK.
      * EVERY SUCH ROW CARRIES SCORE-RC 9995 / 'CARDTEST' AND A
      * FORCED DECLINE:
      *   ' ' - MERCHANT NOT UNDER ATTACK
      *   'C' - DISTINCT CARDS PER WINDOW
      *   'L' - LOW-DOLLAR AUTHORIZATIONS PER WINDOW
      *   'P' - DISTINCT CARD PREFIXES PER WINDOW
      * CARVED OUT OF THE TRAILING FILLER, SO THE RECORD LENGTH (AND
      * THE SH-CARD ALTERNATE INDEX OFFSET) IS UNCHANGED.
      *****************************************************************
           03 SH-CARD-TEST-FLAG          PIC X(01).
           03 FILLER                     PIC X(11).
