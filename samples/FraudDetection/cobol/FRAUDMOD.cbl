           88 PROFILE-DEVIATED    VALUE 'Y'.
       77 CPL-LIMITS-KEY       PIC X(16) VALUE '*PROFILE-LIMIT*'.

      *****************************************************************
      * CARDHOLDER TRAVEL NOTICES (COPY/TRAVNOTE.CPY), MAINTAINED
      * ONLINE BY TRAVELMT.  A CARDHOLDER WHO CALLED AHEAD OF A TRIP
      * SHOULD NOT HAVE EVERY PURCHASE AT THE DESTINATION HARDENED
      * INTO REVIEW AS A FIRST-SEEN STATE: A TRANSACTION INSIDE THE
      * NOTICE DATES IN A LISTED STATE (OR, FOREIGN, A LISTED
      * COUNTRY) RAISES NO 'S' DEVIATION AND IS NOT HARDENED BY
      * 0585-APPLY-PROFILE-OVERRIDE.  THE VELOCITY, MERCHANT AND
      * MODEL CONTROLS STILL APPLY IN FULL.
      *****************************************************************
       COPY TRAVNOTE.

       77 TRV-RESP             PIC S9(08) COMP.
       77 TRV-IDX              PIC 9(02) COMP.
       01 TRAVEL-TODAY-DATE    PIC 9(08).
      *****************************************************************
      * TRAVEL-NOTICE-TRIGGER FEEDS SH-TRAVEL-FLAG: 'T' WHEN AN
      * ACTIVE NOTICE COVERED THE TRANSACTION, SPACE WHEN NONE DID.
      *****************************************************************
       77 TRAVEL-NOTICE-TRIGGER PIC X(01) VALUE SPACE.
           88 TRAVEL-NOTICE-APPLIED VALUE 'T'.

      *****************************************************************
      * MERCHANT RISK FILE (COPY/MRCHRISK.CPY), REBUILT NIGHTLY BY
      * MRCHLOAD FROM SCOREHST.  ALL THE OTHER CONTROLS HERE ARE
      *****************************************************************
       77 MERCHANT-RISK-TRIGGER PIC X(01) VALUE SPACE.

      *****************************************************************
      * RISK-OPS COUNTRY/MCC RULES (COPY/OPSRULE.CPY), MAINTAINED
      * ONLINE BY OPSRULMT.  MRCHLOAD'S TIERING ONLY CATCHES UP
      * OVERNIGHT; A RULE TAKES EFFECT ON THE NEXT TRANSACTION.  A
      * MATCHING RULE IN FORCE TODAY, WHOSE FLOOR THE USD AMOUNT
      * REACHES, FORCES THE DECISION TO AT LEAST THE RULE'S ACTION
      * (REVIEW OR DECLINE) REGARDLESS OF WHAT THE MODEL SAYS, AND IS
      * CARRIED ONTO THE SCOREHST ROW IN SH-OPS-RULE-FLAG/-KEY.
      *****************************************************************
       COPY OPSRULE.

       77 OPS-RESP             PIC S9(08) COMP.
       01 OPS-TODAY-DATE       PIC 9(08).
       01 OPS-TXN-COUNTRY      PIC X(03).
       01 OPS-PROBE-KEY.
           03 OPS-PROBE-COUNTRY PIC X(03).
           03 OPS-PROBE-MCC     PIC X(04).
      *****************************************************************
      * OPS-RULE-TRIGGER FEEDS SH-OPS-RULE-FLAG: THE ACTION ('R' OR
      * 'D') OF THE HARDEST RULE THAT FIRED, SPACE WHEN NONE DID;
      * OPS-RULE-FIRED-KEY FEEDS SH-OPS-RULE-KEY.
      *****************************************************************
       77 OPS-RULE-TRIGGER     PIC X(01) VALUE SPACE.
       01 OPS-RULE-FIRED-KEY   PIC X(07) VALUE SPACES.

      *****************************************************************
      * MERCHANT-SIDE CARD-TESTING WINDOW AND OPS-TUNABLE LIMITS, BOTH
      * HELD IN CICS FILE MRCHVEL (COPY/MRCHVEL.CPY).  A TESTER
      * PUSHING HUNDREDS OF SMALL AUTHORIZATIONS ON DIFFERENT CARDS
      * THROUGH ONE MERCHANT NEVER TRIPS THE PER-CARD VELOCITY LIMITS;
      * COUNTED BY MERCHANT IT DOES.  A BREACH PUTS THE MERCHANT UNDER
      * ATTACK FOR THE COOLDOWN, AND EVERY AUTHORIZATION THROUGH IT
      * UNTIL THEN IS DECLINED BEFORE ALNSCORE IS CALLED, SO A PROBE
      * COSTS NEITHER A MODEL CALL NOR, ONCE APPROVED, A NETWORK FEE.
      *****************************************************************
       COPY MRCHVEL.

       77 MV-RESP              PIC S9(08) COMP.
       77 MV-IDX               PIC 9(02) COMP.
       77 MV-FOUND-SW          PIC X(01).
           88 MV-ENTRY-FOUND      VALUE 'Y'.
       77 MV-NEW-MERCHANT-SW   PIC X(01).
           88 MV-NEW-MERCHANT     VALUE 'Y'.
       77 MVL-LIMITS-KEY       PIC X(51) VALUE '*CARDTEST-LIMIT*'.
       01 MV-WINDOW-UNITS      PIC 9(16) COMP.
       01 MV-CARD-PREFIX       PIC X(08).
       77 CARD-TEST-SW         PIC X(01) VALUE 'N'.
           88 MERCHANT-UNDER-ATTACK VALUE 'Y'.
       77 CARD-TEST-START-SW   PIC X(01) VALUE 'N'.
           88 CARD-TEST-STARTED   VALUE 'Y'.
      *****************************************************************
      * CARD-TEST-TRIGGER FEEDS SH-CARD-TEST-FLAG: THE MV-ATTACK-
      * TRIGGER ('C', 'L' OR 'P') OF THE ATTACK THE MERCHANT IS UNDER,
      * SPACE WHEN IT IS NOT UNDER ONE.
      *****************************************************************
       77 CARD-TEST-TRIGGER    PIC X(01) VALUE SPACE.

      *****************************************************************
      * ACTIVE-ATTACK SUMMARY FOR THE FRAUDSTS OPS CONSOLE, HELD IN
      * TSQ FRATTK (COPY/FRATTK.CPY).
      *****************************************************************
       COPY FRATTK.

       77 ATK-RESP             PIC S9(08) COMP.
       77 ATK-IDX              PIC 9(02) COMP.
       77 ATK-SLOT             PIC 9(02) COMP.
       01 ATK-TODAY-DATE       PIC 9(08).
       01 ATK-MSG              PIC X(80).

      *****************************************************************
      * DAILY DECISION COUNTERS FOR THE FRAUDSTS OPS CONSOLE, HELD IN
      * TSQ FRSTAT (COPY/FRDSTAT.CPY).  BUMPED ONCE PER TRANSACTION AS
               PERFORM 0850-DECLINE-HOT-CARD THRU 0850-EXIT
            END-IF.

      *****************************************************************
      * THE CARD-TESTING CHECK COMES BEFORE EVERY OTHER CONTROL: A
      * MERCHANT UNDER ATTACK IS DECLINED WITHOUT A MODEL CALL, SO
      * NOTHING PAST THIS POINT WOULD CHANGE THE ANSWER.
      *****************************************************************
            IF INPUT-IS-VALID AND NOT HOT-CARD-IS-LISTED
               PERFORM 0160-CHECK-CARD-TESTING THRU 0160-EXIT
            END-IF.

            IF INPUT-IS-VALID AND NOT HOT-CARD-IS-LISTED
               AND MERCHANT-UNDER-ATTACK
               PERFORM 0860-DECLINE-CARD-TEST THRU 0860-EXIT
            END-IF.

            IF INPUT-IS-VALID AND NOT HOT-CARD-IS-LISTED
               AND NOT MERCHANT-UNDER-ATTACK
               PERFORM 0170-CHECK-MERCHANT-RISK THRU 0170-EXIT

               PERFORM 0180-CHECK-OPS-RULES THRU 0180-EXIT

               PERFORM 0300-UPDATE-VELOCITY THRU 0300-EXIT

               PERFORM 0310-CHECK-PROFILE THRU 0310-EXIT
       0150-EXIT.
            EXIT.

      *****************************************************************
      * 0160-CHECK-CARD-TESTING -- ROLL THIS AUTHORIZATION INTO ITS
      * MERCHANT'S CARD-TESTING WINDOW AND CHECK THE OPS-TUNABLE
      * LIMITS, BEFORE ANY OTHER CONTROL AND BEFORE THE MODEL IS EVER
      * CALLED.  A MERCHANT ALREADY UNDER ATTACK JUST HAS THE PROBE
      * COUNTED -- ITS WINDOW STAYS AS IT WAS WHEN THE ATTACK STARTED.
      * OTHERWISE A BREACH STARTS AN ATTACK THAT LASTS THE COOLDOWN,
      * AND THIS AUTHORIZATION IS ITS FIRST DECLINE.  RUNS AFTER
      * 0120-CONVERT-CURRENCY, SO "LOW-DOLLAR" MEANS USD WHATEVER THE
      * CARDHOLDER SPENT.  READ UPDATE/REWRITE SO TWO CONCURRENT
      * AUTHORIZATIONS AT THE SAME MERCHANT CANNOT LOSE EACH OTHER'S
      * COUNTS.
      *****************************************************************
       0160-CHECK-CARD-TESTING.
            MOVE 'N'   TO CARD-TEST-SW.
            MOVE 'N'   TO CARD-TEST-START-SW.
            MOVE SPACE TO CARD-TEST-TRIGGER.

            PERFORM 0169-READ-CARD-TEST-LIMITS THRU 0169-EXIT.

            EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
            COMPUTE MV-WINDOW-UNITS =
                MVL-WINDOW-SECONDS * ABSTIME-UNITS-PER-SEC.

            MOVE 'N'            TO MV-NEW-MERCHANT-SW.
            MOVE MERCHANTXNAME  TO MV-MERCHANTXNAME.
            MOVE MERCHANTXCITY  TO MV-MERCHANTXCITY.
            MOVE MERCHANTXSTATE TO MV-MERCHANTXSTATE.
            MOVE MCC            TO MV-MCC.
            EXEC CICS READ FILE('MRCHVEL')
                INTO(MERCHANT-VELOCITY-RECORD)
                RIDFLD(MV-KEY)
                UPDATE
                RESP(MV-RESP)
                END-EXEC.

            IF MV-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y'   TO MV-NEW-MERCHANT-SW
               MOVE 0     TO MV-ATTACK-UNTIL
               MOVE SPACE TO MV-ATTACK-TRIGGER
               MOVE 0     TO MV-ATTACK-START-DATE
               MOVE 0     TO MV-ATTACK-START-TIME
               MOVE 0     TO MV-ATTACK-PROBES
            END-IF.

            IF MV-ATTACK-UNTIL > ABS-TIME
               MOVE 'Y'               TO CARD-TEST-SW
               MOVE MV-ATTACK-TRIGGER TO CARD-TEST-TRIGGER
               ADD 1                  TO MV-ATTACK-PROBES
            ELSE
               PERFORM 0161-ROLL-IN-MERCHANT THRU 0161-EXIT
            END-IF.

            IF MV-NEW-MERCHANT
               EXEC CICS WRITE FILE('MRCHVEL')
                   FROM(MERCHANT-VELOCITY-RECORD)
                   RIDFLD(MV-KEY)
                   RESP(MV-RESP)
                   END-EXEC
            ELSE
               EXEC CICS REWRITE FILE('MRCHVEL')
                   FROM(MERCHANT-VELOCITY-RECORD)
                   RESP(MV-RESP)
                   END-EXEC
            END-IF.

            IF MV-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'MRCHVEL UPDATE FAILED, RESP=' MV-RESP
            END-IF.

       0160-EXIT.
            EXIT.

      *****************************************************************
      * 0161-ROLL-IN-MERCHANT -- A NEW MERCHANT, OR A WINDOW WHOSE
      * START HAS AGED PAST THE WINDOW LENGTH, STARTS COUNTING FRESH
      * FROM THIS AUTHORIZATION.  THE LIMITS ARE TESTED IN A FIXED
      * ORDER AND THE FIRST ONE FOUND BREACHED IS THE ATTACK'S
      * TRIGGER.
      *****************************************************************
       0161-ROLL-IN-MERCHANT.
            IF MV-NEW-MERCHANT
               OR (ABS-TIME - MV-WINDOW-START) > MV-WINDOW-UNITS
               MOVE ABS-TIME TO MV-WINDOW-START
               MOVE 0        TO MV-AUTH-COUNT
               MOVE 0        TO MV-LOW-DOLLAR-COUNT
               MOVE 0        TO MV-CARD-COUNT
               MOVE SPACES   TO MV-CARD-LIST
               MOVE 0        TO MV-PREFIX-COUNT
               MOVE SPACES   TO MV-PREFIX-LIST
            END-IF.

            ADD 1 TO MV-AUTH-COUNT.
            IF AMOUNT <= MVL-LOW-DOLLAR-AMOUNT
               ADD 1 TO MV-LOW-DOLLAR-COUNT
            END-IF.
            PERFORM 0162-COUNT-DISTINCT-CARD THRU 0162-EXIT.
            PERFORM 0164-COUNT-DISTINCT-PREFIX THRU 0164-EXIT.

            IF MV-CARD-COUNT > MVL-CARD-LIMIT
               MOVE 'C' TO CARD-TEST-TRIGGER
            ELSE
               IF MV-LOW-DOLLAR-COUNT > MVL-LOW-DOLLAR-LIMIT
                  MOVE 'L' TO CARD-TEST-TRIGGER
               ELSE
                  IF MV-PREFIX-COUNT > MVL-PREFIX-LIMIT
                     MOVE 'P' TO CARD-TEST-TRIGGER
                  END-IF
               END-IF
            END-IF.

            IF CARD-TEST-TRIGGER NOT = SPACE
               MOVE 'Y'               TO CARD-TEST-SW
               MOVE 'Y'               TO CARD-TEST-START-SW
               MOVE CARD-TEST-TRIGGER TO MV-ATTACK-TRIGGER
               COMPUTE MV-ATTACK-UNTIL = ABS-TIME
                   + (MVL-COOLDOWN-SECONDS * ABSTIME-UNITS-PER-SEC)
               EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                   YYYYMMDD(MV-ATTACK-START-DATE)
                   TIME(MV-ATTACK-START-TIME)
                   END-EXEC
               MOVE 0                 TO MV-ATTACK-PROBES
            END-IF.

       0161-EXIT.
            EXIT.

      *****************************************************************
      * 0162-COUNT-DISTINCT-CARD -- BUMP MV-CARD-COUNT WHEN THIS CARD
      * HAS NOT BEEN SEEN AT THE MERCHANT IN THE CURRENT WINDOW.
      * ONLY THE FIRST FIFTY DISTINCT CARDS ARE REMEMBERED (SEE
      * COPY/MRCHVEL.CPY).
      *****************************************************************
       0162-COUNT-DISTINCT-CARD.
            MOVE 'N' TO MV-FOUND-SW.

            PERFORM 0163-SCAN-CARD-ENTRY THRU 0163-EXIT
                VARYING MV-IDX FROM 1 BY 1
                UNTIL MV-IDX > 50 OR MV-ENTRY-FOUND.

            IF NOT MV-ENTRY-FOUND
               ADD 1 TO MV-CARD-COUNT
               IF MV-CARD-COUNT <= 50
                  MOVE CARD TO MV-CARD-ENTRY(MV-CARD-COUNT)
               END-IF
            END-IF.

       0162-EXIT.
            EXIT.

       0163-SCAN-CARD-ENTRY.
            IF MV-CARD-ENTRY(MV-IDX) = CARD
               MOVE 'Y' TO MV-FOUND-SW
            END-IF.

       0163-EXIT.
            EXIT.

      *****************************************************************
      * 0164-COUNT-DISTINCT-PREFIX -- THE SAME FOR THE CARD'S LEADING
      * MVL-PREFIX-LENGTH DIGITS.
      *****************************************************************
       0164-COUNT-DISTINCT-PREFIX.
            MOVE SPACES TO MV-CARD-PREFIX.
            MOVE CARD(1:MVL-PREFIX-LENGTH) TO MV-CARD-PREFIX.
            MOVE 'N' TO MV-FOUND-SW.

            PERFORM 0165-SCAN-PREFIX-ENTRY THRU 0165-EXIT
                VARYING MV-IDX FROM 1 BY 1
                UNTIL MV-IDX > 50 OR MV-ENTRY-FOUND.

            IF NOT MV-ENTRY-FOUND
               ADD 1 TO MV-PREFIX-COUNT
               IF MV-PREFIX-COUNT <= 50
                  MOVE MV-CARD-PREFIX
                      TO MV-PREFIX-ENTRY(MV-PREFIX-COUNT)
               END-IF
            END-IF.

       0164-EXIT.
            EXIT.

       0165-SCAN-PREFIX-ENTRY.
            IF MV-PREFIX-ENTRY(MV-IDX) = MV-CARD-PREFIX
               MOVE 'Y' TO MV-FOUND-SW
            END-IF.

       0165-EXIT.
            EXIT.

      *****************************************************************
      * 0169-READ-CARD-TEST-LIMITS -- LOAD THE OPS-TUNABLE LIMITS FROM
      * THE RESERVED KEY IN THE MRCHVEL FILE, FALLING BACK TO BUILT-IN
      * DEFAULTS WHEN OPS HAS NOT SEEDED THE RECORD, THE SAME WAY
      * 0350-READ-VELOCITY-LIMITS DOES.  A PREFIX LENGTH OTHER THAN 6
      * OR 8 IS TREATED AS 6.  THE DEFAULTS ARE SET FOR A SMALL
      * MERCHANT; A BUSY ONE SEES FORTY CARDS IN FIVE MINUTES WITHOUT
      * ANY TESTING, WHICH IS WHAT THE LOW-DOLLAR LIMIT IS FOR.
      *****************************************************************
       0169-READ-CARD-TEST-LIMITS.
            MOVE MVL-LIMITS-KEY TO MVL-KEY.
            EXEC CICS READ FILE('MRCHVEL')
                INTO(MERCHANT-VELOCITY-LIMIT-RECORD)
                RIDFLD(MVL-KEY)
                RESP(MV-RESP)
                END-EXEC.

            IF MV-RESP NOT = DFHRESP(NORMAL)
               MOVE 300     TO MVL-WINDOW-SECONDS
               MOVE 40      TO MVL-CARD-LIMIT
               MOVE 5.00    TO MVL-LOW-DOLLAR-AMOUNT
               MOVE 15      TO MVL-LOW-DOLLAR-LIMIT
               MOVE 6       TO MVL-PREFIX-LENGTH
               MOVE 25      TO MVL-PREFIX-LIMIT
               MOVE 1800    TO MVL-COOLDOWN-SECONDS
            END-IF.

            IF MVL-PREFIX-LENGTH NOT = 6 AND MVL-PREFIX-LENGTH NOT = 8
               MOVE 6 TO MVL-PREFIX-LENGTH
            END-IF.

       0169-EXIT.
            EXIT.

      *****************************************************************
      * 0170-CHECK-MERCHANT-RISK -- KEYED READ OF THE MERCHANT RISK
      * FILE FOR THIS TRANSACTION'S MERCHANT, RIGHT AFTER THE
       0170-EXIT.
            EXIT.

      *****************************************************************
      * 0180-CHECK-OPS-RULES -- LOOK UP THE RISK-OPS RULES THAT COULD
      * COVER THIS TRANSACTION, MOST SPECIFIC FIRST: ITS OWN COUNTRY
      * AND MCC, ITS COUNTRY WITH ANY MCC, THEN (FOREIGN ONLY) ANY
      * FOREIGN COUNTRY WITH ITS MCC AND WITH ANY MCC.  RUNS AFTER
      * 0120-CONVERT-CURRENCY, SO AMOUNT IS ALREADY USD AND A RULE'S
      * FLOOR MEANS THE SAME THING WHATEVER THE CARDHOLDER SPENT IT
      * IN.  A DECLINE RULE OUTRANKS A REVIEW RULE; BETWEEN RULES OF
      * THE SAME ACTION THE MORE SPECIFIC ONE IS THE ONE RECORDED.
      * THE FILE IS ONLY READ -- ALL UPKEEP IS OPSRULMT'S.
      *****************************************************************
       0180-CHECK-OPS-RULES.
            MOVE SPACE  TO OPS-RULE-TRIGGER.
            MOVE SPACES TO OPS-RULE-FIRED-KEY.

            EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                YYYYMMDD(OPS-TODAY-DATE)
                END-EXEC.

            IF FOREIGN-TXN
               MOVE COUNTRY-CODE TO OPS-TXN-COUNTRY
            ELSE
               MOVE 'USA'        TO OPS-TXN-COUNTRY
            END-IF.

            MOVE OPS-TXN-COUNTRY TO OPS-PROBE-COUNTRY.
            MOVE MCC             TO OPS-PROBE-MCC.
            PERFORM 0185-PROBE-OPS-RULE THRU 0185-EXIT.

            MOVE '****'          TO OPS-PROBE-MCC.
            PERFORM 0185-PROBE-OPS-RULE THRU 0185-EXIT.

            IF FOREIGN-TXN
               MOVE '***'        TO OPS-PROBE-COUNTRY
               MOVE MCC          TO OPS-PROBE-MCC
               PERFORM 0185-PROBE-OPS-RULE THRU 0185-EXIT

               MOVE '****'       TO OPS-PROBE-MCC
               PERFORM 0185-PROBE-OPS-RULE THRU 0185-EXIT
            END-IF.

       0180-EXIT.
            EXIT.

      *****************************************************************
      * 0185-PROBE-OPS-RULE -- ONE KEYED READ.  ONCE A DECLINE RULE
      * HAS FIRED NOTHING LESS SPECIFIC CAN CHANGE THE ANSWER, SO THE
      * REMAINING PROBES COST NOTHING.  A RULE NOT YET EFFECTIVE, PAST
      * ITS EXPIRY, OR WHOSE FLOOR THE AMOUNT DOES NOT REACH IS
      * IGNORED.
      *****************************************************************
       0185-PROBE-OPS-RULE.
            IF OPS-RULE-TRIGGER NOT = 'D'
               MOVE OPS-PROBE-KEY TO OR-KEY
               EXEC CICS READ FILE('OPSRULE')
                   INTO(OPS-RULE-RECORD)
                   RIDFLD(OR-KEY)
                   RESP(OPS-RESP)
                   END-EXEC

               IF OPS-RESP = DFHRESP(NORMAL)
                  IF OPS-TODAY-DATE >= OR-EFFECTIVE-DATE
                     AND OPS-TODAY-DATE <= OR-EXPIRY-DATE
                     AND AMOUNT >= OR-AMOUNT-FLOOR
                     IF OR-FORCE-DECLINE
                        OR (OR-FORCE-REVIEW
                            AND OPS-RULE-TRIGGER = SPACE)
                        MOVE OR-ACTION TO OPS-RULE-TRIGGER
                        MOVE OR-KEY    TO OPS-RULE-FIRED-KEY
                     END-IF
                  END-IF
               END-IF
            END-IF.

       0185-EXIT.
            EXIT.

      *****************************************************************
      * 0850-DECLINE-HOT-CARD -- THE CARD IS ON THE BLOCK LIST.  SET A
      * DISTINCT DECISION/ERROR CODE (SCORE-RC 9996 / 'HOTCARD '),
       0850-EXIT.
            EXIT.

      *****************************************************************
      * 0860-DECLINE-CARD-TEST -- THE MERCHANT IS UNDER A CARD-TESTING
      * ATTACK.  SET A DISTINCT DECISION/ERROR CODE (SCORE-RC 9995 /
      * 'CARDTEST'), SKIP THE ALNSCORE LINK ENTIRELY, AND STILL WRITE
      * THE SCOREHST ROW, FLAGGED IN SH-CARD-TEST-FLAG, SO EVERY PROBE
      * SHOWS IN THE SAME AUDIT TRAIL AS SCORED TRANSACTIONS.  NO
      * PENDING CASE IS CUT -- HUNDREDS OF PROBES WOULD FLOOD THE
      * ANALYST QUEUE WITH ONE ATTACK.  OPS HEARS OF THE ATTACK ONCE,
      * ON CSMT AS IT STARTS, AND SEES IT ON THE FRAUDSTS CONSOLE FOR
      * AS LONG AS IT LASTS.
      *****************************************************************
       0860-DECLINE-CARD-TEST.
            MOVE 9995           TO SCORE-RC.
            MOVE 'CARDTEST'     TO SCORE-ERR-ID.
            MOVE 'Merchant card-testing attack - ALNSCORE not called'
                TO SCORE-ERR-MSG.
            MOVE 0               TO PREDICTION.
            MOVE 0               TO PROBABILITY(1).
            MOVE 0               TO PROBABILITY(2).
            MOVE 'DECLINE '      TO DECISION-CODE.

            DISPLAY 'CARD-TEST DECLINED - CARD=' CARD
                ' MERCHANT=' MERCHANTXNAME
                ' TRIGGER=' CARD-TEST-TRIGGER.

            MOVE MODEL_ID      TO RES_ID.
            MOVE MODEL_ID      TO CURRENT-MODEL-ID.
            MOVE 'CHAMPION'    TO CURRENT-MODEL-ROLE.
            MOVE DECISION-CODE TO CURRENT-DECISION-CODE.
            PERFORM 0900-WRITE-HISTORY THRU 0900-EXIT.
            PERFORM 0950-COUNT-DECISION THRU 0950-EXIT.
            PERFORM 0870-POST-ATTACK-STATUS THRU 0870-EXIT.

            IF CARD-TEST-STARTED
               MOVE SPACES TO ATK-MSG
               STRING 'CARD-TEST ATTACK - DECLINING ALL AT '
                          DELIMITED BY SIZE
                      MV-MERCHANTXNAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      MV-MERCHANTXSTATE DELIMITED BY SIZE
                      ' TRIGGER=' DELIMITED BY SIZE
                      CARD-TEST-TRIGGER DELIMITED BY SIZE
                   INTO ATK-MSG
               END-STRING
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(ATK-MSG)
                   LENGTH(LENGTH OF ATK-MSG)
                   END-EXEC
            END-IF.

       0860-EXIT.
            EXIT.

      *****************************************************************
      * 0870-POST-ATTACK-STATUS -- KEEP TSQ FRATTK CURRENT FOR THE
      * FRAUDSTS CONSOLE: COUNT THE PROBE AND, WHEN THIS AUTHORIZATION
      * STARTED THE ATTACK, COUNT THE ATTACK AND POST IT TO THE ENTRY
      * TABLE -- OVER THE SAME MERCHANT'S ENTRY IF IT HAS ONE, ELSE
      * OVER THE ENTRY THAT ENDS (OR ENDED) SOONEST.  THE COUNTS
      * SELF-RESET WHEN THE DATE ROLLS, AS FRSTAT'S DO.
      *****************************************************************
       0870-POST-ATTACK-STATUS.
            EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                YYYYMMDD(ATK-TODAY-DATE)
                END-EXEC.

            EXEC CICS READQ TS QUEUE('FRATTK')
                INTO(CARD-TEST-STATUS-RECORD)
                ITEM(1)
                RESP(ATK-RESP)
                END-EXEC.

            IF ATK-RESP NOT = DFHRESP(NORMAL)
               MOVE ATK-TODAY-DATE TO AT-DATE
               MOVE 0 TO AT-ATTACK-COUNT
               MOVE 0 TO AT-PROBE-COUNT
               PERFORM 0875-CLEAR-ATTACK-ENTRY THRU 0875-EXIT
                   VARYING ATK-IDX FROM 1 BY 1 UNTIL ATK-IDX > 5
               EXEC CICS WRITEQ TS QUEUE('FRATTK')
                   FROM(CARD-TEST-STATUS-RECORD)
                   END-EXEC
            END-IF.

            IF AT-DATE NOT = ATK-TODAY-DATE
               MOVE ATK-TODAY-DATE TO AT-DATE
               MOVE 0 TO AT-ATTACK-COUNT
               MOVE 0 TO AT-PROBE-COUNT
            END-IF.

            ADD 1 TO AT-PROBE-COUNT.

            IF CARD-TEST-STARTED
               ADD 1 TO AT-ATTACK-COUNT
               MOVE 1 TO ATK-SLOT
               PERFORM 0880-PICK-ATTACK-SLOT THRU 0880-EXIT
                   VARYING ATK-IDX FROM 1 BY 1 UNTIL ATK-IDX > 5
               MOVE MV-KEY               TO AT-MERCHANT-KEY(ATK-SLOT)
               MOVE MV-ATTACK-TRIGGER    TO AT-TRIGGER(ATK-SLOT)
               MOVE MV-ATTACK-START-TIME TO AT-START-TIME(ATK-SLOT)
               MOVE MV-ATTACK-UNTIL      TO AT-UNTIL-ABSTIME(ATK-SLOT)
            END-IF.

            EXEC CICS WRITEQ TS QUEUE('FRATTK')
                FROM(CARD-TEST-STATUS-RECORD)
                ITEM(1)
                REWRITE
                END-EXEC.

       0870-EXIT.
            EXIT.

       0875-CLEAR-ATTACK-ENTRY.
            MOVE SPACES TO AT-MERCHANT-KEY(ATK-IDX).
            MOVE SPACE  TO AT-TRIGGER(ATK-IDX).
            MOVE 0      TO AT-START-TIME(ATK-IDX).
            MOVE 0      TO AT-UNTIL-ABSTIME(ATK-IDX).

       0875-EXIT.
            EXIT.

      *****************************************************************
      * 0880-PICK-ATTACK-SLOT -- THE MERCHANT'S OWN ENTRY WINS OUTRIGHT;
      * OTHERWISE KEEP THE ENTRY WITH THE EARLIEST END.
      *****************************************************************
       0880-PICK-ATTACK-SLOT.
            IF AT-MERCHANT-KEY(ATK-SLOT) NOT = MV-KEY
               IF AT-MERCHANT-KEY(ATK-IDX) = MV-KEY
                  OR AT-UNTIL-ABSTIME(ATK-IDX)
                         < AT-UNTIL-ABSTIME(ATK-SLOT)
                  MOVE ATK-IDX TO ATK-SLOT
               END-IF
            END-IF.

       0880-EXIT.
            EXIT.

      *****************************************************************
      * 0800-REJECT-BAD-INPUT -- 0100-VALIDATE-INPUT FOUND A PROBLEM.
      * ALNSCORE IS NEVER CALLED WITH MALFORMED DATA; INSTEAD WE SET A
      * PROFILE, OR A PROFILE TOO THIN TO TRUST (UNDER THE LIMIT
      * RECORD'S MINIMUM HISTORY), DERIVES NOTHING -- EVERYTHING IS
      * "FIRST SEEN" ON A BRAND-NEW CARD AND FLAGGING IT ALL WOULD
      * DROWN THE ANALYSTS.  A CARD WITH A TRUSTED PROFILE ALSO HAS
      * ITS TRAVEL NOTICE CHECKED; A NOTICE COVERING THIS MERCHANT
      * STATE (OR FOREIGN COUNTRY) SUPPRESSES THE FIRST-SEEN STATE
      * TEST.
      *****************************************************************
       0310-CHECK-PROFILE.
            MOVE SPACES TO PROFILE-DEVIATION-FLAGS.
            MOVE 'N'    TO PROFILE-DEVIATED-SW.
            MOVE 'N'    TO PROF-FOUND-SW.
            MOVE SPACE  TO TRAVEL-NOTICE-TRIGGER.

            MOVE CARD TO CP-CARD.
            EXEC CICS READ FILE('CARDPROF')
            IF PROFILE-FOUND
               PERFORM 0340-READ-PROFILE-LIMITS THRU 0340-EXIT
               IF CP-TXN-COUNT >= CPL-MIN-HISTORY
                  PERFORM 0318-CHECK-TRAVEL-NOTICE THRU 0318-EXIT
                  IF NOT TRAVEL-NOTICE-APPLIED
                     PERFORM 0312-CHECK-STATE-DEVIATION THRU 0312-EXIT
                  END-IF
                  PERFORM 0314-CHECK-MCC-DEVIATION THRU 0314-EXIT
                  PERFORM 0316-CHECK-AMOUNT-DEVIATION THRU 0316-EXIT
               END-IF
       0316-EXIT.
            EXIT.

      *****************************************************************
      * 0318-CHECK-TRAVEL-NOTICE -- KEYED READ OF THE CARD'S TRAVEL
      * NOTICE.  THE NOTICE APPLIES WHEN TODAY FALLS INSIDE ITS DATES
      * AND IT LISTS THIS TRANSACTION'S DESTINATION: THE MERCHANT
      * STATE FOR A DOMESTIC TRANSACTION, THE COUNTRY-CODE FOR A
      * FOREIGN ONE.  NO NOTICE COSTS ONE READ AND CHANGES NOTHING.
      *****************************************************************
       0318-CHECK-TRAVEL-NOTICE.
            MOVE CARD TO TN-CARD.
            EXEC CICS READ FILE('TRAVNOTE')
                INTO(TRAVEL-NOTICE-RECORD)
                RIDFLD(TN-CARD)
                RESP(TRV-RESP)
                END-EXEC.

            IF TRV-RESP = DFHRESP(NORMAL)
               EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                   YYYYMMDD(TRAVEL-TODAY-DATE)
                   END-EXEC
               IF TRAVEL-TODAY-DATE >= TN-START-DATE
                  AND TRAVEL-TODAY-DATE <= TN-END-DATE
                  PERFORM 0319-SCAN-NOTICE-ENTRY THRU 0319-EXIT
                      VARYING TRV-IDX FROM 1 BY 1
                      UNTIL TRV-IDX > 5 OR TRAVEL-NOTICE-APPLIED
               END-IF
            END-IF.

       0318-EXIT.
            EXIT.

       0319-SCAN-NOTICE-ENTRY.
            IF FOREIGN-TXN
               IF TN-COUNTRY-ENTRY(TRV-IDX) = COUNTRY-CODE
                  AND TN-COUNTRY-ENTRY(TRV-IDX) NOT = SPACES
                  MOVE 'T' TO TRAVEL-NOTICE-TRIGGER
               END-IF
            ELSE
               IF TN-STATE-ENTRY(TRV-IDX) = MERCHANTXSTATE
                  AND TN-STATE-ENTRY(TRV-IDX) NOT = SPACES
                  MOVE 'T' TO TRAVEL-NOTICE-TRIGGER
               END-IF
            END-IF.

       0319-EXIT.
            EXIT.

      *****************************************************************
      * 0340-READ-PROFILE-LIMITS -- LOAD THE OPS-TUNABLE DEVIATION
      * RULES FROM THE RESERVED KEY IN THE CARDPROF FILE, FALLING
      * SCORE ALONE: AN APPROVE IS HARDENED INTO REVIEW SO AN
      * ANALYST LOOKS AT IT.  UNLIKE THE VELOCITY AND MERCHANT
      * OVERRIDES THIS ONE NEVER FORCES A DECLINE -- A CARDHOLDER ON
      * VACATION LOOKS EXACTLY LIKE A FIRST-SEEN STATE.  A CARDHOLDER
      * WHO FILED A TRAVEL NOTICE COVERING THIS TRANSACTION IS NOT
      * HARDENED AT ALL: NEW MCCS AND BIGGER TICKETS ARE WHAT A TRIP
      * LOOKS LIKE TOO, AND THE FLAGS STILL RIDE THE HISTORY ROW.
      *****************************************************************
       0585-APPLY-PROFILE-OVERRIDE.
            IF PROFILE-DEVIATED AND NOT TRAVEL-NOTICE-APPLIED
               IF DECISION-CODE = 'APPROVE '
                  MOVE 'REVIEW  ' TO DECISION-CODE
               END-IF
       0590-EXIT.
            EXIT.

      *****************************************************************
      * 0595-APPLY-OPS-RULE-OVERRIDE -- ESCALATE DECISION-CODE WHEN A
      * RISK-OPS RULE COVERS THE TRANSACTION.  SAME HARDEN-ONLY RULE
      * AS THE MERCHANT OVERRIDE: A 'D' RULE FORCES DECLINE, AN 'R'
      * RULE FORCES AT LEAST REVIEW, AND A DECISION ALREADY MADE AT
      * LEAST AS HARD IS LEFT ALONE.
      *****************************************************************
       0595-APPLY-OPS-RULE-OVERRIDE.
            IF OPS-RULE-TRIGGER = 'D'
               MOVE 'DECLINE ' TO DECISION-CODE
            ELSE
               IF OPS-RULE-TRIGGER = 'R'
                  IF DECISION-CODE NOT = 'DECLINE '
                     AND DECISION-CODE NOT = 'REVIEW  '
                     MOVE 'REVIEW  ' TO DECISION-CODE
                  END-IF
               END-IF
            END-IF.

       0595-EXIT.
            EXIT.

      *****************************************************************
      * 0400-SCORE-CHALLENGER -- RE-SCORE THE SAME FRADMLIN PAYLOAD
      * AGAINST THE CHALLENGER MODEL_ID2 AND LOG THE RESULT TO SCOREHST
               MOVE SPACES      TO SH-ZIP
               MOVE SPACES      TO SH-ERRORSX
               MOVE SPACE       TO SH-USEXCHIP
               MOVE SPACES      TO SH-COUNTRY-CODE
            ELSE
               MOVE CARD           TO SH-CARD
               MOVE AMOUNT         TO SH-AMOUNT
               MOVE ZIP            TO SH-ZIP
               MOVE ERRORSX        TO SH-ERRORSX
               MOVE USEXCHIP       TO SH-USEXCHIP
               IF FOREIGN-TXN
                  MOVE COUNTRY-CODE TO SH-COUNTRY-CODE
               ELSE
                  MOVE 'USA'        TO SH-COUNTRY-CODE
               END-IF
            END-IF.
            MOVE SCORE-RC       TO SH-SCORE-RC.
            MOVE SCORE-ERR-ID   TO SH-SCORE-ERR-ID.
            MOVE ORIG-CURRENCY-CODE    TO SH-ORIG-CURRENCY.
            MOVE ORIG-AMOUNT           TO SH-ORIG-AMOUNT.
            MOVE PROFILE-DEVIATION-FLAGS TO SH-DEVIATION-FLAGS.
            MOVE TRAVEL-NOTICE-TRIGGER   TO SH-TRAVEL-FLAG.
            MOVE SPACE                   TO SH-RESCORE-FLAG.
            MOVE SPACES                  TO SH-RESCORE-LINK.
            MOVE OPS-RULE-TRIGGER        TO SH-OPS-RULE-FLAG.
            MOVE OPS-RULE-FIRED-KEY      TO SH-OPS-RULE-KEY.
            MOVE CARD-TEST-TRIGGER       TO SH-CARD-TEST-FLAG.

      *****************************************************************
      * THE MILLISECONDS BELONG TO THE MOST RECENT LINK -- THE
      * RE-CLOCKED VALUE WHEN 0400-SCORE-CHALLENGER WRITES -- AND
      * ZERO WHEN NO LINK WAS ISSUED FOR THIS ROW.
      *****************************************************************
            IF SCORE-RC = 9995 OR SCORE-RC = 9996 OR SCORE-RC = 9997
               OR SCORE-RC = 9999
               MOVE 0 TO SH-SCORE-MILLIS
            ELSE
               MOVE SCORE-ELAPSED-MILLIS TO SH-SCORE-MILLIS
      *****************************************************************
            PERFORM 0580-APPLY-VELOCITY-OVERRIDE THRU 0580-EXIT.
            PERFORM 0590-APPLY-MERCHANT-OVERRIDE THRU 0590-EXIT.
            PERFORM 0595-APPLY-OPS-RULE-OVERRIDE THRU 0595-EXIT.
            IF DECISION-CODE = 'REVIEW  ' OR DECISION-CODE = 'DECLINE '
               PERFORM 0600-CHECK-REVIEW-QUEUE THRU 0600-EXIT
            END-IF.
            PERFORM 0580-APPLY-VELOCITY-OVERRIDE THRU 0580-EXIT.
            PERFORM 0585-APPLY-PROFILE-OVERRIDE THRU 0585-EXIT.
            PERFORM 0590-APPLY-MERCHANT-OVERRIDE THRU 0590-EXIT.
            PERFORM 0595-APPLY-OPS-RULE-OVERRIDE THRU 0595-EXIT.

            DISPLAY 'DECISION CODE  :' DECISION-CODE.

            MOVE SPACES TO PC-ANALYST-ID.
            MOVE 0      TO PC-ASSIGN-DATE.
            MOVE 0      TO PC-ASSIGN-TIME.
            MOVE SPACE  TO PC-CASE-SOURCE.
            MOVE REVIEW-QUEUE-RECORD TO PC-CASE-DATA.

            EXEC CICS WRITE FILE('PENDCASE')
