       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRULMT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * OPSRULE IS THE RISK-OPS COUNTRY/MCC RULE FILE FRAUDMOD READS
      * IN 0180-CHECK-OPS-RULES, OWNED BY CICS FILE CONTROL -- NO
      * SELECT/FD, NO OPEN/CLOSE.  THIS PROGRAM (TRANSACTION FRRL) IS
      * ITS MAINTENANCE PATH: BROWSE, ADD AND EXPIRE A RULE BY
      * COUNTRY AND MCC, SO OPS CAN CLAMP DOWN ON AN ATTACK ON THE
      * NEXT TRANSACTION INSTEAD OF AFTER MRCHLOAD'S NIGHTLY TIERING.
      * A RULE IS NEVER CHANGED IN PLACE OR DELETED: IT IS EXPIRED,
      * AND ADDING THE SAME COUNTRY/MCC AGAIN REPLACES THE EXPIRED
      * ROW, SO EVERY RULE THAT EVER FIRED HAS A RUN OF AUDIT ROWS
      * SHOWING EXACTLY WHAT IT WAS AND WHEN.
      *****************************************************************
       COPY OPSRULE.

      *****************************************************************
      * EVERY ADD/REPLACE/EXPIRE WRITES ONE AUDIT ROW TO RULAUDT
      * (COPY/RULAUDIT.CPY) IN THE SAME UNIT OF WORK AS THE OPSRULE
      * CHANGE.  BOTH FILES ARE DEFINED RECOVERABLE, SO IF THE AUDIT
      * WRITE FAILS THE RULE CHANGE IS ROLLED BACK RATHER THAN
      * APPLIED UNAUDITED -- THE SAME RULE THRESHMT APPLIES TO
      * THRESHLD CHANGES.
      *****************************************************************
       COPY RULAUDIT.

       77 OPS-RESP       PIC S9(08) COMP.
       77 AUD-RESP       PIC S9(08) COMP.
       77 MAP-RESP       PIC S9(08) COMP.
       77 AID-PF3        PIC X(01) VALUE X'F3'.
       77 AID-PF8        PIC X(01) VALUE X'F8'.
       01 ABS-TIME       PIC 9(16) COMP VALUE 0.
       01 TODAY-DATE     PIC 9(08).
       01 YESTERDAY-DATE PIC 9(08).

      *****************************************************************
      * THE KEYED INPUT FIELDS ARE CAPTURED HERE AS SOON AS THE MAP IS
      * RECEIVED: FRRLMAPO REDEFINES FRRLMAPI, SO ONCE THE OUTPUT AREA
      * IS CLEARED FOR THE REPLY SCREEN THE INPUT FIELDS ARE GONE.
      * THE FLOOR IS KEYED AS SEVEN DIGITS OF WHOLE US DOLLARS
      * (0000500 FOR $500), THE WAY HOTCRDMT TAKES ITS DAYS.
      *****************************************************************
       77 ACTION-CODE    PIC X(01).
       01 KEYED-RULE-KEY.
           03 KEYED-COUNTRY PIC X(03).
           03 KEYED-MCC     PIC X(04).
       01 KEYED-RULE-ACTION PIC X(01).
       01 KEYED-FLOOR    PIC X(07).
       01 KEYED-FLOOR-N REDEFINES KEYED-FLOOR PIC 9(07).
       01 KEYED-EFFECTIVE PIC X(08).
       01 KEYED-EFFECTIVE-N REDEFINES KEYED-EFFECTIVE PIC 9(08).
       01 KEYED-EXPIRY   PIC X(08).
       01 KEYED-EXPIRY-N REDEFINES KEYED-EXPIRY PIC 9(08).
       01 KEYED-REASON   PIC X(30).
       77 EDITS-OK-SW    PIC X(01) VALUE 'Y'.
           88 EDITS-OK      VALUE 'Y'.
       01 MAINT-MSG      PIC X(79) VALUE SPACES.
       01 OPS-RESP-ED    PIC 9(08).
       01 FLOOR-ED       PIC 9(07).

      *****************************************************************
      * THE RESOLVED RULE VALUES.  A BLANK EFFECTIVE DATE MEANS TODAY
      * AND A BLANK FLOOR MEANS ANY AMOUNT.  A RULE MAY NOT RUN LONGER
      * THAN MAX-RULE-DAYS -- THESE ARE BLUNT INSTRUMENTS FOR AN
      * ATTACK IN PROGRESS; A STANDING POLICY BELONGS IN THE MODEL,
      * THE CUTOFFS OR THE MERCHANT TIERING.
      *****************************************************************
       01 RULE-EFFECTIVE-DATE PIC 9(08).
       01 RULE-EXPIRY-DATE    PIC 9(08).
       01 RULE-FLOOR          PIC 9(07).
       01 MAX-RULE-DAYS       PIC 9(03) VALUE 90.

      *****************************************************************
      * LAST-SHOWN-KEY -- CARRIED IN THE COMMAREA ACROSS PSEUDO-
      * CONVERSATIONAL RETURNS SO PF8 CAN WALK FORWARD FROM THE RULE
      * LAST DISPLAYED, THE SAME WAY TRAVELMT DOES.
      *****************************************************************
       01 LAST-SHOWN-KEY PIC X(07).
       01 BROWSE-KEY     PIC X(07).

      *****************************************************************
      * SYMBOLIC MAP FOR MAPSET FRAUDMAP, MAP FRRLMAP
      * (COPY/FRAUDMAP.CPY).
      *****************************************************************
       COPY FRAUDMAP.

       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(07).

       PROCEDURE DIVISION.

            IF EIBCALEN = 0
               MOVE SPACES TO LAST-SHOWN-KEY
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
            ELSE
               MOVE DFHCOMMAREA TO LAST-SHOWN-KEY
               IF EIBAID = AID-PF3
                  EXEC CICS RETURN END-EXEC
               END-IF
               IF EIBAID = AID-PF8
                  PERFORM 3000-BROWSE-NEXT THRU 3000-EXIT
               ELSE
                  PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
               END-IF
            END-IF.

            EXEC CICS RETURN TRANSID('FRRL')
                COMMAREA(LAST-SHOWN-KEY)
                LENGTH(LENGTH OF LAST-SHOWN-KEY)
                END-EXEC.
            STOP RUN.

      *****************************************************************
      * 1000-SEND-INITIAL-MAP -- SEND A BLANK MAP ASKING FOR A
      * COUNTRY, MCC AND ACTION.  A CALLER THAT LEFT AN EXPLANATION IN
      * MAINT-MSG GETS THAT SHOWN INSTEAD OF THE GENERIC PROMPT.
      *****************************************************************
       1000-SEND-INITIAL-MAP.
            MOVE SPACES TO FRRLMAPO.
            IF MAINT-MSG = SPACES
               MOVE 'ENTER A COUNTRY, MCC AND ACTION.  PF3 EXITS.'
                   TO RLMSGO
            ELSE
               MOVE MAINT-MSG TO RLMSGO
            END-IF.

            EXEC CICS SEND MAP('FRRLMAP')
                MAPSET('FRAUDMAP')
                FROM(FRRLMAPO)
                ERASE
                END-EXEC.

       1000-EXIT.
            EXIT.

      *****************************************************************
      * 2000-RECEIVE-AND-PROCESS -- THE OPERATOR PRESSED ENTER.
      * RECEIVE THE MAP AND ROUTE ON THE ACTION CODE.
      *****************************************************************
       2000-RECEIVE-AND-PROCESS.
            EXEC CICS RECEIVE MAP('FRRLMAP')
                MAPSET('FRAUDMAP')
                INTO(FRRLMAPI)
                RESP(MAP-RESP)
                END-EXEC.

            IF MAP-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
            ELSE
               MOVE RLACTI  TO ACTION-CODE
               MOVE RLCTRYI TO KEYED-COUNTRY
               MOVE RLMCCI  TO KEYED-MCC
               MOVE RLRACTI TO KEYED-RULE-ACTION
               MOVE RLFLRI  TO KEYED-FLOOR
               MOVE RLEFFI  TO KEYED-EFFECTIVE
               MOVE RLEXPI  TO KEYED-EXPIRY
               MOVE RLRSNI  TO KEYED-REASON
               INSPECT KEYED-RULE-KEY
                   REPLACING ALL LOW-VALUES BY SPACES
               INSPECT KEYED-REASON REPLACING ALL LOW-VALUES BY SPACES
               EVALUATE ACTION-CODE
                   WHEN 'B'
                      PERFORM 2100-BROWSE-RULE THRU 2100-EXIT
                   WHEN 'A'
                      PERFORM 2200-ADD-RULE THRU 2200-EXIT
                   WHEN 'X'
                      PERFORM 2400-EXPIRE-RULE THRU 2400-EXIT
                   WHEN OTHER
                      MOVE 'ACTION MUST BE B, A OR X.' TO MAINT-MSG
                      PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
               END-EVALUATE
            END-IF.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 2100-BROWSE-RULE -- SHOW THE RULE AT OR AFTER THE KEYED
      * COUNTRY/MCC (GTEQ), SO A BLANK KEY STARTS AT THE FIRST RULE
      * AND PF8 WALKS FORWARD FROM WHATEVER IS ON THE SCREEN.
      * EXPIRED RULES ARE SHOWN TOO, MARKED AS SUCH.
      *****************************************************************
       2100-BROWSE-RULE.
            MOVE KEYED-RULE-KEY TO OR-KEY.

            EXEC CICS READ FILE('OPSRULE')
                INTO(OPS-RULE-RECORD)
                RIDFLD(OR-KEY)
                GTEQ
                RESP(OPS-RESP)
                END-EXEC.

            IF OPS-RESP = DFHRESP(NORMAL)
               MOVE 'OPS RULE DISPLAYED.' TO MAINT-MSG
               PERFORM 2900-SEND-RULE THRU 2900-EXIT
            ELSE
               MOVE 'NO OPS RULE AT OR AFTER THIS COUNTRY/MCC.'
                   TO MAINT-MSG
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            END-IF.

       2100-EXIT.
            EXIT.

      *****************************************************************
      * 2200-ADD-RULE -- EDIT THE KEYED FIELDS AND WRITE A NEW RULE.
      * A COUNTRY/MCC THAT ALREADY HAS A ROW IS REPLACED ONLY IF THAT
      * ROW HAS EXPIRED (2250-REPLACE-RULE); ONE STILL IN FORCE OR
      * PENDING MUST BE EXPIRED FIRST, SO TWO PEOPLE WORKING THE SAME
      * ATTACK CANNOT QUIETLY OVERWRITE EACH OTHER'S RULE.
      *****************************************************************
       2200-ADD-RULE.
            PERFORM 2600-EDIT-INPUT THRU 2600-EXIT.

            IF EDITS-OK
               PERFORM 2650-BUILD-RULE THRU 2650-EXIT

               EXEC CICS WRITE FILE('OPSRULE')
                   FROM(OPS-RULE-RECORD)
                   RIDFLD(OR-KEY)
                   RESP(OPS-RESP)
                   END-EXEC

               IF OPS-RESP = DFHRESP(NORMAL)
                  MOVE ZERO   TO RA-OLD-AMOUNT-FLOOR
                  MOVE SPACE  TO RA-OLD-RULE-ACTION
                  MOVE ZERO   TO RA-OLD-EFFECTIVE-DATE
                  MOVE ZERO   TO RA-OLD-EXPIRY-DATE
                  MOVE SPACES TO RA-OLD-REASON
                  MOVE 'A'    TO RA-ACTION
                  PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
               ELSE
                  IF OPS-RESP = DFHRESP(DUPREC)
                     PERFORM 2250-REPLACE-RULE THRU 2250-EXIT
                  ELSE
                     MOVE OPS-RESP TO OPS-RESP-ED
                     MOVE SPACES   TO MAINT-MSG
                     STRING 'OPSRULE WRITE FAILED, RESP='
                                DELIMITED BY SIZE
                            OPS-RESP-ED DELIMITED BY SIZE
                         INTO MAINT-MSG
                     END-STRING
                     PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
                  END-IF
               END-IF
            ELSE
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            END-IF.

       2200-EXIT.
            EXIT.

      *****************************************************************
      * 2250-REPLACE-RULE -- THE KEY IS ALREADY ON FILE.  READ IT FOR
      * UPDATE; IF IT HAS EXPIRED, CAPTURE ITS VALUES FOR THE AUDIT
      * ROW AND REWRITE IT WHOLE FROM THE SCREEN, OTHERWISE RELEASE
      * IT AND SAY WHY NOTHING CHANGED.
      *****************************************************************
       2250-REPLACE-RULE.
            MOVE KEYED-RULE-KEY TO OR-KEY.

            EXEC CICS READ FILE('OPSRULE')
                INTO(OPS-RULE-RECORD)
                RIDFLD(OR-KEY)
                UPDATE
                RESP(OPS-RESP)
                END-EXEC.

            IF OPS-RESP NOT = DFHRESP(NORMAL)
               MOVE OPS-RESP TO OPS-RESP-ED
               MOVE SPACES   TO MAINT-MSG
               STRING 'OPSRULE READ FAILED, RESP='
                          DELIMITED BY SIZE
                      OPS-RESP-ED DELIMITED BY SIZE
                   INTO MAINT-MSG
               END-STRING
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            ELSE
               IF OR-EXPIRY-DATE NOT < TODAY-DATE
                  EXEC CICS UNLOCK FILE('OPSRULE') END-EXEC
                  MOVE 'RULE IS IN FORCE OR PENDING - EXPIRE IT FIRST.'
                      TO MAINT-MSG
                  PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
               ELSE
                  MOVE OR-AMOUNT-FLOOR   TO RA-OLD-AMOUNT-FLOOR
                  MOVE OR-ACTION         TO RA-OLD-RULE-ACTION
                  MOVE OR-EFFECTIVE-DATE TO RA-OLD-EFFECTIVE-DATE
                  MOVE OR-EXPIRY-DATE    TO RA-OLD-EXPIRY-DATE
                  MOVE OR-REASON         TO RA-OLD-REASON
                  PERFORM 2650-BUILD-RULE THRU 2650-EXIT
                  EXEC CICS REWRITE FILE('OPSRULE')
                      FROM(OPS-RULE-RECORD)
                      RESP(OPS-RESP)
                      END-EXEC
                  IF OPS-RESP = DFHRESP(NORMAL)
                     MOVE 'U' TO RA-ACTION
                     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
                  ELSE
                     MOVE OPS-RESP TO OPS-RESP-ED
                     MOVE SPACES   TO MAINT-MSG
                     STRING 'OPSRULE REWRITE FAILED, RESP='
                                DELIMITED BY SIZE
                            OPS-RESP-ED DELIMITED BY SIZE
                         INTO MAINT-MSG
                     END-STRING
                     PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
                  END-IF
               END-IF
            END-IF.

       2250-EXIT.
            EXIT.

      *****************************************************************
      * 2400-EXPIRE-RULE -- READ THE RULE FOR UPDATE (CAPTURING THE
      * OLD VALUES FOR THE AUDIT ROW) AND SET ITS EXPIRY TO
      * YESTERDAY, SO IT STOPS FIRING ON THE VERY NEXT TRANSACTION.
      * THE ROW STAYS ON FILE FOR BROWSING AND FOR A LATER RE-ADD.
      *****************************************************************
       2400-EXPIRE-RULE.
            IF KEYED-COUNTRY = SPACES OR KEYED-MCC = SPACES
               MOVE 'COUNTRY AND MCC ARE REQUIRED FOR EXPIRE.'
                   TO MAINT-MSG
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            ELSE
               PERFORM 2450-SET-EXPIRY THRU 2450-EXIT
            END-IF.

       2400-EXIT.
            EXIT.

       2450-SET-EXPIRY.
            PERFORM 2750-GET-TODAY THRU 2750-EXIT.
            MOVE KEYED-RULE-KEY TO OR-KEY.

            EXEC CICS READ FILE('OPSRULE')
                INTO(OPS-RULE-RECORD)
                RIDFLD(OR-KEY)
                UPDATE
                RESP(OPS-RESP)
                END-EXEC.

            IF OPS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO OPS RULE FOR THIS COUNTRY/MCC.' TO MAINT-MSG
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            ELSE
               IF OR-EXPIRY-DATE < TODAY-DATE
                  EXEC CICS UNLOCK FILE('OPSRULE') END-EXEC
                  MOVE 'RULE HAS ALREADY EXPIRED.' TO MAINT-MSG
                  PERFORM 2900-SEND-RULE THRU 2900-EXIT
               ELSE
                  MOVE OR-AMOUNT-FLOOR   TO RA-OLD-AMOUNT-FLOOR
                  MOVE OR-ACTION         TO RA-OLD-RULE-ACTION
                  MOVE OR-EFFECTIVE-DATE TO RA-OLD-EFFECTIVE-DATE
                  MOVE OR-EXPIRY-DATE    TO RA-OLD-EXPIRY-DATE
                  MOVE OR-REASON         TO RA-OLD-REASON

                  MOVE YESTERDAY-DATE TO OR-EXPIRY-DATE
                  MOVE TODAY-DATE     TO OR-LAST-UPD-DATE
                  EXEC CICS ASSIGN USERID(OR-LAST-UPD-USER) END-EXEC

                  EXEC CICS REWRITE FILE('OPSRULE')
                      FROM(OPS-RULE-RECORD)
                      RESP(OPS-RESP)
                      END-EXEC

                  IF OPS-RESP = DFHRESP(NORMAL)
                     MOVE 'X' TO RA-ACTION
                     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
                  ELSE
                     MOVE OPS-RESP TO OPS-RESP-ED
                     MOVE SPACES   TO MAINT-MSG
                     STRING 'OPSRULE REWRITE FAILED, RESP='
                                DELIMITED BY SIZE
                            OPS-RESP-ED DELIMITED BY SIZE
                         INTO MAINT-MSG
                     END-STRING
                     PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
                  END-IF
               END-IF
            END-IF.

       2450-EXIT.
            EXIT.

      *****************************************************************
      * 2600-EDIT-INPUT -- VALIDATE THE KEY, ACTION, FLOOR, DATES AND
      * REASON.  THE COUNTRY IS A 3-LETTER ISO CODE OR *** (ANY
      * FOREIGN COUNTRY); THE MCC IS FOUR DIGITS OR **** (ANY MCC).
      * THE RULE MUST START TODAY OR LATER, END ON OR AFTER ITS START,
      * AND RUN NO MORE THAN MAX-RULE-DAYS.  A REASON IS REQUIRED --
      * IT IS WHAT THE ANALYST SEES WHEN ASKED WHY A CARD WAS STOPPED.
      *****************************************************************
       2600-EDIT-INPUT.
            MOVE 'Y' TO EDITS-OK-SW.
            PERFORM 2750-GET-TODAY THRU 2750-EXIT.

            IF KEYED-COUNTRY NOT = '***'
               AND (KEYED-COUNTRY IS NOT ALPHABETIC
                    OR KEYED-COUNTRY(1:1) = SPACE
                    OR KEYED-COUNTRY(2:1) = SPACE
                    OR KEYED-COUNTRY(3:1) = SPACE)
               MOVE 'N' TO EDITS-OK-SW
               MOVE 'COUNTRY IS A 3-LETTER ISO CODE OR *** FOR FOREIGN.'
                   TO MAINT-MSG
            END-IF.

            IF EDITS-OK
               IF KEYED-MCC NOT = '****' AND KEYED-MCC IS NOT NUMERIC
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'MCC IS FOUR DIGITS OR **** FOR ANY MCC.'
                      TO MAINT-MSG
               END-IF
            END-IF.

            IF EDITS-OK
               IF KEYED-RULE-ACTION NOT = 'R'
                  AND KEYED-RULE-ACTION NOT = 'D'
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'RULE ACTION MUST BE R (REVIEW) OR D (DECLINE).'
                      TO MAINT-MSG
               END-IF
            END-IF.

            IF EDITS-OK
               IF KEYED-FLOOR = SPACES OR KEYED-FLOOR = LOW-VALUES
                  MOVE ZERO TO RULE-FLOOR
               ELSE
                  IF KEYED-FLOOR IS NUMERIC
                     MOVE KEYED-FLOOR-N TO RULE-FLOOR
                  ELSE
                     MOVE 'N' TO EDITS-OK-SW
                     MOVE 'FLOOR IS 7 DIGITS OF WHOLE USD OR BLANK.'
                         TO MAINT-MSG
                  END-IF
               END-IF
            END-IF.

            IF EDITS-OK
               IF KEYED-EFFECTIVE = SPACES
                  OR KEYED-EFFECTIVE = LOW-VALUES
                  MOVE TODAY-DATE TO RULE-EFFECTIVE-DATE
               ELSE
                  IF KEYED-EFFECTIVE IS NUMERIC
                     AND FUNCTION TEST-DATE-YYYYMMDD(KEYED-EFFECTIVE-N)
                         = 0
                     MOVE KEYED-EFFECTIVE-N TO RULE-EFFECTIVE-DATE
                  ELSE
                     MOVE 'N' TO EDITS-OK-SW
                     MOVE 'EFFECTIVE DATE MUST BE A VALID YYYYMMDD.'
                         TO MAINT-MSG
                  END-IF
               END-IF
            END-IF.

            IF EDITS-OK
               IF KEYED-EXPIRY IS NUMERIC
                  AND FUNCTION TEST-DATE-YYYYMMDD(KEYED-EXPIRY-N) = 0
                  MOVE KEYED-EXPIRY-N TO RULE-EXPIRY-DATE
               ELSE
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'EXPIRY DATE IS REQUIRED AS A VALID YYYYMMDD.'
                      TO MAINT-MSG
               END-IF
            END-IF.

            IF EDITS-OK
               IF RULE-EFFECTIVE-DATE < TODAY-DATE
                  OR RULE-EXPIRY-DATE < RULE-EFFECTIVE-DATE
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'EFFECTIVE MUST BE TODAY+, EXPIRY ON/AFTER IT.'
                      TO MAINT-MSG
               END-IF
            END-IF.

            IF EDITS-OK
               IF FUNCTION INTEGER-OF-DATE(RULE-EXPIRY-DATE)
                  - FUNCTION INTEGER-OF-DATE(RULE-EFFECTIVE-DATE)
                  > MAX-RULE-DAYS
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'A RULE MAY NOT RUN MORE THAN 90 DAYS.'
                      TO MAINT-MSG
               END-IF
            END-IF.

            IF EDITS-OK
               IF KEYED-REASON = SPACES
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'A REASON IS REQUIRED.' TO MAINT-MSG
               END-IF
            END-IF.

       2600-EXIT.
            EXIT.

      *****************************************************************
      * 2650-BUILD-RULE -- THE NEW RULE IMAGE FROM THE EDITED VALUES,
      * STAMPED WITH TODAY'S DATE AND THE SIGNED-ON USER.
      *****************************************************************
       2650-BUILD-RULE.
            MOVE KEYED-RULE-KEY      TO OR-KEY.
            MOVE RULE-FLOOR          TO OR-AMOUNT-FLOOR.
            MOVE KEYED-RULE-ACTION   TO OR-ACTION.
            MOVE RULE-EFFECTIVE-DATE TO OR-EFFECTIVE-DATE.
            MOVE RULE-EXPIRY-DATE    TO OR-EXPIRY-DATE.
            MOVE KEYED-REASON        TO OR-REASON.
            MOVE TODAY-DATE          TO OR-LAST-UPD-DATE.
            EXEC CICS ASSIGN USERID(OR-LAST-UPD-USER) END-EXEC.

       2650-EXIT.
            EXIT.

      *****************************************************************
      * 2700-WRITE-AUDIT -- ONE AUDIT ROW PER SUCCESSFUL ADD/REPLACE/
      * EXPIRE: OLD VALUES, NEW VALUES, USER AND TIMESTAMP.  IF THE
      * AUDIT WRITE FAILS THE WHOLE UNIT OF WORK IS ROLLED BACK, SO A
      * RULE NEVER STOPS A CARDHOLDER WITHOUT A ROW SHOWING WHO
      * KEYED IT.
      *****************************************************************
       2700-WRITE-AUDIT.
            EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                YYYYMMDD(RA-DATE)
                TIME(RA-TIME)
                END-EXEC.
            MOVE EIBTASKN TO RA-TASKNUM.
            EXEC CICS ASSIGN USERID(RA-USER-ID) END-EXEC.

            MOVE OR-KEY            TO RA-RULE-KEY.
            MOVE OR-AMOUNT-FLOOR   TO RA-NEW-AMOUNT-FLOOR.
            MOVE OR-ACTION         TO RA-NEW-RULE-ACTION.
            MOVE OR-EFFECTIVE-DATE TO RA-NEW-EFFECTIVE-DATE.
            MOVE OR-EXPIRY-DATE    TO RA-NEW-EXPIRY-DATE.
            MOVE OR-REASON         TO RA-NEW-REASON.

            EXEC CICS WRITE FILE('RULAUDT')
                FROM(OPS-RULE-AUDIT-RECORD)
                RIDFLD(RA-KEY)
                RESP(AUD-RESP)
                END-EXEC.

            IF AUD-RESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN RA-RULE-ADDED
                      MOVE 'OPS RULE ADDED AND AUDITED.' TO MAINT-MSG
                   WHEN RA-RULE-REPLACED
                      MOVE 'EXPIRED RULE REPLACED AND AUDITED.'
                          TO MAINT-MSG
                   WHEN OTHER
                      MOVE 'OPS RULE EXPIRED AND AUDITED.' TO MAINT-MSG
               END-EVALUATE
               PERFORM 2900-SEND-RULE THRU 2900-EXIT
            ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'AUDIT WRITE FAILED - CHANGE BACKED OUT.'
                   TO MAINT-MSG
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            END-IF.

       2700-EXIT.
            EXIT.

      *****************************************************************
      * 2750-GET-TODAY -- CURRENT DATE AS YYYYMMDD FOR THE DATE EDITS,
      * THE RULE STATUS AND OR-LAST-UPD-DATE, AND THE DAY BEFORE IT
      * FOR AN EXPIRE.
      *****************************************************************
       2750-GET-TODAY.
            EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                YYYYMMDD(TODAY-DATE)
                END-EXEC.
            COMPUTE YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1).

       2750-EXIT.
            EXIT.

      *****************************************************************
      * 2800-SEND-INPUT-BACK -- REDISPLAY WHAT THE OPERATOR KEYED,
      * UNCHANGED, WITH THE MESSAGE EXPLAINING WHAT TO FIX.
      *****************************************************************
       2800-SEND-INPUT-BACK.
            MOVE SPACES            TO FRRLMAPO.
            MOVE KEYED-COUNTRY     TO RLCTRYO.
            MOVE KEYED-MCC         TO RLMCCO.
            MOVE ACTION-CODE       TO RLACTO.
            MOVE KEYED-RULE-ACTION TO RLRACTO.
            MOVE KEYED-FLOOR       TO RLFLRO.
            MOVE KEYED-EFFECTIVE   TO RLEFFO.
            MOVE KEYED-EXPIRY      TO RLEXPO.
            MOVE KEYED-REASON      TO RLRSNO.
            MOVE MAINT-MSG         TO RLMSGO.

            EXEC CICS SEND MAP('FRRLMAP')
                MAPSET('FRAUDMAP')
                FROM(FRRLMAPO)
                ERASE
                END-EXEC.

       2800-EXIT.
            EXIT.

      *****************************************************************
      * 2900-SEND-RULE -- DISPLAY THE OPS-RULE-RECORD CURRENTLY IN
      * STORAGE WITH ITS STATUS AS OF TODAY, AND REMEMBER ITS KEY SO
      * PF8 CAN WALK FORWARD FROM IT.
      *****************************************************************
       2900-SEND-RULE.
            PERFORM 2750-GET-TODAY THRU 2750-EXIT.

            MOVE SPACES          TO FRRLMAPO.
            MOVE OR-COUNTRY-CODE TO RLCTRYO.
            MOVE OR-MCC          TO RLMCCO.
            MOVE OR-KEY          TO LAST-SHOWN-KEY.

            MOVE OR-ACTION         TO RLRACTO.
            MOVE OR-AMOUNT-FLOOR   TO FLOOR-ED.
            MOVE FLOOR-ED          TO RLFLRO.
            MOVE OR-EFFECTIVE-DATE TO RLEFFO.
            MOVE OR-EXPIRY-DATE    TO RLEXPO.
            MOVE OR-REASON         TO RLRSNO.
            MOVE OR-LAST-UPD-DATE  TO RLUPDO.
            MOVE OR-LAST-UPD-USER  TO RLUSRO.

            IF OR-EXPIRY-DATE < TODAY-DATE
               MOVE 'EXPIRED' TO RLSTSO
            ELSE
               IF OR-EFFECTIVE-DATE > TODAY-DATE
                  MOVE 'PENDING' TO RLSTSO
               ELSE
                  MOVE 'ACTIVE'  TO RLSTSO
               END-IF
            END-IF.

            MOVE MAINT-MSG         TO RLMSGO.

            EXEC CICS SEND MAP('FRRLMAP')
                MAPSET('FRAUDMAP')
                FROM(FRRLMAPO)
                ERASE
                END-EXEC.

       2900-EXIT.
            EXIT.

      *****************************************************************
      * 3000-BROWSE-NEXT -- PF8: SHOW THE RULE AFTER THE ONE LAST
      * DISPLAYED.  A SHORT STARTBR/READNEXT/ENDBR WALK: THE FIRST
      * READNEXT RETURNS THE LAST-SHOWN RULE ITSELF, SO READ AGAIN
      * WHEN THE KEY MATCHES.
      *****************************************************************
       3000-BROWSE-NEXT.
            MOVE LAST-SHOWN-KEY TO BROWSE-KEY.

            EXEC CICS STARTBR FILE('OPSRULE')
                RIDFLD(BROWSE-KEY)
                GTEQ
                RESP(OPS-RESP)
                END-EXEC.

            IF OPS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO MORE OPS RULES.' TO MAINT-MSG
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
            ELSE
               EXEC CICS READNEXT FILE('OPSRULE')
                   INTO(OPS-RULE-RECORD)
                   RIDFLD(BROWSE-KEY)
                   RESP(OPS-RESP)
                   END-EXEC

               IF OPS-RESP = DFHRESP(NORMAL)
                  AND OR-KEY = LAST-SHOWN-KEY
                  EXEC CICS READNEXT FILE('OPSRULE')
                      INTO(OPS-RULE-RECORD)
                      RIDFLD(BROWSE-KEY)
                      RESP(OPS-RESP)
                      END-EXEC
               END-IF

               EXEC CICS ENDBR FILE('OPSRULE') END-EXEC

               IF OPS-RESP = DFHRESP(NORMAL)
                  MOVE 'OPS RULE DISPLAYED.' TO MAINT-MSG
                  PERFORM 2900-SEND-RULE THRU 2900-EXIT
               ELSE
                  MOVE 'NO MORE OPS RULES.' TO MAINT-MSG
                  MOVE SPACES TO LAST-SHOWN-KEY
                  PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
               END-IF
            END-IF.

       3000-EXIT.
            EXIT.
