       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRHRSCR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * POST-OUTAGE RE-SCORE (TRANSACTION FRRS).  WHILE THE ALNSCORE
      * BREAKER IS OPEN, OR THE MODEL SERVICE IS RETURNING ERRORS,
      * FRAUDMOD FALLS BACK TO REFER AND WRITES A CHAMPION ROW WITH
      * ZERO PROBABILITIES -- NOBODY KNOWS WHETHER ANY OF THOSE
      * TRANSACTIONS WERE FRAUD.  ONCE THE MODEL IS HEALTHY AGAIN OPS
      * KEYS
      *      FRRS YYYYMMDD HHMMSS YYYYMMDD HHMMSS
      * FOR THE OUTAGE WINDOW (A BLANK FROM-TIME IS 000000, A BLANK
      * TO-TIME 235959) AND THIS PROGRAM RE-DRIVES EACH SUCH REFER
      * ROW THROUGH THE CURRENT CHAMPION EXACTLY AS FRAUDMOD WOULD
      * HAVE: THE MODELIN PAYLOAD IS REBUILT FROM THE ROW, SCORED
      * THROUGH THE SAME ALN_* CONTAINERS AND CLASSIFIED AGAINST THE
      * CHAMPION'S OWN THRESHLD CUTOFFS.  THE RESULT IS WRITTEN AS A
      * NEW SCOREHST ROW FLAGGED 'R' AND LINKED TO THE ORIGINAL; THE
      * ORIGINAL IS FLAGGED 'O' AND LINKED BACK, BUT ITS DECISION IS
      * NEVER TOUCHED -- IT IS WHAT THE CARDHOLDER ACTUALLY GOT.  A
      * RE-SCORE THAT COMES BACK REVIEW OR DECLINE CUTS A PENDCASE
      * CASE (PC-CASE-SOURCE 'S') SO AN ANALYST FOLLOWS THE
      * TRANSACTION UP.  THE SCREEN (AND CSMT) GET A SUMMARY OF HOW
      * MANY OF THE OUTAGE TRANSACTIONS WOULD HAVE BEEN STOPPED AND
      * THE DOLLARS INVOLVED.
      *
      * AT MOST RESCORE-MAX ROWS ARE RE-DRIVEN PER ENTRY, TO KEEP THE
      * TASK SHORT; THE SUMMARY SAYS WHEN MORE REMAIN, AND KEYING THE
      * SAME WINDOW AGAIN PICKS UP WHERE THIS ONE STOPPED, BECAUSE AN
      * 'O' ROW IS NEVER SELECTED TWICE.
      *
      * NOTHING HERE FEEDS THE FRSTAT COUNTERS OR THE LIVE BREAKER:
      * THE DECISIONS WERE ALREADY COUNTED WHEN THE CARDHOLDER GOT
      * THEM, AND THE BREAKER PROTECTS LIVE AUTHORIZATIONS, NOT THIS
      * CATCH-UP WORK.
      *****************************************************************
       COPY SCOREHST.

       COPY THRESHLD.

       COPY MODELCTL.

       COPY FRCBST.

       COPY REVQUE.

       COPY PENDCASE.

       77 SH-RESP        PIC S9(08) COMP.
       77 THR-RESP       PIC S9(08) COMP.
       77 MC-RESP        PIC S9(08) COMP.
       77 CB-RESP        PIC S9(08) COMP.
       77 PEND-RESP      PIC S9(08) COMP.
       77 RECV-RESP      PIC S9(08) COMP.
       77 MODEL-CTL-KEY  PIC X(08) VALUE 'CONTROL '.
       01 DECISION-REVIEW-CUTOFF  PIC 9V9999 COMP-3 VALUE .70.
       01 DECISION-DECLINE-CUTOFF PIC 9V9999 COMP-3 VALUE .90.

      *****************************************************************
      * THE SAME COMPILED-IN CHAMPION FALLBACK FRAUDMOD CARRIES, FOR A
      * REGION WHERE THE MODELCTL CONTROL ROW HAS NEVER BEEN SEEDED.
      *****************************************************************
       01 MODEL_ID  PIC X(36) VALUE
                    'fdcb0f06-6949-4076-8196-34f7927ffc23'.
       01 IN_CLASS  PIC X(16) VALUE 'FraudMLInWrapper'.
       01 OUT_CLASS PIC X(17) VALUE 'FraudMLOutWrapper'.
       01 ABS-TIME  PIC 9(16) COMP VALUE 0.
       01 ABS-TOTAL-MICROS  PIC 9(16) COMP.
       01 ABS-WHOLE-SECONDS PIC 9(16) COMP.
       01 LINK-START-ABSTIME   PIC 9(16) COMP VALUE 0.
       01 LINK-END-ABSTIME     PIC 9(16) COMP VALUE 0.
       01 SCORE-ELAPSED-MILLIS PIC 9(08) COMP VALUE 0.
       77 ABSTIME-UNITS-PER-MS PIC 9(08) COMP VALUE 4096000.

       01 COUTPUT.
         03 SCORE-RC                   PIC 9(4) COMP VALUE 0.
         03 SCORE-ERR-ID                  PIC X(8).
         03 SCORE-ERR-MSG                 PIC X(255).
         03 SCORE-ERR-MSG-LEN             PIC S9999 COMP-5 SYNC.
         03 MODELOUT.
             06 prob OCCURS 2          COMP-2 SYNC.
             06 pred                    COMP-2 SYNC.

      *****************************************************************
      * THE REBUILT SCORING REQUEST -- THE SAME LAYOUT FRAUDMOD PUTS
      * INTO ALN_INPUT_DATA.  SH-AMOUNT IS ALREADY THE USD VALUE
      * FRAUDMOD SCORED, SO NO CURRATE CONVERSION IS REDONE.  A ROW
      * WRITTEN BEFORE SH-COUNTRY-CODE EXISTED CARRIES NO COUNTRY:
      * A USD ROW IS TAKEN AS DOMESTIC ('USA'), ANY OTHER CURRENCY IS
      * SENT WITH A BLANK COUNTRY.
      *****************************************************************
       01 FRADMLIN.
           COPY MODELIN.

       77 BREAKER-OPEN-SW  PIC X(01) VALUE 'N'.
           88 BREAKER-IS-OPEN VALUE 'Y'.
       77 RANGE-OK-SW      PIC X(01) VALUE 'Y'.
           88 RANGE-IS-OK     VALUE 'Y'.
       77 BROWSE-DONE-SW   PIC X(01) VALUE 'N'.
           88 BROWSE-IS-DONE  VALUE 'Y'.
       77 MORE-REMAIN-SW   PIC X(01) VALUE 'N'.
           88 MORE-ROWS-REMAIN VALUE 'Y'.
       77 MODEL-FAILED-SW  PIC X(01) VALUE 'N'.
           88 MODEL-HAS-FAILED VALUE 'Y'.
      *****************************************************************
      * ROW-STATUS-SW -- HOW THE ROW NOW BEING RE-DRIVEN STANDS: STILL
      * GOING, SKIPPED (ANOTHER FRRS GOT TO IT FIRST), OR FAILED (THE
      * UNIT OF WORK IS ROLLED BACK AND THE ROW IS LEFT FOR A RE-RUN).
      *****************************************************************
       77 ROW-STATUS-SW    PIC X(01).
           88 ROW-OK          VALUE 'Y'.
           88 ROW-SKIPPED     VALUE 'S'.
           88 ROW-FAILED      VALUE 'F'.

      *****************************************************************
      * WHAT OPS KEYED AFTER THE TRANSACTION ID.
      *****************************************************************
       01 RESCORE-INPUT.
           03 IN-TRANID       PIC X(04).
           03 FILLER          PIC X(01).
           03 IN-FROM-DATE    PIC X(08).
           03 FILLER          PIC X(01).
           03 IN-FROM-TIME    PIC X(06).
           03 FILLER          PIC X(01).
           03 IN-TO-DATE      PIC X(08).
           03 FILLER          PIC X(01).
           03 IN-TO-TIME      PIC X(06).
       77 INPUT-LENGTH     PIC S9(04) COMP.

      *****************************************************************
      * THE WINDOW AS YYYYMMDDHHMMSS, COMPARED AGAINST THE FIRST 14
      * BYTES OF SH-TIMESTAMP.
      *****************************************************************
       01 FROM-STAMP.
           03 FROM-DATE       PIC X(08).
           03 FROM-TIME       PIC X(06).
       01 TO-STAMP.
           03 TO-DATE         PIC X(08).
           03 TO-TIME         PIC X(06).

      *****************************************************************
      * BROWSE-KEY -- SCOREHST IS KEYED BY RES_ID AND THEN TIMESTAMP,
      * SO THE WINDOW IS A SLICE OF EVERY RES_ID'S RANGE.  THE BROWSE
      * SKIPS FORWARD TO THE FROM-STAMP INSIDE EACH RES_ID AND JUMPS
      * TO THE NEXT RES_ID ONCE PAST THE TO-STAMP, RATHER THAN
      * READING EVERY ROW ON THE FILE.
      *****************************************************************
       01 BROWSE-KEY.
           03 BR-RES-ID       PIC X(36).
           03 BR-STAMP        PIC X(14).
           03 BR-REST         PIC X(13).

      *****************************************************************
      * THE KEYS OF THE ROWS SELECTED FOR THIS ENTRY.  THEY ARE
      * COLLECTED FIRST AND THE BROWSE ENDED BEFORE ANY ROW IS
      * RE-SCORED, SO NO BROWSE IS HELD OPEN ACROSS A SYNCPOINT.
      *****************************************************************
       77 RESCORE-MAX      PIC 9(04) COMP VALUE 200.
       77 RESCORE-KEY-COUNT PIC 9(04) COMP VALUE 0.
       77 KEY-IDX          PIC 9(04) COMP.
       01 RESCORE-KEY-TABLE.
           03 RESCORE-KEY-ENTRY OCCURS 200 TIMES PIC X(63).

       01 ORIGINAL-KEY     PIC X(63).
       01 RESCORE-KEY      PIC X(63).
       01 ORIGINAL-ROW     PIC X(350).
       01 RESCORE-DECISION PIC X(08).
       01 PRIORITY-WORK    COMP-2.

      *****************************************************************
      * RUN TOTALS FOR THE SUMMARY.  "WOULD HAVE BEEN STOPPED" IS A
      * RE-SCORE OF REVIEW OR DECLINE: EITHER WAY THE TRANSACTION
      * WOULD NOT HAVE BEEN APPROVED UNSEEN.
      *****************************************************************
       77 SELECTED-COUNT   PIC 9(08) COMP VALUE 0.
       77 RESCORED-COUNT   PIC 9(08) COMP VALUE 0.
       77 APPROVE-COUNT    PIC 9(08) COMP VALUE 0.
       77 REVIEW-COUNT     PIC 9(08) COMP VALUE 0.
       77 DECLINE-COUNT    PIC 9(08) COMP VALUE 0.
       77 STOPPED-COUNT    PIC 9(08) COMP VALUE 0.
       77 CASES-CUT-COUNT  PIC 9(08) COMP VALUE 0.
       77 SKIPPED-COUNT    PIC 9(08) COMP VALUE 0.
       77 FAILED-COUNT     PIC 9(08) COMP VALUE 0.
       77 NOT-TRIED-COUNT  PIC 9(08) COMP VALUE 0.
       01 APPROVE-DOLLARS  PIC S9(13)V99 COMP-3 VALUE 0.
       01 REVIEW-DOLLARS   PIC S9(13)V99 COMP-3 VALUE 0.
       01 DECLINE-DOLLARS  PIC S9(13)V99 COMP-3 VALUE 0.
       01 STOPPED-DOLLARS  PIC S9(13)V99 COMP-3 VALUE 0.
       77 CASE-CUT-SW      PIC X(01).
           88 CASE-WAS-CUT    VALUE 'Y'.

       01 COUNT-ED         PIC ZZZZZZZ9.
       01 AMOUNT-ED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 RESP-ED          PIC 9(08).
       01 RSCR-STEP        PIC X(32).
       01 RSCR-MSG         PIC X(80).

      *****************************************************************
      * THE SUMMARY IS SENT AS PLAIN TEXT, ONE 80-BYTE LINE PER SCREEN
      * ROW, AND EACH LINE IS ALSO LOGGED TO CSMT.
      *****************************************************************
       77 LINE-IDX         PIC 9(02) COMP VALUE 0.
       01 SUMMARY-SCREEN.
           03 SUMMARY-LINE OCCURS 14 TIMES PIC X(80).

       PROCEDURE DIVISION.

            MOVE SPACES TO SUMMARY-SCREEN.

            PERFORM 1000-RECEIVE-WINDOW THRU 1000-EXIT.

            IF RANGE-IS-OK
               PERFORM 1100-READ-MODEL-CONTROL THRU 1100-EXIT
               PERFORM 1200-CHECK-BREAKER THRU 1200-EXIT
            END-IF.

            IF RANGE-IS-OK AND NOT BREAKER-IS-OPEN
               PERFORM 2000-COLLECT-CANDIDATES THRU 2000-EXIT
               PERFORM 3000-RESCORE-ONE-ROW THRU 3000-EXIT
                   VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > RESCORE-KEY-COUNT
                      OR MODEL-HAS-FAILED
               PERFORM 8000-BUILD-SUMMARY THRU 8000-EXIT
            END-IF.

            PERFORM 8900-LOG-SUMMARY-LINE THRU 8900-EXIT
                VARYING LINE-IDX FROM 1 BY 1
                UNTIL LINE-IDX > 14.

            EXEC CICS SEND TEXT
                FROM(SUMMARY-SCREEN)
                LENGTH(LENGTH OF SUMMARY-SCREEN)
                ERASE
                FREEKB
                END-EXEC.

            EXEC CICS RETURN END-EXEC.
            STOP RUN.

      *****************************************************************
      * 1000-RECEIVE-WINDOW -- PICK THE OUTAGE WINDOW OFF THE INPUT
      * LINE.  BOTH DATES ARE REQUIRED; A BLANK TIME IS THE START OR
      * END OF ITS DAY.  A BAD LINE GETS THE USAGE BACK AND NOTHING
      * IS TOUCHED.
      *****************************************************************
       1000-RECEIVE-WINDOW.
            MOVE SPACES TO RESCORE-INPUT.
            MOVE LENGTH OF RESCORE-INPUT TO INPUT-LENGTH.
            EXEC CICS RECEIVE
                INTO(RESCORE-INPUT)
                LENGTH(INPUT-LENGTH)
                RESP(RECV-RESP)
                END-EXEC.

            IF RECV-RESP NOT = DFHRESP(NORMAL)
               AND RECV-RESP NOT = DFHRESP(LENGERR)
               MOVE 'N' TO RANGE-OK-SW
            END-IF.

            IF IN-FROM-TIME = SPACES
               MOVE '000000' TO IN-FROM-TIME
            END-IF.
            IF IN-TO-TIME = SPACES
               MOVE '235959' TO IN-TO-TIME
            END-IF.

            IF IN-FROM-DATE IS NOT NUMERIC
               OR IN-FROM-TIME IS NOT NUMERIC
               OR IN-TO-DATE IS NOT NUMERIC
               OR IN-TO-TIME IS NOT NUMERIC
               MOVE 'N' TO RANGE-OK-SW
            END-IF.

            MOVE IN-FROM-DATE TO FROM-DATE.
            MOVE IN-FROM-TIME TO FROM-TIME.
            MOVE IN-TO-DATE   TO TO-DATE.
            MOVE IN-TO-TIME   TO TO-TIME.
            IF FROM-STAMP > TO-STAMP
               MOVE 'N' TO RANGE-OK-SW
            END-IF.

            IF NOT RANGE-IS-OK
               MOVE 'FRRS - POST-OUTAGE RE-SCORE OF REFER ROWS'
                   TO SUMMARY-LINE(1)
               MOVE 'ENTER: FRRS YYYYMMDD HHMMSS YYYYMMDD HHMMSS'
                   TO SUMMARY-LINE(3)
               MOVE '       (FROM DATE/TIME, THEN TO DATE/TIME)'
                   TO SUMMARY-LINE(4)
            END-IF.

       1000-EXIT.
            EXIT.

      *****************************************************************
      * 1100-READ-MODEL-CONTROL -- THE RE-SCORE RUNS UNDER TODAY'S
      * CHAMPION, WHICHEVER MODEL WAS CHAMPION DURING THE OUTAGE.
      *****************************************************************
       1100-READ-MODEL-CONTROL.
            MOVE MODEL-CTL-KEY TO MC-KEY.
            EXEC CICS READ FILE('MODELCTL')
                INTO(MODEL-CONTROL-RECORD)
                RIDFLD(MC-KEY)
                RESP(MC-RESP)
                END-EXEC.

            IF MC-RESP = DFHRESP(NORMAL)
               MOVE MC-CHAMPION-ID TO MODEL_ID
            END-IF.

       1100-EXIT.
            EXIT.

      *****************************************************************
      * 1200-CHECK-BREAKER -- READ THE SHARED BREAKER STATE (TSQ
      * FRCBST) WITHOUT CHANGING IT.  WHILE THE BREAKER IS STILL OPEN
      * INSIDE ITS COOLDOWN THE MODEL IS NOT HEALTHY YET, AND
      * RE-DRIVING THE OUTAGE WOULD ONLY FAIL AGAIN.
      *****************************************************************
       1200-CHECK-BREAKER.
            MOVE 'N' TO BREAKER-OPEN-SW.

            EXEC CICS READQ TS QUEUE('FRCBST')
                INTO(CB-CONTROL-RECORD)
                ITEM(1)
                RESP(CB-RESP)
                END-EXEC.

            IF CB-RESP = DFHRESP(NORMAL) AND CB-OPEN
               EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC
               IF (ABS-TIME - CB-OPENED-ABSTIME) < CB-COOLDOWN-UNITS
                  MOVE 'Y' TO BREAKER-OPEN-SW
               END-IF
            END-IF.

            IF BREAKER-IS-OPEN
               MOVE 'FRRS - POST-OUTAGE RE-SCORE OF REFER ROWS'
                   TO SUMMARY-LINE(1)
               MOVE 'ALNSCORE BREAKER STILL OPEN - NOTHING RE-SCORED.'
                   TO SUMMARY-LINE(3)
               MOVE 'RE-ENTER FRRS ONCE THE MODEL IS HEALTHY.'
                   TO SUMMARY-LINE(4)
            END-IF.

       1200-EXIT.
            EXIT.

      *****************************************************************
      * 2000-COLLECT-CANDIDATES -- BROWSE SCOREHST FOR THE WINDOW AND
      * REMEMBER THE KEY OF EVERY ROW TO RE-DRIVE, UP TO RESCORE-MAX.
      *****************************************************************
       2000-COLLECT-CANDIDATES.
            MOVE LOW-VALUES TO BROWSE-KEY.
            EXEC CICS STARTBR FILE('SCOREHST')
                RIDFLD(BROWSE-KEY)
                GTEQ
                RESP(SH-RESP)
                END-EXEC.

            IF SH-RESP = DFHRESP(NORMAL)
               PERFORM 2100-BROWSE-NEXT THRU 2100-EXIT
                   UNTIL BROWSE-IS-DONE
               EXEC CICS ENDBR FILE('SCOREHST') END-EXEC
            END-IF.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 2100-BROWSE-NEXT -- ONE ROW.  BEFORE THE WINDOW, SKIP AHEAD TO
      * THE FROM-STAMP UNDER THIS RES_ID; AFTER IT, SKIP TO THE NEXT
      * RES_ID; INSIDE IT, SEE WHETHER THE ROW QUALIFIES.
      *****************************************************************
       2100-BROWSE-NEXT.
            EXEC CICS READNEXT FILE('SCOREHST')
                INTO(SCORE-HIST-RECORD)
                RIDFLD(BROWSE-KEY)
                RESP(SH-RESP)
                END-EXEC.

            IF SH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO BROWSE-DONE-SW
            ELSE
               IF SH-TIMESTAMP(1:14) < FROM-STAMP
                  MOVE SH-RES-ID  TO BR-RES-ID
                  MOVE FROM-STAMP TO BR-STAMP
                  MOVE LOW-VALUES TO BR-REST
                  PERFORM 2300-REPOSITION THRU 2300-EXIT
               ELSE
                  IF SH-TIMESTAMP(1:14) > TO-STAMP
                     MOVE SH-RES-ID   TO BR-RES-ID
                     MOVE HIGH-VALUES TO BR-STAMP
                     MOVE HIGH-VALUES TO BR-REST
                     PERFORM 2300-REPOSITION THRU 2300-EXIT
                  ELSE
                     PERFORM 2200-SELECT-CANDIDATE THRU 2200-EXIT
                  END-IF
               END-IF
            END-IF.

       2100-EXIT.
            EXIT.

      *****************************************************************
      * 2200-SELECT-CANDIDATE -- A CHAMPION REFER THAT WAS NEVER
      * SCORED (BREAKER OPEN, SCORE-RC 9999, OR A MODEL ERROR) AND HAS
      * NOT BEEN RE-SCORED ALREADY.  A CARD-TEST OR HOT-CARD DECLINE
      * (9995, 9996) OR A REJECT (9997) IS NOT A REFER AND IS NEVER
      * PICKED UP; A REFER THE VELOCITY OR MERCHANT OVERRIDE
      * HARDENED IS NOT A REFER EITHER, AND ALREADY CUT ITS CASE.
      *****************************************************************
       2200-SELECT-CANDIDATE.
            IF SH-MODEL-ROLE = 'CHAMPION'
               AND SH-DECISION-CODE = 'REFER   '
               AND SH-SCORE-RC > 0
               AND SH-SCORE-RC NOT = 9995
               AND SH-SCORE-RC NOT = 9996
               AND SH-SCORE-RC NOT = 9997
               AND SH-RESCORE-FLAG = SPACE
               IF RESCORE-KEY-COUNT < RESCORE-MAX
                  ADD 1 TO RESCORE-KEY-COUNT
                  ADD 1 TO SELECTED-COUNT
                  MOVE SH-KEY TO RESCORE-KEY-ENTRY(RESCORE-KEY-COUNT)
               ELSE
                  MOVE 'Y' TO MORE-REMAIN-SW
                  MOVE 'Y' TO BROWSE-DONE-SW
               END-IF
            END-IF.

       2200-EXIT.
            EXIT.

      *****************************************************************
      * 2300-REPOSITION -- RESTART THE BROWSE AT BROWSE-KEY.
      *****************************************************************
       2300-REPOSITION.
            EXEC CICS RESETBR FILE('SCOREHST')
                RIDFLD(BROWSE-KEY)
                GTEQ
                RESP(SH-RESP)
                END-EXEC.

            IF SH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO BROWSE-DONE-SW
            END-IF.

       2300-EXIT.
            EXIT.

      *****************************************************************
      * 3000-RESCORE-ONE-ROW -- RE-DRIVE ONE SELECTED ROW AS ITS OWN
      * UNIT OF WORK: THE NEW ROW, THE FLAG ON THE ORIGINAL AND THE
      * CASE ARE COMMITTED TOGETHER OR NOT AT ALL, SO A ROW IS NEVER
      * LEFT HALF RE-SCORED -- A FAILURE IS ROLLED BACK AND THE ROW
      * IS SIMPLY PICKED UP AGAIN BY THE NEXT FRRS.
      *****************************************************************
       3000-RESCORE-ONE-ROW.
            MOVE 'Y' TO ROW-STATUS-SW.
            MOVE 'N' TO CASE-CUT-SW.
            MOVE RESCORE-KEY-ENTRY(KEY-IDX) TO ORIGINAL-KEY.

            PERFORM 3100-READ-ORIGINAL THRU 3100-EXIT.

            IF ROW-OK
               PERFORM 3200-SCORE-PAYLOAD THRU 3200-EXIT
            END-IF.

            IF ROW-OK
               PERFORM 3300-MAKE-DECISION THRU 3300-EXIT
               PERFORM 3400-WRITE-RESCORE-ROW THRU 3400-EXIT
            END-IF.

            IF ROW-OK
               PERFORM 3500-MARK-ORIGINAL THRU 3500-EXIT
            END-IF.

            IF ROW-OK
               IF RESCORE-DECISION = 'REVIEW  '
                  OR RESCORE-DECISION = 'DECLINE '
                  PERFORM 3600-CUT-CASE THRU 3600-EXIT
               END-IF
            END-IF.

            EVALUATE TRUE
                WHEN ROW-OK
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 3900-TALLY-ROW THRU 3900-EXIT
                WHEN ROW-SKIPPED
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   ADD 1 TO SKIPPED-COUNT
                WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   ADD 1 TO FAILED-COUNT
            END-EVALUATE.

       3000-EXIT.
            EXIT.

      *****************************************************************
      * 3100-READ-ORIGINAL -- RE-READ THE ROW (IT MAY HAVE BEEN
      * RE-SCORED BY ANOTHER FRRS SINCE IT WAS SELECTED) AND REBUILD
      * THE SCORING REQUEST FROM IT.
      *****************************************************************
       3100-READ-ORIGINAL.
            MOVE ORIGINAL-KEY TO SH-KEY.
            EXEC CICS READ FILE('SCOREHST')
                INTO(SCORE-HIST-RECORD)
                RIDFLD(SH-KEY)
                RESP(SH-RESP)
                END-EXEC.

            IF SH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'F' TO ROW-STATUS-SW
               MOVE 'SCOREHST READ FAILED' TO RSCR-STEP
               PERFORM 3950-LOG-FAILURE THRU 3950-EXIT
            ELSE
               IF SH-RESCORE-FLAG NOT = SPACE
                  MOVE 'S' TO ROW-STATUS-SW
               END-IF
            END-IF.

            IF ROW-OK
               MOVE SCORE-HIST-RECORD TO ORIGINAL-ROW
               MOVE SH-CARD           TO CARD
               MOVE SH-AMOUNT         TO AMOUNT
               MOVE SH-MERCHANTXNAME  TO MERCHANTXNAME
               MOVE SH-MERCHANTXCITY  TO MERCHANTXCITY
               MOVE SH-MERCHANTXSTATE TO MERCHANTXSTATE
               MOVE SH-MCC            TO MCC
               MOVE SH-ZIP            TO ZIP
               MOVE SH-ERRORSX        TO ERRORSX
               MOVE SH-USEXCHIP       TO USEXCHIP
               MOVE SH-ORIG-CURRENCY  TO CURRENCY-CODE
               IF SH-COUNTRY-CODE = SPACES
                  OR SH-COUNTRY-CODE = LOW-VALUES
                  IF SH-ORIG-CURRENCY = 'USD'
                     MOVE 'USA'  TO COUNTRY-CODE
                  ELSE
                     MOVE SPACES TO COUNTRY-CODE
                  END-IF
               ELSE
                  MOVE SH-COUNTRY-CODE TO COUNTRY-CODE
               END-IF
            END-IF.

       3100-EXIT.
            EXIT.

      *****************************************************************
      * 3200-SCORE-PAYLOAD -- THE SAME CONTAINER/LINK SEQUENCE
      * FRAUDMOD ISSUES, UNDER THE CURRENT CHAMPION.  IF THE MODEL
      * FAILS AGAIN THE OUTAGE IS NOT OVER: THIS ROW AND EVERY ROW
      * BEHIND IT ARE LEFT FOR THE NEXT FRRS.
      *****************************************************************
       3200-SCORE-PAYLOAD.
            EXEC CICS PUT CONTAINER('ALN_DEPLOY_ID')
               CHANNEL('CHAN')
               CHAR
               FROM(MODEL_ID)
               END-EXEC.

            EXEC CICS PUT CONTAINER('ALN_INPUT_CLASS')
               CHANNEL('CHAN')
               CHAR FROM(IN_CLASS)
               END-EXEC.

            EXEC CICS PUT CONTAINER('ALN_INPUT_DATA')
               CHANNEL('CHAN')
               FROM(FRADMLIN) BIT END-EXEC.

            EXEC CICS PUT CONTAINER('ALN_OUTPUT_CLASS')
               CHANNEL('CHAN')
               CHAR FROM(OUT_CLASS)
               END-EXEC.

            EXEC CICS ASKTIME ABSTIME(LINK-START-ABSTIME)
                END-EXEC.
            EXEC CICS LINK PROGRAM('ALNSCORE') CHANNEL('CHAN')
                END-EXEC.
            EXEC CICS ASKTIME ABSTIME(LINK-END-ABSTIME)
                END-EXEC.
            COMPUTE SCORE-ELAPSED-MILLIS =
                (LINK-END-ABSTIME - LINK-START-ABSTIME)
                    / ABSTIME-UNITS-PER-MS.
            EXEC CICS GET CONTAINER('ALN_OUTPUT_DATA')
                CHANNEL('CHAN')
                INTO(COUTPUT) END-EXEC.

            IF SCORE-RC > 0
               MOVE 'Y' TO MODEL-FAILED-SW
               MOVE 'F' TO ROW-STATUS-SW
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(SCORE-ERR-ID)
                   LENGTH(LENGTH OF SCORE-ERR-ID)
                   END-EXEC
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(SCORE-ERR-MSG)
                   LENGTH(LENGTH OF SCORE-ERR-MSG)
                   END-EXEC
            END-IF.

       3200-EXIT.
            EXIT.

      *****************************************************************
      * 3300-MAKE-DECISION -- CLASSIFY prob(2) AGAINST THE CHAMPION'S
      * THRESHLD CUTOFFS, THEN APPLY THE SAME HARDEN-ONLY OVERRIDES
      * FRAUDMOD'S 0500-MAKE-DECISION DOES, FROM THE FLAGS ALREADY ON
      * THE ROW: A VELOCITY OR 'R' MERCHANT FLAG FORCES AT LEAST
      * REVIEW, A 'D' MERCHANT FORCES DECLINE, A RISK-OPS RULE
      * FORCES ITS OWN ACTION, AND A PROFILE DEVIATION NOT COVERED BY
      * A TRAVEL NOTICE HARDENS AN APPROVE INTO REVIEW.  THE
      * VELOCITY, PROFILE AND RULE FILES ARE NOT RE-READ: THEY HAVE
      * MOVED ON SINCE THE TRANSACTION HAPPENED.
      *****************************************************************
       3300-MAKE-DECISION.
            PERFORM 3350-READ-THRESHOLDS THRU 3350-EXIT.

            IF prob(2) >= DECISION-DECLINE-CUTOFF
               MOVE 'DECLINE ' TO RESCORE-DECISION
            ELSE
               IF prob(2) >= DECISION-REVIEW-CUTOFF
                  MOVE 'REVIEW  ' TO RESCORE-DECISION
               ELSE
                  MOVE 'APPROVE ' TO RESCORE-DECISION
               END-IF
            END-IF.

            IF SH-VELOCITY-FLAG NOT = SPACE
               OR SH-MERCHANT-FLAG = 'R'
               OR SH-OPS-RULE-FLAG = 'R'
               IF RESCORE-DECISION = 'APPROVE '
                  MOVE 'REVIEW  ' TO RESCORE-DECISION
               END-IF
            END-IF.

            IF SH-DEVIATION-FLAGS NOT = SPACES
               AND SH-TRAVEL-FLAG NOT = 'T'
               IF RESCORE-DECISION = 'APPROVE '
                  MOVE 'REVIEW  ' TO RESCORE-DECISION
               END-IF
            END-IF.

            IF SH-MERCHANT-FLAG = 'D'
               OR SH-OPS-RULE-FLAG = 'D'
               MOVE 'DECLINE ' TO RESCORE-DECISION
            END-IF.

       3300-EXIT.
            EXIT.

      *****************************************************************
      * 3350-READ-THRESHOLDS -- THE CHAMPION'S OWN CUTOFFS, FALLING
      * BACK TO THE 'DEFAULT ' ROW AND THEN THE BUILT-IN VALUES, THE
      * SAME WAY FRAUDMOD'S 1000-READ-THRESHOLDS DOES.
      *****************************************************************
       3350-READ-THRESHOLDS.
            MOVE MODEL_ID(1:8) TO THR-KEY.
            EXEC CICS READ FILE('THRESHLD')
                INTO(THRESHOLD-RECORD)
                RIDFLD(THR-KEY)
                RESP(THR-RESP)
                END-EXEC.

            IF THR-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DEFAULT ' TO THR-KEY
               EXEC CICS READ FILE('THRESHLD')
                   INTO(THRESHOLD-RECORD)
                   RIDFLD(THR-KEY)
                   RESP(THR-RESP)
                   END-EXEC
            END-IF.

            IF THR-RESP = DFHRESP(NORMAL)
               MOVE THR-REVIEW-CUTOFF  TO DECISION-REVIEW-CUTOFF
               MOVE THR-DECLINE-CUTOFF TO DECISION-DECLINE-CUTOFF
            END-IF.

       3350-EXIT.
            EXIT.

      *****************************************************************
      * 3400-WRITE-RESCORE-ROW -- THE NEW ROW CARRIES THE ORIGINAL
      * TRANSACTION FIELDS AND FLAGS UNCHANGED, AND THE CHAMPION'S
      * MODEL, SCORE, DECISION AND LATENCY FROM THIS CALL, UNDER A
      * KEY OF ITS OWN (THIS TASK, NOW).  A DUPLICATE KEY CAN ONLY BE
      * THIS TASK'S OWN PREVIOUS ROW IN THE SAME MICROSECOND, SO ONE
      * RETRY WITH A FRESH TIMESTAMP CLEARS IT.
      *****************************************************************
       3400-WRITE-RESCORE-ROW.
            MOVE MODEL_ID       TO SH-MODEL-ID.
            MOVE 'CHAMPION'     TO SH-MODEL-ROLE.
            MOVE 0              TO SH-SCORE-RC.
            MOVE SPACES         TO SH-SCORE-ERR-ID.
            MOVE pred           TO SH-PREDICTION.
            MOVE prob(1)        TO SH-PROBABILITY(1).
            MOVE prob(2)        TO SH-PROBABILITY(2).
            MOVE RESCORE-DECISION TO SH-DECISION-CODE.
            MOVE SCORE-ELAPSED-MILLIS TO SH-SCORE-MILLIS.
            MOVE 'R'            TO SH-RESCORE-FLAG.
            MOVE ORIGINAL-KEY   TO SH-RESCORE-LINK.

            PERFORM 3450-STAMP-NEW-KEY THRU 3450-EXIT.
            EXEC CICS WRITE FILE('SCOREHST')
                FROM(SCORE-HIST-RECORD)
                RIDFLD(SH-KEY)
                RESP(SH-RESP)
                END-EXEC.

            IF SH-RESP = DFHRESP(DUPREC)
               PERFORM 3450-STAMP-NEW-KEY THRU 3450-EXIT
               EXEC CICS WRITE FILE('SCOREHST')
                   FROM(SCORE-HIST-RECORD)
                   RIDFLD(SH-KEY)
                   RESP(SH-RESP)
                   END-EXEC
            END-IF.

            IF SH-RESP = DFHRESP(NORMAL)
               MOVE SH-KEY TO RESCORE-KEY
            ELSE
               MOVE 'F' TO ROW-STATUS-SW
               MOVE 'SCOREHST RE-SCORE WRITE FAILED' TO RSCR-STEP
               PERFORM 3950-LOG-FAILURE THRU 3950-EXIT
            END-IF.

       3400-EXIT.
            EXIT.

      *****************************************************************
      * 3450-STAMP-NEW-KEY -- SH-KEY FOR THE NEW ROW, BUILT THE SAME
      * WAY FRAUDMOD'S 0900-WRITE-HISTORY BUILDS IT.
      *****************************************************************
       3450-STAMP-NEW-KEY.
            EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                YYYYMMDD(SH-DATE)
                TIME(SH-TIME)
                END-EXEC.
            COMPUTE ABS-TOTAL-MICROS = ABS-TIME / 4096.
            DIVIDE ABS-TOTAL-MICROS BY 1000000 GIVING ABS-WHOLE-SECONDS
                REMAINDER SH-MICROS.
            MOVE EIBTASKN TO SH-TASKNUM.
            MOVE MODEL_ID TO SH-RES-ID.

       3450-EXIT.
            EXIT.

      *****************************************************************
      * 3500-MARK-ORIGINAL -- FLAG THE ORIGINAL 'O' AND POINT IT AT
      * THE RE-SCORE.  THE FLAG IS CHECKED AGAIN UNDER THE UPDATE
      * LOCK: IF A SECOND FRRS OVER THE SAME WINDOW GOT THERE FIRST,
      * THIS ONE BACKS OUT ITS NEW ROW RATHER THAN LEAVE TWO
      * RE-SCORES FOR ONE TRANSACTION.
      *****************************************************************
       3500-MARK-ORIGINAL.
            MOVE ORIGINAL-KEY TO SH-KEY.
            EXEC CICS READ FILE('SCOREHST')
                INTO(SCORE-HIST-RECORD)
                RIDFLD(SH-KEY)
                UPDATE
                RESP(SH-RESP)
                END-EXEC.

            IF SH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'F' TO ROW-STATUS-SW
               MOVE 'SCOREHST READ FOR UPDATE FAILED' TO RSCR-STEP
               PERFORM 3950-LOG-FAILURE THRU 3950-EXIT
            ELSE
               IF SH-RESCORE-FLAG NOT = SPACE
                  MOVE 'S' TO ROW-STATUS-SW
                  EXEC CICS UNLOCK FILE('SCOREHST') END-EXEC
               ELSE
                  MOVE 'O'         TO SH-RESCORE-FLAG
                  MOVE RESCORE-KEY TO SH-RESCORE-LINK
                  EXEC CICS REWRITE FILE('SCOREHST')
                      FROM(SCORE-HIST-RECORD)
                      RESP(SH-RESP)
                      END-EXEC
                  IF SH-RESP NOT = DFHRESP(NORMAL)
                     MOVE 'F' TO ROW-STATUS-SW
                     MOVE 'SCOREHST REWRITE FAILED' TO RSCR-STEP
                     PERFORM 3950-LOG-FAILURE THRU 3950-EXIT
                  END-IF
               END-IF
            END-IF.

       3500-EXIT.
            EXIT.

      *****************************************************************
      * 3600-CUT-CASE -- A RE-SCORE OF REVIEW OR DECLINE GOES TO THE
      * ANALYST QUEUE THE SAME AS A LIVE ONE WOULD HAVE, PRIORITISED
      * THE SAME WAY, BUT MARKED AS A RE-SCORE CASE: THE CARDHOLDER
      * WAS NOT STOPPED, SO THE ANALYST IS CHASING A TRANSACTION THAT
      * ALREADY WENT THROUGH AS A REFER.  ONE TASK CAN CUT SEVERAL
      * CASES A SECOND, AND THE PENDCASE KEY ONLY RESOLVES TO THE
      * SECOND, SO A DUPLICATE KEY WAITS OUT THE SECOND AND RETRIES
      * ONCE.
      *****************************************************************
       3600-CUT-CASE.
            MOVE SH-CARD           TO RQ-CARD.
            MOVE SH-AMOUNT         TO RQ-AMOUNT.
            MOVE SH-MERCHANTXNAME  TO RQ-MERCHANTXNAME.
            MOVE SH-MERCHANTXCITY  TO RQ-MERCHANTXCITY.
            MOVE SH-MERCHANTXSTATE TO RQ-MERCHANTXSTATE.
            MOVE SH-MCC            TO RQ-MCC.
            MOVE SH-ZIP            TO RQ-ZIP.
            MOVE pred              TO RQ-PREDICTION.
            MOVE prob(1)           TO RQ-PROBABILITY(1).
            MOVE prob(2)           TO RQ-PROBABILITY(2).
            MOVE RESCORE-DECISION  TO RQ-DECISION-CODE.
            MOVE SH-DEVIATION-FLAGS TO RQ-DEVIATION-FLAGS.

            PERFORM 3650-DERIVE-CASE-PRIORITY THRU 3650-EXIT.

            MOVE 'P'    TO PC-STATE.
            MOVE SPACES TO PC-ANALYST-ID.
            MOVE 0      TO PC-ASSIGN-DATE.
            MOVE 0      TO PC-ASSIGN-TIME.
            MOVE 'S'    TO PC-CASE-SOURCE.
            MOVE REVIEW-QUEUE-RECORD TO PC-CASE-DATA.

            PERFORM 3660-STAMP-CASE-KEY THRU 3660-EXIT.
            EXEC CICS WRITE FILE('PENDCASE')
                FROM(PENDING-CASE-RECORD)
                RIDFLD(PC-KEY)
                RESP(PEND-RESP)
                END-EXEC.

            IF PEND-RESP = DFHRESP(DUPREC)
               EXEC CICS DELAY FOR SECONDS(1) END-EXEC
               PERFORM 3660-STAMP-CASE-KEY THRU 3660-EXIT
               EXEC CICS WRITE FILE('PENDCASE')
                   FROM(PENDING-CASE-RECORD)
                   RIDFLD(PC-KEY)
                   RESP(PEND-RESP)
                   END-EXEC
            END-IF.

            IF PEND-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO CASE-CUT-SW
            ELSE
               MOVE PEND-RESP TO SH-RESP
               MOVE 'F' TO ROW-STATUS-SW
               MOVE 'PENDCASE WRITE FAILED' TO RSCR-STEP
               PERFORM 3950-LOG-FAILURE THRU 3950-EXIT
            END-IF.

       3600-EXIT.
            EXIT.

      *****************************************************************
      * 3650-DERIVE-CASE-PRIORITY -- FRAUDMOD'S 0620 SCORING: UP TO
      * 6000 FOR THE PROBABILITY AND UP TO 3999 FOR THE DOLLARS
      * (CAPPED AT $10,000), INVERTED FOR THE KEY AND BANDED.
      *****************************************************************
       3650-DERIVE-CASE-PRIORITY.
            COMPUTE PRIORITY-WORK = RQ-PROBABILITY(2) * 6000.
            IF RQ-AMOUNT >= 10000
               COMPUTE PRIORITY-WORK = PRIORITY-WORK + 3999
            ELSE
               IF RQ-AMOUNT > 0
                  COMPUTE PRIORITY-WORK = PRIORITY-WORK
                      + (RQ-AMOUNT * 3999 / 10000)
               END-IF
            END-IF.
            IF PRIORITY-WORK > 9999
               MOVE 9999 TO PRIORITY-WORK
            END-IF.
            IF PRIORITY-WORK < 0
               MOVE 0 TO PRIORITY-WORK
            END-IF.

            MOVE PRIORITY-WORK TO PC-PRIORITY.
            COMPUTE PC-INV-PRIORITY = 9999 - PC-PRIORITY.

            EVALUATE TRUE
                WHEN PC-PRIORITY >= 7500
                   MOVE 1 TO PC-PRIORITY-BAND
                WHEN PC-PRIORITY >= 5000
                   MOVE 2 TO PC-PRIORITY-BAND
                WHEN PC-PRIORITY >= 2500
                   MOVE 3 TO PC-PRIORITY-BAND
                WHEN OTHER
                   MOVE 4 TO PC-PRIORITY-BAND
            END-EVALUATE.

       3650-EXIT.
            EXIT.

      *****************************************************************
      * 3660-STAMP-CASE-KEY -- THE TIMESTAMP AND TASK HALF OF PC-KEY.
      *****************************************************************
       3660-STAMP-CASE-KEY.
            EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                YYYYMMDD(PC-DATE)
                TIME(PC-TIME)
                END-EXEC.
            MOVE EIBTASKN TO PC-TASKNUM.

       3660-EXIT.
            EXIT.

      *****************************************************************
      * 3900-TALLY-ROW -- COUNT A COMMITTED RE-SCORE INTO THE SUMMARY.
      * THE DOLLARS ARE SH-AMOUNT, THE USD VALUE THE MODEL SCORED.
      *****************************************************************
       3900-TALLY-ROW.
            ADD 1 TO RESCORED-COUNT.
            EVALUATE RESCORE-DECISION
                WHEN 'APPROVE '
                   ADD 1 TO APPROVE-COUNT
                   ADD SH-AMOUNT TO APPROVE-DOLLARS
                WHEN 'REVIEW  '
                   ADD 1 TO REVIEW-COUNT
                   ADD SH-AMOUNT TO REVIEW-DOLLARS
                   ADD 1 TO STOPPED-COUNT
                   ADD SH-AMOUNT TO STOPPED-DOLLARS
                WHEN 'DECLINE '
                   ADD 1 TO DECLINE-COUNT
                   ADD SH-AMOUNT TO DECLINE-DOLLARS
                   ADD 1 TO STOPPED-COUNT
                   ADD SH-AMOUNT TO STOPPED-DOLLARS
            END-EVALUATE.
            IF CASE-WAS-CUT
               ADD 1 TO CASES-CUT-COUNT
            END-IF.

       3900-EXIT.
            EXIT.

      *****************************************************************
      * 3950-LOG-FAILURE -- TELL OPS VIA CSMT WHICH STEP FAILED AND
      * WITH WHAT RESP; THE ROW ITSELF IS ROLLED BACK BY THE CALLER.
      *****************************************************************
       3950-LOG-FAILURE.
            MOVE SH-RESP TO RESP-ED.
            MOVE SPACES TO RSCR-MSG.
            STRING 'FRRS ' DELIMITED BY SIZE
                   RSCR-STEP DELIMITED BY '  '
                   ' RESP=' DELIMITED BY SIZE
                   RESP-ED  DELIMITED BY SIZE
                   ' - ROW LEFT FOR RE-RUN' DELIMITED BY SIZE
                INTO RSCR-MSG
            END-STRING.
            EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(RSCR-MSG)
                LENGTH(LENGTH OF RSCR-MSG)
                END-EXEC.

       3950-EXIT.
            EXIT.

      *****************************************************************
      * 8000-BUILD-SUMMARY -- THE SCREEN OPS SEES AT THE END OF THE
      * RUN.
      *****************************************************************
       8000-BUILD-SUMMARY.
            IF MODEL-HAS-FAILED
               COMPUTE NOT-TRIED-COUNT = SELECTED-COUNT
                   - RESCORED-COUNT - SKIPPED-COUNT - FAILED-COUNT
            END-IF.

            STRING 'FRRS POST-OUTAGE RE-SCORE  ' DELIMITED BY SIZE
                   FROM-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FROM-TIME DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   TO-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TO-TIME DELIMITED BY SIZE
                INTO SUMMARY-LINE(1)
            END-STRING.
            STRING 'CHAMPION ' DELIMITED BY SIZE
                   MODEL_ID DELIMITED BY SIZE
                INTO SUMMARY-LINE(2)
            END-STRING.

            MOVE SELECTED-COUNT TO COUNT-ED.
            STRING 'REFER ROWS SELECTED  . . . . ' DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                INTO SUMMARY-LINE(4)
            END-STRING.
            MOVE RESCORED-COUNT TO COUNT-ED.
            STRING 'RE-SCORED  . . . . . . . . . ' DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                INTO SUMMARY-LINE(5)
            END-STRING.

            MOVE APPROVE-COUNT TO COUNT-ED.
            MOVE APPROVE-DOLLARS TO AMOUNT-ED.
            STRING '  NOW APPROVE  . . . . . . . ' DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                   '  $' DELIMITED BY SIZE
                   AMOUNT-ED DELIMITED BY SIZE
                INTO SUMMARY-LINE(6)
            END-STRING.
            MOVE REVIEW-COUNT TO COUNT-ED.
            MOVE REVIEW-DOLLARS TO AMOUNT-ED.
            STRING '  NOW REVIEW . . . . . . . . ' DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                   '  $' DELIMITED BY SIZE
                   AMOUNT-ED DELIMITED BY SIZE
                INTO SUMMARY-LINE(7)
            END-STRING.
            MOVE DECLINE-COUNT TO COUNT-ED.
            MOVE DECLINE-DOLLARS TO AMOUNT-ED.
            STRING '  NOW DECLINE  . . . . . . . ' DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                   '  $' DELIMITED BY SIZE
                   AMOUNT-ED DELIMITED BY SIZE
                INTO SUMMARY-LINE(8)
            END-STRING.
            MOVE STOPPED-COUNT TO COUNT-ED.
            MOVE STOPPED-DOLLARS TO AMOUNT-ED.
            STRING 'WOULD HAVE BEEN STOPPED  . . ' DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                   '  $' DELIMITED BY SIZE
                   AMOUNT-ED DELIMITED BY SIZE
                INTO SUMMARY-LINE(9)
            END-STRING.
            MOVE CASES-CUT-COUNT TO COUNT-ED.
            STRING 'CASES CUT  . . . . . . . . . ' DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                INTO SUMMARY-LINE(10)
            END-STRING.
            MOVE SKIPPED-COUNT TO COUNT-ED.
            STRING 'ALREADY RE-SCORED ELSEWHERE  ' DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                INTO SUMMARY-LINE(11)
            END-STRING.
            COMPUTE COUNT-ED = FAILED-COUNT + NOT-TRIED-COUNT.
            STRING 'LEFT FOR RE-RUN  . . . . . . ' DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                INTO SUMMARY-LINE(12)
            END-STRING.

            IF MODEL-HAS-FAILED
               MOVE 'ALNSCORE FAILED AGAIN - RUN STOPPED, SEE CSMT.'
                   TO SUMMARY-LINE(14)
            ELSE
               IF MORE-ROWS-REMAIN
                  MOVE 'MORE ROWS REMAIN - KEY THE SAME WINDOW AGAIN.'
                      TO SUMMARY-LINE(14)
               END-IF
            END-IF.

       8000-EXIT.
            EXIT.

      *****************************************************************
      * 8900-LOG-SUMMARY-LINE -- COPY ONE NON-BLANK SUMMARY LINE TO
      * CSMT, SO THE RUN IS ON RECORD AFTER THE SCREEN IS CLEARED.
      *****************************************************************
       8900-LOG-SUMMARY-LINE.
            IF SUMMARY-LINE(LINE-IDX) NOT = SPACES
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(SUMMARY-LINE(LINE-IDX))
                   LENGTH(LENGTH OF SUMMARY-LINE(LINE-IDX))
                   END-EXEC
            END-IF.

       8900-EXIT.
            EXIT.
