      *     COUNTS, CHALLENGER SWITCH AND MODEL IDS, FROM TSQ FRSTAT
      *     (COPY/FRDSTAT.CPY), BOTH MAINTAINED BY FRAUDMOD,
      *   - HOW MANY CASES ARE PENDING ON THE PENDCASE STORE
      *     (COPY/PENDCASE.CPY),
      *   - WHETHER ANY MERCHANT IS UNDER A CARD-TESTING ATTACK, FROM
      *     TSQ FRATTK (COPY/FRATTK.CPY), ALSO MAINTAINED BY FRAUDMOD,
      *   - HOW LAST NIGHT'S BATCH STREAM WENT, FROM THE RUN-CONTROL
      *     LEDGER RUNCTL (COPY/RUNCTL.CPY) THE BATCH PROGRAMS KEEP.
      * READ-ONLY: THIS PROGRAM NEVER WRITES ANY OF THEM.
      *****************************************************************
       COPY FRCBST.

       COPY PENDCASE.

       COPY FRATTK.

       COPY RUNCTL.

       77 CB-RESP        PIC S9(08) COMP.
       77 ATK-RESP       PIC S9(08) COMP.
       77 ATK-IDX        PIC 9(02) COMP.
       77 STAT-RESP      PIC S9(08) COMP.
       77 INQ-RESP       PIC S9(08) COMP.
       77 RUN-RESP       PIC S9(08) COMP.
       77 RUN-IDX        PIC 9(02) COMP.
       77 AID-PF3        PIC X(01) VALUE X'F3'.
       01 ABS-TIME       PIC 9(16) COMP VALUE 0.
       01 STAT-TODAY-DATE PIC 9(08).
       77 ABSTIME-UNITS-PER-SEC PIC 9(10) COMP VALUE 4096000000.

       01 QUEUE-DEPTH    PIC S9(08) COMP.

      *****************************************************************
      * ACTIVE-ATTACK SUMMARY FOR 2400-SHOW-CARD-TEST: HOW MANY FRATTK
      * ENTRIES ARE STILL IN THEIR COOLDOWN, AND WHICH OF THEM STARTED
      * MOST RECENTLY (THE LATEST END, SINCE EVERY ATTACK RUNS THE
      * SAME COOLDOWN).
      *****************************************************************
       01 ACTIVE-ATTACKS PIC 9(02) COMP.
       01 LATEST-ATTACK  PIC 9(02) COMP.
       01 ATTACKS-ED     PIC Z9.
       01 PROBES-ED      PIC ZZZZZZZ9.
       01 TRIGGER-TEXT   PIC X(06).
       01 ATTACK-LINE.
           03 ATTACK-MERCHANT.
               05 ATTACK-NAME  PIC X(25).
               05 ATTACK-CITY  PIC X(20).
               05 ATTACK-STATE PIC X(02).
               05 ATTACK-MCC   PIC X(04).
       01 BROWSE-PEND-KEY PIC X(25).

      *****************************************************************
      * NIGHTLY-STREAM SUMMARY FOR 2500-SHOW-BATCH-STATUS: EVERY BATCH
      * PROGRAM THAT KEEPS A RUNCTL ROW, IN THE ORDER THE STREAM RUNS
      * THEM, AND HOW MANY OF THEM ENDED EACH WAY FOR LAST NIGHT'S
      * BUSINESS DATE.  BATCH-PROBLEM IS THE FIRST PROGRAM IN STREAM
      * ORDER THAT DID NOT END CLEAN -- WHERE THE SHIFT STARTS LOOKING.
      *****************************************************************
       01 BATCH-PROGRAM-LIST.
           03 FILLER         PIC X(08) VALUE 'SCRHSWP '.
           03 FILLER         PIC X(08) VALUE 'SCRHEXT '.
           03 FILLER         PIC X(08) VALUE 'DCLNEXT '.
           03 FILLER         PIC X(08) VALUE 'FRDBAL  '.
           03 FILLER         PIC X(08) VALUE 'SCRHDRFT'.
           03 FILLER         PIC X(08) VALUE 'SCRHPURG'.
           03 FILLER         PIC X(08) VALUE 'FRDSUM  '.
           03 FILLER         PIC X(08) VALUE 'FRDRECON'.
           03 FILLER         PIC X(08) VALUE 'PROFBLD '.
           03 FILLER         PIC X(08) VALUE 'CPPANAL '.
           03 FILLER         PIC X(08) VALUE 'MRCHLOAD'.
           03 FILLER         PIC X(08) VALUE 'HOTLOAD '.
           03 FILLER         PIC X(08) VALUE 'CURLOAD '.
       01 BATCH-PROGRAM-TABLE REDEFINES BATCH-PROGRAM-LIST.
           03 BATCH-PROGRAM  PIC X(08) OCCURS 13 TIMES.
       77 BATCH-PROGRAM-COUNT PIC 9(02) COMP VALUE 13.
       01 BATCH-DATE     PIC 9(08).
       01 BATCH-OK       PIC 9(02) COMP.
       01 BATCH-FAILED   PIC 9(02) COMP.
       01 BATCH-RUNNING  PIC 9(02) COMP.
       01 BATCH-NOT-RUN  PIC 9(02) COMP.
       01 BATCH-PROBLEM  PIC X(08).
       01 RUNCTL-DOWN-SW PIC X(01).
           88 RUNCTL-DOWN     VALUE 'Y'.
       01 OK-ED          PIC Z9.
       01 FAILED-ED      PIC Z9.
       01 RUNNING-ED     PIC Z9.
       01 NOT-RUN-ED     PIC Z9.

       01 COUNT-ED       PIC ZZZZZZZ9.
       01 FAILS-ED       PIC ZZZ9.
       01 SECS-ED        PIC ZZZZZ9.
            PERFORM 2100-SHOW-BREAKER THRU 2100-EXIT.
            PERFORM 2200-SHOW-DECISION-COUNTS THRU 2200-EXIT.
            PERFORM 2300-SHOW-QUEUE-DEPTH THRU 2300-EXIT.
            PERFORM 2400-SHOW-CARD-TEST THRU 2400-EXIT.
            PERFORM 2500-SHOW-BATCH-STATUS THRU 2500-EXIT.

            EXEC CICS SEND MAP('FRSTMAP')
                MAPSET('FRAUDMAP')

       2350-EXIT.
            EXIT.

      *****************************************************************
      * 2400-SHOW-CARD-TEST -- HOW MANY MERCHANTS ARE UNDER A
      * CARD-TESTING ATTACK RIGHT NOW AND THE ONE THAT STARTED MOST
      * RECENTLY, WITH THE LIMIT IT BREACHED.  WITH NONE ACTIVE, SHOW
      * TODAY'S ATTACK AND PROBE COUNTS INSTEAD.  NO FRATTK ITEM YET
      * MEANS NO MERCHANT HAS BEEN ATTACKED SINCE THE REGION CAME UP
      * -- SHOW IT AS NONE TODAY.  RUNS AFTER 2200-SHOW-DECISION-
      * COUNTS, WHICH SETS STAT-TODAY-DATE.
      *****************************************************************
       2400-SHOW-CARD-TEST.
            MOVE 0 TO ACTIVE-ATTACKS.
            MOVE 0 TO LATEST-ATTACK.

            EXEC CICS READQ TS QUEUE('FRATTK')
                INTO(CARD-TEST-STATUS-RECORD)
                ITEM(1)
                RESP(ATK-RESP)
                END-EXEC.

            IF ATK-RESP NOT = DFHRESP(NORMAL)
               MOVE STAT-TODAY-DATE TO AT-DATE
               MOVE 0 TO AT-ATTACK-COUNT
               MOVE 0 TO AT-PROBE-COUNT
            ELSE
               EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC
               PERFORM 2450-CHECK-ONE-ATTACK THRU 2450-EXIT
                   VARYING ATK-IDX FROM 1 BY 1 UNTIL ATK-IDX > 5
            END-IF.

            IF AT-DATE NOT = STAT-TODAY-DATE
               MOVE 0 TO AT-ATTACK-COUNT
               MOVE 0 TO AT-PROBE-COUNT
            END-IF.

            IF ACTIVE-ATTACKS = 0
               MOVE AT-ATTACK-COUNT TO COUNT-ED
               MOVE AT-PROBE-COUNT  TO PROBES-ED
               MOVE SPACES TO STATKO
               STRING 'NONE ACTIVE -' DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      ' ATTACKS,' DELIMITED BY SIZE
                      PROBES-ED DELIMITED BY SIZE
                      ' PROBES TODAY' DELIMITED BY SIZE
                   INTO STATKO
               END-STRING
            ELSE
               MOVE AT-MERCHANT-KEY(LATEST-ATTACK) TO ATTACK-MERCHANT
               EVALUATE AT-TRIGGER(LATEST-ATTACK)
                   WHEN 'C'
                      MOVE 'CARDS ' TO TRIGGER-TEXT
                   WHEN 'L'
                      MOVE 'LOW-$ ' TO TRIGGER-TEXT
                   WHEN 'P'
                      MOVE 'PREFIX' TO TRIGGER-TEXT
                   WHEN OTHER
                      MOVE SPACES   TO TRIGGER-TEXT
               END-EVALUATE
               MOVE ACTIVE-ATTACKS TO ATTACKS-ED
               MOVE SPACES TO STATKO
               STRING ATTACKS-ED DELIMITED BY SIZE
                      ' ACTIVE - ' DELIMITED BY SIZE
                      ATTACK-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ATTACK-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ATTACK-MCC DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TRIGGER-TEXT DELIMITED BY SIZE
                   INTO STATKO
               END-STRING
            END-IF.

       2400-EXIT.
            EXIT.

       2450-CHECK-ONE-ATTACK.
            IF AT-UNTIL-ABSTIME(ATK-IDX) > ABS-TIME
               ADD 1 TO ACTIVE-ATTACKS
               IF LATEST-ATTACK = 0
                  MOVE ATK-IDX TO LATEST-ATTACK
               ELSE
                  IF AT-UNTIL-ABSTIME(ATK-IDX)
                         > AT-UNTIL-ABSTIME(LATEST-ATTACK)
                     MOVE ATK-IDX TO LATEST-ATTACK
                  END-IF
               END-IF
            END-IF.

       2450-EXIT.
            EXIT.

      *****************************************************************
      * 2500-SHOW-BATCH-STATUS -- HOW LAST NIGHT'S BATCH STREAM WENT,
      * FROM EACH PROGRAM'S RUNCTL ROW FOR YESTERDAY'S BUSINESS DATE
      * (THE STREAM RUNS AFTER MIDNIGHT, SO LAST NIGHT'S RUNS ARE
      * FILED UNDER YESTERDAY).  A PROGRAM WHOSE EVERY ATTEMPT WAS
      * REFUSED AT ITS PREREQUISITE CHECK COUNTS AS FAILED; ONE WITH
      * NO ROW AT ALL HAS NOT RUN YET.  RUNS AFTER 2200-SHOW-DECISION-
      * COUNTS, WHICH SETS STAT-TODAY-DATE.
      *****************************************************************
       2500-SHOW-BATCH-STATUS.
            COMPUTE BATCH-DATE =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(STAT-TODAY-DATE) - 1).
            MOVE 0      TO BATCH-OK.
            MOVE 0      TO BATCH-FAILED.
            MOVE 0      TO BATCH-RUNNING.
            MOVE 0      TO BATCH-NOT-RUN.
            MOVE SPACES TO BATCH-PROBLEM.
            MOVE 'N'    TO RUNCTL-DOWN-SW.

            PERFORM 2550-CHECK-ONE-PROGRAM THRU 2550-EXIT
                VARYING RUN-IDX FROM 1 BY 1
                UNTIL RUN-IDX > BATCH-PROGRAM-COUNT
                   OR RUNCTL-DOWN.

            MOVE SPACES TO STBATO.
            IF RUNCTL-DOWN
               MOVE 'RUN-CONTROL FILE RUNCTL NOT AVAILABLE' TO STBATO
            ELSE
               IF BATCH-OK = BATCH-PROGRAM-COUNT
                  MOVE BATCH-OK TO OK-ED
                  STRING BATCH-DATE DELIMITED BY SIZE
                         ': ALL ' DELIMITED BY SIZE
                         OK-ED DELIMITED BY SIZE
                         ' STEPS ENDED CLEAN' DELIMITED BY SIZE
                      INTO STBATO
                  END-STRING
               ELSE
                  MOVE BATCH-OK      TO OK-ED
                  MOVE BATCH-FAILED  TO FAILED-ED
                  MOVE BATCH-RUNNING TO RUNNING-ED
                  MOVE BATCH-NOT-RUN TO NOT-RUN-ED
                  STRING BATCH-DATE DELIMITED BY SIZE
                         ': ' DELIMITED BY SIZE
                         OK-ED DELIMITED BY SIZE
                         ' OK ' DELIMITED BY SIZE
                         FAILED-ED DELIMITED BY SIZE
                         ' FAILED ' DELIMITED BY SIZE
                         RUNNING-ED DELIMITED BY SIZE
                         ' RUNNING ' DELIMITED BY SIZE
                         NOT-RUN-ED DELIMITED BY SIZE
                         ' NOT RUN - ' DELIMITED BY SIZE
                         BATCH-PROBLEM DELIMITED BY SIZE
                      INTO STBATO
                  END-STRING
               END-IF
            END-IF.

       2500-EXIT.
            EXIT.

       2550-CHECK-ONE-PROGRAM.
            MOVE BATCH-PROGRAM(RUN-IDX) TO RN-PROGRAM.
            MOVE BATCH-DATE             TO RN-BUSINESS-DATE.

            EXEC CICS READ FILE('RUNCTL')
                INTO(RUN-CONTROL-RECORD)
                RIDFLD(RN-KEY)
                RESP(RUN-RESP)
                END-EXEC.

            IF RUN-RESP = DFHRESP(NORMAL)
               IF RN-ENDED-CLEAN
                  ADD 1 TO BATCH-OK
               ELSE
                  IF RN-IN-FLIGHT
                     ADD 1 TO BATCH-RUNNING
                  ELSE
                     ADD 1 TO BATCH-FAILED
                  END-IF
               END-IF
            ELSE
               IF RUN-RESP = DFHRESP(NOTFND)
                  ADD 1 TO BATCH-NOT-RUN
               ELSE
                  MOVE 'Y' TO RUNCTL-DOWN-SW
               END-IF
            END-IF.

            IF (RUN-RESP = DFHRESP(NOTFND)
                OR (RUN-RESP = DFHRESP(NORMAL) AND NOT RN-ENDED-CLEAN))
               AND BATCH-PROBLEM = SPACES
               MOVE BATCH-PROGRAM(RUN-IDX) TO BATCH-PROBLEM
            END-IF.

       2550-EXIT.
            EXIT.
