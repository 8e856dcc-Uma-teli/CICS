       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRHDRFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * DAILY SCORE-DRIFT MONITOR.  A SILENTLY DEGRADED ALNSCORE
      * DEPLOYMENT USED TO SHOW UP ONLY WHEN THE CHARGEBACKS ARRIVED A
      * MONTH LATER IN FRDRECON.  THIS JOB WATCHES THE SCORES
      * THEMSELVES, THE DAY AFTER:
      *   - BUCKETS THE DAY'S SH-PROBABILITY(2) INTO DECILES PER
      *     SH-MODEL-ID AND SH-MODEL-ROLE, FILES THE DAY ON DRIFTCTL
      *     (COPY/DRIFTCTL.CPY), AND GRADES IT AGAINST THE MODEL'S
      *     STORED BASELINE WITH A POPULATION STABILITY INDEX,
      *   - COMPARES THE CHAMPION'S APPROVE/REVIEW/DECLINE MIX WITH
      *     ITS TRAILING 30 DAYS ON DRIFTCTL,
      *   - ENDS RC 4 WHEN ANYTHING CROSSES A WARN LIMIT AND RC 8 ON
      *     AN ALERT LIMIT, SO THE SCHEDULER PAGES SOMEONE.
      * WITH PARM MODE 'S' IT INSTEAD RE-SEEDS THE BASELINES FOR THE
      * MODELS MODELCTL HAS IN FORCE FROM THEIR RECENT DAYS ON
      * DRIFTCTL -- RUN AFTER EVERY MODELMT PROMOTION.  READ-ONLY
      * AGAINST SCOREHST AND MODELCTL.
      *****************************************************************
           SELECT SCORE-HIST-FILE ASSIGN TO SCOREHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT DRIFT-CONTROL-FILE ASSIGN TO DRIFTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT MODEL-CONTROL-FILE ASSIGN TO MODELCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-KEY
               FILE STATUS IS WS-MC-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-HIST-FILE.
       COPY SCOREHST.

       FD  DRIFT-CONTROL-FILE.
       COPY DRIFTCTL.

       FD  MODEL-CONTROL-FILE.
       COPY MODELCTL.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       77 WS-SH-FILE-STATUS   PIC X(02).
       77 WS-DR-FILE-STATUS   PIC X(02).
       77 WS-MC-FILE-STATUS   PIC X(02).
       77 WS-RPT-FILE-STATUS  PIC X(02).
       77 WS-EOF-SW           PIC X(01) VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.
       77 WS-DR-EOF-SW        PIC X(01).
           88 DR-EOF-REACHED  VALUE 'Y'.

       77 WS-MODE             PIC X(01) VALUE 'M'.
           88 MONITOR-MODE    VALUE 'M'.
           88 SEED-MODE       VALUE 'S'.

       01 WS-RUN-DATE         PIC 9(08).
       01 WS-TODAY-DATE       PIC 9(08).
       01 WS-RUN-INT          PIC 9(08) COMP.
       01 WS-TRAIL-FROM       PIC 9(08).
       01 WS-TRAIL-TO         PIC 9(08).
       01 WS-TRAIL-DAYS       PIC 9(02) VALUE 30.
       01 WS-SEED-FROM        PIC 9(08).
       01 WS-SEED-DAYS        PIC 9(02) VALUE 7.

      *****************************************************************
      * WARN/ALERT LIMITS.  THE VALUES HERE ARE THE DEFAULTS USED
      * WHEN THE '*DRIFT-LIMIT*' ROW IS NOT ON DRIFTCTL.
      *****************************************************************
       01 WS-LIMIT-KEY        PIC X(55) VALUE '*DRIFT-LIMIT*'.
       01 WS-PSI-WARN         PIC 9V9(04) VALUE 0.1000.
       01 WS-PSI-ALERT        PIC 9V9(04) VALUE 0.2500.
       01 WS-MIX-WARN-PTS     PIC 9(02)V9 VALUE 2.0.
       01 WS-MIX-ALERT-PTS    PIC 9(02)V9 VALUE 5.0.
       01 WS-MIN-ROWS         PIC 9(07) VALUE 1000.
       01 WS-MIN-MIX-DAYS     PIC 9(02) VALUE 7.
       77 WS-LIMITS-SOURCE    PIC X(08) VALUE 'DEFAULT '.

      *****************************************************************
      * THE DAY'S ROWS PER MODEL_ID/ROLE -- THE FIND-OR-ADD PATTERN
      * SCRHLAT USES FOR ITS LATENCY TABLE.
      *****************************************************************
       01 MODEL-TABLE.
           03 MT-ENTRY OCCURS 20 TIMES
               INDEXED BY MT-IDX MT-USE-IDX.
               05 MT-MODEL-ID         PIC X(36).
               05 MT-MODEL-ROLE       PIC X(10).
               05 MT-ROW-COUNT        PIC 9(09) COMP.
               05 MT-DECILE-COUNT OCCURS 10 TIMES
                                      PIC 9(09) COMP.
               05 MT-APPROVE-COUNT    PIC 9(09) COMP.
               05 MT-REVIEW-COUNT     PIC 9(09) COMP.
               05 MT-DECLINE-COUNT    PIC 9(09) COMP.
               05 MT-OTHER-COUNT      PIC 9(09) COMP.
       77 MT-ENTRY-COUNT      PIC 9(04) COMP VALUE 0.
       77 WS-MODEL-FOUND-SW   PIC X(01).
           88 MODEL-FOUND     VALUE 'Y'.
       77 WS-MT-OVERFLOW-CNT  PIC 9(09) COMP VALUE 0.

       77 WS-DECILE-IDX       PIC 9(02) COMP.

       01 WS-DECILE-LABELS-X.
           03 FILLER          PIC X(07) VALUE '0.0-0.1'.
           03 FILLER          PIC X(07) VALUE '0.1-0.2'.
           03 FILLER          PIC X(07) VALUE '0.2-0.3'.
           03 FILLER          PIC X(07) VALUE '0.3-0.4'.
           03 FILLER          PIC X(07) VALUE '0.4-0.5'.
           03 FILLER          PIC X(07) VALUE '0.5-0.6'.
           03 FILLER          PIC X(07) VALUE '0.6-0.7'.
           03 FILLER          PIC X(07) VALUE '0.7-0.8'.
           03 FILLER          PIC X(07) VALUE '0.8-0.9'.
           03 FILLER          PIC X(07) VALUE '0.9-1.0'.
       01 WS-DECILE-LABELS REDEFINES WS-DECILE-LABELS-X.
           03 WS-DECILE-LABEL OCCURS 10 TIMES PIC X(07).

      *****************************************************************
      * STABILITY-INDEX WORK.  A SHARE OF ZERO ON EITHER SIDE WOULD
      * PUT A LOG OF ZERO IN THE SUM, SO EACH SHARE IS FLOORED AT
      * WS-SHARE-FLOOR FIRST -- THE USUAL TREATMENT OF AN EMPTY BUCKET.
      *****************************************************************
       01 WS-PSI              COMP-2.
       01 WS-ACT-SHARE        COMP-2.
       01 WS-BASE-SHARE       COMP-2.
       01 WS-SHARE-FLOOR      COMP-2 VALUE 0.0001.

      *****************************************************************
      * CHAMPION DECISION MIX, THE DAY AND THE TRAILING WINDOW.
      * TRAIL-DAY-SW MARKS WHICH OF THE TRAILING DAYS HAVE A CHAMPION
      * ROW ON FILE (A PROMOTION DAY HAS TWO, ONE PER MODEL).
      *****************************************************************
       01 MIX-TODAY.
           03 MXT-APPROVE         PIC 9(09) COMP VALUE 0.
           03 MXT-REVIEW          PIC 9(09) COMP VALUE 0.
           03 MXT-DECLINE         PIC 9(09) COMP VALUE 0.
           03 MXT-OTHER           PIC 9(09) COMP VALUE 0.
       01 MIX-TRAIL.
           03 MXW-APPROVE         PIC 9(11) COMP VALUE 0.
           03 MXW-REVIEW          PIC 9(11) COMP VALUE 0.
           03 MXW-DECLINE         PIC 9(11) COMP VALUE 0.
           03 MXW-OTHER           PIC 9(11) COMP VALUE 0.
       01 TRAIL-DAY-TABLE.
           03 TRAIL-DAY-SW OCCURS 30 TIMES PIC X(01).
       77 WS-TRAIL-IDX        PIC 9(02) COMP.
       77 WS-TRAIL-DAYS-ON-FILE PIC 9(02) COMP VALUE 0.
       01 WS-TODAY-TOTAL      PIC 9(09) COMP.
       01 WS-TRAIL-TOTAL      PIC 9(11) COMP.
       01 WS-TODAY-PCT        PIC S9(03)V99 COMP-3.
       01 WS-TRAIL-PCT        PIC S9(03)V99 COMP-3.
       01 WS-CHANGE-PTS       PIC S9(03)V99 COMP-3.
       01 WS-MAX-CHANGE-PTS   PIC S9(03)V99 COMP-3.
       01 WS-MIX-LABEL        PIC X(08).
       01 WS-MIX-TODAY-CNT    PIC 9(09) COMP.
       01 WS-MIX-TRAIL-CNT    PIC 9(11) COMP.

      *****************************************************************
      * SEED WORK -- ONE TARGET MODEL AT A TIME.  THE ROLE-MATCHED
      * SUMS ARE PREFERRED; WHEN THE MODEL HAS NO DAYS UNDER THE ROLE
      * IT NOW HOLDS (A CHALLENGER JUST PROMOTED) ITS DAYS UNDER ANY
      * ROLE ARE USED -- THE SHADOW SCORES WERE TAKEN ON THE SAME
      * TRAFFIC.
      *****************************************************************
       01 WS-SEED-MODEL-ID    PIC X(36).
       01 WS-SEED-ROLE        PIC X(10).
       01 SEED-SAME-ROLE.
           03 SDS-DAYS            PIC 9(04) COMP.
           03 SDS-ROW-COUNT       PIC 9(11) COMP.
           03 SDS-DECILE OCCURS 10 TIMES PIC 9(11) COMP.
       01 SEED-ANY-ROLE.
           03 SDA-DAYS            PIC 9(04) COMP.
           03 SDA-ROW-COUNT       PIC 9(11) COMP.
           03 SDA-DECILE OCCURS 10 TIMES PIC 9(11) COMP.
       77 WS-SEEDED-CNT       PIC 9(04) COMP VALUE 0.

      *****************************************************************
      * SEVERITY.  WS-GRADE IS THE GRADE OF THE ITEM JUST CHECKED;
      * WS-MAX-RC THE WORST SEEN, WHICH BECOMES THE STEP RC.
      *****************************************************************
       01 WS-GRADE            PIC X(05).
       01 WS-NEW-RC           PIC 9(02).
       01 WS-MAX-RC           PIC 9(02) VALUE 0.

       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.
       01 WS-PSI-ED           PIC Z9.9999.
       01 WS-PTS-ED           PIC ZZ9.99.

       01 WS-DECILE-LINE.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WDL-LABEL       PIC X(07).
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WDL-TODAY       PIC ZZ9.99.
           03 FILLER          PIC X(07) VALUE SPACES.
           03 WDL-BASE        PIC ZZ9.99.
       01 WS-MIX-LINE.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WXL-LABEL       PIC X(08).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WXL-TODAY       PIC ZZ9.99.
           03 FILLER          PIC X(07) VALUE SPACES.
           03 WXL-TRAIL       PIC ZZ9.99.
           03 FILLER          PIC X(06) VALUE SPACES.
           03 WXL-CHANGE      PIC ZZ9.99.

      *****************************************************************
      * RUN-CONTROL LEDGER (COPY/RUNCTL.CPY).  WS-RN-BUSINESS-DATE IS
      * THE KEY OF THIS RUN'S ROW AND OF ITS PREREQUISITES' ROWS.  A
      * RE-SEED IS FILED UNDER ITS OWN PROGRAM NAME, SO IT NEVER
      * OVERWRITES THE OUTCOME OF THAT DAY'S MONITOR RUN.
      *****************************************************************
       77 WS-RN-FILE-STATUS   PIC X(02).
       77 WS-RN-ROW-SW        PIC X(01).
           88 RN-ROW-ON-FILE  VALUE 'Y'.
       77 WS-RN-REFUSE-SW     PIC X(01) VALUE 'N'.
           88 RN-RUN-REFUSED  VALUE 'Y'.
       77 WS-RN-PREREQ-RULE   PIC X(01).
           88 RN-NEEDS-CLEAN  VALUE 'C'.
           88 RN-NEEDS-ENDED  VALUE 'E'.
           88 RN-NEEDS-SETTLED VALUE 'S'.
       77 WS-RN-PREREQ-STATE  PIC X(01).
           88 PREREQ-NOT-RUN  VALUE 'N'.
           88 PREREQ-IN-FLIGHT VALUE 'R'.
           88 PREREQ-CLEAN    VALUE 'C'.
           88 PREREQ-FAILED   VALUE 'F'.
           88 PREREQ-REFUSED  VALUE 'P'.
       01 WS-RN-PROGRAM       PIC X(08) VALUE 'SCRHDRFT'.
       01 WS-RN-BUSINESS-DATE PIC 9(08).
       01 WS-RN-PREREQ-PROGRAM PIC X(08).
       01 WS-RN-PREREQ-TEXT   PIC X(20).
       01 WS-RN-REFUSE-REASON PIC X(40).
       01 WS-RN-NOW-DATE      PIC 9(08).
       01 WS-RN-NOW-TIME      PIC 9(08).

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=SCRHDRFT,PARM='CYYYYMMDDNN':
      *   C        - 'M' MONITOR (THE DEFAULT) OR 'S' RE-SEED
      *   YYYYMMDD - THE SCORING DAY; DEFAULTS TO YESTERDAY THE SAME
      *              WAY FRDSUM DOES.  FOR A RE-SEED, THE LAST DAY
      *              OF THE BASELINE.
      *   NN       - RE-SEED ONLY: HOW MANY DAYS, ENDING ON THAT
      *              DATE, THE BASELINE IS BUILT FROM (DEFAULT 7).
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-INFO.
           05 PARM-LENGTH     PIC S9(04) COMP.
           05 PARM-MODE       PIC X(01).
           05 PARM-RUN-DATE   PIC X(08).
           05 PARM-SEED-DAYS  PIC X(02).

       PROCEDURE DIVISION USING PARM-INFO.

       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.

            IF SEED-MODE
               PERFORM 6000-RESEED-BASELINES THRU 6000-EXIT
            ELSE
               PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
                   UNTIL EOF-REACHED
               PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT
            END-IF.

            MOVE WS-MAX-RC TO RETURN-CODE.
            PERFORM 9000-TERMINATE THRU 9000-EXIT.

            STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- RESOLVE THE MODE, RUN DATE AND WINDOWS,
      * OPEN THE FILES THE MODE NEEDS, AND PICK UP THE OPS LIMITS.
      * A BAD OPEN IS FATAL.
      *****************************************************************
       1000-INITIALIZE.
            IF PARM-LENGTH >= 1
               IF PARM-MODE = 'S'
                  MOVE 'S' TO WS-MODE
               END-IF
            END-IF.

            IF PARM-LENGTH >= 9 AND PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
            ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               COMPUTE WS-RUN-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
            END-IF.

            IF PARM-LENGTH = 11 AND PARM-SEED-DAYS IS NUMERIC
               AND PARM-SEED-DAYS NOT = '00'
               MOVE PARM-SEED-DAYS TO WS-SEED-DAYS
            END-IF.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            COMPUTE WS-TRAIL-FROM =
                FUNCTION DATE-OF-INTEGER(WS-RUN-INT - WS-TRAIL-DAYS).
            COMPUTE WS-TRAIL-TO =
                FUNCTION DATE-OF-INTEGER(WS-RUN-INT - 1).
            COMPUTE WS-SEED-FROM =
                FUNCTION DATE-OF-INTEGER
                    (WS-RUN-INT - WS-SEED-DAYS + 1).

            MOVE WS-RUN-DATE TO WS-RN-BUSINESS-DATE.
            IF SEED-MODE
               MOVE 'SCRHDRFS' TO WS-RN-PROGRAM
            END-IF.
            PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.

            OPEN I-O DRIFT-CONTROL-FILE.
            IF WS-DR-FILE-STATUS NOT = '00'
               DISPLAY 'DRIFTCTL OPEN FAILED, STATUS='
                   WS-DR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            IF SEED-MODE
               OPEN INPUT MODEL-CONTROL-FILE
               IF WS-MC-FILE-STATUS NOT = '00'
                  DISPLAY 'MODELCTL OPEN FAILED, STATUS='
                      WS-MC-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            ELSE
               OPEN INPUT SCORE-HIST-FILE
               IF WS-SH-FILE-STATUS NOT = '00'
                  DISPLAY 'SCOREHST OPEN FAILED, STATUS='
                      WS-SH-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'RPTOUT OPEN FAILED, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT.

            IF MONITOR-MODE
               READ SCORE-HIST-FILE
                   AT END
                      MOVE 'Y' TO WS-EOF-SW
               END-READ
            END-IF.

       1000-EXIT.
            EXIT.

      *****************************************************************
      * 1050-START-RUN-CONTROL -- OPEN THE RUN-CONTROL LEDGER, CHECK
      * THE PREREQUISITES FOR THE BUSINESS DATE AND MARK THIS RUN'S
      * ROW IN FLIGHT.  A RUN THAT FAILS ITS PREREQUISITES RECORDS
      * THE REFUSAL INSTEAD AND ENDS RC 12 HERE, BEFORE ANY OTHER
      * FILE IS OPENED.  THE LEDGER STAYS OPEN UNTIL 9500-END-RUN-
      * CONTROL.
      *****************************************************************
       1050-START-RUN-CONTROL.
            OPEN I-O RUN-CONTROL-FILE.
            IF WS-RN-FILE-STATUS NOT = '00'
               DISPLAY 'RUNCTL OPEN FAILED, STATUS='
                   WS-RN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 1060-CHECK-PREREQUISITES THRU 1060-EXIT.

            MOVE WS-RN-PROGRAM       TO RN-PROGRAM.
            MOVE WS-RN-BUSINESS-DATE TO RN-BUSINESS-DATE.
            READ RUN-CONTROL-FILE.
            EVALUATE WS-RN-FILE-STATUS
               WHEN '00'
                  MOVE 'Y' TO WS-RN-ROW-SW
               WHEN '23'
                  MOVE 'N' TO WS-RN-ROW-SW
                  MOVE SPACES TO RUN-CONTROL-RECORD
                  INITIALIZE RUN-CONTROL-RECORD
                  MOVE WS-RN-PROGRAM       TO RN-PROGRAM
                  MOVE WS-RN-BUSINESS-DATE TO RN-BUSINESS-DATE
               WHEN OTHER
                  DISPLAY 'RUNCTL READ FAILED, STATUS='
                      WS-RN-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-EVALUATE.

            ACCEPT WS-RN-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RN-NOW-TIME FROM TIME.

            IF RN-RUN-REFUSED
               IF NOT RN-ROW-ON-FILE
                  MOVE 'P' TO RN-STATUS
               END-IF
               ADD 1 TO RN-REFUSED-COUNT
               MOVE WS-RN-NOW-DATE      TO RN-REFUSED-DATE
               MOVE WS-RN-NOW-TIME      TO RN-REFUSED-TIME
               MOVE WS-RN-REFUSE-REASON TO RN-REFUSED-REASON
            ELSE
               MOVE 'R' TO RN-STATUS
               ADD 1 TO RN-ATTEMPTS
               MOVE WS-RN-NOW-DATE TO RN-START-DATE
               MOVE WS-RN-NOW-TIME TO RN-START-TIME
               MOVE 0 TO RN-END-DATE
               MOVE 0 TO RN-END-TIME
               MOVE 0 TO RN-RETURN-CODE
               INITIALIZE RN-COUNTS
            END-IF.

            IF RN-ROW-ON-FILE
               REWRITE RUN-CONTROL-RECORD
            ELSE
               WRITE RUN-CONTROL-RECORD
            END-IF.
            IF WS-RN-FILE-STATUS NOT = '00'
               DISPLAY 'RUNCTL START UPDATE FAILED, STATUS='
                   WS-RN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            IF RN-RUN-REFUSED
               DISPLAY 'SCRHDRFT NOT RUN FOR ' WS-RN-BUSINESS-DATE
                   ' - ' WS-RN-REFUSE-REASON
               CLOSE RUN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       1050-EXIT.
            EXIT.

      *****************************************************************
      * 1060-CHECK-PREREQUISITES -- THE SPILL SWEEP MUST HAVE ENDED
      * CLEAN FOR THE DATE.  A DAY FILED WHILE ROWS ARE STILL WAITING
      * ON THE FRHR SPILL IS SHORT, AND THAT 'D' ROW STAYS IN THE
      * CHAMPION'S TRAILING MIX FOR A MONTH.  A RE-SEED READS ONLY
      * DRIFTCTL AND MODELCTL, SO IT CHECKS NOTHING; IT IS FILED AS
      * SCRHDRFS.
      *****************************************************************
       1060-CHECK-PREREQUISITES.
            IF MONITOR-MODE
               MOVE 'SCRHSWP'  TO WS-RN-PREREQ-PROGRAM
               MOVE 'C'        TO WS-RN-PREREQ-RULE
               PERFORM 1070-CHECK-ONE-PREREQ THRU 1070-EXIT
            END-IF.

       1060-EXIT.
            EXIT.

      *****************************************************************
      * 1070-CHECK-ONE-PREREQ -- READ WS-RN-PREREQ-PROGRAM'S ROW FOR
      * THE BUSINESS DATE AND REFUSE THE RUN IF IT DOES NOT MEET
      * WS-RN-PREREQ-RULE:
      *   'C' - MUST HAVE ENDED CLEAN (RC 0 OR 4),
      *   'E' - MUST HAVE ENDED, WHATEVER ITS RETURN CODE,
      *   'S' - MUST NOT BE LEFT IN FLIGHT (NOT HAVING RUN IS FINE).
      * THE FIRST PREREQUISITE THAT FAILS IS THE REASON RECORDED.
      *****************************************************************
       1070-CHECK-ONE-PREREQ.
            MOVE WS-RN-PREREQ-PROGRAM TO RN-PROGRAM.
            MOVE WS-RN-BUSINESS-DATE  TO RN-BUSINESS-DATE.
            READ RUN-CONTROL-FILE.
            EVALUATE WS-RN-FILE-STATUS
               WHEN '00'
                  MOVE RN-STATUS TO WS-RN-PREREQ-STATE
               WHEN '23'
                  MOVE 'N' TO WS-RN-PREREQ-STATE
               WHEN OTHER
                  DISPLAY 'RUNCTL READ FAILED, STATUS='
                      WS-RN-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-EVALUATE.

            EVALUATE TRUE
               WHEN PREREQ-CLEAN
                  MOVE 'ENDED CLEAN' TO WS-RN-PREREQ-TEXT
               WHEN PREREQ-FAILED
                  MOVE SPACES TO WS-RN-PREREQ-TEXT
                  STRING 'ENDED RC ' DELIMITED BY SIZE
                         RN-RETURN-CODE DELIMITED BY SIZE
                      INTO WS-RN-PREREQ-TEXT
                  END-STRING
               WHEN PREREQ-IN-FLIGHT
                  MOVE 'LEFT IN FLIGHT' TO WS-RN-PREREQ-TEXT
               WHEN PREREQ-REFUSED
                  MOVE 'REFUSED' TO WS-RN-PREREQ-TEXT
               WHEN OTHER
                  MOVE 'NOT RUN' TO WS-RN-PREREQ-TEXT
            END-EVALUATE.

            IF NOT RN-RUN-REFUSED
               EVALUATE TRUE
                  WHEN RN-NEEDS-CLEAN
                     IF NOT PREREQ-CLEAN
                        MOVE 'Y' TO WS-RN-REFUSE-SW
                     END-IF
                  WHEN RN-NEEDS-ENDED
                     IF NOT PREREQ-CLEAN AND NOT PREREQ-FAILED
                        MOVE 'Y' TO WS-RN-REFUSE-SW
                     END-IF
                  WHEN RN-NEEDS-SETTLED
                     IF PREREQ-IN-FLIGHT
                        MOVE 'Y' TO WS-RN-REFUSE-SW
                     END-IF
               END-EVALUATE
               IF RN-RUN-REFUSED
                  MOVE SPACES TO WS-RN-REFUSE-REASON
                  STRING WS-RN-PREREQ-PROGRAM DELIMITED BY SPACE
                         ' ' DELIMITED BY SIZE
                         WS-RN-PREREQ-TEXT DELIMITED BY SIZE
                      INTO WS-RN-REFUSE-REASON
                  END-STRING
               END-IF
            END-IF.

       1070-EXIT.
            EXIT.

      *****************************************************************
      * 1100-LOAD-LIMITS -- THE OPS-TUNED LIMITS FROM THE RESERVED
      * '*DRIFT-LIMIT*' ROW, OR THE BUILT-IN DEFAULTS WHEN IT IS NOT
      * ON FILE (THE SAME FALLBACK FRAUDMOD APPLIES TO THE VELOCITY
      * LIMITS).
      *****************************************************************
       1100-LOAD-LIMITS.
            MOVE WS-LIMIT-KEY TO DL-KEY.
            READ DRIFT-CONTROL-FILE
                KEY IS DR-KEY
                INVALID KEY
                   CONTINUE
            END-READ.

            IF WS-DR-FILE-STATUS = '00'
               MOVE DL-PSI-WARN      TO WS-PSI-WARN
               MOVE DL-PSI-ALERT     TO WS-PSI-ALERT
               MOVE DL-MIX-WARN-PTS  TO WS-MIX-WARN-PTS
               MOVE DL-MIX-ALERT-PTS TO WS-MIX-ALERT-PTS
               MOVE DL-MIN-ROWS      TO WS-MIN-ROWS
               MOVE DL-MIN-MIX-DAYS  TO WS-MIN-MIX-DAYS
               MOVE 'DRIFTCTL'       TO WS-LIMITS-SOURCE
            END-IF.

       1100-EXIT.
            EXIT.

      *****************************************************************
      * 2000-PROCESS-ONE-RECORD -- ROLL ONE ROW FROM THE SCORING DAY
      * INTO ITS MODEL/ROLE ENTRY: EVERY ROW INTO THE DECISION MIX,
      * A SCORED ROW (SH-SCORE-RC ZERO) INTO ITS DECILE TOO.  A
      * POST-OUTAGE RE-SCORE ROW IS LEFT OUT -- ITS ORIGINAL IS
      * ALREADY COUNTED, AND IT IS NOT WHAT THE CARDHOLDER SAW.
      *****************************************************************
       2000-PROCESS-ONE-RECORD.
            IF SH-DATE = WS-RUN-DATE
               AND NOT SH-RESCORE-ROW
               PERFORM 2100-FIND-OR-ADD-MODEL THRU 2100-EXIT
               IF MODEL-FOUND
                  PERFORM 2200-ACCUM-ROW THRU 2200-EXIT
               END-IF
            END-IF.

            READ SCORE-HIST-FILE
                AT END
                   MOVE 'Y' TO WS-EOF-SW
            END-READ.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 2100-FIND-OR-ADD-MODEL -- LOCATE THIS ROW'S MODEL_ID AND ROLE
      * IN MODEL-TABLE, ADDING A NEW ZEROED ENTRY IF NOT SEEN BEFORE.
      *****************************************************************
       2100-FIND-OR-ADD-MODEL.
            MOVE 'N' TO WS-MODEL-FOUND-SW.

            PERFORM 2110-SCAN-MODEL-ENTRY THRU 2110-EXIT
                VARYING MT-IDX FROM 1 BY 1
                UNTIL MT-IDX > MT-ENTRY-COUNT OR MODEL-FOUND.

            IF NOT MODEL-FOUND
               IF MT-ENTRY-COUNT < 20
                  ADD 1 TO MT-ENTRY-COUNT
                  SET MT-USE-IDX TO MT-ENTRY-COUNT
                  INITIALIZE MT-ENTRY(MT-USE-IDX)
                  MOVE SH-MODEL-ID   TO MT-MODEL-ID(MT-USE-IDX)
                  MOVE SH-MODEL-ROLE TO MT-MODEL-ROLE(MT-USE-IDX)
                  MOVE 'Y' TO WS-MODEL-FOUND-SW
               ELSE
                  ADD 1 TO WS-MT-OVERFLOW-CNT
               END-IF
            END-IF.

       2100-EXIT.
            EXIT.

       2110-SCAN-MODEL-ENTRY.
            IF MT-MODEL-ID(MT-IDX) = SH-MODEL-ID
               AND MT-MODEL-ROLE(MT-IDX) = SH-MODEL-ROLE
               MOVE 'Y' TO WS-MODEL-FOUND-SW
               SET MT-USE-IDX TO MT-IDX
            END-IF.

       2110-EXIT.
            EXIT.

      *****************************************************************
      * 2200-ACCUM-ROW -- DECISION MIX, THEN THE DECILE OF A SCORED
      * ROW.  A PROBABILITY OF EXACTLY 1.0 (OR A DAMAGED VALUE
      * OUTSIDE 0-1) IS HELD TO THE END BUCKETS.
      *****************************************************************
       2200-ACCUM-ROW.
            EVALUATE SH-DECISION-CODE
                WHEN 'APPROVE '
                   ADD 1 TO MT-APPROVE-COUNT(MT-USE-IDX)
                WHEN 'REVIEW  '
                   ADD 1 TO MT-REVIEW-COUNT(MT-USE-IDX)
                WHEN 'DECLINE '
                   ADD 1 TO MT-DECLINE-COUNT(MT-USE-IDX)
                WHEN OTHER
                   ADD 1 TO MT-OTHER-COUNT(MT-USE-IDX)
            END-EVALUATE.

            IF SH-SCORE-RC = 0
               IF SH-PROBABILITY(2) < 0
                  MOVE 1 TO WS-DECILE-IDX
               ELSE
                  IF SH-PROBABILITY(2) >= 1
                     MOVE 10 TO WS-DECILE-IDX
                  ELSE
                     COMPUTE WS-DECILE-IDX =
                         (SH-PROBABILITY(2) * 10) + 1
                  END-IF
               END-IF
               ADD 1 TO MT-ROW-COUNT(MT-USE-IDX)
               ADD 1 TO MT-DECILE-COUNT(MT-USE-IDX, WS-DECILE-IDX)
            END-IF.

       2200-EXIT.
            EXIT.

      *****************************************************************
      * 3000-FILE-DAY -- THE DAY'S 'D' ROW FOR ONE MODEL/ROLE.  A
      * RERUN FOR THE SAME DAY REPLACES THE ROW.
      *****************************************************************
       3000-FILE-DAY.
            MOVE SPACES TO DRIFT-CONTROL-RECORD.
            MOVE 'D'                         TO DR-REC-TYPE.
            MOVE MT-MODEL-ID(MT-IDX)         TO DR-MODEL-ID.
            MOVE MT-MODEL-ROLE(MT-IDX)       TO DR-MODEL-ROLE.
            MOVE WS-RUN-DATE                 TO DR-DATE.
            MOVE MT-ROW-COUNT(MT-IDX)        TO DR-ROW-COUNT.
            PERFORM 3010-COPY-DECILE THRU 3010-EXIT
                VARYING WS-DECILE-IDX FROM 1 BY 1
                UNTIL WS-DECILE-IDX > 10.
            MOVE MT-APPROVE-COUNT(MT-IDX)    TO DR-APPROVE-COUNT.
            MOVE MT-REVIEW-COUNT(MT-IDX)     TO DR-REVIEW-COUNT.
            MOVE MT-DECLINE-COUNT(MT-IDX)    TO DR-DECLINE-COUNT.
            MOVE MT-OTHER-COUNT(MT-IDX)      TO DR-OTHER-COUNT.
            MOVE WS-RUN-DATE                 TO DR-SEED-FROM-DATE.
            MOVE WS-RUN-DATE                 TO DR-SEED-TO-DATE.
            MOVE WS-TODAY-DATE               TO DR-LAST-UPD-DATE.

            PERFORM 3050-WRITE-CONTROL-ROW THRU 3050-EXIT.

       3000-EXIT.
            EXIT.

       3010-COPY-DECILE.
            MOVE MT-DECILE-COUNT(MT-IDX, WS-DECILE-IDX)
                TO DR-DECILE-COUNT(WS-DECILE-IDX).

       3010-EXIT.
            EXIT.

      *****************************************************************
      * 3050-WRITE-CONTROL-ROW -- ADD THE ROW, OR REPLACE IT WHEN THE
      * KEY IS ALREADY ON FILE.  ANY OTHER FAILURE IS FATAL.
      *****************************************************************
       3050-WRITE-CONTROL-ROW.
            WRITE DRIFT-CONTROL-RECORD
                INVALID KEY
                   CONTINUE
            END-WRITE.

            IF WS-DR-FILE-STATUS = '22'
               REWRITE DRIFT-CONTROL-RECORD
                   INVALID KEY
                      CONTINUE
               END-REWRITE
            END-IF.

            IF WS-DR-FILE-STATUS NOT = '00'
               DISPLAY 'DRIFTCTL WRITE FAILED, STATUS='
                   WS-DR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       3050-EXIT.
            EXIT.

      *****************************************************************
      * 4000-GRADE-MODEL -- FILE THE DAY, THEN GRADE ONE MODEL/ROLE
      * AGAINST ITS BASELINE AND PRINT ITS SECTION.  NO BASELINE IS A
      * WARNING -- THE MODEL IS RUNNING UNWATCHED UNTIL OPS SEEDS
      * ONE; A THIN DAY IS REPORTED BUT NOT GRADED.
      *****************************************************************
       4000-GRADE-MODEL.
            PERFORM 3000-FILE-DAY THRU 3000-EXIT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'MODEL ' DELIMITED BY SIZE
                   MT-MODEL-ID(MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MT-MODEL-ROLE(MT-IDX) DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE MT-ROW-COUNT(MT-IDX) TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  SCORED ROWS . . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE SPACES              TO DRIFT-CONTROL-RECORD.
            MOVE 'B'                 TO DR-REC-TYPE.
            MOVE MT-MODEL-ID(MT-IDX)   TO DR-MODEL-ID.
            MOVE MT-MODEL-ROLE(MT-IDX) TO DR-MODEL-ROLE.
            MOVE 0                   TO DR-DATE.
            READ DRIFT-CONTROL-FILE
                KEY IS DR-KEY
                INVALID KEY
                   CONTINUE
            END-READ.

            IF WS-DR-FILE-STATUS NOT = '00' OR DR-ROW-COUNT = 0
               MOVE '  NO BASELINE ON DRIFTCTL - RE-SEED WITH PARM S'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 4 TO WS-NEW-RC
               PERFORM 7000-RAISE-RC THRU 7000-EXIT
            ELSE
               PERFORM 4100-COMPARE-TO-BASELINE THRU 4100-EXIT
            END-IF.

       4000-EXIT.
            EXIT.

      *****************************************************************
      * 4100-COMPARE-TO-BASELINE -- DECILE SHARES SIDE BY SIDE, THEN
      * THE STABILITY INDEX AND ITS GRADE.
      *****************************************************************
       4100-COMPARE-TO-BASELINE.
            MOVE DR-ROW-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  BASELINE ROWS . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DR-SEED-FROM-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   DR-SEED-TO-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            IF MT-ROW-COUNT(MT-IDX) < WS-MIN-ROWS
               MOVE '  TOO FEW SCORED ROWS TO GRADE - NOT GRADED'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
            ELSE
               MOVE '    DECILE    TODAY-%   BASELINE-%'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 0 TO WS-PSI
               PERFORM 4200-SCORE-ONE-DECILE THRU 4200-EXIT
                   VARYING WS-DECILE-IDX FROM 1 BY 1
                   UNTIL WS-DECILE-IDX > 10
               PERFORM 4300-GRADE-PSI THRU 4300-EXIT
            END-IF.

       4100-EXIT.
            EXIT.

      *****************************************************************
      * 4200-SCORE-ONE-DECILE -- ONE DECILE'S TERM OF THE INDEX,
      * (ACTUAL - EXPECTED) * LN(ACTUAL / EXPECTED), AND ITS LINE.
      *****************************************************************
       4200-SCORE-ONE-DECILE.
            COMPUTE WS-ACT-SHARE =
                MT-DECILE-COUNT(MT-IDX, WS-DECILE-IDX)
                    / MT-ROW-COUNT(MT-IDX).
            COMPUTE WS-BASE-SHARE =
                DR-DECILE-COUNT(WS-DECILE-IDX) / DR-ROW-COUNT.

            MOVE WS-DECILE-LABEL(WS-DECILE-IDX) TO WDL-LABEL.
            COMPUTE WDL-TODAY ROUNDED = WS-ACT-SHARE * 100.
            COMPUTE WDL-BASE ROUNDED = WS-BASE-SHARE * 100.
            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-DECILE-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            IF WS-ACT-SHARE < WS-SHARE-FLOOR
               MOVE WS-SHARE-FLOOR TO WS-ACT-SHARE
            END-IF.
            IF WS-BASE-SHARE < WS-SHARE-FLOOR
               MOVE WS-SHARE-FLOOR TO WS-BASE-SHARE
            END-IF.

            COMPUTE WS-PSI = WS-PSI
                + ((WS-ACT-SHARE - WS-BASE-SHARE)
                    * FUNCTION LOG(WS-ACT-SHARE / WS-BASE-SHARE)).

       4200-EXIT.
            EXIT.

       4300-GRADE-PSI.
            EVALUATE TRUE
                WHEN WS-PSI >= WS-PSI-ALERT
                   MOVE 'ALERT' TO WS-GRADE
                   MOVE 8 TO WS-NEW-RC
                WHEN WS-PSI >= WS-PSI-WARN
                   MOVE 'WARN ' TO WS-GRADE
                   MOVE 4 TO WS-NEW-RC
                WHEN OTHER
                   MOVE 'OK   ' TO WS-GRADE
                   MOVE 0 TO WS-NEW-RC
            END-EVALUATE.
            PERFORM 7000-RAISE-RC THRU 7000-EXIT.

            COMPUTE WS-PSI-ED ROUNDED = WS-PSI.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  STABILITY INDEX . . . . . . . . . '
                   DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WS-PSI-ED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-GRADE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

       4300-EXIT.
            EXIT.

      *****************************************************************
      * 5000-CHECK-CHAMPION-MIX -- THE DAY'S CHAMPION DECISIONS (ALL
      * CHAMPION ENTRIES -- A PROMOTION DAY HAS TWO MODELS) AGAINST
      * THE TRAILING WINDOW OF CHAMPION 'D' ROWS ON DRIFTCTL.  THE
      * LARGEST SHIFT IN ANY ONE SHARE IS GRADED.  NO CHAMPION ROWS
      * AT ALL FOR THE DAY IS ITSELF A WARNING.
      *****************************************************************
       5000-CHECK-CHAMPION-MIX.
            PERFORM 5100-ADD-TODAY-CHAMPION THRU 5100-EXIT
                VARYING MT-IDX FROM 1 BY 1
                UNTIL MT-IDX > MT-ENTRY-COUNT.

            PERFORM 5200-LOAD-TRAILING-MIX THRU 5200-EXIT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CHAMPION DECISION MIX - RUN DATE VS TRAILING '
                   DELIMITED BY SIZE
                   WS-TRAIL-FROM DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TRAIL-TO DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-TRAIL-DAYS-ON-FILE TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  TRAILING DAYS ON FILE . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            COMPUTE WS-TODAY-TOTAL =
                MXT-APPROVE + MXT-REVIEW + MXT-DECLINE + MXT-OTHER.
            COMPUTE WS-TRAIL-TOTAL =
                MXW-APPROVE + MXW-REVIEW + MXW-DECLINE + MXW-OTHER.

            EVALUATE TRUE
                WHEN WS-TODAY-TOTAL = 0
                   MOVE '  NO CHAMPION ROWS ON THE RUN DATE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 4 TO WS-NEW-RC
                   PERFORM 7000-RAISE-RC THRU 7000-EXIT
                WHEN WS-TRAIL-DAYS-ON-FILE < WS-MIN-MIX-DAYS
                   OR WS-TRAIL-TOTAL = 0
                   MOVE '  TOO LITTLE TRAILING HISTORY - NOT GRADED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                WHEN OTHER
                   PERFORM 5300-GRADE-MIX THRU 5300-EXIT
            END-EVALUATE.

       5000-EXIT.
            EXIT.

       5100-ADD-TODAY-CHAMPION.
            IF MT-MODEL-ROLE(MT-IDX) = 'CHAMPION'
               ADD MT-APPROVE-COUNT(MT-IDX) TO MXT-APPROVE
               ADD MT-REVIEW-COUNT(MT-IDX)  TO MXT-REVIEW
               ADD MT-DECLINE-COUNT(MT-IDX) TO MXT-DECLINE
               ADD MT-OTHER-COUNT(MT-IDX)   TO MXT-OTHER
            END-IF.

       5100-EXIT.
            EXIT.

      *****************************************************************
      * 5200-LOAD-TRAILING-MIX -- BROWSE EVERY 'D' ROW (THEY ARE
      * CONTIGUOUS IN KEY ORDER) AND SUM THE CHAMPION ROWS THAT FALL
      * IN THE TRAILING WINDOW.
      *****************************************************************
       5200-LOAD-TRAILING-MIX.
            MOVE 0 TO WS-TRAIL-DAYS-ON-FILE.
            MOVE ALL 'N' TO TRAIL-DAY-TABLE.
            MOVE 'N' TO WS-DR-EOF-SW.

            MOVE LOW-VALUES TO DR-KEY.
            MOVE 'D'        TO DR-REC-TYPE.
            START DRIFT-CONTROL-FILE KEY NOT LESS THAN DR-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-DR-EOF-SW
            END-START.

            PERFORM 5250-SUM-ONE-DAY-ROW THRU 5250-EXIT
                UNTIL DR-EOF-REACHED.

       5200-EXIT.
            EXIT.

       5250-SUM-ONE-DAY-ROW.
            READ DRIFT-CONTROL-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-DR-EOF-SW
            END-READ.

            IF NOT DR-EOF-REACHED
               IF NOT DR-DAILY
                  MOVE 'Y' TO WS-DR-EOF-SW
               ELSE
                  IF DR-MODEL-ROLE = 'CHAMPION'
                     AND DR-DATE >= WS-TRAIL-FROM
                     AND DR-DATE <= WS-TRAIL-TO
                     ADD DR-APPROVE-COUNT TO MXW-APPROVE
                     ADD DR-REVIEW-COUNT  TO MXW-REVIEW
                     ADD DR-DECLINE-COUNT TO MXW-DECLINE
                     ADD DR-OTHER-COUNT   TO MXW-OTHER
                     COMPUTE WS-TRAIL-IDX = WS-RUN-INT
                         - FUNCTION INTEGER-OF-DATE(DR-DATE)
                     IF TRAIL-DAY-SW(WS-TRAIL-IDX) = 'N'
                        MOVE 'Y' TO TRAIL-DAY-SW(WS-TRAIL-IDX)
                        ADD 1 TO WS-TRAIL-DAYS-ON-FILE
                     END-IF
                  END-IF
               END-IF
            END-IF.

       5250-EXIT.
            EXIT.

      *****************************************************************
      * 5300-GRADE-MIX -- ONE LINE PER DECISION (SHARE OF ALL
      * CHAMPION ROWS, TODAY AND TRAILING), THEN THE GRADE OF THE
      * LARGEST SHIFT.
      *****************************************************************
       5300-GRADE-MIX.
            MOVE '    DECISION    TODAY-%  TRAILING-%  CHANGE-PTS'
                TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 0 TO WS-MAX-CHANGE-PTS.

            MOVE 'APPROVE '  TO WS-MIX-LABEL.
            MOVE MXT-APPROVE TO WS-MIX-TODAY-CNT.
            MOVE MXW-APPROVE TO WS-MIX-TRAIL-CNT.
            PERFORM 5350-MIX-LINE THRU 5350-EXIT.

            MOVE 'REVIEW  '  TO WS-MIX-LABEL.
            MOVE MXT-REVIEW  TO WS-MIX-TODAY-CNT.
            MOVE MXW-REVIEW  TO WS-MIX-TRAIL-CNT.
            PERFORM 5350-MIX-LINE THRU 5350-EXIT.

            MOVE 'DECLINE '  TO WS-MIX-LABEL.
            MOVE MXT-DECLINE TO WS-MIX-TODAY-CNT.
            MOVE MXW-DECLINE TO WS-MIX-TRAIL-CNT.
            PERFORM 5350-MIX-LINE THRU 5350-EXIT.

            EVALUATE TRUE
                WHEN WS-MAX-CHANGE-PTS >= WS-MIX-ALERT-PTS
                   MOVE 'ALERT' TO WS-GRADE
                   MOVE 8 TO WS-NEW-RC
                WHEN WS-MAX-CHANGE-PTS >= WS-MIX-WARN-PTS
                   MOVE 'WARN ' TO WS-GRADE
                   MOVE 4 TO WS-NEW-RC
                WHEN OTHER
                   MOVE 'OK   ' TO WS-GRADE
                   MOVE 0 TO WS-NEW-RC
            END-EVALUATE.
            PERFORM 7000-RAISE-RC THRU 7000-EXIT.

            MOVE WS-MAX-CHANGE-PTS TO WS-PTS-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  LARGEST SHIFT (POINTS)  . . . . . '
                   DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WS-PTS-ED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-GRADE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

       5300-EXIT.
            EXIT.

       5350-MIX-LINE.
            COMPUTE WS-TODAY-PCT ROUNDED =
                (WS-MIX-TODAY-CNT * 100) / WS-TODAY-TOTAL.
            COMPUTE WS-TRAIL-PCT ROUNDED =
                (WS-MIX-TRAIL-CNT * 100) / WS-TRAIL-TOTAL.
            COMPUTE WS-CHANGE-PTS = WS-TODAY-PCT - WS-TRAIL-PCT.
            IF WS-CHANGE-PTS < 0
               COMPUTE WS-CHANGE-PTS = 0 - WS-CHANGE-PTS
            END-IF.
            IF WS-CHANGE-PTS > WS-MAX-CHANGE-PTS
               MOVE WS-CHANGE-PTS TO WS-MAX-CHANGE-PTS
            END-IF.

            MOVE WS-MIX-LABEL  TO WXL-LABEL.
            MOVE WS-TODAY-PCT  TO WXL-TODAY.
            MOVE WS-TRAIL-PCT  TO WXL-TRAIL.
            MOVE WS-CHANGE-PTS TO WXL-CHANGE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-MIX-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

       5350-EXIT.
            EXIT.

      *****************************************************************
      * 6000-RESEED-BASELINES -- PARM MODE 'S'.  READ THE MODELS IN
      * FORCE FROM MODELCTL AND REBUILD THE CHAMPION'S (AND, WHEN
      * SHADOW SCORING IS ON, THE CHALLENGER'S) BASELINE FROM THE
      * SEED WINDOW OF 'D' ROWS.  A MISSING MODELCTL ROW MEANS
      * FRAUDMOD IS ON ITS BUILT-IN DEFAULTS AND THERE IS NOTHING
      * SAFE TO SEED -- RC 8.
      *****************************************************************
       6000-RESEED-BASELINES.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SCORE-DRIFT BASELINE RE-SEED - DAYS '
                   DELIMITED BY SIZE
                   WS-SEED-FROM DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            MOVE 'CONTROL ' TO MC-KEY.
            READ MODEL-CONTROL-FILE
                INVALID KEY
                   CONTINUE
            END-READ.

            IF WS-MC-FILE-STATUS NOT = '00'
               MOVE 'MODELCTL CONTROL ROW NOT FOUND - NOTHING SEEDED'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO WS-NEW-RC
               PERFORM 7000-RAISE-RC THRU 7000-EXIT
            ELSE
               MOVE MC-CHAMPION-ID TO WS-SEED-MODEL-ID
               MOVE 'CHAMPION'     TO WS-SEED-ROLE
               PERFORM 6100-SEED-ONE-MODEL THRU 6100-EXIT
               IF MC-CHALLENGER-ON
                  MOVE MC-CHALLENGER-ID TO WS-SEED-MODEL-ID
                  MOVE 'CHALLENGER'     TO WS-SEED-ROLE
                  PERFORM 6100-SEED-ONE-MODEL THRU 6100-EXIT
               END-IF
            END-IF.

       6000-EXIT.
            EXIT.

      *****************************************************************
      * 6100-SEED-ONE-MODEL -- SUM THE MODEL'S 'D' ROWS IN THE SEED
      * WINDOW (ALL OF A MODEL'S ROWS ARE CONTIGUOUS IN KEY ORDER)
      * AND WRITE OR REPLACE ITS 'B' ROW.  A MODEL WITH NO DAYS ON
      * FILE CANNOT BE SEEDED -- RC 4, RERUN ONCE IT HAS SCORED.
      *****************************************************************
       6100-SEED-ONE-MODEL.
            INITIALIZE SEED-SAME-ROLE.
            INITIALIZE SEED-ANY-ROLE.
            MOVE 'N' TO WS-DR-EOF-SW.

            MOVE LOW-VALUES       TO DR-KEY.
            MOVE 'D'              TO DR-REC-TYPE.
            MOVE WS-SEED-MODEL-ID TO DR-MODEL-ID.
            START DRIFT-CONTROL-FILE KEY NOT LESS THAN DR-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-DR-EOF-SW
            END-START.

            PERFORM 6150-SUM-ONE-SEED-ROW THRU 6150-EXIT
                UNTIL DR-EOF-REACHED.

            MOVE SPACES TO REPORT-RECORD.
            STRING 'MODEL ' DELIMITED BY SIZE
                   WS-SEED-MODEL-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SEED-ROLE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            IF SDS-ROW-COUNT > 0
               MOVE SEED-SAME-ROLE TO SEED-ANY-ROLE
               MOVE '  BUILT FROM ITS DAYS IN THIS ROLE'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
            ELSE
               IF SDA-ROW-COUNT > 0
                  MOVE '  BUILT FROM ITS DAYS IN ITS PREVIOUS ROLE'
                      TO REPORT-RECORD
                  WRITE REPORT-RECORD
               END-IF
            END-IF.

            IF SDA-ROW-COUNT = 0
               MOVE '  NO SCORED DAYS ON DRIFTCTL - NOT SEEDED'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 4 TO WS-NEW-RC
               PERFORM 7000-RAISE-RC THRU 7000-EXIT
            ELSE
               PERFORM 6200-WRITE-BASELINE THRU 6200-EXIT
            END-IF.

       6100-EXIT.
            EXIT.

       6150-SUM-ONE-SEED-ROW.
            READ DRIFT-CONTROL-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-DR-EOF-SW
            END-READ.

            IF NOT DR-EOF-REACHED
               IF NOT DR-DAILY
                  OR DR-MODEL-ID NOT = WS-SEED-MODEL-ID
                  MOVE 'Y' TO WS-DR-EOF-SW
               ELSE
                  IF DR-DATE >= WS-SEED-FROM
                     AND DR-DATE <= WS-RUN-DATE
                     ADD 1            TO SDA-DAYS
                     ADD DR-ROW-COUNT TO SDA-ROW-COUNT
                     PERFORM 6160-ADD-ANY-DECILE THRU 6160-EXIT
                         VARYING WS-DECILE-IDX FROM 1 BY 1
                         UNTIL WS-DECILE-IDX > 10
                     IF DR-MODEL-ROLE = WS-SEED-ROLE
                        ADD 1            TO SDS-DAYS
                        ADD DR-ROW-COUNT TO SDS-ROW-COUNT
                        PERFORM 6170-ADD-SAME-DECILE THRU 6170-EXIT
                            VARYING WS-DECILE-IDX FROM 1 BY 1
                            UNTIL WS-DECILE-IDX > 10
                     END-IF
                  END-IF
               END-IF
            END-IF.

       6150-EXIT.
            EXIT.

       6160-ADD-ANY-DECILE.
            ADD DR-DECILE-COUNT(WS-DECILE-IDX)
                TO SDA-DECILE(WS-DECILE-IDX).

       6160-EXIT.
            EXIT.

       6170-ADD-SAME-DECILE.
            ADD DR-DECILE-COUNT(WS-DECILE-IDX)
                TO SDS-DECILE(WS-DECILE-IDX).

       6170-EXIT.
            EXIT.

      *****************************************************************
      * 6200-WRITE-BASELINE -- THE CHOSEN SUMS (LEFT IN SEED-ANY-ROLE
      * BY 6100) AS THE MODEL/ROLE'S 'B' ROW.
      *****************************************************************
       6200-WRITE-BASELINE.
            MOVE SPACES           TO DRIFT-CONTROL-RECORD.
            MOVE 'B'              TO DR-REC-TYPE.
            MOVE WS-SEED-MODEL-ID TO DR-MODEL-ID.
            MOVE WS-SEED-ROLE     TO DR-MODEL-ROLE.
            MOVE 0                TO DR-DATE.
            MOVE SDA-ROW-COUNT    TO DR-ROW-COUNT.
            PERFORM 6210-SET-BASE-DECILE THRU 6210-EXIT
                VARYING WS-DECILE-IDX FROM 1 BY 1
                UNTIL WS-DECILE-IDX > 10.
            MOVE 0                TO DR-APPROVE-COUNT.
            MOVE 0                TO DR-REVIEW-COUNT.
            MOVE 0                TO DR-DECLINE-COUNT.
            MOVE 0                TO DR-OTHER-COUNT.
            MOVE WS-SEED-FROM     TO DR-SEED-FROM-DATE.
            MOVE WS-RUN-DATE      TO DR-SEED-TO-DATE.
            MOVE WS-TODAY-DATE    TO DR-LAST-UPD-DATE.

            PERFORM 3050-WRITE-CONTROL-ROW THRU 3050-EXIT.
            ADD 1 TO WS-SEEDED-CNT.

            MOVE SDA-DAYS TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  DAILY ROWS USED . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE SDA-ROW-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  BASELINE ROWS . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

       6200-EXIT.
            EXIT.

       6210-SET-BASE-DECILE.
            MOVE SDA-DECILE(WS-DECILE-IDX)
                TO DR-DECILE-COUNT(WS-DECILE-IDX).

       6210-EXIT.
            EXIT.

      *****************************************************************
      * 7000-RAISE-RC -- KEEP THE WORST SEVERITY SEEN.
      *****************************************************************
       7000-RAISE-RC.
            IF WS-NEW-RC > WS-MAX-RC
               MOVE WS-NEW-RC TO WS-MAX-RC
            END-IF.

       7000-EXIT.
            EXIT.

      *****************************************************************
      * 8000-PRODUCE-REPORT -- MONITOR MODE: THE LIMITS IN FORCE, ONE
      * SECTION PER MODEL/ROLE (WHICH ALSO FILES THE DAY), THE
      * CHAMPION MIX, THEN THE OVERALL SEVERITY.  A FULL MODEL TABLE
      * IS A WARNING -- SOME MODEL WENT UNWATCHED.
      *****************************************************************
       8000-PRODUCE-REPORT.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SCORE-DRIFT MONITOR - RUN DATE '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-PSI-WARN TO WS-PSI-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'INDEX WARN/ALERT ' DELIMITED BY SIZE
                   WS-PSI-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            MOVE WS-PSI-ALERT TO WS-PSI-ED.
            MOVE WS-PSI-ED TO REPORT-RECORD(25:7).
            MOVE WS-MIX-WARN-PTS TO WS-PTS-ED.
            MOVE '  MIX WARN/ALERT PTS ' TO REPORT-RECORD(32:21).
            MOVE WS-PTS-ED TO REPORT-RECORD(53:6).
            MOVE WS-MIX-ALERT-PTS TO WS-PTS-ED.
            MOVE WS-PTS-ED TO REPORT-RECORD(59:6).
            MOVE '  (' TO REPORT-RECORD(65:3).
            MOVE WS-LIMITS-SOURCE TO REPORT-RECORD(68:8).
            MOVE ')' TO REPORT-RECORD(76:1).
            WRITE REPORT-RECORD.

            PERFORM 4000-GRADE-MODEL THRU 4000-EXIT
                VARYING MT-IDX FROM 1 BY 1
                UNTIL MT-IDX > MT-ENTRY-COUNT.

            PERFORM 5000-CHECK-CHAMPION-MIX THRU 5000-EXIT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            IF WS-MT-OVERFLOW-CNT > 0
               MOVE WS-MT-OVERFLOW-CNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING '*** MODEL TABLE FULL, ROWS SKIPPED  '
                      DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 4 TO WS-NEW-RC
               PERFORM 7000-RAISE-RC THRU 7000-EXIT
            END-IF.

            EVALUATE WS-MAX-RC
                WHEN 8
                   MOVE 'OVERALL: ALERT (RC 8)' TO REPORT-RECORD
                WHEN 4
                   MOVE 'OVERALL: WARN (RC 4)' TO REPORT-RECORD
                WHEN OTHER
                   MOVE 'OVERALL: OK' TO REPORT-RECORD
            END-EVALUATE.
            WRITE REPORT-RECORD.

       8000-EXIT.
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES AND END THE RUN'S LEDGER ROW.
      *****************************************************************
       9000-TERMINATE.
            CLOSE DRIFT-CONTROL-FILE.
            IF SEED-MODE
               CLOSE MODEL-CONTROL-FILE
            ELSE
               CLOSE SCORE-HIST-FILE
            END-IF.
            CLOSE REPORT-FILE.

            PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT.

       9000-EXIT.
            EXIT.

      *****************************************************************
      * 9500-END-RUN-CONTROL -- RECORD THE END OF THE RUN ON ITS
      * LEDGER ROW: THE RETURN CODE, THE KEY COUNTS, AND CLEAN (RC 0
      * OR 4) OR FAILED.  A RUN THAT STOPS FATALLY NEVER GETS HERE,
      * SO ITS ROW STAYS IN FLIGHT FOR THE STEPS THAT DEPEND ON IT.
      *****************************************************************
       9500-END-RUN-CONTROL.
            MOVE WS-RN-PROGRAM       TO RN-PROGRAM.
            MOVE WS-RN-BUSINESS-DATE TO RN-BUSINESS-DATE.
            READ RUN-CONTROL-FILE.
            IF WS-RN-FILE-STATUS NOT = '00'
               DISPLAY 'RUNCTL READ FAILED, STATUS='
                   WS-RN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
            ELSE
               ACCEPT WS-RN-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RN-NOW-TIME FROM TIME
               MOVE WS-RN-NOW-DATE TO RN-END-DATE
               MOVE WS-RN-NOW-TIME TO RN-END-TIME
               MOVE RETURN-CODE    TO RN-RETURN-CODE
               IF RETURN-CODE > 4
                  MOVE 'F' TO RN-STATUS
               ELSE
                  MOVE 'C' TO RN-STATUS
               END-IF
               MOVE 'MODELS'             TO RN-COUNT-NAME(1)
               MOVE MT-ENTRY-COUNT       TO RN-COUNT-VALUE(1)
               MOVE 'SKIPPED'            TO RN-COUNT-NAME(2)
               MOVE WS-MT-OVERFLOW-CNT   TO RN-COUNT-VALUE(2)
               MOVE 'SEEDED'             TO RN-COUNT-NAME(3)
               MOVE WS-SEEDED-CNT        TO RN-COUNT-VALUE(3)
               REWRITE RUN-CONTROL-RECORD
               IF WS-RN-FILE-STATUS NOT = '00'
                  DISPLAY 'RUNCTL END UPDATE FAILED, STATUS='
                      WS-RN-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
               END-IF
            END-IF.

            CLOSE RUN-CONTROL-FILE.

       9500-EXIT.
            EXIT.
