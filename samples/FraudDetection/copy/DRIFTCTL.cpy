      *****************************************************************
      * DRIFTCTL   -  SCORE-DRIFT CONTROL FILE (VSAM KSDS, KEY X(55)),
      *               OWNED BY THE SCRHDRFT DRIFT MONITOR.  TWO KINDS
      *               OF ROW SHARE THE FILE:
      *                 'B' - THE BASELINE SCORE DISTRIBUTION FOR ONE
      *                       MODEL_ID/ROLE -- WHAT "NORMAL" LOOKS
      *                       LIKE, AGAINST WHICH EACH DAY IS GRADED,
      *                 'D' - ONE DAY'S DISTRIBUTION AND DECISION MIX
      *                       FOR ONE MODEL_ID/ROLE, WRITTEN BY EVERY
      *                       MONITOR RUN.  THE CHAMPION'S TRAILING
      *                       30 DAYS OF MIX COME FROM THESE ROWS, AND
      *                       A RE-SEED BUILDS A NEW BASELINE FROM
      *                       THEM WITHOUT RE-READING SCOREHST.
      *               OPS RE-SEEDS THE BASELINES (SCRHDRFT PARM 'S')
      *               AFTER A MODELMT PROMOTION: THE NEW CHAMPION'S
      *               BASELINE IS BUILT FROM ITS OWN RECENT DAYS,
      *               WHICH WHILE IT WAS SHADOW SCORING ARE ITS
      *               CHALLENGER ROWS.
      *
      *               THE SAME FILE ALSO HOLDS ONE DRIFT-LIMIT-RECORD
      *               UNDER THE RESERVED KEY '*DRIFT-LIMIT*' (NO ROW
      *               TYPE IS '*'), SO OPS CAN RETUNE THE WARN/ALERT
      *               LIMITS WITHOUT A RECOMPILE, THE SAME WAY
      *               '*VELOCITY-LIMIT*' WORKS ON THE VELOCITY FILE.
      *****************************************************************
       01 DRIFT-CONTROL-RECORD.
           03 DR-KEY.
               05 DR-REC-TYPE            PIC X(01).
                   88 DR-BASELINE        VALUE 'B'.
                   88 DR-DAILY           VALUE 'D'.
               05 DR-MODEL-ID            PIC X(36).
               05 DR-MODEL-ROLE          PIC X(10).
      *****************************************************************
      * DR-DATE IS THE SCORING DAY OF A 'D' ROW; ZERO ON A 'B' ROW.
      *****************************************************************
               05 DR-DATE                PIC 9(08).
      *****************************************************************
      * DR-ROW-COUNT AND DR-DECILE-COUNT COVER SCORED ROWS ONLY
      * (SH-SCORE-RC ZERO) -- A REFER WRITTEN WITH ZERO PROBABILITIES
      * DURING AN OUTAGE SAYS NOTHING ABOUT THE MODEL.  DECILE 1 IS
      * SH-PROBABILITY(2) 0.0-0.1, DECILE 10 IS 0.9-1.0.
      *****************************************************************
           03 DR-ROW-COUNT               PIC 9(09) COMP.
           03 DR-DECILE-COUNT OCCURS 10 TIMES
                                         PIC 9(09) COMP.
      *****************************************************************
      * THE DECISION MIX COVERS EVERY ROW, SCORED OR NOT: IT IS WHAT
      * THE CARDHOLDERS SAW.  REFER AND ANYTHING ELSE IS 'OTHER'.
      *****************************************************************
           03 DR-APPROVE-COUNT           PIC 9(09) COMP.
           03 DR-REVIEW-COUNT            PIC 9(09) COMP.
           03 DR-DECLINE-COUNT           PIC 9(09) COMP.
           03 DR-OTHER-COUNT             PIC 9(09) COMP.
      *****************************************************************
      * ON A 'B' ROW, THE SCORING DAYS THE BASELINE WAS BUILT FROM.
      *****************************************************************
           03 DR-SEED-FROM-DATE          PIC 9(08).
           03 DR-SEED-TO-DATE            PIC 9(08).
           03 DR-LAST-UPD-DATE           PIC 9(08).
           03 FILLER                     PIC X(10).

       01 DRIFT-LIMIT-RECORD.
           03 DL-KEY                     PIC X(55).
      *****************************************************************
      * STABILITY-INDEX LIMITS FOR THE SCORE DISTRIBUTION (THE USUAL
      * RULE OF THUMB: UNDER 0.10 STABLE, 0.10-0.25 SHIFTING, OVER
      * 0.25 A DIFFERENT POPULATION OR A BROKEN MODEL).
      *****************************************************************
           03 DL-PSI-WARN                PIC 9V9(04) COMP-3.
           03 DL-PSI-ALERT               PIC 9V9(04) COMP-3.
      *****************************************************************
      * DECISION-MIX LIMITS, IN PERCENTAGE POINTS OF CHANGE IN ANY ONE
      * OF THE APPROVE/REVIEW/DECLINE SHARES AGAINST THE TRAILING
      * WINDOW.
      *****************************************************************
           03 DL-MIX-WARN-PTS            PIC 9(02)V9 COMP-3.
           03 DL-MIX-ALERT-PTS           PIC 9(02)V9 COMP-3.
      *****************************************************************
      * A MODEL/ROLE WITH FEWER SCORED ROWS THAN DL-MIN-ROWS IN THE
      * DAY IS NOT GRADED (THE INDEX IS NOISE ON A HANDFUL OF ROWS);
      * THE MIX IS NOT GRADED UNTIL DL-MIN-MIX-DAYS OF TRAILING
      * HISTORY ARE ON FILE.
      *****************************************************************
           03 DL-MIN-ROWS                PIC 9(07) COMP.
           03 DL-MIN-MIX-DAYS            PIC 9(02) COMP.
           03 FILLER                     PIC X(10).
