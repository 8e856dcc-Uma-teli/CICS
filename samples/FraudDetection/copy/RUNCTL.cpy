      *****************************************************************
      * RUNCTL     -  NIGHTLY BATCH RUN-CONTROL LEDGER (VSAM KSDS, KEY
      *               X(16), CICS FILE RUNCTL).  ONE ROW PER BATCH
      *               PROGRAM PER BUSINESS DATE, KEPT BY THE PROGRAM
      *               ITSELF: MARKED IN FLIGHT WHEN IT STARTS, THEN
      *               ENDED WITH ITS RETURN CODE AND KEY COUNTS WHEN IT
      *               FINISHES.  BEFORE OPENING ANY OF ITS OWN FILES
      *               EACH PROGRAM READS THE ROWS OF THE STEPS IT
      *               DEPENDS ON FOR THE SAME BUSINESS DATE, AND ENDS
      *               RC 12 WITHOUT DOING ANY WORK WHEN ONE OF THEM HAS
      *               NOT FINISHED THE WAY IT NEEDS.  THE FRAUDSTS OPS
      *               CONSOLE SUMMARIZES LAST NIGHT'S ROWS.
      *
      *               THE PROGRAMS ON THE LEDGER, IN STREAM ORDER:
      *               SCRHSWP, SCRHEXT, DCLNEXT, FRDBAL, SCRHDRFT,
      *               SCRHPURG, FRDSUM, FRDRECON, PROFBLD, CPPANAL,
      *               MRCHLOAD, HOTLOAD AND CURLOAD.  A SCRHDRFT
      *               BASELINE RE-SEED IS FILED AS SCRHDRFS.
      *
      *               THE BUSINESS DATE IS THE ONLINE DAY THE NIGHT'S
      *               STREAM FOLLOWS -- YESTERDAY, SINCE THE STREAM
      *               RUNS AFTER MIDNIGHT -- OR THE PARM DATE OF A
      *               PROGRAM RERUN FOR AN EARLIER DAY.
      *****************************************************************
       01 RUN-CONTROL-RECORD.
           03 RN-KEY.
               05 RN-PROGRAM             PIC X(08).
               05 RN-BUSINESS-DATE       PIC 9(08).
      *****************************************************************
      * RN-STATUS IS THE OUTCOME OF THE LATEST RUN THAT GOT PAST ITS
      * PREREQUISITE CHECK:
      *   'R' - STARTED AND NOT ENDED: STILL RUNNING, OR STOPPED
      *         FATALLY (RC 16) OR ABENDED PART WAY THROUGH,
      *   'C' - ENDED CLEAN, RC 0 OR 4,
      *   'F' - ENDED RC 8 OR WORSE,
      *   'P' - NEVER RAN FOR THE DATE: EVERY ATTEMPT SO FAR WAS
      *         REFUSED AT THE PREREQUISITE CHECK.
      * A REFUSED ATTEMPT NEVER OVERWRITES THE OUTCOME OF AN EARLIER
      * REAL RUN; IT ONLY UPDATES THE RN-REFUSED- FIELDS.
      *****************************************************************
           03 RN-STATUS                  PIC X(01).
               88 RN-IN-FLIGHT           VALUE 'R'.
               88 RN-ENDED-CLEAN         VALUE 'C'.
               88 RN-ENDED-FAILED        VALUE 'F'.
               88 RN-REFUSED             VALUE 'P'.
           03 RN-ATTEMPTS                PIC 9(04) COMP.
      *****************************************************************
      * TIMES ARE HHMMSSHH, AS ACCEPT ... FROM TIME RETURNS THEM.
      *****************************************************************
           03 RN-START-DATE              PIC 9(08).
           03 RN-START-TIME              PIC 9(08).
           03 RN-END-DATE                PIC 9(08).
           03 RN-END-TIME                PIC 9(08).
           03 RN-RETURN-CODE             PIC 9(04).
      *****************************************************************
      * UP TO FOUR OF THE RUN'S OWN REPORT COUNTS, EACH LABELLED, SO
      * THE LEDGER SHOWS WHAT A RUN DID WITHOUT ITS SYSOUT.
      *****************************************************************
           03 RN-COUNTS.
               05 RN-COUNT-ENTRY OCCURS 4 TIMES.
                   07 RN-COUNT-NAME      PIC X(10).
                   07 RN-COUNT-VALUE     PIC 9(09) COMP.
           03 RN-REFUSED-COUNT           PIC 9(04) COMP.
           03 RN-REFUSED-DATE            PIC 9(08).
           03 RN-REFUSED-TIME            PIC 9(08).
           03 RN-REFUSED-REASON          PIC X(40).
           03 FILLER                     PIC X(20).
