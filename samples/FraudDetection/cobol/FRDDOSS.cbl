       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDDOSS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * DISPUTE EVIDENCE DOSSIER.  WHEN A CARDHOLDER DISPUTES A
      * DECLINE, OR A REGULATOR ASKS WHY A CARD WAS STOPPED, THE
      * EVIDENCE IS SPREAD OVER HALF THE SYSTEM.  FOR EACH REQUEST ON
      * THE DOSSREQ FILE (COPY/DOSSREQ.CPY) -- A CARD AND A DATE
      * RANGE -- THIS JOB PRINTS ONE CHRONOLOGICAL NARRATIVE BUILT
      * FROM:
      *   - EVERY SCOREHST ROW FOR THE CARD IN THE RANGE, CHAMPION
      *     AND CHALLENGER, FROM THE LIVE FILE (THROUGH THE SH-CARD
      *     ALTERNATE INDEX) AND THE SCRHPURG ARCHIVE (PRESORTED BY
      *     CARD AND TIMESTAMP), WITH THE THRESHLD CUTOFFS THAT WERE
      *     IN FORCE FOR THE ROW'S MODEL AT THE ROW'S TIMESTAMP AND
      *     THE CONTROL THAT STOPPED THE TRANSACTION,
      *   - THE CHAMPION/CHALLENGER SETTINGS IN FORCE WHEN THE RANGE
      *     OPENED AND EVERY MODELCTL CHANGE INSIDE IT (MDLAUDT),
      *   - EVERY THRESHLD CHANGE INSIDE THE RANGE (THRAUDT),
      *   - THE CARD'S HOTCARD BLOCK/LIFT HISTORY UP TO THE END OF
      *     THE RANGE (HOTAUDT) AND ITS HOTCARD ENTRY TODAY -- THE
      *     NIGHTLY HOTLOAD FEED WRITES NO AUDIT ROWS, SO A FEED
      *     BLOCK SHOWS ONLY THERE,
      *   - THE CASEFILE DISPOSITIONS ON THE CARD FROM THE START OF
      *     THE RANGE UNTIL THE CASE FOLLOW-UP DAYS AFTER ITS END,
      *     WITH THE ANALYST WHO WORKED EACH.
      * THE CUTOFFS IN FORCE AT A GIVEN MOMENT ARE RECONSTRUCTED FROM
      * THE AUDIT TRAIL: THE NEW VALUES OF THE LAST AUDIT ROW AT OR
      * BEFORE THE MOMENT, ELSE THE OLD VALUES OF THE FIRST ROW AFTER
      * IT, ELSE (NO CHANGE SINCE) THE ROW ON FILE TODAY -- AND, LIKE
      * FRAUDMOD'S 1000-READ-THRESHOLDS, THE MODEL'S OWN ROW FIRST,
      * THEN 'DEFAULT ', THEN THE BUILT-IN .70/.90.  MODELCTL IS
      * RECONSTRUCTED FROM MDLAUDT THE SAME WAY.
      * THE STOPPING CONTROL FOLLOWS DCLNEXT'S 2100-DERIVE-STOP-REASON
      * -- HARDEST EVIDENCE FIRST -- WITH THE MODEL SCORE SPLIT FROM
      * A PROFILE-DEVIATION HARDENING BY COMPARING THE ROW'S
      * PROBABILITY WITH THE RECONSTRUCTED CUTOFFS.
      * A REJECTED REQUEST IS LISTED IN PLACE, RC 4.  A DOSSIER THAT
      * COULD NOT HOLD EVERY EVENT, OR AN AUDIT TABLE THAT FILLED, IS
      * RC 8 -- THE EVIDENCE IS INCOMPLETE AND MUST NOT GO OUT AS IS.
      * READ-ONLY AGAINST EVERY INPUT.
      *****************************************************************
           SELECT REQUEST-FILE ASSIGN TO DOSSREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT SCORE-HIST-FILE ASSIGN TO SCOREHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               ALTERNATE RECORD KEY IS SH-CARD WITH DUPLICATES
               FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO THRESHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THR-KEY
               FILE STATUS IS WS-TH-FILE-STATUS.

           SELECT THR-AUDIT-FILE ASSIGN TO THRAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-TA-FILE-STATUS.

           SELECT MODEL-CONTROL-FILE ASSIGN TO MODELCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-KEY
               FILE STATUS IS WS-MC-FILE-STATUS.

           SELECT MODEL-AUDIT-FILE ASSIGN TO MDLAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MA-FILE-STATUS.

           SELECT HOT-CARD-FILE ASSIGN TO HOTCARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HC-CARD
               FILE STATUS IS WS-HC-FILE-STATUS.

           SELECT HOT-AUDIT-FILE ASSIGN TO HOTAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-KEY
               FILE STATUS IS WS-HA-FILE-STATUS.

           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FC-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       COPY DOSSREQ.

       FD  SCORE-HIST-FILE.
       COPY SCOREHST.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(350).

       FD  THRESHOLD-FILE.
       COPY THRESHLD.

       FD  THR-AUDIT-FILE.
       COPY THRAUDIT.

       FD  MODEL-CONTROL-FILE.
       COPY MODELCTL.

       FD  MODEL-AUDIT-FILE.
       COPY MDLAUDIT.

       FD  HOT-CARD-FILE.
       COPY HOTCARD.

       FD  HOT-AUDIT-FILE.
       COPY HOTAUDIT.

       FD  CASE-FILE.
       COPY FRDCASE.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-DR-FILE-STATUS   PIC X(02).
       77 WS-SH-FILE-STATUS   PIC X(02).
       77 WS-AR-FILE-STATUS   PIC X(02).
       77 WS-TH-FILE-STATUS   PIC X(02).
       77 WS-TA-FILE-STATUS   PIC X(02).
       77 WS-MC-FILE-STATUS   PIC X(02).
       77 WS-MA-FILE-STATUS   PIC X(02).
       77 WS-HC-FILE-STATUS   PIC X(02).
       77 WS-HA-FILE-STATUS   PIC X(02).
       77 WS-FC-FILE-STATUS   PIC X(02).
       77 WS-RPT-FILE-STATUS  PIC X(02).

       77 WS-DR-EOF-SW        PIC X(01) VALUE 'N'.
           88 DR-EOF-REACHED  VALUE 'Y'.
       77 WS-ARCH-EOF-SW      PIC X(01) VALUE 'N'.
           88 ARCH-EOF-REACHED VALUE 'Y'.
       77 WS-TH-EOF-SW        PIC X(01) VALUE 'N'.
           88 TH-EOF-REACHED  VALUE 'Y'.
       77 WS-TA-EOF-SW        PIC X(01) VALUE 'N'.
           88 TA-EOF-REACHED  VALUE 'Y'.
       77 WS-MA-EOF-SW        PIC X(01) VALUE 'N'.
           88 MA-EOF-REACHED  VALUE 'Y'.
       77 WS-SCAN-END-SW      PIC X(01).
           88 SCAN-ENDED      VALUE 'Y'.
       77 WS-MODEL-ON-FILE-SW PIC X(01) VALUE 'N'.
           88 MODEL-ON-FILE   VALUE 'Y'.

       01 WS-TODAY-DATE       PIC 9(08).

      *****************************************************************
      * CASE DISPOSITIONS ARE PICKED UP FOR WS-CASE-DAYS PAST THE END
      * OF THE RANGE -- AN ANALYST WORKS A CASE DAYS AFTER THE STOP.
      *****************************************************************
       01 WS-CASE-DAYS        PIC 9(03) VALUE 30.
       01 WS-CASE-TO-DATE     PIC 9(08).

      *****************************************************************
      * OVERLAY FOR THE PENDING (READ-AHEAD) ARCHIVED SCOREHST IMAGE.
      * ONLY THE CARD IS NEEDED TO MATCH IT TO A REQUEST; THE BYTES
      * BEFORE IT MIRROR COPY/SCOREHST.CPY THE SAME AS PROFBLD'S AND
      * CPPANAL'S OVERLAYS -- KEEP ALL THREE IN STEP IF THE RECORD
      * LAYOUT CHANGES.
      *****************************************************************
       01 WS-ARCH-ROW         PIC X(350).
       01 WS-ARCH-OVERLAY REDEFINES WS-ARCH-ROW.
           03 FILLER              PIC X(36).
           03 ARCH-DATE           PIC 9(08).
           03 FILLER              PIC X(19).
           03 FILLER              PIC X(36).
           03 FILLER              PIC X(10).
           03 ARCH-CARD           PIC X(16).
           03 FILLER              PIC X(225).

      *****************************************************************
      * EVERY ARCHIVED ROW OF THE CURRENT CARD, ALL DATES.  THE
      * ARCHIVE IS READ ONCE, IN CARD ORDER, SO THE ROWS ARE KEPT
      * HERE UNTIL THE CARD CHANGES -- A SECOND REQUEST FOR THE SAME
      * CARD WITH ANOTHER RANGE IS SERVED FROM THE TABLE.
      *****************************************************************
       01 WS-BUF-CARD         PIC X(16) VALUE LOW-VALUES.
       01 ARCH-CARD-TABLE.
           03 ACB-ENTRY OCCURS 3000 TIMES INDEXED BY ACB-IDX.
               05 ACB-ROW             PIC X(350).
               05 ACB-OVERLAY REDEFINES ACB-ROW.
                   07 FILLER          PIC X(36).
                   07 ACB-DATE        PIC 9(08).
                   07 FILLER          PIC X(306).
       77 ACB-ENTRY-COUNT     PIC 9(04) COMP VALUE 0.
       77 WS-ACB-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.

      *****************************************************************
      * THE THRESHLD ROWS ON FILE TODAY AND THE WHOLE THRAUDT TRAIL,
      * IN KEY ORDER (CUTOFF KEY, THEN TIMESTAMP), LOADED ONCE.
      *****************************************************************
       01 THR-TABLE.
           03 THT-ENTRY OCCURS 500 TIMES INDEXED BY THT-IDX.
               05 THT-KEY             PIC X(08).
               05 THT-REVIEW-CUTOFF   PIC 9V9999 COMP-3.
               05 THT-DECLINE-CUTOFF  PIC 9V9999 COMP-3.
       77 THT-ENTRY-COUNT     PIC 9(04) COMP VALUE 0.

       01 THR-AUDIT-TABLE.
           03 TAT-ENTRY OCCURS 3000 TIMES INDEXED BY TAT-IDX.
               05 TAT-THR-KEY         PIC X(08).
               05 TAT-STAMP.
                   07 TAT-DATE        PIC 9(08).
                   07 TAT-TIME        PIC 9(06).
               05 TAT-ACTION          PIC X(01).
               05 TAT-OLD-REVIEW      PIC 9V9999 COMP-3.
               05 TAT-OLD-DECLINE     PIC 9V9999 COMP-3.
               05 TAT-NEW-REVIEW      PIC 9V9999 COMP-3.
               05 TAT-NEW-DECLINE     PIC 9V9999 COMP-3.
               05 TAT-USER-ID         PIC X(08).
       77 TAT-ENTRY-COUNT     PIC 9(04) COMP VALUE 0.

      *****************************************************************
      * THE MODELCTL 'CONTROL ' ROW ON FILE TODAY AND ITS MDLAUDT
      * TRAIL, IN TIMESTAMP ORDER.
      *****************************************************************
       01 WS-CUR-CHAMPION-ID  PIC X(36).
       01 WS-CUR-CHALLENGER-ID PIC X(36).
       01 WS-CUR-CHALLENGER-SW PIC X(01).

       01 MDL-AUDIT-TABLE.
           03 MAT-ENTRY OCCURS 500 TIMES INDEXED BY MAT-IDX.
               05 MAT-STAMP.
                   07 MAT-DATE        PIC 9(08).
                   07 MAT-TIME        PIC 9(06).
               05 MAT-ACTION          PIC X(01).
               05 MAT-OLD-CHAMPION-ID PIC X(36).
               05 MAT-OLD-CHALLENGER-ID PIC X(36).
               05 MAT-OLD-CHALLENGER-SW PIC X(01).
               05 MAT-NEW-CHAMPION-ID PIC X(36).
               05 MAT-NEW-CHALLENGER-ID PIC X(36).
               05 MAT-NEW-CHALLENGER-SW PIC X(01).
               05 MAT-USER-ID         PIC X(08).
       77 MAT-ENTRY-COUNT     PIC 9(04) COMP VALUE 0.

       77 WS-CTL-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.

      *****************************************************************
      * ONE DOSSIER'S EVENTS IN TIMESTAMP ORDER.  EACH NEW EVENT IS
      * SLOTTED IN BY INSERTION -- THE SOURCES ARRIVE MOSTLY IN ORDER
      * ALREADY, SO THE SHIFT IS SHORT.  EV-RANK BREAKS A TIE IN ONE
      * SECOND: A CONTROL CHANGE BEFORE A BLOCK CHANGE BEFORE A
      * SCORING CALL BEFORE A CASE DISPOSITION.  EV-DATA IS THE
      * SOURCE RECORD IMAGE, MOVED BACK OVER ITS OWN RECORD AREA TO
      * PRINT.  A SCOREHST ROW STILL ON THE LIVE FILE AND ALREADY ON
      * THE ARCHIVE (A PURGE CUT SHORT) IS KEPT ONCE.
      *****************************************************************
       01 EVENT-TABLE.
           03 EV-ENTRY OCCURS 2000 TIMES INDEXED BY EV-IDX.
               05 EV-ORDER.
                   07 EV-DATE         PIC 9(08).
                   07 EV-TIME         PIC 9(06).
                   07 EV-MICROS       PIC 9(06).
                   07 EV-RANK         PIC 9(01).
               05 EV-KIND             PIC X(01).
               05 EV-DATA             PIC X(350).
       77 EV-ENTRY-COUNT      PIC 9(04) COMP VALUE 0.
       77 WS-EV-MAX           PIC 9(04) COMP VALUE 2000.
       77 WS-EV-OVERFLOW-CNT  PIC 9(07) COMP VALUE 0.

       01 WS-NEW-EVENT.
           03 NEW-ORDER.
               05 NEW-DATE            PIC 9(08).
               05 NEW-TIME            PIC 9(06).
               05 NEW-MICROS          PIC 9(06).
               05 NEW-RANK            PIC 9(01).
           03 NEW-KIND                PIC X(01).
           03 NEW-DATA                PIC X(350).

       77 WS-SLOT             PIC 9(04) COMP.
       77 WS-SLOT-FOUND-SW    PIC X(01).
           88 SLOT-FOUND      VALUE 'Y'.
       77 WS-DUP-SLOT         PIC 9(04) COMP.
       77 WS-DUP-DONE-SW      PIC X(01).
           88 DUP-SCAN-DONE   VALUE 'Y'.
       77 WS-DUP-SW           PIC X(01).
           88 EVENT-DUPLICATE VALUE 'Y'.

      *****************************************************************
      * RECONSTRUCTION WORK AREAS.  WS-LOOK-STAMP IS THE MOMENT ASKED
      * ABOUT; WS-BEFORE-ORD/WS-AFTER-ORD ARE THE LAST AUDIT ROW AT OR
      * BEFORE IT AND THE FIRST ONE AFTER IT.
      *****************************************************************
       01 WS-LOOK-STAMP.
           03 WS-LOOK-DATE        PIC 9(08).
           03 WS-LOOK-TIME        PIC 9(06).
       01 WS-LOOK-KEY         PIC X(08).
       77 WS-LOOK-FOUND-SW    PIC X(01).
           88 LOOK-FOUND      VALUE 'Y'.
       77 WS-BEFORE-SW        PIC X(01).
           88 BEFORE-FOUND    VALUE 'Y'.
       77 WS-AFTER-SW         PIC X(01).
           88 AFTER-FOUND     VALUE 'Y'.
       77 WS-BEFORE-ORD       PIC 9(04) COMP.
       77 WS-AFTER-ORD        PIC 9(04) COMP.

       01 WS-CUT-REVIEW       PIC 9V9999 COMP-3.
       01 WS-CUT-DECLINE      PIC 9V9999 COMP-3.
       01 WS-CUT-SOURCE       PIC X(08).
       01 WS-BUILTIN-REVIEW   PIC 9V9999 COMP-3 VALUE .70.
       01 WS-BUILTIN-DECLINE  PIC 9V9999 COMP-3 VALUE .90.

       01 WS-IF-CHAMPION-ID   PIC X(36).
       01 WS-IF-CHALLENGER-ID PIC X(36).
       01 WS-IF-CHALLENGER-SW PIC X(01).

       01 WS-PROB-WORK        PIC 9V9999.
       01 WS-STOP-TEXT        PIC X(61).
       01 WS-CURRENCY         PIC X(03).
       01 WS-ON-OFF           PIC X(05).
       01 WS-DISP-TEXT        PIC X(18).
       01 WS-REJECT-REASON    PIC X(30).

      *****************************************************************
      * PER-DOSSIER AND RUN COUNTS.
      *****************************************************************
       77 WS-DOS-DECISIONS    PIC 9(04) COMP.
       77 WS-DOS-STOPS        PIC 9(04) COMP.
       77 WS-DOS-CASES        PIC 9(04) COMP.
       77 WS-DOS-BLOCKS       PIC 9(04) COMP.
       77 WS-DOS-CHANGES      PIC 9(04) COMP.

       77 WS-READ-COUNT       PIC 9(07) COMP VALUE 0.
       77 WS-REJECT-COUNT     PIC 9(07) COMP VALUE 0.
       77 WS-DOSSIER-COUNT    PIC 9(07) COMP VALUE 0.
       77 WS-LIVE-ROW-COUNT   PIC 9(09) COMP VALUE 0.
       77 WS-ARCH-ROW-COUNT   PIC 9(09) COMP VALUE 0.
       77 WS-DUP-ROW-COUNT    PIC 9(07) COMP VALUE 0.
       77 WS-INCOMPLETE-COUNT PIC 9(07) COMP VALUE 0.

       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-ED        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-PROB-ED          PIC 9.9999.
       01 WS-CUT1-ED          PIC 9.9999.
       01 WS-CUT2-ED          PIC 9.9999.
       01 WS-CUT3-ED          PIC 9.9999.
       01 WS-CUT4-ED          PIC 9.9999.
       01 WS-DOS1-ED          PIC ZZZ9.
       01 WS-DOS2-ED          PIC ZZZ9.
       01 WS-DOS3-ED          PIC ZZZ9.
       01 WS-DOS4-ED          PIC ZZZ9.
       01 WS-DOS5-ED          PIC ZZZ9.

       01 WS-RULE-LINE        PIC X(80) VALUE ALL '='.

       01 WS-COLUMN-HEADING.
           03 FILLER PIC X(40) VALUE
              '  DATE     TIME    EVENT'.
           03 FILLER PIC X(40) VALUE SPACES.

       01 WS-EVENT-LINE.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WEL-DATE            PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WEL-TIME            PIC 9(06).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WEL-TEXT            PIC X(61).

       01 WS-MORE-LINE.
           03 FILLER              PIC X(21) VALUE SPACES.
           03 WMO-TEXT            PIC X(59).

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=FRDDOSS,PARM='DDD' OVERRIDE OF
      * HOW MANY DAYS PAST THE END OF EACH RANGE CASE DISPOSITIONS
      * ARE PICKED UP.  DEFAULT 30.
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-INFO.
           05 PARM-LENGTH     PIC S9(04) COMP.
           05 PARM-CASE-DAYS  PIC X(03).

       PROCEDURE DIVISION USING PARM-INFO.

       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.

            PERFORM 1200-LOAD-ONE-THRESHOLD THRU 1200-EXIT
                UNTIL TH-EOF-REACHED.
            PERFORM 1300-LOAD-ONE-THR-AUDIT THRU 1300-EXIT
                UNTIL TA-EOF-REACHED.
            PERFORM 1400-LOAD-ONE-MDL-AUDIT THRU 1400-EXIT
                UNTIL MA-EOF-REACHED.

            PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
                UNTIL DR-EOF-REACHED.

            PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
            PERFORM 9000-TERMINATE THRU 9000-EXIT.

            STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- RESOLVE THE PARM, OPEN EVERY INPUT AND THE
      * REPORT, READ TODAY'S MODELCTL ROW AND PRIME THE READS.  A BAD
      * OPEN IS FATAL -- A DOSSIER MISSING A SOURCE LOOKS COMPLETE
      * AND IS NOT.
      *****************************************************************
       1000-INITIALIZE.
            IF PARM-LENGTH = 3 AND PARM-CASE-DAYS IS NUMERIC
               MOVE PARM-CASE-DAYS TO WS-CASE-DAYS
            END-IF.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            OPEN INPUT  REQUEST-FILE.
            IF WS-DR-FILE-STATUS NOT = '00'
               DISPLAY 'DOSSREQ OPEN FAILED, STATUS='
                   WS-DR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  SCORE-HIST-FILE.
            IF WS-SH-FILE-STATUS NOT = '00'
               DISPLAY 'SCOREHST OPEN FAILED, STATUS='
                   WS-SH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  ARCHIVE-FILE.
            IF WS-AR-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHIN OPEN FAILED, STATUS='
                   WS-AR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  THRESHOLD-FILE.
            IF WS-TH-FILE-STATUS NOT = '00'
               DISPLAY 'THRESHLD OPEN FAILED, STATUS='
                   WS-TH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  THR-AUDIT-FILE.
            IF WS-TA-FILE-STATUS NOT = '00'
               DISPLAY 'THRAUDT OPEN FAILED, STATUS='
                   WS-TA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  MODEL-CONTROL-FILE.
            IF WS-MC-FILE-STATUS NOT = '00'
               DISPLAY 'MODELCTL OPEN FAILED, STATUS='
                   WS-MC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  MODEL-AUDIT-FILE.
            IF WS-MA-FILE-STATUS NOT = '00'
               DISPLAY 'MDLAUDT OPEN FAILED, STATUS='
                   WS-MA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  HOT-CARD-FILE.
            IF WS-HC-FILE-STATUS NOT = '00'
               DISPLAY 'HOTCARD OPEN FAILED, STATUS='
                   WS-HC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  HOT-AUDIT-FILE.
            IF WS-HA-FILE-STATUS NOT = '00'
               DISPLAY 'HOTAUDT OPEN FAILED, STATUS='
                   WS-HA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  CASE-FILE.
            IF WS-FC-FILE-STATUS NOT = '00'
               DISPLAY 'CASEFILE OPEN FAILED, STATUS='
                   WS-FC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'RPTOUT OPEN FAILED, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE 'CONTROL ' TO MC-KEY.
            READ MODEL-CONTROL-FILE
                INVALID KEY
                   MOVE 'N' TO WS-MODEL-ON-FILE-SW
                NOT INVALID KEY
                   MOVE 'Y' TO WS-MODEL-ON-FILE-SW
                   MOVE MC-CHAMPION-ID   TO WS-CUR-CHAMPION-ID
                   MOVE MC-CHALLENGER-ID TO WS-CUR-CHALLENGER-ID
                   MOVE MC-CHALLENGER-SW TO WS-CUR-CHALLENGER-SW
            END-READ.

            MOVE SPACES TO REPORT-RECORD.
            STRING 'DISPUTE EVIDENCE DOSSIERS - RUN DATE '
                   DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            READ REQUEST-FILE
                AT END
                   MOVE 'Y' TO WS-DR-EOF-SW
            END-READ.

            PERFORM 3010-READ-ARCHIVE THRU 3010-EXIT.

            READ THRESHOLD-FILE
                AT END
                   MOVE 'Y' TO WS-TH-EOF-SW
            END-READ.

            READ THR-AUDIT-FILE
                AT END
                   MOVE 'Y' TO WS-TA-EOF-SW
            END-READ.

            READ MODEL-AUDIT-FILE
                AT END
                   MOVE 'Y' TO WS-MA-EOF-SW
            END-READ.

       1000-EXIT.
            EXIT.

      *****************************************************************
      * 1200/1300/1400 -- LOAD TODAY'S THRESHLD ROWS, THE THRAUDT
      * TRAIL AND THE MDLAUDT TRAIL FOR THE 'CONTROL ' ROW.  A ROW
      * THAT DOES NOT FIT IS COUNTED; EVERY RECONSTRUCTION MAY THEN
      * BE WRONG, SO THE RUN ENDS RC 8.
      *****************************************************************
       1200-LOAD-ONE-THRESHOLD.
            IF THT-ENTRY-COUNT < 500
               ADD 1 TO THT-ENTRY-COUNT
               SET THT-IDX TO THT-ENTRY-COUNT
               MOVE THR-KEY            TO THT-KEY(THT-IDX)
               MOVE THR-REVIEW-CUTOFF  TO THT-REVIEW-CUTOFF(THT-IDX)
               MOVE THR-DECLINE-CUTOFF TO THT-DECLINE-CUTOFF(THT-IDX)
            ELSE
               ADD 1 TO WS-CTL-OVERFLOW-CNT
            END-IF.

            READ THRESHOLD-FILE
                AT END
                   MOVE 'Y' TO WS-TH-EOF-SW
            END-READ.

       1200-EXIT.
            EXIT.

       1300-LOAD-ONE-THR-AUDIT.
            IF TAT-ENTRY-COUNT < 3000
               ADD 1 TO TAT-ENTRY-COUNT
               SET TAT-IDX TO TAT-ENTRY-COUNT
               MOVE TA-THR-KEY            TO TAT-THR-KEY(TAT-IDX)
               MOVE TA-DATE               TO TAT-DATE(TAT-IDX)
               MOVE TA-TIME               TO TAT-TIME(TAT-IDX)
               MOVE TA-ACTION             TO TAT-ACTION(TAT-IDX)
               MOVE TA-OLD-REVIEW-CUTOFF  TO TAT-OLD-REVIEW(TAT-IDX)
               MOVE TA-OLD-DECLINE-CUTOFF TO TAT-OLD-DECLINE(TAT-IDX)
               MOVE TA-NEW-REVIEW-CUTOFF  TO TAT-NEW-REVIEW(TAT-IDX)
               MOVE TA-NEW-DECLINE-CUTOFF TO TAT-NEW-DECLINE(TAT-IDX)
               MOVE TA-USER-ID            TO TAT-USER-ID(TAT-IDX)
            ELSE
               ADD 1 TO WS-CTL-OVERFLOW-CNT
            END-IF.

            READ THR-AUDIT-FILE
                AT END
                   MOVE 'Y' TO WS-TA-EOF-SW
            END-READ.

       1300-EXIT.
            EXIT.

       1400-LOAD-ONE-MDL-AUDIT.
            IF MA-CTL-KEY = 'CONTROL '
               IF MAT-ENTRY-COUNT < 500
                  ADD 1 TO MAT-ENTRY-COUNT
                  SET MAT-IDX TO MAT-ENTRY-COUNT
                  MOVE MA-DATE     TO MAT-DATE(MAT-IDX)
                  MOVE MA-TIME     TO MAT-TIME(MAT-IDX)
                  MOVE MA-ACTION   TO MAT-ACTION(MAT-IDX)
                  MOVE MA-OLD-CHAMPION-ID
                      TO MAT-OLD-CHAMPION-ID(MAT-IDX)
                  MOVE MA-OLD-CHALLENGER-ID
                      TO MAT-OLD-CHALLENGER-ID(MAT-IDX)
                  MOVE MA-OLD-CHALLENGER-SW
                      TO MAT-OLD-CHALLENGER-SW(MAT-IDX)
                  MOVE MA-NEW-CHAMPION-ID
                      TO MAT-NEW-CHAMPION-ID(MAT-IDX)
                  MOVE MA-NEW-CHALLENGER-ID
                      TO MAT-NEW-CHALLENGER-ID(MAT-IDX)
                  MOVE MA-NEW-CHALLENGER-SW
                      TO MAT-NEW-CHALLENGER-SW(MAT-IDX)
                  MOVE MA-USER-ID  TO MAT-USER-ID(MAT-IDX)
               ELSE
                  ADD 1 TO WS-CTL-OVERFLOW-CNT
               END-IF
            END-IF.

            READ MODEL-AUDIT-FILE
                AT END
                   MOVE 'Y' TO WS-MA-EOF-SW
            END-READ.

       1400-EXIT.
            EXIT.

      *****************************************************************
      * 2000-PROCESS-ONE-REQUEST -- EDIT ONE REQUEST, GATHER ITS
      * EVENTS FROM EVERY SOURCE INTO THE EVENT TABLE AND PRINT THE
      * DOSSIER -- OR LIST WHY NOT.  THEN READ THE NEXT REQUEST.
      *****************************************************************
       2000-PROCESS-ONE-REQUEST.
            ADD 1 TO WS-READ-COUNT.
            MOVE SPACES TO WS-REJECT-REASON.

            PERFORM 2100-EDIT-REQUEST THRU 2100-EXIT.

            IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
            ELSE
               MOVE 0 TO EV-ENTRY-COUNT
               MOVE 0 TO WS-EV-OVERFLOW-CNT
               COMPUTE WS-CASE-TO-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(DR-TO-DATE)
                           + WS-CASE-DAYS)

               IF DR-CARD NOT = WS-BUF-CARD
                  PERFORM 3000-BUFFER-ARCHIVE-CARD THRU 3000-EXIT
               END-IF

               PERFORM 3100-CHECK-ARCHIVE-ENTRY THRU 3100-EXIT
                   VARYING ACB-IDX FROM 1 BY 1
                   UNTIL ACB-IDX > ACB-ENTRY-COUNT
               PERFORM 3200-COLLECT-LIVE-ROWS THRU 3200-EXIT
               PERFORM 3300-COLLECT-BLOCK-HISTORY THRU 3300-EXIT
               PERFORM 3400-COLLECT-CASES THRU 3400-EXIT
               PERFORM 3500-CHECK-CUTOFF-CHANGE THRU 3500-EXIT
                   VARYING TAT-IDX FROM 1 BY 1
                   UNTIL TAT-IDX > TAT-ENTRY-COUNT
               PERFORM 3600-CHECK-MODEL-CHANGE THRU 3600-EXIT
                   VARYING MAT-IDX FROM 1 BY 1
                   UNTIL MAT-IDX > MAT-ENTRY-COUNT

               PERFORM 5000-PRINT-DOSSIER THRU 5000-EXIT
            END-IF.

            READ REQUEST-FILE
                AT END
                   MOVE 'Y' TO WS-DR-EOF-SW
            END-READ.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 2100-EDIT-REQUEST -- A USABLE REQUEST HAS A CARD AND TWO REAL
      * DATES IN ORDER.  THE JCL SORTS THE FILE BY CARD; A CARD LOWER
      * THAN THE ONE BEFORE IT MEANS THE SORT WAS BYPASSED AND ITS
      * ARCHIVED ROWS HAVE ALREADY GONE PAST.
      *****************************************************************
       2100-EDIT-REQUEST.
            IF DR-CARD = SPACES
               OR DR-FROM-DATE IS NOT NUMERIC
               OR DR-TO-DATE IS NOT NUMERIC
               MOVE 'INVALID RECORD' TO WS-REJECT-REASON
            ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(DR-FROM-DATE) NOT = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(DR-TO-DATE) NOT = 0
                  OR DR-FROM-DATE > DR-TO-DATE
                  MOVE 'INVALID DATE RANGE' TO WS-REJECT-REASON
               ELSE
                  IF DR-CARD < WS-BUF-CARD
                     MOVE 'REQUESTS NOT IN CARD ORDER'
                         TO WS-REJECT-REASON
                  END-IF
               END-IF
            END-IF.

       2100-EXIT.
            EXIT.

       2900-REJECT-REQUEST.
            ADD 1 TO WS-REJECT-COUNT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD FROM WS-RULE-LINE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'REQUEST REJECTED - CARD ' DELIMITED BY SIZE
                   DR-CARD DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DR-FROM-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   DR-TO-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  REASON: ' DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

       2900-EXIT.
            EXIT.

      *****************************************************************
      * 3000-BUFFER-ARCHIVE-CARD -- MOVE THE ARCHIVE UP TO THE
      * REQUESTED CARD AND KEEP ALL ITS ROWS.  ROWS THAT DO NOT FIT
      * ARE COUNTED AGAINST EVERY DOSSIER FOR THE CARD.
      *****************************************************************
       3000-BUFFER-ARCHIVE-CARD.
            MOVE DR-CARD TO WS-BUF-CARD.
            MOVE 0 TO ACB-ENTRY-COUNT.
            MOVE 0 TO WS-ACB-OVERFLOW-CNT.

            PERFORM 3010-READ-ARCHIVE THRU 3010-EXIT
                UNTIL ARCH-EOF-REACHED
                   OR ARCH-CARD NOT < WS-BUF-CARD.

            PERFORM 3020-KEEP-ARCHIVE-ROW THRU 3020-EXIT
                UNTIL ARCH-EOF-REACHED
                   OR ARCH-CARD NOT = WS-BUF-CARD.

       3000-EXIT.
            EXIT.

       3010-READ-ARCHIVE.
            READ ARCHIVE-FILE INTO WS-ARCH-ROW
                AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
                   MOVE HIGH-VALUES TO WS-ARCH-ROW
            END-READ.

       3010-EXIT.
            EXIT.

       3020-KEEP-ARCHIVE-ROW.
            IF ACB-ENTRY-COUNT < 3000
               ADD 1 TO ACB-ENTRY-COUNT
               SET ACB-IDX TO ACB-ENTRY-COUNT
               MOVE WS-ARCH-ROW TO ACB-ROW(ACB-IDX)
            ELSE
               ADD 1 TO WS-ACB-OVERFLOW-CNT
            END-IF.

            PERFORM 3010-READ-ARCHIVE THRU 3010-EXIT.

       3020-EXIT.
            EXIT.

      *****************************************************************
      * 3100-CHECK-ARCHIVE-ENTRY -- AN ARCHIVED ROW INSIDE THE RANGE
      * IS AN EVENT.  THE IMAGE IS LAID OVER SCORE-HIST-RECORD SO THE
      * LIVE AND ARCHIVED ROWS TAKE ONE PATH INTO THE TABLE.
      *****************************************************************
       3100-CHECK-ARCHIVE-ENTRY.
            IF ACB-DATE(ACB-IDX) NOT < DR-FROM-DATE
               AND ACB-DATE(ACB-IDX) NOT > DR-TO-DATE
               MOVE ACB-ROW(ACB-IDX) TO SCORE-HIST-RECORD
               ADD 1 TO WS-ARCH-ROW-COUNT
               PERFORM 3150-ADD-SCORE-EVENT THRU 3150-EXIT
            END-IF.

       3100-EXIT.
            EXIT.

       3150-ADD-SCORE-EVENT.
            MOVE SH-DATE           TO NEW-DATE.
            MOVE SH-TIME           TO NEW-TIME.
            MOVE SH-MICROS         TO NEW-MICROS.
            MOVE 4                 TO NEW-RANK.
            MOVE 'S'               TO NEW-KIND.
            MOVE SCORE-HIST-RECORD TO NEW-DATA.
            PERFORM 4000-INSERT-EVENT THRU 4000-EXIT.

       3150-EXIT.
            EXIT.

      *****************************************************************
      * 3200-COLLECT-LIVE-ROWS -- BROWSE THE CARD'S LIVE SCOREHST
      * ROWS THROUGH THE SH-CARD ALTERNATE INDEX AND KEEP THOSE IN
      * THE RANGE.
      *****************************************************************
       3200-COLLECT-LIVE-ROWS.
            MOVE 'N' TO WS-SCAN-END-SW.

            MOVE DR-CARD TO SH-CARD.
            START SCORE-HIST-FILE KEY IS EQUAL TO SH-CARD
                INVALID KEY
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-START.

            PERFORM 3210-SCAN-ONE-LIVE-ROW THRU 3210-EXIT
                UNTIL SCAN-ENDED.

       3200-EXIT.
            EXIT.

       3210-SCAN-ONE-LIVE-ROW.
            READ SCORE-HIST-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-READ.

            IF NOT SCAN-ENDED
               IF SH-CARD NOT = DR-CARD
                  MOVE 'Y' TO WS-SCAN-END-SW
               ELSE
                  IF SH-DATE NOT < DR-FROM-DATE
                     AND SH-DATE NOT > DR-TO-DATE
                     ADD 1 TO WS-LIVE-ROW-COUNT
                     PERFORM 3150-ADD-SCORE-EVENT THRU 3150-EXIT
                  END-IF
               END-IF
            END-IF.

       3210-EXIT.
            EXIT.

      *****************************************************************
      * 3300-COLLECT-BLOCK-HISTORY -- EVERY HOTAUDT ROW FOR THE CARD
      * UP TO THE END OF THE RANGE.  A BLOCK SET BEFORE THE RANGE IS
      * WHAT EXPLAINS A HOT-CARD DECLINE INSIDE IT, SO THE HISTORY IS
      * NOT CUT AT THE START.
      *****************************************************************
       3300-COLLECT-BLOCK-HISTORY.
            MOVE 'N' TO WS-SCAN-END-SW.

            MOVE DR-CARD TO HA-CARD.
            MOVE 0       TO HA-DATE.
            MOVE 0       TO HA-TIME.
            MOVE 0       TO HA-TASKNUM.
            START HOT-AUDIT-FILE KEY IS NOT LESS THAN HA-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-START.

            PERFORM 3310-SCAN-ONE-BLOCK-ROW THRU 3310-EXIT
                UNTIL SCAN-ENDED.

       3300-EXIT.
            EXIT.

       3310-SCAN-ONE-BLOCK-ROW.
            READ HOT-AUDIT-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-READ.

            IF NOT SCAN-ENDED
               IF HA-CARD NOT = DR-CARD
                  OR HA-DATE > DR-TO-DATE
                  MOVE 'Y' TO WS-SCAN-END-SW
               ELSE
                  MOVE HA-DATE               TO NEW-DATE
                  MOVE HA-TIME               TO NEW-TIME
                  MOVE 0                     TO NEW-MICROS
                  MOVE 3                     TO NEW-RANK
                  MOVE 'H'                   TO NEW-KIND
                  MOVE HOT-CARD-AUDIT-RECORD TO NEW-DATA
                  PERFORM 4000-INSERT-EVENT THRU 4000-EXIT
               END-IF
            END-IF.

       3310-EXIT.
            EXIT.

      *****************************************************************
      * 3400-COLLECT-CASES -- THE CARD'S CASEFILE ROWS FROM THE START
      * OF THE RANGE UNTIL WS-CASE-TO-DATE.
      *****************************************************************
       3400-COLLECT-CASES.
            MOVE 'N' TO WS-SCAN-END-SW.

            MOVE DR-CARD      TO FC-CARD.
            MOVE DR-FROM-DATE TO FC-DATE.
            MOVE 0            TO FC-TIME.
            MOVE 0            TO FC-TASKNUM.
            START CASE-FILE KEY IS NOT LESS THAN FC-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-START.

            PERFORM 3410-SCAN-ONE-CASE-ROW THRU 3410-EXIT
                UNTIL SCAN-ENDED.

       3400-EXIT.
            EXIT.

       3410-SCAN-ONE-CASE-ROW.
            READ CASE-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-READ.

            IF NOT SCAN-ENDED
               IF FC-CARD NOT = DR-CARD
                  OR FC-DATE > WS-CASE-TO-DATE
                  MOVE 'Y' TO WS-SCAN-END-SW
               ELSE
                  MOVE FC-DATE           TO NEW-DATE
                  MOVE FC-TIME           TO NEW-TIME
                  MOVE 0                 TO NEW-MICROS
                  MOVE 5                 TO NEW-RANK
                  MOVE 'C'               TO NEW-KIND
                  MOVE FRAUD-CASE-RECORD TO NEW-DATA
                  PERFORM 4000-INSERT-EVENT THRU 4000-EXIT
               END-IF
            END-IF.

       3410-EXIT.
            EXIT.

      *****************************************************************
      * 3500/3600 -- A THRESHLD OR MODELCTL CHANGE INSIDE THE RANGE IS
      * AN EVENT.  THE AUDIT RECORD IS REBUILT FROM THE TABLE ENTRY.
      *****************************************************************
       3500-CHECK-CUTOFF-CHANGE.
            IF TAT-DATE(TAT-IDX) NOT < DR-FROM-DATE
               AND TAT-DATE(TAT-IDX) NOT > DR-TO-DATE
               MOVE SPACES TO THRESHOLD-AUDIT-RECORD
               MOVE TAT-THR-KEY(TAT-IDX)     TO TA-THR-KEY
               MOVE TAT-DATE(TAT-IDX)        TO TA-DATE
               MOVE TAT-TIME(TAT-IDX)        TO TA-TIME
               MOVE 0                        TO TA-TASKNUM
               MOVE TAT-ACTION(TAT-IDX)      TO TA-ACTION
               MOVE TAT-OLD-REVIEW(TAT-IDX)  TO TA-OLD-REVIEW-CUTOFF
               MOVE TAT-OLD-DECLINE(TAT-IDX) TO TA-OLD-DECLINE-CUTOFF
               MOVE TAT-NEW-REVIEW(TAT-IDX)  TO TA-NEW-REVIEW-CUTOFF
               MOVE TAT-NEW-DECLINE(TAT-IDX) TO TA-NEW-DECLINE-CUTOFF
               MOVE TAT-USER-ID(TAT-IDX)     TO TA-USER-ID
               MOVE TA-DATE                  TO NEW-DATE
               MOVE TA-TIME                  TO NEW-TIME
               MOVE 0                        TO NEW-MICROS
               MOVE 2                        TO NEW-RANK
               MOVE 'T'                      TO NEW-KIND
               MOVE THRESHOLD-AUDIT-RECORD   TO NEW-DATA
               PERFORM 4000-INSERT-EVENT THRU 4000-EXIT
            END-IF.

       3500-EXIT.
            EXIT.

       3600-CHECK-MODEL-CHANGE.
            IF MAT-DATE(MAT-IDX) NOT < DR-FROM-DATE
               AND MAT-DATE(MAT-IDX) NOT > DR-TO-DATE
               MOVE SPACES TO MODEL-AUDIT-RECORD
               MOVE 'CONTROL '              TO MA-CTL-KEY
               MOVE MAT-DATE(MAT-IDX)       TO MA-DATE
               MOVE MAT-TIME(MAT-IDX)       TO MA-TIME
               MOVE 0                       TO MA-TASKNUM
               MOVE MAT-ACTION(MAT-IDX)     TO MA-ACTION
               MOVE MAT-OLD-CHAMPION-ID(MAT-IDX)
                   TO MA-OLD-CHAMPION-ID
               MOVE MAT-OLD-CHALLENGER-ID(MAT-IDX)
                   TO MA-OLD-CHALLENGER-ID
               MOVE MAT-OLD-CHALLENGER-SW(MAT-IDX)
                   TO MA-OLD-CHALLENGER-SW
               MOVE MAT-NEW-CHAMPION-ID(MAT-IDX)
                   TO MA-NEW-CHAMPION-ID
               MOVE MAT-NEW-CHALLENGER-ID(MAT-IDX)
                   TO MA-NEW-CHALLENGER-ID
               MOVE MAT-NEW-CHALLENGER-SW(MAT-IDX)
                   TO MA-NEW-CHALLENGER-SW
               MOVE MAT-USER-ID(MAT-IDX)    TO MA-USER-ID
               MOVE MA-DATE                 TO NEW-DATE
               MOVE MA-TIME                 TO NEW-TIME
               MOVE 0                       TO NEW-MICROS
               MOVE 1                       TO NEW-RANK
               MOVE 'M'                     TO NEW-KIND
               MOVE MODEL-AUDIT-RECORD      TO NEW-DATA
               PERFORM 4000-INSERT-EVENT THRU 4000-EXIT
            END-IF.

       3600-EXIT.
            EXIT.

      *****************************************************************
      * 4000-INSERT-EVENT -- SLOT WS-NEW-EVENT INTO THE EVENT TABLE
      * IN ORDER: SHIFT EVERY LATER ENTRY UP ONE FROM THE END.  A
      * SCOREHST ROW ALREADY IN THE TABLE UNDER THE SAME SH-KEY IS
      * DROPPED; A FULL TABLE COUNTS THE EVENT AS NOT SHOWN.
      *****************************************************************
       4000-INSERT-EVENT.
            IF EV-ENTRY-COUNT NOT < WS-EV-MAX
               ADD 1 TO WS-EV-OVERFLOW-CNT
            ELSE
               MOVE 'N' TO WS-DUP-SW
               IF NEW-KIND = 'S'
                  PERFORM 4100-CHECK-DUPLICATE THRU 4100-EXIT
               END-IF
               IF EVENT-DUPLICATE
                  ADD 1 TO WS-DUP-ROW-COUNT
               ELSE
                  COMPUTE WS-SLOT = EV-ENTRY-COUNT + 1
                  MOVE 'N' TO WS-SLOT-FOUND-SW
                  PERFORM 4200-SHIFT-ONE-EVENT THRU 4200-EXIT
                      UNTIL SLOT-FOUND
                  MOVE WS-NEW-EVENT TO EV-ENTRY(WS-SLOT)
                  ADD 1 TO EV-ENTRY-COUNT
               END-IF
            END-IF.

       4000-EXIT.
            EXIT.

      *****************************************************************
      * 4100-CHECK-DUPLICATE -- WALK BACK FROM THE END OVER THE
      * ENTRIES NOT EARLIER THAN THE NEW ONE, LOOKING FOR THE SAME
      * SH-KEY (THE FIRST 63 BYTES OF THE IMAGE).
      *****************************************************************
       4100-CHECK-DUPLICATE.
            MOVE EV-ENTRY-COUNT TO WS-DUP-SLOT.
            MOVE 'N' TO WS-DUP-DONE-SW.

            PERFORM 4110-CHECK-ONE-DUPLICATE THRU 4110-EXIT
                UNTIL DUP-SCAN-DONE.

       4100-EXIT.
            EXIT.

       4110-CHECK-ONE-DUPLICATE.
            IF WS-DUP-SLOT = 0
               MOVE 'Y' TO WS-DUP-DONE-SW
            ELSE
               IF EV-ORDER(WS-DUP-SLOT) < NEW-ORDER
                  MOVE 'Y' TO WS-DUP-DONE-SW
               ELSE
                  IF EV-ORDER(WS-DUP-SLOT) = NEW-ORDER
                     AND EV-KIND(WS-DUP-SLOT) = 'S'
                     AND EV-DATA(WS-DUP-SLOT)(1:63) = NEW-DATA(1:63)
                     MOVE 'Y' TO WS-DUP-SW
                     MOVE 'Y' TO WS-DUP-DONE-SW
                  ELSE
                     SUBTRACT 1 FROM WS-DUP-SLOT
                  END-IF
               END-IF
            END-IF.

       4110-EXIT.
            EXIT.

       4200-SHIFT-ONE-EVENT.
            IF WS-SLOT = 1
               MOVE 'Y' TO WS-SLOT-FOUND-SW
            ELSE
               IF EV-ORDER(WS-SLOT - 1) > NEW-ORDER
                  MOVE EV-ENTRY(WS-SLOT - 1) TO EV-ENTRY(WS-SLOT)
                  SUBTRACT 1 FROM WS-SLOT
               ELSE
                  MOVE 'Y' TO WS-SLOT-FOUND-SW
               END-IF
            END-IF.

       4200-EXIT.
            EXIT.

      *****************************************************************
      * 5000-PRINT-DOSSIER -- THE HEADER (WHAT WAS IN FORCE WHEN THE
      * RANGE OPENED AND WHERE THE CARD STANDS ON HOTCARD TODAY), THE
      * EVENTS IN ORDER, AND THE DOSSIER'S OWN COUNTS.
      *****************************************************************
       5000-PRINT-DOSSIER.
            ADD 1 TO WS-DOSSIER-COUNT.
            ADD WS-ACB-OVERFLOW-CNT TO WS-EV-OVERFLOW-CNT.
            MOVE 0 TO WS-DOS-DECISIONS.
            MOVE 0 TO WS-DOS-STOPS.
            MOVE 0 TO WS-DOS-CASES.
            MOVE 0 TO WS-DOS-BLOCKS.
            MOVE 0 TO WS-DOS-CHANGES.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM WS-RULE-LINE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CARD ' DELIMITED BY SIZE
                   DR-CARD DELIMITED BY SIZE
                   '  PERIOD ' DELIMITED BY SIZE
                   DR-FROM-DATE DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   DR-TO-DATE DELIMITED BY SIZE
                   '  REF ' DELIMITED BY SIZE
                   DR-DISPUTE-REF DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM WS-RULE-LINE.

            MOVE 'IN FORCE AT START OF PERIOD:' TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            MOVE DR-FROM-DATE TO WS-LOOK-DATE.
            MOVE 0            TO WS-LOOK-TIME.
            PERFORM 6200-MODEL-IN-FORCE THRU 6200-EXIT.

            IF LOOK-FOUND
               MOVE SPACES TO REPORT-RECORD
               STRING '  CHAMPION   ' DELIMITED BY SIZE
                      WS-IF-CHAMPION-ID DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               PERFORM 6300-SET-ON-OFF THRU 6300-EXIT
               MOVE SPACES TO REPORT-RECORD
               STRING '  CHALLENGER ' DELIMITED BY SIZE
                      WS-IF-CHALLENGER-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ON-OFF DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
            ELSE
               MOVE '  MODEL CONTROL ROW NOT ON FILE' TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF.

            MOVE 'DEFAULT ' TO WS-LOOK-KEY.
            PERFORM 6100-CUTOFFS-IN-FORCE THRU 6100-EXIT.
            IF NOT LOOK-FOUND
               MOVE WS-BUILTIN-REVIEW  TO WS-CUT-REVIEW
               MOVE WS-BUILTIN-DECLINE TO WS-CUT-DECLINE
               MOVE 'BUILT-IN'         TO WS-CUT-SOURCE
            END-IF.
            MOVE WS-CUT-REVIEW  TO WS-CUT1-ED.
            MOVE WS-CUT-DECLINE TO WS-CUT2-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  DEFAULT CUTOFFS  REVIEW ' DELIMITED BY SIZE
                   WS-CUT1-ED DELIMITED BY SIZE
                   '  DECLINE ' DELIMITED BY SIZE
                   WS-CUT2-ED DELIMITED BY SIZE
                   '  (' DELIMITED BY SIZE
                   WS-CUT-SOURCE DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE DR-CARD TO HC-CARD.
            MOVE SPACES TO REPORT-RECORD.
            READ HOT-CARD-FILE
                INVALID KEY
                   MOVE 'HOT-CARD ENTRY TODAY: NONE' TO REPORT-RECORD
                NOT INVALID KEY
                   STRING 'HOT-CARD ENTRY TODAY: REASON '
                          DELIMITED BY SIZE
                          HC-REASON-CODE DELIMITED BY SIZE
                          '  LOADED ' DELIMITED BY SIZE
                          HC-LOAD-DATE DELIMITED BY SIZE
                          '  EXPIRES ' DELIMITED BY SIZE
                          HC-EXPIRY-DATE DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
            END-READ.
            WRITE REPORT-RECORD.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM WS-COLUMN-HEADING.

            IF EV-ENTRY-COUNT = 0
               MOVE '  NO ACTIVITY ON FILE FOR THIS CARD AND PERIOD'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF.

            PERFORM 5100-PRINT-ONE-EVENT THRU 5100-EXIT
                VARYING EV-IDX FROM 1 BY 1
                UNTIL EV-IDX > EV-ENTRY-COUNT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE WS-DOS-DECISIONS TO WS-DOS1-ED.
            MOVE WS-DOS-STOPS     TO WS-DOS2-ED.
            MOVE WS-DOS-CASES     TO WS-DOS3-ED.
            MOVE WS-DOS-BLOCKS    TO WS-DOS4-ED.
            MOVE WS-DOS-CHANGES   TO WS-DOS5-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SCORED ' DELIMITED BY SIZE
                   WS-DOS1-ED DELIMITED BY SIZE
                   '  STOPPED ' DELIMITED BY SIZE
                   WS-DOS2-ED DELIMITED BY SIZE
                   '  CASES ' DELIMITED BY SIZE
                   WS-DOS3-ED DELIMITED BY SIZE
                   '  BLOCKS ' DELIMITED BY SIZE
                   WS-DOS4-ED DELIMITED BY SIZE
                   '  CONTROL CHANGES ' DELIMITED BY SIZE
                   WS-DOS5-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            IF WS-EV-OVERFLOW-CNT > 0
               ADD 1 TO WS-INCOMPLETE-COUNT
               MOVE WS-EV-OVERFLOW-CNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING '*** DOSSIER INCOMPLETE - ' DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      ' EVENT(S) NOT SHOWN ***' DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
            END-IF.

       5000-EXIT.
            EXIT.

      *****************************************************************
      * 5100-PRINT-ONE-EVENT -- LAY THE EVENT'S IMAGE BACK OVER ITS
      * OWN RECORD AREA AND PRINT IT THE WAY ITS KIND READS.
      *****************************************************************
       5100-PRINT-ONE-EVENT.
            MOVE EV-DATE(EV-IDX) TO WEL-DATE.
            MOVE EV-TIME(EV-IDX) TO WEL-TIME.
            MOVE SPACES TO WEL-TEXT.

            EVALUATE EV-KIND(EV-IDX)
                WHEN 'S'
                   MOVE EV-DATA(EV-IDX) TO SCORE-HIST-RECORD
                   PERFORM 5200-PRINT-DECISION THRU 5200-EXIT
                WHEN 'H'
                   MOVE EV-DATA(EV-IDX) TO HOT-CARD-AUDIT-RECORD
                   PERFORM 5400-PRINT-BLOCK-CHANGE THRU 5400-EXIT
                WHEN 'C'
                   MOVE EV-DATA(EV-IDX) TO FRAUD-CASE-RECORD
                   PERFORM 5500-PRINT-CASE THRU 5500-EXIT
                WHEN 'T'
                   MOVE EV-DATA(EV-IDX) TO THRESHOLD-AUDIT-RECORD
                   PERFORM 5600-PRINT-CUTOFF-CHANGE THRU 5600-EXIT
                WHEN 'M'
                   MOVE EV-DATA(EV-IDX) TO MODEL-AUDIT-RECORD
                   PERFORM 5700-PRINT-MODEL-CHANGE THRU 5700-EXIT
            END-EVALUATE.

       5100-EXIT.
            EXIT.

      *****************************************************************
      * 5200-PRINT-DECISION -- ONE SCORING CALL: ROLE, DECISION,
      * WHAT THE CARDHOLDER SPENT, THE MODEL'S PROBABILITY, THE
      * MERCHANT, THE MODEL, THE CUTOFFS IN FORCE FOR THAT MODEL AT
      * THAT MOMENT, ANY PROFILE OR TRAVEL FLAGS, AND -- FOR THE
      * CHAMPION ROW THE CARDHOLDER ACTUALLY GOT -- WHAT STOPPED IT.
      *****************************************************************
       5200-PRINT-DECISION.
            ADD 1 TO WS-DOS-DECISIONS.

            IF SH-ORIG-CURRENCY = SPACES OR SH-ORIG-CURRENCY = 'USD'
               MOVE 'USD'          TO WS-CURRENCY
               MOVE SH-AMOUNT      TO WS-AMOUNT-ED
            ELSE
               MOVE SH-ORIG-CURRENCY TO WS-CURRENCY
               MOVE SH-ORIG-AMOUNT TO WS-AMOUNT-ED
            END-IF.
            MOVE SH-PROBABILITY(2) TO WS-PROB-WORK.
            MOVE WS-PROB-WORK      TO WS-PROB-ED.

            STRING SH-MODEL-ROLE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SH-DECISION-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CURRENCY DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   '  P=' DELIMITED BY SIZE
                   WS-PROB-ED DELIMITED BY SIZE
                INTO WEL-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-EVENT-LINE.

            MOVE SPACES TO WMO-TEXT.
            STRING SH-MERCHANTXNAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SH-MERCHANTXCITY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SH-MERCHANTXSTATE DELIMITED BY SIZE
                   ' MCC ' DELIMITED BY SIZE
                   SH-MCC DELIMITED BY SIZE
                INTO WMO-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-MORE-LINE.

            IF WS-CURRENCY NOT = 'USD'
               MOVE SH-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO WMO-TEXT
               STRING 'SCORED AS USD' DELIMITED BY SIZE
                      WS-AMOUNT-ED DELIMITED BY SIZE
                      '  COUNTRY ' DELIMITED BY SIZE
                      SH-COUNTRY-CODE DELIMITED BY SIZE
                   INTO WMO-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM WS-MORE-LINE
            END-IF.

            MOVE SPACES TO WMO-TEXT.
            STRING 'MODEL ' DELIMITED BY SIZE
                   SH-MODEL-ID DELIMITED BY SIZE
                INTO WMO-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-MORE-LINE.

            MOVE SH-DATE TO WS-LOOK-DATE.
            MOVE SH-TIME TO WS-LOOK-TIME.
            PERFORM 6000-CUTOFFS-FOR-MODEL THRU 6000-EXIT.
            MOVE WS-CUT-REVIEW  TO WS-CUT1-ED.
            MOVE WS-CUT-DECLINE TO WS-CUT2-ED.
            MOVE SPACES TO WMO-TEXT.
            STRING 'CUTOFFS REVIEW ' DELIMITED BY SIZE
                   WS-CUT1-ED DELIMITED BY SIZE
                   '  DECLINE ' DELIMITED BY SIZE
                   WS-CUT2-ED DELIMITED BY SIZE
                   '  (' DELIMITED BY SIZE
                   WS-CUT-SOURCE DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                INTO WMO-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-MORE-LINE.

            IF SH-DEVIATION-FLAGS NOT = SPACES
               MOVE SPACES TO WMO-TEXT
               STRING 'PROFILE DEVIATION ' DELIMITED BY SIZE
                      SH-DEVIATION-FLAGS DELIMITED BY SIZE
                      '  (S=STATE M=MCC A=AMOUNT)' DELIMITED BY SIZE
                   INTO WMO-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM WS-MORE-LINE
            END-IF.

            IF SH-TRAVEL-FLAG = 'T'
               MOVE 'TRAVEL NOTICE ON FILE COVERED THIS TRANSACTION'
                   TO WMO-TEXT
               WRITE REPORT-RECORD FROM WS-MORE-LINE
            END-IF.

            EVALUATE TRUE
                WHEN SH-RESCORE-ROW
                   MOVE 'POST-OUTAGE RE-SCORE - NOT SENT TO MERCHANT'
                       TO WMO-TEXT
                WHEN SH-MODEL-ROLE NOT = 'CHAMPION  '
                   MOVE 'CHALLENGER SHADOW SCORE - NOT SENT TO MERCHANT'
                       TO WMO-TEXT
                WHEN OTHER
                   PERFORM 5300-EXPLAIN-DECISION THRU 5300-EXIT
                   MOVE WS-STOP-TEXT TO WMO-TEXT
            END-EVALUATE.
            WRITE REPORT-RECORD FROM WS-MORE-LINE.

            IF SH-RESCORED-ORIGINAL
               MOVE 'RE-SCORED AFTER THE OUTAGE - SEE RE-SCORE ROW'
                   TO WMO-TEXT
               WRITE REPORT-RECORD FROM WS-MORE-LINE
            END-IF.

       5200-EXIT.
            EXIT.

      *****************************************************************
      * 5300-EXPLAIN-DECISION -- THE CONTROL THAT STOPPED A CHAMPION
      * DECISION, HARDEST EVIDENCE FIRST (SEE DCLNEXT'S 2100-DERIVE-
      * STOP-REASON).  A SCORED ROW WITH NO OVERRIDE FLAG WAS STOPPED
      * BY THE MODEL WHEN ITS PROBABILITY REACHED A CUTOFF, ELSE BY A
      * PROFILE DEVIATION HARDENING THE APPROVE.
      *****************************************************************
       5300-EXPLAIN-DECISION.
            MOVE SPACES TO WS-STOP-TEXT.

            IF SH-DECISION-CODE = 'APPROVE '
               MOVE 'NOT STOPPED - APPROVED' TO WS-STOP-TEXT
            ELSE
               ADD 1 TO WS-DOS-STOPS
               EVALUATE TRUE
                   WHEN SH-SCORE-ERR-ID = 'HOTCARD '
                      MOVE 'STOPPED BY HOT-CARD BLOCK'
                          TO WS-STOP-TEXT
                   WHEN SH-CARD-TEST-FLAG NOT = SPACE
                      MOVE 'STOPPED BY CARD-TESTING ATTACK AT MERCHANT'
                          TO WS-STOP-TEXT
                   WHEN SH-SCORE-RC = 9997
                      MOVE 'REJECTED - MALFORMED REQUEST, NOT SCORED'
                          TO WS-STOP-TEXT
                   WHEN SH-VELOCITY-FLAG = 'C'
                      MOVE 'STOPPED BY VELOCITY - COUNT PER WINDOW'
                          TO WS-STOP-TEXT
                   WHEN SH-VELOCITY-FLAG = 'A'
                      MOVE 'STOPPED BY VELOCITY - AMOUNT PER WINDOW'
                          TO WS-STOP-TEXT
                   WHEN SH-VELOCITY-FLAG = 'M'
                      MOVE 'STOPPED BY VELOCITY - DISTINCT MCCS'
                          TO WS-STOP-TEXT
                   WHEN SH-MERCHANT-FLAG = 'D'
                      MOVE 'STOPPED BY MERCHANT RISK - WORST TIER'
                          TO WS-STOP-TEXT
                   WHEN SH-MERCHANT-FLAG = 'R'
                      MOVE 'STOPPED BY MERCHANT RISK - HIGH TIER'
                          TO WS-STOP-TEXT
                   WHEN SH-OPS-RULE-FLAG NOT = SPACE
                      STRING 'STOPPED BY OPS RULE ' DELIMITED BY SIZE
                             SH-OPS-RULE-KEY(1:3) DELIMITED BY SIZE
                             '/' DELIMITED BY SIZE
                             SH-OPS-RULE-KEY(4:4) DELIMITED BY SIZE
                          INTO WS-STOP-TEXT
                      END-STRING
                   WHEN SH-SCORE-RC NOT = 0
                      STRING 'FALLBACK - MODEL NOT SCORED ('
                             DELIMITED BY SIZE
                             SH-SCORE-ERR-ID DELIMITED BY SIZE
                             ')' DELIMITED BY SIZE
                          INTO WS-STOP-TEXT
                      END-STRING
                   WHEN WS-PROB-WORK NOT < WS-CUT-DECLINE
                      MOVE 'STOPPED BY MODEL SCORE - DECLINE CUTOFF'
                          TO WS-STOP-TEXT
                   WHEN WS-PROB-WORK NOT < WS-CUT-REVIEW
                      MOVE 'STOPPED BY MODEL SCORE - REVIEW CUTOFF'
                          TO WS-STOP-TEXT
                   WHEN SH-DEVIATION-FLAGS NOT = SPACES
                      MOVE 'STOPPED BY PROFILE DEVIATION'
                          TO WS-STOP-TEXT
                   WHEN OTHER
                      MOVE 'STOPPED BY MODEL SCORE - CUTOFF UNKNOWN'
                          TO WS-STOP-TEXT
               END-EVALUATE
            END-IF.

       5300-EXIT.
            EXIT.

       5400-PRINT-BLOCK-CHANGE.
            ADD 1 TO WS-DOS-BLOCKS.

            EVALUATE TRUE
                WHEN HA-ENTRY-LIFTED
                   MOVE 'LIFTED'    TO WS-DISP-TEXT
                WHEN HA-OLD-REASON-CODE NOT = SPACES
                   MOVE 'REFRESHED' TO WS-DISP-TEXT
                WHEN OTHER
                   MOVE 'ADDED'     TO WS-DISP-TEXT
            END-EVALUATE.
            STRING 'HOT-CARD BLOCK ' DELIMITED BY SIZE
                   WS-DISP-TEXT DELIMITED BY SPACE
                   ' BY ' DELIMITED BY SIZE
                   HA-USER-ID DELIMITED BY SIZE
                INTO WEL-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-EVENT-LINE.

            MOVE SPACES TO WMO-TEXT.
            IF HA-ENTRY-LIFTED
               STRING 'WAS REASON ' DELIMITED BY SIZE
                      HA-OLD-REASON-CODE DELIMITED BY SIZE
                      '  EXPIRES ' DELIMITED BY SIZE
                      HA-OLD-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WMO-TEXT
               END-STRING
            ELSE
               STRING 'REASON ' DELIMITED BY SIZE
                      HA-NEW-REASON-CODE DELIMITED BY SIZE
                      '  EXPIRES ' DELIMITED BY SIZE
                      HA-NEW-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WMO-TEXT
               END-STRING
            END-IF.
            WRITE REPORT-RECORD FROM WS-MORE-LINE.

       5400-EXIT.
            EXIT.

       5500-PRINT-CASE.
            ADD 1 TO WS-DOS-CASES.

            EVALUATE TRUE
                WHEN FC-CONFIRMED-FRAUD
                   MOVE 'FRAUD CONFIRMED'    TO WS-DISP-TEXT
                WHEN FC-CLEARED
                   MOVE 'CLEARED'            TO WS-DISP-TEXT
                WHEN FC-CONTACT-CARDHOLDER
                   MOVE 'CONTACT CARDHOLDER' TO WS-DISP-TEXT
                WHEN OTHER
                   MOVE SPACES               TO WS-DISP-TEXT
                   STRING 'DISPOSITION ' DELIMITED BY SIZE
                          FC-DISPOSITION DELIMITED BY SIZE
                       INTO WS-DISP-TEXT
                   END-STRING
            END-EVALUATE.

            STRING 'CASE WORKED - ' DELIMITED BY SIZE
                   WS-DISP-TEXT DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   FC-ANALYST-ID DELIMITED BY SIZE
                INTO WEL-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-EVENT-LINE.

            MOVE FC-AMOUNT TO WS-AMOUNT-ED.
            MOVE SPACES TO WMO-TEXT.
            STRING 'ON ' DELIMITED BY SIZE
                   FC-DECISION-CODE DELIMITED BY SIZE
                   ' USD' DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FC-MERCHANTXNAME DELIMITED BY SIZE
                INTO WMO-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-MORE-LINE.

       5500-EXIT.
            EXIT.

       5600-PRINT-CUTOFF-CHANGE.
            ADD 1 TO WS-DOS-CHANGES.

            IF TA-ROW-ADDED
               STRING 'CUTOFF ROW ADDED FOR ' DELIMITED BY SIZE
                      TA-THR-KEY DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      TA-USER-ID DELIMITED BY SIZE
                   INTO WEL-TEXT
               END-STRING
            ELSE
               STRING 'CUTOFFS CHANGED FOR ' DELIMITED BY SIZE
                      TA-THR-KEY DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      TA-USER-ID DELIMITED BY SIZE
                   INTO WEL-TEXT
               END-STRING
            END-IF.
            WRITE REPORT-RECORD FROM WS-EVENT-LINE.

            MOVE TA-OLD-REVIEW-CUTOFF  TO WS-CUT1-ED.
            MOVE TA-NEW-REVIEW-CUTOFF  TO WS-CUT2-ED.
            MOVE TA-OLD-DECLINE-CUTOFF TO WS-CUT3-ED.
            MOVE TA-NEW-DECLINE-CUTOFF TO WS-CUT4-ED.
            MOVE SPACES TO WMO-TEXT.
            IF TA-ROW-ADDED
               STRING 'REVIEW ' DELIMITED BY SIZE
                      WS-CUT2-ED DELIMITED BY SIZE
                      '  DECLINE ' DELIMITED BY SIZE
                      WS-CUT4-ED DELIMITED BY SIZE
                   INTO WMO-TEXT
               END-STRING
            ELSE
               STRING 'REVIEW ' DELIMITED BY SIZE
                      WS-CUT1-ED DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      WS-CUT2-ED DELIMITED BY SIZE
                      '  DECLINE ' DELIMITED BY SIZE
                      WS-CUT3-ED DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      WS-CUT4-ED DELIMITED BY SIZE
                   INTO WMO-TEXT
               END-STRING
            END-IF.
            WRITE REPORT-RECORD FROM WS-MORE-LINE.

       5600-EXIT.
            EXIT.

       5700-PRINT-MODEL-CHANGE.
            ADD 1 TO WS-DOS-CHANGES.

            STRING 'MODEL CONTROL CHANGED BY ' DELIMITED BY SIZE
                   MA-USER-ID DELIMITED BY SIZE
                INTO WEL-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-EVENT-LINE.

            MOVE SPACES TO WMO-TEXT.
            STRING 'CHAMPION   ' DELIMITED BY SIZE
                   MA-NEW-CHAMPION-ID DELIMITED BY SIZE
                INTO WMO-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-MORE-LINE.
            IF MA-ROW-UPDATED
               AND MA-OLD-CHAMPION-ID NOT = MA-NEW-CHAMPION-ID
               MOVE SPACES TO WMO-TEXT
               STRING '  WAS      ' DELIMITED BY SIZE
                      MA-OLD-CHAMPION-ID DELIMITED BY SIZE
                   INTO WMO-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM WS-MORE-LINE
            END-IF.

            MOVE MA-NEW-CHALLENGER-SW TO WS-IF-CHALLENGER-SW.
            PERFORM 6300-SET-ON-OFF THRU 6300-EXIT.
            MOVE SPACES TO WMO-TEXT.
            STRING 'CHALLENGER ' DELIMITED BY SIZE
                   MA-NEW-CHALLENGER-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ON-OFF DELIMITED BY SIZE
                INTO WMO-TEXT
            END-STRING.
            WRITE REPORT-RECORD FROM WS-MORE-LINE.
            IF MA-ROW-UPDATED
               AND (MA-OLD-CHALLENGER-ID NOT = MA-NEW-CHALLENGER-ID
                OR MA-OLD-CHALLENGER-SW NOT = MA-NEW-CHALLENGER-SW)
               MOVE MA-OLD-CHALLENGER-SW TO WS-IF-CHALLENGER-SW
               PERFORM 6300-SET-ON-OFF THRU 6300-EXIT
               MOVE SPACES TO WMO-TEXT
               STRING '  WAS      ' DELIMITED BY SIZE
                      MA-OLD-CHALLENGER-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ON-OFF DELIMITED BY SIZE
                   INTO WMO-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM WS-MORE-LINE
            END-IF.

       5700-EXIT.
            EXIT.

      *****************************************************************
      * 6000-CUTOFFS-FOR-MODEL -- THE CUTOFFS FRAUDMOD WOULD HAVE
      * READ FOR SH-MODEL-ID AT WS-LOOK-STAMP: THE MODEL'S OWN ROW,
      * ELSE 'DEFAULT ', ELSE THE BUILT-IN VALUES.
      *****************************************************************
       6000-CUTOFFS-FOR-MODEL.
            MOVE SH-MODEL-ID(1:8) TO WS-LOOK-KEY.
            PERFORM 6100-CUTOFFS-IN-FORCE THRU 6100-EXIT.

            IF NOT LOOK-FOUND
               MOVE 'DEFAULT ' TO WS-LOOK-KEY
               PERFORM 6100-CUTOFFS-IN-FORCE THRU 6100-EXIT
            END-IF.

            IF NOT LOOK-FOUND
               MOVE WS-BUILTIN-REVIEW  TO WS-CUT-REVIEW
               MOVE WS-BUILTIN-DECLINE TO WS-CUT-DECLINE
               MOVE 'BUILT-IN'         TO WS-CUT-SOURCE
            END-IF.

       6000-EXIT.
            EXIT.

      *****************************************************************
      * 6100-CUTOFFS-IN-FORCE -- RECONSTRUCT THE THRESHLD ROW
      * WS-LOOK-KEY AS IT STOOD AT WS-LOOK-STAMP.  NOT FOUND WHEN THE
      * ROW WAS ADDED LATER, OR HAS NO AUDIT TRAIL AND IS NOT ON FILE.
      *****************************************************************
       6100-CUTOFFS-IN-FORCE.
            MOVE 'N' TO WS-LOOK-FOUND-SW.
            MOVE 'N' TO WS-BEFORE-SW.
            MOVE 'N' TO WS-AFTER-SW.

            PERFORM 6110-SCAN-CUTOFF-AUDIT THRU 6110-EXIT
                VARYING TAT-IDX FROM 1 BY 1
                UNTIL TAT-IDX > TAT-ENTRY-COUNT.

            EVALUATE TRUE
                WHEN BEFORE-FOUND
                   SET TAT-IDX TO WS-BEFORE-ORD
                   MOVE TAT-NEW-REVIEW(TAT-IDX)  TO WS-CUT-REVIEW
                   MOVE TAT-NEW-DECLINE(TAT-IDX) TO WS-CUT-DECLINE
                   MOVE 'Y' TO WS-LOOK-FOUND-SW
                WHEN AFTER-FOUND
                   SET TAT-IDX TO WS-AFTER-ORD
                   IF TAT-ACTION(TAT-IDX) NOT = 'A'
                      MOVE TAT-OLD-REVIEW(TAT-IDX)  TO WS-CUT-REVIEW
                      MOVE TAT-OLD-DECLINE(TAT-IDX) TO WS-CUT-DECLINE
                      MOVE 'Y' TO WS-LOOK-FOUND-SW
                   END-IF
                WHEN OTHER
                   PERFORM 6120-SCAN-CUTOFF-ROW THRU 6120-EXIT
                       VARYING THT-IDX FROM 1 BY 1
                       UNTIL THT-IDX > THT-ENTRY-COUNT
                          OR LOOK-FOUND
            END-EVALUATE.

            IF LOOK-FOUND
               MOVE WS-LOOK-KEY TO WS-CUT-SOURCE
            END-IF.

       6100-EXIT.
            EXIT.

       6110-SCAN-CUTOFF-AUDIT.
            IF TAT-THR-KEY(TAT-IDX) = WS-LOOK-KEY
               IF TAT-STAMP(TAT-IDX) NOT > WS-LOOK-STAMP
                  MOVE 'Y' TO WS-BEFORE-SW
                  SET WS-BEFORE-ORD TO TAT-IDX
               ELSE
                  IF NOT AFTER-FOUND
                     MOVE 'Y' TO WS-AFTER-SW
                     SET WS-AFTER-ORD TO TAT-IDX
                  END-IF
               END-IF
            END-IF.

       6110-EXIT.
            EXIT.

       6120-SCAN-CUTOFF-ROW.
            IF THT-KEY(THT-IDX) = WS-LOOK-KEY
               MOVE THT-REVIEW-CUTOFF(THT-IDX)  TO WS-CUT-REVIEW
               MOVE THT-DECLINE-CUTOFF(THT-IDX) TO WS-CUT-DECLINE
               MOVE 'Y' TO WS-LOOK-FOUND-SW
            END-IF.

       6120-EXIT.
            EXIT.

      *****************************************************************
      * 6200-MODEL-IN-FORCE -- RECONSTRUCT THE MODELCTL 'CONTROL '
      * ROW AS IT STOOD AT WS-LOOK-STAMP, THE SAME WAY AS 6100.
      *****************************************************************
       6200-MODEL-IN-FORCE.
            MOVE 'N' TO WS-LOOK-FOUND-SW.
            MOVE 'N' TO WS-BEFORE-SW.
            MOVE 'N' TO WS-AFTER-SW.

            PERFORM 6210-SCAN-MODEL-AUDIT THRU 6210-EXIT
                VARYING MAT-IDX FROM 1 BY 1
                UNTIL MAT-IDX > MAT-ENTRY-COUNT.

            EVALUATE TRUE
                WHEN BEFORE-FOUND
                   SET MAT-IDX TO WS-BEFORE-ORD
                   MOVE MAT-NEW-CHAMPION-ID(MAT-IDX)
                       TO WS-IF-CHAMPION-ID
                   MOVE MAT-NEW-CHALLENGER-ID(MAT-IDX)
                       TO WS-IF-CHALLENGER-ID
                   MOVE MAT-NEW-CHALLENGER-SW(MAT-IDX)
                       TO WS-IF-CHALLENGER-SW
                   MOVE 'Y' TO WS-LOOK-FOUND-SW
                WHEN AFTER-FOUND
                   SET MAT-IDX TO WS-AFTER-ORD
                   IF MAT-ACTION(MAT-IDX) NOT = 'A'
                      MOVE MAT-OLD-CHAMPION-ID(MAT-IDX)
                          TO WS-IF-CHAMPION-ID
                      MOVE MAT-OLD-CHALLENGER-ID(MAT-IDX)
                          TO WS-IF-CHALLENGER-ID
                      MOVE MAT-OLD-CHALLENGER-SW(MAT-IDX)
                          TO WS-IF-CHALLENGER-SW
                      MOVE 'Y' TO WS-LOOK-FOUND-SW
                   END-IF
                WHEN MODEL-ON-FILE
                   MOVE WS-CUR-CHAMPION-ID   TO WS-IF-CHAMPION-ID
                   MOVE WS-CUR-CHALLENGER-ID TO WS-IF-CHALLENGER-ID
                   MOVE WS-CUR-CHALLENGER-SW TO WS-IF-CHALLENGER-SW
                   MOVE 'Y' TO WS-LOOK-FOUND-SW
            END-EVALUATE.

       6200-EXIT.
            EXIT.

       6210-SCAN-MODEL-AUDIT.
            IF MAT-STAMP(MAT-IDX) NOT > WS-LOOK-STAMP
               MOVE 'Y' TO WS-BEFORE-SW
               SET WS-BEFORE-ORD TO MAT-IDX
            ELSE
               IF NOT AFTER-FOUND
                  MOVE 'Y' TO WS-AFTER-SW
                  SET WS-AFTER-ORD TO MAT-IDX
               END-IF
            END-IF.

       6210-EXIT.
            EXIT.

       6300-SET-ON-OFF.
            IF WS-IF-CHALLENGER-SW = 'Y'
               MOVE '(ON)'  TO WS-ON-OFF
            ELSE
               MOVE '(OFF)' TO WS-ON-OFF
            END-IF.

       6300-EXIT.
            EXIT.

      *****************************************************************
      * 8000-PRODUCE-REPORT -- THE RUN COUNTS AFTER THE LAST DOSSIER.
      * A REJECTED REQUEST IS RC 4; AN INCOMPLETE DOSSIER OR A FULL
      * AUDIT TABLE IS RC 8.
      *****************************************************************
       8000-PRODUCE-REPORT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM WS-RULE-LINE.

            MOVE WS-READ-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'REQUESTS READ . . . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'REQUESTS REJECTED . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-DOSSIER-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'DOSSIERS PRINTED  . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-LIVE-ROW-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  LIVE SCOREHST ROWS  . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-ARCH-ROW-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ARCHIVED SCOREHST ROWS  . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-DUP-ROW-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ROWS ON BOTH, SHOWN ONCE  . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-INCOMPLETE-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'DOSSIERS INCOMPLETE . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.

            IF WS-INCOMPLETE-COUNT > 0
               MOVE 8 TO RETURN-CODE
            END-IF.

            IF WS-CTL-OVERFLOW-CNT > 0
               DISPLAY 'FRDDOSS: CONTROL TABLE FULL, '
                   WS-CTL-OVERFLOW-CNT ' AUDIT ROW(S) NOT LOADED'
               MOVE 8 TO RETURN-CODE
            END-IF.

       8000-EXIT.
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES.
      *****************************************************************
       9000-TERMINATE.
            CLOSE REQUEST-FILE.
            CLOSE SCORE-HIST-FILE.
            CLOSE ARCHIVE-FILE.
            CLOSE THRESHOLD-FILE.
            CLOSE THR-AUDIT-FILE.
            CLOSE MODEL-CONTROL-FILE.
            CLOSE MODEL-AUDIT-FILE.
            CLOSE HOT-CARD-FILE.
            CLOSE HOT-AUDIT-FILE.
            CLOSE CASE-FILE.
            CLOSE REPORT-FILE.

       9000-EXIT.
            EXIT.
