       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPPANAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * COMMON-POINT-OF-PURCHASE (CPP) COMPROMISE ANALYSIS.  WHEN A
      * BATCH OF CARDS GOES BAD AT ONCE THEY USUALLY SHARE ONE PLACE
      * THEY ALL SHOPPED BEFORE THE FRAUD STARTED -- A SKIMMED
      * TERMINAL, A BREACHED E-COMMERCE SITE.  THIS JOB:
      *   - COLLECTS THE KNOWN FRAUD CARDS FROM THE CHARGEBACK FEED
      *     AND THE CASEFILE 'F' DISPOSITIONS (THE SAME TWO
      *     GROUND-TRUTH SOURCES MRCHLOAD TRUSTS), WITH THE DATE OF
      *     EACH CARD'S FIRST FRAUD,
      *   - WALKS EVERY FRAUD CARD'S HISTORY -- THE LIVE SCOREHST
      *     FILE THROUGH ITS SH-CARD ALTERNATE INDEX PLUS THE
      *     SCRHPURG ARCHIVE PRESORTED BY CARD, MERGED THE SAME WAY
      *     PROFBLD MERGES THEM -- OVER THE N DAYS BEFORE THAT FIRST
      *     FRAUD, AND COUNTS HOW MANY DISTINCT FRAUD CARDS VISITED
      *     EACH MERCHANT (NAME/CITY/STATE/MCC, THE MERCHRSK KEY),
      *   - RANKS THE MERCHANTS BY THAT COUNT; EVERY MERCHANT AT OR
      *     OVER THE MINIMUM IS A LIKELY COMPROMISE POINT,
      *   - MAKES A SECOND PASS OVER THE SAME HISTORY AND LISTS EVERY
      *     OTHER CARD THAT TRANSACTED AT A LIKELY COMPROMISE POINT
      *     INSIDE ITS COMPROMISE WINDOW (FIRST TO LAST FRAUD-CARD
      *     VISIT) AND IS NOT ALREADY BLOCKED ON HOTCARD, TO THE
      *     AT-RISK FILE (COPY/CPPRISK.CPY).
      * ONLY CHAMPION ROWS COUNT -- CHALLENGER SHADOW ROWS WOULD
      * DOUBLE EVERY VISIT.  READ-ONLY AGAINST EVERY INPUT.
      *****************************************************************
           SELECT SCORE-HIST-FILE ASSIGN TO SCOREHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               ALTERNATE RECORD KEY IS SH-CARD WITH DUPLICATES
               FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO CHGBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FC-FILE-STATUS.

           SELECT HOT-CARD-FILE ASSIGN TO HOTCARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HC-CARD
               FILE STATUS IS WS-HC-FILE-STATUS.

           SELECT RISK-FILE ASSIGN TO RISKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RK-FILE-STATUS.

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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(350).

       FD  CHARGEBACK-FILE.
       COPY CHGBACK.

       FD  CASE-FILE.
       COPY FRDCASE.

       FD  HOT-CARD-FILE.
       COPY HOTCARD.

       FD  RISK-FILE.
       COPY CPPRISK.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       77 WS-SH-FILE-STATUS   PIC X(02).
       77 WS-AR-FILE-STATUS   PIC X(02).
       77 WS-CB-FILE-STATUS   PIC X(02).
       77 WS-FC-FILE-STATUS   PIC X(02).
       77 WS-HC-FILE-STATUS   PIC X(02).
       77 WS-RK-FILE-STATUS   PIC X(02).
       77 WS-RPT-FILE-STATUS  PIC X(02).

       77 WS-CB-EOF-SW        PIC X(01) VALUE 'N'.
           88 CB-EOF-REACHED  VALUE 'Y'.
       77 WS-FC-EOF-SW        PIC X(01) VALUE 'N'.
           88 FC-EOF-REACHED  VALUE 'Y'.
       77 WS-LIVE-EOF-SW      PIC X(01) VALUE 'N'.
           88 LIVE-EOF-REACHED VALUE 'Y'.
       77 WS-ARCH-EOF-SW      PIC X(01) VALUE 'N'.
           88 ARCH-EOF-REACHED VALUE 'Y'.
       77 WS-LIVE-READY-SW    PIC X(01).
           88 LIVE-ROW-READY  VALUE 'Y'.
       77 WS-ARCH-READY-SW    PIC X(01).
           88 ARCH-ROW-READY  VALUE 'Y'.

      *****************************************************************
      * OVERLAY FOR ONE ARCHIVED SCOREHST IMAGE.  HAND-MAINTAINED TO
      * MIRROR COPY/SCOREHST.CPY FIELD FOR FIELD, THE SAME AS
      * PROFBLD'S; KEEP BOTH IN STEP IF THE RECORD LAYOUT CHANGES.
      *****************************************************************
       01 WS-ARCH-ROW         PIC X(350).
       01 WS-ARCH-OVERLAY REDEFINES WS-ARCH-ROW.
           03 FILLER              PIC X(36).
           03 ARCH-DATE           PIC 9(08).
           03 FILLER              PIC X(19).
           03 FILLER              PIC X(36).
           03 ARCH-MODEL-ROLE     PIC X(10).
           03 ARCH-CARD           PIC X(16).
           03 ARCH-AMOUNT         PIC S9(9)V99 COMP-3.
           03 ARCH-MERCHANTXNAME  PIC X(25).
           03 ARCH-MERCHANTXCITY  PIC X(20).
           03 ARCH-MERCHANTXSTATE PIC X(02).
           03 ARCH-MCC            PIC X(04).
           03 FILLER              PIC X(84).
           03 ARCH-RESCORE-FLAG   PIC X(01).
           03 FILLER              PIC X(83).

      *****************************************************************
      * THE PENDING (NOT YET CONSUMED) CHAMPION ROW FROM EACH INPUT,
      * NORMALIZED TO THE FIELDS THE ANALYSIS NEEDS.
      *****************************************************************
       01 LIVE-PENDING.
           03 LP-CARD             PIC X(16).
           03 LP-DATE             PIC 9(08).
           03 LP-AMOUNT           PIC S9(9)V99 COMP-3.
           03 LP-MER-KEY          PIC X(51).
       01 ARCH-PENDING.
           03 AP-CARD             PIC X(16).
           03 AP-DATE             PIC 9(08).
           03 AP-AMOUNT           PIC S9(9)V99 COMP-3.
           03 AP-MER-KEY          PIC X(51).
       01 WS-ROW.
           03 WS-ROW-DATE         PIC 9(08).
           03 WS-ROW-AMOUNT       PIC S9(9)V99 COMP-3.
           03 WS-ROW-MER-KEY.
               05 WS-ROW-NAME     PIC X(25).
               05 WS-ROW-CITY     PIC X(20).
               05 WS-ROW-STATE    PIC X(02).
               05 WS-ROW-MCC      PIC X(04).

       01 WS-CURRENT-CARD     PIC X(16).

      *****************************************************************
      * KNOWN FRAUD CARDS, ONE ENTRY PER CARD, KEEPING THE EARLIEST
      * FRAUD DATE EITHER SOURCE OFFERS -- THE BOUNDED-TABLE-WITH-
      * OVERFLOW-COUNT PATTERN MRCHLOAD'S LABEL TABLE USES.  A
      * CHARGEBACK CARRIES THE FRAUDULENT TRANSACTION'S OWN DATE; A
      * CASE DISPOSITION ONLY CARRIES THE DAY THE ANALYST WORKED IT,
      * SO ITS FRAUD DATE IS TAKEN AS FC-DATE LESS THE SAME FIVE-DAY
      * REACH-BACK MRCHLOAD GIVES A CASE LABEL.  FCT-WIN-FROM IS THE
      * START OF THE CARD'S LOOKBACK WINDOW.
      *****************************************************************
       01 FRAUD-CARD-TABLE.
           03 FCT-ENTRY OCCURS 4000 TIMES
               INDEXED BY FCT-IDX FCT-USE-IDX.
               05 FCT-CARD            PIC X(16).
               05 FCT-FIRST-DATE      PIC 9(08).
               05 FCT-WIN-FROM        PIC 9(08).
       77 FCT-ENTRY-COUNT     PIC 9(05) COMP VALUE 0.
       77 WS-FCT-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.
       77 WS-FCT-FOUND-SW     PIC X(01).
           88 FCT-FOUND       VALUE 'Y'.
       77 WS-FCT-ORDINAL      PIC 9(05) COMP.
       77 WS-CASE-LABEL-DAYS  PIC 9(02) VALUE 5.
       01 WS-NEW-CARD         PIC X(16).
       01 WS-NEW-DATE         PIC 9(08).

      *****************************************************************
      * EVERY MERCHANT A FRAUD CARD VISITED INSIDE ITS WINDOW --
      * FIND-OR-ADD, LIKE MRCHLOAD'S MERCHANT TABLE.  MER-LAST-FCT
      * HOLDS THE FRAUD CARD LAST COUNTED AGAINST THE MERCHANT, SO A
      * CARD THAT SHOPPED THERE FIVE TIMES COUNTS ONCE.  THE WINDOW
      * DATES ARE THE FIRST AND LAST FRAUD-CARD VISITS -- THE SPAN
      * THE COMPROMISE WAS LIVE.
      *****************************************************************
       01 MERCHANT-TABLE.
           03 MER-ENTRY OCCURS 2000 TIMES
               INDEXED BY MER-IDX MER-USE-IDX.
               05 MER-KEY             PIC X(51).
               05 MER-FRAUD-CARDS     PIC 9(05) COMP.
               05 MER-LAST-FCT        PIC 9(05) COMP.
               05 MER-WIN-FROM        PIC 9(08).
               05 MER-WIN-TO          PIC 9(08).
               05 MER-RANKED-SW       PIC X(01).
                   88 MER-RANKED      VALUE 'Y'.
       77 MER-ENTRY-COUNT     PIC 9(04) COMP VALUE 0.
       77 WS-MER-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.
       77 WS-MER-FOUND-SW     PIC X(01).
           88 MER-FOUND       VALUE 'Y'.

      *****************************************************************
      * LIKELY COMPROMISE POINTS IN RANK ORDER.  CND-LAST-CARD IS
      * THE LAST CARD SEEN AT THE MERCHANT ON THE SECOND PASS -- THE
      * PASS RUNS IN CARD ORDER, SO IT DEDUPLICATES A CARD'S REPEAT
      * VISITS WITHOUT A TABLE OF CARDS; CND-VISIT-DATE/AMOUNT HOLD
      * THAT CARD'S LATEST VISIT UNTIL ITS CARD BREAK.
      *****************************************************************
       01 CANDIDATE-TABLE.
           03 CND-ENTRY OCCURS 50 TIMES INDEXED BY CND-IDX.
               05 CND-KEY.
                   07 CND-NAME        PIC X(25).
                   07 CND-CITY        PIC X(20).
                   07 CND-STATE       PIC X(02).
                   07 CND-MCC         PIC X(04).
               05 CND-FRAUD-CARDS     PIC 9(05) COMP.
               05 CND-WIN-FROM        PIC 9(08).
               05 CND-WIN-TO          PIC 9(08).
               05 CND-ALL-CARDS       PIC 9(07) COMP.
               05 CND-AT-RISK         PIC 9(07) COMP.
               05 CND-LAST-CARD       PIC X(16).
               05 CND-VISIT-DATE      PIC 9(08).
               05 CND-VISIT-AMOUNT    PIC S9(9)V99 COMP-3.
       77 CND-ENTRY-COUNT     PIC 9(03) COMP VALUE 0.
       77 WS-CND-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.
       77 WS-BEST-COUNT       PIC 9(05) COMP.
       77 WS-BEST-SW          PIC X(01).
           88 BEST-FOUND      VALUE 'Y'.
       77 WS-RANK-DONE-SW     PIC X(01) VALUE 'N'.
           88 RANKING-DONE    VALUE 'Y'.

      *****************************************************************
      * HOT-CARD STATE OF THE CURRENT CARD ON THE SECOND PASS, LOOKED
      * UP ONCE PER CARD AND ONLY WHEN THE CARD TOUCHED A LIKELY
      * COMPROMISE POINT.  AN EXPIRED ENTRY DOES NOT COUNT -- FRAUDMOD
      * LETS THE CARD SCORE AGAIN ONCE HC-EXPIRY-DATE PASSES.
      *****************************************************************
       77 WS-HOT-CHECKED-SW   PIC X(01).
           88 HOT-CHECKED     VALUE 'Y'.
       77 WS-HOT-LISTED-SW    PIC X(01).
           88 CARD-HOT-LISTED VALUE 'Y'.

       01 WS-WINDOW-DAYS      PIC 9(03) VALUE 60.
       01 WS-MIN-FRAUD-CARDS  PIC 9(02) VALUE 3.
       01 WS-TODAY-DATE       PIC 9(08).

       77 WS-WINDOW-ROW-COUNT PIC 9(09) COMP VALUE 0.
       77 WS-FRAUD-SEEN-COUNT PIC 9(07) COMP VALUE 0.
       77 WS-RISK-WRITTEN     PIC 9(07) COMP VALUE 0.
       77 WS-RISK-HOT-SKIPPED PIC 9(07) COMP VALUE 0.

       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

       01 WS-RANK-LINE.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WRL-RANK            PIC ZZ9.
           03 FILLER              PIC X(07) VALUE ' FRAUD='.
           03 WRL-FRAUD           PIC ZZ,ZZ9.
           03 FILLER              PIC X(07) VALUE ' CARDS='.
           03 WRL-CARDS           PIC ZZZ,ZZ9.
           03 FILLER              PIC X(09) VALUE ' AT-RISK='.
           03 WRL-AT-RISK         PIC ZZZ,ZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WRL-WIN-FROM        PIC 9(08).
           03 FILLER              PIC X(01) VALUE '-'.
           03 WRL-WIN-TO          PIC 9(08).
       01 WS-MERCH-LINE.
           03 FILLER              PIC X(06) VALUE SPACES.
           03 WML-NAME            PIC X(25).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WML-CITY            PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WML-STATE           PIC X(02).
           03 FILLER              PIC X(05) VALUE ' MCC='.
           03 WML-MCC             PIC X(04).

      *****************************************************************
      * RUN-CONTROL LEDGER (COPY/RUNCTL.CPY).  WS-RN-BUSINESS-DATE IS
      * THE KEY OF THIS RUN'S ROW AND OF ITS PREREQUISITES' ROWS.
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
       01 WS-RN-PROGRAM       PIC X(08) VALUE 'CPPANAL'.
       01 WS-RN-BUSINESS-DATE PIC 9(08).
       01 WS-RN-PREREQ-PROGRAM PIC X(08).
       01 WS-RN-PREREQ-TEXT   PIC X(20).
       01 WS-RN-REFUSE-REASON PIC X(40).
       01 WS-RN-NOW-DATE      PIC 9(08).
       01 WS-RN-NOW-TIME      PIC 9(08).

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=CPPANAL,PARM='DDDNN': DDD IS
      * THE LOOKBACK WINDOW IN DAYS BEFORE EACH CARD'S FIRST FRAUD
      * (DEFAULT 60), NN THE MINIMUM NUMBER OF DISTINCT FRAUD CARDS
      * A MERCHANT MUST SHARE TO BE RANKED A LIKELY COMPROMISE POINT
      * (DEFAULT 3).
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-INFO.
           05 PARM-LENGTH     PIC S9(04) COMP.
           05 PARM-WINDOW-DAYS PIC X(03).
           05 PARM-MIN-CARDS  PIC X(02).

       PROCEDURE DIVISION USING PARM-INFO.

       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.

            PERFORM 2000-LOAD-ONE-CHARGEBACK THRU 2000-EXIT
                UNTIL CB-EOF-REACHED.

            PERFORM 2500-LOAD-ONE-CASE THRU 2500-EXIT
                UNTIL FC-EOF-REACHED.

            PERFORM 2800-SET-ONE-WINDOW THRU 2800-EXIT
                VARYING FCT-IDX FROM 1 BY 1
                UNTIL FCT-IDX > FCT-ENTRY-COUNT.

            PERFORM 1500-OPEN-HISTORY THRU 1500-EXIT.
            PERFORM 3000-SCAN-ONE-CARD THRU 3000-EXIT
                UNTIL LIVE-EOF-REACHED AND ARCH-EOF-REACHED.
            PERFORM 1600-CLOSE-HISTORY THRU 1600-EXIT.

            PERFORM 4000-PICK-NEXT-CANDIDATE THRU 4000-EXIT
                UNTIL RANKING-DONE.

            IF CND-ENTRY-COUNT > 0
               PERFORM 1500-OPEN-HISTORY THRU 1500-EXIT
               PERFORM 5000-SWEEP-ONE-CARD THRU 5000-EXIT
                   UNTIL LIVE-EOF-REACHED AND ARCH-EOF-REACHED
               PERFORM 1600-CLOSE-HISTORY THRU 1600-EXIT
            END-IF.

            PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
            PERFORM 9000-TERMINATE THRU 9000-EXIT.

            STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- RESOLVE THE PARMS, OPEN THE FRAUD SOURCES,
      * THE HOT-CARD LIST AND THE OUTPUTS, AND PRIME THE READS.  A BAD
      * OPEN IS FATAL -- A PARTIAL AT-RISK LIST THAT LOOKS COMPLETE
      * LEAVES CARDS UNBLOCKED THAT SHOULD NOT BE.
      *****************************************************************
       1000-INITIALIZE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            IF PARM-LENGTH = 5
               IF PARM-WINDOW-DAYS IS NUMERIC
                  AND PARM-WINDOW-DAYS NOT = '000'
                  MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
               END-IF
               IF PARM-MIN-CARDS IS NUMERIC
                  AND PARM-MIN-CARDS NOT = '00'
                  MOVE PARM-MIN-CARDS TO WS-MIN-FRAUD-CARDS
               END-IF
            END-IF.

            COMPUTE WS-RN-BUSINESS-DATE =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).
            PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.

            OPEN INPUT  CHARGEBACK-FILE.
            IF WS-CB-FILE-STATUS NOT = '00'
               DISPLAY 'CHGBACK OPEN FAILED, STATUS='
                   WS-CB-FILE-STATUS
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

            OPEN INPUT  HOT-CARD-FILE.
            IF WS-HC-FILE-STATUS NOT = '00'
               DISPLAY 'HOTCARD OPEN FAILED, STATUS='
                   WS-HC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT RISK-FILE.
            IF WS-RK-FILE-STATUS NOT = '00'
               DISPLAY 'RISKOUT OPEN FAILED, STATUS='
                   WS-RK-FILE-STATUS
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

            READ CHARGEBACK-FILE
                AT END
                   MOVE 'Y' TO WS-CB-EOF-SW
            END-READ.

            READ CASE-FILE
                AT END
                   MOVE 'Y' TO WS-FC-EOF-SW
            END-READ.

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
               DISPLAY 'CPPANAL NOT RUN FOR ' WS-RN-BUSINESS-DATE
                   ' - ' WS-RN-REFUSE-REASON
               CLOSE RUN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       1050-EXIT.
            EXIT.

      *****************************************************************
      * 1060-CHECK-PREREQUISITES -- THE NIGHT'S SCOREHST PURGE MUST
      * HAVE ENDED CLEAN FOR THE DATE.  THE HISTORY IS THE LIVE FILE
      * PLUS THE PURGE'S ARCHIVE, AND A PURGE LEFT IN FLIGHT HAS ROWS
      * IT ARCHIVED BUT HAD NOT YET DELETED ON BOTH -- OR, IN THE
      * GENERATION IT NEVER FINISHED, ON NEITHER.
      *****************************************************************
       1060-CHECK-PREREQUISITES.
            MOVE 'SCRHPURG' TO WS-RN-PREREQ-PROGRAM.
            MOVE 'C'        TO WS-RN-PREREQ-RULE.
            PERFORM 1070-CHECK-ONE-PREREQ THRU 1070-EXIT.

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
      * 1500-OPEN-HISTORY -- OPEN BOTH HISTORY SOURCES, POSITION THE
      * LIVE FILE AT THE FIRST ROW IN SH-CARD ORDER AND PRIME BOTH
      * PENDING ROWS.  CALLED ONCE PER PASS; THE ARCHIVE IS A PLAIN
      * SEQUENTIAL DATASET, SO REOPENING IT READS IT FROM THE TOP.
      *****************************************************************
       1500-OPEN-HISTORY.
            MOVE 'N' TO WS-LIVE-EOF-SW.
            MOVE 'N' TO WS-ARCH-EOF-SW.

            OPEN INPUT SCORE-HIST-FILE.
            IF WS-SH-FILE-STATUS NOT = '00'
               DISPLAY 'SCOREHST OPEN FAILED, STATUS='
                   WS-SH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT ARCHIVE-FILE.
            IF WS-AR-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHIN OPEN FAILED, STATUS='
                   WS-AR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE LOW-VALUES TO SH-CARD.
            START SCORE-HIST-FILE KEY NOT LESS THAN SH-CARD
                INVALID KEY
                   MOVE 'Y' TO WS-LIVE-EOF-SW
            END-START.

            IF NOT LIVE-EOF-REACHED
               PERFORM 2900-READ-NEXT-LIVE THRU 2900-EXIT
            END-IF.
            PERFORM 2950-READ-NEXT-ARCH THRU 2950-EXIT.

       1500-EXIT.
            EXIT.

       1600-CLOSE-HISTORY.
            CLOSE SCORE-HIST-FILE.
            CLOSE ARCHIVE-FILE.

       1600-EXIT.
            EXIT.

      *****************************************************************
      * 2000-LOAD-ONE-CHARGEBACK -- ONE FEED RECORD: ITS CARD IS A
      * FRAUD CARD AS OF THE CHARGED-BACK TRANSACTION'S DATE.  THEN
      * READ THE NEXT.
      *****************************************************************
       2000-LOAD-ONE-CHARGEBACK.
            MOVE CB-CARD     TO WS-NEW-CARD.
            MOVE CB-TXN-DATE TO WS-NEW-DATE.
            PERFORM 2700-FIND-OR-ADD-FRAUD-CARD THRU 2700-EXIT.

            READ CHARGEBACK-FILE
                AT END
                   MOVE 'Y' TO WS-CB-EOF-SW
            END-READ.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 2500-LOAD-ONE-CASE -- ONE CASEFILE ROW: A CONFIRMED-FRAUD
      * ('F') DISPOSITION MAKES ITS CARD A FRAUD CARD AS OF FC-DATE
      * LESS THE CASE REACH-BACK; EVERY OTHER DISPOSITION IS SKIPPED.
      * THEN READ THE NEXT ROW.
      *****************************************************************
       2500-LOAD-ONE-CASE.
            IF FC-CONFIRMED-FRAUD
               MOVE FC-CARD TO WS-NEW-CARD
               COMPUTE WS-NEW-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(FC-DATE)
                           - WS-CASE-LABEL-DAYS)
               PERFORM 2700-FIND-OR-ADD-FRAUD-CARD THRU 2700-EXIT
            END-IF.

            READ CASE-FILE
                AT END
                   MOVE 'Y' TO WS-FC-EOF-SW
            END-READ.

       2500-EXIT.
            EXIT.

      *****************************************************************
      * 2700-FIND-OR-ADD-FRAUD-CARD -- ONE ENTRY PER CARD; A CARD
      * ALREADY HELD KEEPS THE EARLIER OF ITS TWO FRAUD DATES, SINCE
      * THE COMPROMISE HAPPENED BEFORE THE FIRST FRAUD, NOT THE LAST.
      *****************************************************************
       2700-FIND-OR-ADD-FRAUD-CARD.
            PERFORM 2750-FIND-FRAUD-CARD THRU 2750-EXIT.

            IF FCT-FOUND
               IF WS-NEW-DATE < FCT-FIRST-DATE(FCT-USE-IDX)
                  MOVE WS-NEW-DATE TO FCT-FIRST-DATE(FCT-USE-IDX)
               END-IF
            ELSE
               IF FCT-ENTRY-COUNT < 4000
                  ADD 1 TO FCT-ENTRY-COUNT
                  SET FCT-IDX TO FCT-ENTRY-COUNT
                  MOVE WS-NEW-CARD TO FCT-CARD(FCT-IDX)
                  MOVE WS-NEW-DATE TO FCT-FIRST-DATE(FCT-IDX)
               ELSE
                  ADD 1 TO WS-FCT-OVERFLOW-CNT
               END-IF
            END-IF.

       2700-EXIT.
            EXIT.

      *****************************************************************
      * 2750-FIND-FRAUD-CARD -- LOCATE WS-NEW-CARD IN THE FRAUD-CARD
      * TABLE.  FCT-USE-IDX IS CAPTURED AT THE MATCH FOR THE SAME
      * REASON THRWHIF'S WIF-USE-IDX IS.
      *****************************************************************
       2750-FIND-FRAUD-CARD.
            MOVE 'N' TO WS-FCT-FOUND-SW.

            PERFORM 2760-SCAN-FRAUD-ENTRY THRU 2760-EXIT
                VARYING FCT-IDX FROM 1 BY 1
                UNTIL FCT-IDX > FCT-ENTRY-COUNT OR FCT-FOUND.

       2750-EXIT.
            EXIT.

       2760-SCAN-FRAUD-ENTRY.
            IF FCT-CARD(FCT-IDX) = WS-NEW-CARD
               MOVE 'Y' TO WS-FCT-FOUND-SW
               SET FCT-USE-IDX TO FCT-IDX
            END-IF.

       2760-EXIT.
            EXIT.

      *****************************************************************
      * 2800-SET-ONE-WINDOW -- THE LOOKBACK WINDOW OPENS WS-WINDOW-DAYS
      * BEFORE THE CARD'S FIRST FRAUD AND CLOSES THE DAY BEFORE IT --
      * THE FRAUD ITSELF HAPPENS AT THE FRAUDSTER'S MERCHANTS, NOT
      * THE COMPROMISE POINT.
      *****************************************************************
       2800-SET-ONE-WINDOW.
            COMPUTE FCT-WIN-FROM(FCT-IDX) =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(FCT-FIRST-DATE(FCT-IDX))
                        - WS-WINDOW-DAYS).

       2800-EXIT.
            EXIT.

      *****************************************************************
      * 2900-READ-NEXT-LIVE -- NEXT CHAMPION ROW FROM THE LIVE FILE
      * IN CARD ORDER; CHALLENGER SHADOW ROWS AND POST-OUTAGE
      * RE-SCORE ROWS ARE SKIPPED HERE SO THE MERGE ONLY EVER SEES ONE
      * ROW PER TRANSACTION.
      *****************************************************************
       2900-READ-NEXT-LIVE.
            MOVE 'N' TO WS-LIVE-READY-SW.
            PERFORM 2910-READ-LIVE-RAW THRU 2910-EXIT
                UNTIL LIVE-EOF-REACHED OR LIVE-ROW-READY.

       2900-EXIT.
            EXIT.

       2910-READ-LIVE-RAW.
            READ SCORE-HIST-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-LIVE-EOF-SW
                NOT AT END
                   IF SH-MODEL-ROLE = 'CHAMPION  '
                      AND NOT SH-RESCORE-ROW
                      MOVE 'Y'        TO WS-LIVE-READY-SW
                      MOVE SH-CARD    TO LP-CARD
                      MOVE SH-DATE    TO LP-DATE
                      MOVE SH-AMOUNT  TO LP-AMOUNT
                      MOVE SH-MERCHANTXNAME  TO LP-MER-KEY(1:25)
                      MOVE SH-MERCHANTXCITY  TO LP-MER-KEY(26:20)
                      MOVE SH-MERCHANTXSTATE TO LP-MER-KEY(46:2)
                      MOVE SH-MCC     TO LP-MER-KEY(48:4)
                   END-IF
            END-READ.

       2910-EXIT.
            EXIT.

      *****************************************************************
      * 2950-READ-NEXT-ARCH -- NEXT CHAMPION ROW FROM THE PRESORTED
      * ARCHIVE, THROUGH THE HAND-MAINTAINED OVERLAY, SKIPPING
      * RE-SCORE ROWS THE SAME AS THE LIVE SIDE.
      *****************************************************************
       2950-READ-NEXT-ARCH.
            MOVE 'N' TO WS-ARCH-READY-SW.
            PERFORM 2960-READ-ARCH-RAW THRU 2960-EXIT
                UNTIL ARCH-EOF-REACHED OR ARCH-ROW-READY.

       2950-EXIT.
            EXIT.

       2960-READ-ARCH-RAW.
            READ ARCHIVE-FILE
                AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
                NOT AT END
                   MOVE ARCHIVE-RECORD TO WS-ARCH-ROW
                   IF ARCH-MODEL-ROLE = 'CHAMPION  '
                      AND ARCH-RESCORE-FLAG NOT = 'R'
                      MOVE 'Y'         TO WS-ARCH-READY-SW
                      MOVE ARCH-CARD   TO AP-CARD
                      MOVE ARCH-DATE   TO AP-DATE
                      MOVE ARCH-AMOUNT TO AP-AMOUNT
                      MOVE ARCH-MERCHANTXNAME  TO AP-MER-KEY(1:25)
                      MOVE ARCH-MERCHANTXCITY  TO AP-MER-KEY(26:20)
                      MOVE ARCH-MERCHANTXSTATE TO AP-MER-KEY(46:2)
                      MOVE ARCH-MCC    TO AP-MER-KEY(48:4)
                   END-IF
            END-READ.

       2960-EXIT.
            EXIT.

      *****************************************************************
      * 2990-PICK-CURRENT-CARD -- THE CARD FOR THE NEXT CONTROL-BREAK
      * CYCLE IS THE LOWER OF THE TWO PENDING CARDS.
      *****************************************************************
       2990-PICK-CURRENT-CARD.
            IF LIVE-EOF-REACHED
               MOVE AP-CARD TO WS-CURRENT-CARD
            ELSE
               IF ARCH-EOF-REACHED
                  MOVE LP-CARD TO WS-CURRENT-CARD
               ELSE
                  IF LP-CARD < AP-CARD
                     MOVE LP-CARD TO WS-CURRENT-CARD
                  ELSE
                     MOVE AP-CARD TO WS-CURRENT-CARD
                  END-IF
               END-IF
            END-IF.

            MOVE WS-CURRENT-CARD TO WS-NEW-CARD.
            PERFORM 2750-FIND-FRAUD-CARD THRU 2750-EXIT.

       2990-EXIT.
            EXIT.

      *****************************************************************
      * 3000-SCAN-ONE-CARD -- FIRST PASS, ONE CONTROL-BREAK CYCLE.
      * EVERY ROW FOR THE CURRENT CARD IS CONSUMED FROM BOTH INPUTS;
      * ONLY A FRAUD CARD'S ROWS ARE TALLIED.
      *****************************************************************
       3000-SCAN-ONE-CARD.
            PERFORM 2990-PICK-CURRENT-CARD THRU 2990-EXIT.

            IF FCT-FOUND
               ADD 1 TO WS-FRAUD-SEEN-COUNT
               SET WS-FCT-ORDINAL TO FCT-USE-IDX
            END-IF.

            PERFORM 3100-CONSUME-LIVE-ROW THRU 3100-EXIT
                UNTIL LIVE-EOF-REACHED
                OR LP-CARD NOT = WS-CURRENT-CARD.

            PERFORM 3200-CONSUME-ARCH-ROW THRU 3200-EXIT
                UNTIL ARCH-EOF-REACHED
                OR AP-CARD NOT = WS-CURRENT-CARD.

       3000-EXIT.
            EXIT.

       3100-CONSUME-LIVE-ROW.
            IF FCT-FOUND
               MOVE LP-DATE    TO WS-ROW-DATE
               MOVE LP-AMOUNT  TO WS-ROW-AMOUNT
               MOVE LP-MER-KEY TO WS-ROW-MER-KEY
               PERFORM 3300-TALLY-ROW THRU 3300-EXIT
            END-IF.

            PERFORM 2900-READ-NEXT-LIVE THRU 2900-EXIT.

       3100-EXIT.
            EXIT.

       3200-CONSUME-ARCH-ROW.
            IF FCT-FOUND
               MOVE AP-DATE    TO WS-ROW-DATE
               MOVE AP-AMOUNT  TO WS-ROW-AMOUNT
               MOVE AP-MER-KEY TO WS-ROW-MER-KEY
               PERFORM 3300-TALLY-ROW THRU 3300-EXIT
            END-IF.

            PERFORM 2950-READ-NEXT-ARCH THRU 2950-EXIT.

       3200-EXIT.
            EXIT.

      *****************************************************************
      * 3300-TALLY-ROW -- A FRAUD CARD'S ROW INSIDE ITS LOOKBACK
      * WINDOW COUNTS THE CARD AGAINST THE MERCHANT (ONCE PER CARD)
      * AND WIDENS THE MERCHANT'S COMPROMISE WINDOW TO COVER IT.
      *****************************************************************
       3300-TALLY-ROW.
            IF WS-ROW-DATE >= FCT-WIN-FROM(FCT-USE-IDX)
               AND WS-ROW-DATE < FCT-FIRST-DATE(FCT-USE-IDX)
               ADD 1 TO WS-WINDOW-ROW-COUNT
               PERFORM 3310-FIND-OR-ADD-MERCHANT THRU 3310-EXIT
               IF MER-FOUND
                  IF MER-LAST-FCT(MER-USE-IDX) NOT = WS-FCT-ORDINAL
                     ADD 1 TO MER-FRAUD-CARDS(MER-USE-IDX)
                     MOVE WS-FCT-ORDINAL TO MER-LAST-FCT(MER-USE-IDX)
                  END-IF
                  IF WS-ROW-DATE < MER-WIN-FROM(MER-USE-IDX)
                     MOVE WS-ROW-DATE TO MER-WIN-FROM(MER-USE-IDX)
                  END-IF
                  IF WS-ROW-DATE > MER-WIN-TO(MER-USE-IDX)
                     MOVE WS-ROW-DATE TO MER-WIN-TO(MER-USE-IDX)
                  END-IF
               END-IF
            END-IF.

       3300-EXIT.
            EXIT.

       3310-FIND-OR-ADD-MERCHANT.
            MOVE 'N' TO WS-MER-FOUND-SW.

            PERFORM 3320-SCAN-MERCHANT-ENTRY THRU 3320-EXIT
                VARYING MER-IDX FROM 1 BY 1
                UNTIL MER-IDX > MER-ENTRY-COUNT OR MER-FOUND.

            IF NOT MER-FOUND
               IF MER-ENTRY-COUNT < 2000
                  ADD 1 TO MER-ENTRY-COUNT
                  SET MER-IDX TO MER-ENTRY-COUNT
                  SET MER-USE-IDX TO MER-ENTRY-COUNT
                  MOVE WS-ROW-MER-KEY TO MER-KEY(MER-IDX)
                  MOVE 0           TO MER-FRAUD-CARDS(MER-IDX)
                  MOVE 0           TO MER-LAST-FCT(MER-IDX)
                  MOVE WS-ROW-DATE TO MER-WIN-FROM(MER-IDX)
                  MOVE WS-ROW-DATE TO MER-WIN-TO(MER-IDX)
                  MOVE 'N'         TO MER-RANKED-SW(MER-IDX)
                  MOVE 'Y'         TO WS-MER-FOUND-SW
               ELSE
                  ADD 1 TO WS-MER-OVERFLOW-CNT
               END-IF
            END-IF.

       3310-EXIT.
            EXIT.

       3320-SCAN-MERCHANT-ENTRY.
            IF MER-KEY(MER-IDX) = WS-ROW-MER-KEY
               MOVE 'Y' TO WS-MER-FOUND-SW
               SET MER-USE-IDX TO MER-IDX
            END-IF.

       3320-EXIT.
            EXIT.

      *****************************************************************
      * 4000-PICK-NEXT-CANDIDATE -- RANKING BY REPEATED SELECTION:
      * TAKE THE UNRANKED MERCHANT SHARING THE MOST FRAUD CARDS.
      * RANKING STOPS WHEN NO UNRANKED MERCHANT MEETS THE MINIMUM;
      * QUALIFYING MERCHANTS BEYOND THE TABLE ARE COUNTED, NOT LOST
      * SILENTLY.
      *****************************************************************
       4000-PICK-NEXT-CANDIDATE.
            MOVE 'N' TO WS-BEST-SW.
            MOVE 0   TO WS-BEST-COUNT.

            PERFORM 4100-CHECK-ONE-MERCHANT THRU 4100-EXIT
                VARYING MER-IDX FROM 1 BY 1
                UNTIL MER-IDX > MER-ENTRY-COUNT.

            IF NOT BEST-FOUND
               MOVE 'Y' TO WS-RANK-DONE-SW
            ELSE
               MOVE 'Y' TO MER-RANKED-SW(MER-USE-IDX)
               IF CND-ENTRY-COUNT < 50
                  ADD 1 TO CND-ENTRY-COUNT
                  SET CND-IDX TO CND-ENTRY-COUNT
                  MOVE MER-KEY(MER-USE-IDX) TO CND-KEY(CND-IDX)
                  MOVE MER-FRAUD-CARDS(MER-USE-IDX)
                      TO CND-FRAUD-CARDS(CND-IDX)
                  MOVE MER-WIN-FROM(MER-USE-IDX)
                      TO CND-WIN-FROM(CND-IDX)
                  MOVE MER-WIN-TO(MER-USE-IDX)
                      TO CND-WIN-TO(CND-IDX)
                  MOVE 0      TO CND-ALL-CARDS(CND-IDX)
                  MOVE 0      TO CND-AT-RISK(CND-IDX)
                  MOVE SPACES TO CND-LAST-CARD(CND-IDX)
               ELSE
                  ADD 1 TO WS-CND-OVERFLOW-CNT
               END-IF
            END-IF.

       4000-EXIT.
            EXIT.

       4100-CHECK-ONE-MERCHANT.
            IF NOT MER-RANKED(MER-IDX)
               AND MER-FRAUD-CARDS(MER-IDX) >= WS-MIN-FRAUD-CARDS
               AND MER-FRAUD-CARDS(MER-IDX) > WS-BEST-COUNT
               MOVE 'Y' TO WS-BEST-SW
               MOVE MER-FRAUD-CARDS(MER-IDX) TO WS-BEST-COUNT
               SET MER-USE-IDX TO MER-IDX
            END-IF.

       4100-EXIT.
            EXIT.

      *****************************************************************
      * 5000-SWEEP-ONE-CARD -- SECOND PASS, ONE CONTROL-BREAK CYCLE.
      * EVERY CARD'S ROWS ARE MATCHED AGAINST THE LIKELY COMPROMISE
      * POINTS; AT THE CARD BREAK A CARD THAT VISITED ONE (AND IS
      * NOT A FRAUD CARD ALREADY) GOES TO THE AT-RISK FILE.
      *****************************************************************
       5000-SWEEP-ONE-CARD.
            PERFORM 2990-PICK-CURRENT-CARD THRU 2990-EXIT.
            MOVE 'N' TO WS-HOT-CHECKED-SW.
            MOVE 'N' TO WS-HOT-LISTED-SW.

            PERFORM 5100-SWEEP-LIVE-ROW THRU 5100-EXIT
                UNTIL LIVE-EOF-REACHED
                OR LP-CARD NOT = WS-CURRENT-CARD.

            PERFORM 5200-SWEEP-ARCH-ROW THRU 5200-EXIT
                UNTIL ARCH-EOF-REACHED
                OR AP-CARD NOT = WS-CURRENT-CARD.

            IF NOT FCT-FOUND
               PERFORM 5500-EMIT-ONE-AT-RISK THRU 5500-EXIT
                   VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > CND-ENTRY-COUNT
            END-IF.

       5000-EXIT.
            EXIT.

       5100-SWEEP-LIVE-ROW.
            MOVE LP-DATE    TO WS-ROW-DATE.
            MOVE LP-AMOUNT  TO WS-ROW-AMOUNT.
            MOVE LP-MER-KEY TO WS-ROW-MER-KEY.
            PERFORM 5300-MATCH-ONE-CANDIDATE THRU 5300-EXIT
                VARYING CND-IDX FROM 1 BY 1
                UNTIL CND-IDX > CND-ENTRY-COUNT.

            PERFORM 2900-READ-NEXT-LIVE THRU 2900-EXIT.

       5100-EXIT.
            EXIT.

       5200-SWEEP-ARCH-ROW.
            MOVE AP-DATE    TO WS-ROW-DATE.
            MOVE AP-AMOUNT  TO WS-ROW-AMOUNT.
            MOVE AP-MER-KEY TO WS-ROW-MER-KEY.
            PERFORM 5300-MATCH-ONE-CANDIDATE THRU 5300-EXIT
                VARYING CND-IDX FROM 1 BY 1
                UNTIL CND-IDX > CND-ENTRY-COUNT.

            PERFORM 2950-READ-NEXT-ARCH THRU 2950-EXIT.

       5200-EXIT.
            EXIT.

      *****************************************************************
      * 5300-MATCH-ONE-CANDIDATE -- A VISIT TO THIS COMPROMISE POINT
      * INSIDE ITS WINDOW.  THE FIRST VISIT BY A CARD COUNTS THE CARD
      * (FRAUD OR NOT) TOWARD THE MERCHANT'S CARD POPULATION; EVERY
      * VISIT KEEPS THE LATEST DATE AND AMOUNT FOR THE AT-RISK ROW.
      *****************************************************************
       5300-MATCH-ONE-CANDIDATE.
            IF CND-KEY(CND-IDX) = WS-ROW-MER-KEY
               AND WS-ROW-DATE >= CND-WIN-FROM(CND-IDX)
               AND WS-ROW-DATE <= CND-WIN-TO(CND-IDX)
               IF CND-LAST-CARD(CND-IDX) NOT = WS-CURRENT-CARD
                  ADD 1 TO CND-ALL-CARDS(CND-IDX)
                  MOVE WS-CURRENT-CARD TO CND-LAST-CARD(CND-IDX)
                  MOVE WS-ROW-DATE     TO CND-VISIT-DATE(CND-IDX)
                  MOVE WS-ROW-AMOUNT   TO CND-VISIT-AMOUNT(CND-IDX)
               ELSE
                  IF WS-ROW-DATE > CND-VISIT-DATE(CND-IDX)
                     MOVE WS-ROW-DATE   TO CND-VISIT-DATE(CND-IDX)
                     MOVE WS-ROW-AMOUNT TO CND-VISIT-AMOUNT(CND-IDX)
                  END-IF
               END-IF
            END-IF.

       5300-EXIT.
            EXIT.

      *****************************************************************
      * 5500-EMIT-ONE-AT-RISK -- AT THE CARD BREAK, ONE AT-RISK ROW
      * PER COMPROMISE POINT THE CARD VISITED, UNLESS THE CARD IS
      * ALREADY BLOCKED ON HOTCARD (IT CANNOT BE SPENT ANYWAY).
      *****************************************************************
       5500-EMIT-ONE-AT-RISK.
            IF CND-LAST-CARD(CND-IDX) = WS-CURRENT-CARD
               PERFORM 5600-CHECK-HOT-CARD THRU 5600-EXIT
               IF CARD-HOT-LISTED
                  ADD 1 TO WS-RISK-HOT-SKIPPED
               ELSE
                  MOVE WS-CURRENT-CARD TO CR-CARD
                  MOVE CND-KEY(CND-IDX) TO CR-MERCHANT-KEY
                  SET CR-RANK TO CND-IDX
                  MOVE CND-FRAUD-CARDS(CND-IDX) TO CR-FRAUD-CARDS
                  MOVE CND-VISIT-DATE(CND-IDX)  TO CR-LAST-VISIT-DATE
                  MOVE CND-VISIT-AMOUNT(CND-IDX)
                      TO CR-LAST-VISIT-AMOUNT
                  MOVE WS-TODAY-DATE TO CR-RUN-DATE
                  WRITE CPP-RISK-RECORD
                  IF WS-RK-FILE-STATUS NOT = '00'
                     DISPLAY 'RISKOUT WRITE FAILED, STATUS='
                         WS-RK-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO WS-RISK-WRITTEN
                  ADD 1 TO CND-AT-RISK(CND-IDX)
               END-IF
            END-IF.

       5500-EXIT.
            EXIT.

       5600-CHECK-HOT-CARD.
            IF NOT HOT-CHECKED
               MOVE 'Y' TO WS-HOT-CHECKED-SW
               MOVE WS-CURRENT-CARD TO HC-CARD
               READ HOT-CARD-FILE
                   INVALID KEY
                      MOVE 'N' TO WS-HOT-LISTED-SW
                   NOT INVALID KEY
                      IF HC-EXPIRY-DATE >= WS-TODAY-DATE
                         MOVE 'Y' TO WS-HOT-LISTED-SW
                      END-IF
               END-READ
            END-IF.

       5600-EXIT.
            EXIT.

      *****************************************************************
      * 8000-PRODUCE-REPORT -- THE INPUTS, THEN THE RANKED LIKELY
      * COMPROMISE POINTS (TWO LINES EACH: COUNTS AND WINDOW, THEN
      * THE MERCHANT), THEN THE AT-RISK TOTALS.  ANY TABLE OVERFLOW
      * ENDS THE STEP RC 8 -- THE RANKING MAY BE INCOMPLETE.
      *****************************************************************
       8000-PRODUCE-REPORT.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'COMMON-POINT-OF-PURCHASE ANALYSIS - RUN DATE '
                   DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            MOVE WS-WINDOW-DAYS TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'LOOKBACK WINDOW (DAYS)  . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-MIN-FRAUD-CARDS TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'MINIMUM FRAUD CARDS PER MERCHANT  . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE FCT-ENTRY-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'KNOWN FRAUD CARDS (CHGBACK + CASE F)  '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-FRAUD-SEEN-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'FRAUD CARDS WITH SCORING HISTORY  . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-WINDOW-ROW-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'FRAUD-CARD ROWS IN LOOKBACK WINDOW  . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE MER-ENTRY-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'MERCHANTS VISITED BY FRAUD CARDS  . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 'LIKELY COMPROMISE POINTS, MOST FRAUD CARDS FIRST'
                TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            IF CND-ENTRY-COUNT = 0
               MOVE '  NONE - NO MERCHANT MET THE MINIMUM.'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF.

            PERFORM 8100-WRITE-CANDIDATE-LINES THRU 8100-EXIT
                VARYING CND-IDX FROM 1 BY 1
                UNTIL CND-IDX > CND-ENTRY-COUNT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            MOVE WS-RISK-WRITTEN TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'AT-RISK CARD ROWS WRITTEN (RISKOUT) . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-RISK-HOT-SKIPPED TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'EXPOSED CARDS ALREADY ON HOTCARD  . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            IF WS-FCT-OVERFLOW-CNT > 0
               MOVE WS-FCT-OVERFLOW-CNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING '** FRAUD CARD TABLE FULL, ' DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      ' CARD(S) NOT ANALYZED **' DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
            END-IF.

            IF WS-MER-OVERFLOW-CNT > 0
               MOVE WS-MER-OVERFLOW-CNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING '** MERCHANT TABLE FULL, ' DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      ' VISIT(S) NOT COUNTED **' DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
            END-IF.

            IF WS-CND-OVERFLOW-CNT > 0
               MOVE WS-CND-OVERFLOW-CNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING '** RANKING TABLE FULL, ' DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      ' MERCHANT(S) NOT SWEPT **' DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
            END-IF.

       8000-EXIT.
            EXIT.

       8100-WRITE-CANDIDATE-LINES.
            SET WRL-RANK TO CND-IDX.
            MOVE CND-FRAUD-CARDS(CND-IDX) TO WRL-FRAUD.
            MOVE CND-ALL-CARDS(CND-IDX)   TO WRL-CARDS.
            MOVE CND-AT-RISK(CND-IDX)     TO WRL-AT-RISK.
            MOVE CND-WIN-FROM(CND-IDX)    TO WRL-WIN-FROM.
            MOVE CND-WIN-TO(CND-IDX)      TO WRL-WIN-TO.
            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-RANK-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            MOVE CND-NAME(CND-IDX)  TO WML-NAME.
            MOVE CND-CITY(CND-IDX)  TO WML-CITY.
            MOVE CND-STATE(CND-IDX) TO WML-STATE.
            MOVE CND-MCC(CND-IDX)   TO WML-MCC.
            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-MERCH-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

       8100-EXIT.
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES AND END THE RUN'S LEDGER ROW.
      *****************************************************************
       9000-TERMINATE.
            CLOSE CHARGEBACK-FILE.
            CLOSE CASE-FILE.
            CLOSE HOT-CARD-FILE.
            CLOSE RISK-FILE.
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
               MOVE 'FRAUD-CARD'         TO RN-COUNT-NAME(1)
               MOVE FCT-ENTRY-COUNT      TO RN-COUNT-VALUE(1)
               MOVE 'ROWS'               TO RN-COUNT-NAME(2)
               MOVE WS-WINDOW-ROW-COUNT  TO RN-COUNT-VALUE(2)
               MOVE 'AT-RISK'            TO RN-COUNT-NAME(3)
               MOVE WS-RISK-WRITTEN      TO RN-COUNT-VALUE(3)
               MOVE 'HOT-SKIP'           TO RN-COUNT-NAME(4)
               MOVE WS-RISK-HOT-SKIPPED  TO RN-COUNT-VALUE(4)
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
