       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRHRSUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * POST-OUTAGE RE-SCORE SUMMARY.  THE FRRS TRANSACTION (SCRHRSCR)
      * RE-DRIVES THE REFER CHAMPION ROWS AN ALNSCORE OUTAGE LEFT
      * BEHIND, A SCREENFUL AT A TIME, AND WRITES EACH RESULT BACK TO
      * SCOREHST AS A RE-SCORE ROW ('R') LINKED TO ITS ORIGINAL.  THIS
      * JOB PULLS THE WHOLE OUTAGE TOGETHER: FOR EACH DAY IN THE
      * RANGE (THE DAY THE ORIGINAL TRANSACTION WAS SCORED, NOT THE
      * DAY IT WAS RE-SCORED) IT REPORTS HOW MANY OF THE REFERS HAVE
      * BEEN RE-SCORED, WHAT THE CHAMPION SAYS NOW, HOW MANY WOULD
      * HAVE BEEN STOPPED (RE-SCORED REVIEW OR DECLINE) AND THE
      * DOLLARS INVOLVED, AND HOW MANY UNSCORED REFERS ARE STILL
      * WAITING FOR FRRS.  READ-ONLY.  RC 4 WHEN ANY ARE STILL
      * WAITING, SO THE SCHEDULER SHOWS THE OUTAGE IS NOT CLOSED OUT.
      *****************************************************************
           SELECT SCORE-HIST-FILE ASSIGN TO SCOREHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-HIST-FILE.
       COPY SCOREHST.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-SH-FILE-STATUS   PIC X(02).
       77 WS-RPT-FILE-STATUS  PIC X(02).
       77 WS-EOF-SW           PIC X(01) VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01 WS-TODAY-DATE       PIC 9(08).
       01 WS-FROM-DATE        PIC 9(08).
       01 WS-TO-DATE          PIC 9(08).
       01 WS-FROM-DAYNUM      PIC 9(07) COMP.
       01 WS-ROW-DAYNUM       PIC 9(07) COMP.
       01 WS-ROW-DATE         PIC 9(08).

      *****************************************************************
      * SH-RESCORE-LINK ON AN 'R' ROW IS THE ORIGINAL'S SH-KEY; ITS
      * DATE IS THE OUTAGE DAY THE RE-SCORE BELONGS TO.
      *****************************************************************
       01 WS-LINK-KEY.
           03 WS-LINK-RES-ID      PIC X(36).
           03 WS-LINK-DATE        PIC 9(08).
           03 FILLER              PIC X(19).

      *****************************************************************
      * ONE SLOT PER DAY OF THE RANGE, SUBSCRIPTED BY DAY NUMBER FROM
      * THE FROM-DATE, SO THE REPORT COMES OUT IN DATE ORDER.
      *****************************************************************
       77 WS-MAX-DAYS         PIC 9(03) COMP VALUE 62.
       77 WS-DAY-COUNT        PIC 9(03) COMP VALUE 0.
       77 WS-DAY-IDX          PIC 9(03) COMP.
       01 DAY-TABLE.
           03 DAY-ENTRY OCCURS 62 TIMES.
               05 DAY-RESCORED        PIC 9(07) COMP.
               05 DAY-APPROVE         PIC 9(07) COMP.
               05 DAY-REVIEW          PIC 9(07) COMP.
               05 DAY-DECLINE         PIC 9(07) COMP.
               05 DAY-STOPPED         PIC 9(07) COMP.
               05 DAY-STOPPED-AMT     PIC S9(11)V99 COMP-3.
               05 DAY-WAITING         PIC 9(07) COMP.

       01 TOTAL-ENTRY.
           05 TOT-RESCORED        PIC 9(07) COMP VALUE 0.
           05 TOT-APPROVE         PIC 9(07) COMP VALUE 0.
           05 TOT-REVIEW          PIC 9(07) COMP VALUE 0.
           05 TOT-DECLINE         PIC 9(07) COMP VALUE 0.
           05 TOT-STOPPED         PIC 9(07) COMP VALUE 0.
           05 TOT-STOPPED-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
           05 TOT-WAITING         PIC 9(07) COMP VALUE 0.

       01 WS-HEAD-1.
           03 FILLER PIC X(40) VALUE
              'OUTAGE        RE-     NOW     NOW     NO'.
           03 FILLER PIC X(40) VALUE
              'W   WOULD     WOULD-STOP    STILL'.
       01 WS-HEAD-2.
           03 FILLER PIC X(40) VALUE
              'DATE       SCORED APPROVE  REVIEW DECLIN'.
           03 FILLER PIC X(40) VALUE
              'E    STOP        DOLLARS    REFER'.

       01 WS-DETAIL-LINE.
           03 WDL-DATE            PIC X(08).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WDL-RESCORED        PIC ZZZ,ZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WDL-APPROVE         PIC ZZZ,ZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WDL-REVIEW          PIC ZZZ,ZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WDL-DECLINE         PIC ZZZ,ZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WDL-STOPPED         PIC ZZZ,ZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WDL-STOPPED-AMT     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WDL-WAITING         PIC ZZZ,ZZ9.
           03 FILLER              PIC X(07) VALUE SPACES.

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=SCRHRSUM,PARM='YYYYMMDD' FOR
      * ONE OUTAGE DAY OR PARM='YYYYMMDD,YYYYMMDD' FOR A RANGE OF UP
      * TO 62 DAYS; OMITTED, THE REPORT COVERS YESTERDAY.
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-INFO.
           05 PARM-LENGTH     PIC S9(04) COMP.
           05 PARM-VALUES.
               10 PARM-FROM-DATE  PIC X(08).
               10 FILLER          PIC X(01).
               10 PARM-TO-DATE    PIC X(08).

       PROCEDURE DIVISION USING PARM-INFO.

       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.

            PERFORM 2000-READ-ONE-ROW THRU 2000-EXIT
                UNTIL EOF-REACHED.

            PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
            PERFORM 9000-TERMINATE THRU 9000-EXIT.

            STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- RESOLVE THE DATE RANGE, ZERO THE DAY
      * TABLE, OPEN FILES AND PRIME THE READ.  A BAD PARM OR A BAD
      * OPEN IS FATAL.
      *****************************************************************
       1000-INITIALIZE.
            EVALUATE PARM-LENGTH
                WHEN 0
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                               - 1)
                   MOVE WS-FROM-DATE TO WS-TO-DATE
                WHEN 8
                   IF PARM-FROM-DATE IS NOT NUMERIC
                      DISPLAY 'SCRHRSUM: PARM NOT YYYYMMDD: '
                          PARM-FROM-DATE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE PARM-FROM-DATE TO WS-FROM-DATE
                   MOVE PARM-FROM-DATE TO WS-TO-DATE
                WHEN 17
                   IF PARM-FROM-DATE IS NOT NUMERIC
                      OR PARM-TO-DATE IS NOT NUMERIC
                      DISPLAY 'SCRHRSUM: PARM NOT YYYYMMDD,YYYYMMDD: '
                          PARM-FROM-DATE ',' PARM-TO-DATE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE PARM-FROM-DATE TO WS-FROM-DATE
                   MOVE PARM-TO-DATE   TO WS-TO-DATE
                WHEN OTHER
                   DISPLAY 'SCRHRSUM: PARM MUST BE YYYYMMDD OR '
                       'YYYYMMDD,YYYYMMDD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
            END-EVALUATE.

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
               OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'SCRHRSUM: INVALID DATE RANGE '
                   WS-FROM-DATE ' TO ' WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            COMPUTE WS-FROM-DAYNUM =
                FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
            COMPUTE WS-DAY-COUNT =
                FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                    - WS-FROM-DAYNUM + 1.
            IF WS-DAY-COUNT > WS-MAX-DAYS
               DISPLAY 'SCRHRSUM: RANGE LONGER THAN 62 DAYS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 1100-ZERO-DAY THRU 1100-EXIT
                VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-COUNT.

            OPEN INPUT  SCORE-HIST-FILE.
            IF WS-SH-FILE-STATUS NOT = '00'
               DISPLAY 'SCOREHST OPEN FAILED, STATUS='
                   WS-SH-FILE-STATUS
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

            READ SCORE-HIST-FILE
                AT END
                   MOVE 'Y' TO WS-EOF-SW
            END-READ.

       1000-EXIT.
            EXIT.

       1100-ZERO-DAY.
            MOVE 0 TO DAY-RESCORED(WS-DAY-IDX).
            MOVE 0 TO DAY-APPROVE(WS-DAY-IDX).
            MOVE 0 TO DAY-REVIEW(WS-DAY-IDX).
            MOVE 0 TO DAY-DECLINE(WS-DAY-IDX).
            MOVE 0 TO DAY-STOPPED(WS-DAY-IDX).
            MOVE 0 TO DAY-STOPPED-AMT(WS-DAY-IDX).
            MOVE 0 TO DAY-WAITING(WS-DAY-IDX).

       1100-EXIT.
            EXIT.

      *****************************************************************
      * 2000-READ-ONE-ROW -- A RE-SCORE ROW IS FILED UNDER ITS
      * ORIGINAL'S DAY; AN UNSCORED CHAMPION REFER NOT YET RE-SCORED
      * (THE SAME TEST FRRS SELECTS ON) IS FILED AS STILL WAITING.
      * EVERYTHING ELSE IS IGNORED.  THEN READ THE NEXT ROW.
      *****************************************************************
       2000-READ-ONE-ROW.
            IF SH-RESCORE-ROW
               MOVE SH-RESCORE-LINK TO WS-LINK-KEY
               MOVE WS-LINK-DATE    TO WS-ROW-DATE
               PERFORM 2100-LOCATE-DAY THRU 2100-EXIT
               IF WS-DAY-IDX > 0
                  PERFORM 2200-ADD-RESCORE THRU 2200-EXIT
               END-IF
            END-IF.

            IF SH-MODEL-ROLE = 'CHAMPION'
               AND SH-DECISION-CODE = 'REFER   '
               AND SH-SCORE-RC > 0
               AND SH-SCORE-RC NOT = 9995
               AND SH-SCORE-RC NOT = 9996
               AND SH-SCORE-RC NOT = 9997
               AND SH-RESCORE-FLAG = SPACE
               MOVE SH-DATE TO WS-ROW-DATE
               PERFORM 2100-LOCATE-DAY THRU 2100-EXIT
               IF WS-DAY-IDX > 0
                  ADD 1 TO DAY-WAITING(WS-DAY-IDX)
               END-IF
            END-IF.

            READ SCORE-HIST-FILE
                AT END
                   MOVE 'Y' TO WS-EOF-SW
            END-READ.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 2100-LOCATE-DAY -- WS-DAY-IDX FOR WS-ROW-DATE, OR ZERO WHEN
      * THE DATE IS OUTSIDE THE RANGE.
      *****************************************************************
       2100-LOCATE-DAY.
            MOVE 0 TO WS-DAY-IDX.
            IF WS-ROW-DATE >= WS-FROM-DATE AND WS-ROW-DATE <= WS-TO-DATE
               COMPUTE WS-ROW-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
               COMPUTE WS-DAY-IDX = WS-ROW-DAYNUM - WS-FROM-DAYNUM + 1
            END-IF.

       2100-EXIT.
            EXIT.

      *****************************************************************
      * 2200-ADD-RESCORE -- ROLL ONE RE-SCORE INTO ITS DAY.  THE
      * DOLLARS ARE SH-AMOUNT, THE USD VALUE THE MODEL SCORED.
      *****************************************************************
       2200-ADD-RESCORE.
            ADD 1 TO DAY-RESCORED(WS-DAY-IDX).
            EVALUATE SH-DECISION-CODE
                WHEN 'APPROVE '
                   ADD 1 TO DAY-APPROVE(WS-DAY-IDX)
                WHEN 'REVIEW  '
                   ADD 1 TO DAY-REVIEW(WS-DAY-IDX)
                   ADD 1 TO DAY-STOPPED(WS-DAY-IDX)
                   ADD SH-AMOUNT TO DAY-STOPPED-AMT(WS-DAY-IDX)
                WHEN 'DECLINE '
                   ADD 1 TO DAY-DECLINE(WS-DAY-IDX)
                   ADD 1 TO DAY-STOPPED(WS-DAY-IDX)
                   ADD SH-AMOUNT TO DAY-STOPPED-AMT(WS-DAY-IDX)
            END-EVALUATE.

       2200-EXIT.
            EXIT.

      *****************************************************************
      * 8000-PRODUCE-REPORT -- ONE LINE PER DAY THAT HAD AN OUTAGE
      * (ANYTHING RE-SCORED OR STILL WAITING), THEN THE TOTAL.
      *****************************************************************
       8000-PRODUCE-REPORT.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SCOREHST POST-OUTAGE RE-SCORE SUMMARY  '
                   DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM WS-HEAD-1.
            WRITE REPORT-RECORD FROM WS-HEAD-2.

            PERFORM 8100-WRITE-DAY-LINE THRU 8100-EXIT
                VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-COUNT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 'TOTAL'         TO WDL-DATE.
            MOVE TOT-RESCORED    TO WDL-RESCORED.
            MOVE TOT-APPROVE     TO WDL-APPROVE.
            MOVE TOT-REVIEW      TO WDL-REVIEW.
            MOVE TOT-DECLINE     TO WDL-DECLINE.
            MOVE TOT-STOPPED     TO WDL-STOPPED.
            MOVE TOT-STOPPED-AMT TO WDL-STOPPED-AMT.
            MOVE TOT-WAITING     TO WDL-WAITING.
            WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 'WOULD STOP = THE RE-SCORE CAME BACK REVIEW OR DECLINE'
                TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            IF TOT-WAITING > 0
               MOVE 'STILL REFER ROWS ARE NOT RE-SCORED - RUN FRRS.'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 4 TO RETURN-CODE
            END-IF.

       8000-EXIT.
            EXIT.

      *****************************************************************
      * 8100-WRITE-DAY-LINE -- ONE DAY, SKIPPED WHEN NOTHING HAPPENED.
      *****************************************************************
       8100-WRITE-DAY-LINE.
            IF DAY-RESCORED(WS-DAY-IDX) > 0
               OR DAY-WAITING(WS-DAY-IDX) > 0
               COMPUTE WS-ROW-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-FROM-DAYNUM + WS-DAY-IDX - 1)
               MOVE WS-ROW-DATE               TO WDL-DATE
               MOVE DAY-RESCORED(WS-DAY-IDX)  TO WDL-RESCORED
               MOVE DAY-APPROVE(WS-DAY-IDX)   TO WDL-APPROVE
               MOVE DAY-REVIEW(WS-DAY-IDX)    TO WDL-REVIEW
               MOVE DAY-DECLINE(WS-DAY-IDX)   TO WDL-DECLINE
               MOVE DAY-STOPPED(WS-DAY-IDX)   TO WDL-STOPPED
               MOVE DAY-STOPPED-AMT(WS-DAY-IDX) TO WDL-STOPPED-AMT
               MOVE DAY-WAITING(WS-DAY-IDX)   TO WDL-WAITING
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE

               ADD DAY-RESCORED(WS-DAY-IDX)    TO TOT-RESCORED
               ADD DAY-APPROVE(WS-DAY-IDX)     TO TOT-APPROVE
               ADD DAY-REVIEW(WS-DAY-IDX)      TO TOT-REVIEW
               ADD DAY-DECLINE(WS-DAY-IDX)     TO TOT-DECLINE
               ADD DAY-STOPPED(WS-DAY-IDX)     TO TOT-STOPPED
               ADD DAY-STOPPED-AMT(WS-DAY-IDX) TO TOT-STOPPED-AMT
               ADD DAY-WAITING(WS-DAY-IDX)     TO TOT-WAITING
            END-IF.

       8100-EXIT.
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES.
      *****************************************************************
       9000-TERMINATE.
            CLOSE SCORE-HIST-FILE.
            CLOSE REPORT-FILE.

       9000-EXIT.
            EXIT.
