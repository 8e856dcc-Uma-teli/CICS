       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEANL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * WEEKLY ANALYST PRODUCTIVITY AND DISPOSITION-QUALITY REPORT.
      * CASERPT REPORTS THE QUEUE AND FRDRECON GRADES THE MODEL;
      * THIS JOB GRADES THE PEOPLE WORKING THE QUEUE.  PER ANALYST,
      * FOR THE SEVEN DAYS ENDING ON THE REPORT DATE:
      *   - CASES CLAIMED (PENDCASE ASSIGNMENTS STILL HELD OR
      *     DISPOSITIONED, PLUS THE CASEREL LOG OF CLAIMS THAT WERE
      *     RELEASED), CASES DISPOSITIONED (CASEFILE) AND CASES
      *     RELEASED BACK TO PENDING -- BY PF3 OR BY THE CASERPT
      *     AUTO-RELEASE,
      *   - HANDLE TIME FROM PC-ASSIGN-DATE/TIME TO THE FC-TIMESTAMP
      *     OF THE DISPOSITION, AVERAGE AND WORST,
      *   - THE F/C/H DISPOSITION MIX BY PC-PRIORITY-BAND, SO A
      *     SUPERVISOR CAN SEE WHO IS SITTING ON BAND-1 CASES.
      * AND A QUALITY MEASURE: THE OVERTURN RATE -- CLEARS ('C') IN
      * THE 60 DAYS TO THE REPORT DATE WHOSE CARD LATER CAME BACK ON
      * THE CHARGEBACK FEED WITHIN 60 DAYS, WITH THE DOLLARS LOST ON
      * EACH.  THE FEED IS READ FROM ITS ROLLING HISTORY (EVERY DAY'S
      * CHARGEBACKS, KEPT BY THE FRDRECON JOB), SINCE A CHARGEBACK
      * IS ON ONLY THE ONE DAILY FILE IT ARRIVED IN.  READ-ONLY
      * AGAINST EVERY INPUT.
      *****************************************************************
           SELECT PENDING-CASE-FILE ASSIGN TO PENDCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT CASE-RELEASE-FILE ASSIGN TO CASEREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FC-FILE-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO CHGBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CASE-FILE.
       COPY PENDCASE.

       FD  CASE-RELEASE-FILE.
       COPY CASEREL.

       FD  CASE-FILE.
       COPY FRDCASE.

       FD  CHARGEBACK-FILE.
       COPY CHGBACK.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-PC-FILE-STATUS   PIC X(02).
       77 WS-RL-FILE-STATUS   PIC X(02).
       77 WS-FC-FILE-STATUS   PIC X(02).
       77 WS-CB-FILE-STATUS   PIC X(02).
       77 WS-RPT-FILE-STATUS  PIC X(02).

       77 WS-PC-EOF-SW        PIC X(01) VALUE 'N'.
           88 PC-EOF-REACHED  VALUE 'Y'.
       77 WS-RL-EOF-SW        PIC X(01) VALUE 'N'.
           88 RL-EOF-REACHED  VALUE 'Y'.
       77 WS-FC-EOF-SW        PIC X(01) VALUE 'N'.
           88 FC-EOF-REACHED  VALUE 'Y'.
       77 WS-CB-EOF-SW        PIC X(01) VALUE 'N'.
           88 CB-EOF-REACHED  VALUE 'Y'.

      *****************************************************************
      * THE CASE IMAGE INSIDE A PENDCASE ROW -- ONLY RQ-CARD IS USED,
      * TO TIE THE CASE TO ITS CASEFILE DISPOSITION.
      *****************************************************************
       COPY REVQUE.

      *****************************************************************
      * REPORT WINDOWS.  THE WEEK IS THE SEVEN DAYS ENDING ON THE
      * REPORT DATE (PARM, DEFAULT YESTERDAY).  PENDCASE ROWS CLAIMED
      * UP TO A WEEK BEFORE THAT ARE KEPT FOR MATCHING, SO A CASE
      * CLAIMED LATE LAST WEEK AND DISPOSITIONED THIS WEEK STILL GETS
      * ITS BAND AND HANDLE TIME.  THE QUALITY WINDOW IS LONGER: A
      * CLEAR CANNOT BE OVERTURNED UNTIL THE CHARGEBACK ARRIVES, SO
      * THE LAST 60 DAYS OF CLEARS ARE GRADED EVERY WEEK, AND THE
      * MOST RECENT ARE STILL MATURING.  A CHARGEBACK COUNTS AGAINST
      * A CLEAR WHEN ITS TRANSACTION FELL FROM THE CASE REACH-BACK
      * (THE SAME FIVE DAYS MRCHLOAD AND CPPANAL ALLOW A CASE, SINCE
      * THE DISPOSITION POSTDATES THE TRANSACTION) TO 60 DAYS AFTER
      * THE CLEAR.
      *****************************************************************
       01 WS-TODAY-DATE       PIC 9(08).
       01 WS-WEEK-END         PIC 9(08).
       01 WS-WEEK-START       PIC 9(08).
       01 WS-MATCH-FROM       PIC 9(08).
       01 WS-QUALITY-FROM     PIC 9(08).
       01 WS-WEEK-END-INT     PIC 9(08) COMP.
       01 WS-QUALITY-DAYS     PIC 9(03) VALUE 60.
       01 WS-OVERTURN-DAYS    PIC 9(03) VALUE 60.
       77 WS-CASE-LABEL-DAYS  PIC 9(02) VALUE 5.
       01 WS-CB-FROM          PIC 9(08).
       01 WS-CB-LOAD-FROM     PIC 9(08).
       01 WS-CB-TO            PIC 9(08).

      *****************************************************************
      * ONE ENTRY PER ANALYST SEEN IN THE WEEK OR THE QUALITY WINDOW
      * -- FIND-OR-ADD, THE BOUNDED-TABLE-WITH-OVERFLOW-COUNT PATTERN
      * MRCHLOAD USES.  ANL-MIX IS DISPOSITIONS BY BAND (1-4, AND 5
      * FOR A DISPOSITION WHOSE PENDCASE ROW IS ALREADY GONE) AND BY
      * DISPOSITION (1=F, 2=C, 3=H).
      *****************************************************************
       01 ANALYST-TABLE.
           03 ANL-ENTRY OCCURS 300 TIMES
               INDEXED BY ANL-IDX ANL-USE-IDX.
               05 ANL-ID              PIC X(08).
               05 ANL-CLAIMED         PIC 9(07) COMP.
               05 ANL-DISPOSED        PIC 9(07) COMP.
               05 ANL-RELEASED        PIC 9(07) COMP.
               05 ANL-AUTO-RELEASED   PIC 9(07) COMP.
               05 ANL-HANDLE-CNT      PIC 9(07) COMP.
               05 ANL-HANDLE-MINS     PIC 9(09) COMP.
               05 ANL-HANDLE-MAX      PIC 9(07) COMP.
               05 ANL-BAND OCCURS 5 TIMES.
                   07 ANL-MIX OCCURS 3 TIMES PIC 9(07) COMP.
               05 ANL-CLEARS          PIC 9(07) COMP.
               05 ANL-OVERTURNS       PIC 9(07) COMP.
               05 ANL-OVERTURN-AMT    PIC S9(11)V99 COMP-3.
       77 ANL-ENTRY-COUNT     PIC 9(04) COMP VALUE 0.
       77 WS-ANL-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.
       77 WS-ANL-FOUND-SW     PIC X(01).
           88 ANL-FOUND       VALUE 'Y'.
       01 WS-NEW-ANALYST      PIC X(08).

      *****************************************************************
      * DISPOSITIONED PENDCASE ROWS CLAIMED IN THE MATCH WINDOW.  A
      * CASEFILE ROW IS MATCHED TO THE UNUSED ENTRY FOR THE SAME CARD
      * AND ANALYST WITH THE LATEST CLAIM AT OR BEFORE THE
      * DISPOSITION -- THE CLAIM THAT DISPOSITION CLOSED.
      *****************************************************************
       01 CASE-MATCH-TABLE.
           03 CMT-ENTRY OCCURS 5000 TIMES
               INDEXED BY CMT-IDX CMT-USE-IDX.
               05 CMT-CARD            PIC X(16).
               05 CMT-ANALYST         PIC X(08).
               05 CMT-ASSIGN-STAMP.
                   07 CMT-ASSIGN-DATE PIC 9(08).
                   07 CMT-ASSIGN-TIME PIC 9(06).
               05 CMT-BAND            PIC 9(01).
               05 CMT-USED-SW         PIC X(01).
                   88 CMT-USED        VALUE 'Y'.
       77 CMT-ENTRY-COUNT     PIC 9(05) COMP VALUE 0.
       77 WS-CMT-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.
       77 WS-CMT-FOUND-SW     PIC X(01).
           88 CMT-FOUND       VALUE 'Y'.

      *****************************************************************
      * THE CHARGEBACK HISTORY, HELD IN CORE SO EVERY CLEAR CAN BE
      * CHECKED AGAINST IT IN ONE CASEFILE PASS.  ONLY CHARGEBACKS
      * THAT CAN OVERTURN A CLEAR IN THE QUALITY WINDOW ARE HELD --
      * TRANSACTIONS FROM THE CASE REACH-BACK OF ITS FIRST DAY ON.
      *****************************************************************
       01 CHARGEBACK-TABLE.
           03 CBT-ENTRY OCCURS 20000 TIMES INDEXED BY CBT-IDX.
               05 CBT-CARD            PIC X(16).
               05 CBT-DATE            PIC 9(08).
               05 CBT-AMOUNT          PIC S9(9)V99 COMP-3.
       77 CBT-ENTRY-COUNT     PIC 9(05) COMP VALUE 0.
       77 WS-CBT-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.

      *****************************************************************
      * ONE ENTRY PER OVERTURNED CLEAR, FOR THE DETAIL LINES.
      *****************************************************************
       01 OVERTURN-TABLE.
           03 OVT-ENTRY OCCURS 500 TIMES INDEXED BY OVT-IDX.
               05 OVT-ANALYST         PIC X(08).
               05 OVT-CARD            PIC X(16).
               05 OVT-CLEAR-DATE      PIC 9(08).
               05 OVT-CB-COUNT        PIC 9(03) COMP.
               05 OVT-AMOUNT          PIC S9(11)V99 COMP-3.
       77 OVT-ENTRY-COUNT     PIC 9(04) COMP VALUE 0.
       77 WS-OVT-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.
       77 WS-CLEAR-CB-COUNT   PIC 9(03) COMP.
       01 WS-CLEAR-CB-AMOUNT  PIC S9(11)V99 COMP-3.

      *****************************************************************
      * HANDLE-TIME ARITHMETIC -- A DATE/TIME STAMP AS MINUTES SINCE
      * THE INTEGER-OF-DATE EPOCH.
      *****************************************************************
       01 WS-STAMP-DATE       PIC 9(08).
       01 WS-STAMP-TIME.
           03 WS-STAMP-HH     PIC 9(02).
           03 WS-STAMP-MM     PIC 9(02).
           03 WS-STAMP-SS     PIC 9(02).
       01 WS-STAMP-MINS       PIC 9(11) COMP.
       01 WS-ASSIGN-MINS      PIC 9(11) COMP.
       01 WS-HANDLE-MINS      PIC S9(09) COMP.

       77 WS-BAND-IDX         PIC 9(01).
       77 WS-DISP-IDX         PIC 9(01).

       77 WS-PC-READ-CNT      PIC 9(07) COMP VALUE 0.
       77 WS-RL-READ-CNT      PIC 9(07) COMP VALUE 0.
       77 WS-FC-WEEK-CNT      PIC 9(07) COMP VALUE 0.
       77 WS-FC-UNMATCHED-CNT PIC 9(07) COMP VALUE 0.
       77 WS-CLEAR-CNT        PIC 9(07) COMP VALUE 0.
       77 WS-OVERTURN-CNT     PIC 9(07) COMP VALUE 0.
       01 WS-OVERTURN-AMT     PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE             PIC 9(03)V9 COMP-3.

       01 WS-WORK-HEAD.
           03 FILLER              PIC X(38) VALUE
              'ANALYST    CLAIMED  DISPOSED  RELEASED'.
           03 FILLER              PIC X(30) VALUE
              '  AUTO-REL  AVG-MINS  MAX-MINS'.
       01 WS-WORK-LINE.
           03 WWL-ANALYST         PIC X(08).
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WWL-CLAIMED         PIC ZZZ,ZZ9.
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WWL-DISPOSED        PIC ZZZ,ZZ9.
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WWL-RELEASED        PIC ZZZ,ZZ9.
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WWL-AUTO            PIC ZZZ,ZZ9.
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WWL-AVG             PIC ZZZ,ZZ9.
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WWL-MAX             PIC ZZZ,ZZ9.
       01 WS-MIX-LINE.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WXL-ANALYST         PIC X(08).
           03 FILLER              PIC X(06) VALUE ' BAND '.
           03 WXL-BAND            PIC X(01).
           03 FILLER              PIC X(05) VALUE '   F='.
           03 WXL-F               PIC ZZZ,ZZ9.
           03 FILLER              PIC X(05) VALUE '   C='.
           03 WXL-C               PIC ZZZ,ZZ9.
           03 FILLER              PIC X(05) VALUE '   H='.
           03 WXL-H               PIC ZZZ,ZZ9.
       01 WS-QUAL-HEAD.
           03 FILLER              PIC X(38) VALUE
              'ANALYST     CLEARS  OVERTURN    RATE-%'.
           03 FILLER              PIC X(17) VALUE
              '     DOLLARS LOST'.
       01 WS-QUAL-LINE.
           03 WQL-ANALYST         PIC X(08).
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WQL-CLEARS          PIC ZZZ,ZZ9.
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WQL-OVERTURNS       PIC ZZZ,ZZ9.
           03 FILLER              PIC X(05) VALUE SPACES.
           03 WQL-RATE            PIC ZZ9.9.
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WQL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-OVT-LINE.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WOL-ANALYST         PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WOL-CARD            PIC X(16).
           03 FILLER              PIC X(09) VALUE ' CLEARED '.
           03 WOL-CLEAR-DATE      PIC 9(08).
           03 FILLER              PIC X(13) VALUE ' CHARGEBACKS='.
           03 WOL-CB-COUNT        PIC ZZ9.
           03 FILLER              PIC X(02) VALUE ' $'.
           03 WOL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=CASEANL,PARM='YYYYMMDD': THE
      * LAST DAY OF THE REPORT WEEK.  DEFAULT YESTERDAY, SO THE JOB
      * SCHEDULED ON MONDAY MORNING REPORTS MONDAY TO SUNDAY.
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-INFO.
           05 PARM-LENGTH     PIC S9(04) COMP.
           05 PARM-WEEK-END   PIC X(08).

       PROCEDURE DIVISION USING PARM-INFO.

       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.

            PERFORM 2000-LOAD-ONE-CHARGEBACK THRU 2000-EXIT
                UNTIL CB-EOF-REACHED.

            PERFORM 3000-SCAN-ONE-PENDCASE THRU 3000-EXIT
                UNTIL PC-EOF-REACHED.

            PERFORM 4000-SCAN-ONE-RELEASE THRU 4000-EXIT
                UNTIL RL-EOF-REACHED.

            PERFORM 5000-SCAN-ONE-DISPOSITION THRU 5000-EXIT
                UNTIL FC-EOF-REACHED.

            PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
            PERFORM 9000-TERMINATE THRU 9000-EXIT.

            STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- RESOLVE THE REPORT WEEK AND THE MATCH AND
      * QUALITY WINDOWS, OPEN THE FILES, POSITION CASEREL AT THE
      * START OF THE WEEK AND PRIME THE READS.  A BAD OPEN IS FATAL.
      *****************************************************************
       1000-INITIALIZE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            MOVE 0 TO WS-WEEK-END.
            IF PARM-LENGTH = 8 AND PARM-WEEK-END IS NUMERIC
               MOVE PARM-WEEK-END TO WS-WEEK-END
            END-IF.

            IF WS-WEEK-END > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-END) = 0
               COMPUTE WS-WEEK-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-END)
            ELSE
               COMPUTE WS-WEEK-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
               COMPUTE WS-WEEK-END =
                   FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT)
            END-IF.

            COMPUTE WS-WEEK-START =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT - 6).
            COMPUTE WS-MATCH-FROM =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT - 13).
            COMPUTE WS-QUALITY-FROM =
                FUNCTION DATE-OF-INTEGER
                    (WS-WEEK-END-INT - WS-QUALITY-DAYS + 1).
            COMPUTE WS-CB-LOAD-FROM =
                FUNCTION DATE-OF-INTEGER
                    (WS-WEEK-END-INT - WS-QUALITY-DAYS + 1
                        - WS-CASE-LABEL-DAYS).

            OPEN INPUT  CHARGEBACK-FILE.
            IF WS-CB-FILE-STATUS NOT = '00'
               DISPLAY 'CHGBACK OPEN FAILED, STATUS='
                   WS-CB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  PENDING-CASE-FILE.
            IF WS-PC-FILE-STATUS NOT = '00'
               DISPLAY 'PENDCASE OPEN FAILED, STATUS='
                   WS-PC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT  CASE-RELEASE-FILE.
            IF WS-RL-FILE-STATUS NOT = '00'
               DISPLAY 'CASEREL OPEN FAILED, STATUS='
                   WS-RL-FILE-STATUS
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

            READ CHARGEBACK-FILE
                AT END
                   MOVE 'Y' TO WS-CB-EOF-SW
            END-READ.

            READ PENDING-CASE-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-PC-EOF-SW
            END-READ.

            MOVE LOW-VALUES    TO RL-KEY.
            MOVE WS-WEEK-START TO RL-DATE.
            START CASE-RELEASE-FILE KEY NOT LESS THAN RL-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-RL-EOF-SW
            END-START.
            IF NOT RL-EOF-REACHED
               PERFORM 4900-READ-NEXT-RELEASE THRU 4900-EXIT
            END-IF.

            READ CASE-FILE
                AT END
                   MOVE 'Y' TO WS-FC-EOF-SW
            END-READ.

       1000-EXIT.
            EXIT.

      *****************************************************************
      * 2000-LOAD-ONE-CHARGEBACK -- HOLD ONE HISTORY RECORD IN THE
      * CHARGEBACK TABLE, UNLESS ITS TRANSACTION IS TOO OLD TO
      * OVERTURN ANY CLEAR BEING GRADED, THEN READ THE NEXT.
      *****************************************************************
       2000-LOAD-ONE-CHARGEBACK.
            IF CB-TXN-DATE >= WS-CB-LOAD-FROM
               IF CBT-ENTRY-COUNT < 20000
                  ADD 1 TO CBT-ENTRY-COUNT
                  SET CBT-IDX TO CBT-ENTRY-COUNT
                  MOVE CB-CARD     TO CBT-CARD(CBT-IDX)
                  MOVE CB-TXN-DATE TO CBT-DATE(CBT-IDX)
                  MOVE CB-AMOUNT   TO CBT-AMOUNT(CBT-IDX)
               ELSE
                  ADD 1 TO WS-CBT-OVERFLOW-CNT
               END-IF
            END-IF.

            READ CHARGEBACK-FILE
                AT END
                   MOVE 'Y' TO WS-CB-EOF-SW
            END-READ.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 3000-SCAN-ONE-PENDCASE -- ONE PENDCASE ROW.  A CASE CLAIMED
      * IN THE WEEK AND STILL HELD OR ALREADY DISPOSITIONED COUNTS AS
      * A CLAIM FOR ITS ANALYST (A CLAIM THAT WAS RELEASED HAS LOST
      * ITS ANALYST HERE AND IS COUNTED FROM CASEREL INSTEAD).  A
      * DISPOSITIONED ROW CLAIMED IN THE MATCH WINDOW IS KEPT FOR
      * 5000 TO MATCH ITS CASEFILE ROW AGAINST.  THEN READ THE NEXT.
      *****************************************************************
       3000-SCAN-ONE-PENDCASE.
            ADD 1 TO WS-PC-READ-CNT.

            IF (PC-ASSIGNED OR PC-DISPOSITIONED)
               AND PC-ANALYST-ID NOT = SPACES
               IF PC-ASSIGN-DATE >= WS-WEEK-START
                  AND PC-ASSIGN-DATE <= WS-WEEK-END
                  MOVE PC-ANALYST-ID TO WS-NEW-ANALYST
                  PERFORM 6000-FIND-OR-ADD-ANALYST THRU 6000-EXIT
                  IF ANL-FOUND
                     ADD 1 TO ANL-CLAIMED(ANL-USE-IDX)
                  END-IF
               END-IF
               IF PC-DISPOSITIONED
                  AND PC-ASSIGN-DATE >= WS-MATCH-FROM
                  AND PC-ASSIGN-DATE <= WS-WEEK-END
                  PERFORM 3100-KEEP-FOR-MATCH THRU 3100-EXIT
               END-IF
            END-IF.

            READ PENDING-CASE-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-PC-EOF-SW
            END-READ.

       3000-EXIT.
            EXIT.

       3100-KEEP-FOR-MATCH.
            IF CMT-ENTRY-COUNT < 5000
               MOVE PC-CASE-DATA TO REVIEW-QUEUE-RECORD
               ADD 1 TO CMT-ENTRY-COUNT
               SET CMT-IDX TO CMT-ENTRY-COUNT
               MOVE RQ-CARD          TO CMT-CARD(CMT-IDX)
               MOVE PC-ANALYST-ID    TO CMT-ANALYST(CMT-IDX)
               MOVE PC-ASSIGN-DATE   TO CMT-ASSIGN-DATE(CMT-IDX)
               MOVE PC-ASSIGN-TIME   TO CMT-ASSIGN-TIME(CMT-IDX)
               MOVE PC-PRIORITY-BAND TO CMT-BAND(CMT-IDX)
               MOVE 'N'              TO CMT-USED-SW(CMT-IDX)
            ELSE
               ADD 1 TO WS-CMT-OVERFLOW-CNT
            END-IF.

       3100-EXIT.
            EXIT.

      *****************************************************************
      * 4000-SCAN-ONE-RELEASE -- ONE CASEREL ROW FROM THE WEEK (THE
      * FILE IS KEYED BY RELEASE TIME, SO THE SCAN STOPS AT THE FIRST
      * ROW PAST THE WEEK).  THE HOLDER IS CHARGED A RELEASE, AND A
      * CLAIM TOO WHEN THE CLAIM ITSELF FELL IN THE WEEK.
      *****************************************************************
       4000-SCAN-ONE-RELEASE.
            IF RL-DATE > WS-WEEK-END
               MOVE 'Y' TO WS-RL-EOF-SW
            ELSE
               ADD 1 TO WS-RL-READ-CNT
               IF RL-ANALYST-ID NOT = SPACES
                  MOVE RL-ANALYST-ID TO WS-NEW-ANALYST
                  PERFORM 6000-FIND-OR-ADD-ANALYST THRU 6000-EXIT
                  IF ANL-FOUND
                     ADD 1 TO ANL-RELEASED(ANL-USE-IDX)
                     IF RL-AUTO-RELEASE
                        ADD 1 TO ANL-AUTO-RELEASED(ANL-USE-IDX)
                     END-IF
                     IF RL-ASSIGN-DATE >= WS-WEEK-START
                        AND RL-ASSIGN-DATE <= WS-WEEK-END
                        ADD 1 TO ANL-CLAIMED(ANL-USE-IDX)
                     END-IF
                  END-IF
               END-IF
               PERFORM 4900-READ-NEXT-RELEASE THRU 4900-EXIT
            END-IF.

       4000-EXIT.
            EXIT.

       4900-READ-NEXT-RELEASE.
            READ CASE-RELEASE-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-RL-EOF-SW
            END-READ.

       4900-EXIT.
            EXIT.

      *****************************************************************
      * 5000-SCAN-ONE-DISPOSITION -- ONE CASEFILE ROW.  A DISPOSITION
      * IN THE WEEK IS COUNTED, MATCHED TO ITS CLAIM FOR BAND AND
      * HANDLE TIME, AND ADDED TO THE MIX.  A CLEAR IN THE QUALITY
      * WINDOW IS GRADED AGAINST THE CHARGEBACK FEED.  THEN READ THE
      * NEXT ROW.
      *****************************************************************
       5000-SCAN-ONE-DISPOSITION.
            IF FC-DATE >= WS-WEEK-START AND FC-DATE <= WS-WEEK-END
               PERFORM 5100-COUNT-DISPOSITION THRU 5100-EXIT
            END-IF.

            IF FC-CLEARED
               AND FC-DATE >= WS-QUALITY-FROM
               AND FC-DATE <= WS-WEEK-END
               PERFORM 5500-GRADE-CLEAR THRU 5500-EXIT
            END-IF.

            READ CASE-FILE
                AT END
                   MOVE 'Y' TO WS-FC-EOF-SW
            END-READ.

       5000-EXIT.
            EXIT.

       5100-COUNT-DISPOSITION.
            ADD 1 TO WS-FC-WEEK-CNT.
            MOVE FC-ANALYST-ID TO WS-NEW-ANALYST.
            PERFORM 6000-FIND-OR-ADD-ANALYST THRU 6000-EXIT.
            IF ANL-FOUND
               ADD 1 TO ANL-DISPOSED(ANL-USE-IDX)
               PERFORM 5150-MATCH-AND-MIX THRU 5150-EXIT
            END-IF.

       5100-EXIT.
            EXIT.

      *****************************************************************
      * 5150-MATCH-AND-MIX -- BAND AND HANDLE TIME FROM THE MATCHED
      * CLAIM (BAND 5 WHEN NONE), THEN THE MIX CELL.
      *****************************************************************
       5150-MATCH-AND-MIX.
            PERFORM 5200-MATCH-CLAIM THRU 5200-EXIT.

            IF CMT-FOUND
               SET CMT-IDX TO CMT-USE-IDX
               MOVE 'Y' TO CMT-USED-SW(CMT-IDX)
               IF CMT-BAND(CMT-IDX) >= 1 AND CMT-BAND(CMT-IDX) <= 4
                  MOVE CMT-BAND(CMT-IDX) TO WS-BAND-IDX
               ELSE
                  MOVE 4 TO WS-BAND-IDX
               END-IF
               PERFORM 5300-ADD-HANDLE-TIME THRU 5300-EXIT
            ELSE
               ADD 1 TO WS-FC-UNMATCHED-CNT
               MOVE 5 TO WS-BAND-IDX
            END-IF.

            MOVE 0 TO WS-DISP-IDX.
            EVALUATE TRUE
                WHEN FC-CONFIRMED-FRAUD
                   MOVE 1 TO WS-DISP-IDX
                WHEN FC-CLEARED
                   MOVE 2 TO WS-DISP-IDX
                WHEN FC-CONTACT-CARDHOLDER
                   MOVE 3 TO WS-DISP-IDX
            END-EVALUATE.
            IF WS-DISP-IDX > 0
               ADD 1 TO ANL-MIX(ANL-USE-IDX, WS-BAND-IDX, WS-DISP-IDX)
            END-IF.

       5150-EXIT.
            EXIT.

      *****************************************************************
      * 5200-MATCH-CLAIM -- THE UNUSED CLAIM FOR THIS CARD AND
      * ANALYST WITH THE LATEST CLAIM STAMP NOT AFTER THE
      * DISPOSITION.  CMT-USE-IDX IS LEFT ON IT.
      *****************************************************************
       5200-MATCH-CLAIM.
            MOVE 'N' TO WS-CMT-FOUND-SW.

            PERFORM 5250-SCAN-CLAIM-ENTRY THRU 5250-EXIT
                VARYING CMT-IDX FROM 1 BY 1
                UNTIL CMT-IDX > CMT-ENTRY-COUNT.

       5200-EXIT.
            EXIT.

       5250-SCAN-CLAIM-ENTRY.
            IF CMT-CARD(CMT-IDX) = FC-CARD
               AND CMT-ANALYST(CMT-IDX) = FC-ANALYST-ID
               AND NOT CMT-USED(CMT-IDX)
               AND CMT-ASSIGN-STAMP(CMT-IDX) NOT > FC-TIMESTAMP
               IF NOT CMT-FOUND
                  MOVE 'Y' TO WS-CMT-FOUND-SW
                  SET CMT-USE-IDX TO CMT-IDX
               ELSE
                  IF CMT-ASSIGN-STAMP(CMT-IDX) >
                     CMT-ASSIGN-STAMP(CMT-USE-IDX)
                     SET CMT-USE-IDX TO CMT-IDX
                  END-IF
               END-IF
            END-IF.

       5250-EXIT.
            EXIT.

      *****************************************************************
      * 5300-ADD-HANDLE-TIME -- MINUTES FROM THE CLAIM (CMT-IDX) TO
      * THE DISPOSITION.  A NEGATIVE RESULT (A CLOCK ADJUSTED UNDER
      * THE REGION) IS TAKEN AS ZERO.
      *****************************************************************
       5300-ADD-HANDLE-TIME.
            MOVE CMT-ASSIGN-DATE(CMT-IDX) TO WS-STAMP-DATE.
            MOVE CMT-ASSIGN-TIME(CMT-IDX) TO WS-STAMP-TIME.
            PERFORM 5350-STAMP-TO-MINUTES THRU 5350-EXIT.
            MOVE WS-STAMP-MINS TO WS-ASSIGN-MINS.

            MOVE FC-DATE TO WS-STAMP-DATE.
            MOVE FC-TIME TO WS-STAMP-TIME.
            PERFORM 5350-STAMP-TO-MINUTES THRU 5350-EXIT.

            COMPUTE WS-HANDLE-MINS = WS-STAMP-MINS - WS-ASSIGN-MINS.
            IF WS-HANDLE-MINS < 0
               MOVE 0 TO WS-HANDLE-MINS
            END-IF.

            ADD 1              TO ANL-HANDLE-CNT(ANL-USE-IDX).
            ADD WS-HANDLE-MINS TO ANL-HANDLE-MINS(ANL-USE-IDX).
            IF WS-HANDLE-MINS > ANL-HANDLE-MAX(ANL-USE-IDX)
               MOVE WS-HANDLE-MINS TO ANL-HANDLE-MAX(ANL-USE-IDX)
            END-IF.

       5300-EXIT.
            EXIT.

       5350-STAMP-TO-MINUTES.
            COMPUTE WS-STAMP-MINS =
                (FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440)
                    + (WS-STAMP-HH * 60) + WS-STAMP-MM.

       5350-EXIT.
            EXIT.

      *****************************************************************
      * 5500-GRADE-CLEAR -- A CLEAR IN THE QUALITY WINDOW.  EVERY
      * CHARGEBACK ON THE SAME CARD FROM THE CASE REACH-BACK TO 60
      * DAYS AFTER THE CLEAR OVERTURNS IT; THE CLEAR COUNTS ONCE,
      * THE DOLLARS ARE THE SUM OF THOSE CHARGEBACKS.
      *****************************************************************
       5500-GRADE-CLEAR.
            MOVE FC-ANALYST-ID TO WS-NEW-ANALYST.
            PERFORM 6000-FIND-OR-ADD-ANALYST THRU 6000-EXIT.
            IF ANL-FOUND
               PERFORM 5520-CHECK-CHARGEBACKS THRU 5520-EXIT
            END-IF.

       5500-EXIT.
            EXIT.

       5520-CHECK-CHARGEBACKS.
            ADD 1 TO WS-CLEAR-CNT.
            ADD 1 TO ANL-CLEARS(ANL-USE-IDX).

            COMPUTE WS-CB-FROM =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(FC-DATE)
                        - WS-CASE-LABEL-DAYS).
            COMPUTE WS-CB-TO =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(FC-DATE)
                        + WS-OVERTURN-DAYS).
            MOVE 0 TO WS-CLEAR-CB-COUNT.
            MOVE 0 TO WS-CLEAR-CB-AMOUNT.

            PERFORM 5550-SCAN-CHARGEBACK THRU 5550-EXIT
                VARYING CBT-IDX FROM 1 BY 1
                UNTIL CBT-IDX > CBT-ENTRY-COUNT.

            IF WS-CLEAR-CB-COUNT > 0
               ADD 1 TO WS-OVERTURN-CNT
               ADD 1 TO ANL-OVERTURNS(ANL-USE-IDX)
               ADD WS-CLEAR-CB-AMOUNT TO WS-OVERTURN-AMT
               ADD WS-CLEAR-CB-AMOUNT TO ANL-OVERTURN-AMT(ANL-USE-IDX)
               IF OVT-ENTRY-COUNT < 500
                  ADD 1 TO OVT-ENTRY-COUNT
                  SET OVT-IDX TO OVT-ENTRY-COUNT
                  MOVE FC-ANALYST-ID      TO OVT-ANALYST(OVT-IDX)
                  MOVE FC-CARD            TO OVT-CARD(OVT-IDX)
                  MOVE FC-DATE            TO OVT-CLEAR-DATE(OVT-IDX)
                  MOVE WS-CLEAR-CB-COUNT  TO OVT-CB-COUNT(OVT-IDX)
                  MOVE WS-CLEAR-CB-AMOUNT TO OVT-AMOUNT(OVT-IDX)
               ELSE
                  ADD 1 TO WS-OVT-OVERFLOW-CNT
               END-IF
            END-IF.

       5520-EXIT.
            EXIT.

       5550-SCAN-CHARGEBACK.
            IF CBT-CARD(CBT-IDX) = FC-CARD
               AND CBT-DATE(CBT-IDX) >= WS-CB-FROM
               AND CBT-DATE(CBT-IDX) <= WS-CB-TO
               ADD 1 TO WS-CLEAR-CB-COUNT
               ADD CBT-AMOUNT(CBT-IDX) TO WS-CLEAR-CB-AMOUNT
            END-IF.

       5550-EXIT.
            EXIT.

      *****************************************************************
      * 6000-FIND-OR-ADD-ANALYST -- LOCATE WS-NEW-ANALYST IN THE
      * ANALYST TABLE, ADDING A ZEROED ENTRY WHEN IT IS NEW.
      * ANL-FOUND COMES BACK 'N' ONLY WHEN THE TABLE IS FULL;
      * ANL-USE-IDX IS THE ENTRY OTHERWISE.
      *****************************************************************
       6000-FIND-OR-ADD-ANALYST.
            MOVE 'N' TO WS-ANL-FOUND-SW.

            PERFORM 6050-SCAN-ANALYST-ENTRY THRU 6050-EXIT
                VARYING ANL-IDX FROM 1 BY 1
                UNTIL ANL-IDX > ANL-ENTRY-COUNT OR ANL-FOUND.

            IF NOT ANL-FOUND
               IF ANL-ENTRY-COUNT < 300
                  ADD 1 TO ANL-ENTRY-COUNT
                  SET ANL-USE-IDX TO ANL-ENTRY-COUNT
                  MOVE 'Y' TO WS-ANL-FOUND-SW
                  INITIALIZE ANL-ENTRY(ANL-USE-IDX)
                  MOVE WS-NEW-ANALYST TO ANL-ID(ANL-USE-IDX)
               ELSE
                  ADD 1 TO WS-ANL-OVERFLOW-CNT
               END-IF
            END-IF.

       6000-EXIT.
            EXIT.

       6050-SCAN-ANALYST-ENTRY.
            IF ANL-ID(ANL-IDX) = WS-NEW-ANALYST
               MOVE 'Y' TO WS-ANL-FOUND-SW
               SET ANL-USE-IDX TO ANL-IDX
            END-IF.

       6050-EXIT.
            EXIT.

      *****************************************************************
      * 8000-PRODUCE-REPORT -- THE WEEK'S CASE WORK PER ANALYST, THE
      * DISPOSITION MIX BY BAND, THE CLEAR-QUALITY GRADES AND EVERY
      * OVERTURNED CLEAR, THEN THE INPUT TOTALS.  ANY TABLE OVERFLOW
      * ENDS THE STEP RC 8 -- THE FIGURES MAY BE INCOMPLETE.
      *****************************************************************
       8000-PRODUCE-REPORT.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'ANALYST PRODUCTIVITY AND QUALITY REPORT - WEEK '
                   DELIMITED BY SIZE
                   WS-WEEK-START DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-WEEK-END DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 'CASE WORK BY ANALYST (MINUTES, CLAIM TO DISPOSITION)'
                TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-WORK-HEAD TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            PERFORM 8100-WRITE-WORK-LINE THRU 8100-EXIT
                VARYING ANL-IDX FROM 1 BY 1
                UNTIL ANL-IDX > ANL-ENTRY-COUNT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 'DISPOSITIONS BY PRIORITY BAND (1=HIGHEST, ?=NO CLAIM)'
                TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            PERFORM 8200-WRITE-MIX-LINES THRU 8200-EXIT
                VARYING ANL-IDX FROM 1 BY 1
                UNTIL ANL-IDX > ANL-ENTRY-COUNT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CLEAR QUALITY - CLEARS ' DELIMITED BY SIZE
                   WS-QUALITY-FROM DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-WEEK-END DELIMITED BY SIZE
                   ' CHARGED BACK WITHIN 60 DAYS' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-QUAL-HEAD TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            PERFORM 8300-WRITE-QUALITY-LINE THRU 8300-EXIT
                VARYING ANL-IDX FROM 1 BY 1
                UNTIL ANL-IDX > ANL-ENTRY-COUNT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 'OVERTURNED CLEARS' TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            PERFORM 8400-WRITE-OVERTURN-LINE THRU 8400-EXIT
                VARYING OVT-IDX FROM 1 BY 1
                UNTIL OVT-IDX > OVT-ENTRY-COUNT.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            MOVE WS-PC-READ-CNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'PENDCASE ROWS READ  . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-RL-READ-CNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'RELEASES LOGGED IN THE WEEK . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-FC-WEEK-CNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'DISPOSITIONS IN THE WEEK  . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-FC-UNMATCHED-CNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  WITH NO CLAIM ON PENDCASE (BAND ?)  '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-CLEAR-CNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CLEARS GRADED . . . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-OVERTURN-CNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CLEARS OVERTURNED BY CHARGEBACK . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-OVERTURN-AMT TO WS-AMOUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'DOLLARS LOST ON OVERTURNED CLEARS . . '
                   DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            IF WS-ANL-OVERFLOW-CNT > 0
               MOVE WS-ANL-OVERFLOW-CNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING '*** ANALYST TABLE FULL, ROWS SKIPPED  '
                      DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
            END-IF.

            IF WS-CMT-OVERFLOW-CNT > 0
               MOVE WS-CMT-OVERFLOW-CNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING '*** CLAIM TABLE FULL, CLAIMS SKIPPED  '
                      DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
            END-IF.

            IF WS-CBT-OVERFLOW-CNT > 0
               MOVE WS-CBT-OVERFLOW-CNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING '*** CHARGEBACK TABLE FULL, SKIPPED  . '
                      DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
            END-IF.

            IF WS-OVT-OVERFLOW-CNT > 0
               MOVE WS-OVT-OVERFLOW-CNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING '*** OVERTURN DETAIL FULL, NOT LISTED  '
                      DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
            END-IF.

       8000-EXIT.
            EXIT.

      *****************************************************************
      * 8100-WRITE-WORK-LINE -- ONE LINE PER ANALYST WHO CLAIMED,
      * DISPOSITIONED OR RELEASED ANYTHING IN THE WEEK (AN ANALYST
      * ONLY IN THE TABLE FOR AN OLDER CLEAR IS LEFT OFF).
      *****************************************************************
       8100-WRITE-WORK-LINE.
            IF ANL-CLAIMED(ANL-IDX) > 0
               OR ANL-DISPOSED(ANL-IDX) > 0
               OR ANL-RELEASED(ANL-IDX) > 0
               MOVE ANL-ID(ANL-IDX)            TO WWL-ANALYST
               MOVE ANL-CLAIMED(ANL-IDX)       TO WWL-CLAIMED
               MOVE ANL-DISPOSED(ANL-IDX)      TO WWL-DISPOSED
               MOVE ANL-RELEASED(ANL-IDX)      TO WWL-RELEASED
               MOVE ANL-AUTO-RELEASED(ANL-IDX) TO WWL-AUTO
               IF ANL-HANDLE-CNT(ANL-IDX) > 0
                  COMPUTE WWL-AVG ROUNDED =
                      ANL-HANDLE-MINS(ANL-IDX)
                          / ANL-HANDLE-CNT(ANL-IDX)
               ELSE
                  MOVE 0 TO WWL-AVG
               END-IF
               MOVE ANL-HANDLE-MAX(ANL-IDX)    TO WWL-MAX
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-WORK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF.

       8100-EXIT.
            EXIT.

       8200-WRITE-MIX-LINES.
            PERFORM 8250-WRITE-ONE-BAND THRU 8250-EXIT
                VARYING WS-BAND-IDX FROM 1 BY 1
                UNTIL WS-BAND-IDX > 5.

       8200-EXIT.
            EXIT.

       8250-WRITE-ONE-BAND.
            IF ANL-MIX(ANL-IDX, WS-BAND-IDX, 1) > 0
               OR ANL-MIX(ANL-IDX, WS-BAND-IDX, 2) > 0
               OR ANL-MIX(ANL-IDX, WS-BAND-IDX, 3) > 0
               MOVE ANL-ID(ANL-IDX) TO WXL-ANALYST
               IF WS-BAND-IDX = 5
                  MOVE '?' TO WXL-BAND
               ELSE
                  MOVE WS-BAND-IDX TO WXL-BAND
               END-IF
               MOVE ANL-MIX(ANL-IDX, WS-BAND-IDX, 1) TO WXL-F
               MOVE ANL-MIX(ANL-IDX, WS-BAND-IDX, 2) TO WXL-C
               MOVE ANL-MIX(ANL-IDX, WS-BAND-IDX, 3) TO WXL-H
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-MIX-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF.

       8250-EXIT.
            EXIT.

       8300-WRITE-QUALITY-LINE.
            IF ANL-CLEARS(ANL-IDX) > 0
               MOVE ANL-ID(ANL-IDX)        TO WQL-ANALYST
               MOVE ANL-CLEARS(ANL-IDX)    TO WQL-CLEARS
               MOVE ANL-OVERTURNS(ANL-IDX) TO WQL-OVERTURNS
               COMPUTE WS-RATE ROUNDED =
                   (ANL-OVERTURNS(ANL-IDX) * 100)
                       / ANL-CLEARS(ANL-IDX)
               MOVE WS-RATE                   TO WQL-RATE
               MOVE ANL-OVERTURN-AMT(ANL-IDX) TO WQL-AMOUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-QUAL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF.

       8300-EXIT.
            EXIT.

       8400-WRITE-OVERTURN-LINE.
            MOVE OVT-ANALYST(OVT-IDX)    TO WOL-ANALYST.
            MOVE OVT-CARD(OVT-IDX)       TO WOL-CARD.
            MOVE OVT-CLEAR-DATE(OVT-IDX) TO WOL-CLEAR-DATE.
            MOVE OVT-CB-COUNT(OVT-IDX)   TO WOL-CB-COUNT.
            MOVE OVT-AMOUNT(OVT-IDX)     TO WOL-AMOUNT.

            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-OVT-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

       8400-EXIT.
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES.
      *****************************************************************
       9000-TERMINATE.
            CLOSE CHARGEBACK-FILE.
            CLOSE PENDING-CASE-FILE.
            CLOSE CASE-RELEASE-FILE.
            CLOSE CASE-FILE.
            CLOSE REPORT-FILE.

       9000-EXIT.
            EXIT.
