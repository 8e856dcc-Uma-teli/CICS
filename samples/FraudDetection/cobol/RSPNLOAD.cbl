       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSPNLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * DAILY CARDHOLDER-RESPONSE LOAD.  DCLNEXT HANDS THE
      * NOTIFICATION PLATFORM EVERY CARD DECLINED THE DAY BEFORE; THE
      * PLATFORM SENDS BACK WHAT THE CARDHOLDERS ANSWERED
      * (COPY/CARDRESP.CPY).  THIS JOB:
      *   - TIES EACH ANSWER TO ITS DCLNEXT STOP -- THE CHAMPION
      *     DECLINE ROW ON SCOREHST FOR THE CARD AT THE STOP DATE AND
      *     TIME, FOUND THROUGH THE SH-CARD ALTERNATE INDEX,
      *   - TIES IT TO THE CARD'S OPEN PENDCASE CASES CUT THAT DAY
      *     AND DISPOSITIONS THEM ON CASEFILE UNDER THE SYSTEM
      *     ANALYST ID 'RSPNLOAD': "WAS ME" CLEARS ('C'), "NOT ME"
      *     CONFIRMS FRAUD ('F').  A CASE AN ANALYST ALREADY MARKED
      *     CONTACT-CARDHOLDER ('H') IS CLOSED BY A SECOND CASEFILE
      *     ROW THE SAME WAY -- THE CALL NO LONGER HAS TO BE MADE,
      *   - ON "WAS ME" LIFTS AN ANALYST BLOCK (HOTCARD REASON 'ANLB')
      *     ON THE CARD; A CHARGEBACK-FEED BLOCK IS NEVER LIFTED.  ON
      *     "NOT ME" BLOCKS THE CARD THE SAME WAY A CONFIRMED-FRAUD
      *     DISPOSITION IN FRAUDCSE DOES.  EITHER WAY THE CHANGE IS
      *     AUDITED TO HOTAUDT,
      *   - LISTS EVERY ANSWER IT COULD NOT APPLY -- BAD RECORD, NO
      *     SUCH STOP, ANSWERED TOO LATE OR AFTER AN ANALYST ALREADY
      *     WORKED THE CASE, CASE HELD ON AN ANALYST'S SCREEN, NO
      *     OPEN CASE -- ON THE EXCEPTION REPORT, RC 4.
      * A HOT-CARD OR CARD-TEST DECLINE NEVER CUTS A CASE, SO AN
      * ANSWER TO ONE IS APPLIED TO THE CARD'S BLOCK ONLY.  A CASE
      * HELD BY AN ANALYST IS LEFT ALONE: THE ANALYST IS WORKING IT
      * AND WILL DISPOSITION IT.  RESPONSE-TABLE OVERFLOW IS RC 8.
      *****************************************************************
           SELECT RESPONSE-FILE ASSIGN TO CARDRESP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.

           SELECT SCORE-HIST-FILE ASSIGN TO SCOREHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               ALTERNATE RECORD KEY IS SH-CARD WITH DUPLICATES
               FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT PENDING-CASE-FILE ASSIGN TO PENDCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FC-FILE-STATUS.

           SELECT HOT-CARD-FILE ASSIGN TO HOTCARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HC-CARD
               FILE STATUS IS WS-HC-FILE-STATUS.

           SELECT HOT-AUDIT-FILE ASSIGN TO HOTAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HA-KEY
               FILE STATUS IS WS-HA-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE.
       COPY CARDRESP.

       FD  SCORE-HIST-FILE.
       COPY SCOREHST.

       FD  PENDING-CASE-FILE.
       COPY PENDCASE.

       FD  CASE-FILE.
       COPY FRDCASE.

       FD  HOT-CARD-FILE.
       COPY HOTCARD.

       FD  HOT-AUDIT-FILE.
       COPY HOTAUDIT.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * THE CASE IMAGE INSIDE PC-CASE-DATA (COPY/REVQUE.CPY).
      *****************************************************************
       COPY REVQUE.

       77 WS-RS-FILE-STATUS   PIC X(02).
       77 WS-SH-FILE-STATUS   PIC X(02).
       77 WS-PC-FILE-STATUS   PIC X(02).
       77 WS-FC-FILE-STATUS   PIC X(02).
       77 WS-HC-FILE-STATUS   PIC X(02).
       77 WS-HA-FILE-STATUS   PIC X(02).
       77 WS-RPT-FILE-STATUS  PIC X(02).

       77 WS-RS-EOF-SW        PIC X(01) VALUE 'N'.
           88 RS-EOF-REACHED  VALUE 'Y'.
       77 WS-PC-EOF-SW        PIC X(01) VALUE 'N'.
           88 PC-EOF-REACHED  VALUE 'Y'.
       77 WS-SCAN-END-SW      PIC X(01).
           88 SCAN-ENDED      VALUE 'Y'.
       77 WS-STOP-FOUND-SW    PIC X(01).
           88 STOP-FOUND      VALUE 'Y'.
       77 WS-LAST-FOUND-SW    PIC X(01).
           88 LAST-DISP-FOUND VALUE 'Y'.
       77 WS-RSP-FOUND-SW     PIC X(01).
           88 RSP-FOUND       VALUE 'Y'.
       77 WS-HOT-LISTED-SW    PIC X(01).
           88 CARD-ALREADY-LISTED VALUE 'Y'.

      *****************************************************************
      * THE SYSTEM ANALYST ID EVERY DISPOSITION AND BLOCK CHANGE THIS
      * JOB MAKES IS RECORDED UNDER, AND THE ANALYST-BLOCK REASON CODE
      * AND RETENTION FRAUDCSE USES FOR A CONFIRMED-FRAUD BLOCK.
      *****************************************************************
       01 WS-SYSTEM-ANALYST   PIC X(08) VALUE 'RSPNLOAD'.
       01 WS-ANALYST-REASON   PIC X(04) VALUE 'ANLB'.
       01 WS-BLOCK-DAYS       PIC 9(03) VALUE 180.

      *****************************************************************
      * AN ANSWER MORE THAN WS-RESPONSE-DAYS AFTER THE STOP IS TOO
      * LATE TO ACT ON WITHOUT AN ANALYST LOOKING AT IT.
      *****************************************************************
       01 WS-RESPONSE-DAYS    PIC 9(03) VALUE 3.
       01 WS-ANSWER-DAYS      PIC S9(07) COMP.

       01 WS-TODAY-DATE       PIC 9(08).
       01 WS-NOW-TIME         PIC 9(08).
       01 WS-NOW-HHMMSS REDEFINES WS-NOW-TIME.
           03 WS-NOW-HMS      PIC 9(06).
           03 FILLER          PIC 9(02).
       01 WS-EXPIRY-DATE      PIC 9(08).

      *****************************************************************
      * WS-WRITE-SEQ STANDS IN FOR THE TASK NUMBER IN THE CASEFILE
      * AND HOTAUDT KEYS -- THE ONLINE WRITERS USE EIBTASKN; A BATCH
      * STEP HAS NONE, SO EACH WRITE TAKES THE NEXT NUMBER AND TWO
      * ROWS FOR ONE CARD IN THE SAME SECOND STILL GET DISTINCT KEYS.
      *****************************************************************
       77 WS-WRITE-SEQ        PIC 9(07) COMP VALUE 0.

       77 WS-DISPOSITION-CODE PIC X(01).
       01 WS-EXCP-REASON      PIC X(31).

      *****************************************************************
      * ONE ENTRY PER ANSWER THAT MATCHED ITS STOP, FOR THE PENDCASE
      * PASS AND THE FINISHING PASS.  RSP-DISPOSED COUNTS THE OPEN
      * CASES THE ANSWER CLOSED; RSP-HELD THE ONES IT FOUND ON AN
      * ANALYST'S SCREEN.  WS-MIN-STOP-DATE LETS THE PENDCASE PASS
      * SKIP EVERY CASE CUT BEFORE THE OLDEST STOP.
      *****************************************************************
       01 RESPONSE-TABLE.
           03 RSP-ENTRY OCCURS 5000 TIMES
               INDEXED BY RSP-IDX RSP-USE-IDX.
               05 RSP-CARD            PIC X(16).
               05 RSP-STOP-DATE       PIC 9(08).
               05 RSP-STOP-TIME       PIC 9(06).
               05 RSP-ANSWER          PIC X(01).
               05 RSP-RESPONSE-DATE   PIC 9(08).
               05 RSP-HOT-STOP-SW     PIC X(01).
                   88 RSP-HOT-STOP    VALUE 'Y'.
               05 RSP-DISPOSED        PIC 9(05) COMP.
               05 RSP-HELD            PIC 9(05) COMP.
       77 RSP-ENTRY-COUNT     PIC 9(05) COMP VALUE 0.
       77 WS-RSP-OVERFLOW-CNT PIC 9(07) COMP VALUE 0.
       01 WS-MIN-STOP-DATE    PIC 9(08) VALUE 99999999.

      *****************************************************************
      * THE LATEST CASEFILE ROW FOR A CARD SINCE ITS STOP DATE, KEPT
      * BYTE FOR BYTE (THE LENGTH OF FRAUD-CASE-RECORD) SO A
      * CONTACT-CARDHOLDER DISPOSITION CAN BE CLOSED WITH A ROW
      * CARRYING THE SAME CASE DETAIL.
      *****************************************************************
       01 WS-LAST-CASE-IMAGE  PIC X(154).

       77 WS-READ-COUNT       PIC 9(07) COMP VALUE 0.
       77 WS-WAS-ME-COUNT     PIC 9(07) COMP VALUE 0.
       77 WS-NOT-ME-COUNT     PIC 9(07) COMP VALUE 0.
       77 WS-CLEARED-COUNT    PIC 9(07) COMP VALUE 0.
       77 WS-FRAUD-COUNT      PIC 9(07) COMP VALUE 0.
       77 WS-CONTACT-COUNT    PIC 9(07) COMP VALUE 0.
       77 WS-HOT-STOP-COUNT   PIC 9(07) COMP VALUE 0.
       77 WS-LIFTED-COUNT     PIC 9(07) COMP VALUE 0.
       77 WS-BLOCKED-COUNT    PIC 9(07) COMP VALUE 0.
       77 WS-EXCEPTION-COUNT  PIC 9(07) COMP VALUE 0.

       01 WS-COUNT-ED         PIC ZZZ,ZZ9.

       01 WS-EXCP-HEADING.
           03 FILLER PIC X(40) VALUE
              'CARD              STOP DATE TIME  ANS  A'.
           03 FILLER PIC X(40) VALUE
              'NSWERED  REASON NOT APPLIED'.

       01 WS-EXCP-LINE.
           03 WXL-CARD            PIC X(16).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WXL-STOP-DATE       PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WXL-STOP-TIME       PIC X(06).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WXL-ANSWER          PIC X(01).
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WXL-RESPONSE-DATE   PIC X(08).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WXL-REASON          PIC X(31).

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=RSPNLOAD,PARM='DDD' OVERRIDE OF
      * HOW MANY DAYS AFTER THE STOP AN ANSWER IS STILL ACTED ON.
      * DEFAULT 3.
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-INFO.
           05 PARM-LENGTH     PIC S9(04) COMP.
           05 PARM-DAYS       PIC X(03).

       PROCEDURE DIVISION USING PARM-INFO.

       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.

            PERFORM 2000-MATCH-ONE-RESPONSE THRU 2000-EXIT
                UNTIL RS-EOF-REACHED.

            IF RSP-ENTRY-COUNT > 0
               PERFORM 3000-WORK-ONE-CASE THRU 3000-EXIT
                   UNTIL PC-EOF-REACHED
            END-IF.

            PERFORM 4000-FINISH-ONE-RESPONSE THRU 4000-EXIT
                VARYING RSP-IDX FROM 1 BY 1
                UNTIL RSP-IDX > RSP-ENTRY-COUNT.

            PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
            PERFORM 9000-TERMINATE THRU 9000-EXIT.

            STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- RESOLVE THE RESPONSE WINDOW, STAMP THE RUN,
      * OPEN THE FILES, START THE EXCEPTION REPORT AND PRIME THE
      * READS.  A BAD OPEN IS FATAL.
      *****************************************************************
       1000-INITIALIZE.
            IF PARM-LENGTH = 3 AND PARM-DAYS IS NUMERIC
               MOVE PARM-DAYS TO WS-RESPONSE-DAYS
            END-IF.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-NOW-TIME FROM TIME.
            COMPUTE WS-EXPIRY-DATE =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                        + WS-BLOCK-DAYS).

            OPEN INPUT  RESPONSE-FILE.
            IF WS-RS-FILE-STATUS NOT = '00'
               DISPLAY 'CARDRESP OPEN FAILED, STATUS='
                   WS-RS-FILE-STATUS
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

            OPEN I-O PENDING-CASE-FILE.
            IF WS-PC-FILE-STATUS NOT = '00'
               DISPLAY 'PENDCASE OPEN FAILED, STATUS='
                   WS-PC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN I-O CASE-FILE.
            IF WS-FC-FILE-STATUS NOT = '00'
               DISPLAY 'CASEFILE OPEN FAILED, STATUS='
                   WS-FC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN I-O HOT-CARD-FILE.
            IF WS-HC-FILE-STATUS NOT = '00'
               DISPLAY 'HOTCARD OPEN FAILED, STATUS='
                   WS-HC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN I-O HOT-AUDIT-FILE.
            IF WS-HA-FILE-STATUS NOT = '00'
               DISPLAY 'HOTAUDT OPEN FAILED, STATUS='
                   WS-HA-FILE-STATUS
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

            MOVE SPACES TO REPORT-RECORD.
            STRING 'CARDHOLDER-RESPONSE LOAD - RUN DATE '
                   DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM WS-EXCP-HEADING.

            READ RESPONSE-FILE
                AT END
                   MOVE 'Y' TO WS-RS-EOF-SW
            END-READ.

            PERFORM 3900-READ-NEXT-CASE THRU 3900-EXIT.

       1000-EXIT.
            EXIT.

      *****************************************************************
      * 2000-MATCH-ONE-RESPONSE -- ONE FEED RECORD: EDIT IT, FIND ITS
      * STOP, AND KEEP IT FOR THE CASE PASS -- OR LIST WHY NOT.  THEN
      * READ THE NEXT RECORD.
      *****************************************************************
       2000-MATCH-ONE-RESPONSE.
            ADD 1 TO WS-READ-COUNT.
            MOVE SPACES TO WS-EXCP-REASON.

            PERFORM 2100-EDIT-RESPONSE THRU 2100-EXIT.

            IF WS-EXCP-REASON = SPACES
               PERFORM 2200-FIND-STOP THRU 2200-EXIT
            END-IF.

            IF WS-EXCP-REASON = SPACES
               PERFORM 2300-KEEP-RESPONSE THRU 2300-EXIT
            END-IF.

            IF WS-EXCP-REASON NOT = SPACES
               MOVE RS-CARD          TO WXL-CARD
               MOVE RS-STOP-DATE     TO WXL-STOP-DATE
               MOVE RS-STOP-TIME     TO WXL-STOP-TIME
               MOVE RS-ANSWER        TO WXL-ANSWER
               MOVE RS-RESPONSE-DATE TO WXL-RESPONSE-DATE
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
            END-IF.

            READ RESPONSE-FILE
                AT END
                   MOVE 'Y' TO WS-RS-EOF-SW
            END-READ.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 2100-EDIT-RESPONSE -- A USABLE RECORD HAS A CARD, REAL STOP
      * AND ANSWER DATES (THE ANSWER NOT BEFORE THE STOP) AND A Y/N
      * ANSWER; AN ANSWER PAST THE RESPONSE WINDOW IS LATE.
      *****************************************************************
       2100-EDIT-RESPONSE.
            IF RS-CARD = SPACES
               OR RS-STOP-DATE IS NOT NUMERIC
               OR RS-STOP-TIME IS NOT NUMERIC
               OR RS-RESPONSE-DATE IS NOT NUMERIC
               OR NOT (RS-WAS-ME OR RS-NOT-ME)
               MOVE 'INVALID RECORD' TO WS-EXCP-REASON
            ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(RS-STOP-DATE) NOT = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(RS-RESPONSE-DATE)
                      NOT = 0
                  OR RS-RESPONSE-DATE < RS-STOP-DATE
                  MOVE 'INVALID RECORD' TO WS-EXCP-REASON
               ELSE
                  COMPUTE WS-ANSWER-DAYS =
                      FUNCTION INTEGER-OF-DATE(RS-RESPONSE-DATE)
                          - FUNCTION INTEGER-OF-DATE(RS-STOP-DATE)
                  IF WS-ANSWER-DAYS > WS-RESPONSE-DAYS
                     MOVE 'LATE - PAST RESPONSE WINDOW'
                         TO WS-EXCP-REASON
                  END-IF
               END-IF
            END-IF.

       2100-EXIT.
            EXIT.

      *****************************************************************
      * 2200-FIND-STOP -- BROWSE THE CARD'S SCOREHST ROWS THROUGH THE
      * SH-CARD ALTERNATE INDEX FOR THE CHAMPION DECLINE AT THE STOP
      * DATE AND TIME DCLNEXT REPORTED.  A POST-OUTAGE RE-SCORE ROW
      * IS NOT A STOP.
      *****************************************************************
       2200-FIND-STOP.
            MOVE 'N' TO WS-STOP-FOUND-SW.
            MOVE 'N' TO WS-SCAN-END-SW.

            MOVE RS-CARD TO SH-CARD.
            START SCORE-HIST-FILE KEY IS EQUAL TO SH-CARD
                INVALID KEY
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-START.

            PERFORM 2250-SCAN-ONE-CARD-ROW THRU 2250-EXIT
                UNTIL SCAN-ENDED OR STOP-FOUND.

            IF NOT STOP-FOUND
               MOVE 'NO MATCHING DECLINE ON FILE' TO WS-EXCP-REASON
            END-IF.

       2200-EXIT.
            EXIT.

       2250-SCAN-ONE-CARD-ROW.
            READ SCORE-HIST-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-READ.

            IF NOT SCAN-ENDED
               IF SH-CARD NOT = RS-CARD
                  MOVE 'Y' TO WS-SCAN-END-SW
               ELSE
                  IF SH-MODEL-ROLE = 'CHAMPION  '
                     AND SH-DECISION-CODE = 'DECLINE '
                     AND SH-DATE = RS-STOP-DATE
                     AND SH-TIME = RS-STOP-TIME
                     AND NOT SH-RESCORE-ROW
                     MOVE 'Y' TO WS-STOP-FOUND-SW
                  END-IF
               END-IF
            END-IF.

       2250-EXIT.
            EXIT.

      *****************************************************************
      * 2300-KEEP-RESPONSE -- ADD THE MATCHED ANSWER TO THE TABLE,
      * NOTING WHETHER THE STOP WAS A HOT-CARD OR CARD-TEST DECLINE
      * (WHICH CUT NO CASE).  A FULL TABLE LISTS THE ANSWER FOR THE
      * PLATFORM TO RESEND.
      *****************************************************************
       2300-KEEP-RESPONSE.
            IF RSP-ENTRY-COUNT < 5000
               ADD 1 TO RSP-ENTRY-COUNT
               SET RSP-IDX TO RSP-ENTRY-COUNT
               MOVE RS-CARD          TO RSP-CARD(RSP-IDX)
               MOVE RS-STOP-DATE     TO RSP-STOP-DATE(RSP-IDX)
               MOVE RS-STOP-TIME     TO RSP-STOP-TIME(RSP-IDX)
               MOVE RS-ANSWER        TO RSP-ANSWER(RSP-IDX)
               MOVE RS-RESPONSE-DATE TO RSP-RESPONSE-DATE(RSP-IDX)
               MOVE 0                TO RSP-DISPOSED(RSP-IDX)
               MOVE 0                TO RSP-HELD(RSP-IDX)
               IF SH-SCORE-ERR-ID = 'HOTCARD '
                  OR SH-SCORE-ERR-ID = 'CARDTEST'
                  MOVE 'Y' TO RSP-HOT-STOP-SW(RSP-IDX)
               ELSE
                  MOVE 'N' TO RSP-HOT-STOP-SW(RSP-IDX)
               END-IF
               IF RS-STOP-DATE < WS-MIN-STOP-DATE
                  MOVE RS-STOP-DATE TO WS-MIN-STOP-DATE
               END-IF
               IF RS-WAS-ME
                  ADD 1 TO WS-WAS-ME-COUNT
               ELSE
                  ADD 1 TO WS-NOT-ME-COUNT
               END-IF
            ELSE
               ADD 1 TO WS-RSP-OVERFLOW-CNT
               MOVE 'RESPONSE TABLE FULL - RESEND' TO WS-EXCP-REASON
            END-IF.

       2300-EXIT.
            EXIT.

      *****************************************************************
      * 3000-WORK-ONE-CASE -- ONE PENDCASE ROW.  AN OPEN CASE CUT BY
      * LIVE SCORING ON A STOP DATE IS MATCHED TO AN ANSWER FOR ITS
      * CARD AND DAY: A PENDING CASE IS DISPOSITIONED NOW, AN
      * ASSIGNED ONE IS LEFT TO ITS ANALYST.  THEN READ THE NEXT ROW.
      *****************************************************************
       3000-WORK-ONE-CASE.
            IF (PC-PENDING OR PC-ASSIGNED)
               AND PC-FROM-LIVE-SCORING
               AND PC-DATE >= WS-MIN-STOP-DATE
               MOVE PC-CASE-DATA TO REVIEW-QUEUE-RECORD
               PERFORM 3100-FIND-RESPONSE THRU 3100-EXIT
               IF RSP-FOUND
                  IF PC-PENDING
                     PERFORM 3200-DISPOSE-PENDING-CASE THRU 3200-EXIT
                  ELSE
                     ADD 1 TO RSP-HELD(RSP-USE-IDX)
                  END-IF
               END-IF
            END-IF.

            PERFORM 3900-READ-NEXT-CASE THRU 3900-EXIT.

       3000-EXIT.
            EXIT.

      *****************************************************************
      * 3100-FIND-RESPONSE -- THE FIRST ANSWER FOR THIS CASE'S CARD
      * AND DAY.  RSP-USE-IDX IS CAPTURED AT THE MATCH FOR THE SAME
      * REASON DCLNEXT'S DCL-USE-IDX IS.
      *****************************************************************
       3100-FIND-RESPONSE.
            MOVE 'N' TO WS-RSP-FOUND-SW.

            PERFORM 3150-SCAN-RESPONSE-ENTRY THRU 3150-EXIT
                VARYING RSP-IDX FROM 1 BY 1
                UNTIL RSP-IDX > RSP-ENTRY-COUNT OR RSP-FOUND.

       3100-EXIT.
            EXIT.

       3150-SCAN-RESPONSE-ENTRY.
            IF RSP-CARD(RSP-IDX) = RQ-CARD
               AND RSP-STOP-DATE(RSP-IDX) = PC-DATE
               MOVE 'Y' TO WS-RSP-FOUND-SW
               SET RSP-USE-IDX TO RSP-IDX
            END-IF.

       3150-EXIT.
            EXIT.

      *****************************************************************
      * 3200-DISPOSE-PENDING-CASE -- WRITE THE DISPOSITION TO
      * CASEFILE, THEN MARK THE CASE DISPOSITIONED UNDER THE SYSTEM
      * ANALYST, CLAIMED AND CLOSED AT THE RUN TIME, SO NO ANALYST
      * PULLS IT.  A FAILED WRITE IS FATAL.  IF THE RUN DIES BEFORE
      * THE CASEFILE ROW IS WRITTEN THE CASE IS STILL PENDING AND THE
      * RERUN DISPOSES OF IT AGAIN; ONCE THE ROW IS WRITTEN THE RERUN
      * FINDS IT IN 4100 AND 4200 REAPPLIES THE CARD'S BLOCK OR LIFT.
      *****************************************************************
       3200-DISPOSE-PENDING-CASE.
            IF RSP-ANSWER(RSP-USE-IDX) = 'Y'
               MOVE 'C' TO WS-DISPOSITION-CODE
               ADD 1 TO WS-CLEARED-COUNT
            ELSE
               MOVE 'F' TO WS-DISPOSITION-CODE
               ADD 1 TO WS-FRAUD-COUNT
            END-IF.

            MOVE RQ-CARD           TO FC-CARD.
            MOVE RQ-AMOUNT         TO FC-AMOUNT.
            MOVE RQ-MERCHANTXNAME  TO FC-MERCHANTXNAME.
            MOVE RQ-MERCHANTXCITY  TO FC-MERCHANTXCITY.
            MOVE RQ-MERCHANTXSTATE TO FC-MERCHANTXSTATE.
            MOVE RQ-MCC            TO FC-MCC.
            MOVE RQ-ZIP            TO FC-ZIP.
            MOVE RQ-PREDICTION     TO FC-PREDICTION.
            MOVE RQ-PROBABILITY(1) TO FC-PROBABILITY(1).
            MOVE RQ-PROBABILITY(2) TO FC-PROBABILITY(2).
            MOVE RQ-DECISION-CODE  TO FC-DECISION-CODE.
            PERFORM 3500-WRITE-DISPOSITION THRU 3500-EXIT.

            MOVE 'D'               TO PC-STATE.
            MOVE WS-SYSTEM-ANALYST TO PC-ANALYST-ID.
            MOVE WS-TODAY-DATE     TO PC-ASSIGN-DATE.
            MOVE WS-NOW-HMS        TO PC-ASSIGN-TIME.
            REWRITE PENDING-CASE-RECORD.
            IF WS-PC-FILE-STATUS NOT = '00'
               DISPLAY 'PENDCASE REWRITE FAILED, STATUS='
                   WS-PC-FILE-STATUS ' CARD=' RQ-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            ADD 1 TO RSP-DISPOSED(RSP-USE-IDX).

       3200-EXIT.
            EXIT.

      *****************************************************************
      * 3500-WRITE-DISPOSITION -- STAMP THE CASEFILE KEY AND WRITE
      * THE ROW WHOSE CASE DETAIL THE CALLER HAS FILLED IN, UNDER
      * WS-DISPOSITION-CODE AND THE SYSTEM ANALYST.
      *****************************************************************
       3500-WRITE-DISPOSITION.
            ADD 1 TO WS-WRITE-SEQ.
            MOVE WS-TODAY-DATE       TO FC-DATE.
            MOVE WS-NOW-HMS          TO FC-TIME.
            MOVE WS-WRITE-SEQ        TO FC-TASKNUM.
            MOVE WS-DISPOSITION-CODE TO FC-DISPOSITION.
            MOVE WS-SYSTEM-ANALYST   TO FC-ANALYST-ID.

            WRITE FRAUD-CASE-RECORD.
            IF WS-FC-FILE-STATUS NOT = '00'
               DISPLAY 'CASEFILE WRITE FAILED, STATUS='
                   WS-FC-FILE-STATUS ' CARD=' FC-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       3500-EXIT.
            EXIT.

      *****************************************************************
      * 3900-READ-NEXT-CASE -- SEQUENTIAL READ OF THE NEXT PENDCASE
      * ROW.
      *****************************************************************
       3900-READ-NEXT-CASE.
            READ PENDING-CASE-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-PC-EOF-SW
            END-READ.

       3900-EXIT.
            EXIT.

      *****************************************************************
      * 4000-FINISH-ONE-RESPONSE -- ONE MATCHED ANSWER AFTER THE CASE
      * PASS.  AN ANSWER THAT CLOSED A CASE MOVES ON TO THE CARD'S
      * BLOCK.  ONE THAT FOUND ITS CASE ON AN ANALYST'S SCREEN IS
      * LISTED.  OTHERWISE THE CARD'S CASEFILE HISTORY SINCE THE STOP
      * DECIDES: A CONTACT-CARDHOLDER DISPOSITION IS CLOSED, ANY
      * OTHER MEANS THE CASE WAS ALREADY WORKED (OR ALREADY ANSWERED
      * BY AN EARLIER RUN, WHOSE CARD ACTION IS THEN REAPPLIED), AND
      * NOTHING AT ALL IS FINE ONLY FOR A HOT-CARD OR CARD-TEST STOP,
      * WHICH NEVER HAD A CASE.
      *****************************************************************
       4000-FINISH-ONE-RESPONSE.
            MOVE SPACES TO WS-EXCP-REASON.

            EVALUATE TRUE
                WHEN RSP-DISPOSED(RSP-IDX) > 0
                   PERFORM 6000-APPLY-CARD-ACTION THRU 6000-EXIT
                WHEN RSP-HELD(RSP-IDX) > 0
                   MOVE 'CASE HELD BY AN ANALYST' TO WS-EXCP-REASON
                WHEN OTHER
                   PERFORM 4100-FIND-LAST-DISPOSITION THRU 4100-EXIT
                   PERFORM 4200-APPLY-TO-HISTORY THRU 4200-EXIT
            END-EVALUATE.

            IF WS-EXCP-REASON NOT = SPACES
               MOVE RSP-CARD(RSP-IDX)          TO WXL-CARD
               MOVE RSP-STOP-DATE(RSP-IDX)     TO WXL-STOP-DATE
               MOVE RSP-STOP-TIME(RSP-IDX)     TO WXL-STOP-TIME
               MOVE RSP-ANSWER(RSP-IDX)        TO WXL-ANSWER
               MOVE RSP-RESPONSE-DATE(RSP-IDX) TO WXL-RESPONSE-DATE
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
            END-IF.

       4000-EXIT.
            EXIT.

      *****************************************************************
      * 4100-FIND-LAST-DISPOSITION -- BROWSE THE CARD'S CASEFILE ROWS
      * FROM THE STOP DATE ON AND KEEP THE LATEST.
      *****************************************************************
       4100-FIND-LAST-DISPOSITION.
            MOVE 'N' TO WS-LAST-FOUND-SW.
            MOVE 'N' TO WS-SCAN-END-SW.

            MOVE RSP-CARD(RSP-IDX)      TO FC-CARD.
            MOVE RSP-STOP-DATE(RSP-IDX) TO FC-DATE.
            MOVE 0                      TO FC-TIME.
            MOVE 0                      TO FC-TASKNUM.
            START CASE-FILE KEY IS NOT LESS THAN FC-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-START.

            PERFORM 4150-SCAN-ONE-DISPOSITION THRU 4150-EXIT
                UNTIL SCAN-ENDED.

       4100-EXIT.
            EXIT.

       4150-SCAN-ONE-DISPOSITION.
            READ CASE-FILE NEXT
                AT END
                   MOVE 'Y' TO WS-SCAN-END-SW
            END-READ.

            IF NOT SCAN-ENDED
               IF FC-CARD NOT = RSP-CARD(RSP-IDX)
                  MOVE 'Y' TO WS-SCAN-END-SW
               ELSE
                  MOVE 'Y' TO WS-LAST-FOUND-SW
                  MOVE FRAUD-CASE-RECORD TO WS-LAST-CASE-IMAGE
               END-IF
            END-IF.

       4150-EXIT.
            EXIT.

      *****************************************************************
      * 4200-APPLY-TO-HISTORY -- ACT ON (OR LIST) THE ANSWER FROM
      * WHAT 4100 FOUND.  A CONTACT-CARDHOLDER CASE IS CLOSED WITH A
      * SECOND CASEFILE ROW CARRYING THE SAME CASE DETAIL.  A ROW THIS
      * PROGRAM ALREADY WROTE FOR THE SAME ANSWER MEANS AN EARLIER RUN
      * DIED BETWEEN THE CASE AND THE CARD, OR THE FEED WAS LOADED
      * TWICE: THE BLOCK OR LIFT IS APPLIED AGAIN, WHICH 6100 AND 6200
      * TAKE IN THEIR STRIDE.  A ROW FOR THE OTHER ANSWER IS LISTED.
      *****************************************************************
       4200-APPLY-TO-HISTORY.
            IF LAST-DISP-FOUND
               MOVE WS-LAST-CASE-IMAGE TO FRAUD-CASE-RECORD
            END-IF.

            EVALUATE TRUE
                WHEN LAST-DISP-FOUND
                     AND FC-ANALYST-ID = WS-SYSTEM-ANALYST
                   IF (RSP-ANSWER(RSP-IDX) = 'Y' AND FC-CLEARED)
                      OR (RSP-ANSWER(RSP-IDX) NOT = 'Y'
                          AND FC-CONFIRMED-FRAUD)
                      PERFORM 6000-APPLY-CARD-ACTION THRU 6000-EXIT
                   ELSE
                      MOVE 'DUPLICATE - ALREADY ANSWERED'
                          TO WS-EXCP-REASON
                   END-IF
                WHEN LAST-DISP-FOUND AND FC-CONTACT-CARDHOLDER
                   IF RSP-ANSWER(RSP-IDX) = 'Y'
                      MOVE 'C' TO WS-DISPOSITION-CODE
                   ELSE
                      MOVE 'F' TO WS-DISPOSITION-CODE
                   END-IF
                   PERFORM 3500-WRITE-DISPOSITION THRU 3500-EXIT
                   ADD 1 TO WS-CONTACT-COUNT
                   PERFORM 6000-APPLY-CARD-ACTION THRU 6000-EXIT
                WHEN LAST-DISP-FOUND
                   MOVE 'LATE - CASE ALREADY WORKED' TO WS-EXCP-REASON
                WHEN RSP-HOT-STOP(RSP-IDX)
                   ADD 1 TO WS-HOT-STOP-COUNT
                   PERFORM 6000-APPLY-CARD-ACTION THRU 6000-EXIT
                WHEN OTHER
                   MOVE 'NO OPEN CASE FOR THIS STOP' TO WS-EXCP-REASON
            END-EVALUATE.

       4200-EXIT.
            EXIT.

      *****************************************************************
      * 6000-APPLY-CARD-ACTION -- "WAS ME" LIFTS AN ANALYST BLOCK,
      * "NOT ME" BLOCKS THE CARD.
      *****************************************************************
       6000-APPLY-CARD-ACTION.
            MOVE RSP-CARD(RSP-IDX) TO HC-CARD.

            IF RSP-ANSWER(RSP-IDX) = 'Y'
               PERFORM 6100-LIFT-ANALYST-BLOCK THRU 6100-EXIT
            ELSE
               PERFORM 6200-BLOCK-CARD THRU 6200-EXIT
            END-IF.

       6000-EXIT.
            EXIT.

      *****************************************************************
      * 6100-LIFT-ANALYST-BLOCK -- THE CARDHOLDER SAYS THE DECLINED
      * SPEND WAS THEIRS.  AN 'ANLB' ENTRY (AN ANALYST OR AN EARLIER
      * "NOT ME" PUT IT THERE) IS DELETED AND AUDITED THE WAY A
      * HOTCRDMT LIFT IS; ANY OTHER REASON CODE CAME FROM THE
      * CHARGEBACK FEED AND STAYS.
      *****************************************************************
       6100-LIFT-ANALYST-BLOCK.
            READ HOT-CARD-FILE
                INVALID KEY
                   CONTINUE
            END-READ.

            IF WS-HC-FILE-STATUS = '00'
               AND HC-REASON-CODE = WS-ANALYST-REASON
               MOVE HC-REASON-CODE TO HA-OLD-REASON-CODE
               MOVE HC-EXPIRY-DATE TO HA-OLD-EXPIRY-DATE
               DELETE HOT-CARD-FILE
               IF WS-HC-FILE-STATUS NOT = '00'
                  DISPLAY 'HOTCARD DELETE FAILED, STATUS='
                      WS-HC-FILE-STATUS ' CARD=' HC-CARD
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE SPACES TO HA-NEW-REASON-CODE
               MOVE ZERO   TO HA-NEW-EXPIRY-DATE
               MOVE 'L'    TO HA-ACTION
               PERFORM 6500-WRITE-BLOCK-AUDIT THRU 6500-EXIT
               ADD 1 TO WS-LIFTED-COUNT
            END-IF.

       6100-EXIT.
            EXIT.

      *****************************************************************
      * 6200-BLOCK-CARD -- THE CARDHOLDER SAYS THE SPEND WAS NOT
      * THEIRS: BLOCK THE CARD EXACTLY AS A FRAUDCSE CONFIRMED-FRAUD
      * DISPOSITION DOES -- A NEW 'ANLB' ENTRY, OR AN EXISTING ONE
      * REFRESHED TO 'ANLB' WITH ITS EXPIRY PUSHED OUT -- AND AUDIT
      * IT.
      *****************************************************************
       6200-BLOCK-CARD.
            READ HOT-CARD-FILE
                INVALID KEY
                   MOVE 'N'    TO WS-HOT-LISTED-SW
                   MOVE SPACES TO HA-OLD-REASON-CODE
                   MOVE ZERO   TO HA-OLD-EXPIRY-DATE
                NOT INVALID KEY
                   MOVE 'Y'    TO WS-HOT-LISTED-SW
                   MOVE HC-REASON-CODE TO HA-OLD-REASON-CODE
                   MOVE HC-EXPIRY-DATE TO HA-OLD-EXPIRY-DATE
            END-READ.

            MOVE RSP-CARD(RSP-IDX)  TO HC-CARD.
            MOVE WS-ANALYST-REASON  TO HC-REASON-CODE.
            MOVE WS-EXPIRY-DATE     TO HC-EXPIRY-DATE.
            MOVE WS-TODAY-DATE      TO HC-LOAD-DATE.

            IF CARD-ALREADY-LISTED
               REWRITE HOT-CARD-RECORD
            ELSE
               WRITE HOT-CARD-RECORD
            END-IF.

            IF WS-HC-FILE-STATUS NOT = '00'
               DISPLAY 'HOTCARD UPDATE FAILED, STATUS='
                   WS-HC-FILE-STATUS ' CARD=' HC-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE HC-REASON-CODE TO HA-NEW-REASON-CODE.
            MOVE HC-EXPIRY-DATE TO HA-NEW-EXPIRY-DATE.
            MOVE 'A'            TO HA-ACTION.
            PERFORM 6500-WRITE-BLOCK-AUDIT THRU 6500-EXIT.
            ADD 1 TO WS-BLOCKED-COUNT.

       6200-EXIT.
            EXIT.

      *****************************************************************
      * 6500-WRITE-BLOCK-AUDIT -- ONE HOTAUDT ROW FOR THE CHANGE THE
      * CALLER HAS DESCRIBED, UNDER THE SYSTEM ANALYST ID.
      *****************************************************************
       6500-WRITE-BLOCK-AUDIT.
            ADD 1 TO WS-WRITE-SEQ.
            MOVE RSP-CARD(RSP-IDX)  TO HA-CARD.
            MOVE WS-TODAY-DATE      TO HA-DATE.
            MOVE WS-NOW-HMS         TO HA-TIME.
            MOVE WS-WRITE-SEQ       TO HA-TASKNUM.
            MOVE WS-SYSTEM-ANALYST  TO HA-USER-ID.

            WRITE HOT-CARD-AUDIT-RECORD.
            IF WS-HA-FILE-STATUS NOT = '00'
               DISPLAY 'HOTAUDT WRITE FAILED, STATUS='
                   WS-HA-FILE-STATUS ' CARD=' HA-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       6500-EXIT.
            EXIT.

      *****************************************************************
      * 7000-WRITE-EXCEPTION -- ONE LINE FOR AN ANSWER THAT WAS NOT
      * APPLIED, FROM THE FIELDS THE CALLER FILLED IN.
      *****************************************************************
       7000-WRITE-EXCEPTION.
            MOVE WS-EXCP-REASON TO WXL-REASON.
            WRITE REPORT-RECORD FROM WS-EXCP-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT.

       7000-EXIT.
            EXIT.

      *****************************************************************
      * 8000-PRODUCE-REPORT -- THE COUNTS UNDER THE EXCEPTION LIST.
      * ANY EXCEPTION IS RC 4 SO SOMEONE READS THE LIST; A FULL
      * RESPONSE TABLE IS RC 8.
      *****************************************************************
       8000-PRODUCE-REPORT.
            IF WS-EXCEPTION-COUNT = 0
               MOVE '  (NONE)' TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

            MOVE WS-READ-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'RESPONSES READ  . . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-WAS-ME-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  MATCHED, "WAS ME" . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-NOT-ME-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  MATCHED, "NOT ME" . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'PENDING CASES CLEARED . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-FRAUD-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'PENDING CASES CONFIRMED FRAUD . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-CONTACT-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CONTACT-CARDHOLDER CASES CLOSED . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-HOT-STOP-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'NO-CASE STOPS ANSWERED  . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-LIFTED-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'ANALYST BLOCKS LIFTED . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-BLOCKED-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CARDS BLOCKED . . . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'RESPONSES NOT APPLIED . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.

            IF WS-RSP-OVERFLOW-CNT > 0
               DISPLAY 'RSPNLOAD: RESPONSE TABLE FULL, '
                   WS-RSP-OVERFLOW-CNT ' RESPONSE(S) NOT APPLIED'
               MOVE 8 TO RETURN-CODE
            END-IF.

       8000-EXIT.
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES.
      *****************************************************************
       9000-TERMINATE.
            CLOSE RESPONSE-FILE.
            CLOSE SCORE-HIST-FILE.
            CLOSE PENDING-CASE-FILE.
            CLOSE CASE-FILE.
            CLOSE HOT-CARD-FILE.
            CLOSE HOT-AUDIT-FILE.
            CLOSE REPORT-FILE.

       9000-EXIT.
            EXIT.
