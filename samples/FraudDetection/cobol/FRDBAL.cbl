      *   - EACH FRSTAT DECISION COUNTER VS THE CHAMPION ROWS
      *     ACTUALLY ON SCOREHST PLUS THE SPILLED ROWS NOT YET SWEPT,
      *   - FS-CASES-CUT-COUNT VS THE REVIEW/DECLINE ROWS THAT CUT
      *     CASES (HOT-CARD AND CARD-TEST DECLINES CUT NONE),
      *   - FS-CASES-CUT-COUNT VS THE ROWS ACTUALLY LANDED ON THE
      *     PENDCASE STORE FOR THE DATE, WITH THE PENDING/ASSIGNED/
      *     DISPOSITIONED BREAKDOWN REPORTED ALONGSIDE THE CASEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       COPY FRDCASE.

       FD  SPILL-FILE.
       01  SPILL-RECORD                 PIC X(350).

       FD  PENDING-CASE-FILE.
       COPY PENDCASE.
       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       77 WS-SN-FILE-STATUS   PIC X(02).
      *****************************************************************
      * PENDCASE ROWS CUT ON THE RUN DATE, BY STATE.  THEIR SUM IS
      * WHAT ACTUALLY LANDED ON THE STORE AND MUST MATCH THE
      * CASES-CUT COUNTER.  CASES THE FRRS POST-OUTAGE RE-SCORE CUT
      * NEVER PASSED THROUGH THE ONLINE COUNTERS, SO THEY ARE COUNTED
      * SEPARATELY AND KEPT OUT OF THE CROSSFOOT.
      *****************************************************************
       77 WS-STORE-PENDING    PIC 9(08) COMP VALUE 0.
       77 WS-STORE-ASSIGNED   PIC 9(08) COMP VALUE 0.
       77 WS-STORE-DONE       PIC 9(08) COMP VALUE 0.
       77 WS-STORE-TOTAL      PIC 9(08) COMP VALUE 0.
       77 WS-STORE-RESCORE    PIC 9(08) COMP VALUE 0.

       77 WS-OUT-OF-BALANCE-SW PIC X(01) VALUE 'N'.
           88 OUT-OF-BALANCE  VALUE 'Y'.
      * MIRROR COPY/SCOREHST.CPY FIELD FOR FIELD; KEEP BOTH IN STEP
      * IF THE RECORD LAYOUT CHANGES.
      *****************************************************************
       01 WS-SPILL-ROW        PIC X(350).
       01 WS-SPILL-OVERLAY REDEFINES WS-SPILL-ROW.
           03 FILLER              PIC X(36).
           03 SPL-DATE            PIC 9(08).
           03 FILLER              PIC X(08).
           03 FILLER              PIC X(16).
           03 SPL-DECISION-CODE   PIC X(08).
           03 FILLER              PIC X(106).

       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-ED2        PIC ZZZ,ZZZ,ZZ9.
           03 WBL-FILE            PIC ZZZ,ZZZ,ZZ9.
           03 WBL-FLAG            PIC X(18).

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
       01 WS-RN-PROGRAM       PIC X(08) VALUE 'FRDBAL'.
       01 WS-RN-BUSINESS-DATE PIC 9(08).
       01 WS-RN-PREREQ-PROGRAM PIC X(08).
       01 WS-RN-PREREQ-TEXT   PIC X(20).
       01 WS-RN-REFUSE-REASON PIC X(40).
       01 WS-RN-NOW-DATE      PIC 9(08).
       01 WS-RN-NOW-TIME      PIC 9(08).

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=FRDBAL,PARM='YYYYMMDD'
      * OVERRIDE FOR THE DAY BEING BALANCED; DEFAULTS TO YESTERDAY
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
            END-IF.

            MOVE WS-RUN-DATE TO WS-RN-BUSINESS-DATE.
            PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.

            OPEN INPUT SNAPSHOT-FILE.
            IF WS-SN-FILE-STATUS NOT = '00'
               DISPLAY 'SNAPIN OPEN FAILED, STATUS='
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
               DISPLAY 'FRDBAL NOT RUN FOR ' WS-RN-BUSINESS-DATE
                   ' - ' WS-RN-REFUSE-REASON
               CLOSE RUN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       1050-EXIT.
            EXIT.

      *****************************************************************
      * 1060-CHECK-PREREQUISITES -- THE SPILL SWEEP MUST HAVE ENDED
      * CLEAN FOR THE DATE.  ONLY A CLEAN SWEEP LEAVES EVERY ROW ON
      * EXACTLY ONE OF SCOREHST AND THE FRHR SPILL; AFTER ONE THAT
      * FAILED PART WAY, A ROW IT HAD ALREADY APPLIED IS ON BOTH AND
      * THE FILE SIDE OF THE CROSSFOOT WOULD COUNT IT TWICE.
      *****************************************************************
       1060-CHECK-PREREQUISITES.
            MOVE 'SCRHSWP'  TO WS-RN-PREREQ-PROGRAM.
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
      * 2000-SCAN-ONE-SNAPSHOT -- KEEP THE COUNTERS FROM THE LAST
      * SNAPSHOT TAKEN FOR THE RUN DATE, THEN READ THE NEXT.
      *****************************************************************
      * 3000-COUNT-ONE-HISTORY-ROW -- ONE CHAMPION SCOREHST ROW FOR
      * THE RUN DATE INTO THE FILE-SIDE COUNTS.  A REVIEW/DECLINE
      * ROW CUT A CASE UNLESS IT WAS A HOT-CARD OR CARD-TEST STOP --
      * 0850 AND 0860 IN FRAUDMOD DECLINE THOSE WITHOUT QUEUEING
      * ANYTHING.  A POST-OUTAGE RE-SCORE ROW NEVER REACHED FRSTAT
      * (OR THE CALLER) AND IS LEFT OUT; ITS ORIGINAL ROW IS WHAT
      * BALANCES.
      *****************************************************************
       3000-COUNT-ONE-HISTORY-ROW.
            IF SH-MODEL-ROLE = 'CHAMPION  '
               AND SH-DATE = WS-RUN-DATE
               AND NOT SH-RESCORE-ROW
               EVALUATE SH-DECISION-CODE
                   WHEN 'APPROVE '
                      ADD 1 TO WS-FILE-APPROVE
               IF (SH-DECISION-CODE = 'REVIEW  '
                   OR SH-DECISION-CODE = 'DECLINE ')
                  AND SH-SCORE-ERR-ID NOT = 'HOTCARD '
                  AND SH-SCORE-ERR-ID NOT = 'CARDTEST'
                  ADD 1 TO WS-CASES-EXPECTED
               END-IF
            END-IF.
               IF (SPL-DECISION-CODE = 'REVIEW  '
                   OR SPL-DECISION-CODE = 'DECLINE ')
                  AND SPL-SCORE-ERR-ID NOT = 'HOTCARD '
                  AND SPL-SCORE-ERR-ID NOT = 'CARDTEST'
                  ADD 1 TO WS-CASES-EXPECTED
               END-IF
            END-IF.

      *****************************************************************
      * 6000-COUNT-ONE-STORE-ROW -- ONE PENDCASE ROW CUT ON THE RUN
      * DATE INTO ITS STATE BUCKET.  A RE-SCORE CASE IS ONLY COUNTED.
      *****************************************************************
       6000-COUNT-ONE-STORE-ROW.
            IF PC-DATE = WS-RUN-DATE AND PC-FROM-RESCORE
               ADD 1 TO WS-STORE-RESCORE
            END-IF.

            IF PC-DATE = WS-RUN-DATE AND NOT PC-FROM-RESCORE
               ADD 1 TO WS-STORE-TOTAL
               EVALUATE TRUE
                   WHEN PC-PENDING
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-STORE-RESCORE TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'RE-SCORE CASES (NOT BALANCED) . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            IF OUT-OF-BALANCE
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES AND END THE RUN'S LEDGER ROW.
      *****************************************************************
       9000-TERMINATE.
            CLOSE SNAPSHOT-FILE.
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
               MOVE 'SNAP-CUT'           TO RN-COUNT-NAME(1)
               MOVE WS-SNAP-CASES-CUT    TO RN-COUNT-VALUE(1)
               MOVE 'STORE-CUT'          TO RN-COUNT-NAME(2)
               MOVE WS-STORE-TOTAL       TO RN-COUNT-VALUE(2)
               MOVE 'DISPOSED'           TO RN-COUNT-NAME(3)
               MOVE WS-DISPOSITIONED     TO RN-COUNT-VALUE(3)
               MOVE 'SPILLED'            TO RN-COUNT-NAME(4)
               MOVE WS-SPILLED-COUNT     TO RN-COUNT-VALUE(4)
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
