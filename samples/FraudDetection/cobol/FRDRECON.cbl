               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS RN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-HIST-FILE.
       FD  REPORT-FILE.
       01  REPORT-RECORD                 PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       77 SH-FILE-STATUS       PIC X(02).
       01 WS-CATCH-RATE-ED     PIC Z9.9999.
       01 WS-COUNT-ED          PIC ZZZ,ZZ9.

      *****************************************************************
      * RUN-CONTROL LEDGER (COPY/RUNCTL.CPY).  WS-RN-BUSINESS-DATE IS
      * THE KEY OF THIS RUN'S ROW AND OF ITS PREREQUISITES' ROWS.
      *****************************************************************
       77 RN-FILE-STATUS       PIC X(02).
       77 WS-RN-ROW-SW         PIC X(01).
           88 RN-ROW-ON-FILE   VALUE 'Y'.
       77 WS-RN-REFUSE-SW      PIC X(01) VALUE 'N'.
           88 RN-RUN-REFUSED   VALUE 'Y'.
       77 WS-RN-PREREQ-RULE    PIC X(01).
           88 RN-NEEDS-CLEAN   VALUE 'C'.
           88 RN-NEEDS-ENDED   VALUE 'E'.
           88 RN-NEEDS-SETTLED VALUE 'S'.
       77 WS-RN-PREREQ-STATE   PIC X(01).
           88 PREREQ-NOT-RUN   VALUE 'N'.
           88 PREREQ-IN-FLIGHT VALUE 'R'.
           88 PREREQ-CLEAN     VALUE 'C'.
           88 PREREQ-FAILED    VALUE 'F'.
           88 PREREQ-REFUSED   VALUE 'P'.
       01 WS-RN-PROGRAM        PIC X(08) VALUE 'FRDRECON'.
       01 WS-RN-BUSINESS-DATE  PIC 9(08).
       01 WS-RN-PREREQ-PROGRAM PIC X(08).
       01 WS-RN-PREREQ-TEXT    PIC X(20).
       01 WS-RN-REFUSE-REASON  PIC X(40).
       01 WS-RN-NOW-DATE       PIC 9(08).
       01 WS-RN-NOW-TIME       PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
      * RATHER THAN PRODUCE A SILENTLY-EMPTY OR PARTIAL REPORT.
      *****************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RN-NOW-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-RN-BUSINESS-DATE =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-RN-NOW-DATE) - 1).
            PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.

            OPEN INPUT  SCORE-HIST-FILE.
            IF SH-FILE-STATUS NOT = '00'
               DISPLAY 'SCOREHST OPEN FAILED, STATUS=' SH-FILE-STATUS
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
            IF RN-FILE-STATUS NOT = '00'
               DISPLAY 'RUNCTL OPEN FAILED, STATUS='
                   RN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 1060-CHECK-PREREQUISITES THRU 1060-EXIT.

            MOVE WS-RN-PROGRAM       TO RN-PROGRAM.
            MOVE WS-RN-BUSINESS-DATE TO RN-BUSINESS-DATE.
            READ RUN-CONTROL-FILE.
            EVALUATE RN-FILE-STATUS
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
                      RN-FILE-STATUS
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
            IF RN-FILE-STATUS NOT = '00'
               DISPLAY 'RUNCTL START UPDATE FAILED, STATUS='
                   RN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            IF RN-RUN-REFUSED
               DISPLAY 'FRDRECON NOT RUN FOR ' WS-RN-BUSINESS-DATE
                   ' - ' WS-RN-REFUSE-REASON
               CLOSE RUN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       1050-EXIT.
            EXIT.

      *****************************************************************
      * 1060-CHECK-PREREQUISITES -- RUNS AFTER THE NIGHT'S SCOREHST
      * PURGE, WHICH MUST HAVE ENDED FOR THE DATE, SO THE REPORT IS
      * NEVER BUILT OFF A FILE THE PURGE STILL HAS OPEN.
      *****************************************************************
       1060-CHECK-PREREQUISITES.
            MOVE 'SCRHPURG' TO WS-RN-PREREQ-PROGRAM.
            MOVE 'E'        TO WS-RN-PREREQ-RULE.
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
            EVALUATE RN-FILE-STATUS
               WHEN '00'
                  MOVE RN-STATUS TO WS-RN-PREREQ-STATE
               WHEN '23'
                  MOVE 'N' TO WS-RN-PREREQ-STATE
               WHEN OTHER
                  DISPLAY 'RUNCTL READ FAILED, STATUS='
                      RN-FILE-STATUS
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
      * 2000-LOAD-ONE-CHARGEBACK -- COPY ONE CHARGEBACK FEED RECORD
      * INTO CHARGEBACK-TABLE, THEN READ THE NEXT ONE.
      * 3000-RECONCILE-ONE-RECORD -- CLASSIFY ONE SCOREHST ROW AS A
      * TRUE/FALSE POSITIVE/NEGATIVE AGAINST THE CHARGEBACK TABLE AND
      * ROLL IT INTO THAT ROW'S MODEL_ID COUNTERS, THEN READ THE NEXT.
      * A POST-OUTAGE RE-SCORE ROW IS NOT GRADED: ITS SH-DATE IS THE
      * DAY OF THE RE-SCORE, NOT OF THE TRANSACTION, SO IT WOULD NEVER
      * MEET ITS CHARGEBACK, AND THE ORIGINAL ROW IS ALREADY GRADED ON
      * ITS REAL DATE.
      *****************************************************************
       3000-RECONCILE-ONE-RECORD.
            IF NOT SH-RESCORE-ROW
               PERFORM 3100-FIND-OR-ADD-MODEL THRU 3100-EXIT
               PERFORM 3200-SEARCH-CHARGEBACKS THRU 3200-EXIT

               IF SH-DECISION-CODE = 'DECLINE ' OR
                  SH-DECISION-CODE = 'REVIEW  '
                  IF CB-MATCH-FOUND
                     ADD 1 TO MODEL-TRUE-POS(MODEL-IDX)
                  ELSE
                     ADD 1 TO MODEL-FALSE-POS(MODEL-IDX)
                  END-IF
               ELSE
                  IF SH-DECISION-CODE = 'APPROVE '
                     IF CB-MATCH-FOUND
                        ADD 1 TO MODEL-FALSE-NEG(MODEL-IDX)
                     ELSE
                        ADD 1 TO MODEL-TRUE-NEG(MODEL-IDX)
                     END-IF
                  END-IF
               END-IF
            END-IF.
            WRITE REPORT-RECORD.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES AND END THE RUN'S LEDGER ROW.
      *****************************************************************
       9000-TERMINATE.
            CLOSE SCORE-HIST-FILE.
            CLOSE CHARGEBACK-FILE.
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
            IF RN-FILE-STATUS NOT = '00'
               DISPLAY 'RUNCTL READ FAILED, STATUS='
                   RN-FILE-STATUS
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
               MOVE 'CHGBACKS'           TO RN-COUNT-NAME(1)
               MOVE CB-ENTRY-COUNT       TO RN-COUNT-VALUE(1)
               MOVE 'MODELS'             TO RN-COUNT-NAME(2)
               MOVE MODEL-ENTRY-COUNT    TO RN-COUNT-VALUE(2)
               REWRITE RUN-CONTROL-RECORD
               IF RN-FILE-STATUS NOT = '00'
                  DISPLAY 'RUNCTL END UPDATE FAILED, STATUS='
                      RN-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
               END-IF
            END-IF.

            CLOSE RUN-CONTROL-FILE.

       9500-EXIT.
            EXIT.
