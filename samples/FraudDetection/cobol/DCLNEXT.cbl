      * CARDHOLDER'S OWN CURRENCY) AND A STOP-REASON CODE DERIVED
      * FROM WHAT THE SYSTEM ALREADY RECORDS:
      *   'H' - HOT-CARD BLOCK        (SH-SCORE-ERR-ID 'HOTCARD')
      *   'T' - MERCHANT UNDER CARD-TESTING ATTACK (SH-CARD-TEST-FLAG
      *         SET)
      *   'V' - VELOCITY BREACH       (SH-VELOCITY-FLAG SET)
      *   'R' - HIGH-RISK MERCHANT    (SH-MERCHANT-FLAG SET)
      *   'O' - RISK-OPS COUNTRY/MCC RULE (SH-OPS-RULE-FLAG SET)
      *   'M' - MODEL SCORE OVER THE THRESHLD DECLINE CUTOFF
      *   'F' - FALLBACK/REFER HARDENED INTO A DECLINE
      * FORMATTED WITH A HEADER AND A TRAILER CARRYING A RECORD
      * COUNT AND AMOUNT HASH TOTAL, THE SAME SHAPE AS THE SCRHEXT
      * WAREHOUSE FILE, SO THE PLATFORM CAN BALANCE THE FILE BEFORE
      * DIALING.  THE CARDHOLDERS' ANSWERS COME BACK ON THE CARDRESP
      * FEED, ECHOING THE CARD, RUN DATE AND STOP TIME, FOR RSPNLOAD.
      * READ-ONLY AGAINST SCOREHST.
      *****************************************************************
           SELECT SCORE-HIST-FILE ASSIGN TO SCOREHST
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-HIST-FILE.
       FD  CONTACT-FILE.
       01  CONTACT-RECORD               PIC X(120).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       77 WS-SH-FILE-STATUS   PIC X(02).
       01 WS-HASH-OUT         PIC +9(13).99.
       01 WS-COUNT-OUT        PIC 9(09).

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
       01 WS-RN-PROGRAM       PIC X(08) VALUE 'DCLNEXT'.
       01 WS-RN-BUSINESS-DATE PIC 9(08).
       01 WS-RN-PREREQ-PROGRAM PIC X(08).
       01 WS-RN-PREREQ-TEXT   PIC X(20).
       01 WS-RN-REFUSE-REASON PIC X(40).
       01 WS-RN-NOW-DATE      PIC 9(08).
       01 WS-RN-NOW-TIME      PIC 9(08).

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=DCLNEXT,PARM='YYYYMMDD'
      * OVERRIDE FOR THE DAY BEING EXTRACTED; DEFAULTS TO YESTERDAY
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
            END-IF.

            MOVE WS-RUN-DATE TO WS-RN-BUSINESS-DATE.
            PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.

            OPEN INPUT  SCORE-HIST-FILE.
            IF WS-SH-FILE-STATUS NOT = '00'
               DISPLAY 'SCOREHST OPEN FAILED, STATUS='
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
               DISPLAY 'DCLNEXT NOT RUN FOR ' WS-RN-BUSINESS-DATE
                   ' - ' WS-RN-REFUSE-REASON
               CLOSE RUN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       1050-EXIT.
            EXIT.

      *****************************************************************
      * 1060-CHECK-PREREQUISITES -- THE SPILL SWEEP MUST HAVE ENDED
      * CLEAN FOR THE DATE, OR A DECLINE STILL WAITING ON THE FRHR
      * SPILL WOULD NEVER BE CONTACTED.
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
      * 2000-COLLECT-ONE-RECORD -- ONE CHAMPION DECLINE ROW FOR THE
      * RUN DATE INTO THE DEDUPLICATION TABLE, THEN READ THE NEXT
      * ROW.  A POST-OUTAGE RE-SCORE DECLINE IS NOT A STOP -- THE
      * CARDHOLDER WAS REFERRED AT THE TIME -- AND IS NOT NOTIFIED.
      *****************************************************************
       2000-COLLECT-ONE-RECORD.
            IF SH-MODEL-ROLE = 'CHAMPION  '
               AND SH-DATE = WS-RUN-DATE
               AND SH-DECISION-CODE = 'DECLINE '
               AND NOT SH-RESCORE-ROW
               ADD 1 TO WS-STOPS-SEEN
               PERFORM 2100-DERIVE-STOP-REASON THRU 2100-EXIT
               PERFORM 2200-FIND-OR-ADD-CARD THRU 2200-EXIT

      *****************************************************************
      * 2100-DERIVE-STOP-REASON -- ONE CODE PER STOP, HARDEST
      * EVIDENCE FIRST: A HOT-CARD BLOCK OUTRANKS A CARD-TESTING
      * ATTACK OUTRANKS A VELOCITY BREACH OUTRANKS A MERCHANT
      * ESCALATION OUTRANKS A RISK-OPS RULE OUTRANKS THE MODEL SCORE;
      * A DECLINE WITH A NONZERO RC AND NONE OF THOSE FLAGS CAME OUT
      * OF THE SAFE-FALLBACK PATH.
      *****************************************************************
       2100-DERIVE-STOP-REASON.
            EVALUATE TRUE
                WHEN SH-SCORE-ERR-ID = 'HOTCARD '
                   MOVE 'H' TO WS-STOP-REASON
                WHEN SH-CARD-TEST-FLAG NOT = SPACE
                   MOVE 'T' TO WS-STOP-REASON
                WHEN SH-VELOCITY-FLAG NOT = SPACE
                   MOVE 'V' TO WS-STOP-REASON
                WHEN SH-MERCHANT-FLAG NOT = SPACE
                   MOVE 'R' TO WS-STOP-REASON
                WHEN SH-OPS-RULE-FLAG NOT = SPACE
                   MOVE 'O' TO WS-STOP-REASON
                WHEN SH-SCORE-RC = 0
                   MOVE 'M' TO WS-STOP-REASON
                WHEN OTHER
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES AND END THE RUN'S LEDGER ROW.
      *****************************************************************
       9000-TERMINATE.
            CLOSE SCORE-HIST-FILE.
            CLOSE CONTACT-FILE.

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
               MOVE 'CONTACTS'           TO RN-COUNT-NAME(1)
               MOVE WS-DETAIL-COUNT      TO RN-COUNT-VALUE(1)
               MOVE 'OVERFLOW'           TO RN-COUNT-NAME(2)
               MOVE WS-DCL-OVERFLOW-CNT  TO RN-COUNT-VALUE(2)
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
