               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-FILE.
       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       77 WS-CB-FILE-STATUS   PIC X(02).
           88 CB-EOF-REACHED  VALUE 'Y'.
       77 WS-HC-EOF-SW        PIC X(01) VALUE 'N'.
           88 HC-EOF-REACHED  VALUE 'Y'.
       77 WS-RERUN-SW         PIC X(01) VALUE 'N'.
           88 RERUN-REQUESTED VALUE 'Y'.

       77 WS-ADDED-COUNT      PIC 9(07) COMP VALUE 0.
       77 WS-REFRESHED-COUNT  PIC 9(07) COMP VALUE 0.

       01 WS-COUNT-ED         PIC ZZZ,ZZ9.

      *****************************************************************
      * RUN-CONTROL LEDGER (COPY/RUNCTL.CPY).  WS-RN-BUSINESS-DATE IS
      * THE KEY OF THIS RUN'S ROW.
      *****************************************************************
       77 WS-RN-FILE-STATUS   PIC X(02).
       77 WS-RN-ROW-SW        PIC X(01).
           88 RN-ROW-ON-FILE  VALUE 'Y'.
       77 WS-RN-REFUSE-SW     PIC X(01) VALUE 'N'.
           88 RN-RUN-REFUSED  VALUE 'Y'.
       01 WS-RN-PROGRAM       PIC X(08) VALUE 'HOTLOAD'.
       01 WS-RN-BUSINESS-DATE PIC 9(08).
       01 WS-RN-REFUSE-REASON PIC X(40).
       01 WS-RN-NOW-DATE      PIC 9(08).
       01 WS-RN-NOW-TIME      PIC 9(08).

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=HOTLOAD,PARM='DDD' OVERRIDE OF
      * HOW LONG (IN DAYS) A NEWLY LOADED OR REFRESHED ENTRY STAYS ON
      * THE BLOCK LIST.  DEFAULT IS 180 DAYS.  PARM='DDDR' ALSO ASKS
      * FOR A DELIBERATE RERUN OF A LOAD THAT HAS ALREADY ENDED CLEAN
      * FOR THE BUSINESS DATE (SEE 1060-CHECK-PREREQUISITES).
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-INFO.
           05 PARM-LENGTH     PIC S9(04) COMP.
           05 PARM-RETENTION  PIC X(03).
           05 PARM-RERUN      PIC X(01).

       PROCEDURE DIVISION USING PARM-INFO.

      * LIST IS WORSE THAN YESTERDAY'S.
      *****************************************************************
       1000-INITIALIZE.
            IF (PARM-LENGTH = 3 OR 4) AND PARM-RETENTION IS NUMERIC
               MOVE PARM-RETENTION TO WS-RETENTION-DAYS
            END-IF.
            IF PARM-LENGTH = 4 AND PARM-RERUN = 'R'
               MOVE 'Y' TO WS-RERUN-SW
            END-IF.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-RN-BUSINESS-DATE =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).
            PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
            COMPUTE WS-EXPIRY-DATE =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
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
               DISPLAY 'HOTLOAD NOT RUN FOR ' WS-RN-BUSINESS-DATE
                   ' - ' WS-RN-REFUSE-REASON
               CLOSE RUN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       1050-EXIT.
            EXIT.

      *****************************************************************
      * 1060-CHECK-PREREQUISITES -- HOTLOAD DEPENDS ON NO OTHER STEP;
      * WHAT IT GUARDS AGAINST IS BEING RUN AGAIN.  A LOAD REFRESHES
      * THE REASON CODE AND EXPIRY OF EVERY FEED CARD ALREADY LISTED,
      * SO A SECOND LOAD OF THE SAME FEED LATER IN THE DAY OVERWRITES
      * WHATEVER ANALYSTS HAVE DONE TO THOSE CARDS ONLINE SINCE THE
      * FIRST.  ONCE A LOAD HAS ENDED CLEAN FOR THE DATE, ANOTHER IS
      * REFUSED UNLESS THE PARM ASKS FOR A RERUN.  A LOAD LEFT IN
      * FLIGHT (IT DIED PART WAY) MAY ALWAYS BE RUN AGAIN.
      *****************************************************************
       1060-CHECK-PREREQUISITES.
            MOVE WS-RN-PROGRAM       TO RN-PROGRAM.
            MOVE WS-RN-BUSINESS-DATE TO RN-BUSINESS-DATE.
            READ RUN-CONTROL-FILE.
            EVALUATE WS-RN-FILE-STATUS
               WHEN '00'
                  IF RN-ENDED-CLEAN AND NOT RERUN-REQUESTED
                     MOVE 'Y' TO WS-RN-REFUSE-SW
                     MOVE 'ALREADY LOADED CLEAN; PARM DDDR TO RERUN'
                         TO WS-RN-REFUSE-REASON
                  END-IF
               WHEN '23'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'RUNCTL READ FAILED, STATUS='
                      WS-RN-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-EVALUATE.

       1060-EXIT.
            EXIT.

      *****************************************************************
      * 2000-PURGE-ONE-EXPIRED -- ONE ROW OF THE EXPIRY SWEEP: DELETE
      * AN ENTRY WHOSE EXPIRY DATE HAS PASSED, KEEP THE REST.
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES AND END THE RUN'S LEDGER ROW.
      *****************************************************************
       9000-TERMINATE.
            CLOSE CHARGEBACK-FILE.
            CLOSE HOT-CARD-FILE.
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
               MOVE 'ADDED'              TO RN-COUNT-NAME(1)
               MOVE WS-ADDED-COUNT       TO RN-COUNT-VALUE(1)
               MOVE 'REFRESHED'          TO RN-COUNT-NAME(2)
               MOVE WS-REFRESHED-COUNT   TO RN-COUNT-VALUE(2)
               MOVE 'PURGED'             TO RN-COUNT-NAME(3)
               MOVE WS-PURGED-COUNT      TO RN-COUNT-VALUE(3)
               MOVE 'KEPT'               TO RN-COUNT-NAME(4)
               MOVE WS-KEPT-COUNT        TO RN-COUNT-VALUE(4)
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
