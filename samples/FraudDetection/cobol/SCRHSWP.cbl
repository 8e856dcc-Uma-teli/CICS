               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPILL-FILE.
       01  SPILL-RECORD                 PIC X(350).

       FD  SCORE-HIST-FILE.
       COPY SCOREHST.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD             PIC X(350).

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       77 WS-SPILL-FILE-STATUS PIC X(02).
       01 WS-RUN-DATE          PIC 9(08).
       01 WS-COUNT-ED          PIC ZZZ,ZZ9.

      *****************************************************************
      * RUN-CONTROL LEDGER (COPY/RUNCTL.CPY).  WS-RN-BUSINESS-DATE IS
      * THE KEY OF THIS RUN'S ROW.
      *****************************************************************
       77 WS-RN-FILE-STATUS    PIC X(02).
       77 WS-RN-ROW-SW         PIC X(01).
           88 RN-ROW-ON-FILE   VALUE 'Y'.
       01 WS-RN-PROGRAM        PIC X(08) VALUE 'SCRHSWP'.
       01 WS-RN-BUSINESS-DATE  PIC 9(08).
       01 WS-RN-NOW-DATE       PIC 9(08).
       01 WS-RN-NOW-TIME       PIC 9(08).

      *****************************************************************
      * PARM-INFO -- OPTIONAL EXEC PGM=SCRHSWP,PARM='YYYYMMDD' OVERRIDE
      * OF THE BUSINESS DATE THE SWEEP IS RECORDED AGAINST ON THE
      * RUN-CONTROL LEDGER.  WITH NO PARM (THE NORMAL CASE) IT IS
      * YESTERDAY, THE ONLINE DAY WHOSE SPILL IS BEING SWEPT; CODE THE
      * PARM WHEN A LATE SWEEP CLEARS AN EARLIER NIGHT'S SPILL.
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-INFO.
           05 PARM-LENGTH        PIC S9(04) COMP.
           05 PARM-BUSINESS-DATE PIC X(08).

       PROCEDURE DIVISION USING PARM-INFO.

       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            IF PARM-LENGTH = 8
               MOVE PARM-BUSINESS-DATE TO WS-RN-BUSINESS-DATE
            ELSE
               COMPUTE WS-RN-BUSINESS-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
            END-IF.
            PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.

            OPEN INPUT SPILL-FILE.
            IF WS-SPILL-FILE-STATUS NOT = '00'
               DISPLAY 'SPILLIN OPEN FAILED, STATUS='
       1000-EXIT.
            EXIT.

      *****************************************************************
      * 1050-START-RUN-CONTROL -- OPEN THE RUN-CONTROL LEDGER AND
      * MARK THIS RUN'S ROW FOR THE BUSINESS DATE IN FLIGHT.  THERE
      * IS NO PREREQUISITE TO CHECK.  THE LEDGER STAYS OPEN UNTIL
      * 9500-END-RUN-CONTROL.
      *****************************************************************
       1050-START-RUN-CONTROL.
            OPEN I-O RUN-CONTROL-FILE.
            IF WS-RN-FILE-STATUS NOT = '00'
               DISPLAY 'RUNCTL OPEN FAILED, STATUS='
                   WS-RN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

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

            MOVE 'R' TO RN-STATUS.
            ADD 1 TO RN-ATTEMPTS.
            MOVE WS-RN-NOW-DATE TO RN-START-DATE.
            MOVE WS-RN-NOW-TIME TO RN-START-TIME.
            MOVE 0 TO RN-END-DATE.
            MOVE 0 TO RN-END-TIME.
            MOVE 0 TO RN-RETURN-CODE.
            INITIALIZE RN-COUNTS.

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

       1050-EXIT.
            EXIT.

      *****************************************************************
      * 2000-REAPPLY-ONE-ROW -- WRITE ONE SPILLED ROW BACK TO
      * SCOREHST.  STATUS '22' (DUPLICATE KEY) MEANS THE ROW IS
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES AND END THE RUN'S LEDGER ROW.
      *****************************************************************
       9000-TERMINATE.
            CLOSE SPILL-FILE.
            CLOSE EXCEPTION-FILE.
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
               MOVE 'APPLIED'            TO RN-COUNT-NAME(1)
               MOVE WS-APPLIED-COUNT     TO RN-COUNT-VALUE(1)
               MOVE 'DUPLICATE'          TO RN-COUNT-NAME(2)
               MOVE WS-DUPLICATE-COUNT   TO RN-COUNT-VALUE(2)
               MOVE 'FAILED'             TO RN-COUNT-NAME(3)
               MOVE WS-FAILED-COUNT      TO RN-COUNT-VALUE(3)
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
