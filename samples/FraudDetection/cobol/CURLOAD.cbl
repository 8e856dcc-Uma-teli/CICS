               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FEED-FILE.
       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       77 WS-CF-FILE-STATUS   PIC X(02).
       01 WS-TODAY-DATE       PIC 9(08).
       01 WS-COUNT-ED         PIC ZZZ,ZZ9.

      *****************************************************************
      * RUN-CONTROL LEDGER (COPY/RUNCTL.CPY).  WS-RN-BUSINESS-DATE IS
      * THE KEY OF THIS RUN'S ROW.
      *****************************************************************
       77 WS-RN-FILE-STATUS   PIC X(02).
       77 WS-RN-ROW-SW        PIC X(01).
           88 RN-ROW-ON-FILE  VALUE 'Y'.
       01 WS-RN-PROGRAM       PIC X(08) VALUE 'CURLOAD'.
       01 WS-RN-BUSINESS-DATE PIC 9(08).
       01 WS-RN-NOW-DATE      PIC 9(08).
       01 WS-RN-NOW-TIME      PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *****************************************************************
       1000-INITIALIZE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-RN-BUSINESS-DATE =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).
            PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.

            OPEN INPUT RATE-FEED-FILE.
            IF WS-CF-FILE-STATUS NOT = '00'
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
      * 2000-LOAD-ONE-RATE -- ONE FEED RECORD: ADD THE CURRENCY TO
      * THE RATE FILE, OR REFRESH ITS RATE AND LOAD DATE WHEN IT IS
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES AND END THE RUN'S LEDGER ROW.
      *****************************************************************
       9000-TERMINATE.
            CLOSE RATE-FEED-FILE.
            CLOSE CURRENCY-RATE-FILE.
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
               MOVE 'BAD-FEED'           TO RN-COUNT-NAME(3)
               MOVE WS-BAD-FEED-COUNT    TO RN-COUNT-VALUE(3)
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
