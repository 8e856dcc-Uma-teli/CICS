      *     WINDOW (PARM HOURS, DEFAULT 4) BACK TO PENDING, SO A
      *     CASE AN ANALYST PULLED AND ABANDONED AT SIGN-OFF GOES
      *     BACK INTO THE POOL INSTEAD OF HANGING OFF A DEAD
      *     SESSION (AND LOGS WHO HELD IT TO CASEREL, SINCE THE
      *     RELEASE BLANKS THE ANALYST ON THE CASE ITSELF),
      *   - PURGES DISPOSITIONED ROWS OLDER THAN 30 DAYS (THE
      *     DISPOSITION ITSELF LIVES FOREVER ON CASEFILE),
      *   - REPORTS QUEUE DEPTH AND CASE AGING BY PRIORITY BAND --
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT CASE-RELEASE-FILE ASSIGN TO CASEREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       FD  PENDING-CASE-FILE.
       COPY PENDCASE.

       FD  CASE-RELEASE-FILE.
       COPY CASEREL.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-PC-FILE-STATUS   PIC X(02).
       77 WS-RL-FILE-STATUS   PIC X(02).
       77 WS-RPT-FILE-STATUS  PIC X(02).
       77 WS-EOF-SW           PIC X(01) VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.
       01 WS-NOW-SPLIT REDEFINES WS-NOW-TIME.
           03 WS-NOW-HH       PIC 9(02).
           03 FILLER          PIC 9(06).
       01 WS-NOW-HHMMSS REDEFINES WS-NOW-TIME.
           03 WS-NOW-HMS      PIC 9(06).
           03 FILLER          PIC 9(02).
       01 WS-TODAY-INT        PIC 9(08) COMP.
       01 WS-ROW-INT          PIC 9(08) COMP.
       01 WS-ROW-DATE         PIC 9(08).
               STOP RUN
            END-IF.

            OPEN I-O CASE-RELEASE-FILE.
            IF WS-RL-FILE-STATUS NOT = '00'
               DISPLAY 'CASEREL OPEN FAILED, STATUS='
                   WS-RL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'RPTOUT OPEN FAILED, STATUS='
      * 2200-RELEASE-IF-STALE -- AN ASSIGNMENT OLDER THAN THE RELEASE
      * WINDOW GOES BACK TO PENDING: THE ANALYST WHO HELD IT HAS
      * SIGNED OFF OR MOVED ON, AND THE CASE MUST NOT AGE IN LIMBO.
      * WHO HELD IT, AND SINCE WHEN, GOES TO CASEREL FIRST -- THE
      * RELEASE WIPES BOTH FROM THE CASE.
      *****************************************************************
       2200-RELEASE-IF-STALE.
            MOVE PC-ASSIGN-DATE TO WS-ROW-DATE.
                    + (WS-NOW-HH - WS-ROW-HH).

            IF WS-AGE-HOURS >= WS-RELEASE-HOURS
               PERFORM 2250-LOG-RELEASE THRU 2250-EXIT
               MOVE 'P'    TO PC-STATE
               MOVE SPACES TO PC-ANALYST-ID
               MOVE 0      TO PC-ASSIGN-DATE
       2200-EXIT.
            EXIT.

      *****************************************************************
      * 2250-LOG-RELEASE -- ONE CASEREL ROW FOR THE AUTO-RELEASE,
      * STAMPED WITH THE RUN TIME.
      *****************************************************************
       2250-LOG-RELEASE.
            MOVE WS-TODAY-DATE    TO RL-DATE.
            MOVE WS-NOW-HMS       TO RL-TIME.
            MOVE PC-KEY           TO RL-CASE-KEY.
            MOVE PC-ANALYST-ID    TO RL-ANALYST-ID.
            MOVE PC-ASSIGN-DATE   TO RL-ASSIGN-DATE.
            MOVE PC-ASSIGN-TIME   TO RL-ASSIGN-TIME.
            MOVE PC-PRIORITY-BAND TO RL-PRIORITY-BAND.
            MOVE 'R'              TO RL-SOURCE.

            WRITE CASE-RELEASE-RECORD.
            IF WS-RL-FILE-STATUS NOT = '00'
               DISPLAY 'CASEREL WRITE FAILED, STATUS='
                   WS-RL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       2250-EXIT.
            EXIT.

      *****************************************************************
      * 2300-PURGE-IF-AGED -- A DISPOSITIONED ROW OLDER THAN THE
      * PURGE CUTOFF HAS NOTHING LEFT TO SAY (CASEFILE KEEPS THE
      *****************************************************************
       9000-TERMINATE.
            CLOSE PENDING-CASE-FILE.
            CLOSE CASE-RELEASE-FILE.
            CLOSE REPORT-FILE.

       9000-EXIT.
