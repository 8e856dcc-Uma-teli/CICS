       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRHCNV2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * ONE-TIME SCOREHST RECORD CONVERSION, 270 TO 350 BYTES.  RUN
      * ONCE AT CUTOVER (AND ONCE PER PRE-CUTOVER ARCHIVE GENERATION)
      * WHEN SH-COUNTRY-CODE AND THE POST-OUTAGE RE-SCORE FIELDS WERE
      * ADDED TO THE RECORD.  EVERY OLD ROW IS REWRITTEN WITH THE
      * FIRST 263 BYTES (THROUGH SH-TRAVEL-FLAG) CARRIED UNCHANGED
      * AND THE NEW FIELDS BLANK:
      *   SH-COUNTRY-CODE     = SPACES (NOT KNOWN FOR AN OLD ROW)
      *   SH-RESCORE-FLAG     = SPACE  (AN ORDINARY ROW)
      *   SH-RESCORE-LINK     = SPACES
      * THE OLD 7-BYTE TRAILING FILLER IS NOT CARRIED: A BYTE THERE
      * THAT HAPPENED TO READ 'R' WOULD HIDE THE ROW FROM EVERY
      * PROGRAM THAT SKIPS RE-SCORE ROWS.  THE SURROUNDING JCL DOES
      * THE REPRO/REDEFINE/BLDINDEX DANCE; THIS PROGRAM ONLY
      * TRANSFORMS THE FLAT UNLOAD.
      *****************************************************************
           SELECT OLD-HIST-FILE ASSIGN TO OLDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-HIST-FILE ASSIGN TO NEWOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HIST-FILE.
       01  OLD-HIST-RECORD              PIC X(270).

       FD  NEW-HIST-FILE.
       COPY SCOREHST.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-OLD-FILE-STATUS  PIC X(02).
       77 WS-NEW-FILE-STATUS  PIC X(02).
       77 WS-RPT-FILE-STATUS  PIC X(02).
       77 WS-EOF-SW           PIC X(01) VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       77 WS-CONVERTED-COUNT  PIC 9(09) COMP VALUE 0.

       01 WS-RUN-DATE         PIC 9(08).
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.

            PERFORM 2000-CONVERT-ONE-ROW THRU 2000-EXIT
                UNTIL EOF-REACHED.

            PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
            PERFORM 9000-TERMINATE THRU 9000-EXIT.

            STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- OPEN FILES AND PRIME THE READ.  A BAD OPEN
      * IS FATAL -- A HALF-CONVERTED FILE IS WORSE THAN AN
      * UNCONVERTED ONE.
      *****************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            OPEN INPUT  OLD-HIST-FILE.
            IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'OLDIN OPEN FAILED, STATUS='
                   WS-OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT NEW-HIST-FILE.
            IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'NEWOUT OPEN FAILED, STATUS='
                   WS-NEW-FILE-STATUS
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

            READ OLD-HIST-FILE
                AT END
                   MOVE 'Y' TO WS-EOF-SW
            END-READ.

       1000-EXIT.
            EXIT.

      *****************************************************************
      * 2000-CONVERT-ONE-ROW -- CARRY THE OLD BYTES, BLANK THE NEW
      * FIELDS, WRITE, READ THE NEXT.  THE 263-BYTE PREFIX RUNS FROM
      * SH-KEY THROUGH SH-TRAVEL-FLAG AND IS IDENTICAL IN BOTH
      * LAYOUTS -- KEEP THE LENGTH IN STEP IF COPY/SCOREHST.CPY EVER
      * MOVES A PRE-EXISTING FIELD.
      *****************************************************************
       2000-CONVERT-ONE-ROW.
            MOVE SPACES TO SCORE-HIST-RECORD.
            MOVE OLD-HIST-RECORD(1:263) TO SCORE-HIST-RECORD(1:263).
            MOVE SPACES     TO SH-COUNTRY-CODE.
            MOVE SPACE      TO SH-RESCORE-FLAG.
            MOVE SPACES     TO SH-RESCORE-LINK.

            WRITE SCORE-HIST-RECORD.
            IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'NEWOUT WRITE FAILED, STATUS='
                   WS-NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WS-CONVERTED-COUNT.

            READ OLD-HIST-FILE
                AT END
                   MOVE 'Y' TO WS-EOF-SW
            END-READ.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 8000-PRODUCE-REPORT -- HOW MANY ROWS WERE CONVERTED.
      *****************************************************************
       8000-PRODUCE-REPORT.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SCOREHST 270-350 CONVERSION - RUN DATE '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

            MOVE WS-CONVERTED-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'ROWS CONVERTED  . . . . . . . . . . . '
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

       8000-EXIT.
            EXIT.

      *****************************************************************
      * 9000-TERMINATE -- CLOSE FILES.
      *****************************************************************
       9000-TERMINATE.
            CLOSE OLD-HIST-FILE.
            CLOSE NEW-HIST-FILE.
            CLOSE REPORT-FILE.

       9000-EXIT.
            EXIT.
