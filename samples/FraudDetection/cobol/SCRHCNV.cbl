       01  OLD-HIST-RECORD              PIC X(254).

       FD  NEW-HIST-FILE.
       01  NEW-HIST-RECORD              PIC X(270).

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).
       01 WS-RUN-DATE         PIC 9(08).
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * OVERLAY FOR ONE CONVERTED ROW: THE 270-BYTE SCOREHST LAYOUT AS
      * IT STOOD AT THIS CONVERSION, FROZEN HERE RATHER THAN TAKEN
      * FROM COPY/SCOREHST.CPY, WHICH HAS GROWN SINCE.  THE OUTPUT IS
      * WHAT SCRHCNV2 EXPECTS AS ITS 270-BYTE INPUT.  BYTES 263-270
      * WERE TRAILING FILLER AT THE TIME AND GO OUT BLANK.
      *****************************************************************
       01 WS-NEW-ROW          PIC X(270).
       01 WS-NEW-OVERLAY REDEFINES WS-NEW-ROW.
           03 NEW-CARRIED         PIC X(245).
           03 FILLER REDEFINES NEW-CARRIED.
               05 FILLER          PIC X(125).
               05 NEW-AMOUNT      PIC S9(9)V99 COMP-3.
               05 FILLER          PIC X(114).
           03 NEW-MERCHANT-FLAG   PIC X(01).
           03 NEW-ORIG-CURRENCY   PIC X(03).
           03 NEW-ORIG-AMOUNT     PIC S9(9)V99 COMP-3.
           03 NEW-DEVIATION-FLAGS PIC X(03).
           03 NEW-SCORE-MILLIS    PIC 9(08) COMP.
           03 NEW-TRAILING-FILLER PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
      * 2000-CONVERT-ONE-ROW -- CARRY THE OLD BYTES, DEFAULT THE NEW
      * FIELDS, WRITE, READ THE NEXT.  THE 245-BYTE PREFIX RUNS FROM
      * SH-KEY THROUGH SH-VELOCITY-FLAG AND IS IDENTICAL IN BOTH
      * LAYOUTS.
      *****************************************************************
       2000-CONVERT-ONE-ROW.
            MOVE OLD-HIST-RECORD(1:245) TO NEW-CARRIED.
            MOVE SPACE      TO NEW-MERCHANT-FLAG.
            MOVE 'USD'      TO NEW-ORIG-CURRENCY.
            MOVE NEW-AMOUNT TO NEW-ORIG-AMOUNT.
            MOVE SPACES     TO NEW-DEVIATION-FLAGS.
            MOVE 0          TO NEW-SCORE-MILLIS.
            MOVE SPACES     TO NEW-TRAILING-FILLER.

            WRITE NEW-HIST-RECORD FROM WS-NEW-ROW.
            IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'NEWOUT WRITE FAILED, STATUS='
                   WS-NEW-FILE-STATUS
