      *****************************************************************
      * CASEREL    -  CASE RELEASE LOG RECORD (VSAM KSDS, CICS FILE
      *               CASEREL).  ONE ROW IS WRITTEN EVERY TIME AN
      *               ASSIGNED PENDCASE CASE GOES BACK TO PENDING --
      *               BY FRAUDCSE WHEN THE ANALYST LEAVES WITH PF3, AND
      *               BY THE CASERPT AUTO-RELEASE WHEN A SIGNED-OFF
      *               ANALYST LEFT IT ASSIGNED TOO LONG.  THE RELEASE
      *               BLANKS PC-ANALYST-ID ON THE CASE ITSELF, SO THIS
      *               ROW IS THE ONLY PLACE THE CASEANL ANALYST REPORT
      *               CAN LEARN WHO HELD THE CASE AND FOR HOW LONG.
      *****************************************************************
       01 CASE-RELEASE-RECORD.
           03 RL-KEY.
               05 RL-TIMESTAMP.
                   07 RL-DATE            PIC 9(08).
                   07 RL-TIME            PIC 9(06).
      *****************************************************************
      * RL-CASE-KEY IS THE RELEASED CASE'S PC-KEY.  ONE CASE CANNOT
      * BE RELEASED TWICE IN THE SAME SECOND, SO TIMESTAMP PLUS CASE
      * KEY IS UNIQUE WITHOUT A TASK NUMBER -- WHICH THE BATCH
      * RELEASE DOES NOT HAVE.
      *****************************************************************
               05 RL-CASE-KEY            PIC X(25).
           03 RL-ANALYST-ID              PIC X(08).
           03 RL-ASSIGN-DATE             PIC 9(08).
           03 RL-ASSIGN-TIME             PIC 9(06).
           03 RL-PRIORITY-BAND           PIC 9(01).
           03 RL-SOURCE                  PIC X(01).
               88 RL-ANALYST-RETURN      VALUE 'A'.
               88 RL-AUTO-RELEASE        VALUE 'R'.
           03 FILLER                     PIC X(10).
