
       COPY HOTAUDIT.

      *****************************************************************
      * A PF3 RELEASE BLANKS THE ANALYST ON THE PENDCASE ROW, SO WHO
      * HELD THE CASE IS LOGGED TO CASEREL (COPY/CASEREL.CPY) FOR THE
      * CASEANL ANALYST REPORT, IN THE SAME UNIT OF WORK AS THE
      * RELEASE.
      *****************************************************************
       COPY CASEREL.

       77 PEND-RESP      PIC S9(08) COMP.
       77 RLOG-RESP      PIC S9(08) COMP.
       77 CASE-RESP      PIC S9(08) COMP.
       77 HOT-RESP       PIC S9(08) COMP.
       77 HAUD-RESP      PIC S9(08) COMP.
      * STILL HELD.  RELEASE THE PENDCASE ROW BACK TO PENDING SO THE
      * NEXT ANALYST CAN CLAIM IT.  IF THE RELEASE ITSELF FAILS THE
      * ROW STAYS ASSIGNED AND THE CASERPT AUTO-RELEASE FREES IT ON
      * ITS NEXT RUN -- THE CASE IS DELAYED, NEVER LOST.  THE SAME
      * GOES FOR THE CASEREL LOG ROW: IF IT CANNOT BE WRITTEN THE
      * RELEASE IS ROLLED BACK AND CASERPT RELEASES (AND LOGS) IT.
      *****************************************************************
       3000-RETURN-CASE.
            IF CASE-IS-HELD
                   RESP(PEND-RESP)
                   END-EXEC
               IF PEND-RESP = DFHRESP(NORMAL)
                  MOVE PC-KEY           TO RL-CASE-KEY
                  MOVE PC-ANALYST-ID    TO RL-ANALYST-ID
                  MOVE PC-ASSIGN-DATE   TO RL-ASSIGN-DATE
                  MOVE PC-ASSIGN-TIME   TO RL-ASSIGN-TIME
                  MOVE PC-PRIORITY-BAND TO RL-PRIORITY-BAND
                  MOVE 'P'    TO PC-STATE
                  MOVE SPACES TO PC-ANALYST-ID
                  MOVE 0      TO PC-ASSIGN-DATE
                      FROM(PENDING-CASE-RECORD)
                      RESP(PEND-RESP)
                      END-EXEC
                  IF PEND-RESP = DFHRESP(NORMAL)
                     PERFORM 3100-LOG-RELEASE THRU 3100-EXIT
                  END-IF
               END-IF
            END-IF.

       3000-EXIT.
            EXIT.

      *****************************************************************
      * 3100-LOG-RELEASE -- ONE CASEREL ROW FOR THE PF3 RELEASE.  A
      * FAILED LOG WRITE BACKS THE RELEASE OUT (SEE 3000).
      *****************************************************************
       3100-LOG-RELEASE.
            EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                YYYYMMDD(RL-DATE)
                TIME(RL-TIME)
                END-EXEC.
            MOVE 'A' TO RL-SOURCE.

            EXEC CICS WRITE FILE('CASEREL')
                FROM(CASE-RELEASE-RECORD)
                RIDFLD(RL-KEY)
                RESP(RLOG-RESP)
                END-EXEC.

            IF RLOG-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
            END-IF.

       3100-EXIT.
            EXIT.
