       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVELMT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * TRAVNOTE IS THE CARDHOLDER TRAVEL NOTICE FILE FRAUDMOD READS
      * IN ITS PROFILE CHECK, OWNED BY CICS FILE CONTROL -- NO
      * SELECT/FD, NO OPEN/CLOSE.  THIS PROGRAM (TRANSACTION FRTN) IS
      * ITS MAINTENANCE PATH: BROWSE, ADD, CHANGE AND CANCEL A NOTICE
      * BY CARD, SO A CARDHOLDER WHO CALLS BEFORE A TRIP IS NOT SENT
      * TO REVIEW ON EVERY PURCHASE IN A STATE OR COUNTRY THE CARD
      * HAS NEVER BEEN SEEN IN.
      *****************************************************************
       COPY TRAVNOTE.

      *****************************************************************
      * EVERY ADD/CHANGE/CANCEL WRITES ONE AUDIT ROW TO TRVAUDT
      * (COPY/TRVAUDIT.CPY) IN THE SAME UNIT OF WORK AS THE TRAVNOTE
      * CHANGE.  BOTH FILES ARE DEFINED RECOVERABLE, SO IF THE AUDIT
      * WRITE FAILS THE NOTICE CHANGE IS ROLLED BACK RATHER THAN
      * APPLIED UNAUDITED -- THE SAME RULE HOTCRDMT APPLIES TO
      * HOTCARD CHANGES.
      *****************************************************************
       COPY TRVAUDIT.

       77 TRV-RESP       PIC S9(08) COMP.
       77 AUD-RESP       PIC S9(08) COMP.
       77 MAP-RESP       PIC S9(08) COMP.
       77 AID-PF3        PIC X(01) VALUE X'F3'.
       77 AID-PF8        PIC X(01) VALUE X'F8'.
       01 ABS-TIME       PIC 9(16) COMP VALUE 0.
       01 TODAY-DATE     PIC 9(08).

      *****************************************************************
      * THE KEYED INPUT FIELDS ARE CAPTURED HERE AS SOON AS THE MAP IS
      * RECEIVED: FRTNMAPO REDEFINES FRTNMAPI, SO ONCE THE OUTPUT AREA
      * IS CLEARED FOR THE REPLY SCREEN THE INPUT FIELDS ARE GONE.
      * THE DESTINATIONS ARE KEYED RUN TOGETHER (NYNJFL, CANMEXGBR)
      * AND PICKED APART THROUGH THE REDEFINES.
      *****************************************************************
       77 ACTION-CODE    PIC X(01).
       01 KEYED-CARD     PIC X(16).
       01 KEYED-START    PIC X(08).
       01 KEYED-START-N REDEFINES KEYED-START PIC 9(08).
       01 KEYED-END      PIC X(08).
       01 KEYED-END-N REDEFINES KEYED-END PIC 9(08).
       01 KEYED-STATES   PIC X(10).
       01 KEYED-STATE-TABLE REDEFINES KEYED-STATES.
           03 KEYED-STATE OCCURS 5 TIMES PIC X(02).
       01 KEYED-COUNTRIES PIC X(15).
       01 KEYED-COUNTRY-TABLE REDEFINES KEYED-COUNTRIES.
           03 KEYED-COUNTRY OCCURS 5 TIMES PIC X(03).
       77 DEST-IDX       PIC 9(02) COMP.
       77 EDITS-OK-SW    PIC X(01) VALUE 'Y'.
           88 EDITS-OK      VALUE 'Y'.
       01 MAINT-MSG      PIC X(79) VALUE SPACES.
       01 TRV-RESP-ED    PIC 9(08).

      *****************************************************************
      * THE RESOLVED NOTICE DATES.  A BLANK START DATE MEANS TODAY.  A
      * NOTICE MAY NOT RUN LONGER THAN MAX-NOTICE-DAYS -- AN OPEN-ENDED
      * NOTICE IS A STANDING EXEMPTION FROM THE PROFILE CHECK, NOT A
      * TRIP.
      *****************************************************************
       01 NOTICE-START-DATE PIC 9(08).
       01 NOTICE-END-DATE   PIC 9(08).
       01 MAX-NOTICE-DAYS   PIC 9(03) VALUE 180.

      *****************************************************************
      * LAST-SHOWN-CARD -- CARRIED IN THE COMMAREA ACROSS PSEUDO-
      * CONVERSATIONAL RETURNS SO PF8 CAN WALK FORWARD FROM THE NOTICE
      * LAST DISPLAYED, THE SAME WAY HOTCRDMT DOES.
      *****************************************************************
       01 LAST-SHOWN-CARD PIC X(16).
       01 BROWSE-CARD    PIC X(16).

      *****************************************************************
      * SYMBOLIC MAP FOR MAPSET FRAUDMAP, MAP FRTNMAP
      * (COPY/FRAUDMAP.CPY).
      *****************************************************************
       COPY FRAUDMAP.

       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(16).

       PROCEDURE DIVISION.

            IF EIBCALEN = 0
               MOVE SPACES TO LAST-SHOWN-CARD
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
            ELSE
               MOVE DFHCOMMAREA TO LAST-SHOWN-CARD
               IF EIBAID = AID-PF3
                  EXEC CICS RETURN END-EXEC
               END-IF
               IF EIBAID = AID-PF8
                  PERFORM 3000-BROWSE-NEXT THRU 3000-EXIT
               ELSE
                  PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
               END-IF
            END-IF.

            EXEC CICS RETURN TRANSID('FRTN')
                COMMAREA(LAST-SHOWN-CARD)
                LENGTH(LENGTH OF LAST-SHOWN-CARD)
                END-EXEC.
            STOP RUN.

      *****************************************************************
      * 1000-SEND-INITIAL-MAP -- SEND A BLANK MAP ASKING FOR A CARD
      * AND ACTION.  A CALLER THAT LEFT AN EXPLANATION IN MAINT-MSG
      * GETS THAT SHOWN INSTEAD OF THE GENERIC PROMPT.
      *****************************************************************
       1000-SEND-INITIAL-MAP.
            MOVE SPACES TO FRTNMAPO.
            IF MAINT-MSG = SPACES
               MOVE 'ENTER A CARD NUMBER AND ACTION.  PF3 EXITS.'
                   TO TNMSGO
            ELSE
               MOVE MAINT-MSG TO TNMSGO
            END-IF.

            EXEC CICS SEND MAP('FRTNMAP')
                MAPSET('FRAUDMAP')
                FROM(FRTNMAPO)
                ERASE
                END-EXEC.

       1000-EXIT.
            EXIT.

      *****************************************************************
      * 2000-RECEIVE-AND-PROCESS -- THE OPERATOR PRESSED ENTER.
      * RECEIVE THE MAP AND ROUTE ON THE ACTION CODE.
      *****************************************************************
       2000-RECEIVE-AND-PROCESS.
            EXEC CICS RECEIVE MAP('FRTNMAP')
                MAPSET('FRAUDMAP')
                INTO(FRTNMAPI)
                RESP(MAP-RESP)
                END-EXEC.

            IF MAP-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
            ELSE
               MOVE TNACTI  TO ACTION-CODE
               MOVE TNCARDI TO KEYED-CARD
               MOVE TNSTRTI TO KEYED-START
               MOVE TNENDI  TO KEYED-END
               MOVE TNSTSI  TO KEYED-STATES
               MOVE TNCTRYI TO KEYED-COUNTRIES
               INSPECT KEYED-STATES REPLACING ALL LOW-VALUES BY SPACES
               INSPECT KEYED-COUNTRIES
                   REPLACING ALL LOW-VALUES BY SPACES
               EVALUATE ACTION-CODE
                   WHEN 'B'
                      PERFORM 2100-BROWSE-CARD THRU 2100-EXIT
                   WHEN 'A'
                      PERFORM 2200-ADD-NOTICE THRU 2200-EXIT
                   WHEN 'C'
                      PERFORM 2300-CHANGE-NOTICE THRU 2300-EXIT
                   WHEN 'X'
                      PERFORM 2400-CANCEL-NOTICE THRU 2400-EXIT
                   WHEN OTHER
                      MOVE 'ACTION MUST BE B, A, C OR X.' TO MAINT-MSG
                      PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
               END-EVALUATE
            END-IF.

       2000-EXIT.
            EXIT.

      *****************************************************************
      * 2100-BROWSE-CARD -- SHOW THE NOTICE AT OR AFTER THE KEYED CARD
      * (GTEQ), SO A BLANK CARD STARTS AT THE FIRST NOTICE AND PF8
      * WALKS FORWARD FROM WHATEVER IS ON THE SCREEN.
      *****************************************************************
       2100-BROWSE-CARD.
            MOVE KEYED-CARD TO TN-CARD.

            EXEC CICS READ FILE('TRAVNOTE')
                INTO(TRAVEL-NOTICE-RECORD)
                RIDFLD(TN-CARD)
                GTEQ
                RESP(TRV-RESP)
                END-EXEC.

            IF TRV-RESP = DFHRESP(NORMAL)
               MOVE 'TRAVEL NOTICE DISPLAYED.' TO MAINT-MSG
               PERFORM 2900-SEND-NOTICE THRU 2900-EXIT
            ELSE
               MOVE 'NO TRAVEL NOTICE AT OR AFTER THIS CARD.'
                   TO MAINT-MSG
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            END-IF.

       2100-EXIT.
            EXIT.

      *****************************************************************
      * 2200-ADD-NOTICE -- EDIT THE KEYED FIELDS AND WRITE A NEW
      * NOTICE.  A CARD THAT ALREADY HAS ONE IS REPORTED RATHER THAN
      * OVERWRITTEN -- CHANGE IT INSTEAD, SO THE AUDIT ROW CARRIES
      * THE OLD DATES AND DESTINATIONS.
      *****************************************************************
       2200-ADD-NOTICE.
            PERFORM 2600-EDIT-INPUT THRU 2600-EXIT.

            IF EDITS-OK
               PERFORM 2650-BUILD-NOTICE THRU 2650-EXIT

               EXEC CICS WRITE FILE('TRAVNOTE')
                   FROM(TRAVEL-NOTICE-RECORD)
                   RIDFLD(TN-CARD)
                   RESP(TRV-RESP)
                   END-EXEC

               IF TRV-RESP = DFHRESP(NORMAL)
                  MOVE ZERO   TO TV-OLD-START-DATE
                  MOVE ZERO   TO TV-OLD-END-DATE
                  MOVE SPACES TO TV-OLD-STATE-LIST
                  MOVE SPACES TO TV-OLD-COUNTRY-LIST
                  MOVE 'A'    TO TV-ACTION
                  PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
               ELSE
                  IF TRV-RESP = DFHRESP(DUPREC)
                     MOVE 'CARD ALREADY HAS A NOTICE - USE C TO CHANGE.'
                         TO MAINT-MSG
                  ELSE
                     MOVE TRV-RESP TO TRV-RESP-ED
                     MOVE SPACES   TO MAINT-MSG
                     STRING 'TRAVNOTE WRITE FAILED, RESP='
                                DELIMITED BY SIZE
                            TRV-RESP-ED DELIMITED BY SIZE
                         INTO MAINT-MSG
                     END-STRING
                  END-IF
                  PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
               END-IF
            ELSE
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            END-IF.

       2200-EXIT.
            EXIT.

      *****************************************************************
      * 2300-CHANGE-NOTICE -- EDIT THE KEYED FIELDS, READ THE EXISTING
      * NOTICE FOR UPDATE (CAPTURING THE OLD VALUES FOR THE AUDIT ROW)
      * AND REWRITE IT WHOLE FROM THE SCREEN.  BROWSE FIRST TO HAVE
      * THE CURRENT VALUES ON THE SCREEN TO AMEND.
      *****************************************************************
       2300-CHANGE-NOTICE.
            PERFORM 2600-EDIT-INPUT THRU 2600-EXIT.

            IF EDITS-OK
               MOVE KEYED-CARD TO TN-CARD
               EXEC CICS READ FILE('TRAVNOTE')
                   INTO(TRAVEL-NOTICE-RECORD)
                   RIDFLD(TN-CARD)
                   UPDATE
                   RESP(TRV-RESP)
                   END-EXEC

               IF TRV-RESP = DFHRESP(NORMAL)
                  MOVE TN-START-DATE   TO TV-OLD-START-DATE
                  MOVE TN-END-DATE     TO TV-OLD-END-DATE
                  MOVE TN-STATE-LIST   TO TV-OLD-STATE-LIST
                  MOVE TN-COUNTRY-LIST TO TV-OLD-COUNTRY-LIST
                  PERFORM 2650-BUILD-NOTICE THRU 2650-EXIT
                  EXEC CICS REWRITE FILE('TRAVNOTE')
                      FROM(TRAVEL-NOTICE-RECORD)
                      RESP(TRV-RESP)
                      END-EXEC
                  IF TRV-RESP = DFHRESP(NORMAL)
                     MOVE 'C' TO TV-ACTION
                     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
                  ELSE
                     MOVE TRV-RESP TO TRV-RESP-ED
                     MOVE SPACES   TO MAINT-MSG
                     STRING 'TRAVNOTE REWRITE FAILED, RESP='
                                DELIMITED BY SIZE
                            TRV-RESP-ED DELIMITED BY SIZE
                         INTO MAINT-MSG
                     END-STRING
                     PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
                  END-IF
               ELSE
                  MOVE 'NO TRAVEL NOTICE FOR THIS CARD - USE A TO ADD.'
                      TO MAINT-MSG
                  PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
               END-IF
            ELSE
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            END-IF.

       2300-EXIT.
            EXIT.

      *****************************************************************
      * 2400-CANCEL-NOTICE -- READ THE EXISTING NOTICE FOR UPDATE
      * (CAPTURING THE OLD VALUES FOR THE AUDIT ROW) AND DELETE IT,
      * SO THE CARD'S NEXT TRANSACTION GETS THE FULL PROFILE CHECK.
      *****************************************************************
       2400-CANCEL-NOTICE.
            IF KEYED-CARD = SPACES OR KEYED-CARD = LOW-VALUES
               MOVE 'CARD NUMBER IS REQUIRED FOR CANCEL.' TO MAINT-MSG
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            ELSE
               PERFORM 2450-DELETE-NOTICE THRU 2450-EXIT
            END-IF.

       2400-EXIT.
            EXIT.

       2450-DELETE-NOTICE.
            MOVE KEYED-CARD TO TN-CARD.

            EXEC CICS READ FILE('TRAVNOTE')
                INTO(TRAVEL-NOTICE-RECORD)
                RIDFLD(TN-CARD)
                UPDATE
                RESP(TRV-RESP)
                END-EXEC.

            IF TRV-RESP = DFHRESP(NORMAL)
               MOVE TN-START-DATE   TO TV-OLD-START-DATE
               MOVE TN-END-DATE     TO TV-OLD-END-DATE
               MOVE TN-STATE-LIST   TO TV-OLD-STATE-LIST
               MOVE TN-COUNTRY-LIST TO TV-OLD-COUNTRY-LIST

               EXEC CICS DELETE FILE('TRAVNOTE')
                   RESP(TRV-RESP)
                   END-EXEC

               IF TRV-RESP = DFHRESP(NORMAL)
                  MOVE ZERO   TO TN-START-DATE
                  MOVE ZERO   TO TN-END-DATE
                  MOVE SPACES TO TN-STATE-LIST
                  MOVE SPACES TO TN-COUNTRY-LIST
                  MOVE 'X'    TO TV-ACTION
                  PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
               ELSE
                  MOVE TRV-RESP TO TRV-RESP-ED
                  MOVE SPACES   TO MAINT-MSG
                  STRING 'TRAVNOTE DELETE FAILED, RESP='
                             DELIMITED BY SIZE
                         TRV-RESP-ED DELIMITED BY SIZE
                      INTO MAINT-MSG
                  END-STRING
                  PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
               END-IF
            ELSE
               MOVE 'NO TRAVEL NOTICE FOR THIS CARD.' TO MAINT-MSG
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            END-IF.

       2450-EXIT.
            EXIT.

      *****************************************************************
      * 2600-EDIT-INPUT -- VALIDATE THE CARD, RESOLVE THE DATES AND
      * CHECK THE DESTINATIONS.  THE NOTICE MUST END TODAY OR LATER,
      * NOT BEFORE IT STARTS, AND NO MORE THAN MAX-NOTICE-DAYS AFTER
      * IT STARTS; IT MUST NAME AT LEAST ONE STATE OR COUNTRY, AND
      * EVERY ONE NAMED MUST BE ALPHABETIC.
      *****************************************************************
       2600-EDIT-INPUT.
            MOVE 'Y' TO EDITS-OK-SW.
            PERFORM 2750-GET-TODAY THRU 2750-EXIT.

            IF KEYED-CARD = SPACES OR KEYED-CARD = LOW-VALUES
               MOVE 'N' TO EDITS-OK-SW
               MOVE 'CARD NUMBER IS REQUIRED.' TO MAINT-MSG
            END-IF.

            IF EDITS-OK
               IF KEYED-START = SPACES OR KEYED-START = LOW-VALUES
                  MOVE TODAY-DATE TO NOTICE-START-DATE
               ELSE
                  IF KEYED-START IS NUMERIC
                     AND FUNCTION TEST-DATE-YYYYMMDD(KEYED-START-N)
                         = 0
                     MOVE KEYED-START-N TO NOTICE-START-DATE
                  ELSE
                     MOVE 'N' TO EDITS-OK-SW
                     MOVE 'START DATE MUST BE A VALID YYYYMMDD.'
                         TO MAINT-MSG
                  END-IF
               END-IF
            END-IF.

            IF EDITS-OK
               IF KEYED-END IS NUMERIC
                  AND FUNCTION TEST-DATE-YYYYMMDD(KEYED-END-N) = 0
                  MOVE KEYED-END-N TO NOTICE-END-DATE
               ELSE
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'END DATE IS REQUIRED AS A VALID YYYYMMDD.'
                      TO MAINT-MSG
               END-IF
            END-IF.

            IF EDITS-OK
               IF NOTICE-END-DATE < NOTICE-START-DATE
                  OR NOTICE-END-DATE < TODAY-DATE
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'END DATE MUST BE ON/AFTER TODAY AND START.'
                      TO MAINT-MSG
               END-IF
            END-IF.

            IF EDITS-OK
               IF FUNCTION INTEGER-OF-DATE(NOTICE-END-DATE)
                  - FUNCTION INTEGER-OF-DATE(NOTICE-START-DATE)
                  > MAX-NOTICE-DAYS
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'A NOTICE MAY NOT RUN MORE THAN 180 DAYS.'
                      TO MAINT-MSG
               END-IF
            END-IF.

            IF EDITS-OK
               IF KEYED-STATES = SPACES AND KEYED-COUNTRIES = SPACES
                  MOVE 'N' TO EDITS-OK-SW
                  MOVE 'ENTER AT LEAST ONE STATE OR COUNTRY.'
                      TO MAINT-MSG
               END-IF
            END-IF.

            IF EDITS-OK
               PERFORM 2610-EDIT-ONE-DESTINATION THRU 2610-EXIT
                   VARYING DEST-IDX FROM 1 BY 1
                   UNTIL DEST-IDX > 5 OR NOT EDITS-OK
            END-IF.

       2600-EXIT.
            EXIT.

       2610-EDIT-ONE-DESTINATION.
            IF KEYED-STATE(DEST-IDX) NOT = SPACES
               AND (KEYED-STATE(DEST-IDX) IS NOT ALPHABETIC
                    OR KEYED-STATE(DEST-IDX)(2:1) = SPACE)
               MOVE 'N' TO EDITS-OK-SW
               MOVE 'STATES ARE 2-LETTER CODES RUN TOGETHER (NYNJ).'
                   TO MAINT-MSG
            END-IF.

            IF KEYED-COUNTRY(DEST-IDX) NOT = SPACES
               AND (KEYED-COUNTRY(DEST-IDX) IS NOT ALPHABETIC
                    OR KEYED-COUNTRY(DEST-IDX)(3:1) = SPACE)
               MOVE 'N' TO EDITS-OK-SW
               MOVE 'COUNTRIES ARE 3-LETTER ISO CODES RUN TOGETHER.'
                   TO MAINT-MSG
            END-IF.

       2610-EXIT.
            EXIT.

      *****************************************************************
      * 2650-BUILD-NOTICE -- THE NEW NOTICE IMAGE FROM THE EDITED
      * VALUES.
      *****************************************************************
       2650-BUILD-NOTICE.
            MOVE KEYED-CARD        TO TN-CARD.
            MOVE NOTICE-START-DATE TO TN-START-DATE.
            MOVE NOTICE-END-DATE   TO TN-END-DATE.
            MOVE KEYED-STATES      TO TN-STATE-LIST.
            MOVE KEYED-COUNTRIES   TO TN-COUNTRY-LIST.
            MOVE TODAY-DATE        TO TN-LAST-UPD-DATE.

       2650-EXIT.
            EXIT.

      *****************************************************************
      * 2700-WRITE-AUDIT -- ONE AUDIT ROW PER SUCCESSFUL ADD/CHANGE/
      * CANCEL: OLD VALUES, NEW VALUES, USER AND TIMESTAMP.  IF THE
      * AUDIT WRITE FAILS THE WHOLE UNIT OF WORK IS ROLLED BACK, SO A
      * NOTICE NEVER WAIVES A PROFILE CHECK WITHOUT A ROW SHOWING WHO
      * KEYED IT.
      *****************************************************************
       2700-WRITE-AUDIT.
            EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                YYYYMMDD(TV-DATE)
                TIME(TV-TIME)
                END-EXEC.
            MOVE EIBTASKN TO TV-TASKNUM.
            EXEC CICS ASSIGN USERID(TV-USER-ID) END-EXEC.

            MOVE TN-CARD         TO TV-CARD.
            MOVE TN-START-DATE   TO TV-NEW-START-DATE.
            MOVE TN-END-DATE     TO TV-NEW-END-DATE.
            MOVE TN-STATE-LIST   TO TV-NEW-STATE-LIST.
            MOVE TN-COUNTRY-LIST TO TV-NEW-COUNTRY-LIST.

            EXEC CICS WRITE FILE('TRVAUDT')
                FROM(TRAVEL-AUDIT-RECORD)
                RIDFLD(TV-KEY)
                RESP(AUD-RESP)
                END-EXEC.

            IF AUD-RESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN TV-NOTICE-ADDED
                      MOVE 'TRAVEL NOTICE ADDED AND AUDITED.'
                          TO MAINT-MSG
                      PERFORM 2900-SEND-NOTICE THRU 2900-EXIT
                   WHEN TV-NOTICE-CHANGED
                      MOVE 'TRAVEL NOTICE CHANGED AND AUDITED.'
                          TO MAINT-MSG
                      PERFORM 2900-SEND-NOTICE THRU 2900-EXIT
                   WHEN OTHER
                      MOVE 'TRAVEL NOTICE CANCELLED AND AUDITED.'
                          TO MAINT-MSG
                      MOVE SPACES TO LAST-SHOWN-CARD
                      PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
               END-EVALUATE
            ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'AUDIT WRITE FAILED - CHANGE BACKED OUT.'
                   TO MAINT-MSG
               PERFORM 2800-SEND-INPUT-BACK THRU 2800-EXIT
            END-IF.

       2700-EXIT.
            EXIT.

      *****************************************************************
      * 2750-GET-TODAY -- CURRENT DATE AS YYYYMMDD FOR THE DATE EDITS
      * AND TN-LAST-UPD-DATE.
      *****************************************************************
       2750-GET-TODAY.
            EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                YYYYMMDD(TODAY-DATE)
                END-EXEC.

       2750-EXIT.
            EXIT.

      *****************************************************************
      * 2800-SEND-INPUT-BACK -- REDISPLAY WHAT THE OPERATOR KEYED,
      * UNCHANGED, WITH THE MESSAGE EXPLAINING WHAT TO FIX.
      *****************************************************************
       2800-SEND-INPUT-BACK.
            MOVE SPACES          TO FRTNMAPO.
            MOVE KEYED-CARD      TO TNCARDO.
            MOVE ACTION-CODE     TO TNACTO.
            MOVE KEYED-START     TO TNSTRTO.
            MOVE KEYED-END       TO TNENDO.
            MOVE KEYED-STATES    TO TNSTSO.
            MOVE KEYED-COUNTRIES TO TNCTRYO.
            MOVE MAINT-MSG       TO TNMSGO.

            EXEC CICS SEND MAP('FRTNMAP')
                MAPSET('FRAUDMAP')
                FROM(FRTNMAPO)
                ERASE
                END-EXEC.

       2800-EXIT.
            EXIT.

      *****************************************************************
      * 2900-SEND-NOTICE -- DISPLAY THE TRAVEL-NOTICE-RECORD CURRENTLY
      * IN STORAGE AND REMEMBER ITS CARD SO PF8 CAN WALK FORWARD FROM
      * IT.
      *****************************************************************
       2900-SEND-NOTICE.
            MOVE SPACES  TO FRTNMAPO.
            MOVE TN-CARD TO TNCARDO.
            MOVE TN-CARD TO LAST-SHOWN-CARD.

            MOVE TN-START-DATE    TO TNSTRTO.
            MOVE TN-END-DATE      TO TNENDO.
            MOVE TN-STATE-LIST    TO TNSTSO.
            MOVE TN-COUNTRY-LIST  TO TNCTRYO.
            MOVE TN-LAST-UPD-DATE TO TNUPDO.
            MOVE MAINT-MSG        TO TNMSGO.

            EXEC CICS SEND MAP('FRTNMAP')
                MAPSET('FRAUDMAP')
                FROM(FRTNMAPO)
                ERASE
                END-EXEC.

       2900-EXIT.
            EXIT.

      *****************************************************************
      * 3000-BROWSE-NEXT -- PF8: SHOW THE NOTICE AFTER THE ONE LAST
      * DISPLAYED.  A SHORT STARTBR/READNEXT/ENDBR WALK: THE FIRST
      * READNEXT RETURNS THE LAST-SHOWN NOTICE ITSELF (OR ITS
      * SUCCESSOR IF IT WAS JUST CANCELLED), SO READ AGAIN WHEN THE
      * CARD MATCHES.
      *****************************************************************
       3000-BROWSE-NEXT.
            MOVE LAST-SHOWN-CARD TO BROWSE-CARD.

            EXEC CICS STARTBR FILE('TRAVNOTE')
                RIDFLD(BROWSE-CARD)
                GTEQ
                RESP(TRV-RESP)
                END-EXEC.

            IF TRV-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO MORE TRAVEL NOTICES.' TO MAINT-MSG
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
            ELSE
               EXEC CICS READNEXT FILE('TRAVNOTE')
                   INTO(TRAVEL-NOTICE-RECORD)
                   RIDFLD(BROWSE-CARD)
                   RESP(TRV-RESP)
                   END-EXEC

               IF TRV-RESP = DFHRESP(NORMAL)
                  AND TN-CARD = LAST-SHOWN-CARD
                  EXEC CICS READNEXT FILE('TRAVNOTE')
                      INTO(TRAVEL-NOTICE-RECORD)
                      RIDFLD(BROWSE-CARD)
                      RESP(TRV-RESP)
                      END-EXEC
               END-IF

               EXEC CICS ENDBR FILE('TRAVNOTE') END-EXEC

               IF TRV-RESP = DFHRESP(NORMAL)
                  MOVE 'TRAVEL NOTICE DISPLAYED.' TO MAINT-MSG
                  PERFORM 2900-SEND-NOTICE THRU 2900-EXIT
               ELSE
                  MOVE 'NO MORE TRAVEL NOTICES.' TO MAINT-MSG
                  MOVE SPACES TO LAST-SHOWN-CARD
                  PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
               END-IF
            END-IF.

       3000-EXIT.
            EXIT.
