      *****************************************************************
      * MRCHVEL    -  MERCHANT VELOCITY RECORDS (VSAM KSDS, CICS FILE
      *               MRCHVEL, KEY X(51)).  ONE MERCHANT-VELOCITY-
      *               RECORD PER MERCHANT (NAME/CITY/STATE/MCC, THE
      *               SAME KEY AS MRCHRISK) HOLDS THE ROLLING WINDOW
      *               FRAUDMOD MAINTAINS TO CATCH CARD TESTING: MANY
      *               SMALL AUTHORIZATIONS ON DIFFERENT, OFTEN
      *               SEQUENTIAL, CARDS THROUGH ONE MERCHANT IN A FEW
      *               MINUTES, WHICH THE PER-CARD VELOCITY FILE NEVER
      *               SEES MORE THAN ONCE OR TWICE PER CARD.  THE
      *               WINDOW TUMBLES THE SAME WAY VELOCITY'S DOES --
      *               ONCE ITS START IS OLDER THAN THE LIMIT RECORD'S
      *               WINDOW LENGTH THE COUNTS RESET AND A NEW WINDOW
      *               STARTS AT THE CURRENT TRANSACTION.  A MERCHANT
      *               THAT BREACHES A LIMIT IS UNDER ATTACK UNTIL
      *               MV-ATTACK-UNTIL, AND EVERY AUTHORIZATION THROUGH
      *               IT UNTIL THEN IS DECLINED WITHOUT A MODEL CALL.
      *
      *               THE SAME FILE ALSO HOLDS ONE MERCHANT-VELOCITY-
      *               LIMIT-RECORD UNDER THE RESERVED KEY
      *               '*CARDTEST-LIMIT*' (NO MERCHANT NAME EVER STARTS
      *               WITH '*'), SO OPS CAN RETUNE THE LIMITS WITHOUT A
      *               FRAUDMOD RECOMPILE, THE SAME WAY THE
      *               '*VELOCITY-LIMIT*' RECORD WORKS FOR VELOCITY.
      *****************************************************************
       01 MERCHANT-VELOCITY-RECORD.
           03 MV-KEY.
               05 MV-MERCHANTXNAME       PIC X(25).
               05 MV-MERCHANTXCITY       PIC X(20).
               05 MV-MERCHANTXSTATE      PIC X(02).
               05 MV-MCC                 PIC X(04).
      *****************************************************************
      * MV-WINDOW-START AND MV-ATTACK-UNTIL ARE IN CICS ABSTIME UNITS
      * (STCK FORMAT: 4,096 UNITS PER MICROSECOND), THE SAME CLOCK
      * VC-WINDOW-START AND THE CIRCUIT BREAKER COOLDOWN USE.
      *****************************************************************
           03 MV-WINDOW-START            PIC 9(16) COMP.
           03 MV-AUTH-COUNT              PIC 9(04) COMP.
           03 MV-LOW-DOLLAR-COUNT        PIC 9(04) COMP.
      *****************************************************************
      * ONLY THE FIRST FIFTY DISTINCT CARDS AND PREFIXES ARE
      * REMEMBERED; A LATER NEW ONE STILL COUNTS AS DISTINCT, WHICH IS
      * SAFE BECAUSE ANY SANE LIMIT IS WELL UNDER FIFTY.
      *****************************************************************
           03 MV-CARD-COUNT              PIC 9(04) COMP.
           03 MV-CARD-LIST.
               05 MV-CARD-ENTRY OCCURS 50 TIMES
                                         PIC X(16).
           03 MV-PREFIX-COUNT            PIC 9(04) COMP.
           03 MV-PREFIX-LIST.
               05 MV-PREFIX-ENTRY OCCURS 50 TIMES
                                         PIC X(08).
      *****************************************************************
      * MV-ATTACK-UNTIL IS ZERO FOR A MERCHANT NEVER ATTACKED.  THE
      * TRIGGER, START AND PROBE COUNT DESCRIBE THE LATEST ATTACK AND
      * ARE LEFT IN PLACE AFTER IT COOLS DOWN:
      *   'C' - DISTINCT CARDS PER WINDOW
      *   'L' - LOW-DOLLAR AUTHORIZATIONS PER WINDOW
      *   'P' - DISTINCT CARD PREFIXES PER WINDOW
      * MV-ATTACK-PROBES COUNTS THE AUTHORIZATIONS DECLINED DURING
      * THE COOLDOWN, NOT COUNTING THE ONE THAT TRIPPED IT.
      *****************************************************************
           03 MV-ATTACK-UNTIL            PIC 9(16) COMP.
           03 MV-ATTACK-TRIGGER          PIC X(01).
               88 MV-CARD-TRIGGER        VALUE 'C'.
               88 MV-LOW-DOLLAR-TRIGGER  VALUE 'L'.
               88 MV-PREFIX-TRIGGER      VALUE 'P'.
           03 MV-ATTACK-START-DATE       PIC 9(08).
           03 MV-ATTACK-START-TIME       PIC 9(06).
           03 MV-ATTACK-PROBES           PIC 9(07) COMP.
           03 FILLER                     PIC X(10).

       01 MERCHANT-VELOCITY-LIMIT-RECORD.
           03 MVL-KEY                    PIC X(51).
           03 MVL-WINDOW-SECONDS         PIC 9(05) COMP-3.
           03 MVL-CARD-LIMIT             PIC 9(04) COMP.
      *****************************************************************
      * AN AUTHORIZATION IS LOW-DOLLAR WHEN ITS USD AMOUNT IS AT OR
      * UNDER MVL-LOW-DOLLAR-AMOUNT.
      *****************************************************************
           03 MVL-LOW-DOLLAR-AMOUNT      PIC S9(7)V99 COMP-3.
           03 MVL-LOW-DOLLAR-LIMIT       PIC 9(04) COMP.
      *****************************************************************
      * MVL-PREFIX-LENGTH IS HOW MANY LEADING CARD DIGITS MAKE A
      * PREFIX: 6 FOR THE ISSUER BIN, 8 FOR THE EXTENDED BIN.
      *****************************************************************
           03 MVL-PREFIX-LENGTH          PIC 9(01).
           03 MVL-PREFIX-LIMIT           PIC 9(04) COMP.
           03 MVL-COOLDOWN-SECONDS       PIC 9(05) COMP-3.
           03 FILLER                     PIC X(10).
