      *****************************************************************
      * TRVAUDIT   -  TRAVEL NOTICE CHANGE AUDIT RECORD (VSAM KSDS,
      *               CICS FILE TRVAUDT).  ONE ROW IS WRITTEN BY
      *               TRAVELMT FOR EVERY ADD, CHANGE OR CANCEL OF A
      *               TRAVNOTE ROW, CARRYING THE OLD AND NEW DATES AND
      *               DESTINATIONS, THE USER AND A TIMESTAMP -- THE
      *               SAME SHAPE AS HOTAUDT FOR HOT-CARD CHANGES -- SO
      *               A DISPUTED APPROVAL ABROAD CAN BE TIED TO WHO
      *               KEYED THE NOTICE THAT LET IT THROUGH.
      *****************************************************************
       01 TRAVEL-AUDIT-RECORD.
           03 TV-KEY.
               05 TV-CARD                PIC X(16).
               05 TV-TIMESTAMP.
                   07 TV-DATE            PIC 9(08).
                   07 TV-TIME            PIC 9(06).
      *****************************************************************
      * TV-TASKNUM IS THE MAINTAINING TASK'S EIBTASKN, INCLUDED FOR
      * THE SAME REASON SH-TASKNUM IS PART OF SH-KEY: TWO CHANGES TO
      * THE SAME CARD'S NOTICE IN THE SAME SECOND STILL PRODUCE
      * DISTINCT AUDIT KEYS.
      *****************************************************************
               05 TV-TASKNUM             PIC 9(07).
           03 TV-ACTION                  PIC X(01).
               88 TV-NOTICE-ADDED        VALUE 'A'.
               88 TV-NOTICE-CHANGED      VALUE 'C'.
               88 TV-NOTICE-CANCELLED    VALUE 'X'.
           03 TV-OLD-START-DATE          PIC 9(08).
           03 TV-OLD-END-DATE            PIC 9(08).
           03 TV-OLD-STATE-LIST          PIC X(10).
           03 TV-OLD-COUNTRY-LIST        PIC X(15).
           03 TV-NEW-START-DATE          PIC 9(08).
           03 TV-NEW-END-DATE            PIC 9(08).
           03 TV-NEW-STATE-LIST          PIC X(10).
           03 TV-NEW-COUNTRY-LIST        PIC X(15).
           03 TV-USER-ID                 PIC X(08).
           03 FILLER                     PIC X(10).
