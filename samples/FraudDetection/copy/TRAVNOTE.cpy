      *****************************************************************
      * TRAVNOTE   -  CARDHOLDER TRAVEL NOTICE RECORD (VSAM KSDS, CICS
      *               FILE TRAVNOTE, KEY X(16)).  ONE ROW PER CARD
      *               WHOSE HOLDER HAS TOLD US WHERE AND WHEN THEY WILL
      *               BE TRAVELLING, MAINTAINED ONLINE BY TRAVELMT
      *               (TRANSACTION FRTN) WITH BEFORE/AFTER AUDIT ROWS
      *               ON TRVAUDT (COPY/TRVAUDIT.CPY).  FRAUDMOD READS
      *               IT IN 0310-CHECK-PROFILE: A TRANSACTION INSIDE
      *               THE NOTICE DATES IN A LISTED STATE (DOMESTIC) OR
      *               LISTED COUNTRY (FOREIGN) RAISES NO FIRST-SEEN
      *               STATE DEVIATION AND IS NOT HARDENED BY THE
      *               PROFILE OVERRIDE -- THE TRIP IS EXACTLY THE
      *               "VACATION LOOKS LIKE A FIRST-SEEN STATE" CASE
      *               THAT OVERRIDE WAS WARNED ABOUT.  A CANCELLED
      *               NOTICE IS DELETED; ITS LAST IMAGE LIVES ON THE
      *               AUDIT FILE.
      *****************************************************************
       01 TRAVEL-NOTICE-RECORD.
           03 TN-CARD                    PIC X(16).
      *****************************************************************
      * THE NOTICE COVERS TN-START-DATE THROUGH TN-END-DATE
      * INCLUSIVE.
      *****************************************************************
           03 TN-START-DATE              PIC 9(08).
           03 TN-END-DATE                PIC 9(08).
      *****************************************************************
      * UP TO FIVE DESTINATION US STATES (MERCHANTXSTATE CODES) AND
      * FIVE DESTINATION ISO COUNTRIES (COUNTRY-CODE VALUES), UNUSED
      * ENTRIES SPACES.  A NOTICE NEEDS AT LEAST ONE OF EITHER.
      *****************************************************************
           03 TN-STATE-LIST.
               05 TN-STATE-ENTRY OCCURS 5 TIMES
                                         PIC X(02).
           03 TN-COUNTRY-LIST.
               05 TN-COUNTRY-ENTRY OCCURS 5 TIMES
                                         PIC X(03).
           03 TN-LAST-UPD-DATE           PIC 9(08).
           03 FILLER                     PIC X(10).
