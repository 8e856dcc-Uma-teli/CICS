      *****************************************************************
      * CARDRESP   -  CARDHOLDER-RESPONSE FEED RECORD (LINE
      *               SEQUENTIAL, SUPPLIED DAILY BY THE NOTIFICATION
      *               PLATFORM).  ONE ROW PER ANSWER A CARDHOLDER GAVE
      *               TO A DCLNEXT DECLINE CONTACT -- "YES, THAT WAS
      *               ME" OR "NO, NOT ME" -- LOADED BY RSPNLOAD, WHICH
      *               DISPOSITIONS THE CARD'S OPEN CASE AND LIFTS OR
      *               SETS ITS BLOCK.  THE STOP DATE AND TIME ARE
      *               ECHOED BACK UNCHANGED FROM THE DCLNEXT DETAIL
      *               RECORD (ITS RUN DATE AND LAST-STOP TIME), SO THE
      *               ANSWER CAN BE TIED TO THE STOP IT IS ABOUT.
      *****************************************************************
       01 CARD-RESPONSE-RECORD.
           03 RS-CARD                    PIC X(16).
           03 RS-STOP-DATE               PIC 9(08).
           03 RS-STOP-TIME               PIC 9(06).
           03 RS-ANSWER                  PIC X(01).
               88 RS-WAS-ME              VALUE 'Y'.
               88 RS-NOT-ME              VALUE 'N'.
           03 RS-RESPONSE-DATE           PIC 9(08).
           03 RS-RESPONSE-TIME           PIC 9(06).
           03 FILLER                     PIC X(10).
