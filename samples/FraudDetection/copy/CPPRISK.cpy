      *****************************************************************
      * CPPRISK    -  COMMON-POINT-OF-PURCHASE AT-RISK CARD RECORD
      *               (SEQUENTIAL, WRITTEN BY CPPANAL).  ONE ROW PER
      *               CARD THAT TRANSACTED AT A MERCHANT CPPANAL RANKED
      *               AS A LIKELY COMPROMISE POINT, INSIDE THAT
      *               MERCHANT'S COMPROMISE WINDOW, AND IS NEITHER A
      *               KNOWN FRAUD CARD NOR ALREADY BLOCKED ON HOTCARD.
      *               CARD OPS WORKS THE FILE FOR REISSUE OR
      *               PRE-EMPTIVE BLOCKING.  A CARD SEEN AT TWO
      *               BREACHED MERCHANTS GETS ONE ROW PER MERCHANT.
      *****************************************************************
       01 CPP-RISK-RECORD.
           03 CR-CARD                    PIC X(16).
           03 CR-MERCHANT-KEY.
               05 CR-MERCHANTXNAME       PIC X(25).
               05 CR-MERCHANTXCITY       PIC X(20).
               05 CR-MERCHANTXSTATE      PIC X(02).
               05 CR-MCC                 PIC X(04).
      *****************************************************************
      * CR-RANK IS THE MERCHANT'S POSITION ON THE CPPANAL REPORT
      * (1 = MOST FRAUD CARDS IN COMMON); CR-FRAUD-CARDS IS HOW MANY
      * KNOWN FRAUD CARDS VISITED IT IN THE WINDOW.
      *****************************************************************
           03 CR-RANK                    PIC 9(03).
           03 CR-FRAUD-CARDS             PIC 9(05).
      *****************************************************************
      * THE CARD'S LAST VISIT TO THE MERCHANT INSIDE THE WINDOW, AND
      * THE AMOUNT (USD) OF THAT VISIT.
      *****************************************************************
           03 CR-LAST-VISIT-DATE         PIC 9(08).
           03 CR-LAST-VISIT-AMOUNT       PIC S9(9)V99 COMP-3.
           03 CR-RUN-DATE                PIC 9(08).
           03 FILLER                     PIC X(10).
