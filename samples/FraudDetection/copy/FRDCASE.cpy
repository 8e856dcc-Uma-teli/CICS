      *               CARD/TIMESTAMP.  A CONFIRMED-FRAUD DISPOSITION IS
      *               A SAME-DAY GROUND-TRUTH LABEL THAT DOES NOT HAVE
      *               TO WAIT FOR THE CHARGEBACK FEED TO CATCH UP.
      *               THE RSPNLOAD BATCH ALSO WRITES ROWS, UNDER
      *               ANALYST ID 'RSPNLOAD', WHEN A CARDHOLDER ANSWERS
      *               A DCLNEXT DECLINE CONTACT.
      *****************************************************************
       01 FRAUD-CASE-RECORD.
           03 FC-KEY.
