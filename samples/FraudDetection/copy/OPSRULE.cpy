      *****************************************************************
      * OPSRULE    -  RISK-OPS COUNTRY/MCC RULE RECORD (VSAM KSDS, CICS
      *               FILE OPSRULE, KEY X(07)).  ONE ROW PER BLUNT RULE
      *               RISK OPS HAS IMPOSED DURING AN ATTACK, WITHOUT
      *               WAITING FOR MRCHLOAD'S NIGHTLY TIERING --
      *               "REVIEW MCC 5967 FROM NGA", "DECLINE MCC 6051
      *               OVER $500 FROM ANY FOREIGN COUNTRY UNTIL FRIDAY".
      *               MAINTAINED ONLINE BY OPSRULMT (TRANSACTION FRRL)
      *               WITH BEFORE/AFTER AUDIT ROWS ON RULAUDT
      *               (COPY/RULAUDIT.CPY).  FRAUDMOD READS IT IN
      *               0180-CHECK-OPS-RULES, AFTER THE AMOUNT HAS BEEN
      *               CONVERTED TO USD, AND 0595-APPLY-OPS-RULE-OVERRIDE
      *               HARDENS THE DECISION THE SAME HARDEN-ONLY WAY THE
      *               MERCHANT OVERRIDE DOES.  AN EXPIRED RULE IS KEPT
      *               (NOT DELETED) SO THE SCREEN STILL SHOWS WHAT RAN
      *               AND WHEN; OPSRULMT REPLACES IT IF THE SAME KEY IS
      *               ADDED AGAIN.
      *****************************************************************
       01 OPS-RULE-RECORD.
      *****************************************************************
      * OR-COUNTRY-CODE IS THE TRANSACTION'S ISO COUNTRY-CODE ('USA'
      * FOR A DOMESTIC TRANSACTION) OR '***' FOR ANY FOREIGN COUNTRY.
      * OR-MCC IS THE MERCHANT CATEGORY CODE OR '****' FOR ANY MCC.
      *****************************************************************
           03 OR-KEY.
               05 OR-COUNTRY-CODE        PIC X(03).
                   88 OR-ANY-FOREIGN     VALUE '***'.
               05 OR-MCC                 PIC X(04).
                   88 OR-ANY-MCC         VALUE '****'.
      *****************************************************************
      * THE RULE FIRES ONLY ON A USD AMOUNT OF AT LEAST
      * OR-AMOUNT-FLOOR (ZERO = ANY AMOUNT), AND ONLY FROM
      * OR-EFFECTIVE-DATE THROUGH OR-EXPIRY-DATE INCLUSIVE.
      *****************************************************************
           03 OR-AMOUNT-FLOOR            PIC S9(9)V99 COMP-3.
           03 OR-ACTION                  PIC X(01).
               88 OR-FORCE-REVIEW        VALUE 'R'.
               88 OR-FORCE-DECLINE       VALUE 'D'.
           03 OR-EFFECTIVE-DATE          PIC 9(08).
           03 OR-EXPIRY-DATE             PIC 9(08).
           03 OR-REASON                  PIC X(30).
           03 OR-LAST-UPD-DATE           PIC 9(08).
           03 OR-LAST-UPD-USER           PIC X(08).
           03 FILLER                     PIC X(10).
