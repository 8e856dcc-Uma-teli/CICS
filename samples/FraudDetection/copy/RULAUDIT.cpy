      *****************************************************************
      * RULAUDIT   -  OPS RULE CHANGE AUDIT RECORD (VSAM KSDS, CICS
      *               FILE RULAUDT).  ONE ROW IS WRITTEN BY OPSRULMT FOR
      *               EVERY ADD, REPLACE OR EXPIRE OF AN OPSRULE ROW,
      *               CARRYING THE OLD AND NEW FLOOR, ACTION, DATES AND
      *               REASON, THE USER AND A TIMESTAMP -- THE SAME
      *               SHAPE AS THRAUDT AND MDLAUDT -- SO A DECLINE
      *               FORCED BY A RULE CAN BE TIED TO WHO KEYED IT.
      *****************************************************************
       01 OPS-RULE-AUDIT-RECORD.
           03 RA-KEY.
               05 RA-RULE-KEY.
                   07 RA-COUNTRY-CODE    PIC X(03).
                   07 RA-MCC             PIC X(04).
               05 RA-TIMESTAMP.
                   07 RA-DATE            PIC 9(08).
                   07 RA-TIME            PIC 9(06).
      *****************************************************************
      * RA-TASKNUM IS THE MAINTAINING TASK'S EIBTASKN, INCLUDED FOR
      * THE SAME REASON SH-TASKNUM IS PART OF SH-KEY: TWO CHANGES TO
      * THE SAME RULE IN THE SAME SECOND STILL PRODUCE DISTINCT AUDIT
      * KEYS.
      *****************************************************************
               05 RA-TASKNUM             PIC 9(07).
           03 RA-ACTION                  PIC X(01).
               88 RA-RULE-ADDED          VALUE 'A'.
               88 RA-RULE-REPLACED       VALUE 'U'.
               88 RA-RULE-EXPIRED        VALUE 'X'.
           03 RA-OLD-AMOUNT-FLOOR        PIC S9(9)V99 COMP-3.
           03 RA-OLD-RULE-ACTION         PIC X(01).
           03 RA-OLD-EFFECTIVE-DATE      PIC 9(08).
           03 RA-OLD-EXPIRY-DATE         PIC 9(08).
           03 RA-OLD-REASON              PIC X(30).
           03 RA-NEW-AMOUNT-FLOOR        PIC S9(9)V99 COMP-3.
           03 RA-NEW-RULE-ACTION         PIC X(01).
           03 RA-NEW-EFFECTIVE-DATE      PIC 9(08).
           03 RA-NEW-EXPIRY-DATE         PIC 9(08).
           03 RA-NEW-REASON              PIC X(30).
           03 RA-USER-ID                 PIC X(08).
           03 FILLER                     PIC X(10).
