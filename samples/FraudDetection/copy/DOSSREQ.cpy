      *****************************************************************
      * DOSSREQ    -  DISPUTE EVIDENCE DOSSIER REQUEST RECORD (FB 60,
      *               KEYED UP BY THE DISPUTES DESK).  ONE ROW PER
      *               CARD AND DATE RANGE A CHARGEBACK OR REGULATOR
      *               INQUIRY NEEDS EVIDENCE FOR; FRDDOSS PRINTS ONE
      *               DOSSIER PER ROW.  DR-DISPUTE-REF IS THE DESK'S
      *               OWN REFERENCE, ECHOED ON THE DOSSIER HEADER AND
      *               NOT OTHERWISE EDITED.  THE SAME CARD MAY BE
      *               REQUESTED MORE THAN ONCE FOR DIFFERENT RANGES.
      *****************************************************************
       01 DOSSIER-REQUEST-RECORD.
           03 DR-CARD                    PIC X(16).
           03 DR-FROM-DATE               PIC 9(08).
           03 DR-TO-DATE                 PIC 9(08).
           03 DR-DISPUTE-REF             PIC X(12).
           03 FILLER                     PIC X(16).
