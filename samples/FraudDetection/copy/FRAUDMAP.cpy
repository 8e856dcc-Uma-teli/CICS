      *****************************************************************
      * FRAUDMAP   -  SYMBOLIC MAP FOR MAPS FRQIMAP, FRCWMAP, FRTMMAP,
      *               FRSTMAP, FRHCMAP, FRMCMAP, FRTNMAP AND FRRLMAP,
      *               MAPSET FRAUDMAP.
      *               HAND-MAINTAINED
      *               TO MIRROR BMS/FRAUDMAP.BMS FIELD FOR FIELD; KEEP
      *               BOTH IN STEP IF EITHER CHANGES.
           02 FILLER REDEFINES STMSGF.
               03 STMSGA                PIC X.
           02 STMSGI                   PIC X(79).
           02 STATKL                    PIC S9(4) COMP.
           02 STATKF                    PIC X.
           02 FILLER REDEFINES STATKF.
               03 STATKA                PIC X.
           02 STATKI                   PIC X(60).
           02 STBATL                    PIC S9(4) COMP.
           02 STBATF                    PIC X.
           02 FILLER REDEFINES STBATF.
               03 STBATA                PIC X.
           02 STBATI                   PIC X(60).

       01 FRSTMAPO REDEFINES FRSTMAPI.
           02 FILLER                    PIC X(12).
           02 STQDEPO                   PIC X(06).
           02 FILLER                    PIC X(3).
           02 STMSGO                    PIC X(79).
           02 FILLER                    PIC X(3).
           02 STATKO                    PIC X(60).
           02 FILLER                    PIC X(3).
           02 STBATO                    PIC X(60).

       01 FRHCMAPI.
           02 FILLER                    PIC X(12).
           02 MMUPDO                    PIC X(08).
           02 FILLER                    PIC X(3).
           02 MMMSGO                    PIC X(79).

       01 FRTNMAPI.
           02 FILLER                    PIC X(12).
           02 TNCARDL                   PIC S9(4) COMP.
           02 TNCARDF                   PIC X.
           02 FILLER REDEFINES TNCARDF.
               03 TNCARDA                PIC X.
           02 TNCARDI                   PIC X(16).
           02 TNACTL                    PIC S9(4) COMP.
           02 TNACTF                    PIC X.
           02 FILLER REDEFINES TNACTF.
               03 TNACTA                 PIC X.
           02 TNACTI                    PIC X(01).
           02 TNSTRTL                   PIC S9(4) COMP.
           02 TNSTRTF                   PIC X.
           02 FILLER REDEFINES TNSTRTF.
               03 TNSTRTA                PIC X.
           02 TNSTRTI                   PIC X(08).
           02 TNENDL                    PIC S9(4) COMP.
           02 TNENDF                    PIC X.
           02 FILLER REDEFINES TNENDF.
               03 TNENDA                 PIC X.
           02 TNENDI                    PIC X(08).
           02 TNSTSL                    PIC S9(4) COMP.
           02 TNSTSF                    PIC X.
           02 FILLER REDEFINES TNSTSF.
               03 TNSTSA                 PIC X.
           02 TNSTSI                    PIC X(10).
           02 TNCTRYL                   PIC S9(4) COMP.
           02 TNCTRYF                   PIC X.
           02 FILLER REDEFINES TNCTRYF.
               03 TNCTRYA                PIC X.
           02 TNCTRYI                   PIC X(15).
           02 TNUPDL                    PIC S9(4) COMP.
           02 TNUPDF                    PIC X.
           02 FILLER REDEFINES TNUPDF.
               03 TNUPDA                 PIC X.
           02 TNUPDI                    PIC X(08).
           02 TNMSGL                    PIC S9(4) COMP.
           02 TNMSGF                    PIC X.
           02 FILLER REDEFINES TNMSGF.
               03 TNMSGA                 PIC X.
           02 TNMSGI                    PIC X(79).

       01 FRTNMAPO REDEFINES FRTNMAPI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 TNCARDO                   PIC X(16).
           02 FILLER                    PIC X(3).
           02 TNACTO                    PIC X(01).
           02 FILLER                    PIC X(3).
           02 TNSTRTO                   PIC X(08).
           02 FILLER                    PIC X(3).
           02 TNENDO                    PIC X(08).
           02 FILLER                    PIC X(3).
           02 TNSTSO                    PIC X(10).
           02 FILLER                    PIC X(3).
           02 TNCTRYO                   PIC X(15).
           02 FILLER                    PIC X(3).
           02 TNUPDO                    PIC X(08).
           02 FILLER                    PIC X(3).
           02 TNMSGO                    PIC X(79).

       01 FRRLMAPI.
           02 FILLER                    PIC X(12).
           02 RLCTRYL                   PIC S9(4) COMP.
           02 RLCTRYF                   PIC X.
           02 FILLER REDEFINES RLCTRYF.
               03 RLCTRYA                PIC X.
           02 RLCTRYI                   PIC X(03).
           02 RLMCCL                    PIC S9(4) COMP.
           02 RLMCCF                    PIC X.
           02 FILLER REDEFINES RLMCCF.
               03 RLMCCA                 PIC X.
           02 RLMCCI                    PIC X(04).
           02 RLACTL                    PIC S9(4) COMP.
           02 RLACTF                    PIC X.
           02 FILLER REDEFINES RLACTF.
               03 RLACTA                 PIC X.
           02 RLACTI                    PIC X(01).
           02 RLRACTL                   PIC S9(4) COMP.
           02 RLRACTF                   PIC X.
           02 FILLER REDEFINES RLRACTF.
               03 RLRACTA                PIC X.
           02 RLRACTI                   PIC X(01).
           02 RLFLRL                    PIC S9(4) COMP.
           02 RLFLRF                    PIC X.
           02 FILLER REDEFINES RLFLRF.
               03 RLFLRA                 PIC X.
           02 RLFLRI                    PIC X(07).
           02 RLEFFL                    PIC S9(4) COMP.
           02 RLEFFF                    PIC X.
           02 FILLER REDEFINES RLEFFF.
               03 RLEFFA                 PIC X.
           02 RLEFFI                    PIC X(08).
           02 RLEXPL                    PIC S9(4) COMP.
           02 RLEXPF                    PIC X.
           02 FILLER REDEFINES RLEXPF.
               03 RLEXPA                 PIC X.
           02 RLEXPI                    PIC X(08).
           02 RLRSNL                    PIC S9(4) COMP.
           02 RLRSNF                    PIC X.
           02 FILLER REDEFINES RLRSNF.
               03 RLRSNA                 PIC X.
           02 RLRSNI                    PIC X(30).
           02 RLUPDL                    PIC S9(4) COMP.
           02 RLUPDF                    PIC X.
           02 FILLER REDEFINES RLUPDF.
               03 RLUPDA                 PIC X.
           02 RLUPDI                    PIC X(08).
           02 RLUSRL                    PIC S9(4) COMP.
           02 RLUSRF                    PIC X.
           02 FILLER REDEFINES RLUSRF.
               03 RLUSRA                 PIC X.
           02 RLUSRI                    PIC X(08).
           02 RLSTSL                    PIC S9(4) COMP.
           02 RLSTSF                    PIC X.
           02 FILLER REDEFINES RLSTSF.
               03 RLSTSA                 PIC X.
           02 RLSTSI                    PIC X(08).
           02 RLMSGL                    PIC S9(4) COMP.
           02 RLMSGF                    PIC X.
           02 FILLER REDEFINES RLMSGF.
               03 RLMSGA                 PIC X.
           02 RLMSGI                    PIC X(79).

       01 FRRLMAPO REDEFINES FRRLMAPI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 RLCTRYO                   PIC X(03).
           02 FILLER                    PIC X(3).
           02 RLMCCO                    PIC X(04).
           02 FILLER                    PIC X(3).
           02 RLACTO                    PIC X(01).
           02 FILLER                    PIC X(3).
           02 RLRACTO                   PIC X(01).
           02 FILLER                    PIC X(3).
           02 RLFLRO                    PIC X(07).
           02 FILLER                    PIC X(3).
           02 RLEFFO                    PIC X(08).
           02 FILLER                    PIC X(3).
           02 RLEXPO                    PIC X(08).
           02 FILLER                    PIC X(3).
           02 RLRSNO                    PIC X(30).
           02 FILLER                    PIC X(3).
           02 RLUPDO                    PIC X(08).
           02 FILLER                    PIC X(3).
           02 RLUSRO                    PIC X(08).
           02 FILLER                    PIC X(3).
           02 RLSTSO                    PIC X(08).
           02 FILLER                    PIC X(3).
           02 RLMSGO                    PIC X(79).
