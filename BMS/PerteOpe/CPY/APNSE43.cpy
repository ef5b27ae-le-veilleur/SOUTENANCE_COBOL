       01  PRTE1I.
           02  FILLER PIC X(12).
           02  IDEVTL    COMP  PIC  S9(4).
           02  IDEVTF    PICTURE X.
           02  FILLER REDEFINES IDEVTF.
             03 IDEVTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  IDEVTI  PIC X(9).
           02  ACTEVTL    COMP  PIC  S9(4).
           02  ACTEVTF    PICTURE X.
           02  FILLER REDEFINES ACTEVTF.
             03 ACTEVTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTEVTI  PIC X(1).
           02  SOURCEL    COMP  PIC  S9(4).
           02  SOURCEF    PICTURE X.
           02  FILLER REDEFINES SOURCEF.
             03 SOURCEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SOURCEI  PIC X(4).
           02  REFSRCL    COMP  PIC  S9(4).
           02  REFSRCF    PICTURE X.
           02  FILLER REDEFINES REFSRCF.
             03 REFSRCA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  REFSRCI  PIC X(9).
           02  CATEGL    COMP  PIC  S9(4).
           02  CATEGF    PICTURE X.
           02  FILLER REDEFINES CATEGF.
             03 CATEGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CATEGI  PIC X(3).
           02  AGENCEL    COMP  PIC  S9(4).
           02  AGENCEF    PICTURE X.
           02  FILLER REDEFINES AGENCEF.
             03 AGENCEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  AGENCEI  PIC X(4).
           02  DATSURVL    COMP  PIC  S9(4).
           02  DATSURVF    PICTURE X.
           02  FILLER REDEFINES DATSURVF.
             03 DATSURVA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DATSURVI  PIC X(8).
           02  DATDECOL    COMP  PIC  S9(4).
           02  DATDECOF    PICTURE X.
           02  FILLER REDEFINES DATDECOF.
             03 DATDECOA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DATDECOI  PIC X(8).
           02  PERTEL    COMP  PIC  S9(4).
           02  PERTEF    PICTURE X.
           02  FILLER REDEFINES PERTEF.
             03 PERTEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PERTEI  PIC X(10).
           02  RECUPL    COMP  PIC  S9(4).
           02  RECUPF    PICTURE X.
           02  FILLER REDEFINES RECUPF.
             03 RECUPA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  RECUPI  PIC X(10).
           02  LIBEVTL    COMP  PIC  S9(4).
           02  LIBEVTF    PICTURE X.
           02  FILLER REDEFINES LIBEVTF.
             03 LIBEVTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LIBEVTI  PIC X(40).
           02  OPESAIL    COMP  PIC  S9(4).
           02  OPESAIF    PICTURE X.
           02  FILLER REDEFINES OPESAIF.
             03 OPESAIA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OPESAII  PIC X(8).
           02  MESPRTL    COMP  PIC  S9(4).
           02  MESPRTF    PICTURE X.
           02  FILLER REDEFINES MESPRTF.
             03 MESPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESPRTI  PIC X(60).
       01  PRTE1O REDEFINES PRTE1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  IDEVTC    PICTURE X.
           02  IDEVTP    PICTURE X.
           02  IDEVTH    PICTURE X.
           02  IDEVTV    PICTURE X.
           02  IDEVTU    PICTURE X.
           02  IDEVTM    PICTURE X.
           02  IDEVTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ACTEVTC    PICTURE X.
           02  ACTEVTP    PICTURE X.
           02  ACTEVTH    PICTURE X.
           02  ACTEVTV    PICTURE X.
           02  ACTEVTU    PICTURE X.
           02  ACTEVTM    PICTURE X.
           02  ACTEVTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SOURCEC    PICTURE X.
           02  SOURCEP    PICTURE X.
           02  SOURCEH    PICTURE X.
           02  SOURCEV    PICTURE X.
           02  SOURCEU    PICTURE X.
           02  SOURCEM    PICTURE X.
           02  SOURCEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  REFSRCC    PICTURE X.
           02  REFSRCP    PICTURE X.
           02  REFSRCH    PICTURE X.
           02  REFSRCV    PICTURE X.
           02  REFSRCU    PICTURE X.
           02  REFSRCM    PICTURE X.
           02  REFSRCO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CATEGC    PICTURE X.
           02  CATEGP    PICTURE X.
           02  CATEGH    PICTURE X.
           02  CATEGV    PICTURE X.
           02  CATEGU    PICTURE X.
           02  CATEGM    PICTURE X.
           02  CATEGO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  AGENCEC    PICTURE X.
           02  AGENCEP    PICTURE X.
           02  AGENCEH    PICTURE X.
           02  AGENCEV    PICTURE X.
           02  AGENCEU    PICTURE X.
           02  AGENCEM    PICTURE X.
           02  AGENCEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATSURVC    PICTURE X.
           02  DATSURVP    PICTURE X.
           02  DATSURVH    PICTURE X.
           02  DATSURVV    PICTURE X.
           02  DATSURVU    PICTURE X.
           02  DATSURVM    PICTURE X.
           02  DATSURVO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DATDECOC    PICTURE X.
           02  DATDECOP    PICTURE X.
           02  DATDECOH    PICTURE X.
           02  DATDECOV    PICTURE X.
           02  DATDECOU    PICTURE X.
           02  DATDECOM    PICTURE X.
           02  DATDECOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PERTEC    PICTURE X.
           02  PERTEP    PICTURE X.
           02  PERTEH    PICTURE X.
           02  PERTEV    PICTURE X.
           02  PERTEU    PICTURE X.
           02  PERTEM    PICTURE X.
           02  PERTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  RECUPC    PICTURE X.
           02  RECUPP    PICTURE X.
           02  RECUPH    PICTURE X.
           02  RECUPV    PICTURE X.
           02  RECUPU    PICTURE X.
           02  RECUPM    PICTURE X.
           02  RECUPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LIBEVTC    PICTURE X.
           02  LIBEVTP    PICTURE X.
           02  LIBEVTH    PICTURE X.
           02  LIBEVTV    PICTURE X.
           02  LIBEVTU    PICTURE X.
           02  LIBEVTM    PICTURE X.
           02  LIBEVTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OPESAIC    PICTURE X.
           02  OPESAIP    PICTURE X.
           02  OPESAIH    PICTURE X.
           02  OPESAIV    PICTURE X.
           02  OPESAIU    PICTURE X.
           02  OPESAIM    PICTURE X.
           02  OPESAIO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESPRTC    PICTURE X.
           02  MESPRTP    PICTURE X.
           02  MESPRTH    PICTURE X.
           02  MESPRTV    PICTURE X.
           02  MESPRTU    PICTURE X.
           02  MESPRTM    PICTURE X.
           02  MESPRTO  PIC X(60).
