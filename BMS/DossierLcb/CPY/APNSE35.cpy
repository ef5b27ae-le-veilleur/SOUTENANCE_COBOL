       01  LCBD1I.
           02  FILLER PIC X(12).
           02  IDDOSSL    COMP  PIC  S9(4).
           02  IDDOSSF    PICTURE X.
           02  FILLER REDEFINES IDDOSSF.
             03 IDDOSSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  IDDOSSI  PIC X(9).
           02  LIDCLIL    COMP  PIC  S9(4).
           02  LIDCLIF    PICTURE X.
           02  FILLER REDEFINES LIDCLIF.
             03 LIDCLIA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LIDCLII  PIC X(9).
           02  LIDCPTL    COMP  PIC  S9(4).
           02  LIDCPTF    PICTURE X.
           02  FILLER REDEFINES LIDCPTF.
             03 LIDCPTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LIDCPTI  PIC X(9).
           02  LSCENL    COMP  PIC  S9(4).
           02  LSCENF    PICTURE X.
           02  FILLER REDEFINES LSCENF.
             03 LSCENA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LSCENI  PIC X(10).
           02  LMONTL    COMP  PIC  S9(4).
           02  LMONTF    PICTURE X.
           02  FILLER REDEFINES LMONTF.
             03 LMONTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LMONTI  PIC X(12).
           02  LDATEL    COMP  PIC  S9(4).
           02  LDATEF    PICTURE X.
           02  FILLER REDEFINES LDATEF.
             03 LDATEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LDATEI  PIC X(8).
           02  LDESCL    COMP  PIC  S9(4).
           02  LDESCF    PICTURE X.
           02  FILLER REDEFINES LDESCF.
             03 LDESCA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LDESCI  PIC X(60).
           02  LSTATL    COMP  PIC  S9(4).
           02  LSTATF    PICTURE X.
           02  FILLER REDEFINES LSTATF.
             03 LSTATA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LSTATI  PIC X(1).
           02  LANA1L    COMP  PIC  S9(4).
           02  LANA1F    PICTURE X.
           02  FILLER REDEFINES LANA1F.
             03 LANA1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LANA1I  PIC X(60).
           02  LANA2L    COMP  PIC  S9(4).
           02  LANA2F    PICTURE X.
           02  FILLER REDEFINES LANA2F.
             03 LANA2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LANA2I  PIC X(60).
           02  ACTLCBL    COMP  PIC  S9(4).
           02  ACTLCBF    PICTURE X.
           02  FILLER REDEFINES ACTLCBF.
             03 ACTLCBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTLCBI  PIC X(1).
           02  MESLCBL    COMP  PIC  S9(4).
           02  MESLCBF    PICTURE X.
           02  FILLER REDEFINES MESLCBF.
             03 MESLCBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESLCBI  PIC X(60).
       01  LCBD1O REDEFINES LCBD1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  IDDOSSC    PICTURE X.
           02  IDDOSSP    PICTURE X.
           02  IDDOSSH    PICTURE X.
           02  IDDOSSV    PICTURE X.
           02  IDDOSSU    PICTURE X.
           02  IDDOSSM    PICTURE X.
           02  IDDOSSO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIDCLIC    PICTURE X.
           02  LIDCLIP    PICTURE X.
           02  LIDCLIH    PICTURE X.
           02  LIDCLIV    PICTURE X.
           02  LIDCLIU    PICTURE X.
           02  LIDCLIM    PICTURE X.
           02  LIDCLIO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIDCPTC    PICTURE X.
           02  LIDCPTP    PICTURE X.
           02  LIDCPTH    PICTURE X.
           02  LIDCPTV    PICTURE X.
           02  LIDCPTU    PICTURE X.
           02  LIDCPTM    PICTURE X.
           02  LIDCPTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LSCENC    PICTURE X.
           02  LSCENP    PICTURE X.
           02  LSCENH    PICTURE X.
           02  LSCENV    PICTURE X.
           02  LSCENU    PICTURE X.
           02  LSCENM    PICTURE X.
           02  LSCENO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LMONTC    PICTURE X.
           02  LMONTP    PICTURE X.
           02  LMONTH    PICTURE X.
           02  LMONTV    PICTURE X.
           02  LMONTU    PICTURE X.
           02  LMONTM    PICTURE X.
           02  LMONTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LDATEC    PICTURE X.
           02  LDATEP    PICTURE X.
           02  LDATEH    PICTURE X.
           02  LDATEV    PICTURE X.
           02  LDATEU    PICTURE X.
           02  LDATEM    PICTURE X.
           02  LDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LDESCC    PICTURE X.
           02  LDESCP    PICTURE X.
           02  LDESCH    PICTURE X.
           02  LDESCV    PICTURE X.
           02  LDESCU    PICTURE X.
           02  LDESCM    PICTURE X.
           02  LDESCO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LSTATC    PICTURE X.
           02  LSTATP    PICTURE X.
           02  LSTATH    PICTURE X.
           02  LSTATV    PICTURE X.
           02  LSTATU    PICTURE X.
           02  LSTATM    PICTURE X.
           02  LSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LANA1C    PICTURE X.
           02  LANA1P    PICTURE X.
           02  LANA1H    PICTURE X.
           02  LANA1V    PICTURE X.
           02  LANA1U    PICTURE X.
           02  LANA1M    PICTURE X.
           02  LANA1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LANA2C    PICTURE X.
           02  LANA2P    PICTURE X.
           02  LANA2H    PICTURE X.
           02  LANA2V    PICTURE X.
           02  LANA2U    PICTURE X.
           02  LANA2M    PICTURE X.
           02  LANA2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ACTLCBC    PICTURE X.
           02  ACTLCBP    PICTURE X.
           02  ACTLCBH    PICTURE X.
           02  ACTLCBV    PICTURE X.
           02  ACTLCBU    PICTURE X.
           02  ACTLCBM    PICTURE X.
           02  ACTLCBO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESLCBC    PICTURE X.
           02  MESLCBP    PICTURE X.
           02  MESLCBH    PICTURE X.
           02  MESLCBV    PICTURE X.
           02  MESLCBU    PICTURE X.
           02  MESLCBM    PICTURE X.
           02  MESLCBO  PIC X(60).
