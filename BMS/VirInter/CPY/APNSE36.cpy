       01  VINT1I.
           02  FILLER PIC X(12).
           02  CPTVINL    COMP  PIC  S9(4).
           02  CPTVINF    PICTURE X.
           02  FILLER REDEFINES CPTVINF.
             03 CPTVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CPTVINI  PIC X(9).
           02  DEVVINL    COMP  PIC  S9(4).
           02  DEVVINF    PICTURE X.
           02  FILLER REDEFINES DEVVINF.
             03 DEVVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DEVVINI  PIC X(3).
           02  MNTVINL    COMP  PIC  S9(4).
           02  MNTVINF    PICTURE X.
           02  FILLER REDEFINES MNTVINF.
             03 MNTVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MNTVINI  PIC X(8).
           02  FRSVINL    COMP  PIC  S9(4).
           02  FRSVINF    PICTURE X.
           02  FILLER REDEFINES FRSVINF.
             03 FRSVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  FRSVINI  PIC X(3).
           02  BICVINL    COMP  PIC  S9(4).
           02  BICVINF    PICTURE X.
           02  FILLER REDEFINES BICVINF.
             03 BICVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  BICVINI  PIC X(11).
           02  CPTBVINL    COMP  PIC  S9(4).
           02  CPTBVINF    PICTURE X.
           02  FILLER REDEFINES CPTBVINF.
             03 CPTBVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CPTBVINI  PIC X(34).
           02  NOMVINL    COMP  PIC  S9(4).
           02  NOMVINF    PICTURE X.
           02  FILLER REDEFINES NOMVINF.
             03 NOMVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NOMVINI  PIC X(30).
           02  ADRVINL    COMP  PIC  S9(4).
           02  ADRVINF    PICTURE X.
           02  FILLER REDEFINES ADRVINF.
             03 ADRVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ADRVINI  PIC X(35).
           02  PAYVINL    COMP  PIC  S9(4).
           02  PAYVINF    PICTURE X.
           02  FILLER REDEFINES PAYVINF.
             03 PAYVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PAYVINI  PIC X(2).
           02  MOTVINL    COMP  PIC  S9(4).
           02  MOTVINF    PICTURE X.
           02  FILLER REDEFINES MOTVINF.
             03 MOTVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MOTVINI  PIC X(30).
           02  CNFVINL    COMP  PIC  S9(4).
           02  CNFVINF    PICTURE X.
           02  FILLER REDEFINES CNFVINF.
             03 CNFVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CNFVINI  PIC X(1).
           02  COTVINL    COMP  PIC  S9(4).
           02  COTVINF    PICTURE X.
           02  FILLER REDEFINES COTVINF.
             03 COTVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  COTVINI  PIC X(70).
           02  MESVINL    COMP  PIC  S9(4).
           02  MESVINF    PICTURE X.
           02  FILLER REDEFINES MESVINF.
             03 MESVINA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESVINI  PIC X(60).
       01  VINT1O REDEFINES VINT1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CPTVINC    PICTURE X.
           02  CPTVINP    PICTURE X.
           02  CPTVINH    PICTURE X.
           02  CPTVINV    PICTURE X.
           02  CPTVINU    PICTURE X.
           02  CPTVINM    PICTURE X.
           02  CPTVINO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  DEVVINC    PICTURE X.
           02  DEVVINP    PICTURE X.
           02  DEVVINH    PICTURE X.
           02  DEVVINV    PICTURE X.
           02  DEVVINU    PICTURE X.
           02  DEVVINM    PICTURE X.
           02  DEVVINO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MNTVINC    PICTURE X.
           02  MNTVINP    PICTURE X.
           02  MNTVINH    PICTURE X.
           02  MNTVINV    PICTURE X.
           02  MNTVINU    PICTURE X.
           02  MNTVINM    PICTURE X.
           02  MNTVINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FRSVINC    PICTURE X.
           02  FRSVINP    PICTURE X.
           02  FRSVINH    PICTURE X.
           02  FRSVINV    PICTURE X.
           02  FRSVINU    PICTURE X.
           02  FRSVINM    PICTURE X.
           02  FRSVINO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  BICVINC    PICTURE X.
           02  BICVINP    PICTURE X.
           02  BICVINH    PICTURE X.
           02  BICVINV    PICTURE X.
           02  BICVINU    PICTURE X.
           02  BICVINM    PICTURE X.
           02  BICVINO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  CPTBVINC    PICTURE X.
           02  CPTBVINP    PICTURE X.
           02  CPTBVINH    PICTURE X.
           02  CPTBVINV    PICTURE X.
           02  CPTBVINU    PICTURE X.
           02  CPTBVINM    PICTURE X.
           02  CPTBVINO  PIC X(34).
           02  FILLER PICTURE X(3).
           02  NOMVINC    PICTURE X.
           02  NOMVINP    PICTURE X.
           02  NOMVINH    PICTURE X.
           02  NOMVINV    PICTURE X.
           02  NOMVINU    PICTURE X.
           02  NOMVINM    PICTURE X.
           02  NOMVINO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ADRVINC    PICTURE X.
           02  ADRVINP    PICTURE X.
           02  ADRVINH    PICTURE X.
           02  ADRVINV    PICTURE X.
           02  ADRVINU    PICTURE X.
           02  ADRVINM    PICTURE X.
           02  ADRVINO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  PAYVINC    PICTURE X.
           02  PAYVINP    PICTURE X.
           02  PAYVINH    PICTURE X.
           02  PAYVINV    PICTURE X.
           02  PAYVINU    PICTURE X.
           02  PAYVINM    PICTURE X.
           02  PAYVINO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  MOTVINC    PICTURE X.
           02  MOTVINP    PICTURE X.
           02  MOTVINH    PICTURE X.
           02  MOTVINV    PICTURE X.
           02  MOTVINU    PICTURE X.
           02  MOTVINM    PICTURE X.
           02  MOTVINO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CNFVINC    PICTURE X.
           02  CNFVINP    PICTURE X.
           02  CNFVINH    PICTURE X.
           02  CNFVINV    PICTURE X.
           02  CNFVINU    PICTURE X.
           02  CNFVINM    PICTURE X.
           02  CNFVINO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  COTVINC    PICTURE X.
           02  COTVINP    PICTURE X.
           02  COTVINH    PICTURE X.
           02  COTVINV    PICTURE X.
           02  COTVINU    PICTURE X.
           02  COTVINM    PICTURE X.
           02  COTVINO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESVINC    PICTURE X.
           02  MESVINP    PICTURE X.
           02  MESVINH    PICTURE X.
           02  MESVINV    PICTURE X.
           02  MESVINU    PICTURE X.
           02  MESVINM    PICTURE X.
           02  MESVINO  PIC X(60).
