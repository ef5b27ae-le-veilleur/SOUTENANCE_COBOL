       01  BUDG1I.
           02  FILLER PIC X(12).
           02  NCPTEL    COMP  PIC  S9(4).
           02  NCPTEF    PICTURE X.
           02  FILLER REDEFINES NCPTEF.
             03 NCPTEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NCPTEI  PIC X(15).
           02  LBUDG01L    COMP  PIC  S9(4).
           02  LBUDG01F    PICTURE X.
           02  FILLER REDEFINES LBUDG01F.
             03 LBUDG01A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG01I  PIC X(70).
           02  LBUDG02L    COMP  PIC  S9(4).
           02  LBUDG02F    PICTURE X.
           02  FILLER REDEFINES LBUDG02F.
             03 LBUDG02A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG02I  PIC X(70).
           02  LBUDG03L    COMP  PIC  S9(4).
           02  LBUDG03F    PICTURE X.
           02  FILLER REDEFINES LBUDG03F.
             03 LBUDG03A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG03I  PIC X(70).
           02  LBUDG04L    COMP  PIC  S9(4).
           02  LBUDG04F    PICTURE X.
           02  FILLER REDEFINES LBUDG04F.
             03 LBUDG04A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG04I  PIC X(70).
           02  LBUDG05L    COMP  PIC  S9(4).
           02  LBUDG05F    PICTURE X.
           02  FILLER REDEFINES LBUDG05F.
             03 LBUDG05A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG05I  PIC X(70).
           02  LBUDG06L    COMP  PIC  S9(4).
           02  LBUDG06F    PICTURE X.
           02  FILLER REDEFINES LBUDG06F.
             03 LBUDG06A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG06I  PIC X(70).
           02  LBUDG07L    COMP  PIC  S9(4).
           02  LBUDG07F    PICTURE X.
           02  FILLER REDEFINES LBUDG07F.
             03 LBUDG07A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG07I  PIC X(70).
           02  LBUDG08L    COMP  PIC  S9(4).
           02  LBUDG08F    PICTURE X.
           02  FILLER REDEFINES LBUDG08F.
             03 LBUDG08A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG08I  PIC X(70).
           02  LBUDG09L    COMP  PIC  S9(4).
           02  LBUDG09F    PICTURE X.
           02  FILLER REDEFINES LBUDG09F.
             03 LBUDG09A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG09I  PIC X(70).
           02  LBUDG10L    COMP  PIC  S9(4).
           02  LBUDG10F    PICTURE X.
           02  FILLER REDEFINES LBUDG10F.
             03 LBUDG10A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG10I  PIC X(70).
           02  LBUDG11L    COMP  PIC  S9(4).
           02  LBUDG11F    PICTURE X.
           02  FILLER REDEFINES LBUDG11F.
             03 LBUDG11A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG11I  PIC X(70).
           02  LBUDG12L    COMP  PIC  S9(4).
           02  LBUDG12F    PICTURE X.
           02  FILLER REDEFINES LBUDG12F.
             03 LBUDG12A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LBUDG12I  PIC X(70).
           02  MESBUDGL    COMP  PIC  S9(4).
           02  MESBUDGF    PICTURE X.
           02  FILLER REDEFINES MESBUDGF.
             03 MESBUDGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESBUDGI  PIC X(60).
       01  BUDG1O REDEFINES BUDG1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  NCPTEC    PICTURE X.
           02  NCPTEP    PICTURE X.
           02  NCPTEH    PICTURE X.
           02  NCPTEV    PICTURE X.
           02  NCPTEU    PICTURE X.
           02  NCPTEM    PICTURE X.
           02  NCPTEO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  LBUDG01C    PICTURE X.
           02  LBUDG01P    PICTURE X.
           02  LBUDG01H    PICTURE X.
           02  LBUDG01V    PICTURE X.
           02  LBUDG01U    PICTURE X.
           02  LBUDG01M    PICTURE X.
           02  LBUDG01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG02C    PICTURE X.
           02  LBUDG02P    PICTURE X.
           02  LBUDG02H    PICTURE X.
           02  LBUDG02V    PICTURE X.
           02  LBUDG02U    PICTURE X.
           02  LBUDG02M    PICTURE X.
           02  LBUDG02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG03C    PICTURE X.
           02  LBUDG03P    PICTURE X.
           02  LBUDG03H    PICTURE X.
           02  LBUDG03V    PICTURE X.
           02  LBUDG03U    PICTURE X.
           02  LBUDG03M    PICTURE X.
           02  LBUDG03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG04C    PICTURE X.
           02  LBUDG04P    PICTURE X.
           02  LBUDG04H    PICTURE X.
           02  LBUDG04V    PICTURE X.
           02  LBUDG04U    PICTURE X.
           02  LBUDG04M    PICTURE X.
           02  LBUDG04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG05C    PICTURE X.
           02  LBUDG05P    PICTURE X.
           02  LBUDG05H    PICTURE X.
           02  LBUDG05V    PICTURE X.
           02  LBUDG05U    PICTURE X.
           02  LBUDG05M    PICTURE X.
           02  LBUDG05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG06C    PICTURE X.
           02  LBUDG06P    PICTURE X.
           02  LBUDG06H    PICTURE X.
           02  LBUDG06V    PICTURE X.
           02  LBUDG06U    PICTURE X.
           02  LBUDG06M    PICTURE X.
           02  LBUDG06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG07C    PICTURE X.
           02  LBUDG07P    PICTURE X.
           02  LBUDG07H    PICTURE X.
           02  LBUDG07V    PICTURE X.
           02  LBUDG07U    PICTURE X.
           02  LBUDG07M    PICTURE X.
           02  LBUDG07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG08C    PICTURE X.
           02  LBUDG08P    PICTURE X.
           02  LBUDG08H    PICTURE X.
           02  LBUDG08V    PICTURE X.
           02  LBUDG08U    PICTURE X.
           02  LBUDG08M    PICTURE X.
           02  LBUDG08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG09C    PICTURE X.
           02  LBUDG09P    PICTURE X.
           02  LBUDG09H    PICTURE X.
           02  LBUDG09V    PICTURE X.
           02  LBUDG09U    PICTURE X.
           02  LBUDG09M    PICTURE X.
           02  LBUDG09O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG10C    PICTURE X.
           02  LBUDG10P    PICTURE X.
           02  LBUDG10H    PICTURE X.
           02  LBUDG10V    PICTURE X.
           02  LBUDG10U    PICTURE X.
           02  LBUDG10M    PICTURE X.
           02  LBUDG10O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG11C    PICTURE X.
           02  LBUDG11P    PICTURE X.
           02  LBUDG11H    PICTURE X.
           02  LBUDG11V    PICTURE X.
           02  LBUDG11U    PICTURE X.
           02  LBUDG11M    PICTURE X.
           02  LBUDG11O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBUDG12C    PICTURE X.
           02  LBUDG12P    PICTURE X.
           02  LBUDG12H    PICTURE X.
           02  LBUDG12V    PICTURE X.
           02  LBUDG12U    PICTURE X.
           02  LBUDG12M    PICTURE X.
           02  LBUDG12O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESBUDGC    PICTURE X.
           02  MESBUDGP    PICTURE X.
           02  MESBUDGH    PICTURE X.
           02  MESBUDGV    PICTURE X.
           02  MESBUDGU    PICTURE X.
           02  MESBUDGM    PICTURE X.
           02  MESBUDGO  PIC X(60).
