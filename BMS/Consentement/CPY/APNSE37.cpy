       01  CNST1I.
           02  FILLER PIC X(12).
           02  NCPTEL    COMP  PIC  S9(4).
           02  NCPTEF    PICTURE X.
           02  FILLER REDEFINES NCPTEF.
             03 NCPTEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NCPTEI  PIC X(15).
           02  ACTCNSL    COMP  PIC  S9(4).
           02  ACTCNSF    PICTURE X.
           02  FILLER REDEFINES ACTCNSF.
             03 ACTCNSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTCNSI  PIC X(1).
           02  CPTCNSL    COMP  PIC  S9(4).
           02  CPTCNSF    PICTURE X.
           02  FILLER REDEFINES CPTCNSF.
             03 CPTCNSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CPTCNSI  PIC X(9).
           02  PRECNSL    COMP  PIC  S9(4).
           02  PRECNSF    PICTURE X.
           02  FILLER REDEFINES PRECNSF.
             03 PRECNSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRECNSI  PIC X(8).
           02  IDCNSL    COMP  PIC  S9(4).
           02  IDCNSF    PICTURE X.
           02  FILLER REDEFINES IDCNSF.
             03 IDCNSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  IDCNSI  PIC X(9).
           02  LCNS01L    COMP  PIC  S9(4).
           02  LCNS01F    PICTURE X.
           02  FILLER REDEFINES LCNS01F.
             03 LCNS01A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LCNS01I  PIC X(70).
           02  LCNS02L    COMP  PIC  S9(4).
           02  LCNS02F    PICTURE X.
           02  FILLER REDEFINES LCNS02F.
             03 LCNS02A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LCNS02I  PIC X(70).
           02  LCNS03L    COMP  PIC  S9(4).
           02  LCNS03F    PICTURE X.
           02  FILLER REDEFINES LCNS03F.
             03 LCNS03A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LCNS03I  PIC X(70).
           02  LCNS04L    COMP  PIC  S9(4).
           02  LCNS04F    PICTURE X.
           02  FILLER REDEFINES LCNS04F.
             03 LCNS04A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LCNS04I  PIC X(70).
           02  LCNS05L    COMP  PIC  S9(4).
           02  LCNS05F    PICTURE X.
           02  FILLER REDEFINES LCNS05F.
             03 LCNS05A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LCNS05I  PIC X(70).
           02  LCNS06L    COMP  PIC  S9(4).
           02  LCNS06F    PICTURE X.
           02  FILLER REDEFINES LCNS06F.
             03 LCNS06A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LCNS06I  PIC X(70).
           02  LCNS07L    COMP  PIC  S9(4).
           02  LCNS07F    PICTURE X.
           02  FILLER REDEFINES LCNS07F.
             03 LCNS07A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LCNS07I  PIC X(70).
           02  LCNS08L    COMP  PIC  S9(4).
           02  LCNS08F    PICTURE X.
           02  FILLER REDEFINES LCNS08F.
             03 LCNS08A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LCNS08I  PIC X(70).
           02  MESCNSL    COMP  PIC  S9(4).
           02  MESCNSF    PICTURE X.
           02  FILLER REDEFINES MESCNSF.
             03 MESCNSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESCNSI  PIC X(60).
       01  CNST1O REDEFINES CNST1I.
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
           02  ACTCNSC    PICTURE X.
           02  ACTCNSP    PICTURE X.
           02  ACTCNSH    PICTURE X.
           02  ACTCNSV    PICTURE X.
           02  ACTCNSU    PICTURE X.
           02  ACTCNSM    PICTURE X.
           02  ACTCNSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CPTCNSC    PICTURE X.
           02  CPTCNSP    PICTURE X.
           02  CPTCNSH    PICTURE X.
           02  CPTCNSV    PICTURE X.
           02  CPTCNSU    PICTURE X.
           02  CPTCNSM    PICTURE X.
           02  CPTCNSO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  PRECNSC    PICTURE X.
           02  PRECNSP    PICTURE X.
           02  PRECNSH    PICTURE X.
           02  PRECNSV    PICTURE X.
           02  PRECNSU    PICTURE X.
           02  PRECNSM    PICTURE X.
           02  PRECNSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  IDCNSC    PICTURE X.
           02  IDCNSP    PICTURE X.
           02  IDCNSH    PICTURE X.
           02  IDCNSV    PICTURE X.
           02  IDCNSU    PICTURE X.
           02  IDCNSM    PICTURE X.
           02  IDCNSO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LCNS01C    PICTURE X.
           02  LCNS01P    PICTURE X.
           02  LCNS01H    PICTURE X.
           02  LCNS01V    PICTURE X.
           02  LCNS01U    PICTURE X.
           02  LCNS01M    PICTURE X.
           02  LCNS01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LCNS02C    PICTURE X.
           02  LCNS02P    PICTURE X.
           02  LCNS02H    PICTURE X.
           02  LCNS02V    PICTURE X.
           02  LCNS02U    PICTURE X.
           02  LCNS02M    PICTURE X.
           02  LCNS02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LCNS03C    PICTURE X.
           02  LCNS03P    PICTURE X.
           02  LCNS03H    PICTURE X.
           02  LCNS03V    PICTURE X.
           02  LCNS03U    PICTURE X.
           02  LCNS03M    PICTURE X.
           02  LCNS03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LCNS04C    PICTURE X.
           02  LCNS04P    PICTURE X.
           02  LCNS04H    PICTURE X.
           02  LCNS04V    PICTURE X.
           02  LCNS04U    PICTURE X.
           02  LCNS04M    PICTURE X.
           02  LCNS04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LCNS05C    PICTURE X.
           02  LCNS05P    PICTURE X.
           02  LCNS05H    PICTURE X.
           02  LCNS05V    PICTURE X.
           02  LCNS05U    PICTURE X.
           02  LCNS05M    PICTURE X.
           02  LCNS05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LCNS06C    PICTURE X.
           02  LCNS06P    PICTURE X.
           02  LCNS06H    PICTURE X.
           02  LCNS06V    PICTURE X.
           02  LCNS06U    PICTURE X.
           02  LCNS06M    PICTURE X.
           02  LCNS06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LCNS07C    PICTURE X.
           02  LCNS07P    PICTURE X.
           02  LCNS07H    PICTURE X.
           02  LCNS07V    PICTURE X.
           02  LCNS07U    PICTURE X.
           02  LCNS07M    PICTURE X.
           02  LCNS07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LCNS08C    PICTURE X.
           02  LCNS08P    PICTURE X.
           02  LCNS08H    PICTURE X.
           02  LCNS08V    PICTURE X.
           02  LCNS08U    PICTURE X.
           02  LCNS08M    PICTURE X.
           02  LCNS08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESCNSC    PICTURE X.
           02  MESCNSP    PICTURE X.
           02  MESCNSH    PICTURE X.
           02  MESCNSV    PICTURE X.
           02  MESCNSU    PICTURE X.
           02  MESCNSM    PICTURE X.
           02  MESCNSO  PIC X(60).
