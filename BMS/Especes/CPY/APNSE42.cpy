       01  RESE1I.
           02  FILLER PIC X(12).
           02  NCPTEL    COMP  PIC  S9(4).
           02  NCPTEF    PICTURE X.
           02  FILLER REDEFINES NCPTEF.
             03 NCPTEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NCPTEI  PIC X(15).
           02  ACTRESL    COMP  PIC  S9(4).
           02  ACTRESF    PICTURE X.
           02  FILLER REDEFINES ACTRESF.
             03 ACTRESA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTRESI  PIC X(1).
           02  NUMRESL    COMP  PIC  S9(4).
           02  NUMRESF    PICTURE X.
           02  FILLER REDEFINES NUMRESF.
             03 NUMRESA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NUMRESI  PIC X(9).
           02  CPTRESL    COMP  PIC  S9(4).
           02  CPTRESF    PICTURE X.
           02  FILLER REDEFINES CPTRESF.
             03 CPTRESA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CPTRESI  PIC X(9).
           02  AGERESL    COMP  PIC  S9(4).
           02  AGERESF    PICTURE X.
           02  FILLER REDEFINES AGERESF.
             03 AGERESA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  AGERESI  PIC X(4).
           02  DATRESL    COMP  PIC  S9(4).
           02  DATRESF    PICTURE X.
           02  FILLER REDEFINES DATRESF.
             03 DATRESA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DATRESI  PIC X(8).
           02  MONRESL    COMP  PIC  S9(4).
           02  MONRESF    PICTURE X.
           02  FILLER REDEFINES MONRESF.
             03 MONRESA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MONRESI  PIC X(10).
           02  LRES01L    COMP  PIC  S9(4).
           02  LRES01F    PICTURE X.
           02  FILLER REDEFINES LRES01F.
             03 LRES01A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LRES01I  PIC X(70).
           02  LRES02L    COMP  PIC  S9(4).
           02  LRES02F    PICTURE X.
           02  FILLER REDEFINES LRES02F.
             03 LRES02A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LRES02I  PIC X(70).
           02  LRES03L    COMP  PIC  S9(4).
           02  LRES03F    PICTURE X.
           02  FILLER REDEFINES LRES03F.
             03 LRES03A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LRES03I  PIC X(70).
           02  LRES04L    COMP  PIC  S9(4).
           02  LRES04F    PICTURE X.
           02  FILLER REDEFINES LRES04F.
             03 LRES04A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LRES04I  PIC X(70).
           02  LRES05L    COMP  PIC  S9(4).
           02  LRES05F    PICTURE X.
           02  FILLER REDEFINES LRES05F.
             03 LRES05A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LRES05I  PIC X(70).
           02  MESRESL    COMP  PIC  S9(4).
           02  MESRESF    PICTURE X.
           02  FILLER REDEFINES MESRESF.
             03 MESRESA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESRESI  PIC X(60).
       01  RESE1O REDEFINES RESE1I.
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
           02  ACTRESC    PICTURE X.
           02  ACTRESP    PICTURE X.
           02  ACTRESH    PICTURE X.
           02  ACTRESV    PICTURE X.
           02  ACTRESU    PICTURE X.
           02  ACTRESM    PICTURE X.
           02  ACTRESO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NUMRESC    PICTURE X.
           02  NUMRESP    PICTURE X.
           02  NUMRESH    PICTURE X.
           02  NUMRESV    PICTURE X.
           02  NUMRESU    PICTURE X.
           02  NUMRESM    PICTURE X.
           02  NUMRESO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CPTRESC    PICTURE X.
           02  CPTRESP    PICTURE X.
           02  CPTRESH    PICTURE X.
           02  CPTRESV    PICTURE X.
           02  CPTRESU    PICTURE X.
           02  CPTRESM    PICTURE X.
           02  CPTRESO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  AGERESC    PICTURE X.
           02  AGERESP    PICTURE X.
           02  AGERESH    PICTURE X.
           02  AGERESV    PICTURE X.
           02  AGERESU    PICTURE X.
           02  AGERESM    PICTURE X.
           02  AGERESO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATRESC    PICTURE X.
           02  DATRESP    PICTURE X.
           02  DATRESH    PICTURE X.
           02  DATRESV    PICTURE X.
           02  DATRESU    PICTURE X.
           02  DATRESM    PICTURE X.
           02  DATRESO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MONRESC    PICTURE X.
           02  MONRESP    PICTURE X.
           02  MONRESH    PICTURE X.
           02  MONRESV    PICTURE X.
           02  MONRESU    PICTURE X.
           02  MONRESM    PICTURE X.
           02  MONRESO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LRES01C    PICTURE X.
           02  LRES01P    PICTURE X.
           02  LRES01H    PICTURE X.
           02  LRES01V    PICTURE X.
           02  LRES01U    PICTURE X.
           02  LRES01M    PICTURE X.
           02  LRES01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LRES02C    PICTURE X.
           02  LRES02P    PICTURE X.
           02  LRES02H    PICTURE X.
           02  LRES02V    PICTURE X.
           02  LRES02U    PICTURE X.
           02  LRES02M    PICTURE X.
           02  LRES02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LRES03C    PICTURE X.
           02  LRES03P    PICTURE X.
           02  LRES03H    PICTURE X.
           02  LRES03V    PICTURE X.
           02  LRES03U    PICTURE X.
           02  LRES03M    PICTURE X.
           02  LRES03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LRES04C    PICTURE X.
           02  LRES04P    PICTURE X.
           02  LRES04H    PICTURE X.
           02  LRES04V    PICTURE X.
           02  LRES04U    PICTURE X.
           02  LRES04M    PICTURE X.
           02  LRES04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LRES05C    PICTURE X.
           02  LRES05P    PICTURE X.
           02  LRES05H    PICTURE X.
           02  LRES05V    PICTURE X.
           02  LRES05U    PICTURE X.
           02  LRES05M    PICTURE X.
           02  LRES05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESRESC    PICTURE X.
           02  MESRESP    PICTURE X.
           02  MESRESH    PICTURE X.
           02  MESRESV    PICTURE X.
           02  MESRESU    PICTURE X.
           02  MESRESM    PICTURE X.
           02  MESRESO  PIC X(60).
