       01  COFA1I.
           02  FILLER PIC X(12).
           02  OPECOFL    COMP  PIC  S9(4).
           02  OPECOFF    PICTURE X.
           02  FILLER REDEFINES OPECOFF.
             03 OPECOFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OPECOFI  PIC X(8).
           02  AGECOFL    COMP  PIC  S9(4).
           02  AGECOFF    PICTURE X.
           02  FILLER REDEFINES AGECOFF.
             03 AGECOFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  AGECOFI  PIC X(4).
           02  NUMCOFL    COMP  PIC  S9(4).
           02  NUMCOFF    PICTURE X.
           02  FILLER REDEFINES NUMCOFF.
             03 NUMCOFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NUMCOFI  PIC X(6).
           02  CLICOFL    COMP  PIC  S9(4).
           02  CLICOFF    PICTURE X.
           02  FILLER REDEFINES CLICOFF.
             03 CLICOFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CLICOFI  PIC X(9).
           02  CTRCOFL    COMP  PIC  S9(4).
           02  CTRCOFF    PICTURE X.
           02  FILLER REDEFINES CTRCOFF.
             03 CTRCOFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CTRCOFI  PIC X(9).
           02  TAICOFL    COMP  PIC  S9(4).
           02  TAICOFF    PICTURE X.
           02  FILLER REDEFINES TAICOFF.
             03 TAICOFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TAICOFI  PIC X(1).
           02  TITCOFL    COMP  PIC  S9(4).
           02  TITCOFF    PICTURE X.
           02  FILLER REDEFINES TITCOFF.
             03 TITCOFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TITCOFI  PIC X(9).
           02  QUACOFL    COMP  PIC  S9(4).
           02  QUACOFF    PICTURE X.
           02  FILLER REDEFINES QUACOFF.
             03 QUACOFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QUACOFI  PIC X(12).
           02  MESCOFL    COMP  PIC  S9(4).
           02  MESCOFF    PICTURE X.
           02  FILLER REDEFINES MESCOFF.
             03 MESCOFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESCOFI  PIC X(60).
       01  COFA1O REDEFINES COFA1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  OPECOFC    PICTURE X.
           02  OPECOFP    PICTURE X.
           02  OPECOFH    PICTURE X.
           02  OPECOFV    PICTURE X.
           02  OPECOFU    PICTURE X.
           02  OPECOFM    PICTURE X.
           02  OPECOFO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AGECOFC    PICTURE X.
           02  AGECOFP    PICTURE X.
           02  AGECOFH    PICTURE X.
           02  AGECOFV    PICTURE X.
           02  AGECOFU    PICTURE X.
           02  AGECOFM    PICTURE X.
           02  AGECOFO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  NUMCOFC    PICTURE X.
           02  NUMCOFP    PICTURE X.
           02  NUMCOFH    PICTURE X.
           02  NUMCOFV    PICTURE X.
           02  NUMCOFU    PICTURE X.
           02  NUMCOFM    PICTURE X.
           02  NUMCOFO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  CLICOFC    PICTURE X.
           02  CLICOFP    PICTURE X.
           02  CLICOFH    PICTURE X.
           02  CLICOFV    PICTURE X.
           02  CLICOFU    PICTURE X.
           02  CLICOFM    PICTURE X.
           02  CLICOFO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CTRCOFC    PICTURE X.
           02  CTRCOFP    PICTURE X.
           02  CTRCOFH    PICTURE X.
           02  CTRCOFV    PICTURE X.
           02  CTRCOFU    PICTURE X.
           02  CTRCOFM    PICTURE X.
           02  CTRCOFO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TAICOFC    PICTURE X.
           02  TAICOFP    PICTURE X.
           02  TAICOFH    PICTURE X.
           02  TAICOFV    PICTURE X.
           02  TAICOFU    PICTURE X.
           02  TAICOFM    PICTURE X.
           02  TAICOFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TITCOFC    PICTURE X.
           02  TITCOFP    PICTURE X.
           02  TITCOFH    PICTURE X.
           02  TITCOFV    PICTURE X.
           02  TITCOFU    PICTURE X.
           02  TITCOFM    PICTURE X.
           02  TITCOFO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  QUACOFC    PICTURE X.
           02  QUACOFP    PICTURE X.
           02  QUACOFH    PICTURE X.
           02  QUACOFV    PICTURE X.
           02  QUACOFU    PICTURE X.
           02  QUACOFM    PICTURE X.
           02  QUACOFO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MESCOFC    PICTURE X.
           02  MESCOFP    PICTURE X.
           02  MESCOFH    PICTURE X.
           02  MESCOFV    PICTURE X.
           02  MESCOFU    PICTURE X.
           02  MESCOFM    PICTURE X.
           02  MESCOFO  PIC X(60).
