             03 AJOUT10A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  AJOUT10I  PIC X(5).
           02  NUMENVL    COMP  PIC  S9(4).
           02  NUMENVF    PICTURE X.
           02  FILLER REDEFINES NUMENVF.
             03 NUMENVA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NUMENVI  PIC X(9).
           02  MONENVL    COMP  PIC  S9(4).
           02  MONENVF    PICTURE X.
           02  FILLER REDEFINES MONENVF.
             03 MONENVA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MONENVI  PIC X(10).
           02  NBENVL    COMP  PIC  S9(4).
           02  NBENVF    PICTURE X.
           02  FILLER REDEFINES NBENVF.
             03 NBENVA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NBENVI  PIC X(5).
           02  MESDABL    COMP  PIC  S9(4).
           02  MESDABF    PICTURE X.
           02  FILLER REDEFINES MESDABF.
           02  AJOUT10M    PICTURE X.
           02  AJOUT10O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NUMENVC    PICTURE X.
           02  NUMENVP    PICTURE X.
           02  NUMENVH    PICTURE X.
           02  NUMENVV    PICTURE X.
           02  NUMENVU    PICTURE X.
           02  NUMENVM    PICTURE X.
           02  NUMENVO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MONENVC    PICTURE X.
           02  MONENVP    PICTURE X.
           02  MONENVH    PICTURE X.
           02  MONENVV    PICTURE X.
           02  MONENVU    PICTURE X.
           02  MONENVM    PICTURE X.
           02  MONENVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  NBENVC    PICTURE X.
           02  NBENVP    PICTURE X.
           02  NBENVH    PICTURE X.
           02  NBENVV    PICTURE X.
           02  NBENVU    PICTURE X.
           02  NBENVM    PICTURE X.
           02  NBENVO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MESDABC    PICTURE X.
           02  MESDABP    PICTURE X.
           02  MESDABH    PICTURE X.
