             03 ACTMNDA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTMNDI  PIC X(1).
           02  MAXMNDL    COMP  PIC  S9(4).
           02  MAXMNDF    PICTURE X.
           02  FILLER REDEFINES MAXMNDF.
             03 MAXMNDA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MAXMNDI  PIC X(7).
           02  NBMNDL    COMP  PIC  S9(4).
           02  NBMNDF    PICTURE X.
           02  FILLER REDEFINES NBMNDF.
             03 NBMNDA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NBMNDI  PIC X(2).
           02  PERMNDL    COMP  PIC  S9(4).
           02  PERMNDF    PICTURE X.
           02  FILLER REDEFINES PERMNDF.
             03 PERMNDA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PERMNDI  PIC X(1).
           02  RSTMNDL    COMP  PIC  S9(4).
           02  RSTMNDF    PICTURE X.
           02  FILLER REDEFINES RSTMNDF.
             03 RSTMNDA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  RSTMNDI  PIC X(60).
           02  MESMNDL    COMP  PIC  S9(4).
           02  MESMNDF    PICTURE X.
           02  FILLER REDEFINES MESMNDF.
           02  ACTMNDM    PICTURE X.
           02  ACTMNDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MAXMNDC    PICTURE X.
           02  MAXMNDP    PICTURE X.
           02  MAXMNDH    PICTURE X.
           02  MAXMNDV    PICTURE X.
           02  MAXMNDU    PICTURE X.
           02  MAXMNDM    PICTURE X.
           02  MAXMNDO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  NBMNDC    PICTURE X.
           02  NBMNDP    PICTURE X.
           02  NBMNDH    PICTURE X.
           02  NBMNDV    PICTURE X.
           02  NBMNDU    PICTURE X.
           02  NBMNDM    PICTURE X.
           02  NBMNDO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  PERMNDC    PICTURE X.
           02  PERMNDP    PICTURE X.
           02  PERMNDH    PICTURE X.
           02  PERMNDV    PICTURE X.
           02  PERMNDU    PICTURE X.
           02  PERMNDM    PICTURE X.
           02  PERMNDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RSTMNDC    PICTURE X.
           02  RSTMNDP    PICTURE X.
           02  RSTMNDH    PICTURE X.
           02  RSTMNDV    PICTURE X.
           02  RSTMNDU    PICTURE X.
           02  RSTMNDM    PICTURE X.
           02  RSTMNDO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MESMNDC    PICTURE X.
           02  MESMNDP    PICTURE X.
           02  MESMNDH    PICTURE X.
