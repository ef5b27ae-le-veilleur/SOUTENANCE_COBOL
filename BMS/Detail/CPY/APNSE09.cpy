             03 TXTRECLA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXTRECLI  PIC X(60).
           02  CATOPL    COMP  PIC  S9(4).
           02  CATOPF    PICTURE X.
           02  FILLER REDEFINES CATOPF.
             03 CATOPA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CATOPI  PIC X(4).
           02  LIBCATL    COMP  PIC  S9(4).
           02  LIBCATF    PICTURE X.
           02  FILLER REDEFINES LIBCATF.
             03 LIBCATA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  LIBCATI  PIC X(20).
           02  MESDETL    COMP  PIC  S9(4).
           02  MESDETF    PICTURE X.
           02  FILLER REDEFINES MESDETF.
           02  TXTRECLM    PICTURE X.
           02  TXTRECLO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CATOPC    PICTURE X.
           02  CATOPP    PICTURE X.
           02  CATOPH    PICTURE X.
           02  CATOPV    PICTURE X.
           02  CATOPU    PICTURE X.
           02  CATOPM    PICTURE X.
           02  CATOPO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIBCATC    PICTURE X.
           02  LIBCATP    PICTURE X.
           02  LIBCATH    PICTURE X.
           02  LIBCATV    PICTURE X.
           02  LIBCATU    PICTURE X.
           02  LIBCATM    PICTURE X.
           02  LIBCATO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MESDETC    PICTURE X.
           02  MESDETP    PICTURE X.
           02  MESDETH    PICTURE X.
