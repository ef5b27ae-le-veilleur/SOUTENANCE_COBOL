             03 TUTEURONBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TUTEURONBI  PIC X(9).
           02  PAYSFONBL    COMP  PIC  S9(4).
           02  PAYSFONBF    PICTURE X.
           02  FILLER REDEFINES PAYSFONBF.
             03 PAYSFONBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PAYSFONBI  PIC X(2).
           02  NIFONBL    COMP  PIC  S9(4).
           02  NIFONBF    PICTURE X.
           02  FILLER REDEFINES NIFONBF.
             03 NIFONBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NIFONBI  PIC X(20).
           02  MESONBL    COMP  PIC  S9(4).
           02  MESONBF    PICTURE X.
           02  FILLER REDEFINES MESONBF.
           02  TUTEURONBM    PICTURE X.
           02  TUTEURONBO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  PAYSFONBC    PICTURE X.
           02  PAYSFONBP    PICTURE X.
           02  PAYSFONBH    PICTURE X.
           02  PAYSFONBV    PICTURE X.
           02  PAYSFONBU    PICTURE X.
           02  PAYSFONBM    PICTURE X.
           02  PAYSFONBO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NIFONBC    PICTURE X.
           02  NIFONBP    PICTURE X.
           02  NIFONBH    PICTURE X.
           02  NIFONBV    PICTURE X.
           02  NIFONBU    PICTURE X.
           02  NIFONBM    PICTURE X.
           02  NIFONBO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MESONBC    PICTURE X.
           02  MESONBP    PICTURE X.
           02  MESONBH    PICTURE X.
