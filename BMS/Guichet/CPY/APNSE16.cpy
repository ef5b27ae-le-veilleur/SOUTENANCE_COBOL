             03 DEVGUIA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DEVGUII  PIC X(3).
           02  SIGN1GUIL    COMP  PIC  S9(4).
           02  SIGN1GUIF    PICTURE X.
           02  FILLER REDEFINES SIGN1GUIF.
             03 SIGN1GUIA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SIGN1GUII  PIC X(9).
           02  SIGN2GUIL    COMP  PIC  S9(4).
           02  SIGN2GUIF    PICTURE X.
           02  FILLER REDEFINES SIGN2GUIF.
             03 SIGN2GUIA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SIGN2GUII  PIC X(9).
           02  MESGUIL    COMP  PIC  S9(4).
           02  MESGUIF    PICTURE X.
           02  FILLER REDEFINES MESGUIF.
           02  DEVGUIM    PICTURE X.
           02  DEVGUIO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SIGN1GUIC    PICTURE X.
           02  SIGN1GUIP    PICTURE X.
           02  SIGN1GUIH    PICTURE X.
           02  SIGN1GUIV    PICTURE X.
           02  SIGN1GUIU    PICTURE X.
           02  SIGN1GUIM    PICTURE X.
           02  SIGN1GUIO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  SIGN2GUIC    PICTURE X.
           02  SIGN2GUIP    PICTURE X.
           02  SIGN2GUIH    PICTURE X.
           02  SIGN2GUIV    PICTURE X.
           02  SIGN2GUIU    PICTURE X.
           02  SIGN2GUIM    PICTURE X.
           02  SIGN2GUIO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MESGUIC    PICTURE X.
           02  MESGUIP    PICTURE X.
           02  MESGUIH    PICTURE X.
