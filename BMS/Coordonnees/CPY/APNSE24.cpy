             03 PREFNCA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PREFNCI  PIC X(1).
           02  OPTSCL    COMP  PIC  S9(4).
           02  OPTSCF    PICTURE X.
           02  FILLER REDEFINES OPTSCF.
             03 OPTSCA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OPTSCI  PIC X(1).
           02  OPTECL    COMP  PIC  S9(4).
           02  OPTECF    PICTURE X.
           02  FILLER REDEFINES OPTECF.
             03 OPTECA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OPTECI  PIC X(1).
           02  OPTCCL    COMP  PIC  S9(4).
           02  OPTCCF    PICTURE X.
           02  FILLER REDEFINES OPTCCF.
             03 OPTCCA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OPTCCI  PIC X(1).
           02  MESCOOL    COMP  PIC  S9(4).
           02  MESCOOF    PICTURE X.
           02  FILLER REDEFINES MESCOOF.
           02  PREFNCM    PICTURE X.
           02  PREFNCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPTSCC    PICTURE X.
           02  OPTSCP    PICTURE X.
           02  OPTSCH    PICTURE X.
           02  OPTSCV    PICTURE X.
           02  OPTSCU    PICTURE X.
           02  OPTSCM    PICTURE X.
           02  OPTSCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPTECC    PICTURE X.
           02  OPTECP    PICTURE X.
           02  OPTECH    PICTURE X.
           02  OPTECV    PICTURE X.
           02  OPTECU    PICTURE X.
           02  OPTECM    PICTURE X.
           02  OPTECO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPTCCC    PICTURE X.
           02  OPTCCP    PICTURE X.
           02  OPTCCH    PICTURE X.
           02  OPTCCV    PICTURE X.
           02  OPTCCU    PICTURE X.
           02  OPTCCM    PICTURE X.
           02  OPTCCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESCOOC    PICTURE X.
           02  MESCOOP    PICTURE X.
           02  MESCOOH    PICTURE X.
