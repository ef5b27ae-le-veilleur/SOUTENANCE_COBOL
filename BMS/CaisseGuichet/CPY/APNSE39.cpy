       01  CAGU1I.
           02  FILLER PIC X(12).
           02  OPECAGL    COMP  PIC  S9(4).
           02  OPECAGF    PICTURE X.
           02  FILLER REDEFINES OPECAGF.
             03 OPECAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OPECAGI  PIC X(8).
           02  ACTCAGL    COMP  PIC  S9(4).
           02  ACTCAGF    PICTURE X.
           02  FILLER REDEFINES ACTCAGF.
             03 ACTCAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTCAGI  PIC X(1).
           02  AGECAGL    COMP  PIC  S9(4).
           02  AGECAGF    PICTURE X.
           02  FILLER REDEFINES AGECAGF.
             03 AGECAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  AGECAGI  PIC X(4).
           02  DATCAGL    COMP  PIC  S9(4).
           02  DATCAGF    PICTURE X.
           02  FILLER REDEFINES DATCAGF.
             03 DATCAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DATCAGI  PIC X(8).
           02  NB01CAGL    COMP  PIC  S9(4).
           02  NB01CAGF    PICTURE X.
           02  FILLER REDEFINES NB01CAGF.
             03 NB01CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB01CAGI  PIC X(5).
           02  NB02CAGL    COMP  PIC  S9(4).
           02  NB02CAGF    PICTURE X.
           02  FILLER REDEFINES NB02CAGF.
             03 NB02CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB02CAGI  PIC X(5).
           02  NB03CAGL    COMP  PIC  S9(4).
           02  NB03CAGF    PICTURE X.
           02  FILLER REDEFINES NB03CAGF.
             03 NB03CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB03CAGI  PIC X(5).
           02  NB04CAGL    COMP  PIC  S9(4).
           02  NB04CAGF    PICTURE X.
           02  FILLER REDEFINES NB04CAGF.
             03 NB04CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB04CAGI  PIC X(5).
           02  NB05CAGL    COMP  PIC  S9(4).
           02  NB05CAGF    PICTURE X.
           02  FILLER REDEFINES NB05CAGF.
             03 NB05CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB05CAGI  PIC X(5).
           02  NB06CAGL    COMP  PIC  S9(4).
           02  NB06CAGF    PICTURE X.
           02  FILLER REDEFINES NB06CAGF.
             03 NB06CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB06CAGI  PIC X(5).
           02  NB07CAGL    COMP  PIC  S9(4).
           02  NB07CAGF    PICTURE X.
           02  FILLER REDEFINES NB07CAGF.
             03 NB07CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB07CAGI  PIC X(5).
           02  NB08CAGL    COMP  PIC  S9(4).
           02  NB08CAGF    PICTURE X.
           02  FILLER REDEFINES NB08CAGF.
             03 NB08CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB08CAGI  PIC X(5).
           02  NB09CAGL    COMP  PIC  S9(4).
           02  NB09CAGF    PICTURE X.
           02  FILLER REDEFINES NB09CAGF.
             03 NB09CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB09CAGI  PIC X(5).
           02  NB10CAGL    COMP  PIC  S9(4).
           02  NB10CAGF    PICTURE X.
           02  FILLER REDEFINES NB10CAGF.
             03 NB10CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB10CAGI  PIC X(5).
           02  NB11CAGL    COMP  PIC  S9(4).
           02  NB11CAGF    PICTURE X.
           02  FILLER REDEFINES NB11CAGF.
             03 NB11CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB11CAGI  PIC X(5).
           02  NB12CAGL    COMP  PIC  S9(4).
           02  NB12CAGF    PICTURE X.
           02  FILLER REDEFINES NB12CAGF.
             03 NB12CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB12CAGI  PIC X(5).
           02  NB13CAGL    COMP  PIC  S9(4).
           02  NB13CAGF    PICTURE X.
           02  FILLER REDEFINES NB13CAGF.
             03 NB13CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB13CAGI  PIC X(5).
           02  NB14CAGL    COMP  PIC  S9(4).
           02  NB14CAGF    PICTURE X.
           02  FILLER REDEFINES NB14CAGF.
             03 NB14CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB14CAGI  PIC X(5).
           02  NB15CAGL    COMP  PIC  S9(4).
           02  NB15CAGF    PICTURE X.
           02  FILLER REDEFINES NB15CAGF.
             03 NB15CAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NB15CAGI  PIC X(5).
           02  FONCAGL    COMP  PIC  S9(4).
           02  FONCAGF    PICTURE X.
           02  FILLER REDEFINES FONCAGF.
             03 FONCAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  FONCAGI  PIC X(13).
           02  ENTCAGL    COMP  PIC  S9(4).
           02  ENTCAGF    PICTURE X.
           02  FILLER REDEFINES ENTCAGF.
             03 ENTCAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ENTCAGI  PIC X(13).
           02  SORCAGL    COMP  PIC  S9(4).
           02  SORCAGF    PICTURE X.
           02  FILLER REDEFINES SORCAGF.
             03 SORCAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SORCAGI  PIC X(13).
           02  ATTCAGL    COMP  PIC  S9(4).
           02  ATTCAGF    PICTURE X.
           02  FILLER REDEFINES ATTCAGF.
             03 ATTCAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ATTCAGI  PIC X(13).
           02  CPTCAGL    COMP  PIC  S9(4).
           02  CPTCAGF    PICTURE X.
           02  FILLER REDEFINES CPTCAGF.
             03 CPTCAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CPTCAGI  PIC X(13).
           02  ECACAGL    COMP  PIC  S9(4).
           02  ECACAGF    PICTURE X.
           02  FILLER REDEFINES ECACAGF.
             03 ECACAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ECACAGI  PIC X(13).
           02  MESCAGL    COMP  PIC  S9(4).
           02  MESCAGF    PICTURE X.
           02  FILLER REDEFINES MESCAGF.
             03 MESCAGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESCAGI  PIC X(60).
       01  CAGU1O REDEFINES CAGU1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  OPECAGC    PICTURE X.
           02  OPECAGP    PICTURE X.
           02  OPECAGH    PICTURE X.
           02  OPECAGV    PICTURE X.
           02  OPECAGU    PICTURE X.
           02  OPECAGM    PICTURE X.
           02  OPECAGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTCAGC    PICTURE X.
           02  ACTCAGP    PICTURE X.
           02  ACTCAGH    PICTURE X.
           02  ACTCAGV    PICTURE X.
           02  ACTCAGU    PICTURE X.
           02  ACTCAGM    PICTURE X.
           02  ACTCAGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AGECAGC    PICTURE X.
           02  AGECAGP    PICTURE X.
           02  AGECAGH    PICTURE X.
           02  AGECAGV    PICTURE X.
           02  AGECAGU    PICTURE X.
           02  AGECAGM    PICTURE X.
           02  AGECAGO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATCAGC    PICTURE X.
           02  DATCAGP    PICTURE X.
           02  DATCAGH    PICTURE X.
           02  DATCAGV    PICTURE X.
           02  DATCAGU    PICTURE X.
           02  DATCAGM    PICTURE X.
           02  DATCAGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NB01CAGC    PICTURE X.
           02  NB01CAGP    PICTURE X.
           02  NB01CAGH    PICTURE X.
           02  NB01CAGV    PICTURE X.
           02  NB01CAGU    PICTURE X.
           02  NB01CAGM    PICTURE X.
           02  NB01CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB02CAGC    PICTURE X.
           02  NB02CAGP    PICTURE X.
           02  NB02CAGH    PICTURE X.
           02  NB02CAGV    PICTURE X.
           02  NB02CAGU    PICTURE X.
           02  NB02CAGM    PICTURE X.
           02  NB02CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB03CAGC    PICTURE X.
           02  NB03CAGP    PICTURE X.
           02  NB03CAGH    PICTURE X.
           02  NB03CAGV    PICTURE X.
           02  NB03CAGU    PICTURE X.
           02  NB03CAGM    PICTURE X.
           02  NB03CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB04CAGC    PICTURE X.
           02  NB04CAGP    PICTURE X.
           02  NB04CAGH    PICTURE X.
           02  NB04CAGV    PICTURE X.
           02  NB04CAGU    PICTURE X.
           02  NB04CAGM    PICTURE X.
           02  NB04CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB05CAGC    PICTURE X.
           02  NB05CAGP    PICTURE X.
           02  NB05CAGH    PICTURE X.
           02  NB05CAGV    PICTURE X.
           02  NB05CAGU    PICTURE X.
           02  NB05CAGM    PICTURE X.
           02  NB05CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB06CAGC    PICTURE X.
           02  NB06CAGP    PICTURE X.
           02  NB06CAGH    PICTURE X.
           02  NB06CAGV    PICTURE X.
           02  NB06CAGU    PICTURE X.
           02  NB06CAGM    PICTURE X.
           02  NB06CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB07CAGC    PICTURE X.
           02  NB07CAGP    PICTURE X.
           02  NB07CAGH    PICTURE X.
           02  NB07CAGV    PICTURE X.
           02  NB07CAGU    PICTURE X.
           02  NB07CAGM    PICTURE X.
           02  NB07CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB08CAGC    PICTURE X.
           02  NB08CAGP    PICTURE X.
           02  NB08CAGH    PICTURE X.
           02  NB08CAGV    PICTURE X.
           02  NB08CAGU    PICTURE X.
           02  NB08CAGM    PICTURE X.
           02  NB08CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB09CAGC    PICTURE X.
           02  NB09CAGP    PICTURE X.
           02  NB09CAGH    PICTURE X.
           02  NB09CAGV    PICTURE X.
           02  NB09CAGU    PICTURE X.
           02  NB09CAGM    PICTURE X.
           02  NB09CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB10CAGC    PICTURE X.
           02  NB10CAGP    PICTURE X.
           02  NB10CAGH    PICTURE X.
           02  NB10CAGV    PICTURE X.
           02  NB10CAGU    PICTURE X.
           02  NB10CAGM    PICTURE X.
           02  NB10CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB11CAGC    PICTURE X.
           02  NB11CAGP    PICTURE X.
           02  NB11CAGH    PICTURE X.
           02  NB11CAGV    PICTURE X.
           02  NB11CAGU    PICTURE X.
           02  NB11CAGM    PICTURE X.
           02  NB11CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB12CAGC    PICTURE X.
           02  NB12CAGP    PICTURE X.
           02  NB12CAGH    PICTURE X.
           02  NB12CAGV    PICTURE X.
           02  NB12CAGU    PICTURE X.
           02  NB12CAGM    PICTURE X.
           02  NB12CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB13CAGC    PICTURE X.
           02  NB13CAGP    PICTURE X.
           02  NB13CAGH    PICTURE X.
           02  NB13CAGV    PICTURE X.
           02  NB13CAGU    PICTURE X.
           02  NB13CAGM    PICTURE X.
           02  NB13CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB14CAGC    PICTURE X.
           02  NB14CAGP    PICTURE X.
           02  NB14CAGH    PICTURE X.
           02  NB14CAGV    PICTURE X.
           02  NB14CAGU    PICTURE X.
           02  NB14CAGM    PICTURE X.
           02  NB14CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NB15CAGC    PICTURE X.
           02  NB15CAGP    PICTURE X.
           02  NB15CAGH    PICTURE X.
           02  NB15CAGV    PICTURE X.
           02  NB15CAGU    PICTURE X.
           02  NB15CAGM    PICTURE X.
           02  NB15CAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  FONCAGC    PICTURE X.
           02  FONCAGP    PICTURE X.
           02  FONCAGH    PICTURE X.
           02  FONCAGV    PICTURE X.
           02  FONCAGU    PICTURE X.
           02  FONCAGM    PICTURE X.
           02  FONCAGO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  ENTCAGC    PICTURE X.
           02  ENTCAGP    PICTURE X.
           02  ENTCAGH    PICTURE X.
           02  ENTCAGV    PICTURE X.
           02  ENTCAGU    PICTURE X.
           02  ENTCAGM    PICTURE X.
           02  ENTCAGO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  SORCAGC    PICTURE X.
           02  SORCAGP    PICTURE X.
           02  SORCAGH    PICTURE X.
           02  SORCAGV    PICTURE X.
           02  SORCAGU    PICTURE X.
           02  SORCAGM    PICTURE X.
           02  SORCAGO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  ATTCAGC    PICTURE X.
           02  ATTCAGP    PICTURE X.
           02  ATTCAGH    PICTURE X.
           02  ATTCAGV    PICTURE X.
           02  ATTCAGU    PICTURE X.
           02  ATTCAGM    PICTURE X.
           02  ATTCAGO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  CPTCAGC    PICTURE X.
           02  CPTCAGP    PICTURE X.
           02  CPTCAGH    PICTURE X.
           02  CPTCAGV    PICTURE X.
           02  CPTCAGU    PICTURE X.
           02  CPTCAGM    PICTURE X.
           02  CPTCAGO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  ECACAGC    PICTURE X.
           02  ECACAGP    PICTURE X.
           02  ECACAGH    PICTURE X.
           02  ECACAGV    PICTURE X.
           02  ECACAGU    PICTURE X.
           02  ECACAGM    PICTURE X.
           02  ECACAGO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  MESCAGC    PICTURE X.
           02  MESCAGP    PICTURE X.
           02  MESCAGH    PICTURE X.
           02  MESCAGV    PICTURE X.
           02  MESCAGU    PICTURE X.
           02  MESCAGM    PICTURE X.
           02  MESCAGO  PIC X(60).
