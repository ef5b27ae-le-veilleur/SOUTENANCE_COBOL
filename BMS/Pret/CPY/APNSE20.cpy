             03 DUREEPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DUREEPRTI  PIC X(3).
           02  TYPTXPRTL    COMP  PIC  S9(4).
           02  TYPTXPRTF    PICTURE X.
           02  FILLER REDEFINES TYPTXPRTF.
             03 TYPTXPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TYPTXPRTI  PIC X(1).
           02  INDICPRTL    COMP  PIC  S9(4).
           02  INDICPRTF    PICTURE X.
           02  FILLER REDEFINES INDICPRTF.
             03 INDICPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  INDICPRTI  PIC X(8).
           02  CAPPRTL    COMP  PIC  S9(4).
           02  CAPPRTF    PICTURE X.
           02  FILLER REDEFINES CAPPRTF.
             03 CAPPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CAPPRTI  PIC X(6).
           02  PLANPRTL    COMP  PIC  S9(4).
           02  PLANPRTF    PICTURE X.
           02  FILLER REDEFINES PLANPRTF.
             03 PLANPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PLANPRTI  PIC X(6).
           02  FRAISPRTL    COMP  PIC  S9(4).
           02  FRAISPRTF    PICTURE X.
           02  FILLER REDEFINES FRAISPRTF.
             03 FRAISPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  FRAISPRTI  PIC X(6).
           02  ASSUPRTL    COMP  PIC  S9(4).
           02  ASSUPRTF    PICTURE X.
           02  FILLER REDEFINES ASSUPRTF.
             03 ASSUPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ASSUPRTI  PIC X(6).
           02  ASSRPRTL    COMP  PIC  S9(4).
           02  ASSRPRTF    PICTURE X.
           02  FILLER REDEFINES ASSRPRTF.
             03 ASSRPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ASSRPRTI  PIC X(8).
           02  QUOTPRTL    COMP  PIC  S9(4).
           02  QUOTPRTF    PICTURE X.
           02  FILLER REDEFINES QUOTPRTF.
             03 QUOTPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QUOTPRTI  PIC X(3).
           02  TAEGPRTL    COMP  PIC  S9(4).
           02  TAEGPRTF    PICTURE X.
           02  FILLER REDEFINES TAEGPRTF.
             03 TAEGPRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TAEGPRTI  PIC X(8).
           02  MESPRTL    COMP  PIC  S9(4).
           02  MESPRTF    PICTURE X.
           02  FILLER REDEFINES MESPRTF.
           02  DUREEPRTM    PICTURE X.
           02  DUREEPRTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  TYPTXPRTC    PICTURE X.
           02  TYPTXPRTP    PICTURE X.
           02  TYPTXPRTH    PICTURE X.
           02  TYPTXPRTV    PICTURE X.
           02  TYPTXPRTU    PICTURE X.
           02  TYPTXPRTM    PICTURE X.
           02  TYPTXPRTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  INDICPRTC    PICTURE X.
           02  INDICPRTP    PICTURE X.
           02  INDICPRTH    PICTURE X.
           02  INDICPRTV    PICTURE X.
           02  INDICPRTU    PICTURE X.
           02  INDICPRTM    PICTURE X.
           02  INDICPRTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CAPPRTC    PICTURE X.
           02  CAPPRTP    PICTURE X.
           02  CAPPRTH    PICTURE X.
           02  CAPPRTV    PICTURE X.
           02  CAPPRTU    PICTURE X.
           02  CAPPRTM    PICTURE X.
           02  CAPPRTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  PLANPRTC    PICTURE X.
           02  PLANPRTP    PICTURE X.
           02  PLANPRTH    PICTURE X.
           02  PLANPRTV    PICTURE X.
           02  PLANPRTU    PICTURE X.
           02  PLANPRTM    PICTURE X.
           02  PLANPRTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  FRAISPRTC    PICTURE X.
           02  FRAISPRTP    PICTURE X.
           02  FRAISPRTH    PICTURE X.
           02  FRAISPRTV    PICTURE X.
           02  FRAISPRTU    PICTURE X.
           02  FRAISPRTM    PICTURE X.
           02  FRAISPRTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ASSUPRTC    PICTURE X.
           02  ASSUPRTP    PICTURE X.
           02  ASSUPRTH    PICTURE X.
           02  ASSUPRTV    PICTURE X.
           02  ASSUPRTU    PICTURE X.
           02  ASSUPRTM    PICTURE X.
           02  ASSUPRTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ASSRPRTC    PICTURE X.
           02  ASSRPRTP    PICTURE X.
           02  ASSRPRTH    PICTURE X.
           02  ASSRPRTV    PICTURE X.
           02  ASSRPRTU    PICTURE X.
           02  ASSRPRTM    PICTURE X.
           02  ASSRPRTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  QUOTPRTC    PICTURE X.
           02  QUOTPRTP    PICTURE X.
           02  QUOTPRTH    PICTURE X.
           02  QUOTPRTV    PICTURE X.
           02  QUOTPRTU    PICTURE X.
           02  QUOTPRTM    PICTURE X.
           02  QUOTPRTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  TAEGPRTC    PICTURE X.
           02  TAEGPRTP    PICTURE X.
           02  TAEGPRTH    PICTURE X.
           02  TAEGPRTV    PICTURE X.
           02  TAEGPRTU    PICTURE X.
           02  TAEGPRTM    PICTURE X.
           02  TAEGPRTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESPRTC    PICTURE X.
           02  MESPRTP    PICTURE X.
           02  MESPRTH    PICTURE X.
