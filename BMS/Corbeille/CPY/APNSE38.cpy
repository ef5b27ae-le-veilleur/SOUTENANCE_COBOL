       01  CRBU1I.
           02  FILLER PIC X(12).
           02  FILCRBL    COMP  PIC  S9(4).
           02  FILCRBF    PICTURE X.
           02  FILLER REDEFINES FILCRBF.
             03 FILCRBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  FILCRBI  PIC X(4).
           02  BNDCRBL    COMP  PIC  S9(4).
           02  BNDCRBF    PICTURE X.
           02  FILLER REDEFINES BNDCRBF.
             03 BNDCRBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  BNDCRBI  PIC X(1).
           02  OPFCRBL    COMP  PIC  S9(4).
           02  OPFCRBF    PICTURE X.
           02  FILLER REDEFINES OPFCRBF.
             03 OPFCRBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OPFCRBI  PIC X(8).
           02  CLIG1L    COMP  PIC  S9(4).
           02  CLIG1F    PICTURE X.
           02  FILLER REDEFINES CLIG1F.
             03 CLIG1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CLIG1I  PIC X(70).
           02  CLIG2L    COMP  PIC  S9(4).
           02  CLIG2F    PICTURE X.
           02  FILLER REDEFINES CLIG2F.
             03 CLIG2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CLIG2I  PIC X(70).
           02  CLIG3L    COMP  PIC  S9(4).
           02  CLIG3F    PICTURE X.
           02  FILLER REDEFINES CLIG3F.
             03 CLIG3A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CLIG3I  PIC X(70).
           02  CLIG4L    COMP  PIC  S9(4).
           02  CLIG4F    PICTURE X.
           02  FILLER REDEFINES CLIG4F.
             03 CLIG4A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CLIG4I  PIC X(70).
           02  CLIG5L    COMP  PIC  S9(4).
           02  CLIG5F    PICTURE X.
           02  FILLER REDEFINES CLIG5F.
             03 CLIG5A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CLIG5I  PIC X(70).
           02  CLIG6L    COMP  PIC  S9(4).
           02  CLIG6F    PICTURE X.
           02  FILLER REDEFINES CLIG6F.
             03 CLIG6A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CLIG6I  PIC X(70).
           02  CLIG7L    COMP  PIC  S9(4).
           02  CLIG7F    PICTURE X.
           02  FILLER REDEFINES CLIG7F.
             03 CLIG7A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CLIG7I  PIC X(70).
           02  CLIG8L    COMP  PIC  S9(4).
           02  CLIG8F    PICTURE X.
           02  FILLER REDEFINES CLIG8F.
             03 CLIG8A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CLIG8I  PIC X(70).
           02  ACTCRBL    COMP  PIC  S9(4).
           02  ACTCRBF    PICTURE X.
           02  FILLER REDEFINES ACTCRBF.
             03 ACTCRBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTCRBI  PIC X(1).
           02  TYPCRBL    COMP  PIC  S9(4).
           02  TYPCRBF    PICTURE X.
           02  FILLER REDEFINES TYPCRBF.
             03 TYPCRBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TYPCRBI  PIC X(4).
           02  IDCRBL    COMP  PIC  S9(4).
           02  IDCRBF    PICTURE X.
           02  FILLER REDEFINES IDCRBF.
             03 IDCRBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  IDCRBI  PIC X(9).
           02  OPACRBL    COMP  PIC  S9(4).
           02  OPACRBF    PICTURE X.
           02  FILLER REDEFINES OPACRBF.
             03 OPACRBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OPACRBI  PIC X(8).
           02  PAGCRBL    COMP  PIC  S9(4).
           02  PAGCRBF    PICTURE X.
           02  FILLER REDEFINES PAGCRBF.
             03 PAGCRBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PAGCRBI  PIC X(3).
           02  MESCRBL    COMP  PIC  S9(4).
           02  MESCRBF    PICTURE X.
           02  FILLER REDEFINES MESCRBF.
             03 MESCRBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESCRBI  PIC X(60).
       01  CRBU1O REDEFINES CRBU1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  FILCRBC    PICTURE X.
           02  FILCRBP    PICTURE X.
           02  FILCRBH    PICTURE X.
           02  FILCRBV    PICTURE X.
           02  FILCRBU    PICTURE X.
           02  FILCRBM    PICTURE X.
           02  FILCRBO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  BNDCRBC    PICTURE X.
           02  BNDCRBP    PICTURE X.
           02  BNDCRBH    PICTURE X.
           02  BNDCRBV    PICTURE X.
           02  BNDCRBU    PICTURE X.
           02  BNDCRBM    PICTURE X.
           02  BNDCRBO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPFCRBC    PICTURE X.
           02  OPFCRBP    PICTURE X.
           02  OPFCRBH    PICTURE X.
           02  OPFCRBV    PICTURE X.
           02  OPFCRBU    PICTURE X.
           02  OPFCRBM    PICTURE X.
           02  OPFCRBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CLIG1C    PICTURE X.
           02  CLIG1P    PICTURE X.
           02  CLIG1H    PICTURE X.
           02  CLIG1V    PICTURE X.
           02  CLIG1U    PICTURE X.
           02  CLIG1M    PICTURE X.
           02  CLIG1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CLIG2C    PICTURE X.
           02  CLIG2P    PICTURE X.
           02  CLIG2H    PICTURE X.
           02  CLIG2V    PICTURE X.
           02  CLIG2U    PICTURE X.
           02  CLIG2M    PICTURE X.
           02  CLIG2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CLIG3C    PICTURE X.
           02  CLIG3P    PICTURE X.
           02  CLIG3H    PICTURE X.
           02  CLIG3V    PICTURE X.
           02  CLIG3U    PICTURE X.
           02  CLIG3M    PICTURE X.
           02  CLIG3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CLIG4C    PICTURE X.
           02  CLIG4P    PICTURE X.
           02  CLIG4H    PICTURE X.
           02  CLIG4V    PICTURE X.
           02  CLIG4U    PICTURE X.
           02  CLIG4M    PICTURE X.
           02  CLIG4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CLIG5C    PICTURE X.
           02  CLIG5P    PICTURE X.
           02  CLIG5H    PICTURE X.
           02  CLIG5V    PICTURE X.
           02  CLIG5U    PICTURE X.
           02  CLIG5M    PICTURE X.
           02  CLIG5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CLIG6C    PICTURE X.
           02  CLIG6P    PICTURE X.
           02  CLIG6H    PICTURE X.
           02  CLIG6V    PICTURE X.
           02  CLIG6U    PICTURE X.
           02  CLIG6M    PICTURE X.
           02  CLIG6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CLIG7C    PICTURE X.
           02  CLIG7P    PICTURE X.
           02  CLIG7H    PICTURE X.
           02  CLIG7V    PICTURE X.
           02  CLIG7U    PICTURE X.
           02  CLIG7M    PICTURE X.
           02  CLIG7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CLIG8C    PICTURE X.
           02  CLIG8P    PICTURE X.
           02  CLIG8H    PICTURE X.
           02  CLIG8V    PICTURE X.
           02  CLIG8U    PICTURE X.
           02  CLIG8M    PICTURE X.
           02  CLIG8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ACTCRBC    PICTURE X.
           02  ACTCRBP    PICTURE X.
           02  ACTCRBH    PICTURE X.
           02  ACTCRBV    PICTURE X.
           02  ACTCRBU    PICTURE X.
           02  ACTCRBM    PICTURE X.
           02  ACTCRBO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TYPCRBC    PICTURE X.
           02  TYPCRBP    PICTURE X.
           02  TYPCRBH    PICTURE X.
           02  TYPCRBV    PICTURE X.
           02  TYPCRBU    PICTURE X.
           02  TYPCRBM    PICTURE X.
           02  TYPCRBO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  IDCRBC    PICTURE X.
           02  IDCRBP    PICTURE X.
           02  IDCRBH    PICTURE X.
           02  IDCRBV    PICTURE X.
           02  IDCRBU    PICTURE X.
           02  IDCRBM    PICTURE X.
           02  IDCRBO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  OPACRBC    PICTURE X.
           02  OPACRBP    PICTURE X.
           02  OPACRBH    PICTURE X.
           02  OPACRBV    PICTURE X.
           02  OPACRBU    PICTURE X.
           02  OPACRBM    PICTURE X.
           02  OPACRBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PAGCRBC    PICTURE X.
           02  PAGCRBP    PICTURE X.
           02  PAGCRBH    PICTURE X.
           02  PAGCRBV    PICTURE X.
           02  PAGCRBU    PICTURE X.
           02  PAGCRBM    PICTURE X.
           02  PAGCRBO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MESCRBC    PICTURE X.
           02  MESCRBP    PICTURE X.
           02  MESCRBH    PICTURE X.
           02  MESCRBV    PICTURE X.
           02  MESCRBU    PICTURE X.
           02  MESCRBM    PICTURE X.
           02  MESCRBO  PIC X(60).
