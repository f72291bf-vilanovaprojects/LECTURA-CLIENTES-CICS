       01  CLNRMPI.
           02  FILLER PIC X(12).
           02  DNIL    COMP  PIC  S9(4).
           02  DNIF    PICTURE X.
           02  FILLER REDEFINES DNIF.
             03 DNIA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DNII  PIC X(9).
           02  NOML    COMP  PIC  S9(4).
           02  NOMF    PICTURE X.
           02  FILLER REDEFINES NOMF.
             03 NOMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOMI  PIC X(10).
           02  APEL    COMP  PIC  S9(4).
           02  APEF    PICTURE X.
           02  FILLER REDEFINES APEF.
             03 APEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  APEI  PIC X(21).
           02  RDNL    COMP  PIC  S9(4).
           02  RDNF    PICTURE X.
           02  FILLER REDEFINES RDNF.
             03 RDNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RDNI  PIC X(9).
           02  TIPL    COMP  PIC  S9(4).
           02  TIPF    PICTURE X.
           02  FILLER REDEFINES TIPF.
             03 TIPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TIPI  PIC X(1).
           02  FINL    COMP  PIC  S9(4).
           02  FINF    PICTURE X.
           02  FILLER REDEFINES FINF.
             03 FINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FINI  PIC X(8).
           02  FFIL    COMP  PIC  S9(4).
           02  FFIF    PICTURE X.
           02  FILLER REDEFINES FFIF.
             03 FFIA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FFII  PIC X(8).
           02  LN1L    COMP  PIC  S9(4).
           02  LN1F    PICTURE X.
           02  FILLER REDEFINES LN1F.
             03 LN1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LN1I  PIC X(78).
           02  LN2L    COMP  PIC  S9(4).
           02  LN2F    PICTURE X.
           02  FILLER REDEFINES LN2F.
             03 LN2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LN2I  PIC X(78).
           02  LN3L    COMP  PIC  S9(4).
           02  LN3F    PICTURE X.
           02  FILLER REDEFINES LN3F.
             03 LN3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LN3I  PIC X(78).
           02  LN4L    COMP  PIC  S9(4).
           02  LN4F    PICTURE X.
           02  FILLER REDEFINES LN4F.
             03 LN4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LN4I  PIC X(78).
           02  LN5L    COMP  PIC  S9(4).
           02  LN5F    PICTURE X.
           02  FILLER REDEFINES LN5F.
             03 LN5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LN5I  PIC X(78).
           02  LN6L    COMP  PIC  S9(4).
           02  LN6F    PICTURE X.
           02  FILLER REDEFINES LN6F.
             03 LN6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LN6I  PIC X(78).
           02  LN7L    COMP  PIC  S9(4).
           02  LN7F    PICTURE X.
           02  FILLER REDEFINES LN7F.
             03 LN7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LN7I  PIC X(78).
           02  LN8L    COMP  PIC  S9(4).
           02  LN8F    PICTURE X.
           02  FILLER REDEFINES LN8F.
             03 LN8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LN8I  PIC X(78).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(60).
       01  CLNRMPO REDEFINES CLNRMPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DNIH    PICTURE X.
           02  DNIO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NOMH    PICTURE X.
           02  NOMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  APEH    PICTURE X.
           02  APEO  PIC X(21).
           02  FILLER PICTURE X(3).
           02  RDNH    PICTURE X.
           02  RDNO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TIPH    PICTURE X.
           02  TIPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FINH    PICTURE X.
           02  FINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FFIH    PICTURE X.
           02  FFIO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LN1H    PICTURE X.
           02  LN1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LN2H    PICTURE X.
           02  LN2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LN3H    PICTURE X.
           02  LN3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LN4H    PICTURE X.
           02  LN4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LN5H    PICTURE X.
           02  LN5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LN6H    PICTURE X.
           02  LN6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LN7H    PICTURE X.
           02  LN7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LN8H    PICTURE X.
           02  LN8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
