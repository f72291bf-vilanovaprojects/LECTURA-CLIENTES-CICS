       01  CLNCMPI.
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
           02  ORIL    COMP  PIC  S9(4).
           02  ORIF    PICTURE X.
           02  FILLER REDEFINES ORIF.
             03 ORIA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ORII  PIC X(1).
           02  EINL    COMP  PIC  S9(4).
           02  EINF    PICTURE X.
           02  FILLER REDEFINES EINF.
             03 EINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EINI  PIC X(1).
           02  EFEL    COMP  PIC  S9(4).
           02  EFEF    PICTURE X.
           02  FILLER REDEFINES EFEF.
             03 EFEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EFEI  PIC X(8).
           02  EORL    COMP  PIC  S9(4).
           02  EORF    PICTURE X.
           02  FILLER REDEFINES EORF.
             03 EORA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EORI  PIC X(1).
           02  EUSL    COMP  PIC  S9(4).
           02  EUSF    PICTURE X.
           02  FILLER REDEFINES EUSF.
             03 EUSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EUSI  PIC X(8).
           02  TINL    COMP  PIC  S9(4).
           02  TINF    PICTURE X.
           02  FILLER REDEFINES TINF.
             03 TINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TINI  PIC X(1).
           02  TFEL    COMP  PIC  S9(4).
           02  TFEF    PICTURE X.
           02  FILLER REDEFINES TFEF.
             03 TFEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TFEI  PIC X(8).
           02  TORL    COMP  PIC  S9(4).
           02  TORF    PICTURE X.
           02  FILLER REDEFINES TORF.
             03 TORA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TORI  PIC X(1).
           02  TUSL    COMP  PIC  S9(4).
           02  TUSF    PICTURE X.
           02  FILLER REDEFINES TUSF.
             03 TUSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TUSI  PIC X(8).
           02  PINL    COMP  PIC  S9(4).
           02  PINF    PICTURE X.
           02  FILLER REDEFINES PINF.
             03 PINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PINI  PIC X(1).
           02  PFEL    COMP  PIC  S9(4).
           02  PFEF    PICTURE X.
           02  FILLER REDEFINES PFEF.
             03 PFEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PFEI  PIC X(8).
           02  PORL    COMP  PIC  S9(4).
           02  PORF    PICTURE X.
           02  FILLER REDEFINES PORF.
             03 PORA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PORI  PIC X(1).
           02  PUSL    COMP  PIC  S9(4).
           02  PUSF    PICTURE X.
           02  FILLER REDEFINES PUSF.
             03 PUSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PUSI  PIC X(8).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(60).
       01  CLNCMPO REDEFINES CLNCMPI.
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
           02  ORIH    PICTURE X.
           02  ORIO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EINH    PICTURE X.
           02  EINO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EFEH    PICTURE X.
           02  EFEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EORH    PICTURE X.
           02  EORO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EUSH    PICTURE X.
           02  EUSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TINH    PICTURE X.
           02  TINO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TFEH    PICTURE X.
           02  TFEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TORH    PICTURE X.
           02  TORO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TUSH    PICTURE X.
           02  TUSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PINH    PICTURE X.
           02  PINO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PFEH    PICTURE X.
           02  PFEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PORH    PICTURE X.
           02  PORO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PUSH    PICTURE X.
           02  PUSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
