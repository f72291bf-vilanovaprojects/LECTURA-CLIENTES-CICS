       01  CLNAMPI.
           02  FILLER PIC X(12).
           02  PRGL    COMP  PIC  S9(4).
           02  PRGF    PICTURE X.
           02  FILLER REDEFINES PRGF.
             03 PRGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRGI  PIC X(8).
           02  NOML    COMP  PIC  S9(4).
           02  NOMF    PICTURE X.
           02  FILLER REDEFINES NOMF.
             03 NOMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOMI  PIC X(16).
           02  DESL    COMP  PIC  S9(4).
           02  DESF    PICTURE X.
           02  FILLER REDEFINES DESF.
             03 DESA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DESI  PIC X(26).
           02  VIGL    COMP  PIC  S9(4).
           02  VIGF    PICTURE X.
           02  FILLER REDEFINES VIGF.
             03 VIGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VIGI  PIC X(7).
           02  VALL    COMP  PIC  S9(4).
           02  VALF    PICTURE X.
           02  FILLER REDEFINES VALF.
             03 VALA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VALI  PIC X(7).
           02  EFEL    COMP  PIC  S9(4).
           02  EFEF    PICTURE X.
           02  FILLER REDEFINES EFEF.
             03 EFEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EFEI  PIC X(8).
           02  ANTL    COMP  PIC  S9(4).
           02  ANTF    PICTURE X.
           02  FILLER REDEFINES ANTF.
             03 ANTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ANTI  PIC X(7).
           02  MINL    COMP  PIC  S9(4).
           02  MINF    PICTURE X.
           02  FILLER REDEFINES MINF.
             03 MINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MINI  PIC X(7).
           02  MAXL    COMP  PIC  S9(4).
           02  MAXF    PICTURE X.
           02  FILLER REDEFINES MAXF.
             03 MAXA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAXI  PIC X(7).
           02  USUL    COMP  PIC  S9(4).
           02  USUF    PICTURE X.
           02  FILLER REDEFINES USUF.
             03 USUA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  USUI  PIC X(8).
           02  FCAL    COMP  PIC  S9(4).
           02  FCAF    PICTURE X.
           02  FILLER REDEFINES FCAF.
             03 FCAA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FCAI  PIC X(8).
           02  HCAL    COMP  PIC  S9(4).
           02  HCAF    PICTURE X.
           02  FILLER REDEFINES HCAF.
             03 HCAA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HCAI  PIC X(6).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(60).
       01  CLNAMPO REDEFINES CLNAMPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  PRGH    PICTURE X.
           02  PRGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOMH    PICTURE X.
           02  NOMO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  DESH    PICTURE X.
           02  DESO  PIC X(26).
           02  FILLER PICTURE X(3).
           02  VIGH    PICTURE X.
           02  VIGO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  VALH    PICTURE X.
           02  VALO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  EFEH    PICTURE X.
           02  EFEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ANTH    PICTURE X.
           02  ANTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MINH    PICTURE X.
           02  MINO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MAXH    PICTURE X.
           02  MAXO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  USUH    PICTURE X.
           02  USUO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FCAH    PICTURE X.
           02  FCAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCAH    PICTURE X.
           02  HCAO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
