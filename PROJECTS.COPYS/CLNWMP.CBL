       01  CLNWMPI.
           02  FILLER PIC X(12).
           02  DNIL    COMP  PIC  S9(4).
           02  DNIF    PICTURE X.
           02  FILLER REDEFINES DNIF.
             03 DNIA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DNII  PIC X(9).
           02  SIDL    COMP  PIC  S9(4).
           02  SIDF    PICTURE X.
           02  FILLER REDEFINES SIDF.
             03 SIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SIDI  PIC X(10).
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
           02  FDEL    COMP  PIC  S9(4).
           02  FDEF    PICTURE X.
           02  FILLER REDEFINES FDEF.
             03 FDEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FDEI  PIC X(8).
           02  HDEL    COMP  PIC  S9(4).
           02  HDEF    PICTURE X.
           02  FILLER REDEFINES HDEF.
             03 HDEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HDEI  PIC X(6).
           02  UDEL    COMP  PIC  S9(4).
           02  UDEF    PICTURE X.
           02  FILLER REDEFINES UDEF.
             03 UDEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UDEI  PIC X(8).
           02  ESTL    COMP  PIC  S9(4).
           02  ESTF    PICTURE X.
           02  FILLER REDEFINES ESTF.
             03 ESTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ESTI  PIC X(1).
           02  RETL    COMP  PIC  S9(4).
           02  RETF    PICTURE X.
           02  FILLER REDEFINES RETF.
             03 RETA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RETI  PIC X(1).
           02  LISL    COMP  PIC  S9(4).
           02  LISF    PICTURE X.
           02  FILLER REDEFINES LISF.
             03 LISA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LISI  PIC X(1).
           02  LNOL    COMP  PIC  S9(4).
           02  LNOF    PICTURE X.
           02  FILLER REDEFINES LNOF.
             03 LNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LNOI  PIC X(30).
           02  LAPL    COMP  PIC  S9(4).
           02  LAPF    PICTURE X.
           02  FILLER REDEFINES LAPF.
             03 LAPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LAPI  PIC X(40).
           02  PRGL    COMP  PIC  S9(4).
           02  PRGF    PICTURE X.
           02  FILLER REDEFINES PRGF.
             03 PRGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRGI  PIC X(30).
           02  DISL    COMP  PIC  S9(4).
           02  DISF    PICTURE X.
           02  FILLER REDEFINES DISF.
             03 DISA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DISI  PIC X(2).
           02  UDCL    COMP  PIC  S9(4).
           02  UDCF    PICTURE X.
           02  FILLER REDEFINES UDCF.
             03 UDCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UDCI  PIC X(8).
           02  FDCL    COMP  PIC  S9(4).
           02  FDCF    PICTURE X.
           02  FILLER REDEFINES FDCF.
             03 FDCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FDCI  PIC X(8).
           02  HDCL    COMP  PIC  S9(4).
           02  HDCF    PICTURE X.
           02  FILLER REDEFINES HDCF.
             03 HDCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HDCI  PIC X(6).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(60).
       01  CLNWMPO REDEFINES CLNWMPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DNIH    PICTURE X.
           02  DNIO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  SIDH    PICTURE X.
           02  SIDO  PIC X(10).
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
           02  FDEH    PICTURE X.
           02  FDEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HDEH    PICTURE X.
           02  HDEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  UDEH    PICTURE X.
           02  UDEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ESTH    PICTURE X.
           02  ESTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RETH    PICTURE X.
           02  RETO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LISH    PICTURE X.
           02  LISO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LNOH    PICTURE X.
           02  LNOO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  LAPH    PICTURE X.
           02  LAPO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  PRGH    PICTURE X.
           02  PRGO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DISH    PICTURE X.
           02  DISO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  UDCH    PICTURE X.
           02  UDCO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FDCH    PICTURE X.
           02  FDCO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HDCH    PICTURE X.
           02  HDCO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
