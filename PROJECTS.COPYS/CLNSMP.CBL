             03 ADMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ADMI  PIC X(1).
           02  CUML    COMP  PIC  S9(4).
           02  CUMF    PICTURE X.
           02  FILLER REDEFINES CUMF.
             03 CUMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CUMI  PIC X(1).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  ADMH    PICTURE X.
           02  ADMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CUMH    PICTURE X.
           02  CUMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
