      *==============================================================
      * PARAMETRO DEL SUBPROGRAMA CLNTCRB (CRIBADO DE NOMBRES
      * CONTRA LA LISTA DE SANCIONES Y PERSONAS EXPUESTAS, INVOCADO
      * POR CALL). LO USAN LA CARGA DE LA LISTA CLNTLIS, EL
      * SERVICIO ONLINE CLNTSRV, LA CARGA DE OFICINAS CLNTMOV Y EL
      * RECRIBADO NOCTURNO CLNTCRN.
      * ACCION K: DEVUELVE EN CRB-CLAVE LA CLAVE FONETICA DEL PRIMER
      *   APELLIDO DE CRB-APELLIDOS (CLAVE DE ACCESO A CLNTSAN).
      * ACCION C: DEVUELVE ADEMAS LA CLAVE DEL CLIENTE Y COMPARA SU
      *   NOMBRE Y APELLIDOS CON LOS DE LA ENTRADA DE LA LISTA,
      *   ADMITIENDO PEQUENAS DIFERENCIAS DE ESCRITURA. SI SE
      *   PARECEN LO BASTANTE DEVUELVE CRB-COINCIDE = S Y EN
      *   CRB-DISTANCIA EL NUMERO DE LETRAS DISTINTAS (0 = IGUALES).
      *==============================================================
       01  CRIBADO-NOMBRE.
           05  CRB-ACCION                 PIC X(1).
               88  CRB-CALCULAR-CLAVE            VALUE 'K'.
               88  CRB-COMPARAR                  VALUE 'C'.
           05  CRB-NOMBRE                 PIC X(30).
           05  CRB-APELLIDOS              PIC X(40).
           05  CRB-LISTA-NOMBRE           PIC X(30).
           05  CRB-LISTA-APELLIDOS        PIC X(40).
           05  CRB-CLAVE                  PIC X(12).
           05  CRB-COINCIDE               PIC X(1).
               88  CRB-HAY-COINCIDENCIA          VALUE 'S'.
               88  CRB-SIN-COINCIDENCIA          VALUE 'N'.
           05  CRB-DISTANCIA              PIC 9(2).
