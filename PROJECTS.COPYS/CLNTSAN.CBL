      *==============================================================
      * LAYOUT DEL REGISTRO DEL FICHERO DE REFERENCIA DE SANCIONES Y
      * PERSONAS EXPUESTAS POLITICAMENTE (VSAM KSDS CLNTSAN). LO
      * RECARGA ENTERO LA CARGA CLNTLIS CADA VEZ QUE CUMPLIMIENTO
      * RECIBE UNA LISTA NUEVA. LA CLAVE EMPIEZA POR LA CLAVE
      * FONETICA DEL PRIMER APELLIDO (SUBPROGRAMA CLNTCRB), DE FORMA
      * QUE PARA CRIBAR UN CLIENTE BASTA RECORRER LAS ENTRADAS CON
      * SU MISMA CLAVE FONETICA; LA COMPLETA CON EL IDENTIFICADOR
      * DE LA ENTRADA EN LA LISTA. LONGITUD: 150.
      *==============================================================
       01  REGISTRO-CLNTSAN.
           05  SAN-CLAVE.
               10  SAN-CLAVE-FONETICA     PIC X(12).
               10  SAN-ID                 PIC X(10).
           05  SAN-LISTA                  PIC X(1).
               88  SAN-LISTA-SANCIONES           VALUE 'S'.
               88  SAN-LISTA-PEP                 VALUE 'P'.
           05  SAN-NOMBRE                 PIC X(30).
           05  SAN-APELLIDOS              PIC X(40).
           05  SAN-FECHA-NACIMIENTO       PIC X(8).
           05  SAN-PAIS                   PIC X(3).
           05  SAN-PROGRAMA               PIC X(30).
           05  SAN-FECHA-CARGA            PIC X(8).
           05  FILLER                     PIC X(8).
