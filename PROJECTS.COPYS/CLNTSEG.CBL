      * (VSAM KSDS, CLAVE POR USERID). CADA PERFIL INDICA CON S/N
      * QUE ACCIONES PUEDE HACER EL USUARIO EN EL MANTENIMIENTO DE
      * CLIENTES. EL INDICADOR DE ADMINISTRADOR PERMITE ADEMAS
      * MANTENER LOS PERFILES DESDE LA TRANSACCION CLNS Y LOS
      * PARAMETROS DE LA CADENA BATCH DESDE LA CLNA. EL DE
      * CUMPLIMIENTO DA ACCESO A LA REVISION DE COINCIDENCIAS CON
      * LAS LISTAS DE SANCIONES (TRANSACCION CLNW). LOS USUARIOS SIN
      * PERFIL PUEDEN CONSULTAR PERO NO MANTENER.
      *==============================================================
       01  REGISTRO-CLNTSEG.
           05  SEG-USERID                 PIC X(8).
               88  SEG-BAJA-SI                   VALUE 'S'.
           05  SEG-ADMIN                  PIC X(1).
               88  SEG-ADMIN-SI                  VALUE 'S'.
           05  SEG-CUMPLIMIENTO           PIC X(1).
               88  SEG-CUMPLIMIENTO-SI           VALUE 'S'.
           05  FILLER                     PIC X(10).
