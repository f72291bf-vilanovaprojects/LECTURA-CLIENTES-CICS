      *==============================================================
      * LAYOUT DEL REGISTRO DE PARAMETROS DE LOS PROGRAMAS BATCH
      * (VSAM KSDS, CLAVE POR PROGRAMA + NOMBRE DEL PARAMETRO). LOS
      * VALORES SON ENTEROS; LOS QUE NECESITAN DECIMALES SE GUARDAN
      * EN LA UNIDAD MENOR (POR EJEMPLO, EN DECIMAS). UN CAMBIO
      * PUEDE ENTRAR EN VIGOR EN UNA FECHA POSTERIOR: HASTA ESA
      * FECHA SIGUE VIGENTE EL VALOR ANTERIOR. EL RANGO LO FIJA LA
      * CARGA DE DEFINICIONES CLNTPRC; EL VALOR SE CAMBIA CON LA
      * TRANSACCION CLNA. CADA CAMBIO QUEDA EN EL HISTORICO CLNTPRH.
      *==============================================================
       01  REGISTRO-CLNTPRM.
           05  PRM-CLAVE.
               10  PRM-PROGRAMA           PIC X(8).
               10  PRM-NOMBRE             PIC X(16).
           05  PRM-DESCRIPCION            PIC X(26).
           05  PRM-VALOR                  PIC 9(7).
           05  PRM-VALOR-ANTERIOR         PIC 9(7).
           05  PRM-HAY-ANTERIOR           PIC X(1).
               88  PRM-CON-ANTERIOR              VALUE 'S'.
           05  PRM-MINIMO                 PIC 9(7).
           05  PRM-MAXIMO                 PIC 9(7).
           05  PRM-FECHA-EFECTIVA         PIC X(8).
           05  PRM-USUARIO                PIC X(8).
           05  PRM-FECHA-CAMBIO           PIC X(8).
           05  PRM-HORA-CAMBIO            PIC X(6).
           05  FILLER                     PIC X(19).
