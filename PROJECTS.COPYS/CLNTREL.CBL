      *==============================================================
      * LAYOUT DEL REGISTRO DEL FICHERO DE RELACIONES ENTRE CLIENTES
      * (VSAM KSDS, CLAVE POR DNI + DNI RELACIONADO): COTITULARES,
      * REPRESENTANTES LEGALES (TUTORES DE MENORES) Y AUTORIZADOS
      * CON PODER. CADA RELACION SE GUARDA DOS VECES, UNA BAJO CADA
      * DNI, PARA PODER VER LAS RELACIONES DE UN CLIENTE RECORRIENDO
      * SU CLAVE: EL SENTIDO D (DIRECTO) INDICA QUE EL RELACIONADO
      * ES EL COTITULAR, REPRESENTANTE O AUTORIZADO DEL CLIENTE DE
      * LA CLAVE, Y EL SENTIDO I (INVERSO) QUE ES AL REVES. LA FECHA
      * DE FIN EN BLANCO INDICA QUE LA RELACION ESTA VIGENTE. LO
      * MANTIENE LA TRANSACCION CLNR; LA FUSION DE CLIENTES TRASPASA
      * AL SUPERVIVIENTE LAS RELACIONES DEL DUPLICADO.
      *==============================================================
       01  REGISTRO-CLNTREL.
           05  REL-CLAVE.
               10  REL-DNI                PIC X(9).
               10  REL-DNI-RELACIONADO    PIC X(9).
           05  REL-TIPO                   PIC X(1).
               88  REL-TIPO-VALIDO               VALUE 'C' 'R' 'A'.
               88  REL-COTITULAR                 VALUE 'C'.
               88  REL-REPRESENTANTE             VALUE 'R'.
               88  REL-AUTORIZADO                VALUE 'A'.
           05  REL-SENTIDO                PIC X(1).
               88  REL-SENTIDO-DIRECTO           VALUE 'D'.
               88  REL-SENTIDO-INVERSO           VALUE 'I'.
           05  REL-FECHA-INICIO           PIC X(8).
           05  REL-FECHA-FIN              PIC X(8).
               88  REL-VIGENTE                   VALUE SPACES.
      *==============================================================
      * QUIEN REGISTRO LA RELACION Y CUANDO, Y QUIEN LA DIO POR
      * FINALIZADA
      *==============================================================
           05  REL-USERID-ALTA            PIC X(8).
           05  REL-FECHA-ALTA             PIC X(8).
           05  REL-USERID-FIN             PIC X(8).
           05  FILLER                     PIC X(20).
