      *==============================================================
      * LAYOUT DEL REGISTRO DEL HISTORICO DE CAMBIOS DE PARAMETROS
      * (VSAM KSDS, CLAVE POR PROGRAMA + NOMBRE + FECHA + HORA +
      * SECUENCIA, COMO EL HISTORICO DE CLIENTES CLNTHIS). SE
      * ESCRIBE UN REGISTRO POR CADA DEFINICION O CAMBIO GRABADO EN
      * CLNTPRM CON LAS IMAGENES COMPLETAS ANTES Y DESPUES (LAYOUT
      * DE LA COPY CLNTPRM; LA IMAGEN ANTES VA EN BLANCO EN LA
      * PRIMERA DEFINICION) Y LOS DATOS DE QUIEN LO HIZO.
      *==============================================================
       01  REGISTRO-CLNTPRH.
           05  PRH-CLAVE.
               10  PRH-PROGRAMA           PIC X(8).
               10  PRH-NOMBRE             PIC X(16).
               10  PRH-FECHA              PIC X(8).
               10  PRH-HORA               PIC X(6).
               10  PRH-SECUENCIA          PIC 9(2).
           05  PRH-USERID                 PIC X(8).
           05  PRH-TERMID                 PIC X(4).
           05  PRH-IMAGEN-ANTES           PIC X(128).
           05  PRH-IMAGEN-DESPUES         PIC X(128).
