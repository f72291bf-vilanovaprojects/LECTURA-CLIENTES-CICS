      *==============================================================
      * LAYOUT DEL REGISTRO DEL HISTORICO DE CAMBIOS DE
      * CONSENTIMIENTOS (VSAM KSDS, CLAVE POR DNI + FECHA + HORA +
      * SECUENCIA, COMO EL HISTORICO DE CLIENTES CLNTHIS). SE
      * ESCRIBE UN REGISTRO POR CADA CAMBIO GRABADO EN CLNTCNS CON
      * LAS IMAGENES COMPLETAS ANTES Y DESPUES (LAYOUT DE LA COPY
      * CLNTCNS; LA IMAGEN ANTES VA EN BLANCO SI EL CLIENTE NO
      * TENIA CONSENTIMIENTOS) Y LOS DATOS DE QUIEN LO HIZO. ES LA
      * PRUEBA DEL CONSENTIMIENTO ANTE UNA RECLAMACION.
      *==============================================================
       01  REGISTRO-CLNTCNH.
           05  CNH-CLAVE.
               10  CNH-DNI                PIC X(9).
               10  CNH-FECHA              PIC X(8).
               10  CNH-HORA               PIC X(6).
               10  CNH-SECUENCIA          PIC 9(2).
           05  CNH-USERID                 PIC X(8).
           05  CNH-TERMID                 PIC X(4).
           05  CNH-IMAGEN-ANTES           PIC X(80).
           05  CNH-IMAGEN-DESPUES         PIC X(80).
