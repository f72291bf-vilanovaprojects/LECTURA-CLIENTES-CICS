      *==============================================================
      * PARAMETRO DEL SUBPROGRAMA CLNTVAL (VALIDACION DE LOS DATOS
      * DEL CLIENTE ANTES DE GRABARLOS, INVOCADO POR CALL). LO USAN
      * EL SERVICIO ONLINE CLNTSRV Y LA CARGA DE OFICINAS CLNTMOV
      * EN ALTAS Y MODIFICACIONES. EL LLAMADOR PASA LA IMAGEN DEL
      * REGISTRO Y LA FECHA DEL DIA (EL SUBPROGRAMA NO LA OBTIENE
      * PORQUE TAMBIEN CORRE BAJO CICS) Y RECIBE EL RESULTADO CON
      * EL PRIMER CAMPO QUE NO CUMPLE LAS REGLAS DE CALIDAD DEL
      * CONTROL SEMANAL CLNTDQ. EL DNI LO SIGUE VALIDANDO CADA
      * LLAMADOR ANTES DE LLAMAR.
      *==============================================================
       01  VALIDACION-CLIENTE.
           05  VAL-IMAGEN                 PIC X(128).
           05  VAL-FECHA-HOY              PIC X(8).
           05  VAL-RESULTADO              PIC X(2).
               88  VAL-CORRECTO                  VALUE '00'.
               88  VAL-NOMBRE-BLANCO             VALUE '01'.
               88  VAL-APELLIDO-BLANCO           VALUE '02'.
               88  VAL-ESTADO-INVALIDO           VALUE '03'.
               88  VAL-FECHA-INVALIDA            VALUE '04'.
               88  VAL-EMAIL-INVALIDO            VALUE '05'.
