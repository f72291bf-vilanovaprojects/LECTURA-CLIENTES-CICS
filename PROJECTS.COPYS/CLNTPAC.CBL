      *==============================================================
      * PARAMETRO DEL SUBPROGRAMA CLNTPAR (LECTURA DE PARAMETROS DEL
      * FICHERO CLNTPRM, INVOCADO POR CALL). EL PROGRAMA INDICA SU
      * NOMBRE Y EL DEL PARAMETRO Y EL MAYOR VALOR QUE ADMITE SU
      * CAMPO, Y RECIBE EL VALOR VIGENTE HOY. SI EL RETORNO NO ES
      * 00 EL SUBPROGRAMA YA HA EXPLICADO EL MOTIVO POR SYSOUT Y EL
      * PROGRAMA DEBE TERMINAR CON RC=8.
      *==============================================================
       01  PETICION-PARAMETRO.
           05  PAC-PROGRAMA               PIC X(8).
           05  PAC-NOMBRE                 PIC X(16).
           05  PAC-LIMITE                 PIC 9(7).
           05  PAC-VALOR                  PIC 9(7).
           05  PAC-RETORNO                PIC X(2).
               88  PAC-OK                        VALUE '00'.
               88  PAC-NO-DEFINIDO               VALUE '04'.
               88  PAC-NO-VIGENTE                VALUE '08'.
               88  PAC-FUERA-DE-RANGO            VALUE '12'.
               88  PAC-FICHERO-NO-DISPONIBLE     VALUE '16'.
