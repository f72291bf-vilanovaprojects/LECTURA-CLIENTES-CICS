      * CODIGO DE PETICION, EL DNI Y, EN MANTENIMIENTOS, LA IMAGEN
      * DEL REGISTRO; RECIBE EL CODIGO DE RESPUESTA, EL INDICADOR
      * DE AUTORIZACION PII Y LA IMAGEN DE SALIDA YA FILTRADA.
      * LAS MODIFICACIONES Y FUSIONES DEVUELVEN ADEMAS EL SELLO DEL
      * ULTIMO CAMBIO QUE EL CANAL RECIBIO AL CONSULTAR, PARA QUE
      * EL SERVICIO DETECTE SI OTRO USUARIO CAMBIO EL REGISTRO
      * ENTRE TANTO. LONGITUD TOTAL: 293.
      *==============================================================
           05  SRV-PETICION               PIC X(1).
               88  SRV-PET-CONSULTA              VALUE 'C'.
               88  SRV-RESP-YA-EXISTE            VALUE '16'.
               88  SRV-RESP-NO-DISPONIBLE        VALUE '20'.
               88  SRV-RESP-PENDIENTE            VALUE '24'.
      *==============================================================
      * DATOS DEL CLIENTE RECHAZADOS EN ALTAS Y MODIFICACIONES POR
      * LAS REGLAS DE CALIDAD (SUBPROGRAMA CLNTVAL): CADA CODIGO
      * NOMBRA EL CAMPO QUE HAY QUE CORREGIR
      *==============================================================
               88  SRV-RESP-DATO-INVALIDO        VALUE '28' '32' '36'
                                                       '40' '44'.
               88  SRV-RESP-NOMBRE-INVALIDO      VALUE '28'.
               88  SRV-RESP-APELLIDO-INVALIDO    VALUE '32'.
               88  SRV-RESP-ESTADO-INVALIDO      VALUE '36'.
               88  SRV-RESP-FECHA-INVALIDA       VALUE '40'.
               88  SRV-RESP-EMAIL-INVALIDO       VALUE '44'.
      *==============================================================
      * EL REGISTRO HA CAMBIADO DESDE QUE EL CANAL LO CONSULTO (O,
      * EN LA APROBACION DE UNA BAJA, DESDE QUE SE PIDIO): NO SE
      * TOCA NADA Y SE DEVUELVE LA IMAGEN ACTUAL CON EL SELLO Y EL
      * USUARIO DEL ULTIMO CAMBIO
      *==============================================================
               88  SRV-RESP-CAMBIO-AJENO         VALUE '48'.
      *==============================================================
      * ALTA NO GRABADA POR EL CRIBADO DE SANCIONES Y PERSONAS
      * EXPUESTAS (CLNTSAN): EL CLIENTE SE PARECE A UNA ENTRADA DE
      * LA LISTA Y QUEDA PENDIENTE DE REVISION POR CUMPLIMIENTO EN
      * LA COLA CLNTREV (52), O CUMPLIMIENTO YA CONFIRMO QUE ES LA
      * PERSONA DE LA LISTA (56). DESCARTADA LA COINCIDENCIA, EL
      * ALTA PUEDE REPETIRSE.
      *==============================================================
               88  SRV-RESP-REVISION-CRIBADO     VALUE '52'.
               88  SRV-RESP-EN-LISTA             VALUE '56'.
               88  SRV-RESP-ERROR                VALUE '99'.
           05  SRV-PII-AUTORIZADO         PIC X(1).
           05  SRV-DATOS-SALIDA           PIC X(128).
      *==============================================================
      * SELLO DEL ULTIMO CAMBIO DEL CLIENTE EN EL HISTORICO CLNTHIS
      * (FECHA, HORA Y SECUENCIA DE SU CLAVE) Y USUARIO QUE LO HIZO.
      * DE SALIDA EN CONSULTAS Y MANTENIMIENTOS CORRECTOS Y EN LA
      * RESPUESTA DE CAMBIO AJENO; DE ENTRADA EN MODIFICACIONES Y
      * FUSIONES, CON EL SELLO RECIBIDO AL CONSULTAR. UN CLIENTE SIN
      * CAMBIOS REGISTRADOS TIENE EL SELLO EN BLANCO.
      *==============================================================
           05  SRV-SELLO-CAMBIO.
               10  SRV-SELLO-FECHA        PIC X(8).
               10  SRV-SELLO-HORA         PIC X(6).
               10  SRV-SELLO-SECUENCIA    PIC X(2).
           05  SRV-SELLO-USERID           PIC X(8).
