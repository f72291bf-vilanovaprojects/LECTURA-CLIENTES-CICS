      *  RECHAZAN COMPLETOS CON SU PROPIO MOTIVO PARA QUE LA
      *  OFICINA SE ENTERE. LA SEGUNDA PASADA VALIDA EL
      *  DIGITO DE CONTROL DEL DNI CON LA MISMA REGLA QUE LA
      *  TRANSACCION ONLINE, VALIDA LOS DATOS DE ALTAS Y
      *  MODIFICACIONES CON EL MISMO SUBPROGRAMA QUE EL SERVICIO
      *  ONLINE (CLNTVAL), CRIBA LAS ALTAS CONTRA LA LISTA DE
      *  SANCIONES Y PERSONAS EXPUESTAS (CLNTSAN, MISMO SUBPROGRAMA
      *  DE COMPARACION CLNTCRB QUE EL SERVICIO ONLINE; LAS QUE SE
      *  PARECEN A UNA ENTRADA SE RECHAZAN Y LA COINCIDENCIA QUEDA
      *  EN LA COLA DE REVISION DE CUMPLIMIENTO CLNTREV) Y APLICA
      *  LOS MOVIMIENTOS VALIDOS SOBRE
      *  EL KSDS CLIENTES; CADA MOVIMIENTO APLICADO DEJA ADEMAS SU
      *  REGISTRO EN EL HISTORICO DE CAMBIOS CLNTHIS CON LAS
      *  IMAGENES ANTES Y DESPUES, IGUAL QUE LOS CAMBIOS ONLINE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAP-CLAVE
               FILE STATUS IS WS-ESTADO-LOTESAPL.
           SELECT F-SANCIONES ASSIGN TO CLNTSAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAN-CLAVE
               FILE STATUS IS WS-ESTADO-SANCIONES.
           SELECT F-REVISION ASSIGN TO CLNTREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-ESTADO-REVISION.
           SELECT F-TOTALES ASSIGN TO TOTALES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CHECKPOINT ASSIGN TO CHKPOINT
               10  LAP-NUMERO             PIC 9(6).
           05  LAP-FECHA-LOTE             PIC X(8).
           05  LAP-FECHA-APLICACION       PIC X(8).
       FD  F-SANCIONES.
      *==============================================================
      * LISTA DE SANCIONES Y PERSONAS EXPUESTAS (COMPARTIDA CON LO
      * ONLINE; SOLO SE LEE)
      *==============================================================
       COPY CLNTSAN.
       FD  F-REVISION.
      *==============================================================
      * COLA DE REVISION DEL CRIBADO (COMPARTIDA CON LO ONLINE)
      *==============================================================
       COPY CLNTREV.
       FD  F-TOTALES
           RECORDING MODE IS F.
       01  LINEA-TOTALES                  PIC X(132).
           88  LOTESAPL-OK                       VALUE '00'.
           88  LOTESAPL-DUPLICADO                VALUE '22'.
           88  LOTESAPL-NO-EXISTE                VALUE '23'.
       01  WS-ESTADO-SANCIONES            PIC X(2).
           88  SANCIONES-OK                      VALUE '00'.
           88  SANCIONES-FIN                     VALUE '10'.
           88  SANCIONES-NO-EXISTE               VALUE '23'.
       01  WS-ESTADO-REVISION             PIC X(2).
           88  REVISION-OK                       VALUE '00'.
           88  REVISION-NO-EXISTE                VALUE '23'.
      *==============================================================
      * VALIDACION DEL DIGITO DE CONTROL DEL DNI (MISMA REGLA QUE
      * EL PARRAFO VALIDAR-DNI DE LA TRANSACCION ONLINE)
      *==============================================================
       COPY CLNTDNI.
      *==============================================================
      * PARAMETRO DEL SUBPROGRAMA DE VALIDACION DE DATOS DEL CLIENTE
      * (CALL CLNTVAL, MISMAS REGLAS QUE EL SERVICIO ONLINE)
      *==============================================================
       COPY CLNTVLC.
      *==============================================================
      * CRIBADO DE LAS ALTAS CONTRA LA LISTA DE SANCIONES Y PERSONAS
      * EXPUESTAS: PARAMETRO DEL SUBPROGRAMA DE COMPARACION DE
      * NOMBRES (CALL CLNTCRB, MISMAS REGLAS QUE EL SERVICIO
      * ONLINE) Y RESULTADO DEL CRIBADO DEL ALTA EN CURSO
      *==============================================================
       COPY CLNTCRC.
       01  WS-CLAVE-FONETICA              PIC X(12).
       01  WS-FIN-LISTA                   PIC X(1).
       01  WS-RESULTADO-CRIBADO           PIC X(1).
           88  CRIBADO-LIMPIO                    VALUE 'L'.
           88  CRIBADO-PENDIENTE                 VALUE 'P'.
           88  CRIBADO-CONFIRMADO                VALUE 'C'.
      *==============================================================
      * CONTADORES PARA EL CUADRE POR TIPO DE MOVIMIENTO
      *==============================================================
       01  WS-CONTADORES.
           88  MOTIVO-LOTE-CUADRE                VALUE '06'.
           88  MOTIVO-LOTE-DUPLICADO             VALUE '07'.
           88  MOTIVO-FUERA-DE-LOTE              VALUE '08'.
           88  MOTIVO-NOMBRE-BLANCO              VALUE '09'.
           88  MOTIVO-APELLIDO-BLANCO            VALUE '10'.
           88  MOTIVO-ESTADO-INVALIDO            VALUE '11'.
           88  MOTIVO-FECHA-INVALIDA             VALUE '12'.
           88  MOTIVO-EMAIL-INVALIDO             VALUE '13'.
           88  MOTIVO-REVISION-CRIBADO           VALUE '14'.
           88  MOTIVO-EN-LISTA                   VALUE '15'.
      *==============================================================
      * LINEAS DE LA PAGINA DE TOTALES
      *==============================================================
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT F-SANCIONES.
           IF NOT SANCIONES-OK
               DISPLAY 'ERROR AL ABRIR CLNTSAN: ' WS-ESTADO-SANCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O F-REVISION.
           IF NOT REVISION-OK
               DISPLAY 'ERROR AL ABRIR CLNTREV: ' WS-ESTADO-REVISION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-TOTALES.
      *
       LEER-MOVIMIENTO.
           ELSE
               EVALUATE TRUE
                   WHEN MOV-ALTA
                       PERFORM VALIDAR-DATOS-CLIENTE
                       IF VAL-CORRECTO
                           PERFORM COMPROBAR-EXISTENCIA-ALTA
                       ELSE
                           PERFORM RECHAZAR-MOVIMIENTO
                       END-IF
                   WHEN MOV-MODIFICACION
                       PERFORM VALIDAR-DATOS-CLIENTE
                       IF VAL-CORRECTO
                           PERFORM APLICAR-MODIFICACION
                       ELSE
                           PERFORM RECHAZAR-MOVIMIENTO
                       END-IF
                   WHEN MOV-BAJA
                       PERFORM APLICAR-BAJA
               END-EVALUATE
           END-IF.
      *============================================================
      * UN ALTA DE UN DNI QUE YA ESTA EN CLIENTES SE RECHAZA COMO
      * DUPLICADA ANTES DE CRIBAR, PARA NO ANOTAR EN LA COLA DE
      * REVISION UN ALTA QUE NUNCA SE PODRIA APLICAR. LA LECTURA
      * PISA EL AREA DEL REGISTRO, ASI QUE LOS DATOS DEL
      * MOVIMIENTO SE GUARDAN Y SE RESTAURAN.
      *============================================================
       COMPROBAR-EXISTENCIA-ALTA.
           MOVE REGISTRO-CLIENTES TO WS-REGISTRO-NUEVO.
           READ F-CLIENTES.
           MOVE WS-REGISTRO-NUEVO TO REGISTRO-CLIENTES.
           EVALUATE TRUE
               WHEN CLIENTES-OK
                   SET MOTIVO-YA-EXISTE TO TRUE
                   PERFORM RECHAZAR-MOVIMIENTO
               WHEN CLIENTES-NO-EXISTE
                   PERFORM CRIBAR-ALTA
                   EVALUATE TRUE
                       WHEN CRIBADO-CONFIRMADO
                           SET MOTIVO-EN-LISTA TO TRUE
                           PERFORM RECHAZAR-MOVIMIENTO
                       WHEN CRIBADO-PENDIENTE
                           SET MOTIVO-REVISION-CRIBADO TO TRUE
                           PERFORM RECHAZAR-MOVIMIENTO
                       WHEN OTHER
                           PERFORM APLICAR-ALTA
                   END-EVALUATE
               WHEN OTHER
                   SET MOTIVO-ERROR-FICHERO TO TRUE
                   PERFORM RECHAZAR-MOVIMIENTO
           END-EVALUATE.
      *============================================================
      * VALIDA LOS DATOS DEL MOVIMIENTO CON LAS REGLAS DE CALIDAD
      * COMPARTIDAS CON EL SERVICIO ONLINE (SUBPROGRAMA CLNTVAL) Y
      * DEJA PREPARADO EL MOTIVO DE RECHAZO DEL PRIMER CAMPO QUE
      * NO LAS CUMPLE
      *============================================================
       VALIDAR-DATOS-CLIENTE.
           MOVE REGISTRO-CLIENTES TO VAL-IMAGEN.
           MOVE WS-FECHA-HOY-X TO VAL-FECHA-HOY.
           CALL 'CLNTVAL' USING VALIDACION-CLIENTE.
           EVALUATE TRUE
               WHEN VAL-NOMBRE-BLANCO
                   SET MOTIVO-NOMBRE-BLANCO TO TRUE
               WHEN VAL-APELLIDO-BLANCO
                   SET MOTIVO-APELLIDO-BLANCO TO TRUE
               WHEN VAL-ESTADO-INVALIDO
                   SET MOTIVO-ESTADO-INVALIDO TO TRUE
               WHEN VAL-FECHA-INVALIDA
                   SET MOTIVO-FECHA-INVALIDA TO TRUE
               WHEN VAL-EMAIL-INVALIDO
                   SET MOTIVO-EMAIL-INVALIDO TO TRUE
           END-EVALUATE.
      *============================================================
      * VALIDACION DEL DIGITO DE CONTROL DEL DNI (MOD 23)
      *============================================================
       VALIDAR-DNI.
                   SET DNI-INVALIDO TO TRUE
               END-IF
           END-IF.
      *============================================================
      * CRIBADO DEL ALTA CONTRA LA LISTA DE SANCIONES Y PERSONAS
      * EXPUESTAS, CON LAS MISMAS REGLAS QUE EL SERVICIO ONLINE:
      * SE RECORREN LAS ENTRADAS CON LA MISMA CLAVE FONETICA DEL
      * PRIMER APELLIDO Y CADA COINCIDENCIA SE BUSCA EN LA COLA DE
      * REVISION. SI NO ESTA SE ANOTA PENDIENTE CON LA IMAGEN DEL
      * ALTA RETENIDA; PENDIENTE O CONFIRMADA RETIENE EL ALTA; YA
      * DESCARTADA POR CUMPLIMIENTO NO CUENTA
      *============================================================
       CRIBAR-ALTA.
           SET CRIBADO-LIMPIO TO TRUE.
           SET CRB-CALCULAR-CLAVE TO TRUE.
           MOVE C-NOMBRE TO CRB-NOMBRE.
           MOVE C-APELLIDO TO CRB-APELLIDOS.
           CALL 'CLNTCRB' USING CRIBADO-NOMBRE.
           IF CRB-CLAVE NOT = SPACES
               MOVE CRB-CLAVE TO WS-CLAVE-FONETICA
               MOVE CRB-CLAVE TO SAN-CLAVE-FONETICA
               MOVE LOW-VALUES TO SAN-ID
               MOVE 'N' TO WS-FIN-LISTA
               START F-SANCIONES KEY IS NOT LESS THAN SAN-CLAVE
               END-START
               EVALUATE TRUE
                   WHEN SANCIONES-OK
                       CONTINUE
                   WHEN SANCIONES-NO-EXISTE
                       MOVE 'S' TO WS-FIN-LISTA
                   WHEN OTHER
                       DISPLAY 'ERROR AL LEER CLNTSAN: '
                               WS-ESTADO-SANCIONES ' DNI ' C-DNI
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               PERFORM UNTIL WS-FIN-LISTA = 'S'
                   READ F-SANCIONES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-LISTA
                   END-READ
                   IF WS-FIN-LISTA = 'N'
                       IF SAN-CLAVE-FONETICA NOT = WS-CLAVE-FONETICA
                           MOVE 'S' TO WS-FIN-LISTA
                       ELSE
                           PERFORM COMPARAR-ENTRADA-LISTA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       COMPARAR-ENTRADA-LISTA.
           SET CRB-COMPARAR TO TRUE.
           MOVE SAN-NOMBRE TO CRB-LISTA-NOMBRE.
           MOVE SAN-APELLIDOS TO CRB-LISTA-APELLIDOS.
           CALL 'CLNTCRB' USING CRIBADO-NOMBRE.
           IF CRB-HAY-COINCIDENCIA
               MOVE C-DNI TO REV-DNI
               MOVE SAN-ID TO REV-SAN-ID
               READ F-REVISION
               EVALUATE TRUE
                   WHEN REVISION-NO-EXISTE
                       PERFORM GRABAR-COINCIDENCIA
                   WHEN NOT REVISION-OK
                       DISPLAY 'ERROR AL LEER CLNTREV: '
                               WS-ESTADO-REVISION ' DNI ' C-DNI
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN REV-CONFIRMADA
                       SET CRIBADO-CONFIRMADO TO TRUE
                   WHEN REV-PENDIENTE
                       IF CRIBADO-LIMPIO
                           SET CRIBADO-PENDIENTE TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       GRABAR-COINCIDENCIA.
           MOVE SPACES TO REGISTRO-CLNTREV.
           MOVE C-DNI TO REV-DNI.
           MOVE SAN-ID TO REV-SAN-ID.
           SET REV-ORIGEN-OFICINAS TO TRUE.
           MOVE WS-FECHA-HOY-X TO REV-FECHA-DETECCION.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-HORA-HHMMSS TO REV-HORA-DETECCION.
           MOVE 'CLNTMOV ' TO REV-USERID-DETECCION.
           SET REV-PENDIENTE TO TRUE.
           MOVE SAN-LISTA TO REV-SAN-LISTA.
           MOVE SAN-NOMBRE TO REV-SAN-NOMBRE.
           MOVE SAN-APELLIDOS TO REV-SAN-APELLIDOS.
           MOVE SAN-PROGRAMA TO REV-SAN-PROGRAMA.
           MOVE CRB-DISTANCIA TO REV-DISTANCIA.
           MOVE 'S' TO REV-ALTA-RETENIDA.
           MOVE REGISTRO-CLIENTES TO REV-IMAGEN.
           WRITE REGISTRO-CLNTREV.
           IF NOT REVISION-OK
               DISPLAY 'ERROR AL GRABAR CLNTREV: ' WS-ESTADO-REVISION
                       ' DNI ' C-DNI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CRIBADO-LIMPIO
               SET CRIBADO-PENDIENTE TO TRUE
           END-IF.
      *
       APLICAR-ALTA.
           MOVE SPACES TO WS-IMAGEN-ANTERIOR.
      * IMAGENES ANTES Y DESPUES, IGUAL QUE LO HACE EL SERVICIO
      * ONLINE. SI YA EXISTE UN CAMBIO EN EL MISMO SEGUNDO SE
      * AVANZA LA SECUENCIA HASTA ENCONTRAR HUECO. EL USUARIO DEL
      * CAMBIO ES EL DE LA CARGA Y EN EL TERMINAL VA LA OFICINA DEL
      * LOTE, QUE LAS CARTAS AL CLIENTE (CLNTCAR) DAN DE CONTACTO.
      *============================================================
       REGISTRAR-HISTORICO.
           MOVE C-DNI TO HIS-DNI.
           MOVE 'CLNTMOV ' TO HIS-USERID.
           MOVE WS-OFICINA-ACTUAL TO HIS-TERMID.
           MOVE WS-FECHA-HOY-X TO HIS-FECHA.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-HORA-HHMMSS TO HIS-HORA.
                        TO RCH-DESCRIPCION
               WHEN MOTIVO-FUERA-DE-LOTE
                   MOVE 'REGISTRO FUERA DE LOTE' TO RCH-DESCRIPCION
               WHEN MOTIVO-NOMBRE-BLANCO
                   MOVE 'NOMBRE EN BLANCO' TO RCH-DESCRIPCION
               WHEN MOTIVO-APELLIDO-BLANCO
                   MOVE 'APELLIDO EN BLANCO' TO RCH-DESCRIPCION
               WHEN MOTIVO-ESTADO-INVALIDO
                   MOVE 'ESTADO DEL CLIENTE INVALIDO'
                        TO RCH-DESCRIPCION
               WHEN MOTIVO-FECHA-INVALIDA
                   MOVE 'FECHA DE ALTA INVALIDA/FUTURA'
                        TO RCH-DESCRIPCION
               WHEN MOTIVO-EMAIL-INVALIDO
                   MOVE 'EMAIL MAL FORMADO' TO RCH-DESCRIPCION
               WHEN MOTIVO-REVISION-CRIBADO
                   MOVE 'ALTA RETENIDA, REVISION LISTAS'
                        TO RCH-DESCRIPCION
               WHEN MOTIVO-EN-LISTA
                   MOVE 'CLIENTE CONFIRMADO EN LISTAS'
                        TO RCH-DESCRIPCION
           END-EVALUATE.
           MOVE REGISTRO-MOVIMIENTO TO RCH-MOVIMIENTO.
           WRITE REGISTRO-RECHAZO.
           CLOSE F-RECHAZOS.
           CLOSE F-RECHMAST.
           CLOSE F-LOTESAPL.
           CLOSE F-SANCIONES.
           CLOSE F-REVISION.
           CLOSE F-TOTALES.
      *============================================================
      * LA CARGA HA TERMINADO BIEN: EL CHECKPOINT SE DEJA COMO
