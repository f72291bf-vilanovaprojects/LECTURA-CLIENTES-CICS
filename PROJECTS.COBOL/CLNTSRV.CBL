      *  USUARIO), LA APROBACION Y DENEGACION DE BAJAS ENCOLADAS,
      *  LA RECUPERACION DESDE EL ARCHIVO Y LA FUSION DE CLIENTES
      *  DUPLICADOS, CON LA MISMA VALIDACION
      *  DEL DNI Y DE LOS DATOS DEL CLIENTE (SUBPROGRAMA CLNTVAL,
      *  COMPARTIDO CON LA CARGA DE OFICINAS), EL MISMO CONTROL
      *  DE PERMISOS POR PERFIL, LA
      *  MISMA AUDITORIA DE CONSULTAS, EL MISMO HISTORICO DE
      *  CAMBIOS Y EL MISMO FILTRO DE DATOS PERSONALES SEA CUAL
      *  SEA EL CANAL QUE LLAMA (PANTALLA CLNT, INTRANET DE
      *  OFICINAS, ETC.). LAS MODIFICACIONES, FUSIONES Y
      *  APROBACIONES DE BAJA SE RECHAZAN SI OTRO USUARIO (O LA
      *  CARGA NOCTURNA) HA CAMBIADO EL REGISTRO DESDE QUE EL CANAL
      *  LO CONSULTO, SEGUN EL SELLO DEL ULTIMO CAMBIO EN CLNTHIS.
      *  LA FUSION TRASPASA AL SUPERVIVIENTE LAS RELACIONES
      *  (COTITULARES, REPRESENTANTES, AUTORIZADOS) DEL DUPLICADO.
      *  EL ALTA SE CRIBA ANTES DE GRABARLA CONTRA LA LISTA DE
      *  SANCIONES Y PERSONAS EXPUESTAS (CLNTSAN): SI EL CLIENTE SE
      *  PARECE A UNA ENTRADA NO SE GRABA Y LA COINCIDENCIA QUEDA
      *  EN LA COLA DE REVISION DE CUMPLIMIENTO (CLNTREV).
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTSRV.
       01  RESPUESTA-HIS                  PIC S9(8)  COMP.
       01  WS-IMAGEN-ANTERIOR             PIC X(128).
      *==============================================================
      * SELLO Y USUARIO DEL ULTIMO CAMBIO REGISTRADO DEL CLIENTE EN
      * EL HISTORICO (MISMO FORMATO QUE EL SELLO DE LA COMMAREA) Y
      * CLAVE PARA RECORRER SUS CAMBIOS
      *==============================================================
       01  WS-CLAVE-HISTORICO.
           05  WS-CLAVE-HIS-DNI           PIC X(9).
           05  WS-CLAVE-HIS-RESTO         PIC X(16).
       01  WS-ULTIMO-CAMBIO.
           05  WS-SELLO-CAMBIO.
               10  WS-SELLO-FECHA         PIC X(8).
               10  WS-SELLO-HORA          PIC X(6).
               10  WS-SELLO-SECUENCIA     PIC X(2).
           05  WS-SELLO-USERID            PIC X(8).
      *==============================================================
      * IMAGEN DEL CLIENTE DUPLICADO QUE SE RETIRA EN LA FUSION
      * (MISMO LAYOUT QUE EL REGISTRO DE CLIENTES)
      *==============================================================
           05  DUP-ESTADO                 PIC X(1).
           05  DUP-FECHA-ALTA             PIC X(8).
      *==============================================================
      * RELACIONES ENTRE CLIENTES. EN LA FUSION LAS DEL DUPLICADO SE
      * LEEN EN TANDAS A LA TABLA Y SE TRASPASAN AL SUPERVIVIENTE
      * FUERA DEL RECORRIDO DEL FICHERO
      *==============================================================
       COPY CLNTREL.
       01  RESPUESTA-REL                  PIC S9(8)  COMP.
       01  WS-CLAVE-RELACION.
           05  WS-CLAVE-REL-DNI           PIC X(9).
           05  WS-CLAVE-REL-RELACIONADO   PIC X(9).
       01  WS-DNI-RELACIONADO             PIC X(9).
       01  WS-TABLA-TRASPASO.
           05  WS-REL-TRASPASO            PIC X(80) OCCURS 20 TIMES.
       01  WS-NUM-TRASPASO                PIC 9(2).
       01  WS-IDX-TRASPASO                PIC 9(2).
       01  WS-RELACIONES-TRASPASADAS      PIC 9(4).
       01  WS-FALLO-RELACIONES            PIC X(1).
           88  FALLO-RELACIONES                  VALUE 'S'.
      *==============================================================
      * LAYOUT DEL REGISTRO DE BAJAS PENDIENTES DE APROBACION
      *==============================================================
       COPY CLNTPEN.
      * VALIDACION DEL DIGITO DE CONTROL DEL DNI
      *==============================================================
       COPY CLNTDNI.
      *==============================================================
      * PARAMETRO DEL SUBPROGRAMA DE VALIDACION DE DATOS DEL CLIENTE
      * (CALL CLNTVAL, COMPARTIDO CON LA CARGA DE OFICINAS CLNTMOV)
      *==============================================================
       COPY CLNTVLC.
      *==============================================================
      * CRIBADO DE LAS ALTAS CONTRA LA LISTA DE SANCIONES Y PERSONAS
      * EXPUESTAS: PARAMETRO DEL SUBPROGRAMA DE COMPARACION DE
      * NOMBRES (CALL CLNTCRB, COMPARTIDO CON EL BATCH), ENTRADAS
      * DE LA LISTA CON LA MISMA CLAVE FONETICA DEL PRIMER APELLIDO
      * Y COLA DE REVISION DE LAS COINCIDENCIAS
      *==============================================================
       COPY CLNTCRC.
       COPY CLNTSAN.
       01  RESPUESTA-SAN                  PIC S9(8)  COMP.
       01  WS-CLAVE-SANCIONES.
           05  WS-CLAVE-SAN-FONETICA      PIC X(12).
           05  WS-CLAVE-SAN-ID            PIC X(10).
       COPY CLNTREV.
       01  RESPUESTA-REV                  PIC S9(8)  COMP.
       01  WS-CLAVE-REVISION.
           05  WS-CLAVE-REV-DNI           PIC X(9).
           05  WS-CLAVE-REV-SAN-ID        PIC X(10).
       01  WS-RESULTADO-CRIBADO           PIC X(1).
           88  CRIBADO-LIMPIO                    VALUE 'L'.
           88  CRIBADO-PENDIENTE                 VALUE 'P'.
           88  CRIBADO-CONFIRMADO                VALUE 'C'.
           88  CRIBADO-NO-DISPONIBLE             VALUE 'X'.
      *
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *============================================================
      * SI EL CANAL LLAMA CON UNA COMMAREA MAS CORTA QUE LA DE LA
      * COPY CLNTCOM (P.EJ. LA ANTERIOR AL SELLO DE CAMBIO, DE 269)
      * NO SE ATIENDE LA PETICION: SI CABE LA RESPUESTA (140 BYTES
      * HASTA SRV-RESPUESTA) SE DEVUELVE ERROR; SI NI SIQUIERA
      * CABE, SE DEVUELVE EL CONTROL SIN TOCAR NADA.
      *============================================================
           IF EIBCALEN < 293
               IF EIBCALEN NOT < 140
                   SET SRV-RESP-ERROR TO TRUE
               END-IF
               EXEC CICS RETURN
               END-EXEC
           END-IF.
                       SET SRV-RESP-OK TO TRUE
                       PERFORM REGISTRAR-AUDITORIA
                       PERFORM DEVOLVER-REGISTRO
                       PERFORM DEVOLVER-SELLO-CAMBIO
                   ELSE
                       PERFORM TRADUCIR-RESPUESTA-FICHERO
                   END-IF
               END-IF
           END-IF.
      *============================================================
      * ALTA DE UN NUEVO CLIENTE. LOS DATOS SE VALIDAN ANTES DE
      * GRABAR (CLNTVAL) Y SI ALGUNO NO ES VALIDO SE DEVUELVE EL
      * CODIGO DEL CAMPO SIN TOCAR EL FICHERO. SI EL DNI YA ES
      * CLIENTE SE RECHAZA COMO DUPLICADO. LOS DATOS VALIDOS SE
      * CRIBAN CONTRA LA LISTA DE SANCIONES Y PERSONAS EXPUESTAS Y
      * SOLO SE GRABA EL ALTA QUE NO SE PARECE A NINGUNA ENTRADA
      * (O CUYAS COINCIDENCIAS YA DESCARTO CUMPLIMIENTO). SI NO SE
      * PUEDE CRIBAR (LISTA O COLA CERRADAS) TAMPOCO SE GRABA.
      *============================================================
       SERVICIO-ALTA.
           IF NOT SEG-ALTA-SI
                   MOVE SPACES TO WS-IMAGEN-ANTERIOR
                   MOVE SRV-DATOS-ENTRADA TO REGISTRO-CLIENTES
                   MOVE SRV-DNI TO C-DNI
                   PERFORM VALIDAR-DATOS-CLIENTE
                   IF VAL-CORRECTO
                       PERFORM COMPROBAR-EXISTENCIA-ALTA
                   END-IF
               END-IF
           END-IF.
      *============================================================
      * UN DNI QUE YA ESTA EN CLIENTES SE RECHAZA COMO DUPLICADO
      * ANTES DE CRIBAR: NO SE ANOTA EN LA COLA DE REVISION UN ALTA
      * QUE NUNCA SE PODRIA GRABAR. LA LECTURA VA AL AREA DEL
      * DUPLICADO PARA NO PISAR LOS DATOS DEL ALTA.
      *============================================================
       COMPROBAR-EXISTENCIA-ALTA.
           EXEC CICS
               READ FILE('CLIENTES')
                    INTO(REGISTRO-DUPLICADO)
                    RIDFLD(SRV-DNI)
                    RESP(RESPUESTA)
           END-EXEC.
           EVALUATE RESPUESTA
               WHEN DFHRESP(NORMAL)
                   SET SRV-RESP-YA-EXISTE TO TRUE
               WHEN DFHRESP(NOTFND)
                   PERFORM CRIBAR-Y-GRABAR-ALTA
               WHEN OTHER
                   PERFORM TRADUCIR-RESPUESTA-FICHERO
           END-EVALUATE.
      *
       CRIBAR-Y-GRABAR-ALTA.
           PERFORM CRIBAR-ALTA.
           EVALUATE TRUE
               WHEN CRIBADO-NO-DISPONIBLE
                   SET SRV-RESP-NO-DISPONIBLE TO TRUE
               WHEN CRIBADO-CONFIRMADO
                   SET SRV-RESP-EN-LISTA TO TRUE
               WHEN CRIBADO-PENDIENTE
                   SET SRV-RESP-REVISION-CRIBADO TO TRUE
               WHEN OTHER
                   PERFORM GRABAR-ALTA
           END-EVALUATE.
      *
       GRABAR-ALTA.
           EXEC CICS
               WRITE FILE('CLIENTES')
                     FROM(REGISTRO-CLIENTES)
                     RIDFLD(SRV-DNI)
                     RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               SET SRV-RESP-OK TO TRUE
               MOVE 'A' TO HIS-TIPO
               PERFORM REGISTRAR-HISTORICO
               PERFORM DEVOLVER-REGISTRO
               PERFORM DEVOLVER-SELLO-CAMBIO
           ELSE
               PERFORM TRADUCIR-RESPUESTA-FICHERO
           END-IF.
      *============================================================
      * CRIBADO DEL ALTA: RECORRE LAS ENTRADAS DE LA LISTA CON LA
      * MISMA CLAVE FONETICA DEL PRIMER APELLIDO Y COMPARA CADA UNA
      * CON EL NOMBRE Y APELLIDOS DEL CLIENTE (CLNTCRB). CADA
      * COINCIDENCIA SE BUSCA EN LA COLA DE REVISION: SI NO ESTA SE
      * ANOTA PENDIENTE CON LA IMAGEN DEL ALTA RETENIDA; SI ESTA
      * PENDIENTE O CONFIRMADA RETIENE EL ALTA; SI CUMPLIMIENTO YA
      * LA DESCARTO NO CUENTA.
      *============================================================
       CRIBAR-ALTA.
           SET CRIBADO-LIMPIO TO TRUE.
           SET CRB-CALCULAR-CLAVE TO TRUE.
           MOVE C-NOMBRE TO CRB-NOMBRE.
           MOVE C-APELLIDO TO CRB-APELLIDOS.
           CALL 'CLNTCRB' USING CRIBADO-NOMBRE.
           IF CRB-CLAVE NOT = SPACES
               MOVE CRB-CLAVE TO WS-CLAVE-SAN-FONETICA
               MOVE LOW-VALUES TO WS-CLAVE-SAN-ID
               EXEC CICS
                   STARTBR FILE('CLNTSAN')
                           RIDFLD(WS-CLAVE-SANCIONES)
                           GTEQ
                           RESP(RESPUESTA-SAN)
               END-EXEC
               EVALUATE RESPUESTA-SAN
                   WHEN DFHRESP(NORMAL)
                       PERFORM RECORRER-ENTRADAS-LISTA
                       EXEC CICS ENDBR FILE('CLNTSAN') END-EXEC
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       SET CRIBADO-NO-DISPONIBLE TO TRUE
               END-EVALUATE
           END-IF.
      *
       RECORRER-ENTRADAS-LISTA.
           PERFORM LEER-SIGUIENTE-SANCION.
           PERFORM UNTIL RESPUESTA-SAN NOT = DFHRESP(NORMAL)
                         OR SAN-CLAVE-FONETICA NOT =
                            WS-CLAVE-SAN-FONETICA
                         OR CRIBADO-NO-DISPONIBLE
               SET CRB-COMPARAR TO TRUE
               MOVE SAN-NOMBRE TO CRB-LISTA-NOMBRE
               MOVE SAN-APELLIDOS TO CRB-LISTA-APELLIDOS
               CALL 'CLNTCRB' USING CRIBADO-NOMBRE
               IF CRB-HAY-COINCIDENCIA
                   PERFORM ANOTAR-COINCIDENCIA
               END-IF
               PERFORM LEER-SIGUIENTE-SANCION
           END-PERFORM.
           IF RESPUESTA-SAN NOT = DFHRESP(NORMAL)
              AND RESPUESTA-SAN NOT = DFHRESP(ENDFILE)
               SET CRIBADO-NO-DISPONIBLE TO TRUE
           END-IF.
      *
       LEER-SIGUIENTE-SANCION.
           EXEC CICS
               READNEXT FILE('CLNTSAN')
                        INTO(REGISTRO-CLNTSAN)
                        RIDFLD(WS-CLAVE-SANCIONES)
                        RESP(RESPUESTA-SAN)
           END-EXEC.
      *
       ANOTAR-COINCIDENCIA.
           MOVE SRV-DNI TO WS-CLAVE-REV-DNI.
           MOVE SAN-ID TO WS-CLAVE-REV-SAN-ID.
           EXEC CICS
               READ FILE('CLNTREV')
                    INTO(REGISTRO-CLNTREV)
                    RIDFLD(WS-CLAVE-REVISION)
                    RESP(RESPUESTA-REV)
           END-EXEC.
           EVALUATE TRUE
               WHEN RESPUESTA-REV = DFHRESP(NOTFND)
                   PERFORM GRABAR-COINCIDENCIA
               WHEN RESPUESTA-REV NOT = DFHRESP(NORMAL)
                   SET CRIBADO-NO-DISPONIBLE TO TRUE
               WHEN REV-CONFIRMADA
                   SET CRIBADO-CONFIRMADO TO TRUE
               WHEN REV-PENDIENTE
                   IF CRIBADO-LIMPIO
                       SET CRIBADO-PENDIENTE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       GRABAR-COINCIDENCIA.
           MOVE SPACES TO REGISTRO-CLNTREV.
           MOVE SRV-DNI TO REV-DNI.
           MOVE SAN-ID TO REV-SAN-ID.
           SET REV-ORIGEN-ONLINE TO TRUE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(REV-FECHA-DETECCION)
                     TIME(REV-HORA-DETECCION)
           END-EXEC.
           MOVE EIBUSERID TO REV-USERID-DETECCION.
           SET REV-PENDIENTE TO TRUE.
           MOVE SAN-LISTA TO REV-SAN-LISTA.
           MOVE SAN-NOMBRE TO REV-SAN-NOMBRE.
           MOVE SAN-APELLIDOS TO REV-SAN-APELLIDOS.
           MOVE SAN-PROGRAMA TO REV-SAN-PROGRAMA.
           MOVE CRB-DISTANCIA TO REV-DISTANCIA.
           MOVE 'S' TO REV-ALTA-RETENIDA.
           MOVE REGISTRO-CLIENTES TO REV-IMAGEN.
           EXEC CICS
               WRITE FILE('CLNTREV')
                     FROM(REGISTRO-CLNTREV)
                     RIDFLD(REV-CLAVE)
                     RESP(RESPUESTA-REV)
           END-EXEC.
           IF RESPUESTA-REV = DFHRESP(NORMAL)
              OR RESPUESTA-REV = DFHRESP(DUPREC)
               IF CRIBADO-LIMPIO
                   SET CRIBADO-PENDIENTE TO TRUE
               END-IF
           ELSE
               SET CRIBADO-NO-DISPONIBLE TO TRUE
           END-IF.
      *============================================================
      * MODIFICACION DE UN CLIENTE EXISTENTE. LA IMAGEN NUEVA SE
      * VALIDA (CLNTVAL) ANTES DE LEER CON UPDATE, PARA NO BLOQUEAR
      * EL REGISTRO SI HAY QUE DEVOLVERLA. YA BLOQUEADO, EL SELLO
      * DEL ULTIMO CAMBIO EN EL HISTORICO DEBE SER EL MISMO QUE EL
      * CANAL RECIBIO AL CONSULTAR; SI NO, ALGUIEN LO HA CAMBIADO
      * ENTRE TANTO Y SE DEVUELVE LA IMAGEN ACTUAL SIN REESCRIBIR.
      *============================================================
       SERVICIO-MODIFICACION.
           IF NOT SEG-MODIFICACION-SI
               IF DNI-INVALIDO
                   SET SRV-RESP-DNI-INVALIDO TO TRUE
               ELSE
                   MOVE SRV-DATOS-ENTRADA TO REGISTRO-CLIENTES
                   MOVE SRV-DNI TO C-DNI
                   PERFORM VALIDAR-DATOS-CLIENTE
                   IF VAL-CORRECTO
                       PERFORM EJECUTAR-MODIFICACION
                   END-IF
               END-IF
           END-IF.
      *
       EJECUTAR-MODIFICACION.
           EXEC CICS
               READ FILE('CLIENTES')
                    INTO(REGISTRO-CLIENTES)
                    RIDFLD(SRV-DNI)
                    UPDATE
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM OBTENER-ULTIMO-CAMBIO
               IF WS-SELLO-CAMBIO NOT = SRV-SELLO-CAMBIO
                   PERFORM RECHAZAR-CAMBIO-AJENO
               ELSE
                   PERFORM GRABAR-MODIFICACION
               END-IF
           ELSE
               PERFORM TRADUCIR-RESPUESTA-FICHERO
           END-IF.
      *
       GRABAR-MODIFICACION.
           MOVE REGISTRO-CLIENTES TO WS-IMAGEN-ANTERIOR.
           MOVE SRV-DATOS-ENTRADA TO REGISTRO-CLIENTES.
           MOVE SRV-DNI TO C-DNI.
           EXEC CICS
               REWRITE FILE('CLIENTES')
                       FROM(REGISTRO-CLIENTES)
                       RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               SET SRV-RESP-OK TO TRUE
               MOVE 'M' TO HIS-TIPO
               PERFORM REGISTRAR-HISTORICO
               PERFORM DEVOLVER-REGISTRO
               PERFORM DEVOLVER-SELLO-CAMBIO
           ELSE
               PERFORM TRADUCIR-RESPUESTA-FICHERO
           END-IF.
      *============================================================
      * EL REGISTRO LEIDO CON UPDATE YA NO ES EL QUE VIO EL USUARIO:
      * SE LIBERA SIN TOCARLO Y SE DEVUELVE LA IMAGEN ACTUAL CON EL
      * SELLO Y EL USUARIO DEL ULTIMO CAMBIO PARA QUE EL CANAL LA
      * MUESTRE Y EL USUARIO REPITA SU CAMBIO SOBRE ELLA
      *============================================================
       RECHAZAR-CAMBIO-AJENO.
           EXEC CICS
               UNLOCK FILE('CLIENTES')
                      RESP(RESPUESTA)
           END-EXEC.
           SET SRV-RESP-CAMBIO-AJENO TO TRUE.
           PERFORM DEVOLVER-REGISTRO.
           MOVE WS-SELLO-CAMBIO TO SRV-SELLO-CAMBIO.
           MOVE WS-SELLO-USERID TO SRV-SELLO-USERID.
      *============================================================
      * VALIDA LA IMAGEN DE REGISTRO-CLIENTES CON LAS REGLAS DE
      * CALIDAD COMPARTIDAS (SUBPROGRAMA CLNTVAL, LAS MISMAS QUE
      * APLICA LA CARGA DE OFICINAS) Y TRADUCE EL PRIMER CAMPO
      * INCORRECTO AL CODIGO DE RESPUESTA QUE LO NOMBRA
      *============================================================
       VALIDAR-DATOS-CLIENTE.
           MOVE REGISTRO-CLIENTES TO VAL-IMAGEN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(VAL-FECHA-HOY)
           END-EXEC.
           CALL 'CLNTVAL' USING VALIDACION-CLIENTE.
           EVALUATE TRUE
               WHEN VAL-NOMBRE-BLANCO
                   SET SRV-RESP-NOMBRE-INVALIDO TO TRUE
               WHEN VAL-APELLIDO-BLANCO
                   SET SRV-RESP-APELLIDO-INVALIDO TO TRUE
               WHEN VAL-ESTADO-INVALIDO
                   SET SRV-RESP-ESTADO-INVALIDO TO TRUE
               WHEN VAL-FECHA-INVALIDA
                   SET SRV-RESP-FECHA-INVALIDA TO TRUE
               WHEN VAL-EMAIL-INVALIDO
                   SET SRV-RESP-EMAIL-INVALIDO TO TRUE
           END-EVALUATE.
      *============================================================
      * BAJA DE UN CLIENTE: DESDE EL CONTROL A CUATRO OJOS PEDIDO
      * POR AUDITORIA LA BAJA YA NO BORRA EN EL ACTO. SE COMPRUEBA
      * Y QUE EL APROBADOR NO SEA QUIEN PIDIO LA BAJA. SOLO AQUI SE
      * BORRA DE VERDAD EL REGISTRO DE CLIENTES Y SE ESCRIBE LA
      * BAJA EN EL HISTORICO DE CAMBIOS; LA PETICION ENCOLADA SE
      * RETIRA DEL FICHERO DE PENDIENTES. SI EL CLIENTE HA CAMBIADO
      * DESDE QUE SE PIDIO LA BAJA (SU IMAGEN YA NO ES LA ENCOLADA)
      * NO SE BORRA: SE DEVUELVE LA IMAGEN ACTUAL CON QUIEN LA
      * CAMBIO Y LA PETICION SIGUE PENDIENTE.
      *============================================================
       SERVICIO-APROBAR-BAJA.
           IF NOT SEG-BAJA-SI
               READ FILE('CLIENTES')
                    INTO(REGISTRO-CLIENTES)
                    RIDFLD(SRV-DNI)
                    UPDATE
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               IF REGISTRO-CLIENTES NOT = PEN-IMAGEN
                   PERFORM OBTENER-ULTIMO-CAMBIO
                   PERFORM RECHAZAR-CAMBIO-AJENO
               ELSE
                   PERFORM BORRAR-BAJA-APROBADA
               END-IF
           ELSE
      *============================================================
                   PERFORM RETIRAR-BAJA-PENDIENTE
               END-IF
           END-IF.
      *
       BORRAR-BAJA-APROBADA.
           MOVE REGISTRO-CLIENTES TO WS-IMAGEN-ANTERIOR.
           EXEC CICS
               DELETE FILE('CLIENTES')
                      RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               SET SRV-RESP-OK TO TRUE
               MOVE 'B' TO HIS-TIPO
               PERFORM REGISTRAR-HISTORICO
               PERFORM RETIRAR-BAJA-PENDIENTE
           ELSE
               PERFORM TRADUCIR-RESPUESTA-FICHERO
           END-IF.
      *============================================================
      * DENEGACION DE UNA BAJA ENCOLADA: LA RETIRA SIN TOCAR EL
      * REGISTRO DE CLIENTES. QUIEN PIDIO LA BAJA TAMBIEN PUEDE
                           MOVE 'A' TO HIS-TIPO
                           PERFORM REGISTRAR-HISTORICO
                           PERFORM DEVOLVER-REGISTRO
                           PERFORM DEVOLVER-SELLO-CAMBIO
                       ELSE
                           PERFORM TRADUCIR-RESPUESTA-FICHERO
                       END-IF
      * SUPERVIVIENTE, SE BORRA EL DUPLICADO Y TODO QUEDA EN EL
      * HISTORICO DE CAMBIOS: FUSION PARA EL SUPERVIVIENTE Y BAJA
      * PARA EL DUPLICADO. EXIGE LOS PERMISOS DE MODIFICACION Y
      * DE BAJA. COMO EN LA MODIFICACION, EL SUPERVIVIENTE NO DEBE
      * HABER CAMBIADO DESDE QUE EL CANAL LO CONSULTO. LAS
      * RELACIONES DEL DUPLICADO PASAN AL SUPERVIVIENTE; SI HABIA
      * ALGUNA (O NO SE PUDIERON TRASPASAR) SE DEVUELVE OK CON
      * AVISO PARA QUE EL USUARIO LAS REVISE EN CLNR.
      *============================================================
       SERVICIO-FUSION.
           IF NOT SEG-MODIFICACION-SI
               IF RESPUESTA NOT = DFHRESP(NORMAL)
                   PERFORM TRADUCIR-RESPUESTA-FICHERO
               ELSE
                   PERFORM OBTENER-ULTIMO-CAMBIO
                   IF WS-SELLO-CAMBIO NOT = SRV-SELLO-CAMBIO
                       PERFORM RECHAZAR-CAMBIO-AJENO
                   ELSE
                       PERFORM GRABAR-FUSION
                   END-IF
               END-IF
           END-IF.
      *
       GRABAR-FUSION.
           MOVE REGISTRO-CLIENTES TO WS-IMAGEN-ANTERIOR.
           PERFORM COMBINAR-REGISTROS.
           EXEC CICS
               REWRITE FILE('CLIENTES')
                       FROM(REGISTRO-CLIENTES)
                       RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA NOT = DFHRESP(NORMAL)
               PERFORM TRADUCIR-RESPUESTA-FICHERO
           ELSE
               EXEC CICS
                   DELETE FILE('CLIENTES')
                          RIDFLD(WS-DNI-DUPLICADO)
                          RESP(RESPUESTA)
               END-EXEC
               IF RESPUESTA NOT = DFHRESP(NORMAL)
                   PERFORM TRADUCIR-RESPUESTA-FICHERO
               ELSE
                   SET SRV-RESP-OK TO TRUE
                   MOVE 'F' TO HIS-TIPO
                   PERFORM REGISTRAR-HISTORICO
                   PERFORM REGISTRAR-HISTORICO-DUPLICADO
                   PERFORM TRASPASAR-RELACIONES
                   IF WS-RELACIONES-TRASPASADAS > 0
                      OR FALLO-RELACIONES
                       SET SRV-RESP-OK-AVISO TO TRUE
                   END-IF
                   PERFORM DEVOLVER-REGISTRO
                   PERFORM DEVOLVER-SELLO-CAMBIO
               END-IF
           END-IF.
      *============================================================
      * TRASPASA AL SUPERVIVIENTE LAS RELACIONES DEL DUPLICADO. NO
      * SE ACTUALIZA EL FICHERO MIENTRAS SE RECORRE: SE CARGA UNA
      * TANDA EN LA TABLA, SE TRASPASA Y SE VUELVE A EMPEZAR HASTA
      * QUE EL DUPLICADO NO TIENE NINGUNA (O FALLA EL FICHERO).
      *============================================================
       TRASPASAR-RELACIONES.
           MOVE 0 TO WS-RELACIONES-TRASPASADAS.
           MOVE 'N' TO WS-FALLO-RELACIONES.
           PERFORM CARGAR-TANDA-RELACIONES.
           PERFORM UNTIL WS-NUM-TRASPASO = 0
                         OR FALLO-RELACIONES
               PERFORM VARYING WS-IDX-TRASPASO FROM 1 BY 1
                       UNTIL WS-IDX-TRASPASO > WS-NUM-TRASPASO
                          OR FALLO-RELACIONES
                   PERFORM TRASPASAR-RELACION
               END-PERFORM
               IF NOT FALLO-RELACIONES
                   PERFORM CARGAR-TANDA-RELACIONES
               END-IF
           END-PERFORM.
      *
       CARGAR-TANDA-RELACIONES.
           MOVE 0 TO WS-NUM-TRASPASO.
           MOVE WS-DNI-DUPLICADO TO WS-CLAVE-REL-DNI.
           MOVE LOW-VALUES TO WS-CLAVE-REL-RELACIONADO.
           EXEC CICS
               STARTBR FILE('CLNTREL')
                       RIDFLD(WS-CLAVE-RELACION)
                       GTEQ
                       RESP(RESPUESTA-REL)
           END-EXEC.
           IF RESPUESTA-REL = DFHRESP(NORMAL)
               PERFORM LEER-SIGUIENTE-RELACION
               PERFORM UNTIL RESPUESTA-REL NOT = DFHRESP(NORMAL)
                             OR REL-DNI NOT = WS-DNI-DUPLICADO
                             OR WS-NUM-TRASPASO = 20
                   ADD 1 TO WS-NUM-TRASPASO
                   MOVE REGISTRO-CLNTREL
                        TO WS-REL-TRASPASO(WS-NUM-TRASPASO)
                   PERFORM LEER-SIGUIENTE-RELACION
               END-PERFORM
               EXEC CICS ENDBR FILE('CLNTREL') END-EXEC
           ELSE
               IF RESPUESTA-REL NOT = DFHRESP(NOTFND)
                   SET FALLO-RELACIONES TO TRUE
               END-IF
           END-IF.
      *
       LEER-SIGUIENTE-RELACION.
           EXEC CICS
               READNEXT FILE('CLNTREL')
                        INTO(REGISTRO-CLNTREL)
                        RIDFLD(WS-CLAVE-RELACION)
                        RESP(RESPUESTA-REL)
           END-EXEC.
      *============================================================
      * UNA RELACION (DUPLICADO, X): SE BORRA JUNTO CON SU REFLEJO
      * (X, DUPLICADO) Y SE GRABA DE NUEVO COMO (SUPERVIVIENTE, X)
      * Y (X, SUPERVIVIENTE) CON LOS MISMOS DATOS. SI X ES EL
      * PROPIO SUPERVIVIENTE LA RELACION DESAPARECE; SI EL
      * SUPERVIVIENTE YA TENIA RELACION CON X SE CONSERVA LA SUYA.
      *============================================================
       TRASPASAR-RELACION.
           MOVE WS-REL-TRASPASO(WS-IDX-TRASPASO) TO REGISTRO-CLNTREL.
           MOVE REL-DNI-RELACIONADO TO WS-DNI-RELACIONADO.
           EXEC CICS
               DELETE FILE('CLNTREL')
                      RIDFLD(REL-CLAVE)
                      RESP(RESPUESTA-REL)
           END-EXEC.
           IF RESPUESTA-REL NOT = DFHRESP(NORMAL)
               SET FALLO-RELACIONES TO TRUE
           ELSE
               ADD 1 TO WS-RELACIONES-TRASPASADAS
               MOVE WS-DNI-RELACIONADO TO WS-CLAVE-REL-DNI
               MOVE WS-DNI-DUPLICADO TO WS-CLAVE-REL-RELACIONADO
               EXEC CICS
                   DELETE FILE('CLNTREL')
                          RIDFLD(WS-CLAVE-RELACION)
                          RESP(RESPUESTA-REL)
               END-EXEC
               IF WS-DNI-RELACIONADO NOT = SRV-DNI
                   MOVE SRV-DNI TO REL-DNI
                   EXEC CICS
                       WRITE FILE('CLNTREL')
                             FROM(REGISTRO-CLNTREL)
                             RIDFLD(REL-CLAVE)
                             RESP(RESPUESTA-REL)
                   END-EXEC
                   PERFORM COMPROBAR-GRABACION-RELACION
                   MOVE WS-DNI-RELACIONADO TO REL-DNI
                   MOVE SRV-DNI TO REL-DNI-RELACIONADO
                   IF REL-SENTIDO-DIRECTO
                       SET REL-SENTIDO-INVERSO TO TRUE
                   ELSE
                       SET REL-SENTIDO-DIRECTO TO TRUE
                   END-IF
                   EXEC CICS
                       WRITE FILE('CLNTREL')
                             FROM(REGISTRO-CLNTREL)
                             RIDFLD(REL-CLAVE)
                             RESP(RESPUESTA-REL)
                   END-EXEC
                   PERFORM COMPROBAR-GRABACION-RELACION
               END-IF
           END-IF.
      *============================================================
      * EL DUPREC ES LA RELACION QUE EL SUPERVIVIENTE YA TENIA Y
      * SE CONSERVA; CUALQUIER OTRO FALLO DEJA LA RELACION PERDIDA
      * Y SE AVISA AL CANAL.
      *============================================================
       COMPROBAR-GRABACION-RELACION.
           IF RESPUESTA-REL NOT = DFHRESP(NORMAL)
              AND RESPUESTA-REL NOT = DFHRESP(DUPREC)
               SET FALLO-RELACIONES TO TRUE
           END-IF.
      *============================================================
      * COMBINA LAS DOS IMAGENES CAMPO A CAMPO: LOS CAMPOS EN
      * BLANCO DEL SUPERVIVIENTE SE COMPLETAN CON LOS DEL
      * DUPLICADO; LOS INFORMADOS SE CONSERVAN
           END-IF.
           MOVE REGISTRO-CLIENTES TO SRV-DATOS-SALIDA.
      *============================================================
      * DEVUELVE AL CANAL EL SELLO Y EL USUARIO DEL ULTIMO CAMBIO
      * REGISTRADO DEL CLIENTE, QUE EL CANAL ENVIARA DE VUELTA EN LA
      * PROXIMA MODIFICACION O FUSION
      *============================================================
       DEVOLVER-SELLO-CAMBIO.
           PERFORM OBTENER-ULTIMO-CAMBIO.
           MOVE WS-SELLO-CAMBIO TO SRV-SELLO-CAMBIO.
           MOVE WS-SELLO-USERID TO SRV-SELLO-USERID.
      *============================================================
      * BUSCA EL ULTIMO CAMBIO DEL CLIENTE EN EL HISTORICO: RECORRE
      * SUS REGISTROS (CLAVE DNI + FECHA + HORA + SECUENCIA, EN
      * ORDEN CRONOLOGICO) Y SE QUEDA CON EL ULTIMO. SI NO TIENE
      * NINGUNO, O EL HISTORICO NO ESTA DISPONIBLE, EL SELLO QUEDA
      * EN BLANCO.
      *============================================================
       OBTENER-ULTIMO-CAMBIO.
           MOVE SPACES TO WS-ULTIMO-CAMBIO.
           MOVE LOW-VALUES TO WS-CLAVE-HISTORICO.
           MOVE SRV-DNI TO WS-CLAVE-HIS-DNI.
           EXEC CICS
               STARTBR FILE('CLNTHIS')
                       RIDFLD(WS-CLAVE-HISTORICO)
                       GTEQ
                       RESP(RESPUESTA-HIS)
           END-EXEC.
           IF RESPUESTA-HIS = DFHRESP(NORMAL)
               PERFORM LEER-SIGUIENTE-CAMBIO
               PERFORM UNTIL RESPUESTA-HIS NOT = DFHRESP(NORMAL)
                             OR HIS-DNI NOT = SRV-DNI
                   MOVE HIS-FECHA      TO WS-SELLO-FECHA
                   MOVE HIS-HORA       TO WS-SELLO-HORA
                   MOVE HIS-SECUENCIA  TO WS-SELLO-SECUENCIA
                   MOVE HIS-USERID     TO WS-SELLO-USERID
                   PERFORM LEER-SIGUIENTE-CAMBIO
               END-PERFORM
               EXEC CICS ENDBR FILE('CLNTHIS') END-EXEC
           END-IF.
      *
       LEER-SIGUIENTE-CAMBIO.
           EXEC CICS
               READNEXT FILE('CLNTHIS')
                        INTO(REGISTRO-CLNTHIS)
                        RIDFLD(WS-CLAVE-HISTORICO)
                        RESP(RESPUESTA-HIS)
           END-EXEC.
      *============================================================
      * TRADUCE LA RESPUESTA DEL FICHERO AL CODIGO DEL SERVICIO
      *============================================================
       TRADUCIR-RESPUESTA-FICHERO.
               MOVE 'N' TO SEG-MODIFICACION
               MOVE 'N' TO SEG-BAJA
               MOVE 'N' TO SEG-ADMIN
               MOVE 'N' TO SEG-CUMPLIMIENTO
           END-IF.
      *============================================================
      * COMPRUEBA SI EL USUARIO CONECTADO PUEDE VER DATOS PERSONALES
