      *************************************************
      *  REVISION POR CUMPLIMIENTO DE LAS POSIBLES COINCIDENCIAS
      *  CON LAS LISTAS DE SANCIONES Y PERSONAS EXPUESTAS
      *  POLITICAMENTE (COLA CLNTREV). LAS GRABAN LAS ALTAS ONLINE
      *  (CLNTSRV) Y DE OFICINAS (CLNTMOV), QUE QUEDAN RETENIDAS SIN
      *  CREAR EL CLIENTE, Y EL RECRIBADO NOCTURNO (CLNTCRN). CON
      *  INTRO SE CONSULTAN LAS COINCIDENCIAS DE UN DNI (LA PRIMERA,
      *  O LA DE LA ENTRADA DE LA LISTA TECLEADA) Y CON PF8 SE
      *  RECORREN LAS PENDIENTES UNA A UNA. SE VE EL CLIENTE, LA
      *  ENTRADA DE LA LISTA CON LA QUE COINCIDE, DE DONDE SALIO Y
      *  CUANDO. LA COINCIDENCIA MOSTRADA SE DESCARTA COMO FALSO
      *  POSITIVO CON PF5 O SE CONFIRMA CON PF9, Y QUEDA ANOTADO EL
      *  USUARIO, LA FECHA Y LA HORA DE LA DECISION. AL DESCARTAR
      *  UN ALTA RETENIDA SE AVISA DE QUE LA OFICINA PUEDE REPETIRLA.
      *  SOLO LA USAN LOS USUARIOS CON EL INDICADOR DE CUMPLIMIENTO
      *  EN SU PERFIL DE SEGURIDAD (CLNTSEG).
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNW.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *==============================================================
      * LA COPY MAPA GENERADO
      *==============================================================
       COPY CLNWMP.
      *==============================================================
      * FIN DE LA COPY DEL MAPA GENERADO
      *==============================================================
       01 MSG-FIN-SESION  PIC X(13) VALUE 'FIN DE SESION'.
       01 MI-COMMAREA.
           03 CA-ULT-CLAVE.
               05 CA-ULT-DNI              PIC X(9).
               05 CA-ULT-SAN-ID           PIC X(10).
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (PARA INTERPRETAR LA
      * IMAGEN GUARDADA EN LA COLA)
      *==============================================================
       COPY CLNTREG.
      *==============================================================
      * LAYOUT DEL REGISTRO DE LA COLA DE REVISION DEL CRIBADO
      *==============================================================
       COPY CLNTREV.
       01  RESPUESTA                      PIC S9(8)  COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-CLAVE-REVISION.
           05  WS-CLAVE-REV-DNI           PIC X(9).
           05  WS-CLAVE-REV-SAN-ID        PIC X(10).
       01  WS-DNI-BUSQUEDA                PIC X(9).
       01  WS-DECISION                    PIC X(1).
       01  WS-OTRAS-ABIERTAS              PIC 9(4).
      *==============================================================
      * PERFIL DE SEGURIDAD DEL USUARIO (PERMISOS POR ACCION)
      *==============================================================
       COPY CLNTSEG.
       01  WS-CLAVE-SEGURIDAD             PIC X(8).
      *============================================================
      * COPIAMOS AYUDAS DE BMS PARA HACER BONITO EL TERMINAL
      *============================================================
       COPY DFHAID.
       COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      *
        01  DFHCOMMAREA                    PIC X(19).
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO CLNWMPI
              MOVE SPACES TO MI-COMMAREA
              PERFORM MANDAR-MAPONLY
              PERFORM RETORNO-TRANS
           ELSE
              MOVE DFHCOMMAREA TO MI-COMMAREA
           END-IF.
      *============================================================
      * RECOGIDA DEL MAPA DEL USUARIO
      *============================================================
           EXEC CICS RECEIVE MAP('CLNWMP')
                   INTO(CLNWMPI)
                   NOHANDLE
              END-EXEC.
           IF EIBAID = DFHPF3
              PERFORM FIN-SESION
              EXEC CICS RETURN
              END-EXEC
           END-IF.
      *============================================================
      * CON PF5, PF8 Y PF9 NO HACE FALTA TECLEAR NADA: LA
      * COINCIDENCIA DE TRABAJO VIENE DE LA COMMAREA, ASI QUE EL
      * MAPFAIL SOLO ES ERROR CUANDO SE CONSULTA CON INTRO
      *============================================================
           EVALUATE EIBRESP
                    WHEN DFHRESP(NORMAL)
           CONTINUE
                    WHEN DFHRESP(MAPFAIL)
                    IF EIBAID = DFHPF5 OR EIBAID = DFHPF8
                       OR EIBAID = DFHPF9
                        MOVE LOW-VALUES TO CLNWMPI
                    ELSE
                        PERFORM FALLO-MAPA
                        PERFORM RETORNO-TRANS
                    END-IF
           END-EVALUATE.
      *============================================================
      * SOLO CUMPLIMIENTO: INTRO CONSULTA, PF8 SIGUIENTE PENDIENTE,
      * PF5 DESCARTA, PF9 CONFIRMA
      *============================================================
           PERFORM LEER-PERFIL-SEGURIDAD.
           IF NOT SEG-CUMPLIMIENTO-SI
               MOVE 'USUARIO NO AUTORIZADO PARA REVISAR LISTAS'
                    TO MSGO
           ELSE
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF5
                       MOVE 'D' TO WS-DECISION
                       PERFORM DECIDIR-COINCIDENCIA
                   WHEN EIBAID = DFHPF9
                       MOVE 'C' TO WS-DECISION
                       PERFORM DECIDIR-COINCIDENCIA
                   WHEN EIBAID = DFHPF8
                       PERFORM SIGUIENTE-PENDIENTE
                   WHEN OTHER
                       PERFORM CONSULTAR-COINCIDENCIA
               END-EVALUATE
           END-IF.
      *============================================================
      * RESPUESTA AL MAPA
      *============================================================
           EXEC CICS SEND MAP('CLNWMP')
               DATAONLY
               FROM(CLNWMPO)
           END-EXEC.
           PERFORM RETORNO-TRANS.
      *============================================================
      * PROCEDIMIENTO DEL PSEUDO-CONVERSACIONAL
      *============================================================
       RETORNO-TRANS.
               EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(MI-COMMAREA)
                     LENGTH(19)
               END-EXEC.
               GOBACK.
      *============================================================
      * RESTO DE PROCEDIMIENTOS
      *============================================================
       MANDAR-MAPONLY.
               EXEC CICS SEND MAP('CLNWMP')
                     MAPONLY
                     ERASE
                     NOHANDLE
               END-EXEC.
      *
       FALLO-MAPA.
           MOVE DFHBLINK TO MSGH.
           MOVE 'POR FAVOR, INTRODUZCA UN DNI O PULSE PF8' TO MSGO.
               EXEC CICS SEND MAP('CLNWMP')
                     ERASE
                     FROM(CLNWMPO)
                     NOHANDLE
               END-EXEC.
           PERFORM RETORNO-TRANS.
      *
       FIN-SESION.
           EXEC CICS
               SEND TEXT FROM(MSG-FIN-SESION)
                         ERASE
                         FREEKB
           END-EXEC.
      *============================================================
      * LEE EL PERFIL DE SEGURIDAD DEL USUARIO CONECTADO. SIN
      * PERFIL (O SIN FICHERO) SE TOMAN LOS PERMISOS POR DEFECTO
      * DEL SERVICIO DE CLIENTES, QUE NO INCLUYEN CUMPLIMIENTO.
      *============================================================
       LEER-PERFIL-SEGURIDAD.
           MOVE EIBUSERID TO WS-CLAVE-SEGURIDAD.
           EXEC CICS
               READ FILE('CLNTSEG')
                    INTO(REGISTRO-CLNTSEG)
                    RIDFLD(WS-CLAVE-SEGURIDAD)
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA NOT = DFHRESP(NORMAL)
               MOVE EIBUSERID TO SEG-USERID
               MOVE 'S' TO SEG-CONSULTA
               MOVE 'N' TO SEG-ALTA
               MOVE 'N' TO SEG-MODIFICACION
               MOVE 'N' TO SEG-BAJA
               MOVE 'N' TO SEG-ADMIN
               MOVE 'N' TO SEG-CUMPLIMIENTO
           END-IF.
      *============================================================
      * CONSULTA (INTRO) DE LA COINCIDENCIA DEL DNI CON LA ENTRADA
      * DE LA LISTA TECLEADA, O DE LA PRIMERA DEL DNI SI NO SE
      * TECLEA ENTRADA
      *============================================================
       CONSULTAR-COINCIDENCIA.
           MOVE SPACES TO CA-ULT-CLAVE.
           PERFORM LIMPIAR-COINCIDENCIA.
           IF DNII = LOW-VALUES OR DNII = SPACES
               MOVE 'POR FAVOR, INTRODUZCA UN DNI O PULSE PF8' TO MSGO
           ELSE
               MOVE DNII TO WS-CLAVE-REV-DNI
               IF SIDI = LOW-VALUES OR SIDI = SPACES
                   PERFORM PRIMERA-COINCIDENCIA-DNI
               ELSE
                   MOVE SIDI TO WS-CLAVE-REV-SAN-ID
                   EXEC CICS
                       READ FILE('CLNTREV')
                            INTO(REGISTRO-CLNTREV)
                            RIDFLD(WS-CLAVE-REVISION)
                            RESP(RESPUESTA)
                   END-EXEC
                   IF RESPUESTA = DFHRESP(NORMAL)
                       PERFORM MOSTRAR-COINCIDENCIA
                       PERFORM AVISAR-REVISION
                   ELSE
                       PERFORM FALLO-FICHERO
                   END-IF
               END-IF
           END-IF.
      *
       PRIMERA-COINCIDENCIA-DNI.
           MOVE LOW-VALUES TO WS-CLAVE-REV-SAN-ID.
           MOVE DNII TO WS-DNI-BUSQUEDA.
           EXEC CICS
               STARTBR FILE('CLNTREV')
                       RIDFLD(WS-CLAVE-REVISION)
                       GTEQ
                       RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM LEER-SIGUIENTE-REVISION
               EXEC CICS ENDBR FILE('CLNTREV') END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN RESPUESTA = DFHRESP(NORMAL)
                AND REV-DNI = WS-DNI-BUSQUEDA
                   PERFORM MOSTRAR-COINCIDENCIA
                   PERFORM AVISAR-REVISION
               WHEN RESPUESTA = DFHRESP(NORMAL)
                 OR RESPUESTA = DFHRESP(ENDFILE)
                   MOVE 'NO HAY COINCIDENCIAS PARA ESE DNI' TO MSGO
               WHEN OTHER
                   PERFORM FALLO-FICHERO
           END-EVALUATE.
      *============================================================
      * PF8: RECORRE LAS COINCIDENCIAS PENDIENTES UNA A UNA A PARTIR
      * DE LA ULTIMA MOSTRADA (LA PRIMERA LECTURA PUEDE DEVOLVER DE
      * NUEVO LA YA MOSTRADA Y SE DESCARTA). LAS YA DECIDIDAS SE
      * SALTAN.
      *============================================================
       SIGUIENTE-PENDIENTE.
           PERFORM LIMPIAR-COINCIDENCIA.
           MOVE CA-ULT-CLAVE TO WS-CLAVE-REVISION.
           EXEC CICS
               STARTBR FILE('CLNTREV')
                       RIDFLD(WS-CLAVE-REVISION)
                       GTEQ
                       RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM LEER-SIGUIENTE-REVISION
               IF RESPUESTA = DFHRESP(NORMAL)
                  AND REV-CLAVE = CA-ULT-CLAVE
                   PERFORM LEER-SIGUIENTE-REVISION
               END-IF
               PERFORM UNTIL RESPUESTA NOT = DFHRESP(NORMAL)
                             OR REV-PENDIENTE
                   PERFORM LEER-SIGUIENTE-REVISION
               END-PERFORM
               EXEC CICS ENDBR FILE('CLNTREV') END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN RESPUESTA = DFHRESP(NORMAL)
                   PERFORM MOSTRAR-COINCIDENCIA
                   PERFORM AVISAR-REVISION
               WHEN RESPUESTA = DFHRESP(NOTFND)
                 OR RESPUESTA = DFHRESP(ENDFILE)
                   MOVE SPACES TO CA-ULT-CLAVE
                   MOVE 'NO HAY MAS COINCIDENCIAS PENDIENTES' TO MSGO
               WHEN OTHER
                   PERFORM FALLO-FICHERO
           END-EVALUATE.
      *
       LEER-SIGUIENTE-REVISION.
           EXEC CICS
               READNEXT FILE('CLNTREV')
                        INTO(REGISTRO-CLNTREV)
                        RIDFLD(WS-CLAVE-REVISION)
                        RESP(RESPUESTA)
           END-EXEC.
      *============================================================
      * DECISION SOBRE LA COINCIDENCIA MOSTRADA: PF5 LA DESCARTA
      * (FALSO POSITIVO) Y PF9 LA CONFIRMA. HAY QUE HABERLA
      * CONSULTADO ANTES Y SOLO SE DECIDEN LAS PENDIENTES. SE ANOTA
      * QUIEN DECIDE, EL DIA Y LA HORA.
      *============================================================
       DECIDIR-COINCIDENCIA.
           IF CA-ULT-CLAVE = SPACES
               MOVE 'CONSULTE UNA COINCIDENCIA ANTES DE DECIDIR'
                    TO MSGO
           ELSE
               MOVE CA-ULT-CLAVE TO WS-CLAVE-REVISION
               EXEC CICS
                   READ FILE('CLNTREV')
                        INTO(REGISTRO-CLNTREV)
                        RIDFLD(WS-CLAVE-REVISION)
                        UPDATE
                        RESP(RESPUESTA)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPUESTA NOT = DFHRESP(NORMAL)
                       PERFORM FALLO-FICHERO
                   WHEN NOT REV-PENDIENTE
                       EXEC CICS
                           UNLOCK FILE('CLNTREV')
                       END-EXEC
                       PERFORM MOSTRAR-COINCIDENCIA
                       MOVE 'LA COINCIDENCIA YA ESTABA DECIDIDA'
                            TO MSGO
                   WHEN OTHER
                       PERFORM GRABAR-DECISION
               END-EVALUATE
           END-IF.
      *
       GRABAR-DECISION.
           MOVE WS-DECISION TO REV-ESTADO.
           MOVE EIBUSERID TO REV-USERID-DECISION.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(REV-FECHA-DECISION)
                     TIME(REV-HORA-DECISION)
           END-EXEC.
           EXEC CICS
               REWRITE FILE('CLNTREV')
                       FROM(REGISTRO-CLNTREV)
                       RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM MOSTRAR-COINCIDENCIA
               PERFORM AVISAR-DECISION
           ELSE
               PERFORM FALLO-FICHERO
           END-IF.
      *============================================================
      * MENSAJE TRAS LA DECISION. AL DESCARTAR UN ALTA RETENIDA SE
      * AVISA DE QUE LA OFICINA PUEDE REPETIRLA, SALVO QUE EL DNI
      * TENGA OTRAS COINCIDENCIAS SIN DESCARTAR, QUE LA VOLVERIAN A
      * RETENER O A DENEGAR.
      *============================================================
       AVISAR-DECISION.
           EVALUATE TRUE
               WHEN REV-CONFIRMADA AND REV-ES-ALTA-RETENIDA
                   MOVE 'CONFIRMADA: EL ALTA QUEDA DENEGADA' TO MSGO
               WHEN REV-CONFIRMADA
                   MOVE 'CONFIRMADA: EL CLIENTE YA ESTA EN CLIENTES'
                        TO MSGO
               WHEN REV-ES-ALTA-RETENIDA
                   PERFORM CONTAR-OTRAS-ABIERTAS
                   IF WS-OTRAS-ABIERTAS > 0
                       MOVE 'DESCARTADA, HAY OTRAS COINCIDENCIAS'
                            TO MSGO
                   ELSE
                       MOVE 'DESCARTADA, PUEDE REPETIRSE EL ALTA'
                            TO MSGO
                   END-IF
               WHEN OTHER
                   MOVE 'COINCIDENCIA DESCARTADA (FALSO POSITIVO)'
                        TO MSGO
           END-EVALUATE.
      *============================================================
      * CUENTA LAS DEMAS COINCIDENCIAS DEL MISMO DNI QUE NO ESTAN
      * DESCARTADAS (PENDIENTES O CONFIRMADAS)
      *============================================================
       CONTAR-OTRAS-ABIERTAS.
           MOVE 0 TO WS-OTRAS-ABIERTAS.
           MOVE CA-ULT-DNI TO WS-CLAVE-REV-DNI.
           MOVE LOW-VALUES TO WS-CLAVE-REV-SAN-ID.
           EXEC CICS
               STARTBR FILE('CLNTREV')
                       RIDFLD(WS-CLAVE-REVISION)
                       GTEQ
                       RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM LEER-SIGUIENTE-REVISION
               PERFORM UNTIL RESPUESTA NOT = DFHRESP(NORMAL)
                             OR REV-DNI NOT = CA-ULT-DNI
                   IF NOT REV-DESCARTADA
                       ADD 1 TO WS-OTRAS-ABIERTAS
                   END-IF
                   PERFORM LEER-SIGUIENTE-REVISION
               END-PERFORM
               EXEC CICS ENDBR FILE('CLNTREV') END-EXEC
           END-IF.
      *============================================================
      * MUESTRA LA COINCIDENCIA: EL CLIENTE (O EL ALTA RETENIDA),
      * LA ENTRADA DE LA LISTA, EL ORIGEN Y LA DECISION SI LA HAY
      *============================================================
       MOSTRAR-COINCIDENCIA.
           MOVE REV-CLAVE TO CA-ULT-CLAVE.
           MOVE REV-DNI TO DNII.
           MOVE REV-DNI TO DNIO.
           MOVE REV-SAN-ID TO SIDI.
           MOVE REV-SAN-ID TO SIDO.
           MOVE REV-IMAGEN TO REGISTRO-CLIENTES.
           MOVE C-NOMBRE TO NOMO.
           MOVE C-APELLIDO TO APEO.
           MOVE REV-ORIGEN TO ORIO.
           MOVE REV-FECHA-DETECCION TO FDEO.
           MOVE REV-HORA-DETECCION TO HDEO.
           MOVE REV-USERID-DETECCION TO UDEO.
           MOVE REV-ESTADO TO ESTO.
           MOVE REV-ALTA-RETENIDA TO RETO.
           MOVE REV-SAN-LISTA TO LISO.
           MOVE REV-SAN-NOMBRE TO LNOO.
           MOVE REV-SAN-APELLIDOS TO LAPO.
           MOVE REV-SAN-PROGRAMA TO PRGO.
           MOVE REV-DISTANCIA TO DISO.
           MOVE REV-USERID-DECISION TO UDCO.
           MOVE REV-FECHA-DECISION TO FDCO.
           MOVE REV-HORA-DECISION TO HDCO.
      *
       AVISAR-REVISION.
           IF REV-PENDIENTE
               MOVE 'PF5 DESCARTA, PF9 CONFIRMA, PF8 SIGUIENTE'
                    TO MSGO
           ELSE
               MOVE 'COINCIDENCIA YA DECIDIDA, PF8 SIGUIENTE' TO MSGO
           END-IF.
      *
       LIMPIAR-COINCIDENCIA.
           MOVE SPACES TO SIDO NOMO APEO ORIO FDEO HDEO UDEO ESTO
                          RETO LISO LNOO LAPO PRGO DISO UDCO FDCO HDCO.
      *
       FALLO-FICHERO.
           EVALUATE RESPUESTA
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO HAY COINCIDENCIAS PARA ESE DNI' TO MSGO
                   MOVE SPACES TO CA-ULT-CLAVE
                   PERFORM LIMPIAR-COINCIDENCIA
               WHEN DFHRESP(NOTOPEN)
                   MOVE 'SERVICIO NO DISPONIBLE, INTENTELO MAS TARDE'
                        TO MSGO
               WHEN DFHRESP(DISABLED)
                   MOVE 'SERVICIO NO DISPONIBLE, INTENTELO MAS TARDE'
                        TO MSGO
               WHEN OTHER
                   EXEC CICS ABEND
                   END-EXEC
           END-EVALUATE.
      *
       FIN-PGM.
               EXEC CICS RETURN
               END-EXEC.
               GOBACK.
