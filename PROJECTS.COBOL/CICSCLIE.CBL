      *  LA CONSULTA Y EL MANTENIMIENTO SE DELEGAN EN EL SERVICIO
      *  DE BACK-END CLNTSRV (LINK CON LA COMMAREA DE LA COPY
      *  CLNTCOM); ESTA PANTALLA ES UN CANAL MAS. LA NAVEGACION
      *  PF7/PF8 SIGUE LEYENDO EL FICHERO DIRECTAMENTE. LA
      *  MODIFICACION (PF6) EXIGE HABER CONSULTADO ANTES EL CLIENTE:
      *  LA COMMAREA GUARDA EL SELLO DEL ULTIMO CAMBIO QUE SE VIO Y,
      *  SI OTRO USUARIO LO HA CAMBIADO ENTRE TANTO, SE MUESTRA EL
      *  REGISTRO ACTUAL CON QUIEN LO CAMBIO Y CUANDO. AL
      *  CONSULTAR SE AVISA SI EL CLIENTE TIENE PERSONAS
      *  RELACIONADAS VIGENTES (COTITULARES, REPRESENTANTES O
      *  AUTORIZADOS), QUE SE VEN Y MANTIENEN EN LA TRANSACCION CLNR.
      *  CADA CLIENTE MOSTRADO EN LA NAVEGACION QUEDA EN EL LOG DE
      *  CONSULTAS CLNTLOG, IGUAL QUE LAS CONSULTAS DEL SERVICIO; SI
      *  NO SE PUEDE ANOTAR NO SE MUESTRA.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNT.
       03 CAMPOINICIO                     PIC X(8).
       03 CA-MODO                         PIC X(1).
       03 CA-ULT-DNI                      PIC X(9).
       03 CA-SELLO-DNI                    PIC X(9).
       03 CA-SELLO-CAMBIO                 PIC X(16).
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (COMPARTIDO CON EL BATCH)
      *==============================================================
       01  RESPUESTA                      PIC S9(8)  COMP.
       01  WS-IDX                         PIC 9(1).
       01  WS-BROWSE-CONTINUA             PIC X(1).
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
      *==============================================================
      * LAYOUT DEL REGISTRO DE AUDITORIA DE CONSULTAS
      *==============================================================
       COPY CLNTLOG.
       01  RESPUESTA-LOG                  PIC S9(8)  COMP.
      *==============================================================
      * AVISO DE CAMBIO AJENO: QUIEN CAMBIO EL CLIENTE Y CUANDO
      *==============================================================
       01  WS-AVISO-CAMBIO.
           05  FILLER                     PIC X(13)
                                          VALUE 'CAMBIADO POR '.
           05  AV-USERID                  PIC X(8).
           05  FILLER                     PIC X(4) VALUE ' EL '.
           05  AV-DIA                     PIC X(2).
           05  FILLER                     PIC X(1) VALUE '/'.
           05  AV-MES                     PIC X(2).
           05  FILLER                     PIC X(1) VALUE '/'.
           05  AV-ANO                     PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  AV-HORA                    PIC X(2).
           05  FILLER                     PIC X(1) VALUE ':'.
           05  AV-MINUTO                  PIC X(2).
           05  FILLER                     PIC X(18)
                                          VALUE ', REVISE Y REPITA'.
      *==============================================================
      * RELACIONES DEL CLIENTE CONSULTADO (SOLO SE CUENTAN)
      *==============================================================
       COPY CLNTREL.
       01  RESPUESTA-REL                  PIC S9(8)  COMP.
       01  WS-CLAVE-RELACION.
           05  WS-CLAVE-REL-DNI           PIC X(9).
           05  WS-CLAVE-REL-RELACIONADO   PIC X(9).
       01  WS-RELACIONES-VIGENTES         PIC 9(4).
      *==============================================================
      * LA COMMAREA DEL SERVICIO DE CLIENTES CLNTSRV
      *==============================================================
      *
       LINKAGE SECTION.
      *
        01  DFHCOMMAREA                    PIC X(43).
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
                    PERFORM FALLO-MAPA
                    PERFORM RETORNO-TRANS
           END-EVALUATE.
           PERFORM QUITAR-RESALTADO.
      *============================================================
      * MODO DE TRABAJO SEGUN LA TECLA PULSADA
      *============================================================
               EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(MI-COMMAREA)
                     LENGTH(43)
               END-EXEC.
               GOBACK.
      *============================================================
           IF SRV-RESP-OK
               MOVE 'REGISTRO ENCONTRADO' TO MSGO
               PERFORM MOSTRAR-CLIENTE
               PERFORM GUARDAR-SELLO-CAMBIO
               PERFORM COMPROBAR-RELACIONES
               IF WS-RELACIONES-VIGENTES > 0
                   MOVE 'REGISTRO ENCONTRADO, CON RELACIONADOS EN CLNR'
                        TO MSGO
               END-IF
           ELSE
               IF SRV-RESP-NO-AUTORIZADO
                   MOVE 'USUARIO NO AUTORIZADO PARA CONSULTAS'
               END-IF
           END-IF.
      *============================================================
      * CUENTA LAS RELACIONES VIGENTES DEL CLIENTE EN CLNTREL. ES
      * SOLO UN AVISO: SI EL FICHERO NO ESTA DISPONIBLE LA CONSULTA
      * SIGUE ADELANTE SIN EL.
      *============================================================
       COMPROBAR-RELACIONES.
           MOVE 0 TO WS-RELACIONES-VIGENTES.
           MOVE DNII TO WS-CLAVE-REL-DNI.
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
                             OR REL-DNI NOT = DNII
                   IF REL-VIGENTE
                       ADD 1 TO WS-RELACIONES-VIGENTES
                   END-IF
                   PERFORM LEER-SIGUIENTE-RELACION
               END-PERFORM
               EXEC CICS ENDBR FILE('CLNTREL') END-EXEC
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
      * ALTA DE UN NUEVO CLIENTE (PF5)
      *============================================================
       ALTA-CLIENTE.
           IF SRV-RESP-OK
               MOVE 'CLIENTE DADO DE ALTA CORRECTAMENTE' TO MSGO
               PERFORM MOSTRAR-CLIENTE
               PERFORM GUARDAR-SELLO-CAMBIO
           ELSE
               IF SRV-RESP-NO-AUTORIZADO
                   MOVE 'USUARIO NO AUTORIZADO PARA ALTAS' TO MSGO
               END-IF
           END-IF.
      *============================================================
      * MODIFICACION DE UN CLIENTE EXISTENTE (PF6). SOLO SOBRE EL
      * CLIENTE CONSULTADO EN LA PANTALLA: EL SERVICIO RECIBE EL
      * SELLO DEL ULTIMO CAMBIO QUE SE VIO PARA DETECTAR CAMBIOS
      * AJENOS DESDE ENTONCES.
      *============================================================
       MODIFICACION-CLIENTE.
           MOVE SPACES TO CA-MODO.
           IF DNII NOT = CA-SELLO-DNI
               MOVE 'CONSULTE EL CLIENTE CON INTRO ANTES DE MODIFICAR'
                    TO MSGO
           ELSE
               PERFORM CARGAR-ENTRADA-SERVICIO
               MOVE CA-SELLO-CAMBIO TO SRV-SELLO-CAMBIO
               SET SRV-PET-MODIFICACION TO TRUE
               PERFORM LLAMAR-SERVICIO
               IF SRV-RESP-OK
                   MOVE 'CLIENTE MODIFICADO CORRECTAMENTE' TO MSGO
                   PERFORM MOSTRAR-CLIENTE
                   PERFORM GUARDAR-SELLO-CAMBIO
               ELSE
                   IF SRV-RESP-NO-AUTORIZADO
                       MOVE 'USUARIO NO AUTORIZADO PARA MODIFICACIONES'
                            TO MSGO
                   ELSE
                       PERFORM FALLO-SERVICIO
                   END-IF
               END-IF
           END-IF.
      *============================================================
               WHEN SRV-RESP-OK
                   MOVE 'CLIENTE RECUPERADO DEL ARCHIVO' TO MSGO
                   PERFORM MOSTRAR-CLIENTE
                   PERFORM GUARDAR-SELLO-CAMBIO
               WHEN SRV-RESP-OK-AVISO
                   MOVE 'RECUPERADO, PERO SIGUE EN EL ARCHIVO'
                        TO MSGO
                   PERFORM MOSTRAR-CLIENTE
                   PERFORM GUARDAR-SELLO-CAMBIO
               WHEN SRV-RESP-NO-AUTORIZADO
                   MOVE 'USUARIO NO AUTORIZADO PARA ALTAS' TO MSGO
               WHEN SRV-RESP-NO-EXISTE
           EXEC CICS
               LINK PROGRAM('CLNTSRV')
                    COMMAREA(SERVICIO-CLIENTES)
                    LENGTH(293)
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA NOT = DFHRESP(NORMAL)
           MOVE C-DIRECCION  TO DIRO.
           MOVE C-EMAIL      TO EMAO.
      *============================================================
      * LA COMMAREA RECUERDA EL CLIENTE MOSTRADO Y EL SELLO DE SU
      * ULTIMO CAMBIO PARA LA PROXIMA MODIFICACION
      *============================================================
       GUARDAR-SELLO-CAMBIO.
           MOVE SRV-DNI          TO CA-SELLO-DNI.
           MOVE SRV-SELLO-CAMBIO TO CA-SELLO-CAMBIO.
      *============================================================
      * OTRO USUARIO (O LA CARGA NOCTURNA) CAMBIO EL CLIENTE DESDE
      * QUE SE CONSULTO: SE MUESTRA EL REGISTRO ACTUAL, QUIEN LO
      * CAMBIO Y CUANDO, Y SE GUARDA SU SELLO PARA QUE EL USUARIO
      * PUEDA REPETIR EL CAMBIO SOBRE EL
      *============================================================
       AVISAR-CAMBIO-AJENO.
           PERFORM MOSTRAR-CLIENTE.
           PERFORM GUARDAR-SELLO-CAMBIO.
           IF SRV-SELLO-USERID = SPACES
               MOVE 'EL CLIENTE HA CAMBIADO, REVISE Y REPITA' TO MSGO
           ELSE
               MOVE SRV-SELLO-USERID       TO AV-USERID
               MOVE SRV-SELLO-FECHA(7:2)   TO AV-DIA
               MOVE SRV-SELLO-FECHA(5:2)   TO AV-MES
               MOVE SRV-SELLO-FECHA(1:4)   TO AV-ANO
               MOVE SRV-SELLO-HORA(1:2)    TO AV-HORA
               MOVE SRV-SELLO-HORA(3:2)    TO AV-MINUTO
               MOVE WS-AVISO-CAMBIO TO MSGO
           END-IF.
      *============================================================
      * RESPUESTAS DE ERROR DEL SERVICIO DE CLIENTES
      *============================================================
       FALLO-SERVICIO.
               WHEN SRV-RESP-NO-DISPONIBLE
                   MOVE 'SERVICIO NO DISPONIBLE, INTENTELO MAS TARDE'
                        TO MSGO
               WHEN SRV-RESP-DATO-INVALIDO
                   PERFORM SENALAR-CAMPO-INVALIDO
               WHEN SRV-RESP-CAMBIO-AJENO
                   PERFORM AVISAR-CAMBIO-AJENO
               WHEN SRV-RESP-REVISION-CRIBADO
                   MOVE 'ALTA RETENIDA PARA REVISION DE CUMPLIMIENTO'
                        TO MSGO
               WHEN SRV-RESP-EN-LISTA
                   MOVE 'ALTA DENEGADA: CLIENTE CONFIRMADO EN LISTAS'
                        TO MSGO
               WHEN OTHER
                   EXEC CICS ABEND
                   END-EXEC
           END-EVALUATE.
      *============================================================
      * EL SERVICIO HA RECHAZADO UN DATO DEL CLIENTE EN UN ALTA O
      * UNA MODIFICACION: SE NOMBRA EN EL MENSAJE Y SE RESALTA EL
      * CAMPO EN VIDEO INVERSO PARA QUE EL USUARIO LO CORRIJA. LOS
      * DATOS TECLEADOS SE QUEDAN EN PANTALLA.
      *============================================================
       SENALAR-CAMPO-INVALIDO.
           EVALUATE TRUE
               WHEN SRV-RESP-NOMBRE-INVALIDO
                   MOVE 'NOMBRE EN BLANCO, ES OBLIGATORIO' TO MSGO
                   MOVE DFHREVRS TO NOMH
               WHEN SRV-RESP-APELLIDO-INVALIDO
                   MOVE 'APELLIDO EN BLANCO, ES OBLIGATORIO' TO MSGO
                   MOVE DFHREVRS TO APEH
               WHEN SRV-RESP-ESTADO-INVALIDO
                   MOVE 'ESTADO INCORRECTO, DEBE SER A, I O B' TO MSGO
                   MOVE DFHREVRS TO ESTH
               WHEN SRV-RESP-FECHA-INVALIDA
                   MOVE 'FECHA DE ALTA INCORRECTA O FUTURA (AAAAMMDD)'
                        TO MSGO
                   MOVE DFHREVRS TO FECH
               WHEN SRV-RESP-EMAIL-INVALIDO
                   MOVE 'EMAIL MAL FORMADO, REVISE LA DIRECCION'
                        TO MSGO
                   MOVE DFHREVRS TO EMAH
           END-EVALUATE.
      *============================================================
      * LOS CAMPOS RESALTADOS EN LA PANTALLA ANTERIOR VUELVEN A SU
      * ASPECTO NORMAL EN CADA RESPUESTA
      *============================================================
       QUITAR-RESALTADO.
           MOVE DFHDFT TO NOMH
                          APEH
                          ESTH
                          FECH
                          EMAH.
      *============================================================
      * NAVEGACION HACIA ADELANTE (PF8) CUANDO NO SE CONOCE EL DNI
      *============================================================
       NAVEGAR-ADELANTE.
           MOVE 'UTILICE PF7/PF8 PARA RETROCEDER/AVANZAR' TO MSGO.
      *
       CARGAR-LINEA-NAVEGACION.
           PERFORM REGISTRAR-AUDITORIA.
           IF RESPUESTA-LOG NOT = DFHRESP(NORMAL)
               PERFORM FALLO-AUDITORIA
           ELSE
               PERFORM MOSTRAR-LINEA-NAVEGACION
           END-IF.
      *
       MOSTRAR-LINEA-NAVEGACION.
           EVALUATE WS-IDX
               WHEN 1
                   MOVE C-DNI      TO BR1DO
                   MOVE C-NOMBRE   TO BR5NO
                   MOVE C-APELLIDO TO BR5AO
           END-EVALUATE.
      *============================================================
      * ANOTA EN EL LOG DE CONSULTAS EL CLIENTE QUE SE VA A MOSTRAR
      * EN LA NAVEGACION (MISMO REGISTRO QUE ESCRIBE CLNTSRV EN LAS
      * CONSULTAS), PARA QUE LA VIGILANCIA DE ACCESOS VEA TAMBIEN
      * LOS RECORRIDOS CON PF7/PF8
      *============================================================
       REGISTRAR-AUDITORIA.
           MOVE C-DNI      TO LOG-DNI.
           MOVE EIBTRNID   TO LOG-TRANID.
           MOVE EIBTRMID   TO LOG-TERMID.
           MOVE EIBUSERID  TO LOG-USERID.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(LOG-FECHA)
                     TIME(LOG-HORA)
           END-EXEC.
           EXEC CICS
               WRITE FILE('CLNTLOG')
                     FROM(REGISTRO-CLNTLOG)
                     RESP(RESPUESTA-LOG)
           END-EXEC.
      *============================================================
      * SIN LOG NO SE ENSENAN CLIENTES: SE LIMPIA LA PAGINA, SE
      * CORTA LA LECTURA Y LA SIGUIENTE PF7/PF8 EMPIEZA DE NUEVO
      * DESDE EL DNI DE LA PANTALLA
      *============================================================
       FALLO-AUDITORIA.
           PERFORM LIMPIAR-LINEAS-NAVEGACION.
           MOVE SPACES TO CA-MODO.
           MOVE 6 TO WS-IDX.
           MOVE RESPUESTA-LOG TO RESPUESTA.
           PERFORM FALLO-FICHERO.
      *
       FALLO-FICHERO.
           EVALUATE RESPUESTA
