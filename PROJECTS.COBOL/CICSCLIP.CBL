      *  (PF5) O LA DENIEGA (PF9) A TRAVES DEL SERVICIO, QUE NO
      *  DEJA APROBAR AL MISMO USUARIO QUE LA PIDIO. CON INTRO SE
      *  CONSULTA LA BAJA PENDIENTE DE UN DNI Y CON PF8 SE RECORREN
      *  LAS PENDIENTES UNA A UNA. SI EL CLIENTE HA CAMBIADO DESDE
      *  QUE SE PIDIO LA BAJA EL SERVICIO NO LA APRUEBA: SE MUESTRA
      *  EL REGISTRO ACTUAL CON QUIEN LO CAMBIO Y CUANDO. SI EL
      *  CLIENTE TIENE RELACIONES VIGENTES (COTITULARES,
      *  REPRESENTANTES, AUTORIZADOS) SE AVISA ANTES Y DESPUES DE
      *  APROBAR, PARA QUE SE REVISEN Y FINALICEN EN CLNR.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNP.
       01  RESPUESTA                      PIC S9(8)  COMP.
       01  WS-DNI-BUSQUEDA                PIC X(9).
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
                                          VALUE ' TRAS PEDIR BAJA'.
      *==============================================================
      * RELACIONES VIGENTES DEL DNI QUE VA A DESAPARECER
      *==============================================================
       COPY CLNTREL.
       01  RESPUESTA-REL                  PIC S9(8)  COMP.
       01  WS-CLAVE-RELACION.
           05  WS-CLAVE-REL-DNI           PIC X(9).
           05  WS-CLAVE-REL-RELACIONADO   PIC X(9).
       01  WS-DNI-RELACIONES              PIC X(9).
       01  WS-RELACIONES-VIGENTES         PIC 9(4).
       01  WS-AVISO-RELACIONES.
           05  FILLER                     PIC X(35)
               VALUE 'TIENE RELACIONES VIGENTES (CLNR): '.
           05  FILLER                     PIC X(25)
               VALUE 'PF5 APRUEBA, PF9 DENIEGA'.
      *==============================================================
      * LA COMMAREA DEL SERVICIO DE CLIENTES CLNTSRV
      *==============================================================
       01  SERVICIO-CLIENTES.
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM MOSTRAR-PENDIENTE
               PERFORM AVISAR-REVISION
           ELSE
               PERFORM FALLO-FICHERO
           END-IF.
               END-IF
               IF RESPUESTA = DFHRESP(NORMAL)
                   PERFORM MOSTRAR-PENDIENTE
                   PERFORM AVISAR-REVISION
               ELSE
                   MOVE 'NO HAY MAS BAJAS PENDIENTES' TO MSGO
               END-IF
               WHEN SRV-RESP-OK
                   MOVE 'BAJA APROBADA, EL CLIENTE SE HA BORRADO'
                        TO MSGO
                   MOVE SRV-DNI TO WS-DNI-RELACIONES
                   PERFORM CONTAR-RELACIONES
                   IF WS-RELACIONES-VIGENTES > 0
                       MOVE 'BAJA APROBADA, REVISE RELACIONES EN CLNR'
                            TO MSGO
                   END-IF
                   PERFORM LIMPIAR-PENDIENTE
               WHEN SRV-RESP-NO-AUTORIZADO
                   MOVE 'NO AUTORIZADO (PERMISO O MISMO SOLICITANTE)'
                        TO MSGO
               WHEN SRV-RESP-NO-EXISTE
                   MOVE 'NO HAY BAJA PENDIENTE PARA ESE DNI' TO MSGO
               WHEN SRV-RESP-CAMBIO-AJENO
                   PERFORM AVISAR-CAMBIO-AJENO
               WHEN OTHER
                   PERFORM FALLO-SERVICIO
           END-EVALUATE.
           EXEC CICS
               LINK PROGRAM('CLNTSRV')
                    COMMAREA(SERVICIO-CLIENTES)
                    LENGTH(293)
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA NOT = DFHRESP(NORMAL)
           MOVE C-EMAIL      TO EMAO.
           MOVE C-ESTADO     TO ESTO.
           MOVE C-FECHA-ALTA TO FALO.
      *============================================================
      * EL CLIENTE HA CAMBIADO DESDE QUE SE PIDIO LA BAJA: SE
      * MUESTRA EL REGISTRO ACTUAL (FILTRADO POR EL SERVICIO) CON
      * QUIEN LO CAMBIO Y CUANDO. LA BAJA SIGUE ENCOLADA PARA QUE SE
      * DENIEGUE (PF9) Y SE PIDA DE NUEVO SI PROCEDE.
      *============================================================
       AVISAR-CAMBIO-AJENO.
           MOVE SRV-DATOS-SALIDA TO REGISTRO-CLIENTES.
           MOVE C-NOMBRE     TO NOMO.
           MOVE C-APELLIDO   TO APEO.
           MOVE C-TELEFONO   TO TLFO.
           MOVE C-DIRECCION  TO DIRO.
           MOVE C-EMAIL      TO EMAO.
           MOVE C-ESTADO     TO ESTO.
           MOVE C-FECHA-ALTA TO FALO.
           IF SRV-SELLO-USERID = SPACES
               MOVE 'EL CLIENTE HA CAMBIADO TRAS PEDIR LA BAJA'
                    TO MSGO
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
      * MENSAJE DE REVISION DE LA BAJA MOSTRADA, CON AVISO SI EL
      * CLIENTE TIENE RELACIONES VIGENTES
      *============================================================
       AVISAR-REVISION.
           MOVE PEN-DNI TO WS-DNI-RELACIONES.
           PERFORM CONTAR-RELACIONES.
           IF WS-RELACIONES-VIGENTES > 0
               MOVE WS-AVISO-RELACIONES TO MSGO
           ELSE
               MOVE 'REVISE LA BAJA: PF5 APRUEBA, PF9 DENIEGA'
                    TO MSGO
           END-IF.
      *============================================================
      * CUENTA LAS RELACIONES VIGENTES DEL DNI PREPARADO EN
      * WS-DNI-RELACIONES. ES SOLO UN AVISO: SI CLNTREL NO ESTA
      * DISPONIBLE SE SIGUE SIN EL.
      *============================================================
       CONTAR-RELACIONES.
           MOVE 0 TO WS-RELACIONES-VIGENTES.
           MOVE WS-DNI-RELACIONES TO WS-CLAVE-REL-DNI.
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
                             OR REL-DNI NOT = WS-DNI-RELACIONES
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
      *
       LIMPIAR-PENDIENTE.
           MOVE SPACES TO USRO FECO HORO
