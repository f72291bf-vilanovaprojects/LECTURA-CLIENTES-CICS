      *  LA FUSION A TRAVES DEL SERVICIO CLNTSRV: LAS DOS IMAGENES
      *  SE COMBINAN CAMPO A CAMPO, EL RESULTADO QUEDA BAJO EL
      *  SUPERVIVIENTE, EL DUPLICADO SE RETIRA Y TODO QUEDA EN EL
      *  HISTORICO DE CAMBIOS (VISIBLE EN LA TRANSACCION CLNH). LA
      *  FUSION SOLO SE ADMITE SOBRE EL SUPERVIVIENTE CONSULTADO Y SE
      *  RECHAZA SI OTRO USUARIO LO HA CAMBIADO DESDE LA CONSULTA.
      *  LAS RELACIONES DEL DUPLICADO (COTITULARES, REPRESENTANTES,
      *  AUTORIZADOS) PASAN AL SUPERVIVIENTE; SI TENIA ALGUNA SE
      *  AVISA PARA QUE SE REVISEN EN LA TRANSACCION CLNR.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNF.
       01 MSG-FIN-SESION  PIC X(13) VALUE 'FIN DE SESION'.
       01 MI-COMMAREA.
           03 CA-ULT-DNI                  PIC X(9).
           03 CA-SELLO-CAMBIO             PIC X(16).
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTREG.
       01  RESPUESTA                      PIC S9(8)  COMP.
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
      * LA COMMAREA DEL SERVICIO DE CLIENTES CLNTSRV
      *==============================================================
       01  SERVICIO-CLIENTES.
      *
       LINKAGE SECTION.
      *
        01  DFHCOMMAREA                    PIC X(25).
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
               EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(MI-COMMAREA)
                     LENGTH(25)
               END-EXEC.
               GOBACK.
      *============================================================
               MOVE 'REVISE LOS DATOS Y CONFIRME LA FUSION CON PF5'
                    TO MSGO
               PERFORM MOSTRAR-CLIENTE
               PERFORM GUARDAR-SELLO-CAMBIO
           ELSE
               MOVE SPACES TO CA-ULT-DNI
               IF SRV-RESP-NO-AUTORIZADO
                   MOVE 'USUARIO NO AUTORIZADO PARA CONSULTAS'
                        TO MSGO
           END-IF.
      *============================================================
      * FUSION DE LOS DOS DNIS (PF5) A TRAVES DEL SERVICIO. EL
      * SERVICIO EXIGE LOS PERMISOS DE MODIFICACION Y DE BAJA. EL
      * SUPERVIVIENTE TIENE QUE SER EL CONSULTADO CON INTRO, CUYO
      * SELLO DE ULTIMO CAMBIO VIAJA AL SERVICIO.
      *============================================================
       FUSIONAR-CLIENTES.
           IF DNSI NOT = CA-ULT-DNI
               MOVE 'CONSULTE EL SUPERVIVIENTE CON INTRO ANTES DE PF5'
                    TO MSGO
           ELSE
               MOVE CA-SELLO-CAMBIO TO SRV-SELLO-CAMBIO
               SET SRV-PET-FUSION TO TRUE
               PERFORM LLAMAR-SERVICIO
               IF SRV-RESP-OK OR SRV-RESP-OK-AVISO
                   MOVE
                     'CLIENTES FUSIONADOS, EL DUPLICADO SE HA RETIRADO'
                        TO MSGO
                   IF SRV-RESP-OK-AVISO
                       MOVE 'FUSIONADOS, REVISE LAS RELACIONES EN CLNR'
                            TO MSGO
                   END-IF
                   PERFORM MOSTRAR-CLIENTE
                   PERFORM GUARDAR-SELLO-CAMBIO
               ELSE
                   IF SRV-RESP-NO-AUTORIZADO
                       MOVE 'USUARIO NO AUTORIZADO PARA FUSIONES'
                            TO MSGO
                   ELSE
                       PERFORM FALLO-SERVICIO
                   END-IF
               END-IF
           END-IF.
      *============================================================
      *============================================================
       LLAMAR-SERVICIO.
           MOVE DNSI TO SRV-DNI.
           MOVE SPACES TO SRV-DATOS-ENTRADA.
           MOVE DNDI TO SRV-DATOS-ENTRADA(1:9).
           MOVE SPACES TO SRV-RESPUESTA.
           EXEC CICS
               LINK PROGRAM('CLNTSRV')
                    COMMAREA(SERVICIO-CLIENTES)
                    LENGTH(293)
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA NOT = DFHRESP(NORMAL)
           MOVE C-ESTADO     TO ESTO.
           MOVE C-FECHA-ALTA TO FECO.
      *============================================================
      * LA COMMAREA RECUERDA EL SUPERVIVIENTE MOSTRADO Y EL SELLO DE
      * SU ULTIMO CAMBIO PARA LA FUSION
      *============================================================
       GUARDAR-SELLO-CAMBIO.
           MOVE SRV-DNI          TO CA-ULT-DNI.
           MOVE SRV-SELLO-CAMBIO TO CA-SELLO-CAMBIO.
      *============================================================
      * EL SUPERVIVIENTE CAMBIO DESDE QUE SE CONSULTO: SE MUESTRA EL
      * REGISTRO ACTUAL CON QUIEN LO CAMBIO Y CUANDO, Y SE GUARDA SU
      * SELLO PARA QUE EL USUARIO LO REVISE Y REPITA LA FUSION
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
               WHEN SRV-RESP-CAMBIO-AJENO
                   PERFORM AVISAR-CAMBIO-AJENO
               WHEN OTHER
                   EXEC CICS ABEND
                   END-EXEC
