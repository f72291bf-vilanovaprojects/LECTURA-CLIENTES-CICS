      *************************************************
      *  CONSENTIMIENTOS DE CONTACTO DE MARKETING. EL USUARIO
      *  TECLEA UN DNI Y CON INTRO VE, PARA CADA CANAL (EMAIL,
      *  TELEFONO Y CORREO POSTAL), SI EL CLIENTE ACEPTA (S) O
      *  RECHAZA (N) QUE SE LE CONTACTE Y LA FECHA, EL ORIGEN Y EL
      *  USUARIO DEL ULTIMO CONSENTIMIENTO REGISTRADO. CON PF5 GRABA
      *  LOS INDICADORES TECLEADOS: CADA CANAL QUE CAMBIA SE SELLA
      *  CON LA FECHA DEL DIA, EL ORIGEN INDICADO (O OFICINA, I
      *  INTRANET, C CARGA DE OFICINAS; OFICINA SI NO SE TECLEA) Y
      *  EL USUARIO CONECTADO, Y EL CAMBIO QUEDA EN EL HISTORICO
      *  CLNTCNH CON LAS IMAGENES ANTES Y DESPUES. CONSULTAR SOLO
      *  EXIGE PERFIL DE CONSULTA; GRABAR EXIGE EL PERMISO DE
      *  MODIFICACION DEL PERFIL DE SEGURIDAD (CLNTSEG).
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *==============================================================
      * LA COPY MAPA GENERADO
      *==============================================================
       COPY CLNCMP.
      *==============================================================
      * FIN DE LA COPY DEL MAPA GENERADO
      *==============================================================
       01 MSG-FIN-SESION  PIC X(13) VALUE 'FIN DE SESION'.
       01 MI-COMMAREA.
           03 CA-ULT-DNI                  PIC X(9).
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (PARA MOSTRAR EL NOMBRE)
      *==============================================================
       COPY CLNTREG.
       01  RESPUESTA                      PIC S9(8)  COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-FECHA-HOY                   PIC X(8).
      *==============================================================
      * LAYOUT DEL REGISTRO DE CONSENTIMIENTOS Y DE SU HISTORICO
      *==============================================================
       COPY CLNTCNS.
       COPY CLNTCNH.
       01  RESPUESTA-CNH                  PIC S9(8)  COMP.
       01  WS-CNS-ANTERIOR                PIC X(80).
       01  WS-CNS-NUEVO                   PIC X(1).
           88  CNS-ES-NUEVO                      VALUE 'S'.
       01  WS-CAMBIOS                     PIC 9(1).
      *==============================================================
      * INDICADORES Y ORIGEN TECLEADOS (EN BLANCO O SIN TRANSMITIR
      * EL CANAL NO CAMBIA)
      *==============================================================
       01  WS-ORIGEN                      PIC X(1).
       01  WS-INDICADOR-TECLEADO          PIC X(1).
           88  INDICADOR-VALIDO                  VALUE 'S' 'N' ' '.
       01  WS-DATOS-VALIDOS               PIC X(2).
           88  DATOS-VALIDOS                     VALUE 'SI'.
           88  DATOS-INVALIDOS                   VALUE 'NO'.
       01  WS-IX-CANAL                    PIC 9(1).
      *==============================================================
      * PERFIL DE SEGURIDAD DEL USUARIO (PERMISOS POR ACCION)
      *==============================================================
       COPY CLNTSEG.
       01  WS-CLAVE-SEGURIDAD             PIC X(8).
      *==============================================================
      * VALIDACION DEL DIGITO DE CONTROL DEL DNI
      *==============================================================
       COPY CLNTDNI.
      *============================================================
      * COPIAMOS AYUDAS DE BMS PARA HACER BONITO EL TERMINAL
      *============================================================
       COPY DFHAID.
       COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      *
        01  DFHCOMMAREA                    PIC X(9).
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO CLNCMPI
              MOVE SPACES TO MI-COMMAREA
              PERFORM MANDAR-MAPONLY
              PERFORM RETORNO-TRANS
           ELSE
              MOVE DFHCOMMAREA TO MI-COMMAREA
           END-IF.
      *============================================================
      * RECOGIDA DEL MAPA DEL USUARIO
      *============================================================
           EXEC CICS RECEIVE MAP('CLNCMP')
                   INTO(CLNCMPI)
                   NOHANDLE
              END-EXEC.
           IF EIBAID = DFHPF3
              PERFORM FIN-SESION
              EXEC CICS RETURN
              END-EXEC
           END-IF.
           EVALUATE EIBRESP
                    WHEN DFHRESP(NORMAL)
           CONTINUE
                    WHEN DFHRESP(MAPFAIL)
                    PERFORM FALLO-MAPA
                    PERFORM RETORNO-TRANS
           END-EVALUATE.
      *============================================================
      * INTRO CONSULTA LOS CONSENTIMIENTOS; PF5 LOS GRABA
      *============================================================
           PERFORM LEER-PERFIL-SEGURIDAD.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF5
                   PERFORM GRABAR-CONSENTIMIENTOS
               WHEN OTHER
                   PERFORM CONSULTAR-CONSENTIMIENTOS
           END-EVALUATE.
      *============================================================
      * RESPUESTA AL MAPA
      *============================================================
           EXEC CICS SEND MAP('CLNCMP')
               DATAONLY
               FROM(CLNCMPO)
           END-EXEC.
           PERFORM RETORNO-TRANS.
      *============================================================
      * PROCEDIMIENTO DEL PSEUDO-CONVERSACIONAL
      *============================================================
       RETORNO-TRANS.
               EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(MI-COMMAREA)
                     LENGTH(9)
               END-EXEC.
               GOBACK.
      *============================================================
      * RESTO DE PROCEDIMIENTOS
      *============================================================
       MANDAR-MAPONLY.
               EXEC CICS SEND MAP('CLNCMP')
                     MAPONLY
                     ERASE
                     NOHANDLE
               END-EXEC.
      *
       FALLO-MAPA.
           MOVE DFHBLINK TO MSGH.
           MOVE 'POR FAVOR, INTRODUZCA UN DNI' TO MSGO.
               EXEC CICS SEND MAP('CLNCMP')
                     ERASE
                     FROM(CLNCMPO)
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
      * PERFIL (O SIN FICHERO) SE PERMITE CONSULTAR Y NADA MAS,
      * COMO EN EL SERVICIO DE CLIENTES.
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
      * CONSULTA (INTRO): EL CLIENTE DEBE EXISTIR EN EL MAESTRO; SE
      * MUESTRA SU NOMBRE Y SUS CONSENTIMIENTOS, O LOS CANALES EN
      * BLANCO SI TODAVIA NO TIENE NINGUNO REGISTRADO
      *============================================================
       CONSULTAR-CONSENTIMIENTOS.
           MOVE SPACES TO CA-ULT-DNI.
           PERFORM LIMPIAR-CONSENTIMIENTOS.
           MOVE SPACES TO NOMO APEO.
           IF NOT SEG-CONSULTA-SI
               MOVE 'USUARIO NO AUTORIZADO PARA CONSULTAS' TO MSGO
           ELSE
               PERFORM LEER-CLIENTE
               IF RESPUESTA = DFHRESP(NORMAL)
                   MOVE C-NOMBRE   TO NOMO
                   MOVE C-APELLIDO TO APEO
                   MOVE DNII TO CA-ULT-DNI
                   EXEC CICS
                       READ FILE('CLNTCNS')
                            INTO(REGISTRO-CLNTCNS)
                            RIDFLD(DNII)
                            RESP(RESPUESTA)
                   END-EXEC
                   EVALUATE RESPUESTA
                       WHEN DFHRESP(NORMAL)
                           PERFORM MOSTRAR-CONSENTIMIENTOS
                           MOVE 'TECLEE S/N EN LOS CANALES Y PULSE PF5'
                                TO MSGO
                       WHEN DFHRESP(NOTFND)
                           MOVE 'SIN CONSENTIMIENTOS, TECLEE S/N Y PF5'
                                TO MSGO
                       WHEN OTHER
                           PERFORM FALLO-FICHERO
                   END-EVALUATE
               END-IF
           END-IF.
      *============================================================
      * VALIDA EL DNI TECLEADO Y LEE EL CLIENTE EN EL MAESTRO
      *============================================================
       LEER-CLIENTE.
           PERFORM VALIDAR-DNI.
           IF DNI-INVALIDO
               MOVE 'DNI INCORRECTO, REVISE EL NUMERO' TO MSGO
               MOVE DFHRESP(NOTFND) TO RESPUESTA
           ELSE
               EXEC CICS
                   READ FILE('CLIENTES')
                        INTO(REGISTRO-CLIENTES)
                        RIDFLD(DNII)
                        RESP(RESPUESTA)
               END-EXEC
               IF RESPUESTA NOT = DFHRESP(NORMAL)
                   PERFORM FALLO-FICHERO
               END-IF
           END-IF.
      *============================================================
      * GRABACION (PF5): SOLO SOBRE EL CLIENTE CONSULTADO Y CON
      * PERMISO DE MODIFICACION. CADA CANAL CON UN INDICADOR
      * TECLEADO DISTINTO DEL GUARDADO SE SELLA CON FECHA, ORIGEN Y
      * USUARIO; SI NO CAMBIA NINGUNO NO SE GRABA NADA.
      *============================================================
       GRABAR-CONSENTIMIENTOS.
           PERFORM VALIDAR-ENTRADA.
           EVALUATE TRUE
               WHEN NOT SEG-MODIFICACION-SI
                   MOVE 'USUARIO NO AUTORIZADO PARA MODIFICACIONES'
                        TO MSGO
               WHEN DNII NOT = CA-ULT-DNI
                   MOVE 'CONSULTE EL CLIENTE CON INTRO ANTES DE PF5'
                        TO MSGO
               WHEN DATOS-INVALIDOS
                   MOVE 'INDICADORES S/N Y ORIGEN O/I/C, REVISE'
                        TO MSGO
               WHEN OTHER
                   PERFORM ACTUALIZAR-CONSENTIMIENTOS
           END-EVALUATE.
      *
       VALIDAR-ENTRADA.
           SET DATOS-VALIDOS TO TRUE.
           IF ORII = LOW-VALUES OR ORII = SPACES
               MOVE 'O' TO WS-ORIGEN
           ELSE
               MOVE ORII TO WS-ORIGEN
           END-IF.
           IF WS-ORIGEN NOT = 'O' AND WS-ORIGEN NOT = 'I'
              AND WS-ORIGEN NOT = 'C'
               SET DATOS-INVALIDOS TO TRUE
           END-IF.
           MOVE EINI TO WS-INDICADOR-TECLEADO.
           PERFORM VALIDAR-INDICADOR.
           MOVE TINI TO WS-INDICADOR-TECLEADO.
           PERFORM VALIDAR-INDICADOR.
           MOVE PINI TO WS-INDICADOR-TECLEADO.
           PERFORM VALIDAR-INDICADOR.
      *
       VALIDAR-INDICADOR.
           IF WS-INDICADOR-TECLEADO = LOW-VALUES
               MOVE SPACES TO WS-INDICADOR-TECLEADO
           END-IF.
           IF NOT INDICADOR-VALIDO
               SET DATOS-INVALIDOS TO TRUE
           END-IF.
      *============================================================
      * LEE CON UPDATE EL REGISTRO DE CONSENTIMIENTOS (O PREPARA
      * UNO NUEVO SI EL CLIENTE NO TENIA), APLICA LOS CAMBIOS Y LO
      * GRABA CON SU REGISTRO DE HISTORICO
      *============================================================
       ACTUALIZAR-CONSENTIMIENTOS.
           MOVE 'N' TO WS-CNS-NUEVO.
           EXEC CICS
               READ FILE('CLNTCNS')
                    INTO(REGISTRO-CLNTCNS)
                    RIDFLD(DNII)
                    UPDATE
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NOTFND)
               MOVE SPACES TO REGISTRO-CLNTCNS
               MOVE DNII TO CNS-DNI
               MOVE 'S' TO WS-CNS-NUEVO
               MOVE DFHRESP(NORMAL) TO RESPUESTA
           END-IF.
           IF RESPUESTA NOT = DFHRESP(NORMAL)
               PERFORM FALLO-FICHERO
           ELSE
               IF CNS-ES-NUEVO
                   MOVE SPACES TO WS-CNS-ANTERIOR
               ELSE
                   MOVE REGISTRO-CLNTCNS TO WS-CNS-ANTERIOR
               END-IF
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                         YYYYMMDD(WS-FECHA-HOY)
               END-EXEC
               MOVE 0 TO WS-CAMBIOS
               MOVE 1 TO WS-IX-CANAL
               MOVE EINI TO WS-INDICADOR-TECLEADO
               PERFORM CAMBIAR-CANAL
               MOVE 2 TO WS-IX-CANAL
               MOVE TINI TO WS-INDICADOR-TECLEADO
               PERFORM CAMBIAR-CANAL
               MOVE 3 TO WS-IX-CANAL
               MOVE PINI TO WS-INDICADOR-TECLEADO
               PERFORM CAMBIAR-CANAL
               IF WS-CAMBIOS = 0
                   IF NOT CNS-ES-NUEVO
                       EXEC CICS
                           UNLOCK FILE('CLNTCNS')
                                  RESP(RESPUESTA)
                       END-EXEC
                   END-IF
                   MOVE 'NO HA CAMBIADO NINGUN CONSENTIMIENTO' TO MSGO
               ELSE
                   PERFORM GRABAR-REGISTRO-CONSENTIMIENTO
               END-IF
           END-IF.
      *============================================================
      * UN CANAL SOLO CAMBIA SI SE TECLEO S O N DISTINTO DEL
      * GUARDADO; ENTONCES SE SELLA CON FECHA, ORIGEN Y USUARIO
      *============================================================
       CAMBIAR-CANAL.
           IF WS-INDICADOR-TECLEADO = LOW-VALUES
               MOVE SPACES TO WS-INDICADOR-TECLEADO
           END-IF.
           IF WS-INDICADOR-TECLEADO NOT = SPACES
              AND WS-INDICADOR-TECLEADO NOT = CNS-IND(WS-IX-CANAL)
               MOVE WS-INDICADOR-TECLEADO TO CNS-IND(WS-IX-CANAL)
               MOVE WS-FECHA-HOY          TO CNS-FECHA(WS-IX-CANAL)
               MOVE WS-ORIGEN             TO CNS-ORIGEN(WS-IX-CANAL)
               MOVE EIBUSERID             TO CNS-USERID(WS-IX-CANAL)
               ADD 1 TO WS-CAMBIOS
           END-IF.
      *
       GRABAR-REGISTRO-CONSENTIMIENTO.
           IF CNS-ES-NUEVO
               EXEC CICS
                   WRITE FILE('CLNTCNS')
                         FROM(REGISTRO-CLNTCNS)
                         RIDFLD(CNS-DNI)
                         RESP(RESPUESTA)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('CLNTCNS')
                           FROM(REGISTRO-CLNTCNS)
                           RESP(RESPUESTA)
               END-EXEC
           END-IF.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM REGISTRAR-HISTORICO
               PERFORM MOSTRAR-CONSENTIMIENTOS
               MOVE 'CONSENTIMIENTOS GRABADOS CORRECTAMENTE' TO MSGO
           ELSE
               PERFORM FALLO-FICHERO
           END-IF.
      *============================================================
      * ESCRIBE EL REGISTRO DEL HISTORICO DE CONSENTIMIENTOS CON
      * LAS IMAGENES ANTES Y DESPUES. SI YA EXISTE UN CAMBIO EN EL
      * MISMO SEGUNDO SE AVANZA LA SECUENCIA HASTA ENCONTRAR HUECO.
      *============================================================
       REGISTRAR-HISTORICO.
           MOVE CNS-DNI    TO CNH-DNI.
           MOVE EIBUSERID  TO CNH-USERID.
           MOVE EIBTRMID   TO CNH-TERMID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(CNH-FECHA)
                     TIME(CNH-HORA)
           END-EXEC.
           MOVE WS-CNS-ANTERIOR TO CNH-IMAGEN-ANTES.
           MOVE REGISTRO-CLNTCNS TO CNH-IMAGEN-DESPUES.
           MOVE 0 TO CNH-SECUENCIA.
           PERFORM GRABAR-HISTORICO.
           PERFORM UNTIL RESPUESTA-CNH NOT = DFHRESP(DUPREC)
                         OR CNH-SECUENCIA = 99
               ADD 1 TO CNH-SECUENCIA
               PERFORM GRABAR-HISTORICO
           END-PERFORM.
      *
       GRABAR-HISTORICO.
           EXEC CICS
               WRITE FILE('CLNTCNH')
                     FROM(REGISTRO-CLNTCNH)
                     RIDFLD(CNH-CLAVE)
                     RESP(RESPUESTA-CNH)
           END-EXEC.
      *============================================================
      * MUESTRA LOS TRES CANALES CON SU ULTIMO CONSENTIMIENTO
      *============================================================
       MOSTRAR-CONSENTIMIENTOS.
           MOVE CNS-EMAIL-IND        TO EINO.
           MOVE CNS-EMAIL-FECHA      TO EFEO.
           MOVE CNS-EMAIL-ORIGEN     TO EORO.
           MOVE CNS-EMAIL-USERID     TO EUSO.
           MOVE CNS-TELEFONO-IND     TO TINO.
           MOVE CNS-TELEFONO-FECHA   TO TFEO.
           MOVE CNS-TELEFONO-ORIGEN  TO TORO.
           MOVE CNS-TELEFONO-USERID  TO TUSO.
           MOVE CNS-CORREO-IND       TO PINO.
           MOVE CNS-CORREO-FECHA     TO PFEO.
           MOVE CNS-CORREO-ORIGEN    TO PORO.
           MOVE CNS-CORREO-USERID    TO PUSO.
           MOVE SPACES               TO ORIO.
      *
       LIMPIAR-CONSENTIMIENTOS.
           MOVE SPACES TO EINO EFEO EORO EUSO
                          TINO TFEO TORO TUSO
                          PINO PFEO PORO PUSO
                          ORIO.
      *============================================================
      * VALIDACION DEL DIGITO DE CONTROL DEL DNI
      *============================================================
       VALIDAR-DNI.
           SET DNI-VALIDO TO TRUE.
           IF DNII(1:8) IS NOT NUMERIC
              OR DNII(9:1) = SPACE
               SET DNI-INVALIDO TO TRUE
           ELSE
               MOVE DNII(1:8) TO WS-DNI-NUM
               MOVE DNII(9:1) TO WS-DNI-LETRA
               COMPUTE WS-DNI-RESTO = FUNCTION MOD(WS-DNI-NUM, 23)
               IF LETRA-DNI(WS-DNI-RESTO + 1) = WS-DNI-LETRA
                   SET DNI-VALIDO TO TRUE
               ELSE
                   SET DNI-INVALIDO TO TRUE
               END-IF
           END-IF.
      *
       FALLO-FICHERO.
           EVALUATE RESPUESTA
               WHEN DFHRESP(NOTFND)
                   MOVE 'EL CLIENTE NO EXISTE.' TO MSGO
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
