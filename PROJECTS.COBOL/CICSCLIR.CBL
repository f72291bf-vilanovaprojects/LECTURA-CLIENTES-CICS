      *************************************************
      *  RELACIONES ENTRE CLIENTES: COTITULARES, REPRESENTANTES
      *  LEGALES (TUTORES DE MENORES) Y AUTORIZADOS CON PODER. EL
      *  USUARIO TECLEA UN DNI Y CON INTRO VE SUS RELACIONES (OCHO
      *  POR PAGINA, PF8 PARA LA SIGUIENTE): DNI Y APELLIDO DEL
      *  RELACIONADO, QUE ES PARA EL CLIENTE, DESDE Y HASTA CUANDO
      *  Y QUIEN LA REGISTRO. CON PF5 DA DE ALTA UNA RELACION CON EL
      *  DNI RELACIONADO, EL TIPO (C COTITULAR, R REPRESENTANTE
      *  LEGAL, A AUTORIZADO: EL RELACIONADO ES EL REPRESENTANTE O
      *  AUTORIZADO DEL CLIENTE) Y LA FECHA DE INICIO (HOY SI NO SE
      *  TECLEA); LOS DOS DNIS DEBEN SER CORRECTOS Y EXISTIR EN
      *  CLIENTES. CON PF6 LA DA POR FINALIZADA EN LA FECHA DE FIN
      *  TECLEADA (HOY SI NO SE TECLEA). CADA RELACION SE GRABA BAJO
      *  LOS DOS DNIS (COPY CLNTREL). CONSULTAR EXIGE PERFIL DE
      *  CONSULTA; DAR DE ALTA Y FINALIZAR, EL PERMISO DE
      *  MODIFICACION DEL PERFIL DE SEGURIDAD (CLNTSEG). UN DNI QUE
      *  YA NO ESTA EN CLIENTES (BAJA APROBADA) SE PUEDE CONSULTAR
      *  PARA FINALIZAR LAS RELACIONES QUE LE QUEDEN.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *==============================================================
      * LA COPY MAPA GENERADO
      *==============================================================
       COPY CLNRMP.
      *==============================================================
      * FIN DE LA COPY DEL MAPA GENERADO
      *==============================================================
       01 MSG-FIN-SESION  PIC X(13) VALUE 'FIN DE SESION'.
       01 MI-COMMAREA.
           03 CA-ULT-DNI                  PIC X(9).
           03 CA-ULT-RELACIONADO          PIC X(9).
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (PARA MOSTRAR LOS NOMBRES)
      *==============================================================
       COPY CLNTREG.
       01  RESPUESTA                      PIC S9(8)  COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-FECHA-HOY                   PIC X(8).
      *==============================================================
      * LAYOUT DEL REGISTRO DE RELACIONES ENTRE CLIENTES
      *==============================================================
       COPY CLNTREL.
       01  RESPUESTA-REL                  PIC S9(8)  COMP.
       01  WS-CLAVE-RELACION.
           05  WS-CLAVE-REL-DNI           PIC X(9).
           05  WS-CLAVE-REL-RELACIONADO   PIC X(9).
       01  WS-RELACION-NUEVA              PIC X(80).
       01  WS-IDX                         PIC 9(2).
       01  WS-HAY-MAS                     PIC X(1).
           88  HAY-MAS-RELACIONES                VALUE 'S'.
      *==============================================================
      * DATOS TECLEADOS PARA DAR DE ALTA O FINALIZAR UNA RELACION
      *==============================================================
       01  WS-DATOS-VALIDOS               PIC X(2).
           88  DATOS-VALIDOS                     VALUE 'SI'.
           88  DATOS-INVALIDOS                   VALUE 'NO'.
       01  WS-DNI-VALIDAR                 PIC X(9).
       01  WS-FECHA-TECLEADA              PIC X(8).
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-TECLEADA.
           05  WS-FECHA-ANO               PIC 9(4).
           05  WS-FECHA-MES               PIC 9(2).
           05  WS-FECHA-DIA               PIC 9(2).
      *==============================================================
      * LINEA DE DETALLE DE CADA RELACION
      *==============================================================
       01  WS-LINEA-RELACION.
           05  LR-DNI                     PIC X(9).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  LR-APELLIDO                PIC X(21).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  LR-TIPO                    PIC X(19).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  LR-INICIO                  PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  LR-FIN                     PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  LR-USERID                  PIC X(8).
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
        01  DFHCOMMAREA                    PIC X(18).
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO CLNRMPI
              MOVE SPACES TO MI-COMMAREA
              PERFORM MANDAR-MAPONLY
              PERFORM RETORNO-TRANS
           ELSE
              MOVE DFHCOMMAREA TO MI-COMMAREA
           END-IF.
      *============================================================
      * RECOGIDA DEL MAPA DEL USUARIO
      *============================================================
           EXEC CICS RECEIVE MAP('CLNRMP')
                   INTO(CLNRMPI)
                   NOHANDLE
              END-EXEC.
           IF EIBAID = DFHPF3
              PERFORM FIN-SESION
              EXEC CICS RETURN
              END-EXEC
           END-IF.
      *============================================================
      * CON PF8 NO HACE FALTA TECLEAR NADA: EL CLIENTE Y LA ULTIMA
      * RELACION MOSTRADA VIENEN DE LA COMMAREA
      *============================================================
           EVALUATE EIBRESP
                    WHEN DFHRESP(NORMAL)
           CONTINUE
                    WHEN DFHRESP(MAPFAIL)
                    IF EIBAID = DFHPF8
                        MOVE LOW-VALUES TO CLNRMPI
                    ELSE
                        PERFORM FALLO-MAPA
                        PERFORM RETORNO-TRANS
                    END-IF
           END-EVALUATE.
      *============================================================
      * INTRO CONSULTA, PF8 PAGINA, PF5 DA DE ALTA, PF6 FINALIZA
      *============================================================
           PERFORM LEER-PERFIL-SEGURIDAD.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF5
                   PERFORM ALTA-RELACION
               WHEN EIBAID = DFHPF6
                   PERFORM FINALIZAR-RELACION
               WHEN EIBAID = DFHPF8
                   PERFORM SIGUIENTE-PAGINA
               WHEN OTHER
                   PERFORM CONSULTAR-RELACIONES
           END-EVALUATE.
      *============================================================
      * RESPUESTA AL MAPA
      *============================================================
           EXEC CICS SEND MAP('CLNRMP')
               DATAONLY
               FROM(CLNRMPO)
           END-EXEC.
           PERFORM RETORNO-TRANS.
      *============================================================
      * PROCEDIMIENTO DEL PSEUDO-CONVERSACIONAL
      *============================================================
       RETORNO-TRANS.
               EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(MI-COMMAREA)
                     LENGTH(18)
               END-EXEC.
               GOBACK.
      *============================================================
      * RESTO DE PROCEDIMIENTOS
      *============================================================
       MANDAR-MAPONLY.
               EXEC CICS SEND MAP('CLNRMP')
                     MAPONLY
                     ERASE
                     NOHANDLE
               END-EXEC.
      *
       FALLO-MAPA.
           MOVE DFHBLINK TO MSGH.
           MOVE 'POR FAVOR, INTRODUZCA UN DNI' TO MSGO.
               EXEC CICS SEND MAP('CLNRMP')
                     ERASE
                     FROM(CLNRMPO)
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
      * CONSULTA (INTRO): MUESTRA EL CLIENTE Y LA PRIMERA PAGINA DE
      * SUS RELACIONES. SI EL DNI YA NO ESTA EN CLIENTES SE MUESTRAN
      * IGUALMENTE LAS RELACIONES QUE LE QUEDEN, PARA FINALIZARLAS.
      *============================================================
       CONSULTAR-RELACIONES.
           MOVE SPACES TO CA-ULT-DNI CA-ULT-RELACIONADO.
           PERFORM LIMPIAR-LINEAS.
           MOVE SPACES TO NOMO APEO.
           IF NOT SEG-CONSULTA-SI
               MOVE 'USUARIO NO AUTORIZADO PARA CONSULTAS' TO MSGO
           ELSE
               MOVE DNII TO WS-DNI-VALIDAR
               PERFORM VALIDAR-DNI
               IF DNI-INVALIDO
                   MOVE 'DNI INCORRECTO, REVISE EL NUMERO' TO MSGO
               ELSE
                   EXEC CICS
                       READ FILE('CLIENTES')
                            INTO(REGISTRO-CLIENTES)
                            RIDFLD(DNII)
                            RESP(RESPUESTA)
                   END-EXEC
                   EVALUATE RESPUESTA
                       WHEN DFHRESP(NORMAL)
                           MOVE C-NOMBRE   TO NOMO
                           MOVE C-APELLIDO TO APEO
                           MOVE DNII TO CA-ULT-DNI
                           PERFORM MOSTRAR-PAGINA
                       WHEN DFHRESP(NOTFND)
                           MOVE 'NO EXISTE EN CLIENTES' TO APEO
                           MOVE DNII TO CA-ULT-DNI
                           PERFORM MOSTRAR-PAGINA
                       WHEN OTHER
                           PERFORM FALLO-FICHERO
                   END-EVALUATE
               END-IF
           END-IF.
      *============================================================
      * PF8: SIGUIENTE PAGINA DE RELACIONES DEL CLIENTE CONSULTADO
      *============================================================
       SIGUIENTE-PAGINA.
           EVALUATE TRUE
               WHEN NOT SEG-CONSULTA-SI
                   MOVE 'USUARIO NO AUTORIZADO PARA CONSULTAS' TO MSGO
               WHEN CA-ULT-DNI = SPACES
                   MOVE 'CONSULTE UN CLIENTE CON INTRO ANTES DE PF8'
                        TO MSGO
               WHEN OTHER
                   PERFORM MOSTRAR-PAGINA
           END-EVALUATE.
      *============================================================
      * CARGA HASTA OCHO RELACIONES DEL CLIENTE A PARTIR DE LA
      * ULTIMA MOSTRADA (EN BLANCO, DESDE LA PRIMERA). LA PRIMERA
      * LECTURA DE UNA PAGINA DE CONTINUACION DEVUELVE DE NUEVO LA
      * ULTIMA YA MOSTRADA Y SE DESCARTA.
      *============================================================
       MOSTRAR-PAGINA.
           PERFORM LIMPIAR-LINEAS.
           MOVE 0 TO WS-IDX.
           MOVE 'N' TO WS-HAY-MAS.
           MOVE CA-ULT-DNI TO WS-CLAVE-REL-DNI.
           MOVE CA-ULT-RELACIONADO TO WS-CLAVE-REL-RELACIONADO.
           EXEC CICS
               STARTBR FILE('CLNTREL')
                       RIDFLD(WS-CLAVE-RELACION)
                       GTEQ
                       RESP(RESPUESTA-REL)
           END-EXEC.
           IF RESPUESTA-REL = DFHRESP(NORMAL)
               PERFORM LEER-SIGUIENTE-RELACION
               IF RESPUESTA-REL = DFHRESP(NORMAL)
                  AND CA-ULT-RELACIONADO NOT = SPACES
                  AND REL-DNI = CA-ULT-DNI
                  AND REL-DNI-RELACIONADO = CA-ULT-RELACIONADO
                   PERFORM LEER-SIGUIENTE-RELACION
               END-IF
               PERFORM UNTIL RESPUESTA-REL NOT = DFHRESP(NORMAL)
                             OR REL-DNI NOT = CA-ULT-DNI
                             OR WS-IDX = 8
                   ADD 1 TO WS-IDX
                   PERFORM CARGAR-LINEA-RELACION
                   MOVE REL-DNI-RELACIONADO TO CA-ULT-RELACIONADO
                   PERFORM LEER-SIGUIENTE-RELACION
               END-PERFORM
               IF RESPUESTA-REL = DFHRESP(NORMAL)
                  AND REL-DNI = CA-ULT-DNI
                   SET HAY-MAS-RELACIONES TO TRUE
               END-IF
               EXEC CICS ENDBR FILE('CLNTREL') END-EXEC
           END-IF.
           IF RESPUESTA-REL NOT = DFHRESP(NORMAL)
              AND RESPUESTA-REL NOT = DFHRESP(NOTFND)
              AND RESPUESTA-REL NOT = DFHRESP(ENDFILE)
               MOVE RESPUESTA-REL TO RESPUESTA
               PERFORM FALLO-FICHERO
           ELSE
               EVALUATE TRUE
                   WHEN HAY-MAS-RELACIONES
                       MOVE 'PF8 MAS RELACIONES, PF5 ALTA, PF6 FIN'
                            TO MSGO
                   WHEN WS-IDX = 0
                     AND CA-ULT-RELACIONADO = SPACES
                       MOVE 'SIN RELACIONES. PARA DAR DE ALTA UNA: PF5'
                            TO MSGO
                   WHEN WS-IDX = 0
                       MOVE 'NO HAY MAS RELACIONES' TO MSGO
                   WHEN OTHER
                       MOVE 'PF5 ALTA DE RELACION, PF6 FINALIZAR'
                            TO MSGO
               END-EVALUATE
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
      * UNA LINEA POR RELACION: EL RELACIONADO, QUE ES PARA EL
      * CLIENTE, LAS FECHAS Y QUIEN LA REGISTRO
      *============================================================
       CARGAR-LINEA-RELACION.
           MOVE REL-DNI-RELACIONADO TO LR-DNI.
           EXEC CICS
               READ FILE('CLIENTES')
                    INTO(REGISTRO-CLIENTES)
                    RIDFLD(REL-DNI-RELACIONADO)
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               MOVE C-APELLIDO TO LR-APELLIDO
           ELSE
               MOVE 'NO EXISTE EN CLIENTES' TO LR-APELLIDO
           END-IF.
           EVALUATE TRUE
               WHEN REL-COTITULAR
                   MOVE 'COTITULAR' TO LR-TIPO
               WHEN REL-REPRESENTANTE AND REL-SENTIDO-DIRECTO
                   MOVE 'REPRESENTANTE LEGAL' TO LR-TIPO
               WHEN REL-REPRESENTANTE
                   MOVE 'REPRESENTADO' TO LR-TIPO
               WHEN REL-AUTORIZADO AND REL-SENTIDO-DIRECTO
                   MOVE 'AUTORIZADO' TO LR-TIPO
               WHEN REL-AUTORIZADO
                   MOVE 'PODERDANTE' TO LR-TIPO
               WHEN OTHER
                   MOVE 'TIPO DESCONOCIDO' TO LR-TIPO
           END-EVALUATE.
           MOVE REL-FECHA-INICIO TO LR-INICIO.
           MOVE REL-FECHA-FIN    TO LR-FIN.
           MOVE REL-USERID-ALTA  TO LR-USERID.
           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-LINEA-RELACION TO LN1O
               WHEN 2
                   MOVE WS-LINEA-RELACION TO LN2O
               WHEN 3
                   MOVE WS-LINEA-RELACION TO LN3O
               WHEN 4
                   MOVE WS-LINEA-RELACION TO LN4O
               WHEN 5
                   MOVE WS-LINEA-RELACION TO LN5O
               WHEN 6
                   MOVE WS-LINEA-RELACION TO LN6O
               WHEN 7
                   MOVE WS-LINEA-RELACION TO LN7O
               WHEN 8
                   MOVE WS-LINEA-RELACION TO LN8O
           END-EVALUATE.
      *
       LIMPIAR-LINEAS.
           MOVE SPACES TO LN1O LN2O LN3O LN4O
                          LN5O LN6O LN7O LN8O.
      *============================================================
      * ALTA DE UNA RELACION (PF5): SOLO SOBRE EL CLIENTE
      * CONSULTADO Y CON PERMISO DE MODIFICACION. SE GRABA BAJO EL
      * CLIENTE (SENTIDO DIRECTO) Y BAJO EL RELACIONADO (INVERSO).
      * UNA RELACION FINALIZADA CON EL MISMO DNI SE REABRE CON LOS
      * NUEVOS DATOS.
      *============================================================
       ALTA-RELACION.
           EVALUATE TRUE
               WHEN NOT SEG-MODIFICACION-SI
                   MOVE 'USUARIO NO AUTORIZADO PARA MODIFICACIONES'
                        TO MSGO
               WHEN DNII NOT = CA-ULT-DNI
                   MOVE 'CONSULTE EL CLIENTE CON INTRO ANTES DE PF5'
                        TO MSGO
               WHEN OTHER
                   PERFORM OBTENER-FECHA-HOY
                   PERFORM VALIDAR-ALTA
                   IF DATOS-VALIDOS
                       PERFORM GRABAR-ALTA-RELACION
                   END-IF
           END-EVALUATE.
      *============================================================
      * EL RELACIONADO TIENE QUE SER UN DNI CORRECTO Y DISTINTO DEL
      * CLIENTE, EL TIPO C, R O A, LA FECHA DE INICIO VALIDA Y NO
      * FUTURA, Y LOS DOS DNIS TIENEN QUE EXISTIR EN CLIENTES
      *============================================================
       VALIDAR-ALTA.
           SET DATOS-VALIDOS TO TRUE.
           MOVE RDNI TO WS-DNI-VALIDAR.
           PERFORM VALIDAR-DNI.
           IF DNI-INVALIDO OR RDNI = DNII
               SET DATOS-INVALIDOS TO TRUE
               MOVE 'DNI RELACIONADO INCORRECTO O IGUAL AL DEL CLIENTE'
                    TO MSGO
           END-IF.
           IF DATOS-VALIDOS
               MOVE TIPI TO REL-TIPO
               IF NOT REL-TIPO-VALIDO
                   SET DATOS-INVALIDOS TO TRUE
                   MOVE 'TIPO DE RELACION INCORRECTO (C, R O A)'
                        TO MSGO
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               MOVE FINI TO WS-FECHA-TECLEADA
               PERFORM VALIDAR-FECHA
               IF DATOS-INVALIDOS
                   MOVE 'FECHA DE INICIO INCORRECTA O FUTURA (AAAAMMDD)'
                        TO MSGO
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               EXEC CICS
                   READ FILE('CLIENTES')
                        INTO(REGISTRO-CLIENTES)
                        RIDFLD(DNII)
                        RESP(RESPUESTA)
               END-EXEC
               IF RESPUESTA NOT = DFHRESP(NORMAL)
                   SET DATOS-INVALIDOS TO TRUE
                   PERFORM FALLO-FICHERO
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               EXEC CICS
                   READ FILE('CLIENTES')
                        INTO(REGISTRO-CLIENTES)
                        RIDFLD(RDNI)
                        RESP(RESPUESTA)
               END-EXEC
               IF RESPUESTA = DFHRESP(NOTFND)
                   SET DATOS-INVALIDOS TO TRUE
                   MOVE 'EL DNI RELACIONADO NO EXISTE EN CLIENTES'
                        TO MSGO
               ELSE
                   IF RESPUESTA NOT = DFHRESP(NORMAL)
                       SET DATOS-INVALIDOS TO TRUE
                       PERFORM FALLO-FICHERO
                   END-IF
               END-IF
           END-IF.
      *
       GRABAR-ALTA-RELACION.
           MOVE DNII TO WS-CLAVE-REL-DNI.
           MOVE RDNI TO WS-CLAVE-REL-RELACIONADO.
           EXEC CICS
               READ FILE('CLNTREL')
                    INTO(REGISTRO-CLNTREL)
                    RIDFLD(WS-CLAVE-RELACION)
                    RESP(RESPUESTA-REL)
           END-EXEC.
           IF RESPUESTA-REL = DFHRESP(NORMAL) AND REL-VIGENTE
               MOVE 'YA EXISTE UNA RELACION VIGENTE CON ESE DNI'
                    TO MSGO
           ELSE
               IF RESPUESTA-REL = DFHRESP(NORMAL)
                  OR RESPUESTA-REL = DFHRESP(NOTFND)
                   MOVE SPACES            TO REGISTRO-CLNTREL
                   MOVE DNII              TO REL-DNI
                   MOVE RDNI              TO REL-DNI-RELACIONADO
                   MOVE TIPI              TO REL-TIPO
                   SET REL-SENTIDO-DIRECTO TO TRUE
                   MOVE WS-FECHA-TECLEADA TO REL-FECHA-INICIO
                   MOVE EIBUSERID         TO REL-USERID-ALTA
                   MOVE WS-FECHA-HOY      TO REL-FECHA-ALTA
                   PERFORM GRABAR-RELACION
                   IF RESPUESTA-REL = DFHRESP(NORMAL)
                       MOVE RDNI TO REL-DNI
                       MOVE DNII TO REL-DNI-RELACIONADO
                       SET REL-SENTIDO-INVERSO TO TRUE
                       PERFORM GRABAR-RELACION
                   END-IF
                   IF RESPUESTA-REL = DFHRESP(NORMAL)
                       MOVE SPACES TO CA-ULT-RELACIONADO
                       PERFORM MOSTRAR-PAGINA
                       MOVE 'RELACION GRABADA CORRECTAMENTE' TO MSGO
                   END-IF
               ELSE
                   MOVE RESPUESTA-REL TO RESPUESTA
                   PERFORM FALLO-FICHERO
               END-IF
           END-IF.
      *============================================================
      * GRABA LA RELACION PREPARADA EN REGISTRO-CLNTREL. SI YA
      * EXISTE (RELACION FINALIZADA QUE SE REABRE) SE REESCRIBE.
      *============================================================
       GRABAR-RELACION.
           MOVE REGISTRO-CLNTREL TO WS-RELACION-NUEVA.
           EXEC CICS
               WRITE FILE('CLNTREL')
                     FROM(REGISTRO-CLNTREL)
                     RIDFLD(REL-CLAVE)
                     RESP(RESPUESTA-REL)
           END-EXEC.
           IF RESPUESTA-REL = DFHRESP(DUPREC)
               EXEC CICS
                   READ FILE('CLNTREL')
                        INTO(REGISTRO-CLNTREL)
                        RIDFLD(REL-CLAVE)
                        UPDATE
                        RESP(RESPUESTA-REL)
               END-EXEC
               IF RESPUESTA-REL = DFHRESP(NORMAL)
                   MOVE WS-RELACION-NUEVA TO REGISTRO-CLNTREL
                   EXEC CICS
                       REWRITE FILE('CLNTREL')
                               FROM(REGISTRO-CLNTREL)
                               RESP(RESPUESTA-REL)
                   END-EXEC
               END-IF
           END-IF.
           IF RESPUESTA-REL NOT = DFHRESP(NORMAL)
               MOVE RESPUESTA-REL TO RESPUESTA
               PERFORM FALLO-FICHERO
           END-IF.
      *============================================================
      * FINALIZACION DE UNA RELACION VIGENTE (PF6) EN LA FECHA DE
      * FIN TECLEADA, BAJO LOS DOS DNIS. EL RELACIONADO SOLO TIENE
      * QUE SER UN DNI CORRECTO: PUEDE HABER DESAPARECIDO YA DE
      * CLIENTES.
      *============================================================
       FINALIZAR-RELACION.
           EVALUATE TRUE
               WHEN NOT SEG-MODIFICACION-SI
                   MOVE 'USUARIO NO AUTORIZADO PARA MODIFICACIONES'
                        TO MSGO
               WHEN DNII NOT = CA-ULT-DNI
                   MOVE 'CONSULTE EL CLIENTE CON INTRO ANTES DE PF6'
                        TO MSGO
               WHEN OTHER
                   PERFORM OBTENER-FECHA-HOY
                   PERFORM VALIDAR-FINALIZACION
                   IF DATOS-VALIDOS
                       PERFORM GRABAR-FINALIZACION
                   END-IF
           END-EVALUATE.
      *
       VALIDAR-FINALIZACION.
           SET DATOS-VALIDOS TO TRUE.
           MOVE RDNI TO WS-DNI-VALIDAR.
           PERFORM VALIDAR-DNI.
           IF DNI-INVALIDO
               SET DATOS-INVALIDOS TO TRUE
               MOVE 'DNI RELACIONADO INCORRECTO, REVISE EL NUMERO'
                    TO MSGO
           ELSE
               MOVE FFII TO WS-FECHA-TECLEADA
               PERFORM VALIDAR-FECHA
               IF DATOS-INVALIDOS
                   MOVE 'FECHA DE FIN INCORRECTA O FUTURA (AAAAMMDD)'
                        TO MSGO
               END-IF
           END-IF.
      *
       GRABAR-FINALIZACION.
           MOVE DNII TO WS-CLAVE-REL-DNI.
           MOVE RDNI TO WS-CLAVE-REL-RELACIONADO.
           EXEC CICS
               READ FILE('CLNTREL')
                    INTO(REGISTRO-CLNTREL)
                    RIDFLD(WS-CLAVE-RELACION)
                    UPDATE
                    RESP(RESPUESTA-REL)
           END-EXEC.
           EVALUATE TRUE
               WHEN RESPUESTA-REL = DFHRESP(NOTFND)
                   MOVE 'EL CLIENTE NO TIENE RELACION CON ESE DNI'
                        TO MSGO
               WHEN RESPUESTA-REL NOT = DFHRESP(NORMAL)
                   MOVE RESPUESTA-REL TO RESPUESTA
                   PERFORM FALLO-FICHERO
               WHEN NOT REL-VIGENTE
                   EXEC CICS
                       UNLOCK FILE('CLNTREL')
                              RESP(RESPUESTA-REL)
                   END-EXEC
                   MOVE 'LA RELACION YA ESTABA FINALIZADA' TO MSGO
               WHEN WS-FECHA-TECLEADA < REL-FECHA-INICIO
                   EXEC CICS
                       UNLOCK FILE('CLNTREL')
                              RESP(RESPUESTA-REL)
                   END-EXEC
                   MOVE 'LA FECHA DE FIN ES ANTERIOR AL INICIO'
                        TO MSGO
               WHEN OTHER
                   PERFORM REESCRIBIR-FINALIZACION
                   IF RESPUESTA-REL = DFHRESP(NORMAL)
                       MOVE RDNI TO WS-CLAVE-REL-DNI
                       MOVE DNII TO WS-CLAVE-REL-RELACIONADO
                       PERFORM FINALIZAR-INVERSA
                       MOVE SPACES TO CA-ULT-RELACIONADO
                       PERFORM MOSTRAR-PAGINA
                       MOVE 'RELACION FINALIZADA CORRECTAMENTE' TO MSGO
                   END-IF
           END-EVALUATE.
      *
       REESCRIBIR-FINALIZACION.
           MOVE WS-FECHA-TECLEADA TO REL-FECHA-FIN.
           MOVE EIBUSERID         TO REL-USERID-FIN.
           EXEC CICS
               REWRITE FILE('CLNTREL')
                       FROM(REGISTRO-CLNTREL)
                       RESP(RESPUESTA-REL)
           END-EXEC.
           IF RESPUESTA-REL NOT = DFHRESP(NORMAL)
               MOVE RESPUESTA-REL TO RESPUESTA
               PERFORM FALLO-FICHERO
           END-IF.
      *============================================================
      * LA MISMA RELACION GRABADA BAJO EL RELACIONADO. SI NO
      * ESTUVIERA (NO DEBERIA OCURRIR) NO HAY NADA QUE FINALIZAR.
      *============================================================
       FINALIZAR-INVERSA.
           EXEC CICS
               READ FILE('CLNTREL')
                    INTO(REGISTRO-CLNTREL)
                    RIDFLD(WS-CLAVE-RELACION)
                    UPDATE
                    RESP(RESPUESTA-REL)
           END-EXEC.
           IF RESPUESTA-REL = DFHRESP(NORMAL)
               PERFORM REESCRIBIR-FINALIZACION
           END-IF.
      *
       OBTENER-FECHA-HOY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-FECHA-HOY)
           END-EXEC.
      *============================================================
      * FECHA TECLEADA (AAAAMMDD): EN BLANCO SE TOMA LA DEL DIA;
      * SI NO, TIENE QUE SER UNA FECHA CORRECTA Y NO FUTURA
      *============================================================
       VALIDAR-FECHA.
           IF WS-FECHA-TECLEADA = LOW-VALUES
              OR WS-FECHA-TECLEADA = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-TECLEADA
           END-IF.
           IF WS-FECHA-TECLEADA IS NOT NUMERIC
               SET DATOS-INVALIDOS TO TRUE
           ELSE
               IF WS-FECHA-MES < 1 OR WS-FECHA-MES > 12
                  OR WS-FECHA-DIA < 1 OR WS-FECHA-DIA > 31
                  OR WS-FECHA-TECLEADA > WS-FECHA-HOY
                   SET DATOS-INVALIDOS TO TRUE
               END-IF
           END-IF.
      *============================================================
      * VALIDACION DEL DIGITO DE CONTROL DEL DNI
      *============================================================
       VALIDAR-DNI.
           SET DNI-VALIDO TO TRUE.
           IF WS-DNI-VALIDAR(1:8) IS NOT NUMERIC
              OR WS-DNI-VALIDAR(9:1) = SPACE
               SET DNI-INVALIDO TO TRUE
           ELSE
               MOVE WS-DNI-VALIDAR(1:8) TO WS-DNI-NUM
               MOVE WS-DNI-VALIDAR(9:1) TO WS-DNI-LETRA
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
