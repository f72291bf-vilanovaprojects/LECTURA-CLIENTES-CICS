      *************************************************
      *  SUPRESION DE DATOS PERSONALES DE CLIENTES (DERECHO DE
      *  SUPRESION). CADA REGISTRO DEL FICHERO DE ENTRADA ES UNA
      *  PETICION YA APROBADA: DNI Y NUMERO DE EXPEDIENTE. SE
      *  RECHAZA EL DNI INCORRECTO O REPETIDO, EL DE UN CLIENTE
      *  ACTIVO EN CLIENTES Y EL QUE TIENE UNA BAJA PENDIENTE DE
      *  APROBACION EN CLNTPEN. PARA LOS DEMAS SE SUSTITUYEN NOMBRE,
      *  APELLIDO, TELEFONO, DIRECCION Y EMAIL POR LOS VALORES DE
      *  ANONIMIZACION (COPY CLNTANO) EN CLIENTES, CLIENTEH Y LAS
      *  DOS IMAGENES DE CADA REGISTRO DE CLNTHIS, CONSERVANDO
      *  CLAVES, FECHAS Y TIPOS DE CAMBIO, Y SE SUSTITUYE EL DNI EN
      *  LOS REGISTROS DEL LOG DE CONSULTAS CLNTLOG (VIVO E
      *  HISTORICO), QUE NO TIENE OTRO DATO PERSONAL. TAMBIEN SE
      *  ANONIMIZA LA IMAGEN DEL CLIENTE QUE GUARDAN SUS ENTRADAS EN
      *  LA COLA DE REVISION DEL CRIBADO CLNTREV (ALTAS RETENIDAS Y
      *  COINCIDENCIAS NOCTURNAS), CONSERVANDO LA DECISION DE
      *  CUMPLIMIENTO Y LOS DATOS DE LA LISTA. SI EL CLIENTE
      *  SEGUIA EN CLIENTES SE ANOTA LA SUPRESION EN CLNTHIS COMO
      *  UNA MODIFICACION DEL USUARIO CLNTSUP, PARA QUE UNA
      *  RECUPERACION CON CLNTREC LA VUELVA A APLICAR. TERMINA CON
      *  EL CERTIFICADO DE SUPRESION, POR DNI Y POR FICHERO, PARA
      *  LA FIRMA DEL RESPONSABLE.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTSUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN TO ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENTRADA.
           SELECT F-CLIENTES ASSIGN TO CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS C-DNI
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT F-ARCHIVO ASSIGN TO CLIENTEH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARC-DNI
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT F-HISTORICO ASSIGN TO CLNTHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT F-PENDIENTES ASSIGN TO CLNTPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEN-DNI
               FILE STATUS IS WS-ESTADO-PENDIENTES.
           SELECT F-REVISION ASSIGN TO CLNTREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-ESTADO-REVISION.
           SELECT F-CLNTLOG ASSIGN TO AS-CLNTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLNTLOG.
           SELECT F-LOG-HISTORICO ASSIGN TO HISTORIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG-HISTORICO.
           SELECT F-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *==============================================================
      * PETICIONES DE SUPRESION APROBADAS: DNI Y EXPEDIENTE
      *==============================================================
       FD  F-ENTRADA
           RECORDING MODE IS F.
       01  REGISTRO-ENTRADA.
           05  ENT-DNI                    PIC X(9).
           05  ENT-EXPEDIENTE             PIC X(20).
       FD  F-CLIENTES.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTREG.
       FD  F-ARCHIVO.
       01  REGISTRO-ARCHIVO.
           05  ARC-DNI                    PIC X(9).
           05  FILLER                     PIC X(119).
       FD  F-HISTORICO.
      *==============================================================
      * LAYOUT DEL HISTORICO DE CAMBIOS (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTHIS.
       FD  F-PENDIENTES.
      *==============================================================
      * LAYOUT DE LAS BAJAS PENDIENTES DE APROBACION
      *==============================================================
       COPY CLNTPEN.
       FD  F-REVISION.
      *==============================================================
      * LAYOUT DE LA COLA DE REVISION DEL CRIBADO DE SANCIONES
      *==============================================================
       COPY CLNTREV.
       FD  F-CLNTLOG.
      *==============================================================
      * LAYOUT DEL REGISTRO DE AUDITORIA (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTLOG.
      *==============================================================
      * HISTORICO DEL LOG DE CONSULTAS QUE ACUMULA LA PURGA CLNTLGP
      * (MISMO LAYOUT QUE CLNTLOG)
      *==============================================================
       FD  F-LOG-HISTORICO
           RECORDING MODE IS F.
       01  REGISTRO-LOG-HISTORICO.
           05  LGH-DNI                    PIC X(9).
           05  FILLER                     PIC X(30).
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-ENTRADA              PIC X(2).
           88  ENTRADA-OK                        VALUE '00'.
           88  ENTRADA-FIN                       VALUE '10'.
       01  WS-ESTADO-CLIENTES             PIC X(2).
           88  CLIENTES-OK                       VALUE '00'.
           88  CLIENTES-NO-EXISTE                VALUE '23'.
       01  WS-ESTADO-ARCHIVO              PIC X(2).
           88  ARCHIVO-OK                        VALUE '00'.
           88  ARCHIVO-NO-EXISTE                 VALUE '23'.
       01  WS-ESTADO-HISTORICO            PIC X(2).
           88  HISTORICO-OK                      VALUE '00'.
           88  HISTORICO-DUPLICADO               VALUE '22'.
       01  WS-ESTADO-PENDIENTES           PIC X(2).
           88  PENDIENTES-OK                     VALUE '00'.
           88  PENDIENTES-NO-EXISTE              VALUE '23'.
       01  WS-ESTADO-REVISION             PIC X(2).
           88  REVISION-OK                       VALUE '00'.
           88  REVISION-NO-EXISTE                VALUE '23'.
       01  WS-ESTADO-CLNTLOG              PIC X(2).
           88  CLNTLOG-OK                        VALUE '00'.
           88  CLNTLOG-FIN                       VALUE '10'.
       01  WS-ESTADO-LOG-HISTORICO        PIC X(2).
           88  LOG-HISTORICO-OK                  VALUE '00'.
           88  LOG-HISTORICO-FIN                 VALUE '10'.
      *==============================================================
      * VALIDACION DEL DIGITO DE CONTROL DEL DNI (MISMA REGLA QUE
      * EL PARRAFO VALIDAR-DNI DE LA TRANSACCION ONLINE)
      *==============================================================
       COPY CLNTDNI.
      *==============================================================
      * VALORES QUE SUSTITUYEN A LOS DATOS PERSONALES
      *==============================================================
       COPY CLNTANO.
      *==============================================================
      * VISTA POR CAMPOS DE UNA IMAGEN DEL REGISTRO DE CLIENTES
      * PARA SUSTITUIR SUS DATOS PERSONALES
      *==============================================================
       01  WS-IMAGEN.
           05  IMG-DNI                    PIC X(9).
           05  IMG-NOMBRE                 PIC X(10).
           05  IMG-APELLIDO               PIC X(21).
           05  IMG-TELEFONO               PIC X(9).
           05  IMG-DIRECCION              PIC X(35).
           05  IMG-EMAIL                  PIC X(35).
           05  IMG-ESTADO                 PIC X(1).
           05  IMG-FECHA-ALTA             PIC X(8).
      *==============================================================
      * PETICIONES DE LA EJECUCION, CON SU RESULTADO Y LOS
      * REGISTROS ANONIMIZADOS EN CADA FICHERO PARA EL CERTIFICADO
      *==============================================================
       01  WS-MAX-PETICIONES              PIC 9(3) VALUE 500.
       01  WS-NUM-PETICIONES              PIC 9(3) VALUE 0.
       01  WS-TABLA-PETICIONES.
           05  WS-PETICION OCCURS 500 TIMES.
               10  PET-DNI                PIC X(9).
               10  PET-EXPEDIENTE         PIC X(20).
               10  PET-RESULTADO          PIC X(1).
                   88  PET-ACEPTADA              VALUE 'S'.
                   88  PET-RECHAZADA             VALUE 'N'.
               10  PET-MOTIVO             PIC X(40).
               10  PET-CLIENTES           PIC 9(7).
               10  PET-ARCHIVO            PIC 9(7).
               10  PET-HISTORICO          PIC 9(7).
               10  PET-SUPRESION-HIS      PIC 9(7).
               10  PET-REVISION           PIC 9(7).
               10  PET-LOG                PIC 9(7).
               10  PET-LOG-HISTORICO      PIC 9(7).
       01  WS-I                           PIC 9(3).
       01  WS-J                           PIC 9(3).
       01  WS-DNI-BUSQUEDA                PIC X(9).
       01  WS-DNI-ENCONTRADO              PIC X(1).
           88  DNI-ENCONTRADO                    VALUE 'S'.
           88  DNI-NO-ENCONTRADO                 VALUE 'N'.
       01  WS-FIN-HISTORICO               PIC X(1).
       01  WS-FIN-REVISION                PIC X(1).
       01  WS-FECHA-HOY                   PIC 9(8).
       01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY
                                          PIC X(8).
       01  WS-HORA-AHORA                  PIC 9(8).
       01  WS-HORA-AHORA-X REDEFINES WS-HORA-AHORA.
           05  WS-HORA-HHMMSS             PIC X(6).
           05  FILLER                     PIC X(2).
       01  WS-CONTADORES.
           05  WS-TOTAL-LEIDAS            PIC 9(7) VALUE 0.
           05  WS-TOTAL-ACEPTADAS         PIC 9(7) VALUE 0.
           05  WS-TOTAL-RECHAZADAS        PIC 9(7) VALUE 0.
           05  WS-TOTAL-EXCESO            PIC 9(7) VALUE 0.
           05  WS-TOTAL-CLIENTES          PIC 9(7) VALUE 0.
           05  WS-TOTAL-ARCHIVO           PIC 9(7) VALUE 0.
           05  WS-TOTAL-HISTORICO         PIC 9(7) VALUE 0.
           05  WS-TOTAL-REVISION          PIC 9(7) VALUE 0.
           05  WS-TOTAL-LOG               PIC 9(7) VALUE 0.
           05  WS-TOTAL-LOG-HISTORICO     PIC 9(7) VALUE 0.
      *==============================================================
      * LINEAS DEL CERTIFICADO DE SUPRESION
      *==============================================================
       01  LINEA-CABECERA-INFORME.
           05  FILLER                     PIC X(50) VALUE
               'CERTIFICADO DE SUPRESION DE DATOS PERSONALES'.
       01  LINEA-EJECUCION.
           05  FILLER                     PIC X(21)
               VALUE 'FECHA DE EJECUCION:  '.
           05  INF-FECHA                  PIC X(8).
           05  FILLER                     PIC X(8)  VALUE '  HORA: '.
           05  INF-HORA                   PIC X(6).
       01  LINEA-TEXTO.
           05  TXT-TEXTO                  PIC X(100).
       01  LINEA-PETICION.
           05  FILLER                     PIC X(4)  VALUE 'DNI '.
           05  PTC-DNI                    PIC X(9).
           05  FILLER                     PIC X(13)
               VALUE '  EXPEDIENTE '.
           05  PTC-EXPEDIENTE             PIC X(20).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PTC-RESULTADO              PIC X(11).
           05  PTC-MOTIVO                 PIC X(40).
       01  LINEA-FICHERO.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  FIC-NOMBRE                 PIC X(32).
           05  FIC-CONTADOR               PIC ZZZ,ZZ9.
       01  LINEA-TOTAL-INFORME.
           05  TOT-TITULO                 PIC X(36).
           05  TOT-CONTADOR               PIC ZZZ,ZZ9.
      *==============================================================
      * PARAMETRO DEL CONTROL DE EJECUCIONES BATCH (CALL CLNTCTL)
      *==============================================================
       COPY CLNTCTC.
       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM ANOTAR-CONTROL-INICIO.
           PERFORM INICIO-PROCESO.
           PERFORM LEER-PETICION.
           PERFORM UNTIL ENTRADA-FIN
               PERFORM TRATAR-PETICION
               PERFORM LEER-PETICION
           END-PERFORM.
           IF WS-TOTAL-ACEPTADAS > 0
               PERFORM ANONIMIZAR-LOG
               PERFORM ANONIMIZAR-LOG-HISTORICO
           END-IF.
           PERFORM EMITIR-CERTIFICADO.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
      *============================================================
      * APERTURA DE FICHEROS Y FECHA Y HORA DE LA EJECUCION
      *============================================================
       INICIO-PROCESO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           OPEN INPUT F-ENTRADA.
           IF NOT ENTRADA-OK
               DISPLAY 'ERROR AL ABRIR ENTRADA: ' WS-ESTADO-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O F-CLIENTES.
           IF NOT CLIENTES-OK
               DISPLAY 'ERROR AL ABRIR CLIENTES: ' WS-ESTADO-CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O F-ARCHIVO.
           IF NOT ARCHIVO-OK
               DISPLAY 'ERROR AL ABRIR CLIENTEH: ' WS-ESTADO-ARCHIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O F-HISTORICO.
           IF NOT HISTORICO-OK
               DISPLAY 'ERROR AL ABRIR CLNTHIS: ' WS-ESTADO-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT F-PENDIENTES.
           IF NOT PENDIENTES-OK
               DISPLAY 'ERROR AL ABRIR CLNTPEN: ' WS-ESTADO-PENDIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O F-REVISION.
           IF NOT REVISION-OK
               DISPLAY 'ERROR AL ABRIR CLNTREV: ' WS-ESTADO-REVISION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-INFORME.
      *
       LEER-PETICION.
           READ F-ENTRADA
               AT END
                   SET ENTRADA-FIN TO TRUE
           END-READ.
           IF ENTRADA-OK
               ADD 1 TO WS-TOTAL-LEIDAS
           END-IF.
      *============================================================
      * ANOTA LA PETICION EN LA TABLA Y, SI SUPERA LAS
      * COMPROBACIONES, ANONIMIZA EL CLIENTE EN CLIENTES, CLIENTEH,
      * CLNTHIS Y CLNTREV. EL LOG DE CONSULTAS SE TRATA DESPUES, DE UNA
      * SOLA PASADA PARA TODAS LAS PETICIONES ACEPTADAS
      *============================================================
       TRATAR-PETICION.
           IF WS-NUM-PETICIONES = WS-MAX-PETICIONES
               ADD 1 TO WS-TOTAL-EXCESO
               DISPLAY 'PETICION NO TRATADA, SUPERADO EL MAXIMO: '
                       ENT-DNI
           ELSE
               ADD 1 TO WS-NUM-PETICIONES
               MOVE WS-NUM-PETICIONES TO WS-I
               MOVE ENT-DNI TO PET-DNI(WS-I)
               MOVE ENT-EXPEDIENTE TO PET-EXPEDIENTE(WS-I)
               MOVE SPACES TO PET-MOTIVO(WS-I)
               MOVE 0 TO PET-CLIENTES(WS-I)
               MOVE 0 TO PET-ARCHIVO(WS-I)
               MOVE 0 TO PET-HISTORICO(WS-I)
               MOVE 0 TO PET-SUPRESION-HIS(WS-I)
               MOVE 0 TO PET-REVISION(WS-I)
               MOVE 0 TO PET-LOG(WS-I)
               MOVE 0 TO PET-LOG-HISTORICO(WS-I)
               SET PET-ACEPTADA(WS-I) TO TRUE
               PERFORM COMPROBAR-PETICION
               IF PET-ACEPTADA(WS-I)
                   ADD 1 TO WS-TOTAL-ACEPTADAS
                   PERFORM ANONIMIZAR-CLIENTE
                   PERFORM ANONIMIZAR-ARCHIVO
                   PERFORM ANONIMIZAR-HISTORICO
                   PERFORM ANONIMIZAR-REVISION
                   IF PET-CLIENTES(WS-I) > 0
                       PERFORM REGISTRAR-SUPRESION
                   END-IF
               ELSE
                   ADD 1 TO WS-TOTAL-RECHAZADAS
               END-IF
           END-IF.
      *============================================================
      * COMPROBACIONES PREVIAS: DNI CORRECTO Y NO REPETIDO, SIN
      * BAJA PENDIENTE EN CLNTPEN Y SIN REGISTRO ACTIVO EN
      * CLIENTES. DEJA LEIDO EL REGISTRO DE CLIENTES SI EXISTE
      *============================================================
       COMPROBAR-PETICION.
           MOVE PET-DNI(WS-I) TO WS-DNI-BUSQUEDA.
           PERFORM VALIDAR-DNI.
           IF DNI-INVALIDO
               SET PET-RECHAZADA(WS-I) TO TRUE
               MOVE 'DNI INCORRECTO' TO PET-MOTIVO(WS-I)
           END-IF.
           IF PET-ACEPTADA(WS-I)
               SET DNI-NO-ENCONTRADO TO TRUE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J NOT < WS-I OR DNI-ENCONTRADO
                   IF PET-DNI(WS-J) = WS-DNI-BUSQUEDA
                       SET DNI-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF DNI-ENCONTRADO
                   SET PET-RECHAZADA(WS-I) TO TRUE
                   MOVE 'DNI REPETIDO EN LA ENTRADA'
                       TO PET-MOTIVO(WS-I)
               END-IF
           END-IF.
           IF PET-ACEPTADA(WS-I)
               MOVE WS-DNI-BUSQUEDA TO PEN-DNI
               READ F-PENDIENTES
               END-READ
               IF PENDIENTES-OK
                   SET PET-RECHAZADA(WS-I) TO TRUE
                   MOVE 'BAJA PENDIENTE DE APROBACION EN CLNTPEN'
                       TO PET-MOTIVO(WS-I)
               ELSE
                   IF NOT PENDIENTES-NO-EXISTE
                       DISPLAY 'ERROR AL LEER CLNTPEN: '
                               WS-ESTADO-PENDIENTES
                               ' DNI ' WS-DNI-BUSQUEDA
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           IF PET-ACEPTADA(WS-I)
               MOVE WS-DNI-BUSQUEDA TO C-DNI
               READ F-CLIENTES
               END-READ
               IF NOT CLIENTES-OK AND NOT CLIENTES-NO-EXISTE
                   DISPLAY 'ERROR AL LEER CLIENTES: '
                           WS-ESTADO-CLIENTES ' DNI ' WS-DNI-BUSQUEDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CLIENTES-OK AND C-ESTADO = 'A'
                   SET PET-RECHAZADA(WS-I) TO TRUE
                   MOVE 'CLIENTE ACTIVO EN CLIENTES'
                       TO PET-MOTIVO(WS-I)
               END-IF
           END-IF.
      *============================================================
      * VALIDACION DEL DIGITO DE CONTROL DEL DNI (MOD 23)
      *============================================================
       VALIDAR-DNI.
           SET DNI-VALIDO TO TRUE.
           IF WS-DNI-BUSQUEDA(1:8) IS NOT NUMERIC
              OR WS-DNI-BUSQUEDA(9:1) = SPACE
               SET DNI-INVALIDO TO TRUE
           ELSE
               MOVE WS-DNI-BUSQUEDA(1:8) TO WS-DNI-NUM
               MOVE WS-DNI-BUSQUEDA(9:1) TO WS-DNI-LETRA
               COMPUTE WS-DNI-RESTO = FUNCTION MOD(WS-DNI-NUM, 23)
               IF LETRA-DNI(WS-DNI-RESTO + 1) = WS-DNI-LETRA
                   SET DNI-VALIDO TO TRUE
               ELSE
                   SET DNI-INVALIDO TO TRUE
               END-IF
           END-IF.
      *============================================================
      * REGISTRO DEL FICHERO VIVO (NO ACTIVO), YA LEIDO EN LAS
      * COMPROBACIONES
      *============================================================
       ANONIMIZAR-CLIENTE.
           IF CLIENTES-OK
               MOVE REGISTRO-CLIENTES TO WS-IMAGEN
               PERFORM ANONIMIZAR-IMAGEN
               MOVE WS-IMAGEN TO REGISTRO-CLIENTES
               REWRITE REGISTRO-CLIENTES
               IF NOT CLIENTES-OK
                   DISPLAY 'ERROR AL REESCRIBIR CLIENTES: '
                           WS-ESTADO-CLIENTES ' DNI ' WS-DNI-BUSQUEDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PET-CLIENTES(WS-I)
               ADD 1 TO WS-TOTAL-CLIENTES
           END-IF.
      *============================================================
      * REGISTRO DEL ARCHIVO DE CLIENTES INACTIVOS
      *============================================================
       ANONIMIZAR-ARCHIVO.
           MOVE WS-DNI-BUSQUEDA TO ARC-DNI.
           READ F-ARCHIVO
           END-READ.
           EVALUATE TRUE
               WHEN ARCHIVO-OK
                   MOVE REGISTRO-ARCHIVO TO WS-IMAGEN
                   PERFORM ANONIMIZAR-IMAGEN
                   MOVE WS-IMAGEN TO REGISTRO-ARCHIVO
                   REWRITE REGISTRO-ARCHIVO
                   IF NOT ARCHIVO-OK
                       DISPLAY 'ERROR AL REESCRIBIR CLIENTEH: '
                               WS-ESTADO-ARCHIVO
                               ' DNI ' WS-DNI-BUSQUEDA
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PET-ARCHIVO(WS-I)
                   ADD 1 TO WS-TOTAL-ARCHIVO
               WHEN ARCHIVO-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER CLIENTEH: '
                           WS-ESTADO-ARCHIVO ' DNI ' WS-DNI-BUSQUEDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *============================================================
      * TODOS LOS CAMBIOS DEL DNI EN EL HISTORICO: SE ANONIMIZAN
      * LAS DOS IMAGENES (LA QUE ESTA EN BLANCO, COMO LA ANTES DE
      * UN ALTA, SE DEJA ASI) Y SE CONSERVAN CLAVE, TIPO, USUARIO
      * Y TERMINAL
      *============================================================
       ANONIMIZAR-HISTORICO.
           MOVE WS-DNI-BUSQUEDA TO HIS-DNI.
           MOVE LOW-VALUES TO HIS-FECHA.
           MOVE LOW-VALUES TO HIS-HORA.
           MOVE 0 TO HIS-SECUENCIA.
           START F-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
           END-START.
           IF HISTORICO-OK
               MOVE 'N' TO WS-FIN-HISTORICO
               PERFORM UNTIL WS-FIN-HISTORICO = 'S'
                   READ F-HISTORICO NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-HISTORICO
                   END-READ
                   IF WS-FIN-HISTORICO = 'N'
                       IF HIS-DNI NOT = WS-DNI-BUSQUEDA
                           MOVE 'S' TO WS-FIN-HISTORICO
                       ELSE
                           PERFORM ANONIMIZAR-CAMBIO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       ANONIMIZAR-CAMBIO.
           MOVE HIS-IMAGEN-ANTES TO WS-IMAGEN.
           PERFORM ANONIMIZAR-IMAGEN.
           MOVE WS-IMAGEN TO HIS-IMAGEN-ANTES.
           MOVE HIS-IMAGEN-DESPUES TO WS-IMAGEN.
           PERFORM ANONIMIZAR-IMAGEN.
           MOVE WS-IMAGEN TO HIS-IMAGEN-DESPUES.
           REWRITE REGISTRO-CLNTHIS.
           IF NOT HISTORICO-OK
               DISPLAY 'ERROR AL REESCRIBIR CLNTHIS: '
                       WS-ESTADO-HISTORICO ' DNI ' WS-DNI-BUSQUEDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PET-HISTORICO(WS-I).
           ADD 1 TO WS-TOTAL-HISTORICO.
      *============================================================
      * ENTRADAS DEL DNI EN LA COLA DE REVISION DEL CRIBADO: SE
      * ANONIMIZA LA IMAGEN DEL CLIENTE (LA QUE ESTA EN BLANCO SE
      * DEJA ASI) Y SE CONSERVAN LA ENTRADA DE LA LISTA, EL ESTADO
      * Y QUIEN DECIDIO Y CUANDO
      *============================================================
       ANONIMIZAR-REVISION.
           MOVE WS-DNI-BUSQUEDA TO REV-DNI.
           MOVE LOW-VALUES TO REV-SAN-ID.
           START F-REVISION KEY IS NOT LESS THAN REV-CLAVE
           END-START.
           IF REVISION-OK
               MOVE 'N' TO WS-FIN-REVISION
               PERFORM UNTIL WS-FIN-REVISION = 'S'
                   READ F-REVISION NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-REVISION
                   END-READ
                   IF WS-FIN-REVISION = 'N'
                       IF REV-DNI NOT = WS-DNI-BUSQUEDA
                           MOVE 'S' TO WS-FIN-REVISION
                       ELSE
                           PERFORM ANONIMIZAR-ENTRADA-REVISION
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               IF NOT REVISION-NO-EXISTE
                   DISPLAY 'ERROR AL POSICIONAR CLNTREV: '
                           WS-ESTADO-REVISION ' DNI ' WS-DNI-BUSQUEDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       ANONIMIZAR-ENTRADA-REVISION.
           IF REV-IMAGEN NOT = SPACES
               MOVE REV-IMAGEN TO WS-IMAGEN
               PERFORM ANONIMIZAR-IMAGEN
               MOVE WS-IMAGEN TO REV-IMAGEN
               REWRITE REGISTRO-CLNTREV
               IF NOT REVISION-OK
                   DISPLAY 'ERROR AL REESCRIBIR CLNTREV: '
                           WS-ESTADO-REVISION ' DNI ' WS-DNI-BUSQUEDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PET-REVISION(WS-I)
               ADD 1 TO WS-TOTAL-REVISION
           END-IF.
      *
       ANONIMIZAR-IMAGEN.
           IF WS-IMAGEN NOT = SPACES
               MOVE ANO-NOMBRE    TO IMG-NOMBRE
               MOVE ANO-APELLIDO  TO IMG-APELLIDO
               MOVE ANO-TELEFONO  TO IMG-TELEFONO
               MOVE ANO-DIRECCION TO IMG-DIRECCION
               MOVE ANO-EMAIL     TO IMG-EMAIL
           END-IF.
      *============================================================
      * ANOTA LA SUPRESION EN EL HISTORICO COMO UNA MODIFICACION DEL
      * CLIENTE DEL FICHERO VIVO (LAS DOS IMAGENES YA ANONIMIZADAS),
      * PARA QUE UNA RECUPERACION DESDE UNA COPIA ANTERIOR LA VUELVA
      * A APLICAR
      *============================================================
       REGISTRAR-SUPRESION.
           MOVE WS-DNI-BUSQUEDA TO HIS-DNI.
           MOVE WS-FECHA-HOY-X TO HIS-FECHA.
           MOVE WS-HORA-HHMMSS TO HIS-HORA.
           MOVE 'M' TO HIS-TIPO.
           MOVE 'CLNTSUP ' TO HIS-USERID.
           MOVE SPACES TO HIS-TERMID.
           MOVE REGISTRO-CLIENTES TO HIS-IMAGEN-ANTES.
           MOVE REGISTRO-CLIENTES TO HIS-IMAGEN-DESPUES.
           MOVE 0 TO HIS-SECUENCIA.
           WRITE REGISTRO-CLNTHIS.
           PERFORM UNTIL NOT HISTORICO-DUPLICADO
                         OR HIS-SECUENCIA = 99
               ADD 1 TO HIS-SECUENCIA
               WRITE REGISTRO-CLNTHIS
           END-PERFORM.
           IF NOT HISTORICO-OK
               DISPLAY 'ERROR AL GRABAR CLNTHIS: ' WS-ESTADO-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PET-SUPRESION-HIS(WS-I).
      *============================================================
      * LOG DE CONSULTAS VIVO (ESDS SIN CLAVE): UNA PASADA QUE
      * SUSTITUYE EL DNI DE LOS REGISTROS DE LAS PETICIONES
      * ACEPTADAS Y CONSERVA TRANSACCION, TERMINAL, USUARIO, FECHA
      * Y HORA
      *============================================================
       ANONIMIZAR-LOG.
           OPEN I-O F-CLNTLOG.
           IF NOT CLNTLOG-OK
               DISPLAY 'ERROR AL ABRIR CLNTLOG: ' WS-ESTADO-CLNTLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-LOG.
           PERFORM UNTIL CLNTLOG-FIN
               MOVE LOG-DNI TO WS-DNI-BUSQUEDA
               PERFORM BUSCAR-PETICION-ACEPTADA
               IF DNI-ENCONTRADO
                   MOVE ANO-DNI-LOG TO LOG-DNI
                   REWRITE REGISTRO-CLNTLOG
                   IF NOT CLNTLOG-OK
                       DISPLAY 'ERROR AL REESCRIBIR CLNTLOG: '
                               WS-ESTADO-CLNTLOG
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PET-LOG(WS-J)
                   ADD 1 TO WS-TOTAL-LOG
               END-IF
               PERFORM LEER-LOG
           END-PERFORM.
           CLOSE F-CLNTLOG.
      *
       LEER-LOG.
           READ F-CLNTLOG
               AT END
                   SET CLNTLOG-FIN TO TRUE
           END-READ.
      *============================================================
      * HISTORICO DEL LOG DE CONSULTAS (LO QUE YA PURGO CLNTLGP),
      * CON EL MISMO TRATAMIENTO
      *============================================================
       ANONIMIZAR-LOG-HISTORICO.
           OPEN I-O F-LOG-HISTORICO.
           IF NOT LOG-HISTORICO-OK
               DISPLAY 'ERROR AL ABRIR HISTORIC: '
                       WS-ESTADO-LOG-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-LOG-HISTORICO.
           PERFORM UNTIL LOG-HISTORICO-FIN
               MOVE LGH-DNI TO WS-DNI-BUSQUEDA
               PERFORM BUSCAR-PETICION-ACEPTADA
               IF DNI-ENCONTRADO
                   MOVE ANO-DNI-LOG TO LGH-DNI
                   REWRITE REGISTRO-LOG-HISTORICO
                   IF NOT LOG-HISTORICO-OK
                       DISPLAY 'ERROR AL REESCRIBIR HISTORIC: '
                               WS-ESTADO-LOG-HISTORICO
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PET-LOG-HISTORICO(WS-J)
                   ADD 1 TO WS-TOTAL-LOG-HISTORICO
               END-IF
               PERFORM LEER-LOG-HISTORICO
           END-PERFORM.
           CLOSE F-LOG-HISTORICO.
      *
       LEER-LOG-HISTORICO.
           READ F-LOG-HISTORICO
               AT END
                   SET LOG-HISTORICO-FIN TO TRUE
           END-READ.
      *============================================================
      * BUSCA WS-DNI-BUSQUEDA ENTRE LAS PETICIONES ACEPTADAS Y DEJA
      * SU POSICION EN WS-J
      *============================================================
       BUSCAR-PETICION-ACEPTADA.
           SET DNI-NO-ENCONTRADO TO TRUE.
           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-J > WS-NUM-PETICIONES OR DNI-ENCONTRADO
               IF PET-DNI(WS-J) = WS-DNI-BUSQUEDA
                  AND PET-ACEPTADA(WS-J)
                   SET DNI-ENCONTRADO TO TRUE
               ELSE
                   ADD 1 TO WS-J
               END-IF
           END-PERFORM.
      *============================================================
      * CERTIFICADO: UN BLOQUE POR PETICION CON EL RESULTADO Y LOS
      * REGISTROS ANONIMIZADOS EN CADA FICHERO, LOS TOTALES Y EL
      * ESPACIO PARA LA FIRMA DEL RESPONSABLE
      *============================================================
       EMITIR-CERTIFICADO.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-INFORME
               AFTER ADVANCING PAGE.
           MOVE WS-FECHA-HOY-X TO INF-FECHA.
           MOVE WS-HORA-HHMMSS TO INF-HORA.
           WRITE LINEA-INFORME FROM LINEA-EJECUCION
               AFTER ADVANCING 2 LINES.
           MOVE 'SE SUSTITUYEN NOMBRE, APELLIDO, TELEFONO, DIRECCION'
               TO TXT-TEXTO.
           WRITE LINEA-INFORME FROM LINEA-TEXTO
               AFTER ADVANCING 2 LINES.
           MOVE 'Y EMAIL; SE CONSERVAN DNI, ESTADO, FECHAS Y TIPOS DE'
               TO TXT-TEXTO.
           WRITE LINEA-INFORME FROM LINEA-TEXTO
               AFTER ADVANCING 1 LINE.
           MOVE 'CAMBIO. EN EL LOG DE CONSULTAS SE SUSTITUYE EL DNI.'
               TO TXT-TEXTO.
           WRITE LINEA-INFORME FROM LINEA-TEXTO
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-PETICIONES
               PERFORM IMPRIMIR-PETICION
           END-PERFORM.
           MOVE 'PETICIONES LEIDAS:                  ' TO TOT-TITULO.
           MOVE WS-TOTAL-LEIDAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 3 LINES.
           MOVE 'DNIS SUPRIMIDOS:                    ' TO TOT-TITULO.
           MOVE WS-TOTAL-ACEPTADAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'PETICIONES RECHAZADAS:              ' TO TOT-TITULO.
           MOVE WS-TOTAL-RECHAZADAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'PETICIONES NO TRATADAS (EXCESO):    ' TO TOT-TITULO.
           MOVE WS-TOTAL-EXCESO TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTROS ANONIMIZADOS EN CLIENTES: ' TO TOT-TITULO.
           MOVE WS-TOTAL-CLIENTES TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 2 LINES.
           MOVE 'REGISTROS ANONIMIZADOS EN CLIENTEH: ' TO TOT-TITULO.
           MOVE WS-TOTAL-ARCHIVO TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTROS ANONIMIZADOS EN CLNTHIS:  ' TO TOT-TITULO.
           MOVE WS-TOTAL-HISTORICO TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTROS ANONIMIZADOS EN CLNTREV:  ' TO TOT-TITULO.
           MOVE WS-TOTAL-REVISION TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTROS ANONIMIZADOS EN CLNTLOG:  ' TO TOT-TITULO.
           MOVE WS-TOTAL-LOG TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'IDEM EN EL HISTORICO DE CLNTLOG:    ' TO TOT-TITULO.
           MOVE WS-TOTAL-LOG-HISTORICO TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'RESPONSABLE DE PROTECCION DE DATOS: ______________'
               TO TXT-TEXTO.
           WRITE LINEA-INFORME FROM LINEA-TEXTO
               AFTER ADVANCING 4 LINES.
           MOVE 'FIRMA: ______________________   FECHA: __________'
               TO TXT-TEXTO.
           WRITE LINEA-INFORME FROM LINEA-TEXTO
               AFTER ADVANCING 3 LINES.
      *
       IMPRIMIR-PETICION.
           MOVE PET-DNI(WS-I) TO PTC-DNI.
           MOVE PET-EXPEDIENTE(WS-I) TO PTC-EXPEDIENTE.
           IF PET-ACEPTADA(WS-I)
               MOVE 'SUPRIMIDO' TO PTC-RESULTADO
           ELSE
               MOVE 'RECHAZADO: ' TO PTC-RESULTADO
           END-IF.
           MOVE PET-MOTIVO(WS-I) TO PTC-MOTIVO.
           WRITE LINEA-INFORME FROM LINEA-PETICION
               AFTER ADVANCING 2 LINES.
           IF PET-ACEPTADA(WS-I)
               MOVE 'CLIENTES (FICHERO VIVO):        ' TO FIC-NOMBRE
               MOVE PET-CLIENTES(WS-I) TO FIC-CONTADOR
               WRITE LINEA-INFORME FROM LINEA-FICHERO
                   AFTER ADVANCING 1 LINE
               MOVE 'CLIENTEH (ARCHIVO):             ' TO FIC-NOMBRE
               MOVE PET-ARCHIVO(WS-I) TO FIC-CONTADOR
               WRITE LINEA-INFORME FROM LINEA-FICHERO
                   AFTER ADVANCING 1 LINE
               MOVE 'CLNTHIS (HISTORICO DE CAMBIOS): ' TO FIC-NOMBRE
               MOVE PET-HISTORICO(WS-I) TO FIC-CONTADOR
               WRITE LINEA-INFORME FROM LINEA-FICHERO
                   AFTER ADVANCING 1 LINE
               MOVE '  SUPRESION ANOTADA EN CLNTHIS: ' TO FIC-NOMBRE
               MOVE PET-SUPRESION-HIS(WS-I) TO FIC-CONTADOR
               WRITE LINEA-INFORME FROM LINEA-FICHERO
                   AFTER ADVANCING 1 LINE
               MOVE 'CLNTREV (REVISION DEL CRIBADO): ' TO FIC-NOMBRE
               MOVE PET-REVISION(WS-I) TO FIC-CONTADOR
               WRITE LINEA-INFORME FROM LINEA-FICHERO
                   AFTER ADVANCING 1 LINE
               MOVE 'CLNTLOG (CONSULTAS):            ' TO FIC-NOMBRE
               MOVE PET-LOG(WS-I) TO FIC-CONTADOR
               WRITE LINEA-INFORME FROM LINEA-FICHERO
                   AFTER ADVANCING 1 LINE
               MOVE 'CLNTLOG (HISTORICO PURGADO):    ' TO FIC-NOMBRE
               MOVE PET-LOG-HISTORICO(WS-I) TO FIC-CONTADOR
               WRITE LINEA-INFORME FROM LINEA-FICHERO
                   AFTER ADVANCING 1 LINE
           END-IF.
      *============================================================
      * CIERRE. SI ALGUNA PETICION SE RECHAZO O NO SE TRATO SE
      * DEVUELVE RC=4 PARA QUE SE REVISE EL CERTIFICADO
      *============================================================
       FIN-PROCESO.
           CLOSE F-ENTRADA.
           CLOSE F-CLIENTES.
           CLOSE F-ARCHIVO.
           CLOSE F-HISTORICO.
           CLOSE F-PENDIENTES.
           CLOSE F-REVISION.
           CLOSE F-INFORME.
           DISPLAY 'PETICIONES LEIDAS:      ' WS-TOTAL-LEIDAS.
           DISPLAY 'DNIS SUPRIMIDOS:        ' WS-TOTAL-ACEPTADAS.
           DISPLAY 'PETICIONES RECHAZADAS:  ' WS-TOTAL-RECHAZADAS.
           DISPLAY 'PETICIONES NO TRATADAS: ' WS-TOTAL-EXCESO.
           IF WS-TOTAL-RECHAZADAS > 0 OR WS-TOTAL-EXCESO > 0
               DISPLAY 'HAY PETICIONES RECHAZADAS, SE DEVUELVE '
                       'AVISO RC=4'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      * CLNO)
      *============================================================
       ANOTAR-CONTROL-INICIO.
           MOVE 'CLNTSUP ' TO CTL-PROGRAMA.
           SET CTL-INICIO TO TRUE.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           MOVE WS-TOTAL-LEIDAS TO CTL-LEIDOS.
           MOVE WS-TOTAL-ACEPTADAS TO CTL-ESCRITOS.
           COMPUTE CTL-RECHAZADOS =
               WS-TOTAL-RECHAZADAS + WS-TOTAL-EXCESO.
           IF CTL-RECHAZADOS > 0
               MOVE 'A' TO CTL-ESTADO-FIN
           ELSE
               MOVE 'C' TO CTL-ESTADO-FIN
           END-IF.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
