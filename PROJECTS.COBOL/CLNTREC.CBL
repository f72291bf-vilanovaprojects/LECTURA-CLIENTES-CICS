      *************************************************
      *  RECUPERACION HACIA DELANTE DEL FICHERO MAESTRO DE
      *  CLIENTES. CARGA EN UN KSDS VACIO LA COPIA DE SEGURIDAD
      *  NOCTURNA (CLNTBKP) Y LE APLICA, EN ORDEN DE FECHA Y HORA,
      *  LOS CAMBIOS DEL HISTORICO CLNTHIS POSTERIORES AL MOMENTO
      *  DE LA COPIA Y HASTA LA FECHA Y HORA LIMITE DEL FICHERO DE
      *  PARAMETROS (POR EJEMPLO, JUSTO ANTES DE UN LOTE CLNTMOV
      *  ERRONEO). LAS ALTAS, MODIFICACIONES, BAJAS Y FUSIONES SE
      *  REPRODUCEN A PARTIR DE SUS IMAGENES: LA IMAGEN DESPUES ES
      *  LA QUE QUEDA GRABADA Y LA IMAGEN ANTES SE COMPARA CON EL
      *  ESTADO RECONSTRUIDO. EL INFORME LISTA CADA CAMBIO
      *  APLICADO Y SENALA LOS QUE NO CUADRAN (CLIENTE QUE YA
      *  EXISTIA O QUE NO EXISTIA, O IMAGEN ANTES DISTINTA, CON
      *  LOS CAMPOS QUE DIFIEREN); SI HAY ALGUNO TERMINA CON
      *  RC=4 PARA QUE SE REVISE ANTES DE PONER EL FICHERO
      *  RECONSTRUIDO EN SERVICIO.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENTES ASSIGN TO CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-DNI
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT F-COPIA ASSIGN TO COPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COPIA.
           SELECT F-HISTORICO ASSIGN TO CLNTHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT F-PARAMETROS ASSIGN TO PARAMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT F-WRK-HIS ASSIGN TO WRKHIS
               ORGANIZATION IS SEQUENTIAL.
           SELECT F-ORD-HIS ASSIGN TO WRKHISO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORD-HIS.
           SELECT SD-ORDEN ASSIGN TO SORTWK01.
           SELECT F-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CLIENTES.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (COMPARTIDO CON LO ONLINE).
      * ES EL FICHERO RECONSTRUIDO, QUE DEBE ESTAR RECIEN DEFINIDO
      *==============================================================
       COPY CLNTREG.
       FD  F-COPIA
           RECORDING MODE IS F.
       01  REGISTRO-COPIA                 PIC X(128).
       FD  F-HISTORICO.
      *==============================================================
      * LAYOUT DEL HISTORICO DE CAMBIOS (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTHIS.
      *==============================================================
      * PARAMETROS: MOMENTO DE LA COPIA DE PARTIDA (EL QUE IMPRIME
      * CLNTBKP) Y MOMENTO LIMITE HASTA EL QUE SE APLICAN CAMBIOS,
      * INCLUIDO. LIMITE EN BLANCO = TODO EL HISTORICO
      *==============================================================
       FD  F-PARAMETROS
           RECORDING MODE IS F.
       01  REGISTRO-PARAMETROS.
           05  PARM-MOMENTO-COPIA.
               10  PARM-FECHA-COPIA       PIC X(8).
               10  PARM-HORA-COPIA        PIC X(6).
           05  PARM-MOMENTO-LIMITE.
               10  PARM-FECHA-LIMITE      PIC X(8).
               10  PARM-HORA-LIMITE       PIC X(6).
       FD  F-WRK-HIS
           RECORDING MODE IS F.
       01  REGISTRO-WRK-HIS               PIC X(294).
      *==============================================================
      * CAMBIOS SELECCIONADOS, ORDENADOS POR FECHA, HORA, DNI Y
      * SECUENCIA (LAYOUT DE CLNTHIS)
      *==============================================================
       FD  F-ORD-HIS
           RECORDING MODE IS F.
       01  REGISTRO-ORD-HIS.
           05  ORD-DNI                    PIC X(9).
           05  ORD-FECHA                  PIC X(8).
           05  ORD-HORA                   PIC X(6).
           05  ORD-SECUENCIA              PIC 9(2).
           05  ORD-TIPO                   PIC X(1).
               88  ORD-ALTA                      VALUE 'A'.
               88  ORD-MODIFICACION              VALUE 'M'.
               88  ORD-BAJA                      VALUE 'B'.
               88  ORD-FUSION                    VALUE 'F'.
           05  ORD-USERID                 PIC X(8).
           05  ORD-TERMID                 PIC X(4).
           05  ORD-IMAGEN-ANTES           PIC X(128).
           05  ORD-IMAGEN-DESPUES         PIC X(128).
       SD  SD-ORDEN.
       01  REGISTRO-SD.
           05  SD-DNI                     PIC X(9).
           05  SD-FECHA                   PIC X(8).
           05  SD-HORA                    PIC X(6).
           05  SD-SECUENCIA               PIC 9(2).
           05  FILLER                     PIC X(269).
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CLIENTES             PIC X(2).
           88  CLIENTES-OK                       VALUE '00'.
           88  CLIENTES-NO-EXISTE                VALUE '23'.
       01  WS-ESTADO-COPIA                PIC X(2).
           88  COPIA-OK                          VALUE '00'.
           88  COPIA-FIN                         VALUE '10'.
       01  WS-ESTADO-HISTORICO            PIC X(2).
           88  HISTORICO-OK                      VALUE '00'.
           88  HISTORICO-FIN                     VALUE '10'.
       01  WS-ESTADO-PARAMETROS           PIC X(2).
           88  PARAMETROS-OK                     VALUE '00'.
       01  WS-ESTADO-ORD-HIS              PIC X(2).
           88  ORD-HIS-OK                        VALUE '00'.
           88  ORD-HIS-FIN                       VALUE '10'.
      *==============================================================
      * VENTANA DE CAMBIOS A APLICAR: POSTERIORES A LA COPIA Y NO
      * POSTERIORES AL LIMITE (FECHA + HORA COMO UNA SOLA CLAVE)
      *==============================================================
       01  WS-MOMENTO-COPIA               PIC X(14).
       01  WS-MOMENTO-LIMITE              PIC X(14).
       01  WS-MOMENTO-CAMBIO.
           05  WS-MOMENTO-FECHA           PIC X(8).
           05  WS-MOMENTO-HORA            PIC X(6).
      *==============================================================
      * SITUACION DEL CLIENTE EN EL FICHERO RECONSTRUIDO Y
      * RESULTADO DE LA APLICACION DE CADA CAMBIO
      *==============================================================
       01  WS-CLIENTE-EXISTE              PIC X(1).
           88  CLIENTE-EXISTE                    VALUE 'S'.
           88  CLIENTE-NO-EXISTE                 VALUE 'N'.
       01  WS-CAMBIO-APLICADO             PIC X(1).
           88  CAMBIO-APLICADO                   VALUE 'S'.
           88  CAMBIO-NO-APLICADO                VALUE 'N'.
       01  WS-RESULTADO                   PIC X(29).
       01  WS-CAMPOS-DISTINTOS            PIC X(55).
       01  WS-PUNTERO                     PIC 9(3).
      *==============================================================
      * VISTA POR CAMPOS DE LA IMAGEN ANTES DEL CAMBIO, PARA
      * SENALAR QUE CAMPOS NO CUADRAN CON EL FICHERO RECONSTRUIDO
      *==============================================================
       01  WS-IMAGEN-ANTES.
           05  IMA-DNI                    PIC X(9).
           05  IMA-NOMBRE                 PIC X(10).
           05  IMA-APELLIDO               PIC X(21).
           05  IMA-TELEFONO               PIC X(9).
           05  IMA-DIRECCION              PIC X(35).
           05  IMA-EMAIL                  PIC X(35).
           05  IMA-ESTADO                 PIC X(1).
           05  IMA-FECHA-ALTA             PIC X(8).
       01  WS-CONTADORES.
           05  WS-TOTAL-COPIA             PIC 9(7) VALUE 0.
           05  WS-TOTAL-HISTORICO         PIC 9(7) VALUE 0.
           05  WS-TOTAL-SELECCIONADOS     PIC 9(7) VALUE 0.
           05  WS-TOTAL-ALTAS             PIC 9(7) VALUE 0.
           05  WS-TOTAL-MODIFICACIONES    PIC 9(7) VALUE 0.
           05  WS-TOTAL-BAJAS             PIC 9(7) VALUE 0.
           05  WS-TOTAL-FUSIONES          PIC 9(7) VALUE 0.
           05  WS-TOTAL-APLICADOS         PIC 9(7) VALUE 0.
           05  WS-TOTAL-DISCREPANCIAS     PIC 9(7) VALUE 0.
           05  WS-TOTAL-NO-APLICADOS      PIC 9(7) VALUE 0.
           05  WS-TOTAL-FINAL             PIC 9(7) VALUE 0.
      *==============================================================
      * LINEAS DEL INFORME DE RECUPERACION
      *==============================================================
       01  LINEA-CABECERA-INFORME.
           05  FILLER                     PIC X(50)
               VALUE 'RECUPERACION DEL FICHERO DE CLIENTES'.
       01  LINEA-VENTANA.
           05  FILLER                     PIC X(24)
               VALUE 'COPIA DE PARTIDA:       '.
           05  INF-FECHA-COPIA            PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  INF-HORA-COPIA             PIC X(6).
           05  FILLER                     PIC X(24)
               VALUE '   CAMBIOS HASTA EL:    '.
           05  INF-FECHA-LIMITE           PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  INF-HORA-LIMITE            PIC X(6).
       01  LINEA-TITULO-DETALLE.
           05  FILLER                     PIC X(45)
               VALUE 'DNI       FECHA    HORA   SC T USUARIO  TERM '.
           05  FILLER                     PIC X(9)
               VALUE 'RESULTADO'.
       01  LINEA-DETALLE-CAMBIO.
           05  DET-DNI                    PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-FECHA                  PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-HORA                   PIC X(6).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-SECUENCIA              PIC 99.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-TIPO                   PIC X(1).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-USERID                 PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-TERMID                 PIC X(4).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-RESULTADO              PIC X(29).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-CAMPOS                 PIC X(55).
       01  LINEA-TOTAL-INFORME.
           05  TOT-TITULO                 PIC X(32).
           05  TOT-CONTADOR               PIC ZZZ,ZZ9.
      *==============================================================
      * PARAMETRO DEL CONTROL DE EJECUCIONES BATCH (CALL CLNTCTL)
      *==============================================================
       COPY CLNTCTC.
       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM ANOTAR-CONTROL-INICIO.
           PERFORM INICIO-PROCESO.
           PERFORM CARGAR-COPIA.
           PERFORM SELECCIONAR-CAMBIOS.
           SORT SD-ORDEN
               ASCENDING KEY SD-FECHA SD-HORA SD-DNI SD-SECUENCIA
               USING F-WRK-HIS
               GIVING F-ORD-HIS.
           PERFORM APLICAR-CAMBIOS.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
      *============================================================
      * LEE Y VALIDA LA VENTANA DE RECUPERACION Y ABRE EL INFORME
      *============================================================
       INICIO-PROCESO.
           OPEN INPUT F-PARAMETROS.
           IF NOT PARAMETROS-OK
               DISPLAY 'ERROR AL ABRIR PARAMS: ' WS-ESTADO-PARAMETROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ F-PARAMETROS
               AT END
                   DISPLAY 'FICHERO DE PARAMETROS VACIO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PARM-FECHA-COPIA IS NOT NUMERIC
              OR PARM-HORA-COPIA IS NOT NUMERIC
               DISPLAY 'MOMENTO DE LA COPIA NO NUMERICO: '
                       PARM-MOMENTO-COPIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-MOMENTO-LIMITE = SPACES
               MOVE ALL '9' TO PARM-MOMENTO-LIMITE
           END-IF.
           IF PARM-FECHA-LIMITE IS NOT NUMERIC
              OR PARM-HORA-LIMITE IS NOT NUMERIC
               DISPLAY 'MOMENTO LIMITE NO NUMERICO: '
                       PARM-MOMENTO-LIMITE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-MOMENTO-LIMITE NOT > PARM-MOMENTO-COPIA
               DISPLAY 'EL LIMITE DEBE SER POSTERIOR A LA COPIA: '
                       PARM-MOMENTO-LIMITE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-MOMENTO-COPIA TO WS-MOMENTO-COPIA.
           MOVE PARM-MOMENTO-LIMITE TO WS-MOMENTO-LIMITE.
           CLOSE F-PARAMETROS.
           OPEN OUTPUT F-INFORME.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-INFORME
               AFTER ADVANCING PAGE.
           MOVE PARM-FECHA-COPIA TO INF-FECHA-COPIA.
           MOVE PARM-HORA-COPIA TO INF-HORA-COPIA.
           MOVE PARM-FECHA-LIMITE TO INF-FECHA-LIMITE.
           MOVE PARM-HORA-LIMITE TO INF-HORA-LIMITE.
           WRITE LINEA-INFORME FROM LINEA-VENTANA
               AFTER ADVANCING 2 LINES.
      *============================================================
      * CARGA LA COPIA DE SEGURIDAD (EN ORDEN DE DNI) EN EL KSDS
      * RECONSTRUIDO Y LO DEJA ABIERTO PARA ACTUALIZAR
      *============================================================
       CARGAR-COPIA.
           OPEN INPUT F-COPIA.
           IF NOT COPIA-OK
               DISPLAY 'ERROR AL ABRIR COPIA: ' WS-ESTADO-COPIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-CLIENTES.
           IF NOT CLIENTES-OK
               DISPLAY 'ERROR AL ABRIR CLIENTES: ' WS-ESTADO-CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-COPIA.
           PERFORM UNTIL COPIA-FIN
               WRITE REGISTRO-CLIENTES FROM REGISTRO-COPIA
               IF NOT CLIENTES-OK
                   DISPLAY 'ERROR AL CARGAR LA COPIA: '
                           WS-ESTADO-CLIENTES ' DNI ' C-DNI
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-COPIA
           END-PERFORM.
           CLOSE F-COPIA.
           CLOSE F-CLIENTES.
           MOVE WS-TOTAL-COPIA TO WS-TOTAL-FINAL.
           OPEN I-O F-CLIENTES.
           IF NOT CLIENTES-OK
               DISPLAY 'ERROR AL REABRIR CLIENTES: '
                       WS-ESTADO-CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       LEER-COPIA.
           READ F-COPIA
               AT END
                   SET COPIA-FIN TO TRUE
           END-READ.
           IF COPIA-OK
               ADD 1 TO WS-TOTAL-COPIA
           END-IF.
      *============================================================
      * RECORRE EL HISTORICO Y PASA AL FICHERO DE TRABAJO LOS
      * CAMBIOS POSTERIORES A LA COPIA Y NO POSTERIORES AL LIMITE
      *============================================================
       SELECCIONAR-CAMBIOS.
           OPEN INPUT F-HISTORICO.
           IF NOT HISTORICO-OK
               DISPLAY 'ERROR AL ABRIR CLNTHIS: ' WS-ESTADO-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-WRK-HIS.
           PERFORM LEER-HISTORICO.
           PERFORM UNTIL HISTORICO-FIN
               MOVE HIS-FECHA TO WS-MOMENTO-FECHA
               MOVE HIS-HORA TO WS-MOMENTO-HORA
               IF WS-MOMENTO-CAMBIO > WS-MOMENTO-COPIA
                  AND WS-MOMENTO-CAMBIO NOT > WS-MOMENTO-LIMITE
                   WRITE REGISTRO-WRK-HIS FROM REGISTRO-CLNTHIS
                   ADD 1 TO WS-TOTAL-SELECCIONADOS
               END-IF
               PERFORM LEER-HISTORICO
           END-PERFORM.
           CLOSE F-HISTORICO.
           CLOSE F-WRK-HIS.
      *
       LEER-HISTORICO.
           READ F-HISTORICO NEXT RECORD
               AT END
                   SET HISTORICO-FIN TO TRUE
           END-READ.
           IF HISTORICO-OK
               ADD 1 TO WS-TOTAL-HISTORICO
           END-IF.
      *============================================================
      * APLICA LOS CAMBIOS SELECCIONADOS EN ORDEN DE FECHA Y HORA
      *============================================================
       APLICAR-CAMBIOS.
           WRITE LINEA-INFORME FROM LINEA-TITULO-DETALLE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT F-ORD-HIS.
           PERFORM LEER-ORD-HIS.
           PERFORM UNTIL ORD-HIS-FIN
               PERFORM APLICAR-CAMBIO
               PERFORM LEER-ORD-HIS
           END-PERFORM.
           CLOSE F-ORD-HIS.
      *
       LEER-ORD-HIS.
           READ F-ORD-HIS
               AT END
                   SET ORD-HIS-FIN TO TRUE
           END-READ.
      *============================================================
      * BUSCA EL CLIENTE EN EL FICHERO RECONSTRUIDO Y APLICA EL
      * CAMBIO SEGUN SU TIPO. LA IMAGEN DESPUES SE GRABA SIEMPRE
      * (ES LO QUE QUEDO EN EL FICHERO VIVO); UNA SITUACION QUE NO
      * CUADRA CON LA IMAGEN ANTES SE SENALA COMO DISCREPANCIA
      *============================================================
       APLICAR-CAMBIO.
           MOVE SPACES TO WS-RESULTADO.
           MOVE SPACES TO WS-CAMPOS-DISTINTOS.
           SET CAMBIO-APLICADO TO TRUE.
           MOVE ORD-DNI TO C-DNI.
           READ F-CLIENTES
               INVALID KEY
                   SET CLIENTE-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET CLIENTE-EXISTE TO TRUE
           END-READ.
           IF NOT CLIENTES-OK AND NOT CLIENTES-NO-EXISTE
               DISPLAY 'ERROR AL LEER CLIENTES: ' WS-ESTADO-CLIENTES
                       ' DNI ' ORD-DNI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN ORD-ALTA
                   PERFORM APLICAR-ALTA
               WHEN ORD-MODIFICACION
                   PERFORM APLICAR-MODIFICACION
                   ADD 1 TO WS-TOTAL-MODIFICACIONES
               WHEN ORD-FUSION
                   PERFORM APLICAR-MODIFICACION
                   ADD 1 TO WS-TOTAL-FUSIONES
               WHEN ORD-BAJA
                   PERFORM APLICAR-BAJA
               WHEN OTHER
                   SET CAMBIO-NO-APLICADO TO TRUE
                   MOVE 'TIPO DESCONOCIDO, NO APLICADO'
                       TO WS-RESULTADO
           END-EVALUATE.
           IF CAMBIO-APLICADO
               ADD 1 TO WS-TOTAL-APLICADOS
               IF WS-RESULTADO = SPACES
                   MOVE 'APLICADO' TO WS-RESULTADO
               ELSE
                   ADD 1 TO WS-TOTAL-DISCREPANCIAS
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-NO-APLICADOS
           END-IF.
           PERFORM IMPRIMIR-CAMBIO.
      *============================================================
      * ALTA (TAMBIEN LA RECUPERACION DESDE EL ARCHIVO CLIENTEH):
      * EL CLIENTE NO DEBERIA EXISTIR
      *============================================================
       APLICAR-ALTA.
           ADD 1 TO WS-TOTAL-ALTAS.
           MOVE ORD-IMAGEN-DESPUES TO REGISTRO-CLIENTES.
           IF CLIENTE-EXISTE
               MOVE 'ALTA DE CLIENTE YA EXISTENTE' TO WS-RESULTADO
               PERFORM REESCRIBIR-CLIENTE
           ELSE
               PERFORM GRABAR-CLIENTE
           END-IF.
      *============================================================
      * MODIFICACION O FUSION (REGISTRO SUPERVIVIENTE): EL CLIENTE
      * DEBERIA EXISTIR CON LA IMAGEN ANTES
      *============================================================
       APLICAR-MODIFICACION.
           IF CLIENTE-EXISTE
               PERFORM COMPARAR-IMAGEN-ANTES
               MOVE ORD-IMAGEN-DESPUES TO REGISTRO-CLIENTES
               PERFORM REESCRIBIR-CLIENTE
           ELSE
               MOVE 'EL CLIENTE NO EXISTIA' TO WS-RESULTADO
               MOVE ORD-IMAGEN-DESPUES TO REGISTRO-CLIENTES
               PERFORM GRABAR-CLIENTE
           END-IF.
      *============================================================
      * BAJA (TAMBIEN LA DEL DUPLICADO DE UNA FUSION): EL CLIENTE
      * DEBERIA EXISTIR CON LA IMAGEN ANTES
      *============================================================
       APLICAR-BAJA.
           ADD 1 TO WS-TOTAL-BAJAS.
           IF CLIENTE-EXISTE
               PERFORM COMPARAR-IMAGEN-ANTES
               DELETE F-CLIENTES
               IF NOT CLIENTES-OK
                   DISPLAY 'ERROR AL BORRAR DE CLIENTES: '
                           WS-ESTADO-CLIENTES ' DNI ' ORD-DNI
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SUBTRACT 1 FROM WS-TOTAL-FINAL
           ELSE
               MOVE 'BAJA DE CLIENTE INEXISTENTE' TO WS-RESULTADO
           END-IF.
      *============================================================
      * COMPARA EL REGISTRO RECONSTRUIDO CON LA IMAGEN ANTES DEL
      * CAMBIO Y ANOTA LOS CAMPOS QUE NO COINCIDEN
      *============================================================
       COMPARAR-IMAGEN-ANTES.
           IF REGISTRO-CLIENTES NOT = ORD-IMAGEN-ANTES
               MOVE 'IMAGEN ANTES DISTINTA EN:' TO WS-RESULTADO
               MOVE ORD-IMAGEN-ANTES TO WS-IMAGEN-ANTES
               MOVE 1 TO WS-PUNTERO
               IF C-NOMBRE NOT = IMA-NOMBRE
                   STRING 'NOMBRE ' DELIMITED BY SIZE
                       INTO WS-CAMPOS-DISTINTOS
                       WITH POINTER WS-PUNTERO
               END-IF
               IF C-APELLIDO NOT = IMA-APELLIDO
                   STRING 'APELLIDO ' DELIMITED BY SIZE
                       INTO WS-CAMPOS-DISTINTOS
                       WITH POINTER WS-PUNTERO
               END-IF
               IF C-TELEFONO NOT = IMA-TELEFONO
                   STRING 'TELEFONO ' DELIMITED BY SIZE
                       INTO WS-CAMPOS-DISTINTOS
                       WITH POINTER WS-PUNTERO
               END-IF
               IF C-DIRECCION NOT = IMA-DIRECCION
                   STRING 'DIRECCION ' DELIMITED BY SIZE
                       INTO WS-CAMPOS-DISTINTOS
                       WITH POINTER WS-PUNTERO
               END-IF
               IF C-EMAIL NOT = IMA-EMAIL
                   STRING 'EMAIL ' DELIMITED BY SIZE
                       INTO WS-CAMPOS-DISTINTOS
                       WITH POINTER WS-PUNTERO
               END-IF
               IF C-ESTADO NOT = IMA-ESTADO
                   STRING 'ESTADO ' DELIMITED BY SIZE
                       INTO WS-CAMPOS-DISTINTOS
                       WITH POINTER WS-PUNTERO
               END-IF
               IF C-FECHA-ALTA NOT = IMA-FECHA-ALTA
                   STRING 'F-ALTA ' DELIMITED BY SIZE
                       INTO WS-CAMPOS-DISTINTOS
                       WITH POINTER WS-PUNTERO
               END-IF
           END-IF.
      *
       GRABAR-CLIENTE.
           WRITE REGISTRO-CLIENTES.
           IF NOT CLIENTES-OK
               DISPLAY 'ERROR AL GRABAR EN CLIENTES: '
                       WS-ESTADO-CLIENTES ' DNI ' ORD-DNI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-FINAL.
      *
       REESCRIBIR-CLIENTE.
           REWRITE REGISTRO-CLIENTES.
           IF NOT CLIENTES-OK
               DISPLAY 'ERROR AL REESCRIBIR CLIENTES: '
                       WS-ESTADO-CLIENTES ' DNI ' ORD-DNI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       IMPRIMIR-CAMBIO.
           MOVE ORD-DNI TO DET-DNI.
           MOVE ORD-FECHA TO DET-FECHA.
           MOVE ORD-HORA TO DET-HORA.
           MOVE ORD-SECUENCIA TO DET-SECUENCIA.
           MOVE ORD-TIPO TO DET-TIPO.
           MOVE ORD-USERID TO DET-USERID.
           MOVE ORD-TERMID TO DET-TERMID.
           MOVE WS-RESULTADO TO DET-RESULTADO.
           MOVE WS-CAMPOS-DISTINTOS TO DET-CAMPOS.
           WRITE LINEA-INFORME FROM LINEA-DETALLE-CAMBIO
               AFTER ADVANCING 1 LINE.
      *============================================================
      * TOTALES. SI ALGUN CAMBIO NO CUADRA SE DEVUELVE RC=4: EL
      * FICHERO RECONSTRUIDO DEBE REVISARSE ANTES DE PONERLO EN
      * SERVICIO
      *============================================================
       FIN-PROCESO.
           MOVE 'REGISTROS DE LA COPIA:          ' TO TOT-TITULO.
           MOVE WS-TOTAL-COPIA TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 2 LINES.
           MOVE 'REGISTROS DE CLNTHIS LEIDOS:    ' TO TOT-TITULO.
           MOVE WS-TOTAL-HISTORICO TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'CAMBIOS EN LA VENTANA:          ' TO TOT-TITULO.
           MOVE WS-TOTAL-SELECCIONADOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  ALTAS:                        ' TO TOT-TITULO.
           MOVE WS-TOTAL-ALTAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  MODIFICACIONES:               ' TO TOT-TITULO.
           MOVE WS-TOTAL-MODIFICACIONES TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  BAJAS:                        ' TO TOT-TITULO.
           MOVE WS-TOTAL-BAJAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  FUSIONES:                     ' TO TOT-TITULO.
           MOVE WS-TOTAL-FUSIONES TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'CAMBIOS APLICADOS:              ' TO TOT-TITULO.
           MOVE WS-TOTAL-APLICADOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'CAMBIOS CON DISCREPANCIA:       ' TO TOT-TITULO.
           MOVE WS-TOTAL-DISCREPANCIAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'CAMBIOS NO APLICADOS:           ' TO TOT-TITULO.
           MOVE WS-TOTAL-NO-APLICADOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'CLIENTES EN EL FICHERO FINAL:   ' TO TOT-TITULO.
           MOVE WS-TOTAL-FINAL TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           CLOSE F-CLIENTES.
           CLOSE F-INFORME.
           DISPLAY 'REGISTROS DE LA COPIA:    ' WS-TOTAL-COPIA.
           DISPLAY 'CAMBIOS EN LA VENTANA:    ' WS-TOTAL-SELECCIONADOS.
           DISPLAY 'CAMBIOS APLICADOS:        ' WS-TOTAL-APLICADOS.
           DISPLAY 'CAMBIOS CON DISCREPANCIA: ' WS-TOTAL-DISCREPANCIAS.
           DISPLAY 'CAMBIOS NO APLICADOS:     ' WS-TOTAL-NO-APLICADOS.
           DISPLAY 'CLIENTES FINALES:         ' WS-TOTAL-FINAL.
           IF WS-TOTAL-DISCREPANCIAS > 0 OR WS-TOTAL-NO-APLICADOS > 0
               DISPLAY 'HAY CAMBIOS QUE NO CUADRAN, SE DEVUELVE '
                       'AVISO RC=4'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      * CLNO)
      *============================================================
       ANOTAR-CONTROL-INICIO.
           MOVE 'CLNTREC ' TO CTL-PROGRAMA.
           SET CTL-INICIO TO TRUE.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           MOVE WS-TOTAL-SELECCIONADOS TO CTL-LEIDOS.
           MOVE WS-TOTAL-APLICADOS TO CTL-ESCRITOS.
           COMPUTE CTL-RECHAZADOS =
               WS-TOTAL-DISCREPANCIAS + WS-TOTAL-NO-APLICADOS.
           IF CTL-RECHAZADOS > 0
               MOVE 'A' TO CTL-ESTADO-FIN
           ELSE
               MOVE 'C' TO CTL-ESTADO-FIN
           END-IF.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
