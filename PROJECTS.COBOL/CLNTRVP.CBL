      *************************************************
      *  INFORME DIARIO DE LAS COINCIDENCIAS CON LAS LISTAS DE
      *  SANCIONES Y PERSONAS EXPUESTAS QUE SIGUEN PENDIENTES DE
      *  REVISION EN LA COLA CLNTREV, PARA CUMPLIMIENTO. LISTA CADA
      *  COINCIDENCIA ABIERTA, DE LA MAS ANTIGUA A LA MAS RECIENTE,
      *  CON EL CLIENTE (O EL ALTA RETENIDA), LA ENTRADA DE LA LISTA,
      *  DE DONDE SALIO Y LOS DIAS QUE LLEVA ABIERTA, Y TERMINA CON
      *  LOS TOTALES POR ANTIGUEDAD. SI ALGUNA LLEVA ABIERTA MAS DE
      *  UNA SEMANA TERMINA CON RC=4 PARA QUE PLANIFICACION AVISE A
      *  CUMPLIMIENTO.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTRVP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REVISION ASSIGN TO CLNTREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-ESTADO-REVISION.
           SELECT F-WRK-REV ASSIGN TO WRKREV
               ORGANIZATION IS SEQUENTIAL.
           SELECT F-ORD-REV ASSIGN TO WRKREVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORD-REV.
           SELECT SD-ORDEN ASSIGN TO SORTWK01.
           SELECT F-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REVISION.
      *==============================================================
      * COLA DE REVISION DEL CRIBADO (COMPARTIDA CON LO ONLINE;
      * SOLO SE LEE)
      *==============================================================
       COPY CLNTREV.
       FD  F-WRK-REV
           RECORDING MODE IS F.
       01  REGISTRO-WRK-REV               PIC X(300).
      *==============================================================
      * COINCIDENCIAS PENDIENTES ORDENADAS POR FECHA Y HORA DE
      * DETECCION, DNI Y ENTRADA (LAYOUT DE CLNTREV)
      *==============================================================
       FD  F-ORD-REV
           RECORDING MODE IS F.
       01  REGISTRO-ORD-REV.
           05  ORD-DNI                    PIC X(9).
           05  ORD-SAN-ID                 PIC X(10).
           05  ORD-ORIGEN                 PIC X(1).
           05  ORD-FECHA-DETECCION        PIC X(8).
           05  ORD-HORA-DETECCION         PIC X(6).
           05  ORD-USERID-DETECCION       PIC X(8).
           05  ORD-ESTADO                 PIC X(1).
           05  ORD-USERID-DECISION        PIC X(8).
           05  ORD-FECHA-DECISION         PIC X(8).
           05  ORD-HORA-DECISION          PIC X(6).
           05  ORD-SAN-LISTA              PIC X(1).
           05  ORD-SAN-NOMBRE             PIC X(30).
           05  ORD-SAN-APELLIDOS          PIC X(40).
           05  ORD-SAN-PROGRAMA           PIC X(30).
           05  ORD-DISTANCIA              PIC 9(2).
           05  ORD-ALTA-RETENIDA          PIC X(1).
           05  ORD-IMAGEN                 PIC X(128).
           05  FILLER                     PIC X(3).
       SD  SD-ORDEN.
       01  REGISTRO-SD.
           05  SD-DNI                     PIC X(9).
           05  SD-SAN-ID                  PIC X(10).
           05  FILLER                     PIC X(1).
           05  SD-FECHA                   PIC X(8).
           05  SD-HORA                    PIC X(6).
           05  FILLER                     PIC X(266).
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-REVISION             PIC X(2).
           88  REVISION-OK                       VALUE '00'.
           88  REVISION-FIN                      VALUE '10'.
       01  WS-ESTADO-ORD-REV              PIC X(2).
           88  ORD-REV-OK                        VALUE '00'.
           88  ORD-REV-FIN                       VALUE '10'.
       01  WS-FECHA-HOY                   PIC 9(8).
       01  WS-FECHA-DETECCION             PIC 9(8).
       01  WS-DIAS-ABIERTA                PIC 9(5).
      *==============================================================
      * UNA COINCIDENCIA ABIERTA MAS DE ESTOS DIAS DA AVISO RC=4
      *==============================================================
       01  WS-DIAS-AVISO                  PIC 9(5) VALUE 7.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (PARA INTERPRETAR LA
      * IMAGEN GUARDADA EN LA COLA)
      *==============================================================
       COPY CLNTREG.
       01  WS-CONTADORES.
           05  WS-TOTAL-LEIDAS            PIC 9(7) VALUE 0.
           05  WS-TOTAL-PENDIENTES        PIC 9(7) VALUE 0.
           05  WS-TOTAL-HASTA-2           PIC 9(7) VALUE 0.
           05  WS-TOTAL-HASTA-7           PIC 9(7) VALUE 0.
           05  WS-TOTAL-HASTA-30          PIC 9(7) VALUE 0.
           05  WS-TOTAL-MAS-30            PIC 9(7) VALUE 0.
           05  WS-TOTAL-ALTAS-RETENIDAS   PIC 9(7) VALUE 0.
           05  WS-TOTAL-FUERA-PLAZO       PIC 9(7) VALUE 0.
      *==============================================================
      * LINEAS DEL INFORME DE COINCIDENCIAS PENDIENTES
      *==============================================================
       01  LINEA-CABECERA-INFORME.
           05  FILLER                     PIC X(50)
               VALUE 'COINCIDENCIAS CON LISTAS PENDIENTES DE REVISION'.
           05  FILLER                     PIC X(7)  VALUE 'FECHA: '.
           05  CAB-FECHA                  PIC X(8).
       01  LINEA-TITULO-DETALLE.
           05  FILLER                     PIC X(43)
               VALUE 'DNI       NOMBRE     APELLIDO'.
           05  FILLER                     PIC X(13)
               VALUE 'ENTRADA    L '.
           05  FILLER                     PIC X(44)
               VALUE 'NOMBRE Y APELLIDOS EN LA LISTA'.
           05  FILLER                     PIC X(32)
               VALUE 'DI O R FECHA    USUARIO   DIAS'.
       01  LINEA-DETALLE-PENDIENTE.
           05  DET-DNI                    PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-NOMBRE                 PIC X(10).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-APELLIDO               PIC X(21).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-SAN-ID                 PIC X(10).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-LISTA                  PIC X(1).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-SAN-NOMBRE             PIC X(15).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-SAN-APELLIDOS          PIC X(27).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-DISTANCIA              PIC Z9.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-ORIGEN                 PIC X(1).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-ALTA-RETENIDA          PIC X(1).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-FECHA                  PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-USERID                 PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-DIAS                   PIC ZZZZ9.
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
           PERFORM SELECCIONAR-PENDIENTES.
           SORT SD-ORDEN
               ASCENDING KEY SD-FECHA SD-HORA SD-DNI SD-SAN-ID
               USING F-WRK-REV
               GIVING F-ORD-REV.
           PERFORM LISTAR-PENDIENTES.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
      *
       INICIO-PROCESO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT F-INFORME.
           MOVE WS-FECHA-HOY TO CAB-FECHA.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-INFORME
               AFTER ADVANCING PAGE.
      *============================================================
      * SEPARA LAS COINCIDENCIAS PENDIENTES DE LA COLA EN EL
      * FICHERO DE TRABAJO QUE SE ORDENA POR FECHA DE DETECCION
      *============================================================
       SELECCIONAR-PENDIENTES.
           OPEN INPUT F-REVISION.
           IF NOT REVISION-OK
               DISPLAY 'ERROR AL ABRIR CLNTREV: ' WS-ESTADO-REVISION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-WRK-REV.
           PERFORM LEER-REVISION.
           PERFORM UNTIL REVISION-FIN
               IF REV-PENDIENTE
                   WRITE REGISTRO-WRK-REV FROM REGISTRO-CLNTREV
                   ADD 1 TO WS-TOTAL-PENDIENTES
               END-IF
               PERFORM LEER-REVISION
           END-PERFORM.
           CLOSE F-REVISION.
           CLOSE F-WRK-REV.
      *
       LEER-REVISION.
           READ F-REVISION NEXT RECORD
               AT END
                   SET REVISION-FIN TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN REVISION-OK
                   ADD 1 TO WS-TOTAL-LEIDAS
               WHEN REVISION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER CLNTREV: ' WS-ESTADO-REVISION
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *============================================================
      * LISTA LAS PENDIENTES DE LA MAS ANTIGUA A LA MAS RECIENTE Y
      * LAS CUENTA POR TRAMOS DE ANTIGUEDAD
      *============================================================
       LISTAR-PENDIENTES.
           WRITE LINEA-INFORME FROM LINEA-TITULO-DETALLE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT F-ORD-REV.
           IF NOT ORD-REV-OK
               DISPLAY 'ERROR AL ABRIR WRKREVO: ' WS-ESTADO-ORD-REV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-ORDENADA.
           PERFORM UNTIL ORD-REV-FIN
               PERFORM CALCULAR-DIAS-ABIERTA
               PERFORM CONTAR-ANTIGUEDAD
               PERFORM IMPRIMIR-PENDIENTE
               PERFORM LEER-ORDENADA
           END-PERFORM.
           CLOSE F-ORD-REV.
      *
       LEER-ORDENADA.
           READ F-ORD-REV
               AT END
                   SET ORD-REV-FIN TO TRUE
           END-READ.
      *
       CALCULAR-DIAS-ABIERTA.
           MOVE 0 TO WS-DIAS-ABIERTA.
           IF ORD-FECHA-DETECCION IS NUMERIC
               MOVE ORD-FECHA-DETECCION TO WS-FECHA-DETECCION
               IF WS-FECHA-DETECCION < WS-FECHA-HOY
                   COMPUTE WS-DIAS-ABIERTA =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-DETECCION)
               END-IF
           END-IF.
      *
       CONTAR-ANTIGUEDAD.
           EVALUATE TRUE
               WHEN WS-DIAS-ABIERTA NOT > 2
                   ADD 1 TO WS-TOTAL-HASTA-2
               WHEN WS-DIAS-ABIERTA NOT > 7
                   ADD 1 TO WS-TOTAL-HASTA-7
               WHEN WS-DIAS-ABIERTA NOT > 30
                   ADD 1 TO WS-TOTAL-HASTA-30
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-MAS-30
           END-EVALUATE.
           IF WS-DIAS-ABIERTA > WS-DIAS-AVISO
               ADD 1 TO WS-TOTAL-FUERA-PLAZO
           END-IF.
           IF ORD-ALTA-RETENIDA = 'S'
               ADD 1 TO WS-TOTAL-ALTAS-RETENIDAS
           END-IF.
      *
       IMPRIMIR-PENDIENTE.
           MOVE ORD-IMAGEN TO REGISTRO-CLIENTES.
           MOVE ORD-DNI TO DET-DNI.
           MOVE C-NOMBRE TO DET-NOMBRE.
           MOVE C-APELLIDO TO DET-APELLIDO.
           MOVE ORD-SAN-ID TO DET-SAN-ID.
           MOVE ORD-SAN-LISTA TO DET-LISTA.
           MOVE ORD-SAN-NOMBRE TO DET-SAN-NOMBRE.
           MOVE ORD-SAN-APELLIDOS TO DET-SAN-APELLIDOS.
           MOVE ORD-DISTANCIA TO DET-DISTANCIA.
           MOVE ORD-ORIGEN TO DET-ORIGEN.
           MOVE ORD-ALTA-RETENIDA TO DET-ALTA-RETENIDA.
           MOVE ORD-FECHA-DETECCION TO DET-FECHA.
           MOVE ORD-USERID-DETECCION TO DET-USERID.
           MOVE WS-DIAS-ABIERTA TO DET-DIAS.
           WRITE LINEA-INFORME FROM LINEA-DETALLE-PENDIENTE
               AFTER ADVANCING 1 LINE.
      *============================================================
      * TOTALES POR ANTIGUEDAD. SI ALGUNA COINCIDENCIA LLEVA ABIERTA
      * MAS DE UNA SEMANA SE DEVUELVE RC=4
      *============================================================
       FIN-PROCESO.
           MOVE 'COINCIDENCIAS EN LA COLA:       ' TO TOT-TITULO.
           MOVE WS-TOTAL-LEIDAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 2 LINES.
           MOVE 'PENDIENTES DE REVISION:         ' TO TOT-TITULO.
           MOVE WS-TOTAL-PENDIENTES TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  DE 0 A 2 DIAS:                ' TO TOT-TITULO.
           MOVE WS-TOTAL-HASTA-2 TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  DE 3 A 7 DIAS:                ' TO TOT-TITULO.
           MOVE WS-TOTAL-HASTA-7 TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  DE 8 A 30 DIAS:               ' TO TOT-TITULO.
           MOVE WS-TOTAL-HASTA-30 TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  MAS DE 30 DIAS:               ' TO TOT-TITULO.
           MOVE WS-TOTAL-MAS-30 TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'ALTAS RETENIDAS PENDIENTES:     ' TO TOT-TITULO.
           MOVE WS-TOTAL-ALTAS-RETENIDAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           CLOSE F-INFORME.
           DISPLAY 'COINCIDENCIAS LEIDAS:    ' WS-TOTAL-LEIDAS.
           DISPLAY 'PENDIENTES DE REVISION:  ' WS-TOTAL-PENDIENTES.
           DISPLAY 'ABIERTAS MAS DE 7 DIAS:  ' WS-TOTAL-FUERA-PLAZO.
           IF WS-TOTAL-FUERA-PLAZO > 0
               DISPLAY 'HAY COINCIDENCIAS FUERA DE PLAZO, SE DEVUELVE '
                       'AVISO RC=4'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      * CLNO)
      *============================================================
       ANOTAR-CONTROL-INICIO.
           MOVE 'CLNTRVP ' TO CTL-PROGRAMA.
           SET CTL-INICIO TO TRUE.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           MOVE WS-TOTAL-LEIDAS TO CTL-LEIDOS.
           MOVE WS-TOTAL-PENDIENTES TO CTL-ESCRITOS.
           MOVE 0 TO CTL-RECHAZADOS.
           IF WS-TOTAL-FUERA-PLAZO > 0
               MOVE 'A' TO CTL-ESTADO-FIN
           ELSE
               MOVE 'C' TO CTL-ESTADO-FIN
           END-IF.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
