      *************************************************
      *  CARGA DE LA LISTA DE SANCIONES Y PERSONAS EXPUESTAS
      *  POLITICAMENTE QUE ENVIA CUMPLIMIENTO EN EL FICHERO DE
      *  REFERENCIA CLNTSAN. A CADA ENTRADA LE CALCULA LA CLAVE
      *  FONETICA DEL PRIMER APELLIDO (SUBPROGRAMA CLNTCRB), LAS
      *  ORDENA POR CLAVE Y LAS CARGA EN UN KSDS RECIEN DEFINIDO,
      *  QUE EL TRABAJO PONE EN SERVICIO SOLO SI LA CARGA TERMINO
      *  BIEN. SE RECHAZAN, CON SU MOTIVO EN EL INFORME, LAS
      *  ENTRADAS SIN IDENTIFICADOR, SIN APELLIDOS, CON UN TIPO DE
      *  LISTA DESCONOCIDO O REPETIDAS; SI HAY ALGUNA SE DEVUELVE
      *  RC=4. UNA LISTA SIN NINGUNA ENTRADA VALIDA TERMINA CON
      *  RC=8 PARA QUE NO SE SUSTITUYA LA LISTA EN SERVICIO.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTLIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LISTA ASSIGN TO LISTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTA.
           SELECT F-WRK-SAN ASSIGN TO WRKSAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT F-ORD-SAN ASSIGN TO WRKSANO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORD-SAN.
           SELECT SD-ORDEN ASSIGN TO SORTWK01.
           SELECT F-SANCIONES ASSIGN TO CLNTSAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAN-CLAVE
               FILE STATUS IS WS-ESTADO-SANCIONES.
           SELECT F-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *==============================================================
      * LISTA RECIBIDA DE CUMPLIMIENTO: UNA ENTRADA POR PERSONA.
      * TIPO DE LISTA S SANCIONES, P PERSONA EXPUESTA. LOS
      * APELLIDOS VAN EN UN SOLO CAMPO, EL PRIMERO DELANTE
      *==============================================================
       FD  F-LISTA
           RECORDING MODE IS F.
       01  REGISTRO-LISTA.
           05  LIS-ID                     PIC X(10).
           05  LIS-LISTA                  PIC X(1).
               88  LIS-LISTA-VALIDA              VALUE 'S' 'P'.
           05  LIS-NOMBRE                 PIC X(30).
           05  LIS-APELLIDOS              PIC X(40).
           05  LIS-FECHA-NACIMIENTO       PIC X(8).
           05  LIS-PAIS                   PIC X(3).
           05  LIS-PROGRAMA               PIC X(30).
       FD  F-WRK-SAN
           RECORDING MODE IS F.
       01  REGISTRO-WRK-SAN               PIC X(150).
      *==============================================================
      * ENTRADAS VALIDAS ORDENADAS POR CLAVE (LAYOUT DE CLNTSAN)
      *==============================================================
       FD  F-ORD-SAN
           RECORDING MODE IS F.
       01  REGISTRO-ORD-SAN               PIC X(150).
       SD  SD-ORDEN.
       01  REGISTRO-SD.
           05  SD-CLAVE                   PIC X(22).
           05  FILLER                     PIC X(128).
       FD  F-SANCIONES.
      *==============================================================
      * LAYOUT DEL FICHERO DE REFERENCIA (COMPARTIDO CON LO ONLINE).
      * ES EL CLUSTER DE CARGA, QUE DEBE ESTAR RECIEN DEFINIDO
      *==============================================================
       COPY CLNTSAN.
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-LISTA                PIC X(2).
           88  LISTA-OK                          VALUE '00'.
           88  LISTA-FIN                         VALUE '10'.
       01  WS-ESTADO-ORD-SAN              PIC X(2).
           88  ORD-SAN-OK                        VALUE '00'.
           88  ORD-SAN-FIN                       VALUE '10'.
       01  WS-ESTADO-SANCIONES            PIC X(2).
           88  SANCIONES-OK                      VALUE '00'.
           88  SANCIONES-DUPLICADO               VALUE '22'.
       01  WS-FECHA-HOY                   PIC 9(8).
       01  WS-MOTIVO                      PIC X(40).
      *==============================================================
      * PARAMETRO DEL SUBPROGRAMA DE CRIBADO (CALL CLNTCRB), PARA
      * CALCULAR LA CLAVE FONETICA DE CADA ENTRADA
      *==============================================================
       COPY CLNTCRC.
       01  WS-CONTADORES.
           05  WS-TOTAL-LEIDOS            PIC 9(7) VALUE 0.
           05  WS-TOTAL-CARGADOS          PIC 9(7) VALUE 0.
           05  WS-TOTAL-SANCIONES         PIC 9(7) VALUE 0.
           05  WS-TOTAL-PEP               PIC 9(7) VALUE 0.
           05  WS-TOTAL-RECHAZADOS        PIC 9(7) VALUE 0.
      *==============================================================
      * LINEAS DEL INFORME DE CARGA
      *==============================================================
       01  LINEA-CABECERA-INFORME.
           05  FILLER                     PIC X(50)
               VALUE 'CARGA DE LA LISTA DE SANCIONES Y PEP'.
           05  FILLER                     PIC X(7)  VALUE 'FECHA: '.
           05  CAB-FECHA                  PIC X(8).
       01  LINEA-TITULO-RECHAZOS.
           05  FILLER                     PIC X(45)
               VALUE 'ENTRADAS RECHAZADAS'.
       01  LINEA-TITULO-DETALLE.
           05  FILLER                     PIC X(46)
               VALUE 'IDENTIF.   L APELLIDOS'.
           05  FILLER                     PIC X(31)
               VALUE 'NOMBRE'.
           05  FILLER                     PIC X(6)
               VALUE 'MOTIVO'.
       01  LINEA-DETALLE-RECHAZO.
           05  DET-ID                     PIC X(10).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-LISTA                  PIC X(1).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-APELLIDOS              PIC X(32).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-NOMBRE                 PIC X(30).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-MOTIVO                 PIC X(40).
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
           PERFORM PREPARAR-ENTRADAS.
           SORT SD-ORDEN
               ASCENDING KEY SD-CLAVE
               USING F-WRK-SAN
               GIVING F-ORD-SAN.
           PERFORM CARGAR-ENTRADAS.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
      *============================================================
      * ABRE LA LISTA Y EL INFORME
      *============================================================
       INICIO-PROCESO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT F-LISTA.
           IF NOT LISTA-OK
               DISPLAY 'ERROR AL ABRIR LISTA: ' WS-ESTADO-LISTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-INFORME.
           MOVE WS-FECHA-HOY TO CAB-FECHA.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-INFORME
               AFTER ADVANCING PAGE.
           WRITE LINEA-INFORME FROM LINEA-TITULO-RECHAZOS
               AFTER ADVANCING 2 LINES.
           WRITE LINEA-INFORME FROM LINEA-TITULO-DETALLE
               AFTER ADVANCING 1 LINE.
      *============================================================
      * VALIDA CADA ENTRADA DE LA LISTA, LE CALCULA LA CLAVE
      * FONETICA Y LA PASA AL FICHERO DE TRABAJO CON EL LAYOUT DE
      * CLNTSAN
      *============================================================
       PREPARAR-ENTRADAS.
           OPEN OUTPUT F-WRK-SAN.
           PERFORM LEER-LISTA.
           PERFORM UNTIL LISTA-FIN
               PERFORM PREPARAR-ENTRADA
               PERFORM LEER-LISTA
           END-PERFORM.
           CLOSE F-LISTA.
           CLOSE F-WRK-SAN.
      *
       LEER-LISTA.
           READ F-LISTA
               AT END
                   SET LISTA-FIN TO TRUE
           END-READ.
           IF LISTA-OK
               ADD 1 TO WS-TOTAL-LEIDOS
           END-IF.
      *
       PREPARAR-ENTRADA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO CRB-CLAVE.
           IF LIS-APELLIDOS NOT = SPACES
               SET CRB-CALCULAR-CLAVE TO TRUE
               MOVE LIS-NOMBRE TO CRB-NOMBRE
               MOVE LIS-APELLIDOS TO CRB-APELLIDOS
               CALL 'CLNTCRB' USING CRIBADO-NOMBRE
           END-IF.
           EVALUATE TRUE
               WHEN LIS-ID = SPACES
                   MOVE 'SIN IDENTIFICADOR' TO WS-MOTIVO
               WHEN NOT LIS-LISTA-VALIDA
                   MOVE 'TIPO DE LISTA DESCONOCIDO' TO WS-MOTIVO
               WHEN LIS-APELLIDOS = SPACES
                   MOVE 'SIN APELLIDOS' TO WS-MOTIVO
               WHEN CRB-CLAVE = SPACES
                   MOVE 'APELLIDOS SIN LETRAS' TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
               MOVE SPACES TO REGISTRO-CLNTSAN
               MOVE CRB-CLAVE TO SAN-CLAVE-FONETICA
               MOVE LIS-ID TO SAN-ID
               MOVE LIS-LISTA TO SAN-LISTA
               MOVE LIS-NOMBRE TO SAN-NOMBRE
               MOVE LIS-APELLIDOS TO SAN-APELLIDOS
               MOVE LIS-FECHA-NACIMIENTO TO SAN-FECHA-NACIMIENTO
               MOVE LIS-PAIS TO SAN-PAIS
               MOVE LIS-PROGRAMA TO SAN-PROGRAMA
               MOVE WS-FECHA-HOY TO SAN-FECHA-CARGA
               WRITE REGISTRO-WRK-SAN FROM REGISTRO-CLNTSAN
           ELSE
               MOVE LIS-ID TO DET-ID
               MOVE LIS-LISTA TO DET-LISTA
               MOVE LIS-APELLIDOS TO DET-APELLIDOS
               MOVE LIS-NOMBRE TO DET-NOMBRE
               PERFORM ESCRIBIR-RECHAZO
           END-IF.
      *
       ESCRIBIR-RECHAZO.
           MOVE WS-MOTIVO TO DET-MOTIVO.
           WRITE LINEA-INFORME FROM LINEA-DETALLE-RECHAZO
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-TOTAL-RECHAZADOS.
      *============================================================
      * CARGA LAS ENTRADAS ORDENADAS EN EL KSDS. UNA CLAVE REPETIDA
      * (MISMO IDENTIFICADOR CON LOS MISMOS APELLIDOS) SE RECHAZA
      *============================================================
       CARGAR-ENTRADAS.
           OPEN INPUT F-ORD-SAN.
           OPEN OUTPUT F-SANCIONES.
           IF NOT SANCIONES-OK
               DISPLAY 'ERROR AL ABRIR CLNTSAN: ' WS-ESTADO-SANCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-ORD-SAN.
           PERFORM UNTIL ORD-SAN-FIN
               PERFORM CARGAR-ENTRADA
               PERFORM LEER-ORD-SAN
           END-PERFORM.
           CLOSE F-ORD-SAN.
           CLOSE F-SANCIONES.
      *
       LEER-ORD-SAN.
           READ F-ORD-SAN
               AT END
                   SET ORD-SAN-FIN TO TRUE
           END-READ.
      *
       CARGAR-ENTRADA.
           MOVE REGISTRO-ORD-SAN TO REGISTRO-CLNTSAN.
           WRITE REGISTRO-CLNTSAN.
           EVALUATE TRUE
               WHEN SANCIONES-OK
                   ADD 1 TO WS-TOTAL-CARGADOS
                   IF SAN-LISTA-SANCIONES
                       ADD 1 TO WS-TOTAL-SANCIONES
                   ELSE
                       ADD 1 TO WS-TOTAL-PEP
                   END-IF
               WHEN SANCIONES-DUPLICADO
                   MOVE SAN-ID TO DET-ID
                   MOVE SAN-LISTA TO DET-LISTA
                   MOVE SAN-APELLIDOS TO DET-APELLIDOS
                   MOVE SAN-NOMBRE TO DET-NOMBRE
                   MOVE 'ENTRADA REPETIDA' TO WS-MOTIVO
                   PERFORM ESCRIBIR-RECHAZO
               WHEN OTHER
                   DISPLAY 'ERROR AL CARGAR CLNTSAN: '
                           WS-ESTADO-SANCIONES ' ID ' SAN-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *============================================================
      * TOTALES. SIN NINGUNA ENTRADA CARGADA SE DEVUELVE RC=8 Y LA
      * LISTA EN SERVICIO NO SE SUSTITUYE; CON ENTRADAS RECHAZADAS,
      * RC=4 PARA QUE CUMPLIMIENTO LAS REVISE
      *============================================================
       FIN-PROCESO.
           MOVE 'ENTRADAS LEIDAS:                ' TO TOT-TITULO.
           MOVE WS-TOTAL-LEIDOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 2 LINES.
           MOVE 'ENTRADAS CARGADAS:              ' TO TOT-TITULO.
           MOVE WS-TOTAL-CARGADOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  SANCIONES:                    ' TO TOT-TITULO.
           MOVE WS-TOTAL-SANCIONES TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  PERSONAS EXPUESTAS (PEP):     ' TO TOT-TITULO.
           MOVE WS-TOTAL-PEP TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'ENTRADAS RECHAZADAS:            ' TO TOT-TITULO.
           MOVE WS-TOTAL-RECHAZADOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           CLOSE F-INFORME.
           DISPLAY 'ENTRADAS LEIDAS:     ' WS-TOTAL-LEIDOS.
           DISPLAY 'ENTRADAS CARGADAS:   ' WS-TOTAL-CARGADOS.
           DISPLAY 'ENTRADAS RECHAZADAS: ' WS-TOTAL-RECHAZADOS.
           EVALUATE TRUE
               WHEN WS-TOTAL-CARGADOS = 0
                   DISPLAY 'NINGUNA ENTRADA VALIDA, NO SE SUSTITUYE '
                           'LA LISTA EN SERVICIO'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-RECHAZADOS > 0
                   DISPLAY 'HAY ENTRADAS RECHAZADAS, SE DEVUELVE '
                           'AVISO RC=4'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      * CLNO)
      *============================================================
       ANOTAR-CONTROL-INICIO.
           MOVE 'CLNTLIS ' TO CTL-PROGRAMA.
           SET CTL-INICIO TO TRUE.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           MOVE WS-TOTAL-LEIDOS TO CTL-LEIDOS.
           MOVE WS-TOTAL-CARGADOS TO CTL-ESCRITOS.
           MOVE WS-TOTAL-RECHAZADOS TO CTL-RECHAZADOS.
           IF CTL-RECHAZADOS > 0 OR WS-TOTAL-CARGADOS = 0
               MOVE 'A' TO CTL-ESTADO-FIN
           ELSE
               MOVE 'C' TO CTL-ESTADO-FIN
           END-IF.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
