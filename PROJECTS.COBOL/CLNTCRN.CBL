      *************************************************
      *  RECRIBADO NOCTURNO DE TODO EL FICHERO DE CLIENTES CONTRA
      *  LA ULTIMA LISTA DE SANCIONES Y PERSONAS EXPUESTAS CARGADA
      *  (CLNTSAN), CON LAS MISMAS REGLAS DE COMPARACION QUE LAS
      *  ALTAS ONLINE Y DE OFICINAS (SUBPROGRAMA CLNTCRB). ASI SE
      *  DETECTAN LOS CLIENTES YA EXISTENTES QUE APARECEN EN UNA
      *  LISTA NUEVA. CADA COINCIDENCIA QUE NO ESTA AUN EN LA COLA
      *  DE REVISION CLNTREV SE ANOTA PENDIENTE (ORIGEN N) PARA QUE
      *  CUMPLIMIENTO LA RESUELVA EN LA TRANSACCION CLNW; LAS YA
      *  ANOTADAS (PENDIENTES, CONFIRMADAS O DESCARTADAS) NO SE
      *  VUELVEN A ANOTAR. LOS CLIENTES CON LOS DATOS PERSONALES
      *  SUPRIMIDOS (CLNTSUP) NO SE CRIBAN. EL INFORME LISTA LAS
      *  COINCIDENCIAS NUEVAS Y LAS CONFIRMADAS DE CLIENTES QUE
      *  SIGUEN EN EL FICHERO; SI HAY COINCIDENCIAS NUEVAS TERMINA
      *  CON RC=4 PARA QUE PLANIFICACION AVISE A CUMPLIMIENTO.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENTES ASSIGN TO CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C-DNI
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT F-SANCIONES ASSIGN TO CLNTSAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAN-CLAVE
               FILE STATUS IS WS-ESTADO-SANCIONES.
           SELECT F-REVISION ASSIGN TO CLNTREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-ESTADO-REVISION.
           SELECT F-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CLIENTES.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTREG.
       FD  F-SANCIONES.
      *==============================================================
      * LISTA DE SANCIONES Y PERSONAS EXPUESTAS (COMPARTIDA CON LO
      * ONLINE; SOLO SE LEE)
      *==============================================================
       COPY CLNTSAN.
       FD  F-REVISION.
      *==============================================================
      * COLA DE REVISION DEL CRIBADO (COMPARTIDA CON LO ONLINE)
      *==============================================================
       COPY CLNTREV.
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CLIENTES             PIC X(2).
           88  CLIENTES-OK                       VALUE '00'.
           88  CLIENTES-FIN                      VALUE '10'.
       01  WS-ESTADO-SANCIONES            PIC X(2).
           88  SANCIONES-OK                      VALUE '00'.
           88  SANCIONES-NO-EXISTE               VALUE '23'.
       01  WS-ESTADO-REVISION             PIC X(2).
           88  REVISION-OK                       VALUE '00'.
           88  REVISION-NO-EXISTE                VALUE '23'.
       01  WS-FECHA-HOY                   PIC 9(8).
       01  WS-HORA-AHORA                  PIC 9(8).
       01  WS-HORA-AHORA-X REDEFINES WS-HORA-AHORA.
           05  WS-HORA-HHMMSS             PIC X(6).
           05  FILLER                     PIC X(2).
      *==============================================================
      * VALORES CON LOS QUE CLNTSUP SUSTITUYE LOS DATOS PERSONALES:
      * UN CLIENTE CON EL EMAIL SUSTITUTO YA NO TIENE NOMBRE QUE
      * CRIBAR
      *==============================================================
       COPY CLNTANO.
      *==============================================================
      * PARAMETRO DEL SUBPROGRAMA DE COMPARACION DE NOMBRES (CALL
      * CLNTCRB, MISMAS REGLAS QUE LAS ALTAS) Y RECORRIDO DE LAS
      * ENTRADAS DE LA LISTA CON LA CLAVE FONETICA DEL CLIENTE
      *==============================================================
       COPY CLNTCRC.
       01  WS-CLAVE-FONETICA              PIC X(12).
       01  WS-FIN-LISTA                   PIC X(1).
       01  WS-SITUACION                   PIC X(30).
       01  WS-CONTADORES.
           05  WS-TOTAL-CLIENTES          PIC 9(7) VALUE 0.
           05  WS-TOTAL-CRIBADOS          PIC 9(7) VALUE 0.
           05  WS-TOTAL-SUPRIMIDOS        PIC 9(7) VALUE 0.
           05  WS-TOTAL-COINCIDENCIAS     PIC 9(7) VALUE 0.
           05  WS-TOTAL-NUEVAS            PIC 9(7) VALUE 0.
           05  WS-TOTAL-PENDIENTES        PIC 9(7) VALUE 0.
           05  WS-TOTAL-CONFIRMADAS       PIC 9(7) VALUE 0.
           05  WS-TOTAL-DESCARTADAS       PIC 9(7) VALUE 0.
      *==============================================================
      * LINEAS DEL INFORME DE RECRIBADO
      *==============================================================
       01  LINEA-CABECERA-INFORME.
           05  FILLER                     PIC X(50)
               VALUE 'RECRIBADO DE CLIENTES CONTRA LISTAS'.
           05  FILLER                     PIC X(7)  VALUE 'FECHA: '.
           05  CAB-FECHA                  PIC X(8).
       01  LINEA-TITULO-DETALLE.
           05  FILLER                     PIC X(43)
               VALUE 'DNI       NOMBRE     APELLIDO'.
           05  FILLER                     PIC X(13)
               VALUE 'ENTRADA    L '.
           05  FILLER                     PIC X(44)
               VALUE 'NOMBRE Y APELLIDOS EN LA LISTA'.
           05  FILLER                     PIC X(33)
               VALUE 'DI SITUACION'.
       01  LINEA-DETALLE-COINCIDENCIA.
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
           05  DET-SITUACION              PIC X(30).
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
           PERFORM LEER-CLIENTE.
           PERFORM UNTIL CLIENTES-FIN
               PERFORM TRATAR-CLIENTE
               PERFORM LEER-CLIENTE
           END-PERFORM.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
      *
       INICIO-PROCESO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT F-CLIENTES.
           IF NOT CLIENTES-OK
               DISPLAY 'ERROR AL ABRIR CLIENTES: ' WS-ESTADO-CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT F-SANCIONES.
           IF NOT SANCIONES-OK
               DISPLAY 'ERROR AL ABRIR CLNTSAN: ' WS-ESTADO-SANCIONES
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
           MOVE WS-FECHA-HOY TO CAB-FECHA.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-INFORME
               AFTER ADVANCING PAGE.
           WRITE LINEA-INFORME FROM LINEA-TITULO-DETALLE
               AFTER ADVANCING 2 LINES.
      *
       LEER-CLIENTE.
           READ F-CLIENTES NEXT RECORD
               AT END
                   SET CLIENTES-FIN TO TRUE
           END-READ.
           IF CLIENTES-OK
               ADD 1 TO WS-TOTAL-CLIENTES
           END-IF.
      *============================================================
      * CRIBA UN CLIENTE: RECORRE LAS ENTRADAS DE LA LISTA CON LA
      * MISMA CLAVE FONETICA DEL PRIMER APELLIDO Y COMPARA CADA UNA
      *============================================================
       TRATAR-CLIENTE.
           IF C-EMAIL = ANO-EMAIL
               ADD 1 TO WS-TOTAL-SUPRIMIDOS
           ELSE
               ADD 1 TO WS-TOTAL-CRIBADOS
               SET CRB-CALCULAR-CLAVE TO TRUE
               MOVE C-NOMBRE TO CRB-NOMBRE
               MOVE C-APELLIDO TO CRB-APELLIDOS
               CALL 'CLNTCRB' USING CRIBADO-NOMBRE
               IF CRB-CLAVE NOT = SPACES
                   PERFORM RECORRER-ENTRADAS-LISTA
               END-IF
           END-IF.
      *
       RECORRER-ENTRADAS-LISTA.
           MOVE CRB-CLAVE TO WS-CLAVE-FONETICA.
           MOVE CRB-CLAVE TO SAN-CLAVE-FONETICA.
           MOVE LOW-VALUES TO SAN-ID.
           MOVE 'N' TO WS-FIN-LISTA.
           START F-SANCIONES KEY IS NOT LESS THAN SAN-CLAVE
           END-START.
           EVALUATE TRUE
               WHEN SANCIONES-OK
                   CONTINUE
               WHEN SANCIONES-NO-EXISTE
                   MOVE 'S' TO WS-FIN-LISTA
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER CLNTSAN: '
                           WS-ESTADO-SANCIONES ' DNI ' C-DNI
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM UNTIL WS-FIN-LISTA = 'S'
               READ F-SANCIONES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-LISTA
               END-READ
               IF WS-FIN-LISTA = 'N'
                   IF SAN-CLAVE-FONETICA NOT = WS-CLAVE-FONETICA
                       MOVE 'S' TO WS-FIN-LISTA
                   ELSE
                       PERFORM COMPARAR-ENTRADA-LISTA
                   END-IF
               END-IF
           END-PERFORM.
      *============================================================
      * UNA COINCIDENCIA NUEVA SE ANOTA PENDIENTE EN LA COLA; LAS
      * YA ANOTADAS SOLO SE CUENTAN (Y LAS CONFIRMADAS SE LISTAN,
      * PORQUE EL CLIENTE SIGUE EN EL FICHERO)
      *============================================================
       COMPARAR-ENTRADA-LISTA.
           SET CRB-COMPARAR TO TRUE.
           MOVE SAN-NOMBRE TO CRB-LISTA-NOMBRE.
           MOVE SAN-APELLIDOS TO CRB-LISTA-APELLIDOS.
           CALL 'CLNTCRB' USING CRIBADO-NOMBRE.
           IF CRB-HAY-COINCIDENCIA
               ADD 1 TO WS-TOTAL-COINCIDENCIAS
               MOVE C-DNI TO REV-DNI
               MOVE SAN-ID TO REV-SAN-ID
               READ F-REVISION
               EVALUATE TRUE
                   WHEN REVISION-NO-EXISTE
                       PERFORM GRABAR-COINCIDENCIA
                       ADD 1 TO WS-TOTAL-NUEVAS
                       MOVE 'NUEVA, PENDIENTE DE REVISION'
                            TO WS-SITUACION
                       PERFORM IMPRIMIR-COINCIDENCIA
                   WHEN NOT REVISION-OK
                       DISPLAY 'ERROR AL LEER CLNTREV: '
                               WS-ESTADO-REVISION ' DNI ' C-DNI
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN REV-PENDIENTE
                       ADD 1 TO WS-TOTAL-PENDIENTES
                   WHEN REV-CONFIRMADA
                       ADD 1 TO WS-TOTAL-CONFIRMADAS
                       MOVE 'CONFIRMADA, CLIENTE EN FICHERO'
                            TO WS-SITUACION
                       PERFORM IMPRIMIR-COINCIDENCIA
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-DESCARTADAS
               END-EVALUATE
           END-IF.
      *
       GRABAR-COINCIDENCIA.
           MOVE SPACES TO REGISTRO-CLNTREV.
           MOVE C-DNI TO REV-DNI.
           MOVE SAN-ID TO REV-SAN-ID.
           SET REV-ORIGEN-NOCTURNO TO TRUE.
           MOVE WS-FECHA-HOY TO REV-FECHA-DETECCION.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-HORA-HHMMSS TO REV-HORA-DETECCION.
           MOVE 'CLNTCRN ' TO REV-USERID-DETECCION.
           SET REV-PENDIENTE TO TRUE.
           MOVE SAN-LISTA TO REV-SAN-LISTA.
           MOVE SAN-NOMBRE TO REV-SAN-NOMBRE.
           MOVE SAN-APELLIDOS TO REV-SAN-APELLIDOS.
           MOVE SAN-PROGRAMA TO REV-SAN-PROGRAMA.
           MOVE CRB-DISTANCIA TO REV-DISTANCIA.
           MOVE 'N' TO REV-ALTA-RETENIDA.
           MOVE REGISTRO-CLIENTES TO REV-IMAGEN.
           WRITE REGISTRO-CLNTREV.
           IF NOT REVISION-OK
               DISPLAY 'ERROR AL GRABAR CLNTREV: ' WS-ESTADO-REVISION
                       ' DNI ' C-DNI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       IMPRIMIR-COINCIDENCIA.
           MOVE C-DNI TO DET-DNI.
           MOVE C-NOMBRE TO DET-NOMBRE.
           MOVE C-APELLIDO TO DET-APELLIDO.
           MOVE SAN-ID TO DET-SAN-ID.
           MOVE SAN-LISTA TO DET-LISTA.
           MOVE SAN-NOMBRE TO DET-SAN-NOMBRE.
           MOVE SAN-APELLIDOS TO DET-SAN-APELLIDOS.
           MOVE CRB-DISTANCIA TO DET-DISTANCIA.
           MOVE WS-SITUACION TO DET-SITUACION.
           WRITE LINEA-INFORME FROM LINEA-DETALLE-COINCIDENCIA
               AFTER ADVANCING 1 LINE.
      *============================================================
      * TOTALES. SI HAY COINCIDENCIAS NUEVAS SE DEVUELVE RC=4 PARA
      * QUE PLANIFICACION AVISE A CUMPLIMIENTO
      *============================================================
       FIN-PROCESO.
           MOVE 'CLIENTES LEIDOS:                ' TO TOT-TITULO.
           MOVE WS-TOTAL-CLIENTES TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 2 LINES.
           MOVE 'CLIENTES CRIBADOS:              ' TO TOT-TITULO.
           MOVE WS-TOTAL-CRIBADOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'CLIENTES CON DATOS SUPRIMIDOS:  ' TO TOT-TITULO.
           MOVE WS-TOTAL-SUPRIMIDOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'COINCIDENCIAS CON LA LISTA:     ' TO TOT-TITULO.
           MOVE WS-TOTAL-COINCIDENCIAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  NUEVAS (A REVISAR):           ' TO TOT-TITULO.
           MOVE WS-TOTAL-NUEVAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  YA PENDIENTES DE REVISION:    ' TO TOT-TITULO.
           MOVE WS-TOTAL-PENDIENTES TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  CONFIRMADAS:                  ' TO TOT-TITULO.
           MOVE WS-TOTAL-CONFIRMADAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE '  DESCARTADAS:                  ' TO TOT-TITULO.
           MOVE WS-TOTAL-DESCARTADAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           CLOSE F-CLIENTES.
           CLOSE F-SANCIONES.
           CLOSE F-REVISION.
           CLOSE F-INFORME.
           DISPLAY 'CLIENTES CRIBADOS:    ' WS-TOTAL-CRIBADOS.
           DISPLAY 'COINCIDENCIAS:        ' WS-TOTAL-COINCIDENCIAS.
           DISPLAY 'COINCIDENCIAS NUEVAS: ' WS-TOTAL-NUEVAS.
           IF WS-TOTAL-NUEVAS > 0
               DISPLAY 'HAY COINCIDENCIAS NUEVAS, SE DEVUELVE '
                       'AVISO RC=4'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      * CLNO)
      *============================================================
       ANOTAR-CONTROL-INICIO.
           MOVE 'CLNTCRN ' TO CTL-PROGRAMA.
           SET CTL-INICIO TO TRUE.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           MOVE WS-TOTAL-CLIENTES TO CTL-LEIDOS.
           MOVE WS-TOTAL-NUEVAS TO CTL-ESCRITOS.
           MOVE 0 TO CTL-RECHAZADOS.
           IF WS-TOTAL-NUEVAS > 0
               MOVE 'A' TO CTL-ESTADO-FIN
           ELSE
               MOVE 'C' TO CTL-ESTADO-FIN
           END-IF.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
