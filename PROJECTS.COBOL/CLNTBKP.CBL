      *************************************************
      *  COPIA DE SEGURIDAD NOCTURNA DEL FICHERO MAESTRO DE
      *  CLIENTES. VUELCA EL KSDS CLIENTES, EN ORDEN DE DNI, A UNA
      *  NUEVA GENERACION DEL GDG DE COPIAS (REGISTROS DE 128
      *  BYTES CON EL LAYOUT DE CLIENTES, CARGABLE TAL CUAL CON
      *  REPRO) E IMPRIME LA FECHA Y HORA DE LA COPIA Y EL NUMERO
      *  DE REGISTROS COPIADOS. ES EL PUNTO DE PARTIDA DE LA
      *  RECUPERACION HACIA DELANTE CLNTREC, QUE APLICA SOBRE LA
      *  COPIA LOS CAMBIOS DE CLNTHIS POSTERIORES A ESA FECHA Y
      *  HORA.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTBKP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENTES ASSIGN TO CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C-DNI
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT F-COPIA ASSIGN TO COPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COPIA.
           SELECT F-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CLIENTES.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTREG.
       FD  F-COPIA
           RECORDING MODE IS F.
       01  REGISTRO-COPIA                 PIC X(128).
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CLIENTES             PIC X(2).
           88  CLIENTES-OK                       VALUE '00'.
           88  CLIENTES-FIN                      VALUE '10'.
       01  WS-ESTADO-COPIA                PIC X(2).
           88  COPIA-OK                          VALUE '00'.
      *==============================================================
      * FECHA Y HORA DE LA COPIA: LA RECUPERACION APLICA LOS
      * CAMBIOS DE CLNTHIS POSTERIORES A ESTE MOMENTO
      *==============================================================
       01  WS-FECHA-COPIA                 PIC 9(8).
       01  WS-FECHA-COPIA-X REDEFINES WS-FECHA-COPIA
                                          PIC X(8).
       01  WS-HORA-COPIA                  PIC 9(8).
       01  WS-HORA-COPIA-X REDEFINES WS-HORA-COPIA.
           05  WS-HORA-COPIA-HHMMSS       PIC X(6).
           05  FILLER                     PIC X(2).
       01  WS-CONTADORES.
           05  WS-TOTAL-LEIDOS            PIC 9(7) VALUE 0.
           05  WS-TOTAL-COPIADOS          PIC 9(7) VALUE 0.
      *==============================================================
      * LINEAS DEL INFORME DE LA COPIA
      *==============================================================
       01  LINEA-CABECERA-INFORME.
           05  FILLER                     PIC X(50)
               VALUE 'COPIA DE SEGURIDAD DEL FICHERO DE CLIENTES'.
       01  LINEA-MOMENTO-COPIA.
           05  FILLER                     PIC X(20)
               VALUE 'COPIA TOMADA EL DIA '.
           05  INF-FECHA-COPIA            PIC X(8).
           05  FILLER                     PIC X(7)
               VALUE ' A LAS '.
           05  INF-HORA-COPIA             PIC X(6).
       01  LINEA-TOTAL-INFORME.
           05  TOT-TITULO                 PIC X(26).
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
               PERFORM COPIAR-CLIENTE
               PERFORM LEER-CLIENTE
           END-PERFORM.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
      *============================================================
      * ANOTA EL MOMENTO DE LA COPIA ANTES DE LEER EL PRIMER
      * REGISTRO (CON LOS FICHEROS CERRADOS EN CICS NO PUEDE
      * ENTRAR NINGUN CAMBIO MIENTRAS SE COPIA) Y ABRE FICHEROS
      *============================================================
       INICIO-PROCESO.
           ACCEPT WS-FECHA-COPIA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COPIA FROM TIME.
           OPEN INPUT F-CLIENTES.
           IF NOT CLIENTES-OK
               DISPLAY 'ERROR AL ABRIR CLIENTES: ' WS-ESTADO-CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-COPIA.
           IF NOT COPIA-OK
               DISPLAY 'ERROR AL ABRIR COPIA: ' WS-ESTADO-COPIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-INFORME.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-INFORME
               AFTER ADVANCING PAGE.
           MOVE WS-FECHA-COPIA-X TO INF-FECHA-COPIA.
           MOVE WS-HORA-COPIA-HHMMSS TO INF-HORA-COPIA.
           WRITE LINEA-INFORME FROM LINEA-MOMENTO-COPIA
               AFTER ADVANCING 2 LINES.
      *
       LEER-CLIENTE.
           READ F-CLIENTES NEXT RECORD
               AT END
                   SET CLIENTES-FIN TO TRUE
           END-READ.
           IF CLIENTES-OK
               ADD 1 TO WS-TOTAL-LEIDOS
           ELSE
               IF NOT CLIENTES-FIN
                   DISPLAY 'ERROR AL LEER CLIENTES: '
                           WS-ESTADO-CLIENTES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *============================================================
      * UNA COPIA INCOMPLETA NO SIRVE PARA RECUPERAR: CUALQUIER
      * ERROR DE GRABACION TERMINA EL PASO CON RC=8
      *============================================================
       COPIAR-CLIENTE.
           WRITE REGISTRO-COPIA FROM REGISTRO-CLIENTES.
           IF NOT COPIA-OK
               DISPLAY 'ERROR AL GRABAR LA COPIA: ' WS-ESTADO-COPIA
                       ' DNI ' C-DNI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-COPIADOS.
      *
       FIN-PROCESO.
           MOVE 'CLIENTES LEIDOS:          ' TO TOT-TITULO.
           MOVE WS-TOTAL-LEIDOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 2 LINES.
           MOVE 'CLIENTES COPIADOS:        ' TO TOT-TITULO.
           MOVE WS-TOTAL-COPIADOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           CLOSE F-CLIENTES.
           CLOSE F-COPIA.
           CLOSE F-INFORME.
           DISPLAY 'COPIA TOMADA EL DIA ' WS-FECHA-COPIA-X
                   ' A LAS ' WS-HORA-COPIA-HHMMSS.
           DISPLAY 'CLIENTES LEIDOS:      ' WS-TOTAL-LEIDOS.
           DISPLAY 'CLIENTES COPIADOS:    ' WS-TOTAL-COPIADOS.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      * CLNO)
      *============================================================
       ANOTAR-CONTROL-INICIO.
           MOVE 'CLNTBKP ' TO CTL-PROGRAMA.
           SET CTL-INICIO TO TRUE.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           MOVE WS-TOTAL-LEIDOS TO CTL-LEIDOS.
           MOVE WS-TOTAL-COPIADOS TO CTL-ESCRITOS.
           MOVE 0 TO CTL-RECHAZADOS.
           MOVE 'C' TO CTL-ESTADO-FIN.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
