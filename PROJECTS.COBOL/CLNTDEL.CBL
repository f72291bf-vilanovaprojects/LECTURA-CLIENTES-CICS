      *  DE BAJA DENTRO DE LA MISMA VENTANA NO SE EMITE. AL ACABAR
      *  SE ADELANTA LA MARCA DE DELTACTL A LA ULTIMA FECHA/HORA
      *  PROCESADA.
      *  CADA REGISTRO LLEVA LOS INDICADORES ACTUALES DE
      *  CONSENTIMIENTO DE CONTACTO DEL CLIENTE (FICHERO CLNTCNS) Y
      *  SALE SIN LOS DATOS DE LOS CANALES RECHAZADOS. LOS CAMBIOS
      *  DE CONSENTIMIENTO DE LA VENTANA (HISTORICO CLNTCNH) DE UN
      *  DNI SIN OTROS CAMBIOS SE EMITEN CON LA ACCION C (SOLO
      *  CONSENTIMIENTOS, SIN DATOS DEL CLIENTE). LOS DOS
      *  HISTORICOS VAN ORDENADOS POR DNI Y SE CASAN POR ESA CLAVE;
      *  LA MARCA RECOGE LO ULTIMO PROCESADO DE CUALQUIERA DE ELLOS.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTDEL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT F-HIST-CONSENTIMIENTOS ASSIGN TO CLNTCNH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNH-CLAVE
               FILE STATUS IS WS-ESTADO-HIST-CNS.
           SELECT F-CONSENTIMIENTOS ASSIGN TO CLNTCNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-DNI
               FILE STATUS IS WS-ESTADO-CONSENTIMIENTOS.
           SELECT F-DELTA ASSIGN TO DELTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DELTA.
      * CON LO ONLINE)
      *==============================================================
       COPY CLNTHIS.
       FD  F-HIST-CONSENTIMIENTOS.
      *==============================================================
      * LAYOUT DEL HISTORICO DE CAMBIOS DE CONSENTIMIENTOS
      *==============================================================
       COPY CLNTCNH.
       FD  F-CONSENTIMIENTOS.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CONSENTIMIENTOS DE CONTACTO
      *==============================================================
       COPY CLNTCNS.
      *==============================================================
      * REGISTRO DEL DELTA: ACCION (A, M, B O C), DNI, IMAGEN DEL
      * CLIENTE (EN BLANCO EN LA ACCION C) E INDICADORES DE
      * CONSENTIMIENTO DE CADA CANAL (S, N O BLANCO SI NUNCA SE LE
      * PREGUNTO AL CLIENTE)
      *==============================================================
       FD  F-DELTA
           RECORDING MODE IS F.
       01  REGISTRO-DELTA.
           05  DEL-ACCION                 PIC X(1).
           05  DEL-DNI                    PIC X(9).
           05  DEL-DATOS                  PIC X(128).
           05  DEL-CLIENTE REDEFINES DEL-DATOS.
               10  DEL-C-DNI              PIC X(9).
               10  DEL-C-NOMBRE           PIC X(10).
               10  DEL-C-APELLIDO         PIC X(21).
               10  DEL-C-TELEFONO         PIC X(9).
               10  DEL-C-DIRECCION        PIC X(35).
               10  DEL-C-EMAIL            PIC X(35).
               10  DEL-C-ESTADO           PIC X(1).
               10  DEL-C-FECHA-ALTA       PIC X(8).
           05  DEL-CNS-EMAIL              PIC X(1).
           05  DEL-CNS-TELEFONO           PIC X(1).
           05  DEL-CNS-CORREO             PIC X(1).
       FD  F-CONTROL
           RECORDING MODE IS F.
       01  REGISTRO-CONTROL.
       01  WS-ESTADO-HISTORICO            PIC X(2).
           88  HISTORICO-OK                      VALUE '00'.
           88  HISTORICO-FIN                     VALUE '10'.
       01  WS-ESTADO-HIST-CNS             PIC X(2).
           88  HIST-CNS-OK                       VALUE '00'.
           88  HIST-CNS-FIN                      VALUE '10'.
       01  WS-ESTADO-CONSENTIMIENTOS      PIC X(2).
           88  CONSENTIMIENTOS-OK                VALUE '00'.
           88  CONSENTIMIENTOS-NO-EXISTE         VALUE '23'.
       01  WS-ESTADO-DELTA                PIC X(2).
       01  WS-ESTADO-CONTROL              PIC X(2).
           88  CONTROL-OK                        VALUE '00'.
       01  WS-MARCA-REGISTRO.
           05  WS-MARCA-REG-FECHA         PIC X(8).
           05  WS-MARCA-REG-HORA          PIC X(6).
       01  WS-MARCA-CONSENTIMIENTO.
           05  WS-MARCA-CNS-FECHA         PIC X(8).
           05  WS-MARCA-CNS-HORA          PIC X(6).
       01  WS-CNS-VENTANA                 PIC X(1).
           88  CNS-EN-VENTANA                    VALUE 'S'.
           88  CNS-FUERA-VENTANA                 VALUE 'N'.
       01  WS-DNI-CONSENTIMIENTO          PIC X(9).
      *==============================================================
      * CORTE DE CONTROL POR DNI: PRIMER TIPO Y ULTIMO CAMBIO DE LA
      * VENTANA PARA DECIDIR LA ACCION QUE SE EMITE AL CRM
           05  WS-EMITIDOS-MODIF          PIC 9(7) VALUE 0.
           05  WS-EMITIDOS-BAJA           PIC 9(7) VALUE 0.
           05  WS-DNIS-OMITIDOS           PIC 9(7) VALUE 0.
           05  WS-CNS-LEIDOS              PIC 9(7) VALUE 0.
           05  WS-CNS-EN-VENTANA          PIC 9(7) VALUE 0.
           05  WS-EMITIDOS-CONSENT        PIC 9(7) VALUE 0.
           05  WS-CANALES-SUPRIMIDOS      PIC 9(7) VALUE 0.
      *==============================================================
      * PARAMETRO DEL CONTROL DE EJECUCIONES BATCH (CALL CLNTCTL)
      *==============================================================
           PERFORM ANOTAR-CONTROL-INICIO.
           PERFORM INICIO-PROCESO.
           PERFORM LEER-HISTORICO.
           PERFORM LEER-CONSENTIMIENTO-VENTANA.
           PERFORM UNTIL HISTORICO-FIN
               PERFORM TRATAR-CAMBIO
               PERFORM LEER-HISTORICO
           IF WS-DNI-EN-CURSO NOT = SPACES
               PERFORM EMITIR-DNI
           END-IF.
           PERFORM UNTIL HIST-CNS-FIN
               PERFORM EMITIR-CONSENTIMIENTO
           END-PERFORM.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT F-HIST-CONSENTIMIENTOS.
           IF NOT HIST-CNS-OK
               DISPLAY 'ERROR AL ABRIR CLNTCNH: ' WS-ESTADO-HIST-CNS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT F-CONSENTIMIENTOS.
           IF NOT CONSENTIMIENTOS-OK
               DISPLAY 'ERROR AL ABRIR CLNTCNS: '
                       WS-ESTADO-CONSENTIMIENTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-DELTA.
           IF WS-ESTADO-DELTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR DELTA: ' WS-ESTADO-DELTA
      * IMAGEN POSTERIOR.
      *============================================================
       EMITIR-DNI.
           PERFORM CASAR-CONSENTIMIENTOS.
           EVALUATE TRUE
               WHEN WS-PRIMER-TIPO = 'A' AND WS-ULTIMO-TIPO = 'B'
                   ADD 1 TO WS-DNIS-OMITIDOS
      *
       GRABAR-DELTA.
           MOVE WS-DNI-EN-CURSO TO DEL-DNI.
           PERFORM ANADIR-CONSENTIMIENTOS.
           IF CNS-EMAIL-RECHAZA
               MOVE SPACES TO DEL-C-EMAIL
               ADD 1 TO WS-CANALES-SUPRIMIDOS
           END-IF.
           IF CNS-TELEFONO-RECHAZA
               MOVE SPACES TO DEL-C-TELEFONO
               ADD 1 TO WS-CANALES-SUPRIMIDOS
           END-IF.
           IF CNS-CORREO-RECHAZA
               MOVE SPACES TO DEL-C-DIRECCION
               ADD 1 TO WS-CANALES-SUPRIMIDOS
           END-IF.
           PERFORM ESCRIBIR-DELTA.
      *
       ESCRIBIR-DELTA.
           WRITE REGISTRO-DELTA.
           IF WS-ESTADO-DELTA NOT = '00'
               DISPLAY 'ERROR AL GRABAR DELTA: ' WS-ESTADO-DELTA
           END-IF.
           ADD 1 TO WS-DNIS-EMITIDOS.
      *============================================================
      * LEE LOS CONSENTIMIENTOS ACTUALES DEL DNI DEL REGISTRO DEL
      * DELTA; SIN REGISTRO LOS TRES CANALES VAN EN BLANCO
      *============================================================
       ANADIR-CONSENTIMIENTOS.
           MOVE DEL-DNI TO CNS-DNI.
           READ F-CONSENTIMIENTOS
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN CONSENTIMIENTOS-OK
                   CONTINUE
               WHEN CONSENTIMIENTOS-NO-EXISTE
                   MOVE SPACES TO CNS-CANALES
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER CLNTCNS: '
                           WS-ESTADO-CONSENTIMIENTOS ' DNI ' CNS-DNI
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE CNS-EMAIL-IND    TO DEL-CNS-EMAIL.
           MOVE CNS-TELEFONO-IND TO DEL-CNS-TELEFONO.
           MOVE CNS-CORREO-IND   TO DEL-CNS-CORREO.
      *============================================================
      * ANTES DE EMITIR UN DNI DEL HISTORICO DE CLIENTES SE EMITEN
      * COMO ACCION C LOS DNIS ANTERIORES CON CAMBIOS DE
      * CONSENTIMIENTO EN LA VENTANA, Y SE DESCARTAN LOS CAMBIOS DE
      * CONSENTIMIENTO DEL PROPIO DNI: SU REGISTRO A/M/B YA LLEVA
      * LOS INDICADORES ACTUALES
      *============================================================
       CASAR-CONSENTIMIENTOS.
           PERFORM UNTIL HIST-CNS-FIN
                      OR CNH-DNI NOT < WS-DNI-EN-CURSO
               PERFORM EMITIR-CONSENTIMIENTO
           END-PERFORM.
           PERFORM UNTIL HIST-CNS-FIN
                      OR CNH-DNI NOT = WS-DNI-EN-CURSO
               PERFORM LEER-CONSENTIMIENTO-VENTANA
           END-PERFORM.
      *
       EMITIR-CONSENTIMIENTO.
           MOVE CNH-DNI TO WS-DNI-CONSENTIMIENTO.
           MOVE 'C' TO DEL-ACCION.
           MOVE WS-DNI-CONSENTIMIENTO TO DEL-DNI.
           MOVE SPACES TO DEL-DATOS.
           PERFORM ANADIR-CONSENTIMIENTOS.
           PERFORM ESCRIBIR-DELTA.
           ADD 1 TO WS-EMITIDOS-CONSENT.
           PERFORM UNTIL HIST-CNS-FIN
                      OR CNH-DNI NOT = WS-DNI-CONSENTIMIENTO
               PERFORM LEER-CONSENTIMIENTO-VENTANA
           END-PERFORM.
      *============================================================
      * DEJA EN CURSO EL SIGUIENTE CAMBIO DE CONSENTIMIENTO
      * POSTERIOR A LA MARCA, ADELANTANDO LA MARCA NUEVA SI HACE
      * FALTA
      *============================================================
       LEER-CONSENTIMIENTO-VENTANA.
           SET CNS-FUERA-VENTANA TO TRUE.
           PERFORM UNTIL HIST-CNS-FIN OR CNS-EN-VENTANA
               PERFORM LEER-HIST-CONSENTIMIENTOS
           END-PERFORM.
      *
       LEER-HIST-CONSENTIMIENTOS.
           READ F-HIST-CONSENTIMIENTOS NEXT RECORD
               AT END
                   SET HIST-CNS-FIN TO TRUE
           END-READ.
           IF HIST-CNS-OK
               ADD 1 TO WS-CNS-LEIDOS
               MOVE CNH-FECHA TO WS-MARCA-CNS-FECHA
               MOVE CNH-HORA  TO WS-MARCA-CNS-HORA
               IF WS-MARCA-CONSENTIMIENTO > WS-MARCA-ANTERIOR
                   SET CNS-EN-VENTANA TO TRUE
                   ADD 1 TO WS-CNS-EN-VENTANA
                   IF WS-MARCA-CONSENTIMIENTO > WS-MARCA-NUEVA
                       MOVE WS-MARCA-CONSENTIMIENTO TO WS-MARCA-NUEVA
                   END-IF
               END-IF
           END-IF.
      *============================================================
      * LA MARCA SOLO SE ADELANTA CUANDO TODO HA TERMINADO BIEN:
      * SI LA EJECUCION SE INTERRUMPE, LA SIGUIENTE REPITE LA
      * MISMA VENTANA COMPLETA
      *============================================================
       FIN-PROCESO.
           CLOSE F-HISTORICO.
           CLOSE F-HIST-CONSENTIMIENTOS.
           CLOSE F-CONSENTIMIENTOS.
           CLOSE F-DELTA.
           OPEN OUTPUT F-CONTROL.
           IF NOT CONTROL-OK
           DISPLAY 'MODIFICAC. EMITIDAS:  ' WS-EMITIDOS-MODIF.
           DISPLAY 'BAJAS EMITIDAS:       ' WS-EMITIDOS-BAJA.
           DISPLAY 'DNIS OMITIDOS (A+B):  ' WS-DNIS-OMITIDOS.
           DISPLAY 'CAMBIOS CONSENT. LEIDOS: ' WS-CNS-LEIDOS.
           DISPLAY 'CAMBIOS CONSENT. VENTANA: ' WS-CNS-EN-VENTANA.
           DISPLAY 'CONSENTIMIENTOS EMITIDOS: ' WS-EMITIDOS-CONSENT.
           DISPLAY 'CANALES SUPRIMIDOS:   ' WS-CANALES-SUPRIMIDOS.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           COMPUTE CTL-LEIDOS = WS-TOTAL-LEIDOS + WS-CNS-LEIDOS.
           MOVE WS-DNIS-EMITIDOS TO CTL-ESCRITOS.
           MOVE 0 TO CTL-RECHAZADOS.
           MOVE 'C' TO CTL-ESTADO-FIN.
