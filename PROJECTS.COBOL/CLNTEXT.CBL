      *  EXTRACCION INCREMENTAL CLNTDEL A PARTIR DEL HISTORICO DE
      *  CAMBIOS. INCLUYE CHECKPOINT/REINICIO PARA PODER CONTINUAR
      *  UNA EJECUCION QUE HAYA TERMINADO ANORMALMENTE SIN
      *  REPROCESAR TODO EL FICHERO. CADA CLIENTE SALE CON SUS
      *  INDICADORES DE CONSENTIMIENTO DE CONTACTO (FICHERO
      *  CLNTCNS) Y SIN LOS DATOS DE LOS CANALES QUE HA RECHAZADO:
      *  EMAIL RECHAZADO SALE SIN EMAIL, TELEFONO RECHAZADO SIN
      *  TELEFONO Y CORREO POSTAL RECHAZADO SIN DIRECCION.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTEXT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C-DNI
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT F-CONSENTIMIENTOS ASSIGN TO CLNTCNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-DNI
               FILE STATUS IS WS-ESTADO-CONSENTIMIENTOS.
           SELECT F-EXTRACTO ASSIGN TO EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXTRACTO.
      * LAYOUT DEL REGISTRO DE CLIENTES (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTREG.
       FD  F-CONSENTIMIENTOS.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CONSENTIMIENTOS DE CONTACTO
      *==============================================================
       COPY CLNTCNS.
      *==============================================================
      * REGISTRO DEL EXTRACTO: LOS DATOS DEL CLIENTE (LAYOUT DE
      * CLIENTES, SIN LOS CANALES RECHAZADOS) Y EL INDICADOR DE
      * CONSENTIMIENTO DE CADA CANAL (S, N O BLANCO SI NUNCA SE LE
      * PREGUNTO AL CLIENTE)
      *==============================================================
       FD  F-EXTRACTO
           RECORDING MODE IS F.
       01  REGISTRO-EXTRACTO.
           05  EXT-CLIENTE.
               10  EXT-DNI                   PIC X(9).
               10  EXT-NOMBRE                PIC X(10).
               10  EXT-APELLIDO              PIC X(21).
               10  EXT-TELEFONO              PIC X(9).
               10  EXT-DIRECCION             PIC X(35).
               10  EXT-EMAIL                 PIC X(35).
               10  EXT-ESTADO                PIC X(1).
               10  EXT-FECHA-ALTA            PIC X(8).
           05  EXT-CNS-EMAIL                 PIC X(1).
           05  EXT-CNS-TELEFONO              PIC X(1).
           05  EXT-CNS-CORREO                PIC X(1).
       FD  F-CHECKPOINT
           RECORDING MODE IS F.
       01  REGISTRO-CHECKPOINT.
       01  WS-ESTADO-CLIENTES                PIC X(2).
           88  CLIENTES-OK                          VALUE '00'.
           88  CLIENTES-FIN                         VALUE '10'.
       01  WS-ESTADO-CONSENTIMIENTOS         PIC X(2).
           88  CONSENTIMIENTOS-OK                   VALUE '00'.
           88  CONSENTIMIENTOS-NO-EXISTE            VALUE '23'.
       01  WS-ESTADO-EXTRACTO                PIC X(2).
       01  WS-ESTADO-CHECKPOINT              PIC X(2).
           88  CHECKPOINT-OK                        VALUE '00'.
       01  WS-CONTADOR-INTERVALO             PIC 9(5) VALUE 0.
       01  WS-INTERVALO-CHECKPOINT           PIC 9(5) VALUE 100.
       01  WS-TOTAL-REGISTROS                PIC 9(7) VALUE 0.
       01  WS-CANALES-SUPRIMIDOS             PIC 9(7) VALUE 0.
      *==============================================================
      * PARAMETRO DEL CONTROL DE EJECUCIONES BATCH (CALL CLNTCTL)
      *==============================================================
               DISPLAY 'ERROR AL ABRIR CLIENTES: ' WS-ESTADO-CLIENTES
               STOP RUN
           END-IF.
           OPEN INPUT F-CONSENTIMIENTOS.
           IF NOT CONSENTIMIENTOS-OK
               DISPLAY 'ERROR AL ABRIR CLNTCNS: '
                       WS-ESTADO-CONSENTIMIENTOS
               STOP RUN
           END-IF.
           IF HAY-REINICIO
               MOVE WS-ULT-DNI-PROCESADO TO C-DNI
               START F-CLIENTES KEY IS GREATER THAN C-DNI
      *
       ESCRIBIR-EXTRACTO.
           MOVE SPACES TO REGISTRO-EXTRACTO.
           MOVE REGISTRO-CLIENTES TO EXT-CLIENTE.
           PERFORM APLICAR-CONSENTIMIENTOS.
           WRITE REGISTRO-EXTRACTO.
           IF WS-ESTADO-EXTRACTO NOT = '00'
               DISPLAY 'ERROR AL GRABAR EXTRACTO: ' WS-ESTADO-EXTRACTO
               STOP RUN
           END-IF.
      *============================================================
      * LEE LOS CONSENTIMIENTOS DEL CLIENTE (SIN REGISTRO, LOS TRES
      * CANALES VAN EN BLANCO) Y BORRA DEL EXTRACTO LOS DATOS DE
      * CONTACTO DE LOS CANALES QUE EL CLIENTE HA RECHAZADO
      *============================================================
       APLICAR-CONSENTIMIENTOS.
           MOVE C-DNI TO CNS-DNI.
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
           MOVE CNS-EMAIL-IND    TO EXT-CNS-EMAIL.
           MOVE CNS-TELEFONO-IND TO EXT-CNS-TELEFONO.
           MOVE CNS-CORREO-IND   TO EXT-CNS-CORREO.
           IF CNS-EMAIL-RECHAZA
               MOVE SPACES TO EXT-EMAIL
               ADD 1 TO WS-CANALES-SUPRIMIDOS
           END-IF.
           IF CNS-TELEFONO-RECHAZA
               MOVE SPACES TO EXT-TELEFONO
               ADD 1 TO WS-CANALES-SUPRIMIDOS
           END-IF.
           IF CNS-CORREO-RECHAZA
               MOVE SPACES TO EXT-DIRECCION
               ADD 1 TO WS-CANALES-SUPRIMIDOS
           END-IF.
      *============================================================
      * GRABA UN CHECKPOINT CADA WS-INTERVALO-CHECKPOINT REGISTROS
      * PARA PERMITIR EL REINICIO SI LA EJECUCION SE INTERRUMPE.
      *============================================================
           END-IF.
           CLOSE F-CHECKPOINT.
           CLOSE F-CLIENTES.
           CLOSE F-CONSENTIMIENTOS.
           CLOSE F-EXTRACTO.
           DISPLAY 'TOTAL DE CLIENTES EXTRAIDOS: ' WS-TOTAL-REGISTROS.
           DISPLAY 'CANALES SUPRIMIDOS POR RECHAZO: '
                   WS-CANALES-SUPRIMIDOS.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
