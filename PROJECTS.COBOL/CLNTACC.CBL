      *  LO QUE EL SISTEMA GUARDA SOBRE UN DNI, REUNIDO EN UN SOLO
      *  INFORME. PARA CADA DNI DEL FICHERO DE ENTRADA (VALIDADO
      *  CON LA MISMA REGLA MOD 23 DEL RESTO DEL SISTEMA) SE
      *  IMPRIMEN CINCO SECCIONES: LOS DATOS VIVOS DEL MAESTRO
      *  CLIENTES, LA COPIA ARCHIVADA DE CLIENTEH, TODAS LAS
      *  VERSIONES DEL HISTORICO DE CAMBIOS CLNTHIS (CON QUIEN HIZO
      *  CADA CAMBIO Y CUANDO) Y TODAS LAS CONSULTAS REGISTRADAS EN
      *  CLNTLOG (QUIEN MIRO EL REGISTRO, DESDE QUE TRANSACCION Y
      *  CUANDO) Y LOS CONSENTIMIENTOS DE CONTACTO DE CLNTCNS CON
      *  TODOS SUS CAMBIOS EN CLNTCNH (QUIEN LOS REGISTRO Y
      *  CUANDO). CADA SECCION VACIA SE INDICA EXPRESAMENTE PARA
      *  QUE NO FALTE NINGUNA PIEZA EN LA RESPUESTA LEGAL.
      *************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT F-CONSENTIMIENTOS ASSIGN TO CLNTCNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-DNI
               FILE STATUS IS WS-ESTADO-CONSENTIMIENTOS.
           SELECT F-HIST-CONSENTIMIENTOS ASSIGN TO CLNTCNH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNH-CLAVE
               FILE STATUS IS WS-ESTADO-HIST-CNS.
           SELECT F-CLNTLOG ASSIGN TO AS-CLNTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLNTLOG.
      * LAYOUT DEL REGISTRO DE AUDITORIA DE CONSULTAS
      *==============================================================
       COPY CLNTLOG.
       FD  F-CONSENTIMIENTOS.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CONSENTIMIENTOS DE CONTACTO
      *==============================================================
       COPY CLNTCNS.
       FD  F-HIST-CONSENTIMIENTOS.
      *==============================================================
      * LAYOUT DEL HISTORICO DE CAMBIOS DE CONSENTIMIENTOS
      *==============================================================
       COPY CLNTCNH.
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       01  WS-ESTADO-CLNTLOG              PIC X(2).
           88  CLNTLOG-OK                        VALUE '00'.
           88  CLNTLOG-FIN                       VALUE '10'.
       01  WS-ESTADO-CONSENTIMIENTOS      PIC X(2).
           88  CONSENTIMIENTOS-OK                VALUE '00'.
       01  WS-ESTADO-HIST-CNS             PIC X(2).
           88  HIST-CNS-OK                       VALUE '00'.
      *==============================================================
      * VALIDACION DEL DIGITO DE CONTROL DEL DNI (MISMA REGLA QUE
      * EL PARRAFO VALIDAR-DNI DE LA TRANSACCION ONLINE)
           05  TRB-EMAIL                  PIC X(35).
           05  TRB-ESTADO                 PIC X(1).
           05  TRB-FECHA-ALTA             PIC X(8).
      *==============================================================
      * INDICADORES POR CANAL DE LAS IMAGENES ANTES Y DESPUES DEL
      * HISTORICO DE CONSENTIMIENTOS (LAYOUT DE LA COPY CLNTCNS) Y
      * NOMBRES DE LOS CANALES PARA EL INFORME
      *==============================================================
       01  CNS-IMAGEN-ANTES.
           05  FILLER                     PIC X(9).
           05  CNA-CANAL                  OCCURS 3 TIMES.
               10  CNA-IND                PIC X(1).
               10  FILLER                 PIC X(17).
           05  FILLER                     PIC X(17).
       01  CNS-IMAGEN-DESPUES.
           05  FILLER                     PIC X(9).
           05  CND-CANAL                  OCCURS 3 TIMES.
               10  CND-IND                PIC X(1).
               10  FILLER                 PIC X(17).
           05  FILLER                     PIC X(17).
       01  TABLA-NOMBRES-CANALES.
           05  FILLER                     PIC X(14) VALUE 'EMAIL'.
           05  FILLER                     PIC X(14) VALUE 'TELEFONO'.
           05  FILLER                     PIC X(14) VALUE
               'CORREO POSTAL'.
       01  TABLA-NOMBRES-CANALES-R REDEFINES TABLA-NOMBRES-CANALES.
           05  NOMBRE-CANAL               PIC X(14) OCCURS 3 TIMES.
       01  WS-IX-CANAL                    PIC 9(1).
       01  WS-DNI-SOLICITADO              PIC X(9).
       01  WS-FIN-GRUPO                   PIC X(1).
       01  WS-LINEAS-SECCION              PIC 9(5).
           05  CON-TRANID                 PIC X(4).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  CON-TERMID                 PIC X(4).
       01  LINEA-DETALLE-CANAL.
           05  CAN-NOMBRE                 PIC X(14).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  CAN-ESTADO                 PIC X(13).
           05  FILLER                     PIC X(8)  VALUE ' FECHA: '.
           05  CAN-FECHA                  PIC X(8).
           05  FILLER                     PIC X(9)  VALUE ' ORIGEN: '.
           05  CAN-ORIGEN                 PIC X(8).
           05  FILLER                     PIC X(10) VALUE ' USUARIO: '.
           05  CAN-USERID                 PIC X(8).
       01  LINEA-DETALLE-CAMBIO-CNS.
           05  CCN-FECHA                  PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  CCN-HORA                   PIC X(6).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  CCN-USERID                 PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  CCN-TERMID                 PIC X(4).
           05  CCN-CANAL                  OCCURS 3 TIMES.
               10  FILLER                 PIC X(1)  VALUE SPACES.
               10  CCN-NOMBRE             PIC X(14).
               10  CCN-ANTES              PIC X(1).
               10  FILLER                 PIC X(1)  VALUE '>'.
               10  CCN-DESPUES            PIC X(1).
       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM INICIO-PROCESO.
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
           OPEN INPUT F-HIST-CONSENTIMIENTOS.
           IF NOT HIST-CNS-OK
               DISPLAY 'ERROR AL ABRIR CLNTCNH: ' WS-ESTADO-HIST-CNS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-INFORME.
      *
       LEER-ENTRADA.
               PERFORM INFORMAR-COPIA-ARCHIVADA
               PERFORM INFORMAR-HISTORICO
               PERFORM INFORMAR-CONSULTAS
               PERFORM INFORMAR-CONSENTIMIENTOS
               ADD 1 TO WS-DNIS-TRATADOS
           END-IF.
      *============================================================
           WRITE LINEA-INFORME FROM LINEA-DETALLE-CONSULTA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINEAS-SECCION.
      *============================================================
      * SECCION 5: CONSENTIMIENTOS DE CONTACTO. PRIMERO EL ESTADO
      * ACTUAL DE CADA CANAL Y DESPUES TODOS LOS CAMBIOS DEL
      * HISTORICO CON EL INDICADOR ANTERIOR Y EL NUEVO DE CADA
      * CANAL (- SI NUNCA SE LE HABIA PREGUNTADO AL CLIENTE)
      *============================================================
       INFORMAR-CONSENTIMIENTOS.
           MOVE 'SECCION 5: CONSENTIMIENTOS (CLNTCNS Y CLNTCNH)'
               TO TIT-SECCION.
           WRITE LINEA-INFORME FROM LINEA-TITULO-SECCION
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-LINEAS-SECCION.
           MOVE WS-DNI-SOLICITADO TO CNS-DNI.
           READ F-CONSENTIMIENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-IX-CANAL FROM 1 BY 1
                           UNTIL WS-IX-CANAL > 3
                       PERFORM IMPRIMIR-CANAL
                   END-PERFORM
           END-READ.
           MOVE WS-DNI-SOLICITADO TO CNH-DNI.
           MOVE LOW-VALUES TO CNH-FECHA.
           MOVE LOW-VALUES TO CNH-HORA.
           MOVE 0 TO CNH-SECUENCIA.
           START F-HIST-CONSENTIMIENTOS KEY IS NOT LESS THAN CNH-CLAVE
           END-START.
           IF HIST-CNS-OK
               MOVE 'N' TO WS-FIN-GRUPO
               PERFORM UNTIL WS-FIN-GRUPO = 'S'
                   READ F-HIST-CONSENTIMIENTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-GRUPO
                   END-READ
                   IF WS-FIN-GRUPO = 'N'
                       IF CNH-DNI NOT = WS-DNI-SOLICITADO
                           MOVE 'S' TO WS-FIN-GRUPO
                       ELSE
                           PERFORM IMPRIMIR-CAMBIO-CONSENTIMIENTO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LINEAS-SECCION = 0
               PERFORM IMPRIMIR-SECCION-VACIA
           END-IF.
      *
       IMPRIMIR-CANAL.
           MOVE NOMBRE-CANAL(WS-IX-CANAL) TO CAN-NOMBRE.
           EVALUATE TRUE
               WHEN CNS-ACEPTA(WS-IX-CANAL)
                   MOVE 'ACEPTA'        TO CAN-ESTADO
               WHEN CNS-RECHAZA(WS-IX-CANAL)
                   MOVE 'RECHAZA'       TO CAN-ESTADO
               WHEN OTHER
                   MOVE 'SIN REGISTRAR' TO CAN-ESTADO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CNS-ORIGEN-OFICINA(WS-IX-CANAL)
                   MOVE 'OFICINA'       TO CAN-ORIGEN
               WHEN CNS-ORIGEN-INTRANET(WS-IX-CANAL)
                   MOVE 'INTRANET'      TO CAN-ORIGEN
               WHEN CNS-ORIGEN-CARGA(WS-IX-CANAL)
                   MOVE 'CARGA'         TO CAN-ORIGEN
               WHEN OTHER
                   MOVE SPACES          TO CAN-ORIGEN
           END-EVALUATE.
           MOVE CNS-FECHA(WS-IX-CANAL)  TO CAN-FECHA.
           MOVE CNS-USERID(WS-IX-CANAL) TO CAN-USERID.
           WRITE LINEA-INFORME FROM LINEA-DETALLE-CANAL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINEAS-SECCION.
      *
       IMPRIMIR-CAMBIO-CONSENTIMIENTO.
           MOVE CNH-IMAGEN-ANTES   TO CNS-IMAGEN-ANTES.
           MOVE CNH-IMAGEN-DESPUES TO CNS-IMAGEN-DESPUES.
           MOVE CNH-FECHA  TO CCN-FECHA.
           MOVE CNH-HORA   TO CCN-HORA.
           MOVE CNH-USERID TO CCN-USERID.
           MOVE CNH-TERMID TO CCN-TERMID.
           PERFORM VARYING WS-IX-CANAL FROM 1 BY 1
                   UNTIL WS-IX-CANAL > 3
               MOVE NOMBRE-CANAL(WS-IX-CANAL) TO CCN-NOMBRE(WS-IX-CANAL)
               MOVE CNA-IND(WS-IX-CANAL) TO CCN-ANTES(WS-IX-CANAL)
               MOVE CND-IND(WS-IX-CANAL) TO CCN-DESPUES(WS-IX-CANAL)
               IF CCN-ANTES(WS-IX-CANAL) = SPACE
                   MOVE '-' TO CCN-ANTES(WS-IX-CANAL)
               END-IF
               IF CCN-DESPUES(WS-IX-CANAL) = SPACE
                   MOVE '-' TO CCN-DESPUES(WS-IX-CANAL)
               END-IF
           END-PERFORM.
           WRITE LINEA-INFORME FROM LINEA-DETALLE-CAMBIO-CNS
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINEAS-SECCION.
      *
       FIN-PROCESO.
           CLOSE F-ENTRADA.
           CLOSE F-CLIENTES.
           CLOSE F-ARCHIVO.
           CLOSE F-HISTORICO.
           CLOSE F-CONSENTIMIENTOS.
           CLOSE F-HIST-CONSENTIMIENTOS.
           CLOSE F-INFORME.
           DISPLAY 'INFORMES EMITIDOS:  ' WS-DNIS-TRATADOS.
           DISPLAY 'DNIS INVALIDOS:     ' WS-DNIS-INVALIDOS.
