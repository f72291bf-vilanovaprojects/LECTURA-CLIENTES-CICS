      *************************************************
      *  CARGA DE DEFINICIONES DEL FICHERO CENTRAL DE PARAMETROS
      *  CLNTPRM. CADA REGISTRO DE ENTRADA DEFINE UN PARAMETRO:
      *  PROGRAMA, NOMBRE, VALOR INICIAL, RANGO VALIDO (MINIMO Y
      *  MAXIMO) Y DESCRIPCION. SI EL PARAMETRO NO EXISTE SE DA DE
      *  ALTA CON EL VALOR INICIAL, EN VIGOR DESDE HOY. SI YA
      *  EXISTE SOLO SE ACTUALIZAN EL RANGO Y LA DESCRIPCION: EL
      *  VALOR SE CAMBIA CON LA TRANSACCION CLNA Y AQUI SE IGNORA,
      *  PARA QUE VOLVER A PASAR LA CARGA NO DESHAGA LOS CAMBIOS
      *  HECHOS EN LINEA. SE RECHAZA LA DEFINICION INCOMPLETA O NO
      *  NUMERICA, LA DE RANGO INVERTIDO, LA DE VALOR FUERA DE
      *  RANGO Y LA QUE DEJARIA FUERA DEL NUEVO RANGO UN VALOR YA
      *  GRABADO. CADA ALTA O CAMBIO QUEDA EN EL HISTORICO CLNTPRH
      *  CON EL USUARIO CLNTPRC.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTPRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN TO ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENTRADA.
           SELECT F-PARAMETROS ASSIGN TO CLNTPRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CLAVE
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT F-HISTORICO ASSIGN TO CLNTPRH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRH-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORICO.
       DATA DIVISION.
       FILE SECTION.
      *==============================================================
      * DEFINICIONES DE PARAMETROS: PROGRAMA, NOMBRE, VALOR, MINIMO,
      * MAXIMO Y DESCRIPCION
      *==============================================================
       FD  F-ENTRADA
           RECORDING MODE IS F.
       01  REGISTRO-ENTRADA.
           05  ENT-PROGRAMA               PIC X(8).
           05  ENT-NOMBRE                 PIC X(16).
           05  ENT-VALOR                  PIC 9(7).
           05  ENT-MINIMO                 PIC 9(7).
           05  ENT-MAXIMO                 PIC 9(7).
           05  ENT-DESCRIPCION            PIC X(26).
       FD  F-PARAMETROS.
      *==============================================================
      * LAYOUT DEL REGISTRO DE PARAMETROS (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTPRM.
       FD  F-HISTORICO.
      *==============================================================
      * LAYOUT DEL HISTORICO DE CAMBIOS DE PARAMETROS (COMPARTIDO
      * CON LO ONLINE)
      *==============================================================
       COPY CLNTPRH.
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-ENTRADA              PIC X(2).
           88  ENTRADA-OK                        VALUE '00'.
           88  ENTRADA-FIN                       VALUE '10'.
       01  WS-ESTADO-PARAMETROS           PIC X(2).
           88  PARAMETROS-OK                     VALUE '00'.
           88  PARAMETRO-NO-EXISTE               VALUE '23'.
       01  WS-ESTADO-HISTORICO            PIC X(2).
           88  HISTORICO-OK                      VALUE '00'.
           88  HISTORICO-DUPLICADO               VALUE '22'.
       01  WS-FECHA-HOY                   PIC 9(8).
       01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY
                                          PIC X(8).
       01  WS-HORA-AHORA                  PIC 9(8).
       01  WS-HORA-AHORA-X REDEFINES WS-HORA-AHORA.
           05  WS-HORA-HHMMSS             PIC X(6).
           05  FILLER                     PIC X(2).
       01  WS-PRM-ANTERIOR                PIC X(128).
       01  WS-MOTIVO                      PIC X(40).
       01  WS-CONTADORES.
           05  WS-TOTAL-LEIDAS            PIC 9(7) VALUE 0.
           05  WS-TOTAL-ALTAS             PIC 9(7) VALUE 0.
           05  WS-TOTAL-CAMBIADAS         PIC 9(7) VALUE 0.
           05  WS-TOTAL-SIN-CAMBIOS       PIC 9(7) VALUE 0.
           05  WS-TOTAL-RECHAZADAS        PIC 9(7) VALUE 0.
      *==============================================================
      * PARAMETRO DEL CONTROL DE EJECUCIONES BATCH (CALL CLNTCTL)
      *==============================================================
       COPY CLNTCTC.
       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM ANOTAR-CONTROL-INICIO.
           PERFORM INICIO-PROCESO.
           PERFORM LEER-DEFINICION.
           PERFORM UNTIL ENTRADA-FIN
               PERFORM TRATAR-DEFINICION
               PERFORM LEER-DEFINICION
           END-PERFORM.
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
           OPEN I-O F-PARAMETROS.
           IF NOT PARAMETROS-OK
               DISPLAY 'ERROR AL ABRIR CLNTPRM: ' WS-ESTADO-PARAMETROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O F-HISTORICO.
           IF NOT HISTORICO-OK
               DISPLAY 'ERROR AL ABRIR CLNTPRH: ' WS-ESTADO-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       LEER-DEFINICION.
           READ F-ENTRADA
               AT END
                   SET ENTRADA-FIN TO TRUE
           END-READ.
           IF ENTRADA-OK
               ADD 1 TO WS-TOTAL-LEIDAS
           END-IF.
      *============================================================
      * VALIDA LA DEFINICION Y LA DA DE ALTA O ACTUALIZA EL RANGO
      * Y LA DESCRIPCION DEL PARAMETRO YA EXISTENTE
      *============================================================
       TRATAR-DEFINICION.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM VALIDAR-DEFINICION.
           IF WS-MOTIVO = SPACES
               MOVE ENT-PROGRAMA TO PRM-PROGRAMA
               MOVE ENT-NOMBRE TO PRM-NOMBRE
               READ F-PARAMETROS
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN PARAMETRO-NO-EXISTE
                       PERFORM ALTA-PARAMETRO
                   WHEN PARAMETROS-OK
                       PERFORM CAMBIO-DEFINICION
                   WHEN OTHER
                       DISPLAY 'ERROR AL LEER CLNTPRM: '
                               WS-ESTADO-PARAMETROS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-RECHAZADAS
               DISPLAY 'RECHAZADA ' ENT-PROGRAMA ' ' ENT-NOMBRE
                       ': ' WS-MOTIVO
           END-IF.
      *
       VALIDAR-DEFINICION.
           EVALUATE TRUE
               WHEN ENT-PROGRAMA = SPACES
                 OR ENT-NOMBRE = SPACES
                   MOVE 'FALTA EL PROGRAMA O EL NOMBRE' TO WS-MOTIVO
               WHEN ENT-VALOR IS NOT NUMERIC
                 OR ENT-MINIMO IS NOT NUMERIC
                 OR ENT-MAXIMO IS NOT NUMERIC
                   MOVE 'VALOR O RANGO NO NUMERICO' TO WS-MOTIVO
               WHEN ENT-MINIMO > ENT-MAXIMO
                   MOVE 'MINIMO MAYOR QUE MAXIMO' TO WS-MOTIVO
               WHEN ENT-VALOR < ENT-MINIMO
                 OR ENT-VALOR > ENT-MAXIMO
                   MOVE 'VALOR FUERA DE RANGO' TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *============================================================
      * ALTA DEL PARAMETRO CON EL VALOR INICIAL EN VIGOR DESDE HOY
      *============================================================
       ALTA-PARAMETRO.
           MOVE SPACES TO WS-PRM-ANTERIOR.
           MOVE SPACES TO REGISTRO-CLNTPRM.
           MOVE ENT-PROGRAMA TO PRM-PROGRAMA.
           MOVE ENT-NOMBRE TO PRM-NOMBRE.
           MOVE ENT-DESCRIPCION TO PRM-DESCRIPCION.
           MOVE ENT-VALOR TO PRM-VALOR.
           MOVE 0 TO PRM-VALOR-ANTERIOR.
           MOVE 'N' TO PRM-HAY-ANTERIOR.
           MOVE ENT-MINIMO TO PRM-MINIMO.
           MOVE ENT-MAXIMO TO PRM-MAXIMO.
           MOVE WS-FECHA-HOY-X TO PRM-FECHA-EFECTIVA.
           PERFORM SELLAR-CAMBIO.
           WRITE REGISTRO-CLNTPRM.
           IF NOT PARAMETROS-OK
               DISPLAY 'ERROR AL GRABAR CLNTPRM: ' WS-ESTADO-PARAMETROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REGISTRAR-HISTORICO.
           ADD 1 TO WS-TOTAL-ALTAS.
           DISPLAY 'ALTA      ' PRM-PROGRAMA ' ' PRM-NOMBRE
                   ' VALOR ' PRM-VALOR
                   ' RANGO ' PRM-MINIMO '-' PRM-MAXIMO.
      *============================================================
      * PARAMETRO YA DEFINIDO: SOLO CAMBIAN RANGO Y DESCRIPCION, Y
      * EL NUEVO RANGO TIENE QUE CONTENER LOS VALORES GRABADOS
      *============================================================
       CAMBIO-DEFINICION.
           MOVE REGISTRO-CLNTPRM TO WS-PRM-ANTERIOR.
           EVALUATE TRUE
               WHEN PRM-VALOR < ENT-MINIMO
                 OR PRM-VALOR > ENT-MAXIMO
                   MOVE 'EL VALOR GRABADO QUEDA FUERA DEL RANGO'
                       TO WS-MOTIVO
               WHEN PRM-CON-ANTERIOR
                AND (PRM-VALOR-ANTERIOR < ENT-MINIMO
                  OR PRM-VALOR-ANTERIOR > ENT-MAXIMO)
                   MOVE 'EL VALOR ANTERIOR QUEDA FUERA DEL RANGO'
                       TO WS-MOTIVO
               WHEN ENT-MINIMO = PRM-MINIMO
                AND ENT-MAXIMO = PRM-MAXIMO
                AND ENT-DESCRIPCION = PRM-DESCRIPCION
                   ADD 1 TO WS-TOTAL-SIN-CAMBIOS
               WHEN OTHER
                   MOVE ENT-MINIMO TO PRM-MINIMO
                   MOVE ENT-MAXIMO TO PRM-MAXIMO
                   MOVE ENT-DESCRIPCION TO PRM-DESCRIPCION
                   PERFORM SELLAR-CAMBIO
                   REWRITE REGISTRO-CLNTPRM
                   IF NOT PARAMETROS-OK
                       DISPLAY 'ERROR AL GRABAR CLNTPRM: '
                               WS-ESTADO-PARAMETROS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM REGISTRAR-HISTORICO
                   ADD 1 TO WS-TOTAL-CAMBIADAS
                   DISPLAY 'CAMBIO    ' PRM-PROGRAMA ' ' PRM-NOMBRE
                           ' RANGO ' PRM-MINIMO '-' PRM-MAXIMO
           END-EVALUATE.
      *
       SELLAR-CAMBIO.
           MOVE 'CLNTPRC ' TO PRM-USUARIO.
           MOVE WS-FECHA-HOY-X TO PRM-FECHA-CAMBIO.
           MOVE WS-HORA-HHMMSS TO PRM-HORA-CAMBIO.
      *============================================================
      * ESCRIBE EL REGISTRO DEL HISTORICO DE PARAMETROS CON LAS
      * IMAGENES ANTES Y DESPUES. SI YA EXISTE UN CAMBIO EN EL
      * MISMO SEGUNDO SE AVANZA LA SECUENCIA HASTA ENCONTRAR HUECO.
      *============================================================
       REGISTRAR-HISTORICO.
           MOVE PRM-PROGRAMA TO PRH-PROGRAMA.
           MOVE PRM-NOMBRE TO PRH-NOMBRE.
           MOVE WS-FECHA-HOY-X TO PRH-FECHA.
           MOVE WS-HORA-HHMMSS TO PRH-HORA.
           MOVE 'CLNTPRC ' TO PRH-USERID.
           MOVE SPACES TO PRH-TERMID.
           MOVE WS-PRM-ANTERIOR TO PRH-IMAGEN-ANTES.
           MOVE REGISTRO-CLNTPRM TO PRH-IMAGEN-DESPUES.
           MOVE 0 TO PRH-SECUENCIA.
           WRITE REGISTRO-CLNTPRH.
           PERFORM UNTIL NOT HISTORICO-DUPLICADO
                         OR PRH-SECUENCIA = 99
               ADD 1 TO PRH-SECUENCIA
               WRITE REGISTRO-CLNTPRH
           END-PERFORM.
           IF NOT HISTORICO-OK
               DISPLAY 'ERROR AL GRABAR CLNTPRH: ' WS-ESTADO-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *============================================================
      * CIERRE. SI ALGUNA DEFINICION SE RECHAZO SE DEVUELVE RC=4
      *============================================================
       FIN-PROCESO.
           CLOSE F-ENTRADA.
           CLOSE F-PARAMETROS.
           CLOSE F-HISTORICO.
           DISPLAY 'DEFINICIONES LEIDAS:     ' WS-TOTAL-LEIDAS.
           DISPLAY 'PARAMETROS DADOS DE ALTA:' WS-TOTAL-ALTAS.
           DISPLAY 'PARAMETROS CAMBIADOS:    ' WS-TOTAL-CAMBIADAS.
           DISPLAY 'PARAMETROS SIN CAMBIOS:  ' WS-TOTAL-SIN-CAMBIOS.
           DISPLAY 'DEFINICIONES RECHAZADAS: ' WS-TOTAL-RECHAZADAS.
           IF WS-TOTAL-RECHAZADAS > 0
               DISPLAY 'HAY DEFINICIONES RECHAZADAS, SE DEVUELVE '
                       'AVISO RC=4'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      * CLNO)
      *============================================================
       ANOTAR-CONTROL-INICIO.
           MOVE 'CLNTPRC ' TO CTL-PROGRAMA.
           SET CTL-INICIO TO TRUE.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           MOVE WS-TOTAL-LEIDAS TO CTL-LEIDOS.
           COMPUTE CTL-ESCRITOS = WS-TOTAL-ALTAS + WS-TOTAL-CAMBIADAS.
           MOVE WS-TOTAL-RECHAZADAS TO CTL-RECHAZADOS.
           IF CTL-RECHAZADOS > 0
               MOVE 'A' TO CTL-ESTADO-FIN
           ELSE
               MOVE 'C' TO CTL-ESTADO-FIN
           END-IF.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
