      *  OFICINA; LOS QUE SUPERAN EL UMBRAL DE ANULACION SE MARCAN
      *  COMO ANULADOS EN EL MAESTRO Y SE LISTAN EN SU PROPIO
      *  INFORME PARA QUE LA OFICINA SEPA QUE DEBE REINICIAR EL
      *  TRAMITE. LOS DOS UMBRALES, EN DIAS, VIENEN DEL FICHERO
      *  CENTRAL DE PARAMETROS CLNTPRM.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTRCH.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCM-CLAVE
               FILE STATUS IS WS-ESTADO-RECHMAST.
           SELECT F-INFORME1 ASSIGN TO INFORME1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-INFORME2 ASSIGN TO INFORME2
      * LA CARGA NOCTURNA CLNTMOV)
      *==============================================================
       COPY CLNTRCM.
       FD  F-INFORME1
           RECORDING MODE IS F.
       01  LINEA-INFORME1                 PIC X(132).
       01  WS-ESTADO-RECHMAST             PIC X(2).
           88  RECHMAST-OK                       VALUE '00'.
           88  RECHMAST-FIN                      VALUE '10'.
      *==============================================================
      * UMBRALES EN DIAS Y FECHAS DE CORTE CALCULADAS DESDE HOY
      *==============================================================
       01  LINEA-TOTAL-INFORME.
           05  TOT-TITULO                 PIC X(26).
           05  TOT-CONTADOR               PIC ZZZ,ZZ9.
      *==============================================================
      * PARAMETRO DE LA LECTURA DE PARAMETROS (CALL CLNTPAR)
      *==============================================================
       COPY CLNTPAC.
       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM INICIO-PROCESO.
      * RESTANDO LOS DIAS A LA FECHA DEL DIA
      *============================================================
       INICIO-PROCESO.
           MOVE 'DIAS-AVISO' TO PAC-NOMBRE.
           MOVE 999 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO WS-DIAS-AVISO.
           MOVE 'DIAS-ANULACION' TO PAC-NOMBRE.
           MOVE 999 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO WS-DIAS-ANULACION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
               WHEN '08'
                   MOVE 'REGISTRO FUERA DE LOTE'
                        TO WS-DESCRIPCION-MOTIVO
               WHEN '09'
                   MOVE 'NOMBRE EN BLANCO'
                        TO WS-DESCRIPCION-MOTIVO
               WHEN '10'
                   MOVE 'APELLIDO EN BLANCO'
                        TO WS-DESCRIPCION-MOTIVO
               WHEN '11'
                   MOVE 'ESTADO DEL CLIENTE FUERA DE A/I/B'
                        TO WS-DESCRIPCION-MOTIVO
               WHEN '12'
                   MOVE 'FECHA DE ALTA INEXISTENTE O FUTURA'
                        TO WS-DESCRIPCION-MOTIVO
               WHEN '13'
                   MOVE 'EMAIL MAL FORMADO'
                        TO WS-DESCRIPCION-MOTIVO
               WHEN '14'
                   MOVE 'ALTA RETENIDA POR REVISION DE LISTAS'
                        TO WS-DESCRIPCION-MOTIVO
               WHEN '15'
                   MOVE 'CLIENTE CONFIRMADO EN LISTAS'
                        TO WS-DESCRIPCION-MOTIVO
               WHEN OTHER
                   MOVE 'MOTIVO DE RECHAZO DESCONOCIDO'
                        TO WS-DESCRIPCION-MOTIVO
           DISPLAY 'RECHAZOS LEIDOS:    ' WS-TOTAL-LEIDOS.
           DISPLAY 'RECHAZOS RECLAMADOS:' WS-TOTAL-RECLAMADOS.
           DISPLAY 'RECHAZOS ANULADOS:  ' WS-ANULADOS-HOY.
      *============================================================
      * LECTURA DE UN PARAMETRO DEL FICHERO CENTRAL CLNTPRM. SI NO
      * ESTA DEFINIDO, NO TIENE VALOR VIGENTE O ESTA FUERA DE RANGO
      * CLNTPAR YA LO HA EXPLICADO POR SYSOUT Y SE TERMINA SIN
      * HACER NADA
      *============================================================
       LEER-PARAMETRO.
           MOVE 'CLNTRCH ' TO PAC-PROGRAMA.
           CALL 'CLNTPAR' USING PETICION-PARAMETRO.
           IF NOT PAC-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
