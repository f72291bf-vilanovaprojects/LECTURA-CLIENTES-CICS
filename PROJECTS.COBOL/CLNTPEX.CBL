      *  EXPIRACION DIARIA DE LAS BAJAS PENDIENTES DE APROBACION
      *  (FICHERO CLNTPEN, ALIMENTADO POR EL SERVICIO CLNTSRV).
      *  LAS PETICIONES MAS ANTIGUAS QUE EL CORTE (HOY MENOS LOS
      *  DIAS DEL FICHERO CENTRAL DE PARAMETROS) SE BORRAN Y SE
      *  LISTAN COMO EXPIRADAS: SI NADIE LAS HA APROBADO EN ESE
      *  PLAZO, EL QUE QUIERA LA BAJA DEBE PEDIRLA DE NUEVO. LAS
      *  QUE SIGUEN EN PLAZO SE LISTAN COMO PENDIENTES CON SU
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEN-DNI
               FILE STATUS IS WS-ESTADO-PENDIENTES.
           SELECT F-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      * ONLINE)
      *==============================================================
       COPY CLNTPEN.
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       01  WS-ESTADO-PENDIENTES           PIC X(2).
           88  PENDIENTES-OK                     VALUE '00'.
           88  PENDIENTES-FIN                    VALUE '10'.
      *==============================================================
      * FECHA DE CORTE: HOY MENOS LOS DIAS DE EXPIRACION
      *==============================================================
           05  WS-PLAZO-ENT OCCURS 200 TIMES.
               10  WS-PLAZO-LINEA         PIC X(48).
       01  WS-I                           PIC 9(3).
      *==============================================================
      * PARAMETRO DE LA LECTURA DE PARAMETROS (CALL CLNTPAR)
      *==============================================================
       COPY CLNTPAC.
       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM INICIO-PROCESO.
      * LEE LOS DIAS DE EXPIRACION Y CALCULA LA FECHA DE CORTE
      *============================================================
       INICIO-PROCESO.
           MOVE 'DIAS-EXPIRACION' TO PAC-NOMBRE.
           MOVE 999 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO WS-DIAS-EXPIRACION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           DISPLAY 'PETICIONES LEIDAS:    ' WS-TOTAL-LEIDAS.
           DISPLAY 'PETICIONES EXPIRADAS: ' WS-TOTAL-EXPIRADAS.
           DISPLAY 'PETICIONES EN PLAZO:  ' WS-TOTAL-EN-PLAZO.
      *============================================================
      * LECTURA DE UN PARAMETRO DEL FICHERO CENTRAL CLNTPRM. SI NO
      * ESTA DEFINIDO, NO TIENE VALOR VIGENTE O ESTA FUERA DE RANGO
      * CLNTPAR YA LO HA EXPLICADO POR SYSOUT Y SE TERMINA SIN
      * HACER NADA
      *============================================================
       LEER-PARAMETRO.
           MOVE 'CLNTPEX ' TO PAC-PROGRAMA.
           CALL 'CLNTPAR' USING PETICION-PARAMETRO.
           IF NOT PAC-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
