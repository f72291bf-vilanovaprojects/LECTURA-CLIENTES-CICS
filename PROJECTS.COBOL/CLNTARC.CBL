      *  ARCHIVADO DE CLIENTES INACTIVOS DEL FICHERO MAESTRO.
      *  SELECCIONA LOS CLIENTES CUYO ESTADO LOS MARCA COMO
      *  INACTIVOS O DE BAJA Y CUYA FECHA DE ALTA ES ANTERIOR AL
      *  CORTE (HOY MENOS LOS ANOS DE RETENCION DEL FICHERO CENTRAL
      *  DE PARAMETROS CLNTPRM), LOS MUEVE AL KSDS DE ARCHIVO
      *  HISTORICO (MISMO LAYOUT QUE CLIENTES), LOS BORRA DEL
      *  FICHERO VIVO E IMPRIME EL INFORME DE TODO LO ARCHIVADO. LA
      *  RECUPERACION DE UN CLIENTE ARCHIVADO SE HACE ONLINE CON
      *  PF10 EN LA TRANSACCION CLNT.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTARC.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARC-DNI
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT F-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01  REGISTRO-ARCHIVO.
           05  ARC-DNI                    PIC X(9).
           05  FILLER                     PIC X(119).
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       01  WS-ESTADO-ARCHIVO              PIC X(2).
           88  ARCHIVO-OK                        VALUE '00'.
           88  ARCHIVO-DUPLICADO                 VALUE '22'.
      *==============================================================
      * FECHA DE CORTE: HOY MENOS LOS ANOS DE RETENCION
      *==============================================================
      * PARAMETRO DEL CONTROL DE EJECUCIONES BATCH (CALL CLNTCTL)
      *==============================================================
       COPY CLNTCTC.
      *==============================================================
      * PARAMETRO DE LA LECTURA DE PARAMETROS (CALL CLNTPAR)
      *==============================================================
       COPY CLNTPAC.
       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM ANOTAR-CONTROL-INICIO.
      * RESTANDO LOS ANOS A LA FECHA DEL DIA
      *============================================================
       INICIO-PROCESO.
           MOVE 'ANOS-RETENCION' TO PAC-NOMBRE.
           MOVE 99 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO WS-ANOS-RETENCION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-FECHA-CORTE =
               WS-FECHA-HOY - WS-ANOS-RETENCION * 10000.
           MOVE 0 TO CTL-RECHAZADOS.
           MOVE 'C' TO CTL-ESTADO-FIN.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *============================================================
      * LECTURA DE UN PARAMETRO DEL FICHERO CENTRAL CLNTPRM. SI NO
      * ESTA DEFINIDO, NO TIENE VALOR VIGENTE O ESTA FUERA DE RANGO
      * CLNTPAR YA LO HA EXPLICADO POR SYSOUT Y SE TERMINA SIN
      * HACER NADA
      *============================================================
       LEER-PARAMETRO.
           MOVE 'CLNTARC ' TO PAC-PROGRAMA.
           CALL 'CLNTPAR' USING PETICION-PARAMETRO.
           IF NOT PAC-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
