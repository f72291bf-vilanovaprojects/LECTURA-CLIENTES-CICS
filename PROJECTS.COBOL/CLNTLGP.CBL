      *  RETENCION, ARCHIVADO Y PURGA DEL FICHERO CLNTLOG DE
      *  AUDITORIA DE CONSULTAS. COPIA AL HISTORICO LOS REGISTROS
      *  CON LOG-FECHA ANTERIOR AL CORTE (HOY MENOS LOS DIAS DE
      *  RETENCION DEL FICHERO CENTRAL DE PARAMETROS), CONSERVA
      *  LOS RECIENTES EN UN FICHERO NUEVO CON EL QUE EL PASO
      *  POSTERIOR DE IDCAMS RECARGA EL FICHERO VIVO, E IMPRIME UN
      *  RESUMEN DE ACTIVIDAD DE LO ARCHIVADO (CONTADORES POR
           SELECT F-LOGNUEVO ASSIGN TO LOGNUEVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOGNUEVO.
           SELECT F-RESUMEN ASSIGN TO RESUMEN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  F-LOGNUEVO
           RECORDING MODE IS F.
       01  REGISTRO-LOGNUEVO              PIC X(39).
       FD  F-RESUMEN
           RECORDING MODE IS F.
       01  LINEA-RESUMEN                  PIC X(132).
           88  CLNTLOG-FIN                       VALUE '10'.
       01  WS-ESTADO-HISTORICO            PIC X(2).
       01  WS-ESTADO-LOGNUEVO             PIC X(2).
      *==============================================================
      * CALCULO DE LA FECHA DE CORTE (HOY MENOS DIAS DE RETENCION)
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
      * CALCULA LA FECHA DE CORTE A PARTIR DE LA FECHA DEL DIA
      *============================================================
       INICIO-PROCESO.
           MOVE 'DIAS-RETENCION' TO PAC-NOMBRE.
           MOVE 99999 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO WS-DIAS-RETENCION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
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
           MOVE 'CLNTLGP ' TO PAC-PROGRAMA.
           CALL 'CLNTPAR' USING PETICION-PARAMETRO.
           IF NOT PAC-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
