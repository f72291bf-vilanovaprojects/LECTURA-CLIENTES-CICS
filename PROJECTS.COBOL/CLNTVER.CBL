      *==============================================================
       COPY CLNTDNI.
      *==============================================================
      * VALORES DE ANONIMIZACION DEL PROCESO DE SUPRESION CLNTSUP,
      * PARA RECONOCER UNA VERSION CON LOS DATOS SUPRIMIDOS
      *==============================================================
       COPY CLNTANO.
      *==============================================================
      * COPIA DE TRABAJO DEL REGISTRO DE CLIENTES PARA FORMATEAR
      * LA IMAGEN RECONSTRUIDA
      *==============================================================
      * QUIEN LA PRODUJO Y QUIEN LA SUSTITUYO
      *============================================================
       IMPRIMIR-RESULTADO.
           MOVE WS-VIG-IMAGEN TO REGISTRO-TRABAJO.
           EVALUATE TRUE
               WHEN WS-HAY-VIGENTE = 'N'
                    AND WS-HAY-SUSTITUTO = 'N'
                       AFTER ADVANCING 2 LINES
                   PERFORM IMPRIMIR-PRODUCTOR
                   PERFORM IMPRIMIR-SUSTITUTO
               WHEN TRB-EMAIL = ANO-EMAIL
                   MOVE 'VERSION CON LOS DATOS PERSONALES SUPRIMIDOS'
                       TO AVI-TEXTO
                   WRITE LINEA-INFORME FROM LINEA-AVISO
                       AFTER ADVANCING 2 LINES
                   MOVE SPACES         TO DET-EMAIL
                   MOVE TRB-ESTADO     TO DET-ESTADO
                   MOVE TRB-FECHA-ALTA TO DET-FECHA-ALTA
                   WRITE LINEA-INFORME FROM LINEA-DETALLE-CLIENTE2
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-VERSIONES-EMITIDAS
                   PERFORM IMPRIMIR-PRODUCTOR
                   PERFORM IMPRIMIR-SUSTITUTO
               WHEN OTHER
                   MOVE TRB-NOMBRE     TO DET-NOMBRE
                   MOVE TRB-APELLIDO   TO DET-APELLIDO
                   MOVE TRB-TELEFONO   TO DET-TELEFONO
