               MOVE SEG-MODIFICACION   TO MODO
               MOVE SEG-BAJA           TO BAJO
               MOVE SEG-ADMIN          TO ADMO
               MOVE SEG-CUMPLIMIENTO   TO CUMO
               MOVE 'PERFIL ENCONTRADO' TO MSGO
           ELSE
               PERFORM FALLO-PERFIL
               MOVE MODI TO SEG-MODIFICACION
               MOVE BAJI TO SEG-BAJA
               MOVE ADMI TO SEG-ADMIN
               MOVE CUMI TO SEG-CUMPLIMIENTO
               MOVE USRI TO WS-CLAVE-SEGURIDAD
               EXEC CICS
                   WRITE FILE('CLNTSEG')
               MOVE MODI TO SEG-MODIFICACION
               MOVE BAJI TO SEG-BAJA
               MOVE ADMI TO SEG-ADMIN
               MOVE CUMI TO SEG-CUMPLIMIENTO
               EXEC CICS
                   REWRITE FILE('CLNTSEG')
                           FROM(REGISTRO-CLNTSEG)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               MOVE 'PERFIL REVOCADO CORRECTAMENTE' TO MSGO
               MOVE SPACES TO CONO ALTO MODO BAJO ADMO CUMO
           ELSE
               PERFORM FALLO-PERFIL
           END-IF.
      *============================================================
      * LOS SEIS INDICADORES DEBEN VENIR INFORMADOS CON S O N
      *============================================================
       VALIDAR-INDICADORES.
           SET FLAGS-VALIDOS TO TRUE.
           IF ADMI NOT = 'S' AND ADMI NOT = 'N'
               SET FLAGS-INVALIDOS TO TRUE
           END-IF.
           IF CUMI NOT = 'S' AND CUMI NOT = 'N'
               SET FLAGS-INVALIDOS TO TRUE
           END-IF.
      *
       FALLO-PERFIL.
           EVALUATE RESPUESTA
               WHEN DFHRESP(NOTFND)
                   MOVE 'EL USUARIO NO TIENE PERFIL' TO MSGO
                   MOVE SPACES TO CONO ALTO MODO BAJO ADMO CUMO
               WHEN DFHRESP(NOTOPEN)
                   MOVE 'SERVICIO NO DISPONIBLE, INTENTELO MAS TARDE'
                        TO MSGO
