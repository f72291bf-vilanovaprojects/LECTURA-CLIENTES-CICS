      * VALIDACION DEL DIGITO DE CONTROL DEL DNI
      *==============================================================
       COPY CLNTDNI.
      *==============================================================
      * VALORES DE ANONIMIZACION DEL PROCESO DE SUPRESION CLNTSUP,
      * PARA RECONOCER UNA VERSION CON LOS DATOS SUPRIMIDOS
      *==============================================================
       COPY CLNTANO.
       01  RESPUESTA                      PIC S9(8)  COMP.
      *==============================================================
      * CLAVE OBJETIVO (DNI + MOMENTO PEDIDO, CON LA SECUENCIA AL
                   MOVE C-FECHA-ALTA TO FALO
                   MOVE 'VERSION RECONSTRUIDA DEL MOMENTO PEDIDO'
                        TO MSGO
                   IF C-EMAIL = ANO-EMAIL
                       MOVE 'VERSION CON DATOS PERSONALES SUPRIMIDOS'
                            TO MSGO
                   END-IF
                   PERFORM MOSTRAR-PRODUCTOR
                   PERFORM MOSTRAR-SUSTITUTO
           END-EVALUATE.
