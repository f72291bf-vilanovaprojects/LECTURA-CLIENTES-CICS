      *==============================================================
      * LAYOUT DEL REGISTRO DE AUDITORIA DE CONSULTAS AL FICHERO
      * CLIENTES. SE ESCRIBE UN REGISTRO EN EL FICHERO CLNTLOG CADA
      * VEZ QUE UNA CONSULTA DEVUELVE UN CLIENTE ENCONTRADO Y POR
      * CADA CLIENTE MOSTRADO EN LA NAVEGACION PF7/PF8 DE CLNT.
      *==============================================================
       01  REGISTRO-CLNTLOG.
           05  LOG-DNI                    PIC X(9).
