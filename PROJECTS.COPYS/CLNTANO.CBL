      *==============================================================
      * VALORES CON LOS QUE EL PROCESO DE SUPRESION CLNTSUP (DERECHO
      * DE SUPRESION) SUSTITUYE LOS DATOS PERSONALES DE UN CLIENTE
      * EN CLIENTES, CLIENTEH Y EN LAS DOS IMAGENES DE CLNTHIS. SE
      * CONSERVAN EL DNI (CLAVE DE LOS FICHEROS), EL ESTADO Y LA
      * FECHA DE ALTA. EL EMAIL SUSTITUTO NO LLEVA ARROBA, ASI QUE
      * NO PUEDE TECLEARSE NI CARGARSE (CLNTVAL LO RECHAZA): SIRVE
      * DE MARCA PARA RECONOCER UNA IMAGEN ANONIMIZADA. EN EL LOG DE
      * CONSULTAS CLNTLOG, QUE NO TIENE CLAVE, SE SUSTITUYE EL DNI.
      *==============================================================
       01  VALORES-ANONIMIZACION.
           05  ANO-NOMBRE                 PIC X(10) VALUE ALL '*'.
           05  ANO-APELLIDO               PIC X(21)
               VALUE 'DATOS SUPRIMIDOS'.
           05  ANO-TELEFONO               PIC X(9)  VALUE ALL '*'.
           05  ANO-DIRECCION              PIC X(35) VALUE ALL '*'.
           05  ANO-EMAIL                  PIC X(35)
               VALUE '*** DATOS SUPRIMIDOS ***'.
           05  ANO-DNI-LOG                PIC X(9)  VALUE '*ANONIMO*'.
