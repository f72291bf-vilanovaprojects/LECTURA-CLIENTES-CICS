      * (VSAM KSDS, CLAVE POR DNI + FECHA + HORA + SECUENCIA). SE
      * ESCRIBE UN REGISTRO POR CADA ALTA, MODIFICACION O BAJA CON
      * LAS IMAGENES COMPLETAS DEL REGISTRO DE CLIENTES ANTES Y
      * DESPUES DEL CAMBIO Y LOS DATOS DE QUIEN LO HIZO. EN LOS
      * CAMBIOS DE LA CARGA DE OFICINAS (USUARIO CLNTMOV) EL
      * TERMINAL LLEVA EL CODIGO DE LA OFICINA DEL LOTE.
      *==============================================================
       01  REGISTRO-CLNTHIS.
           05  HIS-CLAVE.
