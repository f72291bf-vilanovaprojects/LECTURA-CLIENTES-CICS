      *==============================================================
      * LAYOUT DEL REGISTRO DE LA COLA DE REVISION DEL CRIBADO DE
      * SANCIONES (VSAM KSDS CLNTREV, CLAVE POR DNI DEL CLIENTE E
      * IDENTIFICADOR DE LA ENTRADA DE LA LISTA). CADA POSIBLE
      * COINCIDENCIA QUEDA AQUI PENDIENTE HASTA QUE CUMPLIMIENTO LA
      * DESCARTA (FALSO POSITIVO) O LA CONFIRMA DESDE LA TRANSACCION
      * CLNW, QUE ANOTA QUIEN DECIDIO Y CUANDO. UNA COINCIDENCIA YA
      * DESCARTADA NO VUELVE A SALTAR PARA EL MISMO CLIENTE Y LA
      * MISMA ENTRADA; UNA CONFIRMADA IMPIDE EL ALTA.
      * ORIGEN: O ALTA ONLINE (CLNTSRV), M CARGA DE OFICINAS
      * (CLNTMOV), N RECRIBADO NOCTURNO DE CLIENTES (CLNTCRN).
      * EN LAS ALTAS RETENIDAS SE GUARDA LA IMAGEN DEL REGISTRO QUE
      * SE QUISO DAR DE ALTA, QUE NO LLEGA A GRABARSE EN CLIENTES.
      * LONGITUD: 300.
      *==============================================================
       01  REGISTRO-CLNTREV.
           05  REV-CLAVE.
               10  REV-DNI                PIC X(9).
               10  REV-SAN-ID             PIC X(10).
           05  REV-ORIGEN                 PIC X(1).
               88  REV-ORIGEN-ONLINE             VALUE 'O'.
               88  REV-ORIGEN-OFICINAS           VALUE 'M'.
               88  REV-ORIGEN-NOCTURNO           VALUE 'N'.
           05  REV-FECHA-DETECCION        PIC X(8).
           05  REV-HORA-DETECCION         PIC X(6).
           05  REV-USERID-DETECCION       PIC X(8).
           05  REV-ESTADO                 PIC X(1).
               88  REV-PENDIENTE                 VALUE 'P'.
               88  REV-DESCARTADA                VALUE 'D'.
               88  REV-CONFIRMADA                VALUE 'C'.
           05  REV-USERID-DECISION        PIC X(8).
           05  REV-FECHA-DECISION         PIC X(8).
           05  REV-HORA-DECISION          PIC X(6).
           05  REV-SAN-LISTA              PIC X(1).
           05  REV-SAN-NOMBRE             PIC X(30).
           05  REV-SAN-APELLIDOS          PIC X(40).
           05  REV-SAN-PROGRAMA           PIC X(30).
           05  REV-DISTANCIA              PIC 9(2).
           05  REV-ALTA-RETENIDA          PIC X(1).
               88  REV-ES-ALTA-RETENIDA          VALUE 'S'.
           05  REV-IMAGEN                 PIC X(128).
           05  FILLER                     PIC X(3).
