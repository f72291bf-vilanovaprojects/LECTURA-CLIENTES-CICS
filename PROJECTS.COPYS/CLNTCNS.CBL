      *==============================================================
      * LAYOUT DEL REGISTRO DEL FICHERO DE CONSENTIMIENTOS DE
      * CONTACTO (VSAM KSDS, CLAVE POR DNI). UN INDICADOR POR CANAL
      * (EMAIL, TELEFONO Y CORREO POSTAL): S SI EL CLIENTE ACEPTA
      * QUE MARKETING LE CONTACTE POR ESE CANAL, N SI LO RECHAZA Y
      * BLANCO SI NUNCA SE LE HA PREGUNTADO. CADA CANAL GUARDA LA
      * FECHA, EL ORIGEN Y EL USUARIO QUE REGISTRO SU ULTIMO
      * CONSENTIMIENTO; LOS CAMBIOS QUEDAN EN EL HISTORICO CLNTCNH.
      * LO MANTIENE LA TRANSACCION CLNC Y LO RESPETAN LAS
      * EXTRACCIONES PARA EL CRM (CLNTEXT Y CLNTDEL).
      *==============================================================
       01  REGISTRO-CLNTCNS.
           05  CNS-DNI                    PIC X(9).
           05  CNS-CANALES.
               10  CNS-EMAIL.
                   15  CNS-EMAIL-IND      PIC X(1).
                       88  CNS-EMAIL-ACEPTA          VALUE 'S'.
                       88  CNS-EMAIL-RECHAZA         VALUE 'N'.
                   15  CNS-EMAIL-FECHA    PIC X(8).
                   15  CNS-EMAIL-ORIGEN   PIC X(1).
                   15  CNS-EMAIL-USERID   PIC X(8).
               10  CNS-TELEFONO.
                   15  CNS-TELEFONO-IND   PIC X(1).
                       88  CNS-TELEFONO-ACEPTA       VALUE 'S'.
                       88  CNS-TELEFONO-RECHAZA      VALUE 'N'.
                   15  CNS-TELEFONO-FECHA PIC X(8).
                   15  CNS-TELEFONO-ORIGEN PIC X(1).
                   15  CNS-TELEFONO-USERID PIC X(8).
               10  CNS-CORREO.
                   15  CNS-CORREO-IND     PIC X(1).
                       88  CNS-CORREO-ACEPTA         VALUE 'S'.
                       88  CNS-CORREO-RECHAZA        VALUE 'N'.
                   15  CNS-CORREO-FECHA   PIC X(8).
                   15  CNS-CORREO-ORIGEN  PIC X(1).
                   15  CNS-CORREO-USERID  PIC X(8).
      *==============================================================
      * VISTA DE LOS TRES CANALES COMO TABLA (1 EMAIL, 2 TELEFONO,
      * 3 CORREO POSTAL) PARA LOS PROGRAMAS QUE LOS RECORREN. EL
      * ORIGEN ES O (OFICINA), I (INTRANET) O C (CARGA DE OFICINAS).
      *==============================================================
           05  CNS-TABLA-CANALES REDEFINES CNS-CANALES.
               10  CNS-CANAL              OCCURS 3 TIMES.
                   15  CNS-IND            PIC X(1).
                       88  CNS-ACEPTA                VALUE 'S'.
                       88  CNS-RECHAZA               VALUE 'N'.
                   15  CNS-FECHA          PIC X(8).
                   15  CNS-ORIGEN         PIC X(1).
                       88  CNS-ORIGEN-OFICINA        VALUE 'O'.
                       88  CNS-ORIGEN-INTRANET       VALUE 'I'.
                       88  CNS-ORIGEN-CARGA          VALUE 'C'.
                   15  CNS-USERID         PIC X(8).
           05  FILLER                     PIC X(17).
