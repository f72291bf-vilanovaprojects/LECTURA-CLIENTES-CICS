      *************************************************
      *  CARTAS AL CLIENTE CUANDO CAMBIAN SUS DATOS DE CONTACTO.
      *  CAMBIAR PRIMERO LA DIRECCION, EL TELEFONO O EL EMAIL ES
      *  EL PASO PREVIO HABITUAL DE UN FRAUDE, ASI QUE CADA NOCHE
      *  SE LEEN LOS CAMBIOS DEL HISTORICO CLNTHIS POSTERIORES A LA
      *  MARCA DE LA ULTIMA EJECUCION CORRECTA (FICHERO CARTACTL,
      *  COMO EL DELTACTL DE CLNTDEL) Y, POR CADA DNI, SE COMPARAN
      *  LAS IMAGENES ANTES Y DESPUES DE LAS MODIFICACIONES Y
      *  FUSIONES, VENGAN DEL ONLINE O DE LA CARGA DE OFICINAS.
      *  SI HA CAMBIADO ALGUNO DE LOS TRES DATOS SE EMITE UNA CARTA
      *  LISTA PARA IMPRIMIR (FICHERO CARTAS) DIRIGIDA A LA
      *  DIRECCION QUE TENIA EL CLIENTE ANTES DEL CAMBIO, QUE DICE
      *  QUE DATOS CAMBIARON Y CUANDO (SIN LOS VALORES NUEVOS) Y A
      *  QUE OFICINA DIRIGIRSE SI EL CLIENTE NO LO PIDIO. SI CAMBIO
      *  EL EMAIL SE EMITE ADEMAS UN AVISO AL EMAIL ANTERIOR
      *  (FICHERO AVISOS, PARA LA PASARELA DE CORREO). LOS CLIENTES
      *  DADOS DE ALTA EN LA VENTANA RECIBEN EN SU LUGAR UNA CARTA
      *  DE BIENVENIDA EN SU DIRECCION CON LOS DATOS REGISTRADOS.
      *  LOS DNIS QUE TERMINAN LA VENTANA DADOS DE BAJA Y LOS
      *  CLIENTES CON LOS DATOS PERSONALES SUPRIMIDOS (CLNTSUP) NO
      *  RECIBEN NADA. LA OFICINA DE CONTACTO ES LA DEL LOTE DE LA
      *  CARGA DE OFICINAS QUE HIZO EL CAMBIO (CLNTMOV LA DEJA EN EL
      *  TERMINAL DEL HISTORICO); PARA LOS CAMBIOS ONLINE, O SI LA
      *  OFICINA NO ESTA EN LA TABLA OFICINAS, LA OFICINA 0000 DE
      *  ATENCION AL CLIENTE, QUE TIENE QUE ESTAR. AL ACABAR SE
      *  ADELANTA LA MARCA DE CARTACTL A LA ULTIMA FECHA/HORA
      *  PROCESADA, ASI QUE NINGUN CAMBIO SE AVISA DOS VECES NI SE
      *  QUEDA SIN AVISAR.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTCAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTORICO ASSIGN TO CLNTHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT F-OFICINAS ASSIGN TO OFICINAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OFICINAS.
           SELECT F-CARTAS ASSIGN TO CARTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARTAS.
           SELECT F-AVISOS ASSIGN TO AVISOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AVISOS.
           SELECT F-CONTROL ASSIGN TO CARTACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-HISTORICO.
      *==============================================================
      * LAYOUT DEL REGISTRO DEL HISTORICO DE CAMBIOS (COMPARTIDO
      * CON LO ONLINE)
      *==============================================================
       COPY CLNTHIS.
      *==============================================================
      * TABLA DE OFICINAS DE CONTACTO: CODIGO, NOMBRE, DIRECCION Y
      * TELEFONO. LA 0000 ES LA DE ATENCION AL CLIENTE.
      *==============================================================
       FD  F-OFICINAS
           RECORDING MODE IS F.
       01  REGISTRO-OFICINA.
           05  OFI-CODIGO                 PIC X(4).
           05  OFI-NOMBRE                 PIC X(30).
           05  OFI-DIRECCION              PIC X(40).
           05  OFI-TELEFONO               PIC X(9).
      *==============================================================
      * CARTAS LISTAS PARA IMPRIMIR, UNA POR PAGINA
      *==============================================================
       FD  F-CARTAS
           RECORDING MODE IS F.
       01  LINEA-CARTA                    PIC X(80).
      *==============================================================
      * AVISO AL EMAIL ANTERIOR: LA PASARELA DE CORREO COMPONE EL
      * MENSAJE CON SU PLANTILLA A PARTIR DE ESTOS DATOS
      *==============================================================
       FD  F-AVISOS
           RECORDING MODE IS F.
       01  REGISTRO-AVISO.
           05  AVI-EMAIL                  PIC X(35).
           05  AVI-DNI                    PIC X(9).
           05  AVI-NOMBRE                 PIC X(10).
           05  AVI-APELLIDO               PIC X(21).
           05  AVI-FECHA-CAMBIO           PIC X(8).
           05  AVI-HORA-CAMBIO            PIC X(6).
           05  AVI-OFICINA                PIC X(4).
           05  AVI-OFI-NOMBRE             PIC X(30).
           05  AVI-OFI-TELEFONO           PIC X(9).
       FD  F-CONTROL
           RECORDING MODE IS F.
       01  REGISTRO-CONTROL.
           05  CCTL-ULT-FECHA             PIC X(8).
           05  CCTL-ULT-HORA              PIC X(6).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-HISTORICO            PIC X(2).
           88  HISTORICO-OK                      VALUE '00'.
           88  HISTORICO-FIN                     VALUE '10'.
       01  WS-ESTADO-OFICINAS             PIC X(2).
           88  OFICINAS-OK                       VALUE '00'.
           88  OFICINAS-FIN                      VALUE '10'.
       01  WS-ESTADO-CARTAS               PIC X(2).
       01  WS-ESTADO-AVISOS               PIC X(2).
       01  WS-ESTADO-CONTROL              PIC X(2).
           88  CONTROL-OK                        VALUE '00'.
       01  WS-FECHA-HOY                   PIC 9(8).
       01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY PIC X(8).
      *==============================================================
      * MARCA DE LA ULTIMA EJECUCION Y ULTIMA FECHA/HORA PROCESADA
      * EN ESTA. SI NO HAY FICHERO DE CONTROL (PRIMERA EJECUCION)
      * SE EMPIEZA POR LOS CAMBIOS DEL DIA, PARA NO ESCRIBIR A
      * TODOS LOS CLIENTES POR CAMBIOS ANTIGUOS.
      *==============================================================
       01  WS-MARCA-ANTERIOR.
           05  WS-MARCA-ANT-FECHA         PIC X(8).
           05  WS-MARCA-ANT-HORA          PIC X(6).
       01  WS-MARCA-NUEVA.
           05  WS-MARCA-NUE-FECHA         PIC X(8).
           05  WS-MARCA-NUE-HORA          PIC X(6).
       01  WS-MARCA-REGISTRO.
           05  WS-MARCA-REG-FECHA         PIC X(8).
           05  WS-MARCA-REG-HORA          PIC X(6).
      *==============================================================
      * TABLA DE OFICINAS EN MEMORIA
      *==============================================================
       01  WS-NUM-OFICINAS                PIC 9(3) VALUE 0.
       01  WS-TABLA-OFICINAS.
           05  WS-OFICINA-ENT OCCURS 500 TIMES.
               10  WS-OFI-CODIGO          PIC X(4).
               10  WS-OFI-NOMBRE          PIC X(30).
               10  WS-OFI-DIRECCION       PIC X(40).
               10  WS-OFI-TELEFONO        PIC X(9).
       01  WS-I                           PIC 9(3).
       01  WS-IDX-CENTRAL                 PIC 9(3) VALUE 0.
       01  WS-IDX-CONTACTO                PIC 9(3).
      *==============================================================
      * CORTE DE CONTROL POR DNI: TIPOS DE LA VENTANA, PRIMERA
      * IMAGEN ANTERIOR, ULTIMA IMAGEN POSTERIOR Y, POR CADA DATO DE
      * CONTACTO, SI CAMBIO Y EL MOMENTO DEL ULTIMO CAMBIO
      *==============================================================
       01  WS-DNI-EN-CURSO                PIC X(9).
       01  WS-HAY-ALTA                    PIC X(1).
           88  HAY-ALTA-EN-VENTANA               VALUE 'S'.
       01  WS-FECHA-ALTA-VENTANA          PIC X(8).
       01  WS-ULTIMO-TIPO                 PIC X(1).
       01  WS-OFICINA-CAMBIO              PIC X(4).
       01  WS-PRIMERA-IMAGEN-ANTES        PIC X(128).
       01  WS-ULTIMA-IMAGEN-DESPUES       PIC X(128).
       01  WS-CAMBIOS-CONTACTO.
           05  WS-CAMBIO-DIRECCION        PIC X(1).
               88  CAMBIO-DIRECCION              VALUE 'S'.
           05  WS-MOMENTO-DIRECCION.
               10  WS-FECHA-DIRECCION     PIC X(8).
               10  WS-HORA-DIRECCION      PIC X(6).
           05  WS-CAMBIO-TELEFONO         PIC X(1).
               88  CAMBIO-TELEFONO               VALUE 'S'.
           05  WS-MOMENTO-TELEFONO.
               10  WS-FECHA-TELEFONO      PIC X(8).
               10  WS-HORA-TELEFONO       PIC X(6).
           05  WS-CAMBIO-EMAIL            PIC X(1).
               88  CAMBIO-EMAIL                  VALUE 'S'.
           05  WS-MOMENTO-EMAIL.
               10  WS-FECHA-EMAIL         PIC X(8).
               10  WS-HORA-EMAIL          PIC X(6).
      *==============================================================
      * IMAGENES ANTES Y DESPUES DE CADA CAMBIO (LAYOUT DE
      * CLIENTES) PARA COMPARAR LOS DATOS DE CONTACTO
      *==============================================================
       01  WS-IMAGEN-ANTES.
           05  ANT-DNI                    PIC X(9).
           05  ANT-NOMBRE                 PIC X(10).
           05  ANT-APELLIDO               PIC X(21).
           05  ANT-TELEFONO               PIC X(9).
           05  ANT-DIRECCION              PIC X(35).
           05  ANT-EMAIL                  PIC X(35).
           05  ANT-ESTADO                 PIC X(1).
           05  ANT-FECHA-ALTA             PIC X(8).
       01  WS-IMAGEN-DESPUES.
           05  DES-DNI                    PIC X(9).
           05  DES-NOMBRE                 PIC X(10).
           05  DES-APELLIDO               PIC X(21).
           05  DES-TELEFONO               PIC X(9).
           05  DES-DIRECCION              PIC X(35).
           05  DES-EMAIL                  PIC X(35).
           05  DES-ESTADO                 PIC X(1).
           05  DES-FECHA-ALTA             PIC X(8).
      *==============================================================
      * VALORES CON LOS QUE CLNTSUP SUSTITUYE LOS DATOS PERSONALES:
      * A UN CLIENTE CON EL EMAIL SUSTITUTO NO SE LE ESCRIBE
      *==============================================================
       COPY CLNTANO.
      *==============================================================
      * COMPOSICION DE LAS CARTAS
      *==============================================================
       01  WS-LINEA                       PIC X(80).
       01  WS-DIRECCION-DESTINO           PIC X(35).
       01  WS-FECHA-EDITAR                PIC X(8).
       01  WS-FECHA-EDITADA.
           05  ED-DIA                     PIC X(2).
           05  FILLER                     PIC X(1) VALUE '/'.
           05  ED-MES                     PIC X(2).
           05  FILLER                     PIC X(1) VALUE '/'.
           05  ED-ANO                     PIC X(4).
       01  WS-HORA-EDITAR                 PIC X(6).
       01  WS-HORA-EDITADA.
           05  ED-HORA                    PIC X(2).
           05  FILLER                     PIC X(1) VALUE ':'.
           05  ED-MINUTO                  PIC X(2).
       01  WS-DATO-CAMBIADO               PIC X(20).
       01  LINEA-DATO-CAMBIADO.
           05  FILLER                     PIC X(5) VALUE '   - '.
           05  LDC-DATO                   PIC X(20).
           05  FILLER                     PIC X(7) VALUE ', EL '.
           05  LDC-FECHA                  PIC X(10).
           05  FILLER                     PIC X(8) VALUE ' A LAS '.
           05  LDC-HORA                   PIC X(5).
       01  LINEA-DESTINATARIO.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  LDS-TEXTO                  PIC X(40).
       01  LINEA-DATO-REGISTRADO.
           05  FILLER                     PIC X(5) VALUE '   - '.
           05  LDR-DATO                   PIC X(21).
           05  LDR-VALOR                  PIC X(35).
       01  WS-CONTADORES.
           05  WS-TOTAL-LEIDOS            PIC 9(7) VALUE 0.
           05  WS-EN-VENTANA              PIC 9(7) VALUE 0.
           05  WS-DNIS-VENTANA            PIC 9(7) VALUE 0.
           05  WS-CARTAS-CAMBIO           PIC 9(7) VALUE 0.
           05  WS-CARTAS-BIENVENIDA       PIC 9(7) VALUE 0.
           05  WS-AVISOS-EMAIL            PIC 9(7) VALUE 0.
           05  WS-DNIS-SIN-CAMBIOS        PIC 9(7) VALUE 0.
           05  WS-DNIS-BAJA               PIC 9(7) VALUE 0.
           05  WS-DNIS-SUPRIMIDOS         PIC 9(7) VALUE 0.
           05  WS-DNIS-SIN-DIRECCION      PIC 9(7) VALUE 0.
      *==============================================================
      * PARAMETRO DEL CONTROL DE EJECUCIONES BATCH (CALL CLNTCTL)
      *==============================================================
       COPY CLNTCTC.
       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM ANOTAR-CONTROL-INICIO.
           PERFORM INICIO-PROCESO.
           PERFORM LEER-HISTORICO.
           PERFORM UNTIL HISTORICO-FIN
               PERFORM TRATAR-CAMBIO
               PERFORM LEER-HISTORICO
           END-PERFORM.
           IF WS-DNI-EN-CURSO NOT = SPACES
               PERFORM EMITIR-DNI
           END-IF.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
      *============================================================
      * LEE LA MARCA DE LA ULTIMA EJECUCION CORRECTA Y LA TABLA DE
      * OFICINAS Y ABRE LOS FICHEROS
      *============================================================
       INICIO-PROCESO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY-X TO WS-MARCA-ANT-FECHA.
           MOVE LOW-VALUES TO WS-MARCA-ANT-HORA.
           OPEN INPUT F-CONTROL.
           IF CONTROL-OK
               READ F-CONTROL
                   AT END CONTINUE
               END-READ
               IF CONTROL-OK
                   MOVE CCTL-ULT-FECHA TO WS-MARCA-ANT-FECHA
                   MOVE CCTL-ULT-HORA  TO WS-MARCA-ANT-HORA
               END-IF
               CLOSE F-CONTROL
           END-IF.
           MOVE WS-MARCA-ANTERIOR TO WS-MARCA-NUEVA.
           PERFORM CARGAR-OFICINAS.
           OPEN INPUT F-HISTORICO.
           IF NOT HISTORICO-OK
               DISPLAY 'ERROR AL ABRIR CLNTHIS: ' WS-ESTADO-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-CARTAS.
           IF WS-ESTADO-CARTAS NOT = '00'
               DISPLAY 'ERROR AL ABRIR CARTAS: ' WS-ESTADO-CARTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-AVISOS.
           IF WS-ESTADO-AVISOS NOT = '00'
               DISPLAY 'ERROR AL ABRIR AVISOS: ' WS-ESTADO-AVISOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-DNI-EN-CURSO.
      *============================================================
      * CARGA LA TABLA DE OFICINAS. SIN LA OFICINA 0000 DE
      * ATENCION AL CLIENTE NO SE PUEDEN COMPONER LAS CARTAS DE LOS
      * CAMBIOS ONLINE, ASI QUE SE PARA SIN EMITIR NADA.
      *============================================================
       CARGAR-OFICINAS.
           OPEN INPUT F-OFICINAS.
           IF NOT OFICINAS-OK
               DISPLAY 'ERROR AL ABRIR OFICINAS: ' WS-ESTADO-OFICINAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-OFICINA.
           PERFORM UNTIL OFICINAS-FIN
               IF WS-NUM-OFICINAS < 500
                   ADD 1 TO WS-NUM-OFICINAS
                   MOVE OFI-CODIGO
                       TO WS-OFI-CODIGO(WS-NUM-OFICINAS)
                   MOVE OFI-NOMBRE
                       TO WS-OFI-NOMBRE(WS-NUM-OFICINAS)
                   MOVE OFI-DIRECCION
                       TO WS-OFI-DIRECCION(WS-NUM-OFICINAS)
                   MOVE OFI-TELEFONO
                       TO WS-OFI-TELEFONO(WS-NUM-OFICINAS)
                   IF OFI-CODIGO = '0000'
                       MOVE WS-NUM-OFICINAS TO WS-IDX-CENTRAL
                   END-IF
               ELSE
                   DISPLAY 'TABLA DE OFICINAS LLENA, SE IGNORA: '
                           OFI-CODIGO
               END-IF
               PERFORM LEER-OFICINA
           END-PERFORM.
           CLOSE F-OFICINAS.
           IF WS-IDX-CENTRAL = 0
               DISPLAY 'FALTA LA OFICINA 0000 EN OFICINAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       LEER-OFICINA.
           READ F-OFICINAS
               AT END
                   SET OFICINAS-FIN TO TRUE
           END-READ.
      *
       LEER-HISTORICO.
           READ F-HISTORICO NEXT RECORD
               AT END
                   SET HISTORICO-FIN TO TRUE
           END-READ.
           IF HISTORICO-OK
               ADD 1 TO WS-TOTAL-LEIDOS
           END-IF.
      *============================================================
      * SOLO ENTRAN EN LA VENTANA LOS CAMBIOS POSTERIORES A LA
      * MARCA. EL HISTORICO LLEGA ORDENADO POR DNI + FECHA + HORA,
      * ASI QUE LOS CAMBIOS DE CADA DNI SE ACUMULAN EN ORDEN Y SE
      * EMITEN AL CAMBIAR DE DNI.
      *============================================================
       TRATAR-CAMBIO.
           MOVE HIS-FECHA TO WS-MARCA-REG-FECHA.
           MOVE HIS-HORA  TO WS-MARCA-REG-HORA.
           IF WS-MARCA-REGISTRO > WS-MARCA-ANTERIOR
               ADD 1 TO WS-EN-VENTANA
               IF WS-MARCA-REGISTRO > WS-MARCA-NUEVA
                   MOVE WS-MARCA-REGISTRO TO WS-MARCA-NUEVA
               END-IF
               IF HIS-DNI NOT = WS-DNI-EN-CURSO
                   IF WS-DNI-EN-CURSO NOT = SPACES
                       PERFORM EMITIR-DNI
                   END-IF
                   PERFORM EMPEZAR-DNI
               END-IF
               MOVE HIS-TIPO TO WS-ULTIMO-TIPO
               MOVE HIS-IMAGEN-DESPUES TO WS-ULTIMA-IMAGEN-DESPUES
               EVALUATE TRUE
                   WHEN HIS-ALTA
                       MOVE 'S' TO WS-HAY-ALTA
                       MOVE HIS-FECHA TO WS-FECHA-ALTA-VENTANA
                       PERFORM ANOTAR-OFICINA-CAMBIO
                   WHEN HIS-MODIFICACION
                     OR HIS-FUSION
                       PERFORM COMPARAR-IMAGENES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       EMPEZAR-DNI.
           ADD 1 TO WS-DNIS-VENTANA.
           MOVE HIS-DNI TO WS-DNI-EN-CURSO.
           MOVE 'N' TO WS-HAY-ALTA.
           MOVE SPACES TO WS-FECHA-ALTA-VENTANA.
           MOVE SPACES TO WS-OFICINA-CAMBIO.
           MOVE HIS-IMAGEN-ANTES TO WS-PRIMERA-IMAGEN-ANTES.
           MOVE 'N' TO WS-CAMBIO-DIRECCION.
           MOVE 'N' TO WS-CAMBIO-TELEFONO.
           MOVE 'N' TO WS-CAMBIO-EMAIL.
           MOVE SPACES TO WS-MOMENTO-DIRECCION.
           MOVE SPACES TO WS-MOMENTO-TELEFONO.
           MOVE SPACES TO WS-MOMENTO-EMAIL.
      *============================================================
      * COMPARA LOS DATOS DE CONTACTO DE LAS IMAGENES ANTES Y
      * DESPUES DE UNA MODIFICACION O FUSION. LOS REGISTROS DE
      * CLNTSUP LLEVAN LAS DOS IMAGENES IGUALES Y NO DAN CAMBIOS.
      *============================================================
       COMPARAR-IMAGENES.
           MOVE HIS-IMAGEN-ANTES TO WS-IMAGEN-ANTES.
           MOVE HIS-IMAGEN-DESPUES TO WS-IMAGEN-DESPUES.
           IF ANT-DIRECCION NOT = DES-DIRECCION
               MOVE 'S' TO WS-CAMBIO-DIRECCION
               MOVE HIS-FECHA TO WS-FECHA-DIRECCION
               MOVE HIS-HORA  TO WS-HORA-DIRECCION
               PERFORM ANOTAR-OFICINA-CAMBIO
           END-IF.
           IF ANT-TELEFONO NOT = DES-TELEFONO
               MOVE 'S' TO WS-CAMBIO-TELEFONO
               MOVE HIS-FECHA TO WS-FECHA-TELEFONO
               MOVE HIS-HORA  TO WS-HORA-TELEFONO
               PERFORM ANOTAR-OFICINA-CAMBIO
           END-IF.
           IF ANT-EMAIL NOT = DES-EMAIL
               MOVE 'S' TO WS-CAMBIO-EMAIL
               MOVE HIS-FECHA TO WS-FECHA-EMAIL
               MOVE HIS-HORA  TO WS-HORA-EMAIL
               PERFORM ANOTAR-OFICINA-CAMBIO
           END-IF.
      *============================================================
      * LOS CAMBIOS DE LA CARGA DE OFICINAS LLEVAN LA OFICINA DEL
      * LOTE EN EL TERMINAL; LOS ONLINE, NINGUNA
      *============================================================
       ANOTAR-OFICINA-CAMBIO.
           IF HIS-USERID = 'CLNTMOV '
               MOVE HIS-TERMID TO WS-OFICINA-CAMBIO
           ELSE
               MOVE SPACES TO WS-OFICINA-CAMBIO
           END-IF.
      *============================================================
      * DECIDE QUE SE EMITE PARA EL DNI TERMINADO: NADA SI ACABO
      * DADO DE BAJA O TIENE LOS DATOS SUPRIMIDOS; BIENVENIDA SI SE
      * DIO DE ALTA EN LA VENTANA; CARTA DE CAMBIO (Y AVISO AL
      * EMAIL ANTERIOR) SI CAMBIO ALGUN DATO DE CONTACTO
      *============================================================
       EMITIR-DNI.
           MOVE WS-PRIMERA-IMAGEN-ANTES TO WS-IMAGEN-ANTES.
           MOVE WS-ULTIMA-IMAGEN-DESPUES TO WS-IMAGEN-DESPUES.
           PERFORM BUSCAR-OFICINA-CONTACTO.
           EVALUATE TRUE
               WHEN WS-ULTIMO-TIPO = 'B'
                   ADD 1 TO WS-DNIS-BAJA
               WHEN DES-EMAIL = ANO-EMAIL
                   ADD 1 TO WS-DNIS-SUPRIMIDOS
               WHEN HAY-ALTA-EN-VENTANA
                   PERFORM EMITIR-BIENVENIDA
               WHEN CAMBIO-DIRECCION OR CAMBIO-TELEFONO
                 OR CAMBIO-EMAIL
                   PERFORM EMITIR-CARTA-CAMBIO
                   IF CAMBIO-EMAIL
                      AND ANT-EMAIL NOT = SPACES
                       PERFORM EMITIR-AVISO-EMAIL
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DNIS-SIN-CAMBIOS
           END-EVALUATE.
           MOVE SPACES TO WS-DNI-EN-CURSO.
      *
       BUSCAR-OFICINA-CONTACTO.
           MOVE WS-IDX-CENTRAL TO WS-IDX-CONTACTO.
           IF WS-OFICINA-CAMBIO NOT = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NUM-OFICINAS
                   IF WS-OFI-CODIGO(WS-I) = WS-OFICINA-CAMBIO
                       MOVE WS-I TO WS-IDX-CONTACTO
                   END-IF
               END-PERFORM
           END-IF.
      *============================================================
      * CARTA DE CAMBIO DE DATOS DE CONTACTO. VA A LA DIRECCION QUE
      * TENIA EL CLIENTE ANTES DEL CAMBIO (A LA NUEVA SOLO SI ANTES
      * NO TENIA NINGUNA) Y NO INCLUYE LOS DATOS NUEVOS, PARA QUE
      * QUIEN RECIBA LA CARTA EN LA DIRECCION ANTIGUA NO LOS VEA.
      *============================================================
       EMITIR-CARTA-CAMBIO.
           IF ANT-DIRECCION NOT = SPACES
               MOVE ANT-DIRECCION TO WS-DIRECCION-DESTINO
           ELSE
               MOVE DES-DIRECCION TO WS-DIRECCION-DESTINO
           END-IF.
           IF WS-DIRECCION-DESTINO = SPACES
               ADD 1 TO WS-DNIS-SIN-DIRECCION
           ELSE
               PERFORM ESCRIBIR-CABECERA-CARTA
               MOVE 'ASUNTO: CAMBIO DE SUS DATOS DE CONTACTO'
                   TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               PERFORM ESCRIBIR-LINEA-BLANCO
               MOVE 'ESTIMADO/A CLIENTE:' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               PERFORM ESCRIBIR-LINEA-BLANCO
               MOVE 'LE INFORMAMOS DE QUE SE HAN MODIFICADO LOS SIGU
      -            'IENTES DATOS DE CONTACTO DE' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               MOVE 'SU FICHA DE CLIENTE:' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               PERFORM ESCRIBIR-LINEA-BLANCO
               IF CAMBIO-DIRECCION
                   MOVE 'DIRECCION POSTAL' TO WS-DATO-CAMBIADO
                   MOVE WS-FECHA-DIRECCION TO WS-FECHA-EDITAR
                   MOVE WS-HORA-DIRECCION TO WS-HORA-EDITAR
                   PERFORM ESCRIBIR-DATO-CAMBIADO
               END-IF
               IF CAMBIO-TELEFONO
                   MOVE 'TELEFONO' TO WS-DATO-CAMBIADO
                   MOVE WS-FECHA-TELEFONO TO WS-FECHA-EDITAR
                   MOVE WS-HORA-TELEFONO TO WS-HORA-EDITAR
                   PERFORM ESCRIBIR-DATO-CAMBIADO
               END-IF
               IF CAMBIO-EMAIL
                   MOVE 'CORREO ELECTRONICO' TO WS-DATO-CAMBIADO
                   MOVE WS-FECHA-EMAIL TO WS-FECHA-EDITAR
                   MOVE WS-HORA-EMAIL TO WS-HORA-EDITAR
                   PERFORM ESCRIBIR-DATO-CAMBIADO
               END-IF
               PERFORM ESCRIBIR-LINEA-BLANCO
               MOVE 'POR SU SEGURIDAD LE ENVIAMOS ESTA CARTA A LA DIRE
      -            'CCION QUE TENIAMOS ANTES' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               MOVE 'DEL CAMBIO Y NO INCLUIMOS LOS DATOS NUEVOS.'
                   TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               PERFORM ESCRIBIR-LINEA-BLANCO
               MOVE 'SI USTED NO HA SOLICITADO ESTE CAMBIO, PONGASE E
      -            'N CONTACTO CUANTO ANTES' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               MOVE 'CON LA OFICINA:' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               PERFORM ESCRIBIR-PIE-CARTA
               ADD 1 TO WS-CARTAS-CAMBIO
           END-IF.
      *============================================================
      * CARTA DE BIENVENIDA A LA DIRECCION DEL ALTA, CON LOS DATOS
      * DE CONTACTO QUE HAN QUEDADO REGISTRADOS
      *============================================================
       EMITIR-BIENVENIDA.
           MOVE DES-DIRECCION TO WS-DIRECCION-DESTINO.
           IF WS-DIRECCION-DESTINO = SPACES
               ADD 1 TO WS-DNIS-SIN-DIRECCION
           ELSE
               PERFORM ESCRIBIR-CABECERA-CARTA
               MOVE 'ASUNTO: BIENVENIDA' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               PERFORM ESCRIBIR-LINEA-BLANCO
               MOVE 'ESTIMADO/A CLIENTE:' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               PERFORM ESCRIBIR-LINEA-BLANCO
               MOVE WS-FECHA-ALTA-VENTANA TO WS-FECHA-EDITAR
               PERFORM EDITAR-FECHA
               MOVE SPACES TO WS-LINEA
               STRING 'LE DAMOS LA BIENVENIDA COMO CLIENTE. SU ALTA SE '
                          DELIMITED BY SIZE
                      'REGISTRO EL ' DELIMITED BY SIZE
                      WS-FECHA-EDITADA DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               MOVE 'LOS DATOS DE CONTACTO QUE CONSTAN EN SU FICHA SO
      -            'N:' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               PERFORM ESCRIBIR-LINEA-BLANCO
               MOVE 'DIRECCION POSTAL:' TO LDR-DATO
               MOVE DES-DIRECCION TO LDR-VALOR
               WRITE LINEA-CARTA FROM LINEA-DATO-REGISTRADO
                   AFTER ADVANCING 1 LINE
               MOVE 'TELEFONO:' TO LDR-DATO
               MOVE DES-TELEFONO TO LDR-VALOR
               WRITE LINEA-CARTA FROM LINEA-DATO-REGISTRADO
                   AFTER ADVANCING 1 LINE
               MOVE 'CORREO ELECTRONICO:' TO LDR-DATO
               MOVE DES-EMAIL TO LDR-VALOR
               WRITE LINEA-CARTA FROM LINEA-DATO-REGISTRADO
                   AFTER ADVANCING 1 LINE
               PERFORM ESCRIBIR-LINEA-BLANCO
               MOVE 'SI ALGUN DATO NO ES CORRECTO O USTED NO HA SOLIC
      -            'ITADO EL ALTA, PONGASE' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               MOVE 'EN CONTACTO CON LA OFICINA:' TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               PERFORM ESCRIBIR-PIE-CARTA
               ADD 1 TO WS-CARTAS-BIENVENIDA
           END-IF.
      *============================================================
      * AVISO AL EMAIL QUE TENIA EL CLIENTE ANTES DEL CAMBIO
      *============================================================
       EMITIR-AVISO-EMAIL.
           MOVE ANT-EMAIL TO AVI-EMAIL.
           MOVE WS-DNI-EN-CURSO TO AVI-DNI.
           MOVE DES-NOMBRE TO AVI-NOMBRE.
           MOVE DES-APELLIDO TO AVI-APELLIDO.
           MOVE WS-FECHA-EMAIL TO AVI-FECHA-CAMBIO.
           MOVE WS-HORA-EMAIL TO AVI-HORA-CAMBIO.
           MOVE WS-OFI-CODIGO(WS-IDX-CONTACTO) TO AVI-OFICINA.
           MOVE WS-OFI-NOMBRE(WS-IDX-CONTACTO) TO AVI-OFI-NOMBRE.
           MOVE WS-OFI-TELEFONO(WS-IDX-CONTACTO) TO AVI-OFI-TELEFONO.
           WRITE REGISTRO-AVISO.
           IF WS-ESTADO-AVISOS NOT = '00'
               DISPLAY 'ERROR AL GRABAR AVISOS: ' WS-ESTADO-AVISOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-AVISOS-EMAIL.
      *============================================================
      * CABECERA COMUN: REMITE DE LA OFICINA DE CONTACTO, NOMBRE Y
      * DIRECCION DEL DESTINATARIO Y FECHA DE LA CARTA. CADA CARTA
      * EMPIEZA EN PAGINA NUEVA.
      *============================================================
       ESCRIBIR-CABECERA-CARTA.
           MOVE WS-OFI-NOMBRE(WS-IDX-CONTACTO) TO WS-LINEA.
           WRITE LINEA-CARTA FROM WS-LINEA
               AFTER ADVANCING PAGE.
           MOVE WS-OFI-DIRECCION(WS-IDX-CONTACTO) TO WS-LINEA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM ESCRIBIR-LINEA-BLANCO.
           PERFORM ESCRIBIR-LINEA-BLANCO.
           MOVE SPACES TO LDS-TEXTO.
           STRING DES-NOMBRE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  DES-APELLIDO DELIMITED BY SIZE
               INTO LDS-TEXTO
           END-STRING.
           WRITE LINEA-CARTA FROM LINEA-DESTINATARIO
               AFTER ADVANCING 1 LINE.
           MOVE WS-DIRECCION-DESTINO TO LDS-TEXTO.
           WRITE LINEA-CARTA FROM LINEA-DESTINATARIO
               AFTER ADVANCING 1 LINE.
           PERFORM ESCRIBIR-LINEA-BLANCO.
           PERFORM ESCRIBIR-LINEA-BLANCO.
           MOVE WS-FECHA-HOY-X TO WS-FECHA-EDITAR.
           PERFORM EDITAR-FECHA.
           MOVE WS-FECHA-EDITADA TO LDS-TEXTO.
           WRITE LINEA-CARTA FROM LINEA-DESTINATARIO
               AFTER ADVANCING 1 LINE.
           PERFORM ESCRIBIR-LINEA-BLANCO.
      *============================================================
      * PIE COMUN: DATOS DE LA OFICINA DE CONTACTO Y DESPEDIDA
      *============================================================
       ESCRIBIR-PIE-CARTA.
           PERFORM ESCRIBIR-LINEA-BLANCO.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-OFI-NOMBRE(WS-IDX-CONTACTO) TO WS-LINEA(4:30).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-OFI-DIRECCION(WS-IDX-CONTACTO) TO WS-LINEA(4:40).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING '   TELEFONO ' DELIMITED BY SIZE
                  WS-OFI-TELEFONO(WS-IDX-CONTACTO) DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           PERFORM ESCRIBIR-LINEA-BLANCO.
           MOVE 'ATENTAMENTE,' TO WS-LINEA.
           PERFORM ESCRIBIR-LINEA.
      *
       ESCRIBIR-DATO-CAMBIADO.
           PERFORM EDITAR-FECHA.
           PERFORM EDITAR-HORA.
           MOVE WS-DATO-CAMBIADO TO LDC-DATO.
           MOVE WS-FECHA-EDITADA TO LDC-FECHA.
           MOVE WS-HORA-EDITADA TO LDC-HORA.
           WRITE LINEA-CARTA FROM LINEA-DATO-CAMBIADO
               AFTER ADVANCING 1 LINE.
      *
       ESCRIBIR-LINEA.
           WRITE LINEA-CARTA FROM WS-LINEA
               AFTER ADVANCING 1 LINE.
           IF WS-ESTADO-CARTAS NOT = '00'
               DISPLAY 'ERROR AL GRABAR CARTAS: ' WS-ESTADO-CARTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       ESCRIBIR-LINEA-BLANCO.
           MOVE SPACES TO WS-LINEA.
           PERFORM ESCRIBIR-LINEA.
      *
       EDITAR-FECHA.
           MOVE WS-FECHA-EDITAR(7:2) TO ED-DIA.
           MOVE WS-FECHA-EDITAR(5:2) TO ED-MES.
           MOVE WS-FECHA-EDITAR(1:4) TO ED-ANO.
      *
       EDITAR-HORA.
           MOVE WS-HORA-EDITAR(1:2) TO ED-HORA.
           MOVE WS-HORA-EDITAR(3:2) TO ED-MINUTO.
      *============================================================
      * LA MARCA SOLO SE ADELANTA CUANDO TODO HA TERMINADO BIEN:
      * SI LA EJECUCION SE INTERRUMPE, LA SIGUIENTE REPITE LA
      * MISMA VENTANA COMPLETA
      *============================================================
       FIN-PROCESO.
           CLOSE F-HISTORICO.
           CLOSE F-CARTAS.
           CLOSE F-AVISOS.
           OPEN OUTPUT F-CONTROL.
           IF NOT CONTROL-OK
               DISPLAY 'ERROR AL ABRIR CARTACTL: ' WS-ESTADO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MARCA-NUE-FECHA TO CCTL-ULT-FECHA.
           MOVE WS-MARCA-NUE-HORA  TO CCTL-ULT-HORA.
           WRITE REGISTRO-CONTROL.
           IF NOT CONTROL-OK
               DISPLAY 'ERROR AL GRABAR CARTACTL: ' WS-ESTADO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE F-CONTROL.
           DISPLAY 'CAMBIOS LEIDOS:            ' WS-TOTAL-LEIDOS.
           DISPLAY 'CAMBIOS EN VENTANA:        ' WS-EN-VENTANA.
           DISPLAY 'DNIS CON CAMBIOS:          ' WS-DNIS-VENTANA.
           DISPLAY 'CARTAS DE CAMBIO:          ' WS-CARTAS-CAMBIO.
           DISPLAY 'CARTAS DE BIENVENIDA:      ' WS-CARTAS-BIENVENIDA.
           DISPLAY 'AVISOS AL EMAIL ANTIGUO:   ' WS-AVISOS-EMAIL.
           DISPLAY 'DNIS SIN CAMBIO CONTACTO:  ' WS-DNIS-SIN-CAMBIOS.
           DISPLAY 'DNIS DADOS DE BAJA:        ' WS-DNIS-BAJA.
           DISPLAY 'DNIS CON DATOS SUPRIMIDOS: ' WS-DNIS-SUPRIMIDOS.
           DISPLAY 'DNIS SIN DIRECCION:        ' WS-DNIS-SIN-DIRECCION.
           IF WS-DNIS-SIN-DIRECCION > 0
               DISPLAY 'HAY CLIENTES SIN DIRECCION PARA LA CARTA, SE '
                       'DEVUELVE AVISO RC=4'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      * CLNO)
      *============================================================
       ANOTAR-CONTROL-INICIO.
           MOVE 'CLNTCAR ' TO CTL-PROGRAMA.
           SET CTL-INICIO TO TRUE.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           MOVE WS-TOTAL-LEIDOS TO CTL-LEIDOS.
           COMPUTE CTL-ESCRITOS = WS-CARTAS-CAMBIO
                                + WS-CARTAS-BIENVENIDA
                                + WS-AVISOS-EMAIL.
           MOVE WS-DNIS-SIN-DIRECCION TO CTL-RECHAZADOS.
           IF WS-DNIS-SIN-DIRECCION > 0
               MOVE 'A' TO CTL-ESTADO-FIN
           ELSE
               MOVE 'C' TO CTL-ESTADO-FIN
           END-IF.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
