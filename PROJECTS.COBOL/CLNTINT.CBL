      *  TODAVIA VIVO, UN DNI CON HISTORICO SIN BAJA QUE YA NO ESTA
      *  NI VIVO NI ARCHIVADO, Y LAS DOS DERIVAS DEL INDICE
      *  ALTERNATIVO (DNI DEL MAESTRO SIN ENTRADA EN EL INDICE Y
      *  ENTRADA DEL INDICE SIN REGISTRO BASE), ADEMAS DE LAS
      *  RELACIONES ENTRE CLIENTES (CLNTREL) QUE APUNTAN A UN DNI
      *  QUE YA NO ESTA NI VIVO NI ARCHIVADO. DOS IMAGENES QUE SOLO
      *  DIFIEREN PORQUE UNA TIENE LOS DATOS PERSONALES SUPRIMIDOS
      *  (CLNTSUP) NO SON UN DESCUADRE: SE INFORMAN COMO TALES, SIN
      *  CONTAR PARA EL AVISO. SI CUALQUIER CLASE HA NECESITADO
      *  ATENCION EL TRABAJO TERMINA CON CODIGO DE RETORNO 4 PARA
      *  QUE PLANIFICACION AVISE.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTINT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-APELLIDO
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT F-RELACIONES ASSIGN TO CLNTREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-CLAVE
               FILE STATUS IS WS-ESTADO-RELACIONES.
           SELECT F-WRK-IDX ASSIGN TO WRKIDX
               ORGANIZATION IS SEQUENTIAL.
           SELECT F-ORD-IDX ASSIGN TO WRKIDXO
           05  IDX-NOMBRE                 PIC X(10).
           05  IDX-APELLIDO               PIC X(21).
           05  FILLER                     PIC X(88).
       FD  F-RELACIONES.
      *==============================================================
      * LAYOUT DEL REGISTRO DE RELACIONES ENTRE CLIENTES
      *==============================================================
       COPY CLNTREL.
       FD  F-WRK-IDX
           RECORDING MODE IS F.
       01  REGISTRO-WRK-IDX.
       01  WS-ESTADO-INDICE               PIC X(2).
           88  INDICE-OK                         VALUE '00'.
           88  INDICE-FIN                        VALUE '10'.
       01  WS-ESTADO-RELACIONES           PIC X(2).
           88  RELACIONES-OK                     VALUE '00'.
           88  RELACIONES-FIN                    VALUE '10'.
       01  WS-ESTADO-ORD-IDX              PIC X(2).
           88  ORD-IDX-OK                        VALUE '00'.
           88  ORD-IDX-FIN                       VALUE '10'.
       01  WS-GRP-IMAGEN                  PIC X(128).
       01  WS-FIN-HISTORICO               PIC X(1).
       01  WS-FIN-GRUPO                   PIC X(1).
       01  WS-DNI-PERDIDO                 PIC X(1).
      *==============================================================
      * VALORES DE ANONIMIZACION DEL PROCESO DE SUPRESION CLNTSUP Y
      * VISTAS POR CAMPOS DE LAS DOS IMAGENES QUE SE COMPARAN, PARA
      * RECONOCER LAS QUE SOLO DIFIEREN EN LOS DATOS SUPRIMIDOS
      *==============================================================
       COPY CLNTANO.
       01  WS-IMAGEN-1.
           05  IM1-DNI                    PIC X(9).
           05  IM1-NOMBRE                 PIC X(10).
           05  IM1-APELLIDO               PIC X(21).
           05  IM1-TELEFONO               PIC X(9).
           05  IM1-DIRECCION              PIC X(35).
           05  IM1-EMAIL                  PIC X(35).
           05  IM1-ESTADO                 PIC X(1).
           05  IM1-FECHA-ALTA             PIC X(8).
       01  WS-IMAGEN-2.
           05  IM2-DNI                    PIC X(9).
           05  IM2-NOMBRE                 PIC X(10).
           05  IM2-APELLIDO               PIC X(21).
           05  IM2-TELEFONO               PIC X(9).
           05  IM2-DIRECCION              PIC X(35).
           05  IM2-EMAIL                  PIC X(35).
           05  IM2-ESTADO                 PIC X(1).
           05  IM2-FECHA-ALTA             PIC X(8).
       01  WS-SOLO-SUPRESION              PIC X(1).
           88  SOLO-SUPRESION                    VALUE 'S'.
      *==============================================================
      * CONTADORES POR CLASE DE DISCREPANCIA
      *==============================================================
           05  WS-LEIDOS-CLIENTES         PIC 9(7) VALUE 0.
           05  WS-LEIDOS-HISTORICO        PIC 9(7) VALUE 0.
           05  WS-LEIDOS-INDICE           PIC 9(7) VALUE 0.
           05  WS-LEIDOS-RELACIONES       PIC 9(7) VALUE 0.
           05  WS-ARC-CORREGIDOS          PIC 9(7) VALUE 0.
           05  WS-ARC-DISTINTOS           PIC 9(7) VALUE 0.
           05  WS-IMAGEN-DISTINTA         PIC 9(7) VALUE 0.
           05  WS-DESAPARECIDOS           PIC 9(7) VALUE 0.
           05  WS-SIN-INDICE              PIC 9(7) VALUE 0.
           05  WS-INDICE-HUERFANO         PIC 9(7) VALUE 0.
           05  WS-RELACION-HUERFANA       PIC 9(7) VALUE 0.
           05  WS-ANONIMIZADOS            PIC 9(7) VALUE 0.
           05  WS-TOTAL-ATENCION          PIC 9(7) VALUE 0.
      *==============================================================
      * LINEAS DEL INFORME
           05  DET-DNI                    PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DET-TEXTO                  PIC X(50).
       01  LINEA-DETALLE-RELACION.
           05  DRL-DNI                    PIC X(9).
           05  FILLER                     PIC X(31)
               VALUE ' SIN REGISTRO, RELACIONADO CON '.
           05  DRL-DNI-RELACION           PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DRL-ESTADO                 PIC X(10).
       01  LINEA-TOTAL-INFORME.
           05  TOT-TITULO                 PIC X(40).
           05  TOT-CONTADOR               PIC ZZZ,ZZ9.
           PERFORM CONCILIAR-VIVO-ARCHIVO.
           PERFORM CONCILIAR-HISTORICO-VIVO.
           PERFORM CONCILIAR-INDICE-BASE.
           PERFORM CONCILIAR-RELACIONES.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
                   TO DET-TEXTO
               ADD 1 TO WS-ARC-CORREGIDOS
           ELSE
               MOVE REGISTRO-ARCHIVO TO WS-IMAGEN-1
               MOVE REGISTRO-CLIENTES TO WS-IMAGEN-2
               PERFORM COMPARAR-SIN-DATOS-PERSONALES
               IF SOLO-SUPRESION
                   MOVE 'DATOS SUPRIMIDOS SOLO EN UNA IMAGEN'
                       TO DET-TEXTO
                   ADD 1 TO WS-ANONIMIZADOS
               ELSE
                   MOVE 'IMAGENES DISTINTAS: REVISAR A MANO'
                       TO DET-TEXTO
                   ADD 1 TO WS-ARC-DISTINTOS
               END-IF
           END-IF.
           WRITE LINEA-INFORME FROM LINEA-DETALLE-DISC
               AFTER ADVANCING 1 LINE.
               ADD 1 TO WS-BAJA-VIVA
           ELSE
               IF WS-GRP-IMAGEN NOT = REGISTRO-CLIENTES
                   MOVE WS-GRP-IMAGEN TO WS-IMAGEN-1
                   MOVE REGISTRO-CLIENTES TO WS-IMAGEN-2
                   PERFORM COMPARAR-SIN-DATOS-PERSONALES
                   IF SOLO-SUPRESION
                       MOVE 'DATOS SUPRIMIDOS SOLO EN UNA IMAGEN'
                           TO DET-TEXTO
                       ADD 1 TO WS-ANONIMIZADOS
                   ELSE
                       MOVE 'ULTIMA IMAGEN DEL HISTORICO NO COINCIDE'
                           TO DET-TEXTO
                       ADD 1 TO WS-IMAGEN-DISTINTA
                   END-IF
                   WRITE LINEA-INFORME FROM LINEA-DETALLE-DISC
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
      *============================================================
      * DOS IMAGENES DISTINTAS DEL MISMO CLIENTE DONDE UNA TIENE LOS
      * DATOS PERSONALES SUPRIMIDOS (CLNTSUP) Y EL RESTO COINCIDE:
      * NO ES UN DESCUADRE, SE INFORMA APARTE PARA QUE SE REPITA LA
      * SUPRESION SI HACE FALTA
      *============================================================
       COMPARAR-SIN-DATOS-PERSONALES.
           MOVE 'N' TO WS-SOLO-SUPRESION.
           IF IM1-EMAIL = ANO-EMAIL OR IM2-EMAIL = ANO-EMAIL
               IF IM1-DNI = IM2-DNI
                  AND IM1-ESTADO = IM2-ESTADO
                  AND IM1-FECHA-ALTA = IM2-FECHA-ALTA
                   MOVE 'S' TO WS-SOLO-SUPRESION
               END-IF
           END-IF.
      *============================================================
               MOVE OI-DNI TO WS-CLAVE-INDICE
           END-IF.
      *============================================================
      * FASE 4: LAS RELACIONES ENTRE CLIENTES. CADA RELACION ESTA
      * GRABADA BAJO LOS DOS DNIS, ASI QUE BASTA COMPROBAR EL DNI
      * RELACIONADO DE CADA REGISTRO: SI NO ESTA NI EN EL MAESTRO
      * NI EN EL ARCHIVO LA RELACION APUNTA A UN DNI DESAPARECIDO
      * (BAJA APROBADA SIN FINALIZAR SUS RELACIONES, BAJA POR LA
      * CARGA DE OFICINAS...). SE INFORMA SI SIGUE VIGENTE O YA
      * ESTABA FINALIZADA.
      *============================================================
       CONCILIAR-RELACIONES.
           MOVE 'CLASE 4: RELACIONES CON UN DNI DESAPARECIDO'
               TO TIT-SECCION.
           WRITE LINEA-INFORME FROM LINEA-TITULO-SECCION
               AFTER ADVANCING 2 LINES.
           OPEN INPUT F-RELACIONES.
           IF NOT RELACIONES-OK
               DISPLAY 'ERROR AL ABRIR CLNTREL: ' WS-ESTADO-RELACIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL RELACIONES-FIN
               READ F-RELACIONES NEXT RECORD
                   AT END
                       SET RELACIONES-FIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEIDOS-RELACIONES
                       PERFORM COMPROBAR-RELACIONADO
               END-READ
           END-PERFORM.
           CLOSE F-RELACIONES.
      *
       COMPROBAR-RELACIONADO.
           MOVE 'N' TO WS-DNI-PERDIDO.
           MOVE REL-DNI-RELACIONADO TO C-DNI.
           READ F-CLIENTES
               INVALID KEY
                   MOVE REL-DNI-RELACIONADO TO ARC-DNI
                   READ F-ARCHIVO
                       INVALID KEY
                           MOVE 'S' TO WS-DNI-PERDIDO
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DNI-PERDIDO = 'S'
               MOVE REL-DNI-RELACIONADO TO DRL-DNI
               MOVE REL-DNI TO DRL-DNI-RELACION
               IF REL-VIGENTE
                   MOVE 'VIGENTE' TO DRL-ESTADO
               ELSE
                   MOVE 'FINALIZADA' TO DRL-ESTADO
               END-IF
               WRITE LINEA-INFORME FROM LINEA-DETALLE-RELACION
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-RELACION-HUERFANA
           END-IF.
      *============================================================
      * TOTALES POR CLASE Y CODIGO DE RETORNO DE AVISO SI ALGO HA
      * NECESITADO ATENCION (CORRECCIONES AUTOMATICAS INCLUIDAS)
      *============================================================
           MOVE 'ENTRADAS DEL INDICE SIN BASE:         '
               TO TOT-TITULO.
           MOVE WS-INDICE-HUERFANO TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'RELACIONES CON UN DNI DESAPARECIDO:   '
               TO TOT-TITULO.
           MOVE WS-RELACION-HUERFANA TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'DATOS SUPRIMIDOS EN UNA IMAGEN (INFO): '
               TO TOT-TITULO.
           MOVE WS-ANONIMIZADOS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           CLOSE F-CLIENTES.
               WS-ARC-CORREGIDOS + WS-ARC-DISTINTOS
               + WS-IMAGEN-DISTINTA + WS-BAJA-VIVA
               + WS-DESAPARECIDOS + WS-SIN-INDICE
               + WS-INDICE-HUERFANO + WS-RELACION-HUERFANA.
           DISPLAY 'CLIENTES LEIDOS:        ' WS-LEIDOS-CLIENTES.
           DISPLAY 'HISTORICO LEIDO:        ' WS-LEIDOS-HISTORICO.
           DISPLAY 'ENTRADAS DEL INDICE:    ' WS-LEIDOS-INDICE.
           DISPLAY 'RELACIONES LEIDAS:      ' WS-LEIDOS-RELACIONES.
           DISPLAY 'NECESITARON ATENCION:   ' WS-TOTAL-ATENCION.
           IF WS-TOTAL-ATENCION > 0
               DISPLAY 'HAY DESCUADRES, SE DEVUELVE AVISO RC=4'
