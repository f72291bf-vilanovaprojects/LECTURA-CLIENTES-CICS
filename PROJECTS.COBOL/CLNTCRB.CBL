      *************************************************
      *  SUBPROGRAMA DE CRIBADO DE NOMBRES CONTRA LA LISTA DE
      *  SANCIONES Y PERSONAS EXPUESTAS POLITICAMENTE (CLNTSAN).
      *  REDUCE CADA PALABRA DEL NOMBRE A UNA CLAVE FONETICA (LAS
      *  LETRAS QUE SUENAN IGUAL EN CASTELLANO SE ESCRIBEN IGUAL,
      *  LA H NO CUENTA Y LAS LETRAS REPETIDAS SE QUEDAN EN UNA),
      *  DE FORMA QUE GONZALEZ, GONZALES Y GONSALEZ DAN LA MISMA
      *  CLAVE, Y COMPARA LAS CLAVES ADMITIENDO ALGUNA LETRA DE
      *  DIFERENCIA (NUMERO MINIMO DE LETRAS A CAMBIAR, PONER O
      *  QUITAR PARA PASAR DE UNA A OTRA).
      *  REGLA DE COINCIDENCIA: EL PRIMER APELLIDO DEBE DAR LA
      *  MISMA CLAVE (ES LA CLAVE DE ACCESO AL FICHERO DE LA
      *  LISTA); EL NOMBRE PUEDE DIFERIR EN UNA LETRA SI ES CORTO
      *  (HASTA 5) Y EN DOS SI ES MAS LARGO; EL SEGUNDO APELLIDO,
      *  SI LO TIENEN LOS DOS, EN DOS LETRAS COMO MAXIMO. UNA
      *  ENTRADA DE LA LISTA SIN NOMBRE SE CRIBA SOLO POR
      *  APELLIDOS. LAS PARTICULAS (DE, DEL, LA, Y...) Y LOS
      *  SIGNOS QUE NO SON LETRAS NO CUENTAN.
      *  LO LLAMAN LA CARGA DE LA LISTA CLNTLIS, EL SERVICIO ONLINE
      *  CLNTSRV, LA CARGA DE OFICINAS CLNTMOV Y EL RECRIBADO
      *  NOCTURNO CLNTCRN. NO HACE E/S, ASI QUE SIRVE IGUAL BAJO
      *  CICS QUE EN BATCH.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTCRB.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *==============================================================
      * SEPARACION DE UN TEXTO EN PALABRAS (SOLO LETRAS, SIN
      * PARTICULAS; SE GUARDAN LAS 6 PRIMERAS)
      *==============================================================
       01  WS-TEXTO                       PIC X(40).
       01  WS-CAR                         PIC X(1).
       01  WS-PALABRA-ACTUAL              PIC X(40).
           88  PALABRA-PARTICULA          VALUE 'DE' 'DEL' 'LA' 'LAS'
                                          'LOS' 'Y' 'I' 'E' 'DA'
                                          'DI' 'DOS' 'DAS' 'VAN'
                                          'VON' 'DER' 'EL' 'AL'.
       01  WS-LON-ACTUAL                  PIC 9(2).
       01  WS-NUM-PALABRAS                PIC 9(2).
       01  WS-TABLA-PALABRAS.
           05  WS-PALABRA OCCURS 6 TIMES.
               10  WS-PAL-TEXTO           PIC X(40).
               10  WS-PAL-LON             PIC 9(2).
      *==============================================================
      * CODIFICACION FONETICA DE UNA PALABRA
      *==============================================================
       01  WS-ENTRADA                     PIC X(40).
       01  WS-ENTRADA-LON                 PIC 9(2).
       01  WS-SIGUIENTE                   PIC X(1).
           88  SIGUIENTE-VOCAL            VALUE 'A' 'E' 'I' 'O' 'U'.
           88  SIGUIENTE-E-I              VALUE 'E' 'I'.
       01  WS-TERCERA                     PIC X(1).
           88  TERCERA-E-I                VALUE 'E' 'I'.
       01  WS-SONIDO                      PIC X(2).
       01  WS-LETRA                       PIC X(1).
       01  WS-ULTIMA                      PIC X(1).
       01  WS-AVANCE                      PIC 9(1).
       01  WS-CODIGO                      PIC X(30).
       01  WS-CODIGO-LON                  PIC 9(2).
      *==============================================================
      * CLAVES FONETICAS DEL CLIENTE Y DE LA ENTRADA DE LA LISTA
      *==============================================================
       01  WS-COD-NOMBRE                  PIC X(30).
       01  WS-COD-NOMBRE-LON              PIC 9(2).
       01  WS-COD-APELLIDO1               PIC X(30).
       01  WS-COD-APELLIDO1-LON           PIC 9(2).
       01  WS-COD-APELLIDO2               PIC X(30).
       01  WS-COD-APELLIDO2-LON           PIC 9(2).
       01  WS-CLIENTE.
           05  WS-CLI-NOMBRE              PIC X(30).
           05  WS-CLI-NOMBRE-LON          PIC 9(2).
           05  WS-CLI-APELLIDO1           PIC X(30).
           05  WS-CLI-APELLIDO1-LON       PIC 9(2).
           05  WS-CLI-APELLIDO2           PIC X(30).
           05  WS-CLI-APELLIDO2-LON       PIC 9(2).
       01  WS-LISTA.
           05  WS-LIS-NOMBRE              PIC X(30).
           05  WS-LIS-NOMBRE-LON          PIC 9(2).
           05  WS-LIS-APELLIDO1           PIC X(30).
           05  WS-LIS-APELLIDO1-LON       PIC 9(2).
           05  WS-LIS-APELLIDO2           PIC X(30).
           05  WS-LIS-APELLIDO2-LON       PIC 9(2).
      *==============================================================
      * DISTANCIA ENTRE DOS CLAVES: TABLA DE (LONGITUD + 1) X
      * (LONGITUD + 1) CASILLAS, LA FILA Y COLUMNA 1 SON LA
      * PALABRA VACIA
      *==============================================================
       01  WS-DIST-A                      PIC X(30).
       01  WS-DIST-A-LON                  PIC 9(2).
       01  WS-DIST-B                      PIC X(30).
       01  WS-DIST-B-LON                  PIC 9(2).
       01  WS-DISTANCIA                   PIC 9(2).
       01  WS-TABLA-DISTANCIAS.
           05  WS-FILA-DIST OCCURS 31 TIMES.
               10  WS-CASILLA             PIC 9(2) OCCURS 31 TIMES.
       01  WS-COSTE                       PIC 9(1).
       01  WS-MINIMO                      PIC 9(2).
       01  WS-I                           PIC 9(2).
       01  WS-J                           PIC 9(2).
      *==============================================================
      * RESULTADO DE CADA PARTE DE LA COMPARACION
      *==============================================================
       01  WS-LIMITE-NOMBRE               PIC 9(1).
       01  WS-DIST-NOMBRE                 PIC 9(2).
       01  WS-DIST-APELLIDO2              PIC 9(2).
       01  WS-PARTE-OK                    PIC X(1).
           88  PARTE-COINCIDE                    VALUE 'S'.
           88  PARTE-NO-COINCIDE                 VALUE 'N'.
       LINKAGE SECTION.
      *==============================================================
      * PARAMETRO DE LA LLAMADA (COMPARTIDO CON LOS LLAMADORES A
      * TRAVES DE LA COPY CLNTCRC)
      *==============================================================
       COPY CLNTCRC.
       PROCEDURE DIVISION USING CRIBADO-NOMBRE.
       PROCESO-PRINCIPAL.
           MOVE SPACES TO CRB-CLAVE.
           SET CRB-SIN-COINCIDENCIA TO TRUE.
           MOVE 0 TO CRB-DISTANCIA.
           MOVE CRB-APELLIDOS TO WS-TEXTO.
           PERFORM CODIFICAR-APELLIDOS.
           MOVE WS-COD-APELLIDO1 TO WS-CLI-APELLIDO1.
           MOVE WS-COD-APELLIDO1-LON TO WS-CLI-APELLIDO1-LON.
           MOVE WS-COD-APELLIDO2 TO WS-CLI-APELLIDO2.
           MOVE WS-COD-APELLIDO2-LON TO WS-CLI-APELLIDO2-LON.
           MOVE WS-COD-APELLIDO1(1:12) TO CRB-CLAVE.
           IF CRB-COMPARAR
               PERFORM COMPARAR-NOMBRES
           END-IF.
           GOBACK.
      *============================================================
      * COMPARA EL CLIENTE CON LA ENTRADA DE LA LISTA: PRIMER
      * APELLIDO CON LA MISMA CLAVE, NOMBRE Y SEGUNDO APELLIDO
      * DENTRO DE LA DIFERENCIA ADMITIDA
      *============================================================
       COMPARAR-NOMBRES.
           MOVE CRB-LISTA-APELLIDOS TO WS-TEXTO.
           PERFORM CODIFICAR-APELLIDOS.
           MOVE WS-COD-APELLIDO1 TO WS-LIS-APELLIDO1.
           MOVE WS-COD-APELLIDO1-LON TO WS-LIS-APELLIDO1-LON.
           MOVE WS-COD-APELLIDO2 TO WS-LIS-APELLIDO2.
           MOVE WS-COD-APELLIDO2-LON TO WS-LIS-APELLIDO2-LON.
           MOVE CRB-NOMBRE TO WS-TEXTO.
           PERFORM CODIFICAR-NOMBRE.
           MOVE WS-COD-NOMBRE TO WS-CLI-NOMBRE.
           MOVE WS-COD-NOMBRE-LON TO WS-CLI-NOMBRE-LON.
           MOVE CRB-LISTA-NOMBRE TO WS-TEXTO.
           PERFORM CODIFICAR-NOMBRE.
           MOVE WS-COD-NOMBRE TO WS-LIS-NOMBRE.
           MOVE WS-COD-NOMBRE-LON TO WS-LIS-NOMBRE-LON.
           IF WS-CLI-APELLIDO1-LON > 0
              AND WS-CLI-APELLIDO1 = WS-LIS-APELLIDO1
               PERFORM COMPARAR-NOMBRE-PILA
               IF PARTE-COINCIDE
                   PERFORM COMPARAR-SEGUNDO-APELLIDO
               END-IF
               IF PARTE-COINCIDE
                   SET CRB-HAY-COINCIDENCIA TO TRUE
                   COMPUTE CRB-DISTANCIA =
                       WS-DIST-NOMBRE + WS-DIST-APELLIDO2
               END-IF
           END-IF.
      *
       COMPARAR-NOMBRE-PILA.
           SET PARTE-COINCIDE TO TRUE.
           MOVE 0 TO WS-DIST-NOMBRE.
           IF WS-LIS-NOMBRE-LON > 0 AND WS-CLI-NOMBRE-LON > 0
               MOVE WS-CLI-NOMBRE TO WS-DIST-A
               MOVE WS-CLI-NOMBRE-LON TO WS-DIST-A-LON
               MOVE WS-LIS-NOMBRE TO WS-DIST-B
               MOVE WS-LIS-NOMBRE-LON TO WS-DIST-B-LON
               PERFORM CALCULAR-DISTANCIA
               MOVE WS-DISTANCIA TO WS-DIST-NOMBRE
               IF WS-CLI-NOMBRE-LON > 5 OR WS-LIS-NOMBRE-LON > 5
                   MOVE 2 TO WS-LIMITE-NOMBRE
               ELSE
                   MOVE 1 TO WS-LIMITE-NOMBRE
               END-IF
               IF WS-DIST-NOMBRE > WS-LIMITE-NOMBRE
                   SET PARTE-NO-COINCIDE TO TRUE
               END-IF
           END-IF.
      *
       COMPARAR-SEGUNDO-APELLIDO.
           SET PARTE-COINCIDE TO TRUE.
           MOVE 0 TO WS-DIST-APELLIDO2.
           IF WS-LIS-APELLIDO2-LON > 0 AND WS-CLI-APELLIDO2-LON > 0
               MOVE WS-CLI-APELLIDO2 TO WS-DIST-A
               MOVE WS-CLI-APELLIDO2-LON TO WS-DIST-A-LON
               MOVE WS-LIS-APELLIDO2 TO WS-DIST-B
               MOVE WS-LIS-APELLIDO2-LON TO WS-DIST-B-LON
               PERFORM CALCULAR-DISTANCIA
               MOVE WS-DISTANCIA TO WS-DIST-APELLIDO2
               IF WS-DIST-APELLIDO2 > 2
                   SET PARTE-NO-COINCIDE TO TRUE
               END-IF
           END-IF.
      *============================================================
      * CLAVES DEL PRIMER Y SEGUNDO APELLIDO DE WS-TEXTO, Y CLAVE
      * DEL NOMBRE (SU PRIMERA PALABRA)
      *============================================================
       CODIFICAR-APELLIDOS.
           PERFORM SEPARAR-PALABRAS.
           MOVE SPACES TO WS-COD-APELLIDO1 WS-COD-APELLIDO2.
           MOVE 0 TO WS-COD-APELLIDO1-LON WS-COD-APELLIDO2-LON.
           IF WS-NUM-PALABRAS > 0
               MOVE WS-PAL-TEXTO(1) TO WS-ENTRADA
               MOVE WS-PAL-LON(1) TO WS-ENTRADA-LON
               PERFORM CODIFICAR-PALABRA
               MOVE WS-CODIGO TO WS-COD-APELLIDO1
               MOVE WS-CODIGO-LON TO WS-COD-APELLIDO1-LON
           END-IF.
           IF WS-NUM-PALABRAS > 1
               MOVE WS-PAL-TEXTO(2) TO WS-ENTRADA
               MOVE WS-PAL-LON(2) TO WS-ENTRADA-LON
               PERFORM CODIFICAR-PALABRA
               MOVE WS-CODIGO TO WS-COD-APELLIDO2
               MOVE WS-CODIGO-LON TO WS-COD-APELLIDO2-LON
           END-IF.
      *
       CODIFICAR-NOMBRE.
           PERFORM SEPARAR-PALABRAS.
           MOVE SPACES TO WS-COD-NOMBRE.
           MOVE 0 TO WS-COD-NOMBRE-LON.
           IF WS-NUM-PALABRAS > 0
               MOVE WS-PAL-TEXTO(1) TO WS-ENTRADA
               MOVE WS-PAL-LON(1) TO WS-ENTRADA-LON
               PERFORM CODIFICAR-PALABRA
               MOVE WS-CODIGO TO WS-COD-NOMBRE
               MOVE WS-CODIGO-LON TO WS-COD-NOMBRE-LON
           END-IF.
      *============================================================
      * SEPARA WS-TEXTO EN PALABRAS: PASA A MAYUSCULAS, SE QUEDA
      * SOLO CON LAS LETRAS Y DESCARTA LAS PARTICULAS
      *============================================================
       SEPARAR-PALABRAS.
           INSPECT WS-TEXTO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO WS-NUM-PALABRAS.
           MOVE SPACES TO WS-PALABRA-ACTUAL.
           MOVE 0 TO WS-LON-ACTUAL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 40
               MOVE WS-TEXTO(WS-I:1) TO WS-CAR
               EVALUATE TRUE
                   WHEN WS-CAR = SPACE
                       PERFORM CERRAR-PALABRA
                   WHEN WS-CAR IS ALPHABETIC-UPPER
                       IF WS-LON-ACTUAL < 40
                           ADD 1 TO WS-LON-ACTUAL
                           MOVE WS-CAR
                             TO WS-PALABRA-ACTUAL(WS-LON-ACTUAL:1)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM CERRAR-PALABRA.
      *
       CERRAR-PALABRA.
           IF WS-LON-ACTUAL > 0
               IF NOT PALABRA-PARTICULA AND WS-NUM-PALABRAS < 6
                   ADD 1 TO WS-NUM-PALABRAS
                   MOVE WS-PALABRA-ACTUAL
                     TO WS-PAL-TEXTO(WS-NUM-PALABRAS)
                   MOVE WS-LON-ACTUAL TO WS-PAL-LON(WS-NUM-PALABRAS)
               END-IF
               MOVE SPACES TO WS-PALABRA-ACTUAL
               MOVE 0 TO WS-LON-ACTUAL
           END-IF.
      *============================================================
      * CLAVE FONETICA DE WS-ENTRADA EN WS-CODIGO:
      *   CH = X;  V, W = B;  Z = S;  CE, CI = SE, SI;  C = K;
      *   QU = K;  GE, GI = JE, JI;  GUE, GUI = GE, GI;  H MUDA;
      *   LL = Y;  Y QUE NO VA ANTES DE VOCAL = I;  X = KS.
      * LAS LETRAS SEGUIDAS IGUALES SE QUEDAN EN UNA
      *============================================================
       CODIFICAR-PALABRA.
           MOVE SPACES TO WS-CODIGO.
           MOVE 0 TO WS-CODIGO-LON.
           MOVE SPACE TO WS-ULTIMA.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-ENTRADA-LON
               MOVE WS-ENTRADA(WS-I:1) TO WS-CAR
               MOVE SPACE TO WS-SIGUIENTE WS-TERCERA
               IF WS-I < 40
                   MOVE WS-ENTRADA(WS-I + 1:1) TO WS-SIGUIENTE
               END-IF
               IF WS-I < 39
                   MOVE WS-ENTRADA(WS-I + 2:1) TO WS-TERCERA
               END-IF
               MOVE 1 TO WS-AVANCE
               MOVE SPACES TO WS-SONIDO
               PERFORM TRADUCIR-LETRA
               MOVE WS-SONIDO(1:1) TO WS-LETRA
               PERFORM ANADIR-LETRA
               MOVE WS-SONIDO(2:1) TO WS-LETRA
               PERFORM ANADIR-LETRA
               ADD WS-AVANCE TO WS-I
           END-PERFORM.
      *
       TRADUCIR-LETRA.
           EVALUATE WS-CAR
               WHEN 'C'
                   EVALUATE TRUE
                       WHEN WS-SIGUIENTE = 'H'
                           MOVE 'X' TO WS-SONIDO
                           MOVE 2 TO WS-AVANCE
                       WHEN SIGUIENTE-E-I
                           MOVE 'S' TO WS-SONIDO
                       WHEN OTHER
                           MOVE 'K' TO WS-SONIDO
                   END-EVALUATE
               WHEN 'Q'
                   MOVE 'K' TO WS-SONIDO
                   IF WS-SIGUIENTE = 'U'
                       MOVE 2 TO WS-AVANCE
                   END-IF
               WHEN 'G'
                   MOVE 'G' TO WS-SONIDO
                   EVALUATE TRUE
                       WHEN SIGUIENTE-E-I
                           MOVE 'J' TO WS-SONIDO
                       WHEN WS-SIGUIENTE = 'U' AND TERCERA-E-I
                           MOVE 2 TO WS-AVANCE
                   END-EVALUATE
               WHEN 'H'
                   CONTINUE
               WHEN 'L'
                   MOVE 'L' TO WS-SONIDO
                   IF WS-SIGUIENTE = 'L'
                       MOVE 'Y' TO WS-SONIDO
                       MOVE 2 TO WS-AVANCE
                   END-IF
               WHEN 'V'
               WHEN 'W'
                   MOVE 'B' TO WS-SONIDO
               WHEN 'Z'
                   MOVE 'S' TO WS-SONIDO
               WHEN 'Y'
                   IF SIGUIENTE-VOCAL
                       MOVE 'Y' TO WS-SONIDO
                   ELSE
                       MOVE 'I' TO WS-SONIDO
                   END-IF
               WHEN 'X'
                   MOVE 'KS' TO WS-SONIDO
               WHEN OTHER
                   MOVE WS-CAR TO WS-SONIDO
           END-EVALUATE.
      *
       ANADIR-LETRA.
           IF WS-LETRA NOT = SPACE AND WS-LETRA NOT = WS-ULTIMA
              AND WS-CODIGO-LON < 30
               ADD 1 TO WS-CODIGO-LON
               MOVE WS-LETRA TO WS-CODIGO(WS-CODIGO-LON:1)
               MOVE WS-LETRA TO WS-ULTIMA
           END-IF.
      *============================================================
      * DISTANCIA ENTRE WS-DIST-A Y WS-DIST-B: NUMERO MINIMO DE
      * LETRAS QUE HAY QUE CAMBIAR, PONER O QUITAR PARA PASAR DE
      * UNA A OTRA. LA CASILLA (I + 1, J + 1) GUARDA LA DISTANCIA
      * ENTRE LAS I PRIMERAS LETRAS DE A Y LAS J PRIMERAS DE B
      *============================================================
       CALCULAR-DISTANCIA.
           PERFORM VARYING WS-I FROM 0 BY 1 UNTIL WS-I > WS-DIST-A-LON
               MOVE WS-I TO WS-CASILLA(WS-I + 1, 1)
           END-PERFORM.
           PERFORM VARYING WS-J FROM 0 BY 1 UNTIL WS-J > WS-DIST-B-LON
               MOVE WS-J TO WS-CASILLA(1, WS-J + 1)
           END-PERFORM.
           PERFORM CALCULAR-CASILLA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DIST-A-LON
               AFTER WS-J FROM 1 BY 1 UNTIL WS-J > WS-DIST-B-LON.
           MOVE WS-CASILLA(WS-DIST-A-LON + 1, WS-DIST-B-LON + 1)
             TO WS-DISTANCIA.
      *
       CALCULAR-CASILLA.
           IF WS-DIST-A(WS-I:1) = WS-DIST-B(WS-J:1)
               MOVE 0 TO WS-COSTE
           ELSE
               MOVE 1 TO WS-COSTE
           END-IF.
           COMPUTE WS-MINIMO = WS-CASILLA(WS-I, WS-J) + WS-COSTE.
           IF WS-CASILLA(WS-I, WS-J + 1) + 1 < WS-MINIMO
               COMPUTE WS-MINIMO = WS-CASILLA(WS-I, WS-J + 1) + 1
           END-IF.
           IF WS-CASILLA(WS-I + 1, WS-J) + 1 < WS-MINIMO
               COMPUTE WS-MINIMO = WS-CASILLA(WS-I + 1, WS-J) + 1
           END-IF.
           MOVE WS-MINIMO TO WS-CASILLA(WS-I + 1, WS-J + 1).
