      *************************************************
      *  SUBPROGRAMA DE VALIDACION DE LOS DATOS DEL CLIENTE ANTES
      *  DE GRABARLOS EN EL MAESTRO. APLICA A LA IMAGEN RECIBIDA
      *  LAS MISMAS REGLAS QUE EL CONTROL SEMANAL DE CALIDAD CLNTDQ
      *  (NOMBRE Y APELLIDO INFORMADOS, ESTADO DENTRO DEL JUEGO DE
      *  CODIGOS VALIDOS, FECHA DE ALTA REAL Y NO FUTURA, EMAIL BIEN
      *  FORMADO) Y DEVUELVE EL PRIMER CAMPO QUE NO LAS CUMPLE. LO
      *  LLAMAN EL SERVICIO ONLINE CLNTSRV Y LA CARGA NOCTURNA
      *  CLNTMOV, DE FORMA QUE UN DATO MALO SE RECHAZA AL ENTRAR EN
      *  LUGAR DE APARECER DIAS DESPUES EN EL INFORME DE
      *  EXCEPCIONES. NO HACE E/S NI PIDE LA FECHA AL SISTEMA: LA
      *  FECHA DEL DIA LLEGA EN EL PARAMETRO, ASI QUE SIRVE IGUAL
      *  BAJO CICS QUE EN BATCH.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTVAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (COMPARTIDO CON EL RESTO)
      *==============================================================
       COPY CLNTREG.
      *==============================================================
      * JUEGO DE CODIGOS VALIDOS DEL ESTADO DEL CLIENTE
      *==============================================================
       01  WS-ESTADO-CLIENTE              PIC X(1).
           88  ESTADO-CLIENTE-VALIDO             VALUE 'A' 'I' 'B'.
      *==============================================================
      * VALIDACION DE LA FECHA DE ALTA
      *==============================================================
       01  WS-FECHA-HOY                   PIC 9(8).
       01  WS-FECHA-OK                    PIC X(2).
           88  FECHA-VALIDA                      VALUE 'SI'.
           88  FECHA-INVALIDA                    VALUE 'NO'.
       01  WS-FECHA-TRABAJO.
           05  WS-FECHA-AAAA              PIC 9(4).
           05  WS-FECHA-MM                PIC 9(2).
           05  WS-FECHA-DD                PIC 9(2).
       01  WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO
                                          PIC 9(8).
       01  WS-DIAS-MES                    PIC 9(2).
      *==============================================================
      * VALIDACION DEL EMAIL
      *==============================================================
       01  WS-EMAIL-OK                    PIC X(2).
           88  EMAIL-VALIDO                      VALUE 'SI'.
           88  EMAIL-INVALIDO                    VALUE 'NO'.
       01  WS-NUM-ARROBAS                 PIC 9(2).
       01  WS-NUM-PUNTOS                  PIC 9(2).
       LINKAGE SECTION.
      *==============================================================
      * PARAMETRO DE LA LLAMADA (COMPARTIDO CON LOS LLAMADORES A
      * TRAVES DE LA COPY CLNTVLC)
      *==============================================================
       COPY CLNTVLC.
       PROCEDURE DIVISION USING VALIDACION-CLIENTE.
       PROCESO-PRINCIPAL.
           MOVE VAL-IMAGEN TO REGISTRO-CLIENTES.
           SET VAL-CORRECTO TO TRUE.
           IF VAL-FECHA-HOY IS NUMERIC
               MOVE VAL-FECHA-HOY TO WS-FECHA-HOY
           ELSE
               MOVE 99999999 TO WS-FECHA-HOY
           END-IF.
           MOVE C-ESTADO TO WS-ESTADO-CLIENTE.
           PERFORM VALIDAR-FECHA-ALTA.
           PERFORM VALIDAR-EMAIL.
           EVALUATE TRUE
               WHEN C-NOMBRE = SPACES
                   SET VAL-NOMBRE-BLANCO TO TRUE
               WHEN C-APELLIDO = SPACES
                   SET VAL-APELLIDO-BLANCO TO TRUE
               WHEN NOT ESTADO-CLIENTE-VALIDO
                   SET VAL-ESTADO-INVALIDO TO TRUE
               WHEN FECHA-INVALIDA
                   SET VAL-FECHA-INVALIDA TO TRUE
               WHEN EMAIL-INVALIDO
                   SET VAL-EMAIL-INVALIDO TO TRUE
           END-EVALUATE.
           GOBACK.
      *============================================================
      * LA FECHA DE ALTA DEBE SER UNA FECHA REAL DEL CALENDARIO
      * (CON FEBRERO BISIESTO) Y NO POSTERIOR AL DIA DE HOY
      * (MISMA REGLA QUE CLNTDQ)
      *============================================================
       VALIDAR-FECHA-ALTA.
           SET FECHA-VALIDA TO TRUE.
           IF C-FECHA-ALTA IS NOT NUMERIC
               SET FECHA-INVALIDA TO TRUE
           ELSE
               MOVE C-FECHA-ALTA TO WS-FECHA-TRABAJO
               IF WS-FECHA-MM < 1 OR WS-FECHA-MM > 12
                   SET FECHA-INVALIDA TO TRUE
               ELSE
                   PERFORM CALCULAR-DIAS-MES
                   IF WS-FECHA-DD < 1 OR WS-FECHA-DD > WS-DIAS-MES
                       SET FECHA-INVALIDA TO TRUE
                   END-IF
               END-IF
               IF FECHA-VALIDA
                  AND WS-FECHA-TRABAJO-N > WS-FECHA-HOY
                   SET FECHA-INVALIDA TO TRUE
               END-IF
           END-IF.
      *
       CALCULAR-DIAS-MES.
           EVALUATE WS-FECHA-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DIAS-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 2
                   IF FUNCTION MOD(WS-FECHA-AAAA, 4) = 0
                      AND (FUNCTION MOD(WS-FECHA-AAAA, 100) NOT = 0
                           OR FUNCTION MOD(WS-FECHA-AAAA, 400) = 0)
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
           END-EVALUATE.
      *============================================================
      * EL EMAIL DEBE TENER EXACTAMENTE UNA ARROBA, AL MENOS UN
      * PUNTO Y NO EMPEZAR POR ARROBA NI PUNTO. EL EMAIL EN BLANCO
      * TAMBIEN SE RECHAZA (MISMA REGLA QUE CLNTDQ).
      *============================================================
       VALIDAR-EMAIL.
           SET EMAIL-VALIDO TO TRUE.
           IF C-EMAIL = SPACES
               SET EMAIL-INVALIDO TO TRUE
           ELSE
               MOVE 0 TO WS-NUM-ARROBAS
               MOVE 0 TO WS-NUM-PUNTOS
               INSPECT C-EMAIL TALLYING WS-NUM-ARROBAS
                   FOR ALL '@'
               INSPECT C-EMAIL TALLYING WS-NUM-PUNTOS
                   FOR ALL '.'
               IF WS-NUM-ARROBAS NOT = 1
                  OR WS-NUM-PUNTOS = 0
                  OR C-EMAIL(1:1) = '@'
                  OR C-EMAIL(1:1) = '.'
                   SET EMAIL-INVALIDO TO TRUE
               END-IF
           END-IF.
