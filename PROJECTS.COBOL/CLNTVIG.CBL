      *************************************************
      *  VIGILANCIA DE ACCESOS SOSPECHOSOS A PARTIR DEL LOG DE
      *  CONSULTAS CLNTLOG. CADA NOCHE ANALIZA LAS CONSULTAS DEL
      *  DIA (EL ANTERIOR A LA EJECUCION, O EL INDICADO EN EL
      *  FICHERO PARAMS) Y EMITE UNA ALERTA, CON LAS LINEAS
      *  DEL LOG QUE LA JUSTIFICAN, POR CADA UNO DE ESTOS CASOS:
      *   - USUARIO CON MUCHAS MAS CONSULTAS EN EL DIA QUE SU PROPIA
      *     MEDIA DE LOS DIAS ANTERIORES (DIAS CON ACTIVIDAD)
      *   - CONSULTAS FUERA DEL HORARIO DE OFICINA
      *   - RACHAS DE DNIS CONSECUTIVOS EN EL ORDEN DEL MAESTRO
      *     CONSULTADOS POR UN MISMO USUARIO (RECORRIDO DEL FICHERO
      *     CON PF8 PARA VOLCAR DATOS)
      *   - CLIENTE CONSULTADO EN EL DIA POR MUCHOS USUARIOS
      *     DISTINTOS
      *   - CONSULTAS DE USUARIOS SIN PERFIL EN CLNTSEG
      *  LOS UMBRALES VIENEN DEL FICHERO CENTRAL DE PARAMETROS
      *  CLNTPRM; EN PARAMS SOLO QUEDA LA FECHA A ANALIZAR, QUE SE
      *  INFORMA PARA UNA EJECUCION CONCRETA Y NO ES UN AJUSTE
      *  PERMANENTE. SI HAY ALGUNA ALERTA EL PASO TERMINA CON RC=4
      *  PARA QUE PLANIFICACION AVISE A SEGURIDAD.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTVIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLNTLOG ASSIGN TO AS-CLNTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLNTLOG.
           SELECT F-CLIENTES ASSIGN TO CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-DNI
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT F-SEGURIDAD ASSIGN TO CLNTSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEG-USERID
               FILE STATUS IS WS-ESTADO-SEGURIDAD.
           SELECT F-PARAMETROS ASSIGN TO PARAMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT F-WRK-USU ASSIGN TO WRKUSU
               ORGANIZATION IS SEQUENTIAL.
           SELECT F-ORD-USU ASSIGN TO WRKUSUO
               ORGANIZATION IS SEQUENTIAL.
           SELECT F-WRK-DIA ASSIGN TO WRKDIA
               ORGANIZATION IS SEQUENTIAL.
           SELECT F-ORD-DIA ASSIGN TO WRKDIAO
               ORGANIZATION IS SEQUENTIAL.
           SELECT SD-ORDEN ASSIGN TO SORTWK01.
           SELECT F-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CLNTLOG.
      *==============================================================
      * LAYOUT DEL REGISTRO DE AUDITORIA (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTLOG.
       FD  F-CLIENTES.
      *==============================================================
      * LAYOUT DEL REGISTRO DE CLIENTES (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTREG.
       FD  F-SEGURIDAD.
      *==============================================================
      * LAYOUT DEL PERFIL DE SEGURIDAD (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTSEG.
      *==============================================================
      * FECHA A ANALIZAR (SIN REGISTRO O EN BLANCO, AYER)
      *==============================================================
       FD  F-PARAMETROS
           RECORDING MODE IS F.
       01  REGISTRO-PARAMETROS.
           05  PARM-FECHA-ANALISIS        PIC X(8).
      *==============================================================
      * FICHEROS DE TRABAJO: CONSULTAS DE LA VENTANA (MEDIA + DIA)
      * PARA ORDENAR POR USUARIO, Y CONSULTAS DEL DIA PARA ORDENAR
      * POR CLIENTE. MISMO LAYOUT QUE EL REGISTRO DEL LOG.
      *==============================================================
       FD  F-WRK-USU
           RECORDING MODE IS F.
       01  REGISTRO-WRK-USU               PIC X(39).
       FD  F-ORD-USU
           RECORDING MODE IS F.
       01  REGISTRO-ORD-USU.
           05  OU-DNI                     PIC X(9).
           05  OU-TRANID                  PIC X(4).
           05  OU-TERMID                  PIC X(4).
           05  OU-USERID                  PIC X(8).
           05  OU-FECHA                   PIC X(8).
           05  OU-HORA                    PIC X(6).
       FD  F-WRK-DIA
           RECORDING MODE IS F.
       01  REGISTRO-WRK-DIA               PIC X(39).
       FD  F-ORD-DIA
           RECORDING MODE IS F.
       01  REGISTRO-ORD-DIA.
           05  OD-DNI                     PIC X(9).
           05  OD-TRANID                  PIC X(4).
           05  OD-TERMID                  PIC X(4).
           05  OD-USERID                  PIC X(8).
           05  OD-FECHA                   PIC X(8).
           05  OD-HORA                    PIC X(6).
       SD  SD-ORDEN.
       01  REGISTRO-SD.
           05  SD-DNI                     PIC X(9).
           05  SD-TRANID                  PIC X(4).
           05  SD-TERMID                  PIC X(4).
           05  SD-USERID                  PIC X(8).
           05  SD-FECHA                   PIC X(8).
           05  SD-HORA                    PIC X(6).
       FD  F-INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CLNTLOG              PIC X(2).
           88  CLNTLOG-OK                        VALUE '00'.
           88  CLNTLOG-FIN                       VALUE '10'.
       01  WS-ESTADO-CLIENTES             PIC X(2).
           88  CLIENTES-OK                       VALUE '00'.
       01  WS-ESTADO-SEGURIDAD            PIC X(2).
           88  SEGURIDAD-OK                      VALUE '00'.
       01  WS-ESTADO-PARAMETROS           PIC X(2).
           88  PARAMETROS-OK                     VALUE '00'.
       01  WS-FIN-ORDENADO                PIC X(1).
           88  ORDENADO-FIN                      VALUE 'S'.
      *==============================================================
      * UMBRALES DEL ANALISIS (FICHERO CENTRAL DE PARAMETROS): DIAS
      * ANTERIORES PARA LA MEDIA DE CADA USUARIO, FACTOR SOBRE LA
      * MEDIA (GUARDADO EN DECIMAS) Y MINIMO DE CONSULTAS PARA
      * AVISAR, HORARIO DE OFICINA (HHMM, EL FIN EXCLUIDO),
      * LONGITUD MINIMA DE UNA RACHA DE DNIS CONSECUTIVOS Y NUMERO
      * MINIMO DE USUARIOS DISTINTOS SOBRE UN MISMO CLIENTE
      *==============================================================
       01  WS-UMBRALES.
           05  PARM-DIAS-MEDIA            PIC 9(3).
           05  PARM-FACTOR-MEDIA          PIC 9(2)V9(1).
           05  PARM-MINIMO-DIARIO         PIC 9(5).
           05  PARM-HORA-INICIO           PIC 9(4).
           05  PARM-HORA-FIN              PIC 9(4).
           05  PARM-RACHA-DNIS            PIC 9(3).
           05  PARM-USUARIOS-CLIENTE      PIC 9(3).
      *==============================================================
      * FECHAS DEL ANALISIS: DIA ANALIZADO E INICIO DE LA VENTANA
      * DE LA MEDIA (DIA ANALIZADO MENOS LOS DIAS DE LA MEDIA)
      *==============================================================
       01  WS-FECHA-HOY                   PIC 9(8).
       01  WS-DIAS-ENTERO                 PIC 9(7).
       01  WS-FECHA-ANALISIS              PIC 9(8).
       01  WS-FECHA-ANALISIS-X REDEFINES WS-FECHA-ANALISIS
                                          PIC X(8).
       01  WS-FECHA-INICIO                PIC 9(8).
       01  WS-FECHA-INICIO-X REDEFINES WS-FECHA-INICIO
                                          PIC X(8).
       01  WS-HORA-INICIO-X               PIC X(6).
       01  WS-HORA-FIN-X                  PIC X(6).
       01  WS-HORA-PARM                   PIC 9(4).
       01  WS-HORA-PARM-X REDEFINES WS-HORA-PARM
                                          PIC X(4).
      *==============================================================
      * ACUMULADOS DEL USUARIO EN CURSO (CORTE DE CONTROL SOBRE EL
      * FICHERO ORDENADO POR USUARIO + FECHA + HORA)
      *==============================================================
       01  WS-USUARIO-EN-CURSO            PIC X(8).
       01  WS-FECHA-ANTERIOR              PIC X(8).
       01  WS-DIAS-HISTORICO              PIC 9(5).
       01  WS-CONSULTAS-HISTORICO         PIC 9(7).
       01  WS-CONSULTAS-DIA               PIC 9(7).
       01  WS-MEDIA-DIARIA                PIC 9(7)V9(2).
       01  WS-UMBRAL-VOLUMEN              PIC 9(7)V9(2).
       01  WS-HAY-ALERTA-USUARIO          PIC X(1).
           88  HAY-ALERTA-USUARIO                VALUE 'S'.
      *==============================================================
      * PRIMERAS CONSULTAS DEL DIA DEL USUARIO (EVIDENCIA DE LA
      * ALERTA DE USUARIO SIN PERFIL) Y PRIMERAS CONSULTAS FUERA DE
      * HORARIO. SE GUARDAN LAS WS-MAX-EVIDENCIAS PRIMERAS Y SE
      * CUENTAN TODAS.
      *==============================================================
       01  WS-MAX-EVIDENCIAS              PIC 9(3) VALUE 20.
       01  WS-NUM-PRIMERAS                PIC 9(3).
       01  WS-TABLA-PRIMERAS.
           05  WS-PRI-ENT OCCURS 20 TIMES.
               10  WS-PRI-HORA            PIC X(6).
               10  WS-PRI-DNI             PIC X(9).
               10  WS-PRI-TRANID          PIC X(4).
               10  WS-PRI-TERMID          PIC X(4).
       01  WS-NUM-FUERA-HORARIO           PIC 9(7).
       01  WS-TABLA-FUERA-HORARIO.
           05  WS-FH-ENT OCCURS 20 TIMES.
               10  WS-FH-HORA             PIC X(6).
               10  WS-FH-DNI              PIC X(9).
               10  WS-FH-TRANID           PIC X(4).
               10  WS-FH-TERMID           PIC X(4).
      *==============================================================
      * RACHAS DE DNIS CONSECUTIVOS DEL USUARIO EN CURSO: LA RACHA
      * ABIERTA Y LAS RACHAS LARGAS YA CERRADAS (SE GUARDAN LAS
      * DIEZ PRIMERAS)
      *==============================================================
       01  WS-DNI-ANTERIOR                PIC X(9).
       01  WS-DNI-SIGUIENTE               PIC X(9).
       01  WS-RACHA-LONGITUD              PIC 9(7).
       01  WS-RACHA-DNI-DESDE             PIC X(9).
       01  WS-RACHA-HORA-DESDE            PIC X(6).
       01  WS-RACHA-DNI-HASTA             PIC X(9).
       01  WS-RACHA-HORA-HASTA            PIC X(6).
       01  WS-NUM-RACHAS                  PIC 9(3).
       01  WS-TABLA-RACHAS.
           05  WS-RA-ENT OCCURS 10 TIMES.
               10  WS-RA-LONGITUD         PIC 9(7).
               10  WS-RA-DNI-DESDE        PIC X(9).
               10  WS-RA-HORA-DESDE       PIC X(6).
               10  WS-RA-DNI-HASTA        PIC X(9).
               10  WS-RA-HORA-HASTA       PIC X(6).
      *==============================================================
      * USUARIOS DISTINTOS DEL CLIENTE EN CURSO (CORTE DE CONTROL
      * SOBRE EL FICHERO DEL DIA ORDENADO POR DNI + USUARIO)
      *==============================================================
       01  WS-DNI-EN-CURSO                PIC X(9).
       01  WS-ULTIMO-USUARIO              PIC X(8).
       01  WS-NUM-USUARIOS                PIC 9(5).
       01  WS-TABLA-USUARIOS.
           05  WS-USU-ENT OCCURS 50 TIMES.
               10  WS-USU-ID              PIC X(8).
               10  WS-USU-CONTADOR        PIC 9(7).
       01  WS-I                           PIC 9(3).
       01  WS-CONTADORES.
           05  WS-TOTAL-LEIDOS            PIC 9(7) VALUE 0.
           05  WS-TOTAL-VENTANA           PIC 9(7) VALUE 0.
           05  WS-TOTAL-DIA               PIC 9(7) VALUE 0.
           05  WS-USUARIOS-DIA            PIC 9(7) VALUE 0.
           05  WS-ALERTAS-VOLUMEN         PIC 9(7) VALUE 0.
           05  WS-ALERTAS-HORARIO         PIC 9(7) VALUE 0.
           05  WS-ALERTAS-RACHA           PIC 9(7) VALUE 0.
           05  WS-ALERTAS-SIN-PERFIL      PIC 9(7) VALUE 0.
           05  WS-ALERTAS-CLIENTE         PIC 9(7) VALUE 0.
           05  WS-TOTAL-ALERTAS           PIC 9(7) VALUE 0.
      *==============================================================
      * LINEAS DEL INFORME
      *==============================================================
       01  LINEA-CABECERA-INFORME.
           05  FILLER                     PIC X(48) VALUE
               'VIGILANCIA DE ACCESOS AL FICHERO DE CLIENTES - '.
           05  FILLER                     PIC X(6)  VALUE 'DIA: '.
           05  CAB-FECHA                  PIC X(8).
       01  LINEA-PARAMETROS.
           05  FILLER                     PIC X(14) VALUE
               'MEDIA DE DIAS:'.
           05  PAR-DIAS-MEDIA             PIC ZZ9.
           05  FILLER                     PIC X(10) VALUE '  FACTOR:'.
           05  PAR-FACTOR                 PIC Z9.9.
           05  FILLER                     PIC X(10) VALUE '  MINIMO:'.
           05  PAR-MINIMO                 PIC ZZZZ9.
           05  FILLER                     PIC X(11) VALUE '  HORARIO:'.
           05  PAR-HORA-INICIO            PIC X(4).
           05  FILLER                     PIC X(1)  VALUE '-'.
           05  PAR-HORA-FIN               PIC X(4).
           05  FILLER                     PIC X(9)  VALUE '  RACHA:'.
           05  PAR-RACHA                  PIC ZZ9.
           05  FILLER                     PIC X(20) VALUE
               '  USUARIOS/CLIENTE:'.
           05  PAR-USUARIOS               PIC ZZ9.
       01  LINEA-TITULO-SECCION.
           05  TIT-SECCION                PIC X(60).
       01  LINEA-SIN-ALERTAS.
           05  FILLER                     PIC X(40) VALUE
               'SIN ALERTAS EN ESTA SECCION'.
       01  LINEA-ALERTA.
           05  FILLER                     PIC X(12) VALUE
               '*** ALERTA: '.
           05  ALE-TIPO                   PIC X(40).
           05  ALE-ETIQUETA               PIC X(10).
           05  ALE-CLAVE                  PIC X(9).
       01  LINEA-EVIDENCIA-CONSULTA.
           05  FILLER                     PIC X(6)  VALUE SPACES.
           05  EVI-FECHA                  PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  EVI-HORA                   PIC X(6).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  EVI-DNI                    PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  EVI-USERID                 PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  EVI-TRANID                 PIC X(4).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  EVI-TERMID                 PIC X(4).
       01  LINEA-EVIDENCIA-RESTO.
           05  FILLER                     PIC X(6)  VALUE SPACES.
           05  FILLER                     PIC X(24) VALUE
               '... TOTAL DE CONSULTAS: '.
           05  RES-TOTAL                  PIC ZZZ,ZZ9.
       01  LINEA-EVIDENCIA-VOLUMEN.
           05  FILLER                     PIC X(6)  VALUE SPACES.
           05  FILLER                     PIC X(19) VALUE
               'CONSULTAS DEL DIA: '.
           05  VOL-DIA                    PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(16) VALUE
               '  MEDIA DIARIA: '.
           05  VOL-MEDIA                  PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(22) VALUE
               '  DIAS CON ACTIVIDAD: '.
           05  VOL-DIAS                   PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE
               '  UMBRAL: '.
           05  VOL-UMBRAL                 PIC ZZZ,ZZ9.99.
       01  LINEA-EVIDENCIA-RACHA.
           05  FILLER                     PIC X(6)  VALUE SPACES.
           05  FILLER                     PIC X(9)  VALUE 'RACHA DE '.
           05  RAC-LONGITUD               PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(13) VALUE
               ' DNIS DESDE '.
           05  RAC-DNI-DESDE              PIC X(9).
           05  FILLER                     PIC X(2)  VALUE ' ('.
           05  RAC-HORA-DESDE             PIC X(6).
           05  FILLER                     PIC X(9)  VALUE ') HASTA '.
           05  RAC-DNI-HASTA              PIC X(9).
           05  FILLER                     PIC X(2)  VALUE ' ('.
           05  RAC-HORA-HASTA             PIC X(6).
           05  FILLER                     PIC X(1)  VALUE ')'.
       01  LINEA-EVIDENCIA-USUARIO.
           05  FILLER                     PIC X(6)  VALUE SPACES.
           05  FILLER                     PIC X(9)  VALUE 'USUARIO: '.
           05  EVU-USERID                 PIC X(8).
           05  FILLER                     PIC X(13) VALUE
               '  CONSULTAS: '.
           05  EVU-CONTADOR               PIC ZZZ,ZZ9.
       01  LINEA-TOTAL-INFORME.
           05  TOT-TITULO                 PIC X(40).
           05  TOT-CONTADOR               PIC ZZZ,ZZ9.
      *==============================================================
      * PARAMETRO DEL CONTROL DE EJECUCIONES BATCH (CALL CLNTCTL)
      *==============================================================
       COPY CLNTCTC.
      *==============================================================
      * PARAMETRO DE LA LECTURA DE PARAMETROS (CALL CLNTPAR)
      *==============================================================
       COPY CLNTPAC.
       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM ANOTAR-CONTROL-INICIO.
           PERFORM INICIO-PROCESO.
           PERFORM RECORRER-LOG.
           SORT SD-ORDEN
               ASCENDING KEY SD-USERID SD-FECHA SD-HORA SD-DNI
               USING F-WRK-USU
               GIVING F-ORD-USU.
           PERFORM ANALIZAR-USUARIOS.
           SORT SD-ORDEN
               ASCENDING KEY SD-DNI SD-USERID
               USING F-WRK-DIA
               GIVING F-ORD-DIA.
           PERFORM ANALIZAR-CLIENTES.
           PERFORM FIN-PROCESO.
           PERFORM ANOTAR-CONTROL-FIN.
           GOBACK.
      *============================================================
      * LEE LOS UMBRALES Y LA FECHA A ANALIZAR Y CALCULA LA FECHA
      * ANALIZADA Y EL INICIO DE LA VENTANA DE LA MEDIA
      *============================================================
       INICIO-PROCESO.
           PERFORM LEER-UMBRALES.
           OPEN INPUT F-PARAMETROS.
           IF NOT PARAMETROS-OK
               DISPLAY 'ERROR AL ABRIR PARAMS: ' WS-ESTADO-PARAMETROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ F-PARAMETROS
               AT END
                   MOVE SPACES TO PARM-FECHA-ANALISIS
           END-READ.
           CLOSE F-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF PARM-FECHA-ANALISIS IS NUMERIC
               MOVE PARM-FECHA-ANALISIS TO WS-FECHA-ANALISIS
           ELSE
               COMPUTE WS-DIAS-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1
               COMPUTE WS-FECHA-ANALISIS =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           END-IF.
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-ANALISIS)
               - PARM-DIAS-MEDIA.
           COMPUTE WS-FECHA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO).
           MOVE PARM-HORA-INICIO TO WS-HORA-PARM.
           MOVE WS-HORA-PARM-X TO WS-HORA-INICIO-X.
           MOVE '00' TO WS-HORA-INICIO-X(5:2).
           MOVE PARM-HORA-FIN TO WS-HORA-PARM.
           MOVE WS-HORA-PARM-X TO WS-HORA-FIN-X.
           MOVE '00' TO WS-HORA-FIN-X(5:2).
           OPEN INPUT F-CLNTLOG.
           IF NOT CLNTLOG-OK
               DISPLAY 'ERROR AL ABRIR CLNTLOG: ' WS-ESTADO-CLNTLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT F-CLIENTES.
           IF NOT CLIENTES-OK
               DISPLAY 'ERROR AL ABRIR CLIENTES: ' WS-ESTADO-CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT F-SEGURIDAD.
           IF NOT SEGURIDAD-OK
               DISPLAY 'ERROR AL ABRIR CLNTSEG: ' WS-ESTADO-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F-WRK-USU.
           OPEN OUTPUT F-WRK-DIA.
           OPEN OUTPUT F-INFORME.
           MOVE WS-FECHA-ANALISIS-X TO CAB-FECHA.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-INFORME
               AFTER ADVANCING PAGE.
           MOVE PARM-DIAS-MEDIA       TO PAR-DIAS-MEDIA.
           MOVE PARM-FACTOR-MEDIA     TO PAR-FACTOR.
           MOVE PARM-MINIMO-DIARIO    TO PAR-MINIMO.
           MOVE WS-HORA-INICIO-X(1:4) TO PAR-HORA-INICIO.
           MOVE WS-HORA-FIN-X(1:4)    TO PAR-HORA-FIN.
           MOVE PARM-RACHA-DNIS       TO PAR-RACHA.
           MOVE PARM-USUARIOS-CLIENTE TO PAR-USUARIOS.
           WRITE LINEA-INFORME FROM LINEA-PARAMETROS
               AFTER ADVANCING 1 LINE.
      *============================================================
      * PRIMER RECORRIDO: LAS CONSULTAS DE LA VENTANA VAN AL
      * FICHERO DE TRABAJO POR USUARIO Y LAS DEL DIA ANALIZADO,
      * ADEMAS, AL FICHERO DE TRABAJO POR CLIENTE
      *============================================================
       RECORRER-LOG.
           PERFORM UNTIL CLNTLOG-FIN
               READ F-CLNTLOG
                   AT END
                       SET CLNTLOG-FIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM CLASIFICAR-CONSULTA
               END-READ
           END-PERFORM.
           CLOSE F-CLNTLOG.
           CLOSE F-WRK-USU.
           CLOSE F-WRK-DIA.
      *
       CLASIFICAR-CONSULTA.
           IF LOG-FECHA NOT < WS-FECHA-INICIO-X
              AND LOG-FECHA NOT > WS-FECHA-ANALISIS-X
               WRITE REGISTRO-WRK-USU FROM REGISTRO-CLNTLOG
               ADD 1 TO WS-TOTAL-VENTANA
               IF LOG-FECHA = WS-FECHA-ANALISIS-X
                   WRITE REGISTRO-WRK-DIA FROM REGISTRO-CLNTLOG
                   ADD 1 TO WS-TOTAL-DIA
               END-IF
           END-IF.
      *============================================================
      * SEGUNDO RECORRIDO: CONSULTAS ORDENADAS POR USUARIO, FECHA
      * Y HORA. CORTE DE CONTROL POR USUARIO; LAS ALERTAS DE CADA
      * USUARIO SE IMPRIMEN JUNTAS AL TERMINAR SUS CONSULTAS.
      *============================================================
       ANALIZAR-USUARIOS.
           MOVE 'SECCION 1: ALERTAS POR USUARIO' TO TIT-SECCION.
           WRITE LINEA-INFORME FROM LINEA-TITULO-SECCION
               AFTER ADVANCING 2 LINES.
           OPEN INPUT F-ORD-USU.
           MOVE SPACES TO WS-USUARIO-EN-CURSO.
           MOVE 'N' TO WS-FIN-ORDENADO.
           PERFORM UNTIL ORDENADO-FIN
               READ F-ORD-USU
                   AT END
                       SET ORDENADO-FIN TO TRUE
                       IF WS-USUARIO-EN-CURSO NOT = SPACES
                           PERFORM CERRAR-USUARIO
                       END-IF
                   NOT AT END
                       IF OU-USERID NOT = WS-USUARIO-EN-CURSO
                           IF WS-USUARIO-EN-CURSO NOT = SPACES
                               PERFORM CERRAR-USUARIO
                           END-IF
                           PERFORM ABRIR-USUARIO
                       END-IF
                       PERFORM ACUMULAR-CONSULTA-USUARIO
               END-READ
           END-PERFORM.
           CLOSE F-ORD-USU.
           IF WS-ALERTAS-VOLUMEN + WS-ALERTAS-HORARIO
              + WS-ALERTAS-RACHA + WS-ALERTAS-SIN-PERFIL = 0
               WRITE LINEA-INFORME FROM LINEA-SIN-ALERTAS
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       ABRIR-USUARIO.
           MOVE OU-USERID TO WS-USUARIO-EN-CURSO.
           MOVE SPACES TO WS-FECHA-ANTERIOR.
           MOVE 0 TO WS-DIAS-HISTORICO.
           MOVE 0 TO WS-CONSULTAS-HISTORICO.
           MOVE 0 TO WS-CONSULTAS-DIA.
           MOVE 0 TO WS-NUM-PRIMERAS.
           MOVE 0 TO WS-NUM-FUERA-HORARIO.
           MOVE 0 TO WS-NUM-RACHAS.
           MOVE SPACES TO WS-DNI-ANTERIOR.
           MOVE 0 TO WS-RACHA-LONGITUD.
      *============================================================
      * LOS DIAS ANTERIORES SOLO SUMAN PARA LA MEDIA; CADA CONSULTA
      * DEL DIA ANALIZADO SE CUENTA, SE COMPRUEBA CONTRA EL HORARIO
      * Y ALARGA O CORTA LA RACHA DE DNIS CONSECUTIVOS
      *============================================================
       ACUMULAR-CONSULTA-USUARIO.
           IF OU-FECHA NOT = WS-FECHA-ANALISIS-X
               ADD 1 TO WS-CONSULTAS-HISTORICO
               IF OU-FECHA NOT = WS-FECHA-ANTERIOR
                   ADD 1 TO WS-DIAS-HISTORICO
                   MOVE OU-FECHA TO WS-FECHA-ANTERIOR
               END-IF
           ELSE
               ADD 1 TO WS-CONSULTAS-DIA
               IF WS-NUM-PRIMERAS < WS-MAX-EVIDENCIAS
                   ADD 1 TO WS-NUM-PRIMERAS
                   MOVE OU-HORA   TO WS-PRI-HORA(WS-NUM-PRIMERAS)
                   MOVE OU-DNI    TO WS-PRI-DNI(WS-NUM-PRIMERAS)
                   MOVE OU-TRANID TO WS-PRI-TRANID(WS-NUM-PRIMERAS)
                   MOVE OU-TERMID TO WS-PRI-TERMID(WS-NUM-PRIMERAS)
               END-IF
               IF OU-HORA < WS-HORA-INICIO-X
                  OR OU-HORA NOT < WS-HORA-FIN-X
                   PERFORM ANOTAR-FUERA-HORARIO
               END-IF
               PERFORM SEGUIR-RACHA
           END-IF.
      *
       ANOTAR-FUERA-HORARIO.
           ADD 1 TO WS-NUM-FUERA-HORARIO.
           IF WS-NUM-FUERA-HORARIO NOT > WS-MAX-EVIDENCIAS
               MOVE OU-HORA   TO WS-FH-HORA(WS-NUM-FUERA-HORARIO)
               MOVE OU-DNI    TO WS-FH-DNI(WS-NUM-FUERA-HORARIO)
               MOVE OU-TRANID TO WS-FH-TRANID(WS-NUM-FUERA-HORARIO)
               MOVE OU-TERMID TO WS-FH-TERMID(WS-NUM-FUERA-HORARIO)
           END-IF.
      *============================================================
      * UNA CONSULTA ALARGA LA RACHA SI SU DNI ES EL SIGUIENTE DEL
      * MAESTRO AL DE LA CONSULTA ANTERIOR DEL USUARIO (LO QUE DA
      * PF8 EN LA PANTALLA DE CLIENTES). REPETIR EL MISMO DNI NO
      * CORTA LA RACHA; CUALQUIER OTRO DNI LA CIERRA Y ABRE OTRA.
      *============================================================
       SEGUIR-RACHA.
           IF OU-DNI = WS-DNI-ANTERIOR
               CONTINUE
           ELSE
               MOVE SPACES TO WS-DNI-SIGUIENTE
               IF WS-DNI-ANTERIOR NOT = SPACES
                  AND OU-DNI > WS-DNI-ANTERIOR
                   PERFORM BUSCAR-DNI-SIGUIENTE
               END-IF
               IF WS-DNI-SIGUIENTE NOT = SPACES
                  AND OU-DNI = WS-DNI-SIGUIENTE
                   ADD 1 TO WS-RACHA-LONGITUD
               ELSE
                   PERFORM CERRAR-RACHA
                   MOVE 1 TO WS-RACHA-LONGITUD
                   MOVE OU-DNI  TO WS-RACHA-DNI-DESDE
                   MOVE OU-HORA TO WS-RACHA-HORA-DESDE
               END-IF
               MOVE OU-DNI  TO WS-RACHA-DNI-HASTA
               MOVE OU-HORA TO WS-RACHA-HORA-HASTA
               MOVE OU-DNI  TO WS-DNI-ANTERIOR
           END-IF.
      *
       BUSCAR-DNI-SIGUIENTE.
           MOVE WS-DNI-ANTERIOR TO C-DNI.
           START F-CLIENTES KEY IS GREATER THAN C-DNI
           END-START.
           IF CLIENTES-OK
               READ F-CLIENTES NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE C-DNI TO WS-DNI-SIGUIENTE
               END-READ
           END-IF.
      *
       CERRAR-RACHA.
           IF WS-RACHA-LONGITUD NOT < PARM-RACHA-DNIS
               ADD 1 TO WS-NUM-RACHAS
               IF WS-NUM-RACHAS NOT > 10
                   MOVE WS-RACHA-LONGITUD
                        TO WS-RA-LONGITUD(WS-NUM-RACHAS)
                   MOVE WS-RACHA-DNI-DESDE
                        TO WS-RA-DNI-DESDE(WS-NUM-RACHAS)
                   MOVE WS-RACHA-HORA-DESDE
                        TO WS-RA-HORA-DESDE(WS-NUM-RACHAS)
                   MOVE WS-RACHA-DNI-HASTA
                        TO WS-RA-DNI-HASTA(WS-NUM-RACHAS)
                   MOVE WS-RACHA-HORA-HASTA
                        TO WS-RA-HORA-HASTA(WS-NUM-RACHAS)
               END-IF
           END-IF.
           MOVE 0 TO WS-RACHA-LONGITUD.
      *============================================================
      * FIN DE LAS CONSULTAS DEL USUARIO: SI TUVO ACTIVIDAD EN EL
      * DIA ANALIZADO SE EVALUAN SUS CUATRO ALERTAS
      *============================================================
       CERRAR-USUARIO.
           IF WS-CONSULTAS-DIA > 0
               ADD 1 TO WS-USUARIOS-DIA
               PERFORM CERRAR-RACHA
               PERFORM COMPROBAR-VOLUMEN
               PERFORM COMPROBAR-HORARIO
               PERFORM COMPROBAR-RACHAS
               PERFORM COMPROBAR-PERFIL
           END-IF.
      *============================================================
      * VOLUMEN: EL DIA SUPERA EL FACTOR SOBRE LA MEDIA DE LOS DIAS
      * CON ACTIVIDAD DE LA VENTANA Y LLEGA AL MINIMO. UN USUARIO
      * SIN ACTIVIDAD ANTERIOR SE AVISA SI LLEGA AL MINIMO.
      *============================================================
       COMPROBAR-VOLUMEN.
           IF WS-DIAS-HISTORICO > 0
               COMPUTE WS-MEDIA-DIARIA ROUNDED =
                   WS-CONSULTAS-HISTORICO / WS-DIAS-HISTORICO
           ELSE
               MOVE 0 TO WS-MEDIA-DIARIA
           END-IF.
           COMPUTE WS-UMBRAL-VOLUMEN ROUNDED =
               WS-MEDIA-DIARIA * PARM-FACTOR-MEDIA.
           IF WS-CONSULTAS-DIA NOT < PARM-MINIMO-DIARIO
              AND WS-CONSULTAS-DIA > WS-UMBRAL-VOLUMEN
               MOVE 'CONSULTAS MUY POR ENCIMA DE SU MEDIA'
                    TO ALE-TIPO
               PERFORM IMPRIMIR-ALERTA-USUARIO
               MOVE WS-CONSULTAS-DIA  TO VOL-DIA
               MOVE WS-MEDIA-DIARIA   TO VOL-MEDIA
               MOVE WS-DIAS-HISTORICO TO VOL-DIAS
               MOVE WS-UMBRAL-VOLUMEN TO VOL-UMBRAL
               WRITE LINEA-INFORME FROM LINEA-EVIDENCIA-VOLUMEN
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ALERTAS-VOLUMEN
           END-IF.
      *
       COMPROBAR-HORARIO.
           IF WS-NUM-FUERA-HORARIO > 0
               MOVE 'CONSULTAS FUERA DEL HORARIO DE OFICINA'
                    TO ALE-TIPO
               PERFORM IMPRIMIR-ALERTA-USUARIO
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NUM-FUERA-HORARIO
                          OR WS-I > WS-MAX-EVIDENCIAS
                   MOVE WS-FH-HORA(WS-I)   TO EVI-HORA
                   MOVE WS-FH-DNI(WS-I)    TO EVI-DNI
                   MOVE WS-FH-TRANID(WS-I) TO EVI-TRANID
                   MOVE WS-FH-TERMID(WS-I) TO EVI-TERMID
                   PERFORM IMPRIMIR-EVIDENCIA-CONSULTA
               END-PERFORM
               IF WS-NUM-FUERA-HORARIO > WS-MAX-EVIDENCIAS
                   MOVE WS-NUM-FUERA-HORARIO TO RES-TOTAL
                   WRITE LINEA-INFORME FROM LINEA-EVIDENCIA-RESTO
                       AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO WS-ALERTAS-HORARIO
           END-IF.
      *
       COMPROBAR-RACHAS.
           IF WS-NUM-RACHAS > 0
               MOVE 'RACHAS DE DNIS CONSECUTIVOS' TO ALE-TIPO
               PERFORM IMPRIMIR-ALERTA-USUARIO
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NUM-RACHAS OR WS-I > 10
                   MOVE WS-RA-LONGITUD(WS-I)   TO RAC-LONGITUD
                   MOVE WS-RA-DNI-DESDE(WS-I)  TO RAC-DNI-DESDE
                   MOVE WS-RA-HORA-DESDE(WS-I) TO RAC-HORA-DESDE
                   MOVE WS-RA-DNI-HASTA(WS-I)  TO RAC-DNI-HASTA
                   MOVE WS-RA-HORA-HASTA(WS-I) TO RAC-HORA-HASTA
                   WRITE LINEA-INFORME FROM LINEA-EVIDENCIA-RACHA
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               ADD 1 TO WS-ALERTAS-RACHA
           END-IF.
      *
       COMPROBAR-PERFIL.
           MOVE WS-USUARIO-EN-CURSO TO SEG-USERID.
           READ F-SEGURIDAD
               INVALID KEY
                   MOVE 'USUARIO SIN PERFIL EN CLNTSEG' TO ALE-TIPO
                   PERFORM IMPRIMIR-ALERTA-USUARIO
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-NUM-PRIMERAS
                       MOVE WS-PRI-HORA(WS-I)   TO EVI-HORA
                       MOVE WS-PRI-DNI(WS-I)    TO EVI-DNI
                       MOVE WS-PRI-TRANID(WS-I) TO EVI-TRANID
                       MOVE WS-PRI-TERMID(WS-I) TO EVI-TERMID
                       PERFORM IMPRIMIR-EVIDENCIA-CONSULTA
                   END-PERFORM
                   IF WS-CONSULTAS-DIA > WS-NUM-PRIMERAS
                       MOVE WS-CONSULTAS-DIA TO RES-TOTAL
                       WRITE LINEA-INFORME FROM LINEA-EVIDENCIA-RESTO
                           AFTER ADVANCING 1 LINE
                   END-IF
                   ADD 1 TO WS-ALERTAS-SIN-PERFIL
           END-READ.
      *
       IMPRIMIR-ALERTA-USUARIO.
           MOVE ' USUARIO: ' TO ALE-ETIQUETA.
           MOVE WS-USUARIO-EN-CURSO TO ALE-CLAVE.
           WRITE LINEA-INFORME FROM LINEA-ALERTA
               AFTER ADVANCING 2 LINES.
      *
       IMPRIMIR-EVIDENCIA-CONSULTA.
           MOVE WS-FECHA-ANALISIS-X TO EVI-FECHA.
           MOVE WS-USUARIO-EN-CURSO TO EVI-USERID.
           WRITE LINEA-INFORME FROM LINEA-EVIDENCIA-CONSULTA
               AFTER ADVANCING 1 LINE.
      *============================================================
      * TERCER RECORRIDO: CONSULTAS DEL DIA ORDENADAS POR DNI Y
      * USUARIO. CORTE DE CONTROL POR DNI CONTANDO LOS USUARIOS
      * DISTINTOS QUE LO CONSULTARON.
      *============================================================
       ANALIZAR-CLIENTES.
           MOVE 'SECCION 2: CLIENTES CONSULTADOS POR MUCHOS USUARIOS'
               TO TIT-SECCION.
           WRITE LINEA-INFORME FROM LINEA-TITULO-SECCION
               AFTER ADVANCING 3 LINES.
           OPEN INPUT F-ORD-DIA.
           MOVE SPACES TO WS-DNI-EN-CURSO.
           MOVE 'N' TO WS-FIN-ORDENADO.
           PERFORM UNTIL ORDENADO-FIN
               READ F-ORD-DIA
                   AT END
                       SET ORDENADO-FIN TO TRUE
                       IF WS-DNI-EN-CURSO NOT = SPACES
                           PERFORM CERRAR-CLIENTE
                       END-IF
                   NOT AT END
                       IF OD-DNI NOT = WS-DNI-EN-CURSO
                           IF WS-DNI-EN-CURSO NOT = SPACES
                               PERFORM CERRAR-CLIENTE
                           END-IF
                           MOVE OD-DNI TO WS-DNI-EN-CURSO
                           MOVE 0 TO WS-NUM-USUARIOS
                           MOVE SPACES TO WS-ULTIMO-USUARIO
                       END-IF
                       PERFORM ACUMULAR-USUARIO-CLIENTE
               END-READ
           END-PERFORM.
           CLOSE F-ORD-DIA.
           IF WS-ALERTAS-CLIENTE = 0
               WRITE LINEA-INFORME FROM LINEA-SIN-ALERTAS
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       ACUMULAR-USUARIO-CLIENTE.
           IF OD-USERID NOT = WS-ULTIMO-USUARIO
               MOVE OD-USERID TO WS-ULTIMO-USUARIO
               ADD 1 TO WS-NUM-USUARIOS
               IF WS-NUM-USUARIOS NOT > 50
                   MOVE OD-USERID TO WS-USU-ID(WS-NUM-USUARIOS)
                   MOVE 0 TO WS-USU-CONTADOR(WS-NUM-USUARIOS)
               END-IF
           END-IF.
           IF WS-NUM-USUARIOS NOT > 50
               ADD 1 TO WS-USU-CONTADOR(WS-NUM-USUARIOS)
           END-IF.
      *
       CERRAR-CLIENTE.
           IF WS-NUM-USUARIOS NOT < PARM-USUARIOS-CLIENTE
               MOVE 'CLIENTE CONSULTADO POR MUCHOS USUARIOS'
                    TO ALE-TIPO
               MOVE ' CLIENTE: ' TO ALE-ETIQUETA
               MOVE WS-DNI-EN-CURSO TO ALE-CLAVE
               WRITE LINEA-INFORME FROM LINEA-ALERTA
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NUM-USUARIOS OR WS-I > 50
                   MOVE WS-USU-ID(WS-I)       TO EVU-USERID
                   MOVE WS-USU-CONTADOR(WS-I) TO EVU-CONTADOR
                   WRITE LINEA-INFORME FROM LINEA-EVIDENCIA-USUARIO
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               ADD 1 TO WS-ALERTAS-CLIENTE
           END-IF.
      *============================================================
      * RESUMEN DE ALERTAS POR TIPO Y AVISO A PLANIFICACION
      *============================================================
       FIN-PROCESO.
           MOVE 'RESUMEN' TO TIT-SECCION.
           WRITE LINEA-INFORME FROM LINEA-TITULO-SECCION
               AFTER ADVANCING 3 LINES.
           MOVE 'CONSULTAS DEL DIA ANALIZADO:            '
               TO TOT-TITULO.
           MOVE WS-TOTAL-DIA TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'USUARIOS CON CONSULTAS EN EL DIA:       '
               TO TOT-TITULO.
           MOVE WS-USUARIOS-DIA TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'ALERTAS DE VOLUMEN SOBRE LA MEDIA:      '
               TO TOT-TITULO.
           MOVE WS-ALERTAS-VOLUMEN TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 2 LINES.
           MOVE 'ALERTAS FUERA DE HORARIO:               '
               TO TOT-TITULO.
           MOVE WS-ALERTAS-HORARIO TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'ALERTAS DE DNIS CONSECUTIVOS:           '
               TO TOT-TITULO.
           MOVE WS-ALERTAS-RACHA TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'ALERTAS DE CLIENTE CON MUCHOS USUARIOS: '
               TO TOT-TITULO.
           MOVE WS-ALERTAS-CLIENTE TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           MOVE 'ALERTAS DE USUARIO SIN PERFIL:          '
               TO TOT-TITULO.
           MOVE WS-ALERTAS-SIN-PERFIL TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 1 LINE.
           COMPUTE WS-TOTAL-ALERTAS =
               WS-ALERTAS-VOLUMEN + WS-ALERTAS-HORARIO
               + WS-ALERTAS-RACHA + WS-ALERTAS-CLIENTE
               + WS-ALERTAS-SIN-PERFIL.
           MOVE 'TOTAL DE ALERTAS:                       '
               TO TOT-TITULO.
           MOVE WS-TOTAL-ALERTAS TO TOT-CONTADOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-INFORME
               AFTER ADVANCING 2 LINES.
           CLOSE F-CLIENTES.
           CLOSE F-SEGURIDAD.
           CLOSE F-INFORME.
           DISPLAY 'LOG LEIDOS:             ' WS-TOTAL-LEIDOS.
           DISPLAY 'CONSULTAS EN VENTANA:   ' WS-TOTAL-VENTANA.
           DISPLAY 'CONSULTAS DEL DIA:      ' WS-TOTAL-DIA.
           DISPLAY 'ALERTAS EMITIDAS:       ' WS-TOTAL-ALERTAS.
           IF WS-TOTAL-ALERTAS > 0
               DISPLAY 'HAY ALERTAS, SE DEVUELVE AVISO RC=4'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *============================================================
      * CONTROL DE EJECUCIONES DE LA CADENA NOCTURNA (KSDS CNTLRUN
      * VIA EL SUBPROGRAMA CLNTCTL, CONSULTABLE CON LA TRANSACCION
      * CLNO)
      *============================================================
       ANOTAR-CONTROL-INICIO.
           MOVE 'CLNTVIG ' TO CTL-PROGRAMA.
           SET CTL-INICIO TO TRUE.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *
       ANOTAR-CONTROL-FIN.
           SET CTL-FIN TO TRUE.
           MOVE WS-TOTAL-LEIDOS TO CTL-LEIDOS.
           MOVE WS-TOTAL-VENTANA TO CTL-ESCRITOS.
           MOVE WS-TOTAL-ALERTAS TO CTL-RECHAZADOS.
           IF WS-TOTAL-ALERTAS > 0
               MOVE 'A' TO CTL-ESTADO-FIN
           ELSE
               MOVE 'C' TO CTL-ESTADO-FIN
           END-IF.
           CALL 'CLNTCTL' USING CONTROL-EJECUCION.
      *============================================================
      * UMBRALES DEL FICHERO CENTRAL CLNTPRM. EL RANGO DE CADA UNO
      * LO COMPRUEBA CLNTPAR; AQUI SOLO QUEDA LA RELACION ENTRE EL
      * INICIO Y EL FIN DEL HORARIO
      *============================================================
       LEER-UMBRALES.
           MOVE 'DIAS-MEDIA' TO PAC-NOMBRE.
           MOVE 999 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO PARM-DIAS-MEDIA.
           MOVE 'FACTOR-DECIMAS' TO PAC-NOMBRE.
           MOVE 999 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           COMPUTE PARM-FACTOR-MEDIA = PAC-VALOR / 10.
           MOVE 'MINIMO-DIARIO' TO PAC-NOMBRE.
           MOVE 99999 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO PARM-MINIMO-DIARIO.
           MOVE 'HORA-INICIO' TO PAC-NOMBRE.
           MOVE 2400 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO PARM-HORA-INICIO.
           MOVE 'HORA-FIN' TO PAC-NOMBRE.
           MOVE 2400 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO PARM-HORA-FIN.
           MOVE 'RACHA-DNIS' TO PAC-NOMBRE.
           MOVE 999 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO PARM-RACHA-DNIS.
           MOVE 'USUARIOS-CLIENTE' TO PAC-NOMBRE.
           MOVE 999 TO PAC-LIMITE.
           PERFORM LEER-PARAMETRO.
           MOVE PAC-VALOR TO PARM-USUARIOS-CLIENTE.
           IF PARM-HORA-INICIO NOT < PARM-HORA-FIN
               DISPLAY 'HORARIO DE OFICINA INCORRECTO: '
                       PARM-HORA-INICIO '-' PARM-HORA-FIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *============================================================
      * LECTURA DE UN PARAMETRO DEL FICHERO CENTRAL CLNTPRM. SI NO
      * ESTA DEFINIDO, NO TIENE VALOR VIGENTE O ESTA FUERA DE RANGO
      * CLNTPAR YA LO HA EXPLICADO POR SYSOUT Y SE TERMINA SIN
      * HACER NADA
      *============================================================
       LEER-PARAMETRO.
           MOVE 'CLNTVIG ' TO PAC-PROGRAMA.
           CALL 'CLNTPAR' USING PETICION-PARAMETRO.
           IF NOT PAC-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
