      *************************************************
      *  SUBPROGRAMA DE LECTURA DE PARAMETROS DE LA CADENA BATCH.
      *  LOS PROGRAMAS LO LLAMAN UNA VEZ POR PARAMETRO CON SU
      *  NOMBRE DE PROGRAMA Y EL DEL PARAMETRO, Y EL SUBPROGRAMA
      *  LEE EL KSDS CENTRAL DE PARAMETROS CLNTPRM Y DEVUELVE EL
      *  VALOR VIGENTE HOY: EL ACTUAL SI SU FECHA EFECTIVA YA HA
      *  LLEGADO, O SI NO EL ANTERIOR. SI EL PARAMETRO NO ESTA
      *  DEFINIDO, NO TIENE VALOR VIGENTE O EL VALOR ESTA FUERA DE
      *  SU RANGO O DE LO QUE ADMITE EL CAMPO DEL PROGRAMA, EXPLICA
      *  EL MOTIVO POR SYSOUT Y DEVUELVE UN RETORNO DISTINTO DE 00
      *  PARA QUE EL PROGRAMA TERMINE SIN HACER NADA. AL CONTRARIO
      *  QUE CLNTCTL, AQUI NO SE PUEDE SEGUIR SIN EL FICHERO: UN
      *  PROGRAMA SIN SUS PARAMETROS NO DEBE EJECUTARSE.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTPAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAMETROS ASSIGN TO CLNTPRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CLAVE
               FILE STATUS IS WS-ESTADO-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  F-PARAMETROS.
      *==============================================================
      * LAYOUT DEL REGISTRO DE PARAMETROS (COMPARTIDO CON LO ONLINE)
      *==============================================================
       COPY CLNTPRM.
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PARAMETROS           PIC X(2).
           88  PARAMETROS-OK                     VALUE '00'.
           88  PARAMETRO-NO-EXISTE               VALUE '23'.
       01  WS-FECHA-HOY                   PIC 9(8).
       01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY
                                          PIC X(8).
       LINKAGE SECTION.
      *==============================================================
      * PARAMETRO DE LA LLAMADA (COMPARTIDO CON LOS PROGRAMAS DE LA
      * CADENA A TRAVES DE LA COPY CLNTPAC)
      *==============================================================
       COPY CLNTPAC.
       PROCEDURE DIVISION USING PETICION-PARAMETRO.
       PROCESO-PRINCIPAL.
           MOVE 0 TO PAC-VALOR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT F-PARAMETROS.
           IF NOT PARAMETROS-OK
               DISPLAY 'ERROR AL ABRIR CLNTPRM: ' WS-ESTADO-PARAMETROS
               SET PAC-FICHERO-NO-DISPONIBLE TO TRUE
               GOBACK
           END-IF.
           MOVE PAC-PROGRAMA TO PRM-PROGRAMA.
           MOVE PAC-NOMBRE TO PRM-NOMBRE.
           READ F-PARAMETROS
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN PARAMETROS-OK
                   PERFORM TOMAR-VALOR-VIGENTE
               WHEN PARAMETRO-NO-EXISTE
                   DISPLAY 'PARAMETRO NO DEFINIDO EN CLNTPRM: '
                           PAC-PROGRAMA ' ' PAC-NOMBRE
                   SET PAC-NO-DEFINIDO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER CLNTPRM: '
                           WS-ESTADO-PARAMETROS ' '
                           PAC-PROGRAMA ' ' PAC-NOMBRE
                   SET PAC-FICHERO-NO-DISPONIBLE TO TRUE
           END-EVALUATE.
           CLOSE F-PARAMETROS.
           GOBACK.
      *============================================================
      * EL VALOR ACTUAL RIGE DESDE SU FECHA EFECTIVA; ANTES RIGE EL
      * ANTERIOR (SI LO HAY). EL VALOR VIGENTE SE COMPRUEBA CONTRA
      * EL RANGO AUNQUE LA CARGA Y LA PANTALLA YA LO HAGAN, POR SI
      * EL FICHERO SE HA TOCADO POR OTRA VIA.
      *============================================================
       TOMAR-VALOR-VIGENTE.
           SET PAC-OK TO TRUE.
           IF PRM-FECHA-EFECTIVA NOT > WS-FECHA-HOY-X
               MOVE PRM-VALOR TO PAC-VALOR
           ELSE
               IF PRM-CON-ANTERIOR
                   MOVE PRM-VALOR-ANTERIOR TO PAC-VALOR
               ELSE
                   DISPLAY 'PARAMETRO SIN VALOR VIGENTE HASTA EL '
                           PRM-FECHA-EFECTIVA ': '
                           PAC-PROGRAMA ' ' PAC-NOMBRE
                   SET PAC-NO-VIGENTE TO TRUE
               END-IF
           END-IF.
           IF PAC-OK
               IF PRM-VALOR-ANTERIOR IS NOT NUMERIC
                  OR PRM-VALOR IS NOT NUMERIC
                  OR PRM-MINIMO IS NOT NUMERIC
                  OR PRM-MAXIMO IS NOT NUMERIC
                  OR PAC-VALOR < PRM-MINIMO
                  OR PAC-VALOR > PRM-MAXIMO
                   DISPLAY 'PARAMETRO FUERA DE RANGO: '
                           PAC-PROGRAMA ' ' PAC-NOMBRE
                           ' VALOR ' PAC-VALOR
                           ' RANGO ' PRM-MINIMO '-' PRM-MAXIMO
                   SET PAC-FUERA-DE-RANGO TO TRUE
               END-IF
           END-IF.
           IF PAC-OK
               IF PAC-VALOR > PAC-LIMITE
                   DISPLAY 'PARAMETRO MAYOR QUE LO QUE ADMITE EL '
                           'PROGRAMA: ' PAC-PROGRAMA ' ' PAC-NOMBRE
                           ' VALOR ' PAC-VALOR ' LIMITE ' PAC-LIMITE
                   SET PAC-FUERA-DE-RANGO TO TRUE
               ELSE
                   DISPLAY 'PARAMETRO ' PAC-PROGRAMA ' '
                           PAC-NOMBRE ': ' PAC-VALOR
               END-IF
           END-IF.
