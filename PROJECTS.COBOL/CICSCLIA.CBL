      *************************************************
      *  MANTENIMIENTO ONLINE DEL FICHERO CENTRAL DE PARAMETROS DE
      *  LOS PROGRAMAS BATCH (CLNTPRM). CON INTRO SE CONSULTA EL
      *  PARAMETRO TECLEADO (PROGRAMA Y NOMBRE; SI FALTA ALGUNO, EL
      *  PRIMERO A PARTIR DE LO TECLEADO) Y CON PF8 SE RECORREN UNO
      *  A UNO. SE VE LA DESCRIPCION, EL VALOR VIGENTE HOY, EL
      *  ULTIMO VALOR GRABADO CON SU FECHA EFECTIVA, EL ANTERIOR, EL
      *  RANGO VALIDO Y QUIEN HIZO EL ULTIMO CAMBIO Y CUANDO. CON PF6
      *  SE CAMBIA EL PARAMETRO MOSTRADO: NUEVO VALOR (DENTRO DEL
      *  RANGO) Y FECHA EFECTIVA (HOY SI NO SE TECLEA, NUNCA
      *  ANTERIOR A HOY); HASTA ESA FECHA LOS PROGRAMAS SIGUEN CON
      *  EL VALOR ANTERIOR. SI OTRO USUARIO LO HA CAMBIADO DESDE LA
      *  CONSULTA SE RECHAZA EL CAMBIO. CADA CAMBIO QUEDA EN EL
      *  HISTORICO CLNTPRH CON LAS IMAGENES ANTES Y DESPUES. EL
      *  RANGO Y LOS PARAMETROS NUEVOS LOS DEFINE LA CARGA CLNTPRC.
      *  SOLO LOS USUARIOS CUYO PERFIL DE SEGURIDAD (CLNTSEG) TIENE
      *  EL INDICADOR DE ADMINISTRADOR PUEDEN USARLA.
      *************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNA.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *==============================================================
      * LA COPY MAPA GENERADO
      *==============================================================
       COPY CLNAMP.
      *==============================================================
      * FIN DE LA COPY DEL MAPA GENERADO
      *==============================================================
       01 MSG-FIN-SESION  PIC X(13) VALUE 'FIN DE SESION'.
       01 MI-COMMAREA.
           03 CA-ULT-CLAVE.
               05 CA-ULT-PROGRAMA         PIC X(8).
               05 CA-ULT-NOMBRE           PIC X(16).
           03 CA-SELLO.
               05 CA-SELLO-USUARIO        PIC X(8).
               05 CA-SELLO-FECHA          PIC X(8).
               05 CA-SELLO-HORA           PIC X(6).
      *==============================================================
      * LAYOUT DEL REGISTRO DE PARAMETROS Y DE SU HISTORICO
      *==============================================================
       COPY CLNTPRM.
       COPY CLNTPRH.
       01  RESPUESTA                      PIC S9(8)  COMP.
       01  RESPUESTA-PRH                  PIC S9(8)  COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-FECHA-HOY                   PIC X(8).
       01  WS-CLAVE-PARAMETRO.
           05  WS-CLAVE-PROGRAMA          PIC X(8).
           05  WS-CLAVE-NOMBRE            PIC X(16).
       01  WS-PRM-ANTERIOR                PIC X(128).
      *==============================================================
      * VALOR Y FECHA EFECTIVA TECLEADOS PARA EL CAMBIO
      *==============================================================
       01  WS-VALOR-NUEVO                 PIC 9(7).
       01  WS-VALOR-NUEVO-X REDEFINES WS-VALOR-NUEVO
                                          PIC X(7).
       01  WS-FECHA-NUEVA                 PIC X(8).
       01  WS-FECHA-NUEVA-N REDEFINES WS-FECHA-NUEVA.
           05  WS-FECHA-NUEVA-ANO         PIC 9(4).
           05  WS-FECHA-NUEVA-MES         PIC 9(2).
           05  WS-FECHA-NUEVA-DIA         PIC 9(2).
       01  WS-DATOS-VALIDOS               PIC X(2).
           88  DATOS-VALIDOS                     VALUE 'SI'.
           88  DATOS-INVALIDOS                   VALUE 'NO'.
      *==============================================================
      * PERFIL DE SEGURIDAD DEL USUARIO CONECTADO
      *==============================================================
       COPY CLNTSEG.
       01  WS-ES-ADMIN                    PIC X(1).
       01  WS-CLAVE-SEGURIDAD             PIC X(8).
      *============================================================
      * COPIAMOS AYUDAS DE BMS PARA HACER BONITO EL TERMINAL
      *============================================================
       COPY DFHAID.
       COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      *
        01  DFHCOMMAREA                    PIC X(46).
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO CLNAMPI
              MOVE SPACES TO MI-COMMAREA
              PERFORM MANDAR-MAPONLY
              PERFORM RETORNO-TRANS
           ELSE
              MOVE DFHCOMMAREA TO MI-COMMAREA
           END-IF.
      *============================================================
      * RECOGIDA DEL MAPA DEL USUARIO
      *============================================================
           EXEC CICS RECEIVE MAP('CLNAMP')
                   INTO(CLNAMPI)
                   NOHANDLE
              END-EXEC.
           IF EIBAID = DFHPF3
              PERFORM FIN-SESION
              EXEC CICS RETURN
              END-EXEC
           END-IF.
      *============================================================
      * CON PF6 Y PF8 NO HACE FALTA TECLEAR NADA: EL PARAMETRO DE
      * TRABAJO VIENE DE LA COMMAREA, ASI QUE EL MAPFAIL SOLO ES
      * ERROR CUANDO SE CONSULTA CON INTRO
      *============================================================
           EVALUATE EIBRESP
                    WHEN DFHRESP(NORMAL)
           CONTINUE
                    WHEN DFHRESP(MAPFAIL)
                    IF EIBAID = DFHPF6 OR EIBAID = DFHPF8
                        MOVE LOW-VALUES TO CLNAMPI
                    ELSE
                        PERFORM FALLO-MAPA
                        PERFORM RETORNO-TRANS
                    END-IF
           END-EVALUATE.
      *============================================================
      * SOLO LOS ADMINISTRADORES: INTRO CONSULTA, PF8 SIGUIENTE,
      * PF6 CAMBIA EL PARAMETRO MOSTRADO
      *============================================================
           PERFORM COMPROBAR-ADMINISTRADOR.
           IF WS-ES-ADMIN NOT = 'S'
               MOVE 'USUARIO NO AUTORIZADO A MANTENER PARAMETROS'
                    TO MSGO
           ELSE
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                         YYYYMMDD(WS-FECHA-HOY)
               END-EXEC
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF6
                       PERFORM CAMBIAR-PARAMETRO
                   WHEN EIBAID = DFHPF8
                       PERFORM SIGUIENTE-PARAMETRO
                   WHEN OTHER
                       PERFORM CONSULTAR-PARAMETRO
               END-EVALUATE
           END-IF.
      *============================================================
      * RESPUESTA AL MAPA
      *============================================================
           EXEC CICS SEND MAP('CLNAMP')
               DATAONLY
               FROM(CLNAMPO)
           END-EXEC.
           PERFORM RETORNO-TRANS.
      *============================================================
      * PROCEDIMIENTO DEL PSEUDO-CONVERSACIONAL
      *============================================================
       RETORNO-TRANS.
               EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(MI-COMMAREA)
                     LENGTH(46)
               END-EXEC.
               GOBACK.
      *============================================================
      * RESTO DE PROCEDIMIENTOS
      *============================================================
       MANDAR-MAPONLY.
               EXEC CICS SEND MAP('CLNAMP')
                     MAPONLY
                     ERASE
                     NOHANDLE
               END-EXEC.
      *
       FALLO-MAPA.
           MOVE DFHBLINK TO MSGH.
           MOVE 'INTRODUZCA PROGRAMA Y PARAMETRO O PULSE PF8' TO MSGO.
               EXEC CICS SEND MAP('CLNAMP')
                     ERASE
                     FROM(CLNAMPO)
                     NOHANDLE
               END-EXEC.
           PERFORM RETORNO-TRANS.
      *
       FIN-SESION.
           EXEC CICS
               SEND TEXT FROM(MSG-FIN-SESION)
                         ERASE
                         FREEKB
           END-EXEC.
      *============================================================
      * LEE EL PERFIL DEL USUARIO CONECTADO Y SE QUEDA CON SU
      * INDICADOR DE ADMINISTRADOR
      *============================================================
       COMPROBAR-ADMINISTRADOR.
           MOVE 'N' TO WS-ES-ADMIN.
           MOVE EIBUSERID TO WS-CLAVE-SEGURIDAD.
           EXEC CICS
               READ FILE('CLNTSEG')
                    INTO(REGISTRO-CLNTSEG)
                    RIDFLD(WS-CLAVE-SEGURIDAD)
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
              AND SEG-ADMIN-SI
               MOVE 'S' TO WS-ES-ADMIN
           END-IF.
      *============================================================
      * CONSULTA (INTRO) DEL PARAMETRO TECLEADO. CON PROGRAMA Y
      * NOMBRE SE LEE ESE; SI FALTA ALGUNO SE MUESTRA EL PRIMERO A
      * PARTIR DE LO TECLEADO
      *============================================================
       CONSULTAR-PARAMETRO.
           MOVE SPACES TO MI-COMMAREA.
           PERFORM LIMPIAR-PARAMETRO.
           IF PRGI = LOW-VALUES
               MOVE SPACES TO PRGI
           END-IF.
           IF NOMI = LOW-VALUES
               MOVE SPACES TO NOMI
           END-IF.
           MOVE PRGI TO WS-CLAVE-PROGRAMA.
           MOVE NOMI TO WS-CLAVE-NOMBRE.
           IF PRGI NOT = SPACES AND NOMI NOT = SPACES
               EXEC CICS
                   READ FILE('CLNTPRM')
                        INTO(REGISTRO-CLNTPRM)
                        RIDFLD(WS-CLAVE-PARAMETRO)
                        RESP(RESPUESTA)
               END-EXEC
               IF RESPUESTA = DFHRESP(NORMAL)
                   PERFORM MOSTRAR-PARAMETRO
                   PERFORM AVISAR-PARAMETRO
               ELSE
                   PERFORM FALLO-FICHERO
               END-IF
           ELSE
               IF NOMI = SPACES
                   MOVE LOW-VALUES TO WS-CLAVE-NOMBRE
               END-IF
               IF PRGI = SPACES
                   MOVE LOW-VALUES TO WS-CLAVE-PARAMETRO
               END-IF
               PERFORM PRIMER-PARAMETRO
           END-IF.
      *
       PRIMER-PARAMETRO.
           EXEC CICS
               STARTBR FILE('CLNTPRM')
                       RIDFLD(WS-CLAVE-PARAMETRO)
                       GTEQ
                       RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM LEER-SIGUIENTE-PARAMETRO
               EXEC CICS ENDBR FILE('CLNTPRM') END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN RESPUESTA = DFHRESP(NORMAL)
                   PERFORM MOSTRAR-PARAMETRO
                   PERFORM AVISAR-PARAMETRO
               WHEN RESPUESTA = DFHRESP(NOTFND)
                 OR RESPUESTA = DFHRESP(ENDFILE)
                   MOVE 'NO HAY PARAMETROS A PARTIR DE ESA CLAVE'
                        TO MSGO
               WHEN OTHER
                   PERFORM FALLO-FICHERO
           END-EVALUATE.
      *============================================================
      * PF8: SIGUIENTE PARAMETRO A PARTIR DEL ULTIMO MOSTRADO (LA
      * PRIMERA LECTURA PUEDE DEVOLVER DE NUEVO EL YA MOSTRADO Y SE
      * DESCARTA). SIN PARAMETRO MOSTRADO EMPIEZA POR EL PRIMERO.
      *============================================================
       SIGUIENTE-PARAMETRO.
           PERFORM LIMPIAR-PARAMETRO.
           IF CA-ULT-CLAVE = SPACES
               MOVE LOW-VALUES TO WS-CLAVE-PARAMETRO
           ELSE
               MOVE CA-ULT-CLAVE TO WS-CLAVE-PARAMETRO
           END-IF.
           EXEC CICS
               STARTBR FILE('CLNTPRM')
                       RIDFLD(WS-CLAVE-PARAMETRO)
                       GTEQ
                       RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM LEER-SIGUIENTE-PARAMETRO
               IF RESPUESTA = DFHRESP(NORMAL)
                  AND PRM-CLAVE = CA-ULT-CLAVE
                   PERFORM LEER-SIGUIENTE-PARAMETRO
               END-IF
               EXEC CICS ENDBR FILE('CLNTPRM') END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN RESPUESTA = DFHRESP(NORMAL)
                   PERFORM MOSTRAR-PARAMETRO
                   PERFORM AVISAR-PARAMETRO
               WHEN RESPUESTA = DFHRESP(NOTFND)
                 OR RESPUESTA = DFHRESP(ENDFILE)
                   MOVE SPACES TO MI-COMMAREA
                   MOVE 'NO HAY MAS PARAMETROS' TO MSGO
               WHEN OTHER
                   PERFORM FALLO-FICHERO
           END-EVALUATE.
      *
       LEER-SIGUIENTE-PARAMETRO.
           EXEC CICS
               READNEXT FILE('CLNTPRM')
                        INTO(REGISTRO-CLNTPRM)
                        RIDFLD(WS-CLAVE-PARAMETRO)
                        RESP(RESPUESTA)
           END-EXEC.
      *============================================================
      * PF6: CAMBIO DEL PARAMETRO MOSTRADO. HAY QUE HABERLO
      * CONSULTADO ANTES Y NADIE DEBE HABERLO CAMBIADO DESDE
      * ENTONCES. SIN VALOR TECLEADO SE CONSERVA EL ULTIMO GRABADO
      * (SOLO CAMBIA LA FECHA EFECTIVA); SIN FECHA, RIGE DESDE HOY.
      *============================================================
       CAMBIAR-PARAMETRO.
           IF CA-ULT-CLAVE = SPACES
               MOVE 'CONSULTE UN PARAMETRO ANTES DE CAMBIARLO'
                    TO MSGO
           ELSE
               PERFORM VALIDAR-CAMBIO
               IF DATOS-VALIDOS
                   PERFORM ACTUALIZAR-PARAMETRO
               END-IF
           END-IF.
      *
       VALIDAR-CAMBIO.
           SET DATOS-VALIDOS TO TRUE.
           IF VALI = LOW-VALUES OR VALI = SPACES
               MOVE SPACES TO WS-VALOR-NUEVO-X
           ELSE
               MOVE VALI TO WS-VALOR-NUEVO-X
               INSPECT WS-VALOR-NUEVO-X
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-VALOR-NUEVO IS NOT NUMERIC
                   SET DATOS-INVALIDOS TO TRUE
                   MOVE 'TECLEE EL VALOR CON 7 DIGITOS, CEROS DELANTE'
                        TO MSGO
               END-IF
           END-IF.
           IF EFEI = LOW-VALUES OR EFEI = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-NUEVA
           ELSE
               MOVE EFEI TO WS-FECHA-NUEVA
               IF WS-FECHA-NUEVA-N IS NOT NUMERIC
                  OR WS-FECHA-NUEVA-MES < 1
                  OR WS-FECHA-NUEVA-MES > 12
                  OR WS-FECHA-NUEVA-DIA < 1
                  OR WS-FECHA-NUEVA-DIA > 31
                  OR WS-FECHA-NUEVA < WS-FECHA-HOY
                   SET DATOS-INVALIDOS TO TRUE
                   MOVE 'FECHA EFECTIVA AAAAMMDD, HOY O POSTERIOR'
                        TO MSGO
               END-IF
           END-IF.
      *============================================================
      * LEE CON UPDATE, COMPRUEBA EL SELLO DE LA CONSULTA Y EL
      * RANGO, Y GRABA EL CAMBIO CON SU REGISTRO DE HISTORICO. SI EL
      * VALOR GRABADO YA ESTABA EN VIGOR PASA A SER EL ANTERIOR; SI
      * AUN NO LO ESTABA SE SUSTITUYE Y EL ANTERIOR SE CONSERVA.
      *============================================================
       ACTUALIZAR-PARAMETRO.
           MOVE CA-ULT-CLAVE TO WS-CLAVE-PARAMETRO.
           EXEC CICS
               READ FILE('CLNTPRM')
                    INTO(REGISTRO-CLNTPRM)
                    RIDFLD(WS-CLAVE-PARAMETRO)
                    UPDATE
                    RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA NOT = DFHRESP(NORMAL)
               PERFORM FALLO-FICHERO
           ELSE
               MOVE REGISTRO-CLNTPRM TO WS-PRM-ANTERIOR
               IF WS-VALOR-NUEVO-X = SPACES
                   MOVE PRM-VALOR TO WS-VALOR-NUEVO
               END-IF
               EVALUATE TRUE
                   WHEN PRM-USUARIO NOT = CA-SELLO-USUARIO
                     OR PRM-FECHA-CAMBIO NOT = CA-SELLO-FECHA
                     OR PRM-HORA-CAMBIO NOT = CA-SELLO-HORA
                       PERFORM LIBERAR-PARAMETRO
                       MOVE 'OTRO USUARIO LO HA CAMBIADO, REVISELO'
                            TO MSGO
                   WHEN WS-VALOR-NUEVO < PRM-MINIMO
                     OR WS-VALOR-NUEVO > PRM-MAXIMO
                       PERFORM LIBERAR-PARAMETRO
                       MOVE 'EL VALOR ESTA FUERA DEL RANGO PERMITIDO'
                            TO MSGO
                   WHEN WS-VALOR-NUEVO = PRM-VALOR
                    AND (WS-FECHA-NUEVA = PRM-FECHA-EFECTIVA
                      OR PRM-FECHA-EFECTIVA NOT > WS-FECHA-HOY)
                       PERFORM LIBERAR-PARAMETRO
                       MOVE 'NO HA CAMBIADO NADA' TO MSGO
                   WHEN OTHER
                       PERFORM GRABAR-CAMBIO
               END-EVALUATE
           END-IF.
      *
       LIBERAR-PARAMETRO.
           EXEC CICS
               UNLOCK FILE('CLNTPRM')
                      RESP(RESPUESTA)
           END-EXEC.
           PERFORM MOSTRAR-PARAMETRO.
      *
       GRABAR-CAMBIO.
           IF PRM-FECHA-EFECTIVA NOT > WS-FECHA-HOY
               MOVE PRM-VALOR TO PRM-VALOR-ANTERIOR
               MOVE 'S' TO PRM-HAY-ANTERIOR
           END-IF.
           MOVE WS-VALOR-NUEVO TO PRM-VALOR.
           MOVE WS-FECHA-NUEVA TO PRM-FECHA-EFECTIVA.
           MOVE EIBUSERID TO PRM-USUARIO.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(PRM-FECHA-CAMBIO)
                     TIME(PRM-HORA-CAMBIO)
           END-EXEC.
           EXEC CICS
               REWRITE FILE('CLNTPRM')
                       FROM(REGISTRO-CLNTPRM)
                       RESP(RESPUESTA)
           END-EXEC.
           IF RESPUESTA = DFHRESP(NORMAL)
               PERFORM REGISTRAR-HISTORICO
               PERFORM MOSTRAR-PARAMETRO
               IF PRM-FECHA-EFECTIVA > WS-FECHA-HOY
                   MOVE 'CAMBIO GRABADO, EN VIGOR EN LA FECHA EFECTIVA'
                        TO MSGO
               ELSE
                   MOVE 'CAMBIO GRABADO, EN VIGOR DESDE HOY' TO MSGO
               END-IF
           ELSE
               PERFORM FALLO-FICHERO
           END-IF.
      *============================================================
      * ESCRIBE EL REGISTRO DEL HISTORICO DE PARAMETROS CON LAS
      * IMAGENES ANTES Y DESPUES. SI YA EXISTE UN CAMBIO EN EL
      * MISMO SEGUNDO SE AVANZA LA SECUENCIA HASTA ENCONTRAR HUECO.
      *============================================================
       REGISTRAR-HISTORICO.
           MOVE PRM-PROGRAMA     TO PRH-PROGRAMA.
           MOVE PRM-NOMBRE       TO PRH-NOMBRE.
           MOVE PRM-FECHA-CAMBIO TO PRH-FECHA.
           MOVE PRM-HORA-CAMBIO  TO PRH-HORA.
           MOVE EIBUSERID        TO PRH-USERID.
           MOVE EIBTRMID         TO PRH-TERMID.
           MOVE WS-PRM-ANTERIOR  TO PRH-IMAGEN-ANTES.
           MOVE REGISTRO-CLNTPRM TO PRH-IMAGEN-DESPUES.
           MOVE 0 TO PRH-SECUENCIA.
           PERFORM GRABAR-HISTORICO.
           PERFORM UNTIL RESPUESTA-PRH NOT = DFHRESP(DUPREC)
                         OR PRH-SECUENCIA = 99
               ADD 1 TO PRH-SECUENCIA
               PERFORM GRABAR-HISTORICO
           END-PERFORM.
      *
       GRABAR-HISTORICO.
           EXEC CICS
               WRITE FILE('CLNTPRH')
                     FROM(REGISTRO-CLNTPRH)
                     RIDFLD(PRH-CLAVE)
                     RESP(RESPUESTA-PRH)
           END-EXEC.
      *============================================================
      * MUESTRA EL PARAMETRO Y GUARDA EN LA COMMAREA SU CLAVE Y EL
      * SELLO DEL ULTIMO CAMBIO. EL VALOR VIGENTE HOY SE CALCULA
      * IGUAL QUE EN LOS PROGRAMAS BATCH (SUBPROGRAMA CLNTPAR).
      *============================================================
       MOSTRAR-PARAMETRO.
           MOVE PRM-CLAVE        TO CA-ULT-CLAVE.
           MOVE PRM-USUARIO      TO CA-SELLO-USUARIO.
           MOVE PRM-FECHA-CAMBIO TO CA-SELLO-FECHA.
           MOVE PRM-HORA-CAMBIO  TO CA-SELLO-HORA.
           MOVE PRM-PROGRAMA     TO PRGO.
           MOVE PRM-NOMBRE       TO NOMO.
           MOVE PRM-DESCRIPCION  TO DESO.
           MOVE PRM-VALOR        TO VALO.
           MOVE PRM-FECHA-EFECTIVA TO EFEO.
           IF PRM-CON-ANTERIOR
               MOVE PRM-VALOR-ANTERIOR TO ANTO
           ELSE
               MOVE SPACES TO ANTO
           END-IF.
           IF PRM-FECHA-EFECTIVA NOT > WS-FECHA-HOY
               MOVE PRM-VALOR TO VIGO
           ELSE
               IF PRM-CON-ANTERIOR
                   MOVE PRM-VALOR-ANTERIOR TO VIGO
               ELSE
                   MOVE SPACES TO VIGO
               END-IF
           END-IF.
           MOVE PRM-MINIMO       TO MINO.
           MOVE PRM-MAXIMO       TO MAXO.
           MOVE PRM-USUARIO      TO USUO.
           MOVE PRM-FECHA-CAMBIO TO FCAO.
           MOVE PRM-HORA-CAMBIO  TO HCAO.
      *
       AVISAR-PARAMETRO.
           IF PRM-FECHA-EFECTIVA > WS-FECHA-HOY
               MOVE 'CAMBIO PENDIENTE DE LA FECHA EFECTIVA, PF6 CAMBIA'
                    TO MSGO
           ELSE
               MOVE 'PF6 CAMBIA EL VALOR, PF8 SIGUIENTE' TO MSGO
           END-IF.
      *
       LIMPIAR-PARAMETRO.
           MOVE SPACES TO DESO VIGO VALO EFEO ANTO MINO MAXO
                          USUO FCAO HCAO.
      *
       FALLO-FICHERO.
           EVALUATE RESPUESTA
               WHEN DFHRESP(NOTFND)
                   MOVE 'PARAMETRO NO DEFINIDO' TO MSGO
                   MOVE SPACES TO MI-COMMAREA
                   PERFORM LIMPIAR-PARAMETRO
               WHEN DFHRESP(NOTOPEN)
                   MOVE 'SERVICIO NO DISPONIBLE, INTENTELO MAS TARDE'
                        TO MSGO
               WHEN DFHRESP(DISABLED)
                   MOVE 'SERVICIO NO DISPONIBLE, INTENTELO MAS TARDE'
                        TO MSGO
               WHEN OTHER
                   EXEC CICS ABEND
                   END-EXEC
           END-EVALUATE.
      *
       FIN-PGM.
               EXEC CICS RETURN
               END-EXEC.
               GOBACK.
