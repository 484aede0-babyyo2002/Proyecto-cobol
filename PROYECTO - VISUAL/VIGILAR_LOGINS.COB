      ******************************************************************
      * AUTOR: MARILUZ
      * FECHA:28/09/2026
      * OBJETIVO: INFORME DIARIO DE SEGURIDAD SOBRE EL DIARIO DE LOGINS
      * (LOGINS.DAT Y SUS ARCHIVOS ANUALES LOGINS-AAAA.DAT). EL
      * BLOQUEO DE IDENTIFICACION SOLO VE FALLOS SEGUIDOS CONTRA UN
      * MISMO ALIAS; QUIEN PRUEBA UNA O DOS CLAVES CONTRA MUCHOS
      * ALIAS NO LO DISPARA NUNCA. AQUI SE ANALIZA EL DIA PEDIDO
      * (AAAAMMDD COMO PRIMER ARGUMENTO, HOY SI NO SE INDICA) CONTRA
      * LOS DIAS-HISTORIA ANTERIORES Y SE SACAN ESTOS HALLAZGOS, CADA
      * UNO CON SU GRAVEDAD:
      *   - RAFAGA: FALLOS CONTRA MIN-ALIAS-RAFAGA ALIAS DISTINTOS O
      *     MAS EN VENTANA-RAFAGA MINUTOS (ALTA);
      *   - EXITO-FALL: LOGIN CORRECTO TRAS MIN-FALLOS-EXITO FALLOS O
      *     MAS DEL MISMO ALIAS EN VENTANA-EXITO MINUTOS (MEDIA; ALTA
      *     SI ALGUNO DE ESOS FALLOS ERA PARTE DE UNA RAFAGA);
      *   - SUSPENDIDA: CLAVE CORRECTA CONTRA UNA CUENTA SUSPENDIDA
      *     (RESULTADO S, VER ACT_VENCIMIENTOS) (ALTA);
      *   - FIN-RELAC: LOGIN CORRECTO DE UNA CUENTA CON LA FECHA DE FIN
      *     YA PASADA QUE AUN NO SE HA SUSPENDIDO (ALTA);
      *   - DORMIDA: PRIMER LOGIN CORRECTO TRAS DIAS-DORMIDA DIAS O
      *     MAS SIN ENTRAR (MEDIA);
      *   - HORARIO: LOGIN CORRECTO A UNA HORA EN LA QUE EL USUARIO NO
      *     HA ENTRADO NUNCA EN LA HISTORIA (NI UNA HORA ANTES NI
      *     DESPUES), SI TIENE MIN-LOGINS-HABITO LOGINS PARA JUZGARLO
      *     (BAJA).
      * LOS HALLAZGOS DE GRAVEDAD ALTA SE AUDITAN COMO SOSPE (CAMPO =
      * TIPO DE HALLAZGO, SIN OPERADOR). CON S COMO SEGUNDO ARGUMENTO
      * SE APLICA ADEMAS EL BLOQUEO PREVENTIVO DEL ALIAS EN
      * INTENTOS-LOGIN.DAT (ESTADO B CON CERO FALLOS, AUDITADO COMO
      * BLOQP), QUE SE LEVANTA COMO CUALQUIER OTRO CON
      * DESBLOQUEAR_USUARIO. LAS RAFAGAS NO BLOQUEAN LOS ALIAS
      * ATACADOS: SERIA DARLE AL ATACANTE EL BLOQUEO DE TODOS ELLOS.
      * IDENTIFICACION REESCRIBE INTENTOS-LOGIN.DAT EN CADA LOGIN, ASI
      * QUE LOS BLOQUEOS SOLO SE APLICAN SIN SESIONES DE PANTALLA NI
      * FIN DE DIA EN CURSO, BAJO EL CANDADO A DE ESTE TRABAJO; SI LOS
      * HAY, EL INFORME SE SACA IGUAL Y LOS BLOQUEOS NO SE APLICAN.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.VIGILAR_LOGINS.
      ******************************************************************
      *                   ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIES ASSIGN TO 'USUARIES.IDX'
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS REG-USUARIES-CODIGO
                  ALTERNATE RECORD KEY IS REG-USUARIES-ALIAS
                  FILE STATUS IS FS-USUARIES.

           SELECT LOGINS ASSIGN TO 'LOGINS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LOGINS.

      *----ARCHIVOS ANUALES DEL DIARIO (VER ROLLOVER_DIARIOS).
           SELECT ARCHIVO ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARCHIVO.

           SELECT INTENTOS ASSIGN TO 'INTENTOS-LOGIN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-INTENTOS.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *----CANDADO DE SESIONES (VER GESTIONAR_LOCKS).
           SELECT SESIONES ASSIGN TO 'SESIONES-LOCK.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SESIONES.
      ******************************************************************
      *                       DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----MAESTRO INDEXADO; SOLO SE NOMBRAN LOS CAMPOS CLAVE.
       FD  USUARIES.
       01  REG-USUARIES.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----DIARIO DE LOGINS: RESULTADO O=CORRECTO, F=FALLIDO,
      *----B=CUENTA BLOQUEADA, S=CUENTA SUSPENDIDA.
       FD  LOGINS
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-LOGIN.
           05 LOGIN-CODIGO                    PIC 9(06).
           05 LOGIN-ALIAS                     PIC X(10).
           05 LOGIN-FECHA                     PIC 9(08).
           05 LOGIN-HORA                      PIC 9(08).
           05 LOGIN-RESULTADO                 PIC X(01).

      *----ARCHIVO ANUAL DEL DIARIO.
       FD  ARCHIVO
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-ARCHIVO                        PIC X(33).

      *----CONTADOR DE FALLOS POR ALIAS (ESTADO A=ACTIVA, B=BLOQUEADA).
       FD  INTENTOS
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-INTENTOS.
           05 INTENTOS-ALIAS                  PIC X(10).
           05 INTENTOS-FALLOS                 PIC 9(02).
           05 INTENTOS-ESTADO                 PIC X(01).

      *----FICHERO DE AUDITORIA.
       FD  AUDITORIA
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-AUD                            PIC X(43).

      *----CANDADO DE SESIONES: TIPO P = PANTALLA, A = APLICACION.
       FD  SESIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-SESION.
           05 SESION-TIPO                     PIC X(01).
           05 SESION-PROGRAMA                 PIC X(20).
           05 SESION-FECHA                    PIC 9(08).
           05 SESION-HORA                     PIC 9(08).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----FILE STATUS
       01  FS-USUARIES                       PIC 9(02).
       01  FS-LOGINS                         PIC 9(02).
       01  FS-ARCHIVO                        PIC 9(02).
       01  FS-INTENTOS                       PIC 9(02).
       01  FS-AUDITORIA                      PIC 9(02).
       01  FS-SESIONES                       PIC 9(02).
      *----AUXILIAR PARA COMPROBAR_FS.
       01  WS-FICHERO-CHK                    PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
       01  WS-PROGRAMA-CHK                   PIC X(20)
                                      VALUE "VIGILAR_LOGINS".
       01  WS-OPERACION-CHK                  PIC X(10) VALUE SPACES.
       01  WS-ESTADO-MAESTRO-CHK             PIC X(01) VALUE "I".
      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGUSUARIES.
           COPY REGAUDITORIA.

      *----UMBRALES DE LA VIGILANCIA.
       01  UMBRALES.
           03  DIAS-HISTORIA                 PIC 9(03)   VALUE 90.
           03  VENTANA-RAFAGA                PIC 9(04)   VALUE 10.
           03  MIN-ALIAS-RAFAGA              PIC 9(03)   VALUE 5.
           03  VENTANA-EXITO                 PIC 9(04)   VALUE 60.
           03  MIN-FALLOS-EXITO              PIC 9(03)   VALUE 2.
           03  DIAS-DORMIDA                  PIC 9(03)   VALUE 60.
           03  MIN-LOGINS-HABITO             PIC 9(03)   VALUE 10.

      *----PARAMETROS: DIA A ANALIZAR Y BLOQUEO PREVENTIVO (S/N).
       01  WS-ARGUMENTOS                     PIC X(20)   VALUE SPACES.
       01  WS-ARG-FECHA                      PIC X(10)   VALUE SPACES.
       01  WS-ARG-BLOQUEO                    PIC X(10)   VALUE SPACES.

      *----FECHAS DEL ANALISIS.
       01  WS-FECHA-HOY                      PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-HOY                       PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-DIA                      PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-DESDE                    PIC 9(08)   VALUE ZEROS.
       01  WS-DIA-JULIANO                    PIC 9(08)   VALUE ZEROS.
       01  WS-DIAS-SIN-ENTRAR                PIC 9(05)   VALUE ZEROS.

      *----RECORRIDO DE LOS ARCHIVOS ANUALES DE LA HISTORIA.
       01  WS-NOMBRE-ARCHIVO.
           05 FILLER                         PIC X(07)
                                      VALUE "LOGINS-".
           05 WS-ARCHIVO-ANNO                PIC 9(04).
           05 FILLER                         PIC X(04) VALUE ".DAT".
       01  WS-ANNO-DESDE                     PIC 9(04)   VALUE ZEROS.
       01  WS-ANNO-HASTA                     PIC 9(04)   VALUE ZEROS.
       01  WS-ANNO-EN-CURSO                  PIC 9(04)   VALUE ZEROS.

      *----HABITOS DE CADA USUARIO EN LA HISTORIA: ULTIMO LOGIN
      *----CORRECTO Y LOGINS CORRECTOS POR HORA DEL DIA.
       01  WS-NUM-PERFILES                   PIC 9(03)   VALUE ZEROS.
       01  WS-I-PER                          PIC 9(03)   VALUE ZEROS.
       01  WS-IND-PERFIL                     PIC 9(03)   VALUE ZEROS.
       01  TABLA-PERFILES.
           03  ELEM-PERFIL OCCURS 500 TIMES.
               05 ELEM-PER-CODIGO            PIC 9(06).
               05 ELEM-PER-ULTIMO-OK         PIC 9(08).
               05 ELEM-PER-TOTAL-OK          PIC 9(05).
               05 ELEM-PER-AVISO-HORARIO     PIC X(02).
               05 ELEM-PER-HORA OCCURS 24 TIMES
                                             PIC 9(04).

      *----LOGINS DEL DIA ANALIZADO, EN ORDEN DE LLEGADA.
       01  WS-NUM-EVENTOS                    PIC 9(04)   VALUE ZEROS.
       01  WS-I-EV                           PIC 9(04)   VALUE ZEROS.
       01  WS-J-EV                           PIC 9(04)   VALUE ZEROS.
       01  TABLA-EVENTOS.
           03  ELEM-EVENTO OCCURS 2000 TIMES.
               05 ELEM-EV-CODIGO             PIC 9(06).
               05 ELEM-EV-ALIAS              PIC X(10).
               05 ELEM-EV-HORA               PIC 9(08).
               05 ELEM-EV-MINUTO             PIC 9(04).
               05 ELEM-EV-RESULTADO          PIC X(01).
               05 ELEM-EV-RAFAGA             PIC X(01).

      *----ALIAS DISTINTOS DENTRO DE LA VENTANA DE UNA RAFAGA.
       01  WS-NUM-VENTANA                    PIC 9(03)   VALUE ZEROS.
       01  WS-I-VEN                          PIC 9(03)   VALUE ZEROS.
       01  WS-FALLOS-VENTANA                 PIC 9(04)   VALUE ZEROS.
       01  WS-ULTIMO-VENTANA                 PIC 9(04)   VALUE ZEROS.
       01  WS-MINUTO-LIMITE                  PIC 9(05)   VALUE ZEROS.
       01  TABLA-VENTANA.
           03  ELEM-VEN-ALIAS OCCURS 200 TIMES PIC X(10).

      *----FICHERO DE INTENTOS COMPLETO EN MEMORIA.
       01  WS-NUM-INTENTOS                   PIC 9(03)   VALUE ZEROS.
       01  WS-I-INT                          PIC 9(03)   VALUE ZEROS.
       01  WS-IND-INTENTO                    PIC 9(03)   VALUE ZEROS.
       01  TABLA-INTENTOS.
           03  ELEM-INTENTO OCCURS 200 TIMES.
               05 ELEM-INT-ALIAS             PIC X(10).
               05 ELEM-INT-FALLOS            PIC 9(02).
               05 ELEM-INT-ESTADO            PIC X(01).

      *----HALLAZGO EN CURSO.
       01  WS-HALLAZGO.
           05 HALL-GRAVEDAD                  PIC X(05).
           05 HALL-TIPO                      PIC X(10).
           05 HALL-CODIGO                    PIC 9(06).
           05 HALL-ALIAS                     PIC X(10).
           05 HALL-HORA                      PIC 9(08).
           05 HALL-TEXTO                     PIC X(50).
       01  WS-HORA-DESC.
           03  WS-HORA-HH                    PIC 9(02).
           03  WS-HORA-MI                    PIC 9(02).
           03  WS-HORA-SS                    PIC 9(02).
           03  WS-HORA-CC                    PIC 9(02).
       01  WS-HORA-FIN-DESC.
           03  WS-FIN-HH                     PIC 9(02).
           03  WS-FIN-MI                     PIC 9(02).
           03  FILLER                        PIC 9(04).
       01  WS-HORA-DEL-DIA                   PIC 9(02)   VALUE ZEROS.
       01  WS-HORA-ANTES                     PIC 9(02)   VALUE ZEROS.
       01  WS-HORA-DESPUES                   PIC 9(02)   VALUE ZEROS.
       01  WS-CIFRA-1                        PIC ZZZ9.
       01  WS-CIFRA-2                        PIC ZZZ9.

      *----FALLOS PREVIOS AL LOGIN CORRECTO EN CURSO.
       01  WS-FALLOS-PREVIOS                 PIC 9(04)   VALUE ZEROS.
       01  SW-FALLO-EN-RAFAGA                PIC X(02)   VALUE "NO".

      *----SWITCHES.
       01  SWITCHES.
           03  SW-EOF-LOGINS                 PIC X(02)   VALUE "NO".
           03  SW-EOF-ARCHIVO                PIC X(02)   VALUE "NO".
           03  SW-EOF-INTENTOS               PIC X(02)   VALUE "NO".
           03  SW-EOF-SESIONES               PIC X(02)   VALUE "NO".
           03  SW-SESIONES-ACTIVAS           PIC X(02)   VALUE "NO".
           03  SW-BLOQUEO-PREVENTIVO         PIC X(02)   VALUE "NO".
           03  SW-INTENTOS-CAMBIADOS         PIC X(02)   VALUE "NO".
           03  SW-FIN-VENTANA                PIC X(02)   VALUE "NO".
           03  SW-HALLADO                    PIC X(02)   VALUE "NO".
           03  SW-USUARIO-LEIDO              PIC X(02)   VALUE "NO".

      *----CANDADO DE ESTE TRABAJO (SE LIBERA AL TERMINAR) Y TABLA
      *----DEL FICHERO DE CANDADOS COMPLETO.
       01  WS-LOCK-PROPIO.
           05 WS-LOCK-FECHA                  PIC 9(08)   VALUE ZEROS.
           05 WS-LOCK-HORA                   PIC 9(08)   VALUE ZEROS.
       01  WS-NUM-SESIONES                   PIC 9(03)   VALUE ZEROS.
       01  WS-I-SES                          PIC 9(03)   VALUE ZEROS.
       01  TABLA-SESIONES.
           03  ELEM-SESION OCCURS 100 TIMES PIC X(37).
       01  WS-SESION-TRABAJO.
           05 TRAB-SESION-TIPO               PIC X(01).
           05 TRAB-SESION-PROGRAMA           PIC X(20).
           05 TRAB-SESION-FECHA              PIC 9(08).
           05 TRAB-SESION-HORA               PIC 9(08).

      *----CONTADORES.
       01  CONTADORES.
           03  CONTA-HISTORIA                PIC 9(07)   VALUE ZEROS.
           03  CONTA-DIA                     PIC 9(05)   VALUE ZEROS.
           03  CONTA-FALLOS-DIA              PIC 9(05)   VALUE ZEROS.
           03  CONTA-ALTA                    PIC 9(05)   VALUE ZEROS.
           03  CONTA-MEDIA                   PIC 9(05)   VALUE ZEROS.
           03  CONTA-BAJA                    PIC 9(05)   VALUE ZEROS.
           03  CONTA-BLOQUEOS                PIC 9(05)   VALUE ZEROS.
           03  CONTA-DESCARTADOS             PIC 9(05)   VALUE ZEROS.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO

           PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO
                                 UNTIL SW-EOF-LOGINS = "SI"

           PERFORM 4000-DETECTAR-RAFAGAS
               THRU 4000-FIN-DETECTAR-RAFAGAS

           PERFORM 5000-REVISAR-DIA THRU 5000-FIN-REVISAR-DIA

           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           DISPLAY "VIGILANCIA DE LOGINS SOSPECHOSOS"

           INITIALIZE SWITCHES
                      CONTADORES
           MOVE ZEROS TO WS-NUM-PERFILES
           MOVE ZEROS TO WS-NUM-EVENTOS
           MOVE ZEROS TO WS-NUM-INTENTOS

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY  FROM TIME

           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACES
               INTO WS-ARG-FECHA WS-ARG-BLOQUEO
           END-UNSTRING
           IF WS-ARG-FECHA NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-FECHA) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-ARG-FECHA) TO WS-FECHA-DIA
           END-IF
           IF WS-FECHA-DIA = ZEROS
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-DIA) NOT = 0
               OR WS-FECHA-DIA > WS-FECHA-HOY
               MOVE WS-FECHA-HOY TO WS-FECHA-DIA
           END-IF
           IF WS-ARG-BLOQUEO = "S"
               MOVE "SI" TO SW-BLOQUEO-PREVENTIVO
           END-IF

      *----LA HISTORIA SON LOS DIAS-HISTORIA DIAS ANTERIORES AL DIA.
           COMPUTE WS-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-DIA) - DIAS-HISTORIA
           MOVE FUNCTION DATE-OF-INTEGER (WS-DIA-JULIANO)
               TO WS-FECHA-DESDE

           DISPLAY "DIA ANALIZADO " WS-FECHA-DIA
                   "  HISTORIA DESDE " WS-FECHA-DESDE
           IF SW-BLOQUEO-PREVENTIVO = "SI"
               DISPLAY "CON BLOQUEO PREVENTIVO DE LOS ALIAS DE "
                       "GRAVEDAD ALTA"
           ELSE
               DISPLAY "SIN BLOQUEO PREVENTIVO (S COMO SEGUNDO "
                       "ARGUMENTO PARA APLICARLO)"
           END-IF
           DISPLAY " "

      *----LOS BLOQUEOS REESCRIBEN INTENTOS-LOGIN.DAT: SOLO SIN
      *----SESIONES NI FIN DE DIA EN CURSO, Y BAJO CANDADO PROPIO.
           IF SW-BLOQUEO-PREVENTIVO = "SI"
               PERFORM 1300-COMPROBAR-CANDADOS
                   THRU 1300-FIN-COMPROBAR-CANDADOS
               IF SW-SESIONES-ACTIVAS = "SI"
                   MOVE "NO" TO SW-BLOQUEO-PREVENTIVO
                   DISPLAY "HAY SESIONES DE PANTALLA O UN FIN DE DIA "
                           "EN CURSO: EL INFORME SE SACA PERO NO SE "
                           "APLICA NINGUN BLOQUEO"
                   DISPLAY " "
               ELSE
                   PERFORM 1350-REGISTRAR-CANDADO
                       THRU 1350-FIN-REGISTRAR-CANDADO
                   PERFORM 1200-CARGAR-INTENTOS
                       THRU 1200-FIN-CARGAR-INTENTOS
               END-IF
           END-IF

           OPEN INPUT USUARIES
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "USUARIES" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-USUARIES
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           PERFORM 1500-PROCESAR-ARCHIVOS
               THRU 1500-FIN-PROCESAR-ARCHIVOS

           OPEN INPUT LOGINS
           IF FS-LOGINS NOT = 00
               MOVE "SI" TO SW-EOF-LOGINS
               GO TO 1000-FIN-INICIO
           END-IF

           PERFORM 2100-LEER-LOGIN THRU 2100-FIN-LEER-LOGIN.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1200-CARGAR-INTENTOS.
      *----------------------
           MOVE ZEROS TO WS-NUM-INTENTOS
           MOVE "NO" TO SW-EOF-INTENTOS
           OPEN INPUT INTENTOS
           IF FS-INTENTOS = 00
               PERFORM 1250-LEER-INTENTO THRU 1250-FIN-LEER-INTENTO
                   UNTIL SW-EOF-INTENTOS = "SI"
               CLOSE INTENTOS
           END-IF.

       1200-FIN-CARGAR-INTENTOS.
      *--------------------------
           EXIT.

       1250-LEER-INTENTO.
      *-------------------
           READ INTENTOS
               AT END MOVE "SI" TO SW-EOF-INTENTOS
           NOT AT END
               IF WS-NUM-INTENTOS < 200
                   ADD 1 TO WS-NUM-INTENTOS
                   MOVE REG-INTENTOS
                       TO ELEM-INTENTO (WS-NUM-INTENTOS)
               END-IF
           END-READ.

       1250-FIN-LEER-INTENTO.
      *-----------------------
           EXIT.

      * SI LA HISTORIA ALCANZA ANNOS YA CORTADOS POR ROLLOVER_DIARIOS,
      * SE LEEN PRIMERO SUS ARCHIVOS LOGINS-AAAA.DAT.
       1500-PROCESAR-ARCHIVOS.
      *------------------------
           COMPUTE WS-ANNO-DESDE = WS-FECHA-DESDE / 10000
           COMPUTE WS-ANNO-HASTA = WS-FECHA-DIA / 10000

      *----SOLO HAY ARCHIVOS DE ANNOS ANTERIORES AL ACTUAL.
           IF WS-ANNO-HASTA NOT < WS-FECHA-HOY / 10000
               COMPUTE WS-ANNO-HASTA = WS-FECHA-HOY / 10000 - 1
           END-IF

           PERFORM 1600-LEER-ARCHIVO THRU 1600-FIN-LEER-ARCHIVO
               VARYING WS-ANNO-EN-CURSO FROM WS-ANNO-DESDE BY 1
               UNTIL WS-ANNO-EN-CURSO > WS-ANNO-HASTA.

       1500-FIN-PROCESAR-ARCHIVOS.
      *----------------------------
           EXIT.

       1600-LEER-ARCHIVO.
      *-------------------
           MOVE WS-ANNO-EN-CURSO TO WS-ARCHIVO-ANNO
           MOVE "NO" TO SW-EOF-ARCHIVO
           OPEN INPUT ARCHIVO
           IF FS-ARCHIVO NOT = 00
               GO TO 1600-FIN-LEER-ARCHIVO
           END-IF

           PERFORM 1700-TRATAR-ARCHIVADO
               THRU 1700-FIN-TRATAR-ARCHIVADO
               UNTIL SW-EOF-ARCHIVO = "SI"
           CLOSE ARCHIVO.

       1600-FIN-LEER-ARCHIVO.
      *-----------------------
           EXIT.

       1700-TRATAR-ARCHIVADO.
      *-----------------------
           READ ARCHIVO INTO REG-LOGIN
               AT END
                   MOVE "SI" TO SW-EOF-ARCHIVO
                   GO TO 1700-FIN-TRATAR-ARCHIVADO
           END-READ
           PERFORM 2200-CLASIFICAR-LOGIN THRU 2200-FIN-CLASIFICAR-LOGIN.

       1700-FIN-TRATAR-ARCHIVADO.
      *---------------------------
           EXIT.

       2000-PROCESO.
      *-------------
           PERFORM 2200-CLASIFICAR-LOGIN THRU 2200-FIN-CLASIFICAR-LOGIN

           PERFORM 2100-LEER-LOGIN THRU 2100-FIN-LEER-LOGIN.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-LEER-LOGIN.
      *-----------------
           READ LOGINS
               AT END MOVE "SI" TO SW-EOF-LOGINS
           END-READ

           MOVE "READ" TO WS-OPERACION-CHK
           MOVE "LOGINS" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-LOGINS
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK.

       2100-FIN-LEER-LOGIN.
      *---------------------
           EXIT.

      * LO ANTERIOR AL DIA ALIMENTA LOS HABITOS; LO DEL DIA SE GUARDA
      * PARA ANALIZARLO ENTERO AL FINAL.
       2200-CLASIFICAR-LOGIN.
      *-----------------------
           IF LOGIN-FECHA IS NOT NUMERIC
               OR LOGIN-HORA IS NOT NUMERIC
               OR LOGIN-FECHA < WS-FECHA-DESDE
               OR LOGIN-FECHA > WS-FECHA-DIA
               GO TO 2200-FIN-CLASIFICAR-LOGIN
           END-IF

           IF LOGIN-FECHA < WS-FECHA-DIA
               PERFORM 2300-ANOTAR-HISTORIA
                   THRU 2300-FIN-ANOTAR-HISTORIA
           ELSE
               PERFORM 2400-ANOTAR-DIA THRU 2400-FIN-ANOTAR-DIA
           END-IF.

       2200-FIN-CLASIFICAR-LOGIN.
      *---------------------------
           EXIT.

       2300-ANOTAR-HISTORIA.
      *----------------------
           IF LOGIN-RESULTADO NOT = "O"
               OR LOGIN-CODIGO = ZEROS
               GO TO 2300-FIN-ANOTAR-HISTORIA
           END-IF
           ADD 1 TO CONTA-HISTORIA

           MOVE LOGIN-CODIGO TO HALL-CODIGO
           PERFORM 2350-LOCALIZAR-PERFIL THRU 2350-FIN-LOCALIZAR-PERFIL
           IF WS-IND-PERFIL = ZEROS
               GO TO 2300-FIN-ANOTAR-HISTORIA
           END-IF

           IF LOGIN-FECHA > ELEM-PER-ULTIMO-OK (WS-IND-PERFIL)
               MOVE LOGIN-FECHA TO ELEM-PER-ULTIMO-OK (WS-IND-PERFIL)
           END-IF
           ADD 1 TO ELEM-PER-TOTAL-OK (WS-IND-PERFIL)
           MOVE LOGIN-HORA TO WS-HORA-DESC
           ADD 1 TO ELEM-PER-HORA (WS-IND-PERFIL, WS-HORA-HH + 1).

       2300-FIN-ANOTAR-HISTORIA.
      *--------------------------
           EXIT.

      * BUSCA EL PERFIL DE HALL-CODIGO Y LO CREA SI NO EXISTE
      * (WS-IND-PERFIL A CERO SI LA TABLA ESTA LLENA).
       2350-LOCALIZAR-PERFIL.
      *-----------------------
           MOVE ZEROS TO WS-IND-PERFIL
           PERFORM 2360-BUSCAR-PERFIL THRU 2360-FIN-BUSCAR-PERFIL
               VARYING WS-I-PER FROM 1 BY 1
               UNTIL WS-I-PER > WS-NUM-PERFILES
               OR WS-IND-PERFIL > ZEROS

           IF WS-IND-PERFIL = ZEROS
               IF WS-NUM-PERFILES < 500
                   ADD 1 TO WS-NUM-PERFILES
                   MOVE WS-NUM-PERFILES TO WS-IND-PERFIL
                   INITIALIZE ELEM-PERFIL (WS-IND-PERFIL)
                   MOVE HALL-CODIGO TO ELEM-PER-CODIGO (WS-IND-PERFIL)
                   MOVE "NO" TO ELEM-PER-AVISO-HORARIO (WS-IND-PERFIL)
               ELSE
                   ADD 1 TO CONTA-DESCARTADOS
               END-IF
           END-IF.

       2350-FIN-LOCALIZAR-PERFIL.
      *---------------------------
           EXIT.

       2360-BUSCAR-PERFIL.
      *--------------------
           IF ELEM-PER-CODIGO (WS-I-PER) = HALL-CODIGO
               MOVE WS-I-PER TO WS-IND-PERFIL
           END-IF.

       2360-FIN-BUSCAR-PERFIL.
      *------------------------
           EXIT.

       2400-ANOTAR-DIA.
      *-----------------
           IF WS-NUM-EVENTOS >= 2000
               ADD 1 TO CONTA-DESCARTADOS
               GO TO 2400-FIN-ANOTAR-DIA
           END-IF
           ADD 1 TO CONTA-DIA
           IF LOGIN-RESULTADO = "F" OR LOGIN-RESULTADO = "B"
               ADD 1 TO CONTA-FALLOS-DIA
           END-IF

           ADD 1 TO WS-NUM-EVENTOS
           MOVE LOGIN-HORA TO WS-HORA-DESC
           MOVE LOGIN-CODIGO    TO ELEM-EV-CODIGO (WS-NUM-EVENTOS)
           MOVE LOGIN-ALIAS     TO ELEM-EV-ALIAS (WS-NUM-EVENTOS)
           MOVE LOGIN-HORA      TO ELEM-EV-HORA (WS-NUM-EVENTOS)
           COMPUTE ELEM-EV-MINUTO (WS-NUM-EVENTOS) =
               WS-HORA-HH * 60 + WS-HORA-MI
           MOVE LOGIN-RESULTADO TO ELEM-EV-RESULTADO (WS-NUM-EVENTOS)
           MOVE "N"             TO ELEM-EV-RAFAGA (WS-NUM-EVENTOS).

       2400-FIN-ANOTAR-DIA.
      *---------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE LOGINS
                 USUARIES

           IF SW-INTENTOS-CAMBIADOS = "SI"
               PERFORM 3300-GRABAR-INTENTOS
                   THRU 3300-FIN-GRABAR-INTENTOS
           END-IF
           IF SW-BLOQUEO-PREVENTIVO = "SI"
               PERFORM 3100-LIBERAR-CANDADO
                   THRU 3100-FIN-LIBERAR-CANDADO
           END-IF

           DISPLAY " "
           DISPLAY "----------------------------------------------"
           DISPLAY "LOGINS CORRECTOS EN LA HISTORIA..: " CONTA-HISTORIA
           DISPLAY "LOGINS DEL DIA...................: " CONTA-DIA
           DISPLAY "  FALLIDOS O CONTRA BLOQUEADA....: "
                   CONTA-FALLOS-DIA
           DISPLAY "HALLAZGOS DE GRAVEDAD ALTA.......: " CONTA-ALTA
           DISPLAY "HALLAZGOS DE GRAVEDAD MEDIA......: " CONTA-MEDIA
           DISPLAY "HALLAZGOS DE GRAVEDAD BAJA.......: " CONTA-BAJA
           DISPLAY "BLOQUEOS PREVENTIVOS APLICADOS...: " CONTA-BLOQUEOS
           IF CONTA-DESCARTADOS > ZEROS
               DISPLAY "AVISO: " CONTA-DESCARTADOS " LOGINS NO CABEN "
                       "EN LAS TABLAS Y NO SE HAN ANALIZADO"
           END-IF
           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3300-GRABAR-INTENTOS.
      *----------------------
           OPEN OUTPUT INTENTOS
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "INTENTOS" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-INTENTOS
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           PERFORM 3350-GRABAR-INTENTO THRU 3350-FIN-GRABAR-INTENTO
               VARYING WS-I-INT FROM 1 BY 1
               UNTIL WS-I-INT > WS-NUM-INTENTOS

           CLOSE INTENTOS.

       3300-FIN-GRABAR-INTENTOS.
      *--------------------------
           EXIT.

       3350-GRABAR-INTENTO.
      *---------------------
           MOVE ELEM-INTENTO (WS-I-INT) TO REG-INTENTOS
           WRITE REG-INTENTOS.

       3350-FIN-GRABAR-INTENTO.
      *-------------------------
           EXIT.

      * RECORRE LOS FALLOS DEL DIA (F Y B) EN ORDEN: SI DESDE UNO DE
      * ELLOS, EN LOS VENTANA-RAFAGA MINUTOS SIGUIENTES, HAY FALLOS
      * CONTRA MIN-ALIAS-RAFAGA ALIAS DISTINTOS, ES UNA RAFAGA. SUS
      * FALLOS QUEDAN MARCADOS Y EL RECORRIDO SIGUE TRAS EL ULTIMO,
      * PARA NO CONTAR LA MISMA RAFAGA DOS VECES.
       4000-DETECTAR-RAFAGAS.
      *-----------------------
           MOVE 1 TO WS-I-EV
           PERFORM 4100-VALORAR-RAFAGA THRU 4100-FIN-VALORAR-RAFAGA
               UNTIL WS-I-EV > WS-NUM-EVENTOS.

       4000-FIN-DETECTAR-RAFAGAS.
      *---------------------------
           EXIT.

       4100-VALORAR-RAFAGA.
      *---------------------
           IF ELEM-EV-RESULTADO (WS-I-EV) NOT = "F"
               AND ELEM-EV-RESULTADO (WS-I-EV) NOT = "B"
               ADD 1 TO WS-I-EV
               GO TO 4100-FIN-VALORAR-RAFAGA
           END-IF

           MOVE 1 TO WS-NUM-VENTANA
           MOVE ELEM-EV-ALIAS (WS-I-EV) TO ELEM-VEN-ALIAS (1)
           MOVE 1 TO WS-FALLOS-VENTANA
           MOVE WS-I-EV TO WS-ULTIMO-VENTANA
           COMPUTE WS-MINUTO-LIMITE =
               ELEM-EV-MINUTO (WS-I-EV) + VENTANA-RAFAGA
           MOVE "NO" TO SW-FIN-VENTANA
           COMPUTE WS-J-EV = WS-I-EV + 1
           PERFORM 4200-AMPLIAR-VENTANA THRU 4200-FIN-AMPLIAR-VENTANA
               UNTIL SW-FIN-VENTANA = "SI"

           IF WS-NUM-VENTANA < MIN-ALIAS-RAFAGA
               ADD 1 TO WS-I-EV
               GO TO 4100-FIN-VALORAR-RAFAGA
           END-IF

           PERFORM 4300-MARCAR-RAFAGA THRU 4300-FIN-MARCAR-RAFAGA
               VARYING WS-J-EV FROM WS-I-EV BY 1
               UNTIL WS-J-EV > WS-ULTIMO-VENTANA

           MOVE ELEM-EV-HORA (WS-I-EV)           TO WS-HORA-DESC
           MOVE ELEM-EV-HORA (WS-ULTIMO-VENTANA) TO WS-HORA-FIN-DESC
           MOVE WS-NUM-VENTANA    TO WS-CIFRA-1
           MOVE WS-FALLOS-VENTANA TO WS-CIFRA-2
           MOVE SPACES TO HALL-TEXTO
           STRING "HASTA LAS " WS-FIN-HH ":" WS-FIN-MI ", "
                  FUNCTION TRIM (WS-CIFRA-2) " FALLOS CONTRA "
                  FUNCTION TRIM (WS-CIFRA-1) " ALIAS"
                  DELIMITED BY SIZE INTO HALL-TEXTO
           END-STRING
           MOVE "ALTA"                   TO HALL-GRAVEDAD
           MOVE "RAFAGA"                 TO HALL-TIPO
           MOVE ZEROS                    TO HALL-CODIGO
           MOVE SPACES                   TO HALL-ALIAS
           MOVE ELEM-EV-HORA (WS-I-EV)   TO HALL-HORA
           PERFORM 5900-ANOTAR-HALLAZGO THRU 5900-FIN-ANOTAR-HALLAZGO

           COMPUTE WS-I-EV = WS-ULTIMO-VENTANA + 1.

       4100-FIN-VALORAR-RAFAGA.
      *-------------------------
           EXIT.

       4200-AMPLIAR-VENTANA.
      *----------------------
           IF WS-J-EV > WS-NUM-EVENTOS
               MOVE "SI" TO SW-FIN-VENTANA
               GO TO 4200-FIN-AMPLIAR-VENTANA
           END-IF
           IF ELEM-EV-MINUTO (WS-J-EV) > WS-MINUTO-LIMITE
               MOVE "SI" TO SW-FIN-VENTANA
               GO TO 4200-FIN-AMPLIAR-VENTANA
           END-IF

           IF ELEM-EV-RESULTADO (WS-J-EV) = "F"
               OR ELEM-EV-RESULTADO (WS-J-EV) = "B"
               ADD 1 TO WS-FALLOS-VENTANA
               MOVE WS-J-EV TO WS-ULTIMO-VENTANA
               MOVE "NO" TO SW-HALLADO
               PERFORM 4250-BUSCAR-ALIAS-VENTANA
                   THRU 4250-FIN-BUSCAR-ALIAS-VENTANA
                   VARYING WS-I-VEN FROM 1 BY 1
                   UNTIL WS-I-VEN > WS-NUM-VENTANA
                   OR SW-HALLADO = "SI"
               IF SW-HALLADO = "NO"
                   AND WS-NUM-VENTANA < 200
                   ADD 1 TO WS-NUM-VENTANA
                   MOVE ELEM-EV-ALIAS (WS-J-EV)
                       TO ELEM-VEN-ALIAS (WS-NUM-VENTANA)
               END-IF
           END-IF

           ADD 1 TO WS-J-EV.

       4200-FIN-AMPLIAR-VENTANA.
      *--------------------------
           EXIT.

       4250-BUSCAR-ALIAS-VENTANA.
      *---------------------------
           IF ELEM-VEN-ALIAS (WS-I-VEN) = ELEM-EV-ALIAS (WS-J-EV)
               MOVE "SI" TO SW-HALLADO
           END-IF.

       4250-FIN-BUSCAR-ALIAS-VENTANA.
      *-------------------------------
           EXIT.

       4300-MARCAR-RAFAGA.
      *--------------------
           IF ELEM-EV-RESULTADO (WS-J-EV) = "F"
               OR ELEM-EV-RESULTADO (WS-J-EV) = "B"
               MOVE "S" TO ELEM-EV-RAFAGA (WS-J-EV)
           END-IF.

       4300-FIN-MARCAR-RAFAGA.
      *------------------------
           EXIT.

       5000-REVISAR-DIA.
      *-----------------
           PERFORM 5100-REVISAR-LOGIN THRU 5100-FIN-REVISAR-LOGIN
               VARYING WS-I-EV FROM 1 BY 1
               UNTIL WS-I-EV > WS-NUM-EVENTOS.

       5000-FIN-REVISAR-DIA.
      *---------------------
           EXIT.

       5100-REVISAR-LOGIN.
      *--------------------
           MOVE ELEM-EV-CODIGO (WS-I-EV) TO HALL-CODIGO
           MOVE ELEM-EV-ALIAS (WS-I-EV)  TO HALL-ALIAS
           MOVE ELEM-EV-HORA (WS-I-EV)   TO HALL-HORA

      *----IDENTIFICACION SOLO ANOTA S CON LA CLAVE CORRECTA.
           IF ELEM-EV-RESULTADO (WS-I-EV) = "S"
               MOVE "ALTA"       TO HALL-GRAVEDAD
               MOVE "SUSPENDIDA" TO HALL-TIPO
               MOVE "CLAVE CORRECTA CONTRA UNA CUENTA SUSPENDIDA"
                   TO HALL-TEXTO
               PERFORM 5900-ANOTAR-HALLAZGO
                   THRU 5900-FIN-ANOTAR-HALLAZGO
               GO TO 5100-FIN-REVISAR-LOGIN
           END-IF

           IF ELEM-EV-RESULTADO (WS-I-EV) NOT = "O"
               OR ELEM-EV-CODIGO (WS-I-EV) = ZEROS
               GO TO 5100-FIN-REVISAR-LOGIN
           END-IF

           MOVE "NO" TO SW-USUARIO-LEIDO
           MOVE ELEM-EV-CODIGO (WS-I-EV) TO REG-USUARIES-CODIGO
           READ USUARIES KEY IS REG-USUARIES-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-USUARIES TO REGUSUA
                   MOVE "SI" TO SW-USUARIO-LEIDO
           END-READ

           PERFORM 5300-FIN-RELACION THRU 5300-FIN-FIN-RELACION
           PERFORM 5400-EXITO-TRAS-FALLOS
               THRU 5400-FIN-EXITO-TRAS-FALLOS

           PERFORM 2350-LOCALIZAR-PERFIL THRU 2350-FIN-LOCALIZAR-PERFIL
           IF WS-IND-PERFIL = ZEROS
               GO TO 5100-FIN-REVISAR-LOGIN
           END-IF
           PERFORM 5500-CUENTA-DORMIDA THRU 5500-FIN-CUENTA-DORMIDA
           PERFORM 5600-FUERA-DE-HORARIO
               THRU 5600-FIN-FUERA-DE-HORARIO

      *----LOS SIGUIENTES LOGINS DEL DIA YA NO SON DE CUENTA DORMIDA.
           MOVE WS-FECHA-DIA TO ELEM-PER-ULTIMO-OK (WS-IND-PERFIL).

       5100-FIN-REVISAR-LOGIN.
      *------------------------
           EXIT.

      * CUENTA CON FECHA DE FIN PASADA QUE ACT_VENCIMIENTOS AUN NO HA
      * SUSPENDIDO: EL LOGIN HA ENTRADO Y NO DEBERIA.
       5300-FIN-RELACION.
      *-------------------
           IF SW-USUARIO-LEIDO = "NO"
               GO TO 5300-FIN-FIN-RELACION
           END-IF
           IF REGUSUA-FECHA-FIN IS NOT NUMERIC
               OR REGUSUA-FECHA-FIN = ZEROS
               OR REGUSUA-FECHA-FIN NOT < WS-FECHA-DIA
               GO TO 5300-FIN-FIN-RELACION
           END-IF

           MOVE "ALTA"      TO HALL-GRAVEDAD
           MOVE "FIN-RELAC" TO HALL-TIPO
           MOVE SPACES TO HALL-TEXTO
           STRING "ENTRA CON LA FECHA DE FIN (" REGUSUA-FECHA-FIN
                  ") YA PASADA"
                  DELIMITED BY SIZE INTO HALL-TEXTO
           END-STRING
           PERFORM 5900-ANOTAR-HALLAZGO THRU 5900-FIN-ANOTAR-HALLAZGO.

       5300-FIN-FIN-RELACION.
      *----------------------
           EXIT.

      * FALLOS DEL MISMO ALIAS DESDE SU ULTIMO LOGIN CORRECTO Y DENTRO
      * DE LOS VENTANA-EXITO MINUTOS ANTERIORES.
       5400-EXITO-TRAS-FALLOS.
      *------------------------
           MOVE ZEROS TO WS-FALLOS-PREVIOS
           MOVE "NO" TO SW-FALLO-EN-RAFAGA
           PERFORM 5410-CONTAR-FALLO THRU 5410-FIN-CONTAR-FALLO
               VARYING WS-J-EV FROM 1 BY 1
               UNTIL WS-J-EV NOT < WS-I-EV

           IF WS-FALLOS-PREVIOS < MIN-FALLOS-EXITO
               GO TO 5400-FIN-EXITO-TRAS-FALLOS
           END-IF

           IF SW-FALLO-EN-RAFAGA = "SI"
               MOVE "ALTA"  TO HALL-GRAVEDAD
           ELSE
               MOVE "MEDIA" TO HALL-GRAVEDAD
           END-IF
           MOVE "EXITO-FALL" TO HALL-TIPO
           MOVE WS-FALLOS-PREVIOS TO WS-CIFRA-1
           MOVE SPACES TO HALL-TEXTO
           IF SW-FALLO-EN-RAFAGA = "SI"
               STRING "ENTRA TRAS " FUNCTION TRIM (WS-CIFRA-1)
                      " FALLOS, PARTE DE UNA RAFAGA"
                      DELIMITED BY SIZE INTO HALL-TEXTO
               END-STRING
           ELSE
               STRING "ENTRA TRAS " FUNCTION TRIM (WS-CIFRA-1)
                      " FALLOS SEGUIDOS"
                      DELIMITED BY SIZE INTO HALL-TEXTO
               END-STRING
           END-IF
           PERFORM 5900-ANOTAR-HALLAZGO THRU 5900-FIN-ANOTAR-HALLAZGO.

       5400-FIN-EXITO-TRAS-FALLOS.
      *----------------------------
           EXIT.

       5410-CONTAR-FALLO.
      *-------------------
           IF ELEM-EV-ALIAS (WS-J-EV) NOT = ELEM-EV-ALIAS (WS-I-EV)
               GO TO 5410-FIN-CONTAR-FALLO
           END-IF
           IF ELEM-EV-RESULTADO (WS-J-EV) = "O"
               MOVE ZEROS TO WS-FALLOS-PREVIOS
               MOVE "NO" TO SW-FALLO-EN-RAFAGA
               GO TO 5410-FIN-CONTAR-FALLO
           END-IF
           IF ELEM-EV-RESULTADO (WS-J-EV) = "F"
               AND ELEM-EV-MINUTO (WS-I-EV) - ELEM-EV-MINUTO (WS-J-EV)
                   NOT > VENTANA-EXITO
               ADD 1 TO WS-FALLOS-PREVIOS
               IF ELEM-EV-RAFAGA (WS-J-EV) = "S"
                   MOVE "SI" TO SW-FALLO-EN-RAFAGA
               END-IF
           END-IF.

       5410-FIN-CONTAR-FALLO.
      *-----------------------
           EXIT.

      * SIN LOGIN CORRECTO EN LA HISTORIA SE MIRA LA ULTIMA ACTIVIDAD
      * DEL MAESTRO; UNA CUENTA NUEVA (SIN ACTIVIDAD) NO ES DORMIDA.
       5500-CUENTA-DORMIDA.
      *---------------------
           MOVE ZEROS TO WS-DIA-JULIANO
           IF ELEM-PER-ULTIMO-OK (WS-IND-PERFIL) > ZEROS
               MOVE FUNCTION INTEGER-OF-DATE
                   (ELEM-PER-ULTIMO-OK (WS-IND-PERFIL))
                   TO WS-DIA-JULIANO
           ELSE
               IF SW-USUARIO-LEIDO = "SI"
                   AND REGUSUA-ULTIMA-ACTIVIDAD IS NUMERIC
                   AND REGUSUA-ULTIMA-ACTIVIDAD > ZEROS
                   AND REGUSUA-ULTIMA-ACTIVIDAD < WS-FECHA-DIA
                   MOVE FUNCTION INTEGER-OF-DATE
                       (REGUSUA-ULTIMA-ACTIVIDAD) TO WS-DIA-JULIANO
               END-IF
           END-IF
           IF WS-DIA-JULIANO = ZEROS
               GO TO 5500-FIN-CUENTA-DORMIDA
           END-IF

           COMPUTE WS-DIAS-SIN-ENTRAR =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-DIA) - WS-DIA-JULIANO
           IF WS-DIAS-SIN-ENTRAR < DIAS-DORMIDA
               GO TO 5500-FIN-CUENTA-DORMIDA
           END-IF

           MOVE "MEDIA"   TO HALL-GRAVEDAD
           MOVE "DORMIDA" TO HALL-TIPO
           MOVE WS-DIAS-SIN-ENTRAR TO WS-CIFRA-1
           MOVE SPACES TO HALL-TEXTO
           STRING "PRIMER LOGIN TRAS " FUNCTION TRIM (WS-CIFRA-1)
                  " DIAS SIN ENTRAR"
                  DELIMITED BY SIZE INTO HALL-TEXTO
           END-STRING
           PERFORM 5900-ANOTAR-HALLAZGO THRU 5900-FIN-ANOTAR-HALLAZGO.

       5500-FIN-CUENTA-DORMIDA.
      *-------------------------
           EXIT.

      * UNA HORA ES HABITUAL SI EL USUARIO HA ENTRADO ALGUNA VEZ EN
      * ELLA O EN LA ANTERIOR O LA SIGUIENTE. SE AVISA UNA VEZ POR
      * USUARIO Y DIA.
       5600-FUERA-DE-HORARIO.
      *-----------------------
           IF ELEM-PER-TOTAL-OK (WS-IND-PERFIL) < MIN-LOGINS-HABITO
               OR ELEM-PER-AVISO-HORARIO (WS-IND-PERFIL) = "SI"
               GO TO 5600-FIN-FUERA-DE-HORARIO
           END-IF

           MOVE ELEM-EV-HORA (WS-I-EV) TO WS-HORA-DESC
           MOVE WS-HORA-HH TO WS-HORA-DEL-DIA
           IF WS-HORA-DEL-DIA = ZEROS
               MOVE 23 TO WS-HORA-ANTES
           ELSE
               COMPUTE WS-HORA-ANTES = WS-HORA-DEL-DIA - 1
           END-IF
           IF WS-HORA-DEL-DIA = 23
               MOVE ZEROS TO WS-HORA-DESPUES
           ELSE
               COMPUTE WS-HORA-DESPUES = WS-HORA-DEL-DIA + 1
           END-IF

           IF ELEM-PER-HORA (WS-IND-PERFIL, WS-HORA-DEL-DIA + 1) > 0
               OR ELEM-PER-HORA (WS-IND-PERFIL, WS-HORA-ANTES + 1) > 0
               OR ELEM-PER-HORA (WS-IND-PERFIL, WS-HORA-DESPUES + 1)
                   > 0
               GO TO 5600-FIN-FUERA-DE-HORARIO
           END-IF

           MOVE "SI" TO ELEM-PER-AVISO-HORARIO (WS-IND-PERFIL)
           MOVE "BAJA"    TO HALL-GRAVEDAD
           MOVE "HORARIO" TO HALL-TIPO
           MOVE ELEM-PER-TOTAL-OK (WS-IND-PERFIL) TO WS-CIFRA-1
           MOVE SPACES TO HALL-TEXTO
           STRING "HORA NUNCA USADA EN SUS "
                  FUNCTION TRIM (WS-CIFRA-1) " LOGINS ANTERIORES"
                  DELIMITED BY SIZE INTO HALL-TEXTO
           END-STRING
           PERFORM 5900-ANOTAR-HALLAZGO THRU 5900-FIN-ANOTAR-HALLAZGO.

       5600-FIN-FUERA-DE-HORARIO.
      *---------------------------
           EXIT.

      * IMPRIME EL HALLAZGO; LOS DE GRAVEDAD ALTA SE AUDITAN Y, SI SE
      * PIDIO, BLOQUEAN EL ALIAS.
       5900-ANOTAR-HALLAZGO.
      *----------------------
           MOVE HALL-HORA TO WS-HORA-DESC
           DISPLAY HALL-GRAVEDAD " " HALL-TIPO " " WS-HORA-HH ":"
                   WS-HORA-MI ":" WS-HORA-SS "  USUARIO " HALL-CODIGO
                   "  ALIAS " HALL-ALIAS
           DISPLAY "      " HALL-TEXTO

           EVALUATE HALL-GRAVEDAD
               WHEN "ALTA"
                   ADD 1 TO CONTA-ALTA
                   PERFORM 6000-AUDITAR-HALLAZGO
                       THRU 6000-FIN-AUDITAR-HALLAZGO
               WHEN "MEDIA"
                   ADD 1 TO CONTA-MEDIA
               WHEN OTHER
                   ADD 1 TO CONTA-BAJA
           END-EVALUATE.

       5900-FIN-ANOTAR-HALLAZGO.
      *--------------------------
           EXIT.

      * EL HALLAZGO SE AUDITA COMO SOSPE SIN OPERADOR: LO DETECTA EL
      * TRABAJO, NO UNA PERSONA.
       6000-AUDITAR-HALLAZGO.
      *-----------------------
           MOVE WS-FECHA-HOY  TO AUDIT-FECHA
           MOVE WS-HORA-HOY   TO AUDIT-HORA
           MOVE "SOSPE"       TO AUDIT-ACCION
           MOVE HALL-CODIGO   TO AUDIT-CODIGO
           MOVE HALL-TIPO     TO AUDIT-CAMPO
           MOVE ZEROS         TO AUDIT-OPERADOR
           PERFORM 6200-GRABAR-AUDITORIA THRU 6200-FIN-GRABAR-AUDITORIA

           IF SW-BLOQUEO-PREVENTIVO = "SI"
               AND HALL-ALIAS NOT = SPACES
               PERFORM 6100-BLOQUEO-PREVENTIVO
                   THRU 6100-FIN-BLOQUEO-PREVENTIVO
           END-IF.

       6000-FIN-AUDITAR-HALLAZGO.
      *---------------------------
           EXIT.

      * EL ALIAS QUEDA EN ESTADO B CON CERO FALLOS, QUE ES COMO
      * IDENTIFICACION DISTINGUE EL BLOQUEO PREVENTIVO DEL DE FALLOS.
       6100-BLOQUEO-PREVENTIVO.
      *-------------------------
           MOVE ZEROS TO WS-IND-INTENTO
           PERFORM 6150-BUSCAR-INTENTO THRU 6150-FIN-BUSCAR-INTENTO
               VARYING WS-I-INT FROM 1 BY 1
               UNTIL WS-I-INT > WS-NUM-INTENTOS
               OR WS-IND-INTENTO > ZEROS

           IF WS-IND-INTENTO > ZEROS
               IF ELEM-INT-ESTADO (WS-IND-INTENTO) = "B"
                   DISPLAY "      EL ALIAS YA ESTABA BLOQUEADO"
                   GO TO 6100-FIN-BLOQUEO-PREVENTIVO
               END-IF
           ELSE
               IF WS-NUM-INTENTOS >= 200
                   DISPLAY "      AVISO: TABLA DE INTENTOS LLENA, EL "
                           "ALIAS NO SE BLOQUEA"
                   GO TO 6100-FIN-BLOQUEO-PREVENTIVO
               END-IF
               ADD 1 TO WS-NUM-INTENTOS
               MOVE WS-NUM-INTENTOS TO WS-IND-INTENTO
               MOVE HALL-ALIAS TO ELEM-INT-ALIAS (WS-IND-INTENTO)
           END-IF

           MOVE ZEROS TO ELEM-INT-FALLOS (WS-IND-INTENTO)
           MOVE "B"   TO ELEM-INT-ESTADO (WS-IND-INTENTO)
           MOVE "SI"  TO SW-INTENTOS-CAMBIADOS
           ADD 1 TO CONTA-BLOQUEOS
           DISPLAY "      ALIAS BLOQUEADO PREVENTIVAMENTE"

           MOVE WS-FECHA-HOY  TO AUDIT-FECHA
           MOVE WS-HORA-HOY   TO AUDIT-HORA
           MOVE "BLOQP"       TO AUDIT-ACCION
           MOVE HALL-CODIGO   TO AUDIT-CODIGO
           MOVE HALL-ALIAS    TO AUDIT-CAMPO
           MOVE ZEROS         TO AUDIT-OPERADOR
           PERFORM 6200-GRABAR-AUDITORIA THRU 6200-FIN-GRABAR-AUDITORIA.

       6100-FIN-BLOQUEO-PREVENTIVO.
      *-----------------------------
           EXIT.

       6150-BUSCAR-INTENTO.
      *---------------------
           IF ELEM-INT-ALIAS (WS-I-INT) = HALL-ALIAS
               MOVE WS-I-INT TO WS-IND-INTENTO
           END-IF.

       6150-FIN-BUSCAR-INTENTO.
      *-------------------------
           EXIT.

       6200-GRABAR-AUDITORIA.
      *-----------------------
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = 00
               OPEN OUTPUT AUDITORIA
           END-IF
           WRITE REG-AUD FROM REG-AUDITORIA
           CLOSE AUDITORIA.

       6200-FIN-GRABAR-AUDITORIA.
      *---------------------------
           EXIT.

      * CARGA EL FICHERO DE CANDADOS Y MIRA SI HAY SESIONES DE
      * PANTALLA (TIPO P) O UNA APLICACION (TIPO A) EN CURSO.
       1300-COMPROBAR-CANDADOS.
      *-------------------------
           MOVE ZEROS TO WS-NUM-SESIONES
           MOVE "NO" TO SW-EOF-SESIONES
           MOVE "NO" TO SW-SESIONES-ACTIVAS
           OPEN INPUT SESIONES
           IF FS-SESIONES = 00
               PERFORM 1310-LEER-CANDADO THRU 1310-FIN-LEER-CANDADO
                   UNTIL SW-EOF-SESIONES = "SI"
               CLOSE SESIONES
           END-IF.

       1300-FIN-COMPROBAR-CANDADOS.
      *-----------------------------
           EXIT.

       1310-LEER-CANDADO.
      *-------------------
           READ SESIONES
               AT END MOVE "SI" TO SW-EOF-SESIONES
           NOT AT END
               IF WS-NUM-SESIONES < 100
                   ADD 1 TO WS-NUM-SESIONES
                   MOVE REG-SESION
                       TO ELEM-SESION (WS-NUM-SESIONES)
               END-IF
               IF SESION-TIPO = "P" OR SESION-TIPO = "A"
                   MOVE "SI" TO SW-SESIONES-ACTIVAS
               END-IF
           END-READ.

       1310-FIN-LEER-CANDADO.
      *-----------------------
           EXIT.

      * EL CANDADO DEL TRABAJO BARRA LAS PANTALLAS MIENTRAS PUEDE
      * REESCRIBIR INTENTOS-LOGIN.DAT.
       1350-REGISTRAR-CANDADO.
      *------------------------
           ACCEPT WS-LOCK-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-HORA  FROM TIME

           MOVE "A" TO SESION-TIPO
           MOVE "VIGILAR_LOGINS" TO SESION-PROGRAMA
           MOVE WS-LOCK-FECHA TO SESION-FECHA
           MOVE WS-LOCK-HORA  TO SESION-HORA

           OPEN EXTEND SESIONES
           IF FS-SESIONES NOT = 00
               OPEN OUTPUT SESIONES
           END-IF
           WRITE REG-SESION
           CLOSE SESIONES.

       1350-FIN-REGISTRAR-CANDADO.
      *----------------------------
           EXIT.

      * AL TERMINAR, EL FICHERO DE CANDADOS SE REESCRIBE SIN EL DE
      * ESTE TRABAJO (IDENTIFICADO POR SU FECHA Y HORA DE ALTA).
       3100-LIBERAR-CANDADO.
      *----------------------
           MOVE ZEROS TO WS-NUM-SESIONES
           MOVE "NO" TO SW-EOF-SESIONES
           OPEN INPUT SESIONES
           IF FS-SESIONES = 00
               PERFORM 1310-LEER-CANDADO THRU 1310-FIN-LEER-CANDADO
                   UNTIL SW-EOF-SESIONES = "SI"
               CLOSE SESIONES
           END-IF

           OPEN OUTPUT SESIONES
           PERFORM 3150-REGRABAR-CANDADO
               THRU 3150-FIN-REGRABAR-CANDADO
               VARYING WS-I-SES FROM 1 BY 1
               UNTIL WS-I-SES > WS-NUM-SESIONES
           CLOSE SESIONES.

       3100-FIN-LIBERAR-CANDADO.
      *--------------------------
           EXIT.

       3150-REGRABAR-CANDADO.
      *-----------------------
           MOVE ELEM-SESION (WS-I-SES) TO WS-SESION-TRABAJO
           IF TRAB-SESION-TIPO = "A"
               AND TRAB-SESION-PROGRAMA = "VIGILAR_LOGINS"
               AND TRAB-SESION-FECHA = WS-LOCK-FECHA
               AND TRAB-SESION-HORA = WS-LOCK-HORA
               CONTINUE
           ELSE
               MOVE WS-SESION-TRABAJO TO REG-SESION
               WRITE REG-SESION
           END-IF.

       3150-FIN-REGRABAR-CANDADO.
      *---------------------------
           EXIT.

       END PROGRAM VIGILAR_LOGINS.
