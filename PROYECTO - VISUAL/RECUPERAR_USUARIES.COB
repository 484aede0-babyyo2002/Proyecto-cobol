      ******************************************************************
      * AUTOR: MARILUZ
      * FECHA:29/09/2026
      * OBJETIVO: RECUPERACION HACIA DELANTE DEL MAESTRO DE USUARIOS.
      * RESTAURAR UNA COPIA DE GENERACION (RESTAURAR_USUARIES) DEVUELVE
      * EL MAESTRO A COMO ESTABA, PERO PIERDE TODAS LAS ALTAS,
      * MODIFICACIONES Y BAJAS LEGITIMAS APLICADAS DESPUES, QUE HABIA
      * QUE VOLVER A TECLEAR DESDE EL LISTADO DE AUDITORIA. ESTE
      * TRABAJO RECARGA USUARIES.IDX DESDE LA GENERACION ELEGIDA Y
      * REPITE SOBRE ELLA, EN ORDEN DE FECHA Y HORA, LO QUE SE APLICO
      * DESPUES DE ESA COPIA Y HASTA EL CORTE PEDIDO:
      *   - LAS ALTAS, MODIFICACIONES Y BAJAS DEL DIARIO DE MOVIMIENTOS
      *     DIARIO-MOVIMIENTOS.DAT (VER REGDIARIOMOV), DONDE LOS
      *     PROGRAMAS ACT_* DEJAN COPIA DE CADA MOVIMIENTO TRATADO
      *     ANTES DE VACIAR SU FICHERO. LAS QUE SE RECHAZARON EN SU
      *     DIA NO SE REPITEN;
      *   - LOS CAMBIOS DEL MAESTRO QUE SOLO CONSTAN EN AUDITORIA.DAT:
      *     SUSPENSION POR FECHA DE FIN (SUSPD), PASO A ROL N (DEGRA) Y
      *     AMBITO DE TIENDAS APROBADO (AMBIT, CON EL TIPO TOMADO DE LA
      *     SOLICITUD APROBADA EN APROBACIONES.DAT).
      * LO QUE NO SE PUEDE RECONSTRUIR SE LISTA COMO OMITIDO PARA
      * REVISARLO A MANO: LOS RESET DE CONTRASENA (LA CLAVE TEMPORAL
      * NO SE GUARDA; HAY QUE PEDIR OTRO RESET) Y LAS RESTAURACIONES O
      * RECUPERACIONES POSTERIORES A LA GENERACION (INDICIO DE QUE EL
      * CORTE ELEGIDO CRUZA OTRA VUELTA ATRAS). LA FECHA DE ULTIMA
      * ACTIVIDAD DE LOS LOGINS (ACT_ACTIVIDAD) NO SE REPITE: LA PONE
      * AL DIA EL SIGUIENTE LOGIN DE CADA USUARIO.
      * ARGUMENTOS: "N [AAAAMMDD [HHMM]]". N ES LA GENERACION
      * (GENERACIONES.DAT); SIN FECHA DE CORTE SE REPITE TODO LO
      * DISPONIBLE, Y SIN HORA SE LLEGA HASTA EL FINAL DE ESE DIA.
      * EL OPERADOR PUEDE DEJAR FUERA LOTES O MOVIMIENTOS CONCRETOS EN
      * EXCLUSIONES-RECUPERACION.TXT, UNA LINEA POR EXCLUSION CON LOS
      * MISMOS DATOS QUE SACA EL LISTADO (FECHA, HORA, TIPO Y
      * SECUENCIA): HORA CEROS = TODOS LOS DE ESE DIA, SECUENCIA CEROS
      * = EL LOTE ENTERO.
      * AL TERMINAR DEJA LA RECUPERACION EN AUDITORIA (ACCION RECUP,
      * SIN OPERADOR), LISTA LO REPETIDO Y LO OMITIDO CON SU MOTIVO Y
      * LLAMA A VERIFICAR_USUARIES; SU CODIGO DE RETORNO ES EL DEL
      * TRABAJO. COMO TODO TRABAJO QUE REESCRIBE EL MAESTRO, NO
      * ARRANCA CON SESIONES DE PANTALLA (CANDADO P) NI OTRO TRABAJO
      * DE APLICACION (A) EN CURSO, Y DEJA SU PROPIO CANDADO A.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.RECUPERAR_USUARIES.
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

           SELECT GENERACION ASSIGN TO DYNAMIC WS-NOMBRE-GENERACION
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-GENERACION.

           SELECT MANIFIESTO ASSIGN TO 'GENERACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-MANIFIESTO.

           SELECT DIARIO ASSIGN TO 'DIARIO-MOVIMIENTOS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DIARIO.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *----ARCHIVO ANUAL DE AUDITORIA (VER ROLLOVER_DIARIOS), POR SI
      *----LA GENERACION ES DEL ANNO ANTERIOR.
           SELECT ARCHIVO ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARCHIVO.

           SELECT APROBACIONES ASSIGN TO 'APROBACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-APROBACIONES.

           SELECT EXCLUSIONES ASSIGN TO 'EXCLUSIONES-RECUPERACION.TXT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EXCLUSIONES.

      *----CANDADO DE SESIONES (VER GESTIONAR_LOCKS).
           SELECT SESIONES ASSIGN TO 'SESIONES-LOCK.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SESIONES.
      ******************************************************************
      *                       DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----MAESTRO INDEXADO; SOLO SE NOMBRAN LOS CAMPOS CLAVE Y EL
      *----AMBITO, QUE LA MODIFICACION NO TOCA.
       FD  USUARIES.
       01  REG-USUARIES.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(54).
           05 REG-USUARIES-AMBITO             PIC X(11).

      *----COPIA DE GENERACION A RESTAURAR.
       FD  GENERACION
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-GENERACION                     PIC X(91).

      *----MANIFIESTO DE GENERACIONES (VER COPIA_GENERACION).
       FD  MANIFIESTO
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-MANIFIESTO.
           05 MANIF-GENERACION                PIC 9(01).
           05 MANIF-FECHA                     PIC 9(08).
           05 MANIF-HORA                      PIC 9(08).
           05 MANIF-REGISTROS                 PIC 9(05).

      *----DIARIO DE MOVIMIENTOS APLICADOS.
       FD  DIARIO
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-DIARIO                         PIC X(103).

      *----FICHERO DE AUDITORIA Y SU ARCHIVO ANUAL.
       FD  AUDITORIA
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-AUD                            PIC X(43).

       FD  ARCHIVO
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-ARCHIVO                        PIC X(43).

      *----COLA DE APROBACIONES.
       FD  APROBACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-APROB                          PIC X(82).

      *----EXCLUSIONES DEL OPERADOR: LOTE O EVENTO A NO REPETIR.
       FD  EXCLUSIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-EXCLUSION.
           05 EXCL-FECHA                      PIC 9(08).
           05 EXCL-HORA                       PIC 9(08).
           05 EXCL-TIPO                       PIC X(05).
           05 EXCL-SECUENCIA                  PIC 9(05).

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
       01  FS-GENERACION                     PIC 9(02).
       01  FS-MANIFIESTO                     PIC 9(02).
       01  FS-DIARIO                         PIC 9(02).
       01  FS-AUDITORIA                      PIC 9(02).
       01  FS-ARCHIVO                        PIC 9(02).
       01  FS-APROBACIONES                   PIC 9(02).
       01  FS-EXCLUSIONES                    PIC 9(02).
       01  FS-SESIONES                       PIC 9(02).
      *----AUXILIAR PARA COMPROBAR_FS.
       01  WS-FICHERO-CHK                    PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
       01  WS-PROGRAMA-CHK                   PIC X(20)
                                      VALUE "RECUPERAR_USUARIES".
       01  WS-OPERACION-CHK                  PIC X(10) VALUE SPACES.
       01  WS-ESTADO-MAESTRO-CHK             PIC X(01) VALUE "I".
      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGUSUARIES.
           COPY REGUSU_ALTA.
           COPY REGUSU_MODIF.
           COPY REGDIARIOMOV.
           COPY REGAUDITORIA.
           COPY REGAPROBACION.

      *----PARAMETROS: GENERACION, FECHA Y HORA DE CORTE.
       01  WS-ARGUMENTOS                     PIC X(30)   VALUE SPACES.
       01  WS-ARG-GENERACION                 PIC X(10)   VALUE SPACES.
       01  WS-ARG-FECHA                      PIC X(10)   VALUE SPACES.
       01  WS-ARG-HORA                       PIC X(10)   VALUE SPACES.
       01  WS-HHMM                           PIC 9(04)   VALUE ZEROS.
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HHMM-HH                     PIC 9(02).
           05 WS-HHMM-MI                     PIC 9(02).

      *----NOMBRE DE LA GENERACION A RESTAURAR.
       01  WS-NOMBRE-GENERACION.
           05 FILLER                         PIC X(12)
                                      VALUE "USUARIES-GEN".
           05 WS-NOMBRE-GEN-N                PIC 9(01).
           05 FILLER                         PIC X(04) VALUE ".TXT".

      *----NOMBRE DEL ARCHIVO ANUAL DE AUDITORIA.
       01  WS-NOMBRE-ARCHIVO.
           05 FILLER                         PIC X(10)
                                      VALUE "AUDITORIA-".
           05 WS-ARCHIVO-ANNO                PIC 9(04).
           05 FILLER                         PIC X(04) VALUE ".DAT".

      *----FECHA DEL DIA.
       01  WS-FECHA-HOY                      PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANNO                    PIC 9(04).
           05 FILLER                         PIC 9(04).

      *----SELLOS (FECHA Y HORA) QUE DELIMITAN LO QUE SE REPITE: SE
      *----COMPARAN COMO UN SOLO CAMPO AAAAMMDDHHMMSSCC.
       01  WS-SELLO-GENERACION.
           05 WS-GEN-FECHA                   PIC 9(08)   VALUE ZEROS.
           05 WS-GEN-HORA                    PIC 9(08)   VALUE ZEROS.
       01  WS-GEN-FECHA-R REDEFINES WS-SELLO-GENERACION.
           05 WS-GEN-ANNO                    PIC 9(04).
           05 FILLER                         PIC X(12).
       01  WS-GEN-REGISTROS                  PIC 9(05)   VALUE ZEROS.
       01  WS-SELLO-CORTE.
           05 WS-CORTE-FECHA                 PIC 9(08)   VALUE ZEROS.
           05 WS-CORTE-HORA                  PIC 9(08)   VALUE ZEROS.
       01  WS-CLAVE-DIARIO.
           05 WS-CD-FECHA                    PIC 9(08)   VALUE ZEROS.
           05 WS-CD-HORA                     PIC 9(08)   VALUE ZEROS.
       01  WS-CLAVE-AUDIT.
           05 WS-CA-FECHA                    PIC 9(08)   VALUE ZEROS.
           05 WS-CA-HORA                     PIC 9(08)   VALUE ZEROS.

      *----EVENTO EN CURSO (MOVIMIENTO DEL DIARIO O CAMBIO AUDITADO).
       01  WS-EVENTO.
           05 WS-EV-FECHA                    PIC 9(08)   VALUE ZEROS.
           05 WS-EV-HORA                     PIC 9(08)   VALUE ZEROS.
           05 WS-EV-TIPO                     PIC X(05)   VALUE SPACES.
           05 WS-EV-SECUENCIA                PIC 9(05)   VALUE ZEROS.
           05 WS-EV-CODIGO                   PIC 9(06)   VALUE ZEROS.
       01  WS-MOTIVO                         PIC X(30)   VALUE SPACES.
       01  WS-AMBITO-MAESTRO                 PIC X(11)   VALUE SPACES.
       01  WS-AMBITO-TIPO                    PIC X(01)   VALUE SPACES.

      *----EXCLUSIONES DEL OPERADOR EN MEMORIA.
       01  WS-NUM-EXCL                       PIC 9(03)   VALUE ZEROS.
       01  WS-I-EXC                          PIC 9(03)   VALUE ZEROS.
       01  TABLA-EXCLUSIONES.
           03  ELEM-EXCL OCCURS 200 TIMES.
               05 EXCL-T-FECHA               PIC 9(08).
               05 EXCL-T-HORA                PIC 9(08).
               05 EXCL-T-TIPO                PIC X(05).
               05 EXCL-T-SECUENCIA           PIC 9(05).
               05 EXCL-T-USADA               PIC X(02).

      *----LINEA DEL LISTADO DE LO REPETIDO Y LO OMITIDO.
       01  LINEA-INFORME.
           05 LI-RESULTADO                   PIC X(09).
           05 FILLER                         PIC X(01)   VALUE SPACE.
           05 LI-FECHA                       PIC 9(08).
           05 FILLER                         PIC X(01)   VALUE SPACE.
           05 LI-HORA                        PIC 9(08).
           05 FILLER                         PIC X(01)   VALUE SPACE.
           05 LI-TIPO                        PIC X(05).
           05 FILLER                         PIC X(01)   VALUE SPACE.
           05 LI-SECUENCIA                   PIC Z(04)9
                                             BLANK WHEN ZERO.
           05 FILLER                         PIC X(01)   VALUE SPACE.
           05 LI-CODIGO                      PIC 9(06).
           05 FILLER                         PIC X(01)   VALUE SPACE.
           05 LI-MOTIVO                      PIC X(30).

      *----SWITCHES.
       01  SWITCHES.
           03  SW-EOF-MANIFIESTO             PIC X(02)   VALUE "NO".
           03  SW-EOF-GENERACION             PIC X(02)   VALUE "NO".
           03  SW-EOF-DIARIO                 PIC X(02)   VALUE "NO".
           03  SW-EOF-AUDITORIA              PIC X(02)   VALUE "NO".
           03  SW-EN-ARCHIVO                 PIC X(02)   VALUE "NO".
           03  SW-EOF-APROBACIONES           PIC X(02)   VALUE "NO".
           03  SW-EOF-EXCLUSIONES            PIC X(02)   VALUE "NO".
           03  SW-EOF-SESIONES               PIC X(02)   VALUE "NO".
           03  SW-SESIONES-ACTIVAS           PIC X(02)   VALUE "NO".
           03  SW-GENERACION-HALLADA         PIC X(02)   VALUE "NO".
           03  SW-EXCLUIDO                   PIC X(02)   VALUE "NO".
           03  SW-REPETIDO                   PIC X(02)   VALUE "NO".
           03  SW-ENCONTRADO                 PIC X(02)   VALUE "NO".

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

      *----CODIGO DE RETORNO DE LA VERIFICACION FINAL.
       01  WS-RC-VERIFICACION                PIC 9(04)   VALUE ZEROS.

      *----CONTADORES.
       01  CONTADORES.
           03  CONTA-RESTAURADOS             PIC 9(05)   VALUE ZEROS.
           03  CONTA-RECH-CARGA              PIC 9(05)   VALUE ZEROS.
           03  CONTA-REPETIDOS               PIC 9(05)   VALUE ZEROS.
           03  CONTA-OMITIDOS                PIC 9(05)   VALUE ZEROS.
           03  CONTA-EXCLUIDOS               PIC 9(05)   VALUE ZEROS.
           03  CONTA-RECHAZADOS-ORIGEN       PIC 9(05)   VALUE ZEROS.
           03  CONTA-NO-APLICABLES           PIC 9(05)   VALUE ZEROS.
           03  CONTA-SIN-DATOS               PIC 9(05)   VALUE ZEROS.
           03  CONTA-POSTERIORES             PIC 9(05)   VALUE ZEROS.
           03  CONTA-RESTAURACIONES          PIC 9(05)   VALUE ZEROS.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO

           PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO
                                 UNTIL SW-EOF-DIARIO = "SI"
                                 AND SW-EOF-AUDITORIA = "SI"

           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           DISPLAY "RECUPERACION DEL MAESTRO DE USUARIOS"
           DISPLAY "------------------------------------"

           INITIALIZE SWITCHES
                      CONTADORES

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 1100-LEER-ARGUMENTOS THRU 1100-FIN-LEER-ARGUMENTOS
           PERFORM 1200-BUSCAR-GENERACION
               THRU 1200-FIN-BUSCAR-GENERACION

           PERFORM 1300-COMPROBAR-CANDADOS
               THRU 1300-FIN-COMPROBAR-CANDADOS
           IF SW-SESIONES-ACTIVAS = "SI"
               DISPLAY "HAY SESIONES DE PANTALLA O UN FIN DE DIA EN "
                       "CURSO: EL TRABAJO NO ARRANCA"
               DISPLAY "REINTENTAR CUANDO TERMINEN (O LIMPIAR UN "
                       "CANDADO HUERFANO CON GESTIONAR_LOCKS)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1350-REGISTRAR-CANDADO
               THRU 1350-FIN-REGISTRAR-CANDADO

           PERFORM 1400-CARGAR-EXCLUSIONES
               THRU 1400-FIN-CARGAR-EXCLUSIONES

           PERFORM 1500-RESTAURAR-GENERACION
               THRU 1500-FIN-RESTAURAR-GENERACION

           PERFORM 1600-ABRIR-DIARIOS THRU 1600-FIN-ABRIR-DIARIOS

           DISPLAY " "
           DISPLAY "RESULTADO FECHA    HORA     TIPO  SECUE CODIGO "
                   "MOTIVO"
           DISPLAY "--------- -------- -------- ----- ----- ------ "
                   "------------------------------".

       1000-FIN-INICIO.
      *----------------
           EXIT.

      * LA GENERACION ES OBLIGATORIA; EL CORTE, SI SE DA, DEBE SER
      * UNA FECHA VALIDA Y, EN SU CASO, UNA HORA HHMM. LA HORA DE
      * CORTE INCLUYE EL MINUTO ENTERO.
       1100-LEER-ARGUMENTOS.
      *----------------------
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACES
               INTO WS-ARG-GENERACION WS-ARG-FECHA WS-ARG-HORA
           END-UNSTRING

           IF WS-ARG-GENERACION (2:9) NOT = SPACES
               OR WS-ARG-GENERACION (1:1) IS NOT NUMERIC
               OR WS-ARG-GENERACION (1:1) = "0"
               DISPLAY "USO: RECUPERAR_USUARIES N [AAAAMMDD [HHMM]]"
               DISPLAY "  N = GENERACION A RESTAURAR (1 A 9)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-GENERACION (1:1) TO WS-NOMBRE-GEN-N

           MOVE 99999999 TO WS-CORTE-FECHA
           MOVE 99999999 TO WS-CORTE-HORA
           IF WS-ARG-FECHA = SPACES
               GO TO 1100-FIN-LEER-ARGUMENTOS
           END-IF

           IF WS-ARG-FECHA (9:2) NOT = SPACES
               OR WS-ARG-FECHA (1:8) IS NOT NUMERIC
               DISPLAY "FECHA DE CORTE NO VALIDA: " WS-ARG-FECHA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-FECHA (1:8) TO WS-CORTE-FECHA
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CORTE-FECHA) NOT = 0
               DISPLAY "FECHA DE CORTE NO VALIDA: " WS-ARG-FECHA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ARG-HORA = SPACES
               GO TO 1100-FIN-LEER-ARGUMENTOS
           END-IF
           IF WS-ARG-HORA (5:6) NOT = SPACES
               OR WS-ARG-HORA (1:4) IS NOT NUMERIC
               DISPLAY "HORA DE CORTE NO VALIDA (HHMM): " WS-ARG-HORA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-HORA (1:4) TO WS-HHMM
           IF WS-HHMM-HH > 23 OR WS-HHMM-MI > 59
               DISPLAY "HORA DE CORTE NO VALIDA (HHMM): " WS-ARG-HORA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CORTE-HORA = WS-HHMM * 10000 + 5999.

       1100-FIN-LEER-ARGUMENTOS.
      *--------------------------
           EXIT.

      * LA FECHA Y HORA DE LA GENERACION SALEN DEL MANIFIESTO: TODO
      * LO APLICADO DESPUES DE ESE MOMENTO NO ESTA EN LA COPIA. SIN
      * MANIFIESTO O SIN COPIA NO SE TOCA NADA.
       1200-BUSCAR-GENERACION.
      *------------------------
           MOVE "NO" TO SW-GENERACION-HALLADA
           OPEN INPUT MANIFIESTO
           IF FS-MANIFIESTO = 00
               PERFORM 1250-LEER-MANIFIESTO
                   THRU 1250-FIN-LEER-MANIFIESTO
                   UNTIL SW-EOF-MANIFIESTO = "SI"
               CLOSE MANIFIESTO
           END-IF

           IF SW-GENERACION-HALLADA = "NO"
               DISPLAY "LA GENERACION " WS-NOMBRE-GEN-N
                       " NO FIGURA EN GENERACIONES.DAT: NO SE RECUPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT GENERACION
           IF FS-GENERACION NOT = 00
               DISPLAY "NO EXISTE LA COPIA " WS-NOMBRE-GENERACION
                       ": NO SE RECUPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GENERACION

           IF WS-SELLO-CORTE NOT > WS-SELLO-GENERACION
               DISPLAY "EL CORTE ES ANTERIOR A LA GENERACION "
                       WS-NOMBRE-GEN-N " (" WS-GEN-FECHA " "
                       WS-GEN-HORA "): NO SE RECUPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "GENERACION A RESTAURAR..: " WS-NOMBRE-GENERACION
                   " DE " WS-GEN-FECHA " " WS-GEN-HORA
                   " (" WS-GEN-REGISTROS " REGISTROS)"
           IF WS-CORTE-FECHA = 99999999
               DISPLAY "CORTE...................: SIN CORTE (TODO "
                       "LO DISPONIBLE)"
           ELSE
               DISPLAY "CORTE...................: " WS-CORTE-FECHA
                       " " WS-CORTE-HORA
           END-IF.

       1200-FIN-BUSCAR-GENERACION.
      *----------------------------
           EXIT.

       1250-LEER-MANIFIESTO.
      *----------------------
           READ MANIFIESTO
               AT END MOVE "SI" TO SW-EOF-MANIFIESTO
           NOT AT END
               IF MANIF-GENERACION = WS-NOMBRE-GEN-N
                   MOVE "SI" TO SW-GENERACION-HALLADA
                   MOVE MANIF-FECHA     TO WS-GEN-FECHA
                   MOVE MANIF-HORA      TO WS-GEN-HORA
                   MOVE MANIF-REGISTROS TO WS-GEN-REGISTROS
               END-IF
           END-READ.

       1250-FIN-LEER-MANIFIESTO.
      *--------------------------
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

      * EL CANDADO DEL TRABAJO BARRA LAS PANTALLAS MIENTRAS EL
      * MAESTRO SE ESTA RECONSTRUYENDO.
       1350-REGISTRAR-CANDADO.
      *------------------------
           ACCEPT WS-LOCK-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-HORA  FROM TIME

           MOVE "A" TO SESION-TIPO
           MOVE "RECUPERAR_USUARIES" TO SESION-PROGRAMA
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

      * LAS EXCLUSIONES SON OPCIONALES. UNA LINEA SIN FECHA NUMERICA
      * SE AVISA Y NO CUENTA.
       1400-CARGAR-EXCLUSIONES.
      *-------------------------
           MOVE ZEROS TO WS-NUM-EXCL
           OPEN INPUT EXCLUSIONES
           IF FS-EXCLUSIONES NOT = 00
               DISPLAY "EXCLUSIONES............: NINGUNA"
               GO TO 1400-FIN-CARGAR-EXCLUSIONES
           END-IF

           PERFORM 1450-LEER-EXCLUSION THRU 1450-FIN-LEER-EXCLUSION
               UNTIL SW-EOF-EXCLUSIONES = "SI"
           CLOSE EXCLUSIONES
           DISPLAY "EXCLUSIONES............: " WS-NUM-EXCL.

       1400-FIN-CARGAR-EXCLUSIONES.
      *-----------------------------
           EXIT.

       1450-LEER-EXCLUSION.
      *---------------------
           READ EXCLUSIONES
               AT END
                   MOVE "SI" TO SW-EOF-EXCLUSIONES
                   GO TO 1450-FIN-LEER-EXCLUSION
           END-READ

           IF EXCL-FECHA IS NOT NUMERIC
               OR EXCL-HORA IS NOT NUMERIC
               OR EXCL-SECUENCIA IS NOT NUMERIC
               DISPLAY "EXCLUSION NO VALIDA, NO SE TIENE EN CUENTA: "
                       REG-EXCLUSION
               GO TO 1450-FIN-LEER-EXCLUSION
           END-IF

           IF WS-NUM-EXCL < 200
               ADD 1 TO WS-NUM-EXCL
               MOVE EXCL-FECHA     TO EXCL-T-FECHA (WS-NUM-EXCL)
               MOVE EXCL-HORA      TO EXCL-T-HORA (WS-NUM-EXCL)
               MOVE EXCL-TIPO      TO EXCL-T-TIPO (WS-NUM-EXCL)
               MOVE EXCL-SECUENCIA TO EXCL-T-SECUENCIA (WS-NUM-EXCL)
               MOVE "NO"           TO EXCL-T-USADA (WS-NUM-EXCL)
           ELSE
               DISPLAY "MAS DE 200 EXCLUSIONES, SE IGNORA: "
                       REG-EXCLUSION
           END-IF.

       1450-FIN-LEER-EXCLUSION.
      *-------------------------
           EXIT.

      * EL MAESTRO SE REABRE EN OUTPUT (QUEDA VACIO) Y SE RECARGA
      * DESDE LA GENERACION, COMO LA RESTAURACION APROBADA EN
      * APROBAR_OPERACIONES; DESPUES QUEDA ABIERTO EN I-O PARA
      * REPETIR LOS MOVIMIENTOS ENCIMA.
       1500-RESTAURAR-GENERACION.
      *---------------------------
           OPEN INPUT GENERACION
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "GENERACION" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-GENERACION
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           OPEN OUTPUT USUARIES
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "USUARIES" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-USUARIES
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

      * DESDE AQUI EL MAESTRO ESTA A MEDIO RECONSTRUIR.
           MOVE "R" TO WS-ESTADO-MAESTRO-CHK

           PERFORM 1550-CARGAR-REGISTRO THRU 1550-FIN-CARGAR-REGISTRO
               UNTIL SW-EOF-GENERACION = "SI"
           CLOSE USUARIES
                 GENERACION

           DISPLAY "MAESTRO RESTAURADO......: " CONTA-RESTAURADOS
                   " REGISTROS"
           IF CONTA-RECH-CARGA > ZEROS
               DISPLAY "** REGISTROS RECHAZADOS EN LA RECARGA: "
                       CONTA-RECH-CARGA " **"
           END-IF

           OPEN I-O USUARIES
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "USUARIES" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-USUARIES
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK.

       1500-FIN-RESTAURAR-GENERACION.
      *-------------------------------
           EXIT.

       1550-CARGAR-REGISTRO.
      *----------------------
           READ GENERACION
               AT END MOVE "SI" TO SW-EOF-GENERACION
           NOT AT END
               MOVE REG-GENERACION TO REG-USUARIES
               WRITE REG-USUARIES
                   INVALID KEY
                       ADD 1 TO CONTA-RECH-CARGA
                       DISPLAY "RECHAZADO: " REG-USUARIES-CODIGO
                   NOT INVALID KEY
                       ADD 1 TO CONTA-RESTAURADOS
               END-WRITE
           END-READ.

       1550-FIN-CARGAR-REGISTRO.
      *--------------------------
           EXIT.

      * LAS DOS FUENTES SE LEEN EN PARALELO, CADA UNA EN SU ORDEN DE
      * GRABACION. SI LA GENERACION ES DE UN ANNO YA CERRADO, LA
      * AUDITORIA EMPIEZA POR SU ARCHIVO ANUAL. UNA FUENTE QUE NO
      * EXISTE SE DA POR TERMINADA.
       1600-ABRIR-DIARIOS.
      *--------------------
           MOVE "NO" TO SW-EOF-DIARIO
           OPEN INPUT DIARIO
           IF FS-DIARIO = 00
               PERFORM 9100-LEER-DIARIO THRU 9100-FIN-LEER-DIARIO
           ELSE
               DISPLAY "AVISO: NO HAY DIARIO DE MOVIMIENTOS"
               MOVE "SI" TO SW-EOF-DIARIO
               MOVE HIGH-VALUES TO WS-CLAVE-DIARIO
           END-IF

           MOVE "NO" TO SW-EN-ARCHIVO
           IF WS-GEN-ANNO < WS-HOY-ANNO
               MOVE WS-GEN-ANNO TO WS-ARCHIVO-ANNO
               OPEN INPUT ARCHIVO
               IF FS-ARCHIVO = 00
                   MOVE "SI" TO SW-EN-ARCHIVO
               END-IF
           END-IF

           MOVE "NO" TO SW-EOF-AUDITORIA
           OPEN INPUT AUDITORIA
           IF FS-AUDITORIA NOT = 00
               MOVE "SI" TO SW-EOF-AUDITORIA
           END-IF
           IF SW-EN-ARCHIVO = "NO" AND SW-EOF-AUDITORIA = "SI"
               MOVE HIGH-VALUES TO WS-CLAVE-AUDIT
           ELSE
               PERFORM 9200-LEER-AUDITORIA
                   THRU 9200-FIN-LEER-AUDITORIA
           END-IF.

       1600-FIN-ABRIR-DIARIOS.
      *------------------------
           EXIT.

      * CRUCE POR FECHA Y HORA: A IGUALDAD VA ANTES EL MOVIMIENTO DEL
      * DIARIO.
       2000-PROCESO.
      *-------------
           IF WS-CLAVE-DIARIO NOT > WS-CLAVE-AUDIT
               PERFORM 2100-TRATAR-DIARIO THRU 2100-FIN-TRATAR-DIARIO
               PERFORM 9100-LEER-DIARIO   THRU 9100-FIN-LEER-DIARIO
           ELSE
               PERFORM 2500-TRATAR-AUDITORIA
                   THRU 2500-FIN-TRATAR-AUDITORIA
               PERFORM 9200-LEER-AUDITORIA
                   THRU 9200-FIN-LEER-AUDITORIA
           END-IF.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

      * MOVIMIENTO DEL DIARIO: LOS LOTES ANTERIORES A LA GENERACION
      * YA ESTAN EN LA COPIA; LOS POSTERIORES AL CORTE SOLO SE
      * CUENTAN. EL RESTO SE REPITE SALVO QUE SE RECHAZARA EN SU DIA
      * O LO EXCLUYA EL OPERADOR.
       2100-TRATAR-DIARIO.
      *--------------------
           IF WS-CLAVE-DIARIO NOT > WS-SELLO-GENERACION
               GO TO 2100-FIN-TRATAR-DIARIO
           END-IF
           IF WS-CLAVE-DIARIO > WS-SELLO-CORTE
               ADD 1 TO CONTA-POSTERIORES
               GO TO 2100-FIN-TRATAR-DIARIO
           END-IF

           MOVE DIARIO-LOTE-FECHA TO WS-EV-FECHA
           MOVE DIARIO-LOTE-HORA  TO WS-EV-HORA
           MOVE DIARIO-SECUENCIA  TO WS-EV-SECUENCIA
           MOVE DIARIO-MOV-CODIGO TO WS-EV-CODIGO
           EVALUATE TRUE
               WHEN DIARIO-ES-ALTA
                   MOVE "ALTA"  TO WS-EV-TIPO
               WHEN DIARIO-ES-MODIF
                   MOVE "MODIF" TO WS-EV-TIPO
               WHEN DIARIO-ES-BAJA
                   MOVE "BAJA"  TO WS-EV-TIPO
               WHEN OTHER
                   MOVE DIARIO-TIPO TO WS-EV-TIPO
           END-EVALUATE
           MOVE "NO" TO SW-REPETIDO
           MOVE SPACES TO WS-MOTIVO

           PERFORM 2800-BUSCAR-EXCLUSION THRU 2800-FIN-BUSCAR-EXCLUSION
           IF SW-EXCLUIDO = "SI"
               ADD 1 TO CONTA-EXCLUIDOS
               MOVE "EXCLUIDO POR EL OPERADOR" TO WS-MOTIVO
               PERFORM 2900-LISTAR-EVENTO THRU 2900-FIN-LISTAR-EVENTO
               GO TO 2100-FIN-TRATAR-DIARIO
           END-IF

           IF DIARIO-RECHAZADO
               ADD 1 TO CONTA-RECHAZADOS-ORIGEN
               MOVE "RECHAZADO EN SU DIA" TO WS-MOTIVO
               PERFORM 2900-LISTAR-EVENTO THRU 2900-FIN-LISTAR-EVENTO
               GO TO 2100-FIN-TRATAR-DIARIO
           END-IF

           EVALUATE TRUE
               WHEN DIARIO-ES-ALTA
                   PERFORM 2200-REPETIR-ALTA
                       THRU 2200-FIN-REPETIR-ALTA
               WHEN DIARIO-ES-MODIF
                   PERFORM 2300-REPETIR-MODIF
                       THRU 2300-FIN-REPETIR-MODIF
               WHEN DIARIO-ES-BAJA
                   PERFORM 2400-REPETIR-BAJA
                       THRU 2400-FIN-REPETIR-BAJA
               WHEN OTHER
                   MOVE "TIPO DE MOVIMIENTO DESCONOCIDO" TO WS-MOTIVO
           END-EVALUATE

           IF SW-REPETIDO = "NO"
               ADD 1 TO CONTA-NO-APLICABLES
           END-IF
           PERFORM 2900-LISTAR-EVENTO THRU 2900-FIN-LISTAR-EVENTO.

       2100-FIN-TRATAR-DIARIO.
      *------------------------
           EXIT.

      * EL ALTA SE GRABA POR SU CLAVE, COMO EN ACT_ALTA_USUARIO.
       2200-REPETIR-ALTA.
      *-------------------
           MOVE DIARIO-MOVIMIENTO TO REGUSU_ALTA
           MOVE REGUSU_ALTA TO REG-USUARIES
           WRITE REG-USUARIES
               INVALID KEY
                   MOVE "CODIGO O ALIAS YA EXISTENTE" TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE "SI" TO SW-REPETIDO
           END-WRITE.

       2200-FIN-REPETIR-ALTA.
      *-----------------------
           EXIT.

      * LA MODIFICACION CONSERVA EL AMBITO DEL MAESTRO, COMO EN
      * ACT_MODIF_USUARIO.
       2300-REPETIR-MODIF.
      *--------------------
           MOVE DIARIO-MOVIMIENTO TO REGUSU_MODIF
           MOVE REGUSU_MODIF-CODIGO TO REG-USUARIES-CODIGO
           READ USUARIES KEY IS REG-USUARIES-CODIGO
               INVALID KEY
                   MOVE "USUARIO NO ESTA EN EL MAESTRO" TO WS-MOTIVO
                   GO TO 2300-FIN-REPETIR-MODIF
           END-READ

           MOVE REG-USUARIES-AMBITO TO WS-AMBITO-MAESTRO
           MOVE REGUSU_MODIF TO REG-USUARIES
           MOVE WS-AMBITO-MAESTRO TO REG-USUARIES-AMBITO
           REWRITE REG-USUARIES
               INVALID KEY
                   MOVE "ALIAS DUPLICADO" TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE "SI" TO SW-REPETIDO
           END-REWRITE.

       2300-FIN-REPETIR-MODIF.
      *------------------------
           EXIT.

       2400-REPETIR-BAJA.
      *-------------------
           MOVE DIARIO-MOV-CODIGO TO REG-USUARIES-CODIGO
           DELETE USUARIES
               INVALID KEY
                   MOVE "USUARIO NO ESTA EN EL MAESTRO" TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE "SI" TO SW-REPETIDO
           END-DELETE.

       2400-FIN-REPETIR-BAJA.
      *-----------------------
           EXIT.

      * CAMBIO AUDITADO: SOLO INTERESAN LAS ACCIONES QUE TOCAN EL
      * MAESTRO SIN PASAR POR LOS FICHEROS DE MOVIMIENTOS. LAS QUE
      * NO SE PUEDEN RECONSTRUIR SE LISTAN COMO OMITIDAS.
       2500-TRATAR-AUDITORIA.
      *-----------------------
           IF AUDIT-ACCION NOT = "SUSPD" AND NOT = "DEGRA"
               AND NOT = "AMBIT" AND NOT = "RESET"
               AND NOT = "RESTA" AND NOT = "RECUP"
               GO TO 2500-FIN-TRATAR-AUDITORIA
           END-IF
           IF WS-CLAVE-AUDIT NOT > WS-SELLO-GENERACION
               GO TO 2500-FIN-TRATAR-AUDITORIA
           END-IF
           IF WS-CLAVE-AUDIT > WS-SELLO-CORTE
               ADD 1 TO CONTA-POSTERIORES
               GO TO 2500-FIN-TRATAR-AUDITORIA
           END-IF

           MOVE AUDIT-FECHA  TO WS-EV-FECHA
           MOVE AUDIT-HORA   TO WS-EV-HORA
           MOVE AUDIT-ACCION TO WS-EV-TIPO
           MOVE ZEROS        TO WS-EV-SECUENCIA
           MOVE AUDIT-CODIGO TO WS-EV-CODIGO
           MOVE "NO" TO SW-REPETIDO
           MOVE SPACES TO WS-MOTIVO

           PERFORM 2800-BUSCAR-EXCLUSION THRU 2800-FIN-BUSCAR-EXCLUSION
           IF SW-EXCLUIDO = "SI"
               ADD 1 TO CONTA-EXCLUIDOS
               MOVE "EXCLUIDO POR EL OPERADOR" TO WS-MOTIVO
               PERFORM 2900-LISTAR-EVENTO THRU 2900-FIN-LISTAR-EVENTO
               GO TO 2500-FIN-TRATAR-AUDITORIA
           END-IF

           EVALUATE AUDIT-ACCION
               WHEN "SUSPD"
                   PERFORM 2550-REPETIR-SUSPENSION
                       THRU 2550-FIN-REPETIR-SUSPENSION
               WHEN "DEGRA"
                   PERFORM 2600-REPETIR-DEGRADACION
                       THRU 2600-FIN-REPETIR-DEGRADACION
               WHEN "AMBIT"
                   PERFORM 2650-REPETIR-AMBITO
                       THRU 2650-FIN-REPETIR-AMBITO
               WHEN "RESET"
                   ADD 1 TO CONTA-SIN-DATOS
                   MOVE "CLAVE TEMPORAL: REPETIR RESET" TO WS-MOTIVO
               WHEN OTHER
                   ADD 1 TO CONTA-SIN-DATOS
                   ADD 1 TO CONTA-RESTAURACIONES
                   MOVE "VUELTA ATRAS: REVISAR EL CORTE" TO WS-MOTIVO
           END-EVALUATE

           IF SW-REPETIDO = "NO"
               AND AUDIT-ACCION NOT = "RESET"
               AND AUDIT-ACCION NOT = "RESTA"
               AND AUDIT-ACCION NOT = "RECUP"
               ADD 1 TO CONTA-NO-APLICABLES
           END-IF
           PERFORM 2900-LISTAR-EVENTO THRU 2900-FIN-LISTAR-EVENTO.

       2500-FIN-TRATAR-AUDITORIA.
      *---------------------------
           EXIT.

      * SUSPENSION POR FECHA DE FIN, COMO EN ACT_VENCIMIENTOS.
       2550-REPETIR-SUSPENSION.
      *-------------------------
           PERFORM 2700-LEER-MAESTRO THRU 2700-FIN-LEER-MAESTRO
           IF SW-ENCONTRADO = "NO"
               GO TO 2550-FIN-REPETIR-SUSPENSION
           END-IF
           MOVE "S" TO REGUSUA-ESTADO
           PERFORM 2750-REGRABAR-MAESTRO THRU 2750-FIN-REGRABAR-MAESTRO.

       2550-FIN-REPETIR-SUSPENSION.
      *-----------------------------
           EXIT.

      * DEGRADACION APROBADA: ROL N, COMO EN APROBAR_OPERACIONES. LAS
      * ELEVACIONES NO ESTAN EN EL MAESTRO Y NO SE TOCAN.
       2600-REPETIR-DEGRADACION.
      *--------------------------
           PERFORM 2700-LEER-MAESTRO THRU 2700-FIN-LEER-MAESTRO
           IF SW-ENCONTRADO = "NO"
               GO TO 2600-FIN-REPETIR-DEGRADACION
           END-IF
           MOVE "N" TO REGUSUA-ROL
           PERFORM 2750-REGRABAR-MAESTRO THRU 2750-FIN-REGRABAR-MAESTRO.

       2600-FIN-REPETIR-DEGRADACION.
      *------------------------------
           EXIT.

      * AMBITO APROBADO: LA AUDITORIA LLEVA EL VALOR (TIENDA O
      * REGION) PERO NO EL TIPO, QUE SE TOMA DE LA SOLICITUD AMBIT
      * APROBADA ESE DIA PARA ESE USUARIO CON ESE VALOR (LA ULTIMA,
      * SI HAY VARIAS).
       2650-REPETIR-AMBITO.
      *---------------------
           MOVE SPACES TO WS-AMBITO-TIPO
           MOVE "NO" TO SW-EOF-APROBACIONES
           OPEN INPUT APROBACIONES
           IF FS-APROBACIONES = 00
               PERFORM 2680-BUSCAR-SOLICITUD
                   THRU 2680-FIN-BUSCAR-SOLICITUD
                   UNTIL SW-EOF-APROBACIONES = "SI"
               CLOSE APROBACIONES
           END-IF
           IF WS-AMBITO-TIPO = SPACES
               MOVE "AMBITO NO LOCALIZADO EN LA COLA" TO WS-MOTIVO
               GO TO 2650-FIN-REPETIR-AMBITO
           END-IF

           PERFORM 2700-LEER-MAESTRO THRU 2700-FIN-LEER-MAESTRO
           IF SW-ENCONTRADO = "NO"
               GO TO 2650-FIN-REPETIR-AMBITO
           END-IF
           MOVE WS-AMBITO-TIPO TO REGUSUA-AMBITO-TIPO
           IF REGUSUA-AMBITO-CENTRAL
               MOVE SPACES TO REGUSUA-AMBITO-VALOR
           ELSE
               MOVE AUDIT-CAMPO TO REGUSUA-AMBITO-VALOR
           END-IF
           PERFORM 2750-REGRABAR-MAESTRO THRU 2750-FIN-REGRABAR-MAESTRO.

       2650-FIN-REPETIR-AMBITO.
      *-------------------------
           EXIT.

       2680-BUSCAR-SOLICITUD.
      *-----------------------
           MOVE SPACES TO REG-APROBACION
           READ APROBACIONES INTO REG-APROBACION
               AT END
                   MOVE "SI" TO SW-EOF-APROBACIONES
                   GO TO 2680-FIN-BUSCAR-SOLICITUD
           END-READ
           IF APROB-ES-AMBITO
               AND APROB-APROBADA
               AND APROB-OBJ-CODIGO = AUDIT-CODIGO
               AND APROB-FECHA-DECISION = AUDIT-FECHA
               AND APROB-DETALLE = AUDIT-CAMPO
               MOVE APROB-AMBITO-TIPO TO WS-AMBITO-TIPO
           END-IF.

       2680-FIN-BUSCAR-SOLICITUD.
      *---------------------------
           EXIT.

       2700-LEER-MAESTRO.
      *-------------------
           MOVE "SI" TO SW-ENCONTRADO
           MOVE WS-EV-CODIGO TO REG-USUARIES-CODIGO
           READ USUARIES KEY IS REG-USUARIES-CODIGO
               INVALID KEY
                   MOVE "NO" TO SW-ENCONTRADO
                   MOVE "USUARIO NO ESTA EN EL MAESTRO" TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE REG-USUARIES TO REGUSUA
           END-READ.

       2700-FIN-LEER-MAESTRO.
      *-----------------------
           EXIT.

       2750-REGRABAR-MAESTRO.
      *-----------------------
           MOVE REGUSUA TO REG-USUARIES
           REWRITE REG-USUARIES
               INVALID KEY
                   MOVE "NO SE PUDO REGRABAR" TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE "SI" TO SW-REPETIDO
           END-REWRITE.

       2750-FIN-REGRABAR-MAESTRO.
      *---------------------------
           EXIT.

      * UNA EXCLUSION CASA CON EL EVENTO SI COINCIDEN TIPO Y FECHA Y,
      * CUANDO NO VIENEN A CEROS, LA HORA Y LA SECUENCIA.
       2800-BUSCAR-EXCLUSION.
      *-----------------------
           MOVE "NO" TO SW-EXCLUIDO
           PERFORM 2850-COMPARAR-EXCLUSION
               THRU 2850-FIN-COMPARAR-EXCLUSION
               VARYING WS-I-EXC FROM 1 BY 1
               UNTIL WS-I-EXC > WS-NUM-EXCL.

       2800-FIN-BUSCAR-EXCLUSION.
      *---------------------------
           EXIT.

       2850-COMPARAR-EXCLUSION.
      *-------------------------
           IF EXCL-T-TIPO (WS-I-EXC) = WS-EV-TIPO
               AND EXCL-T-FECHA (WS-I-EXC) = WS-EV-FECHA
               AND (EXCL-T-HORA (WS-I-EXC) = ZEROS
                    OR EXCL-T-HORA (WS-I-EXC) = WS-EV-HORA)
               AND (EXCL-T-SECUENCIA (WS-I-EXC) = ZEROS
                    OR EXCL-T-SECUENCIA (WS-I-EXC) = WS-EV-SECUENCIA)
               MOVE "SI" TO SW-EXCLUIDO
               MOVE "SI" TO EXCL-T-USADA (WS-I-EXC)
           END-IF.

       2850-FIN-COMPARAR-EXCLUSION.
      *-----------------------------
           EXIT.

       2900-LISTAR-EVENTO.
      *--------------------
           IF SW-REPETIDO = "SI"
               ADD 1 TO CONTA-REPETIDOS
               MOVE "REPETIDO" TO LI-RESULTADO
           ELSE
               ADD 1 TO CONTA-OMITIDOS
               MOVE "OMITIDO"  TO LI-RESULTADO
           END-IF
           MOVE WS-EV-FECHA     TO LI-FECHA
           MOVE WS-EV-HORA      TO LI-HORA
           MOVE WS-EV-TIPO      TO LI-TIPO
           MOVE WS-EV-SECUENCIA TO LI-SECUENCIA
           MOVE WS-EV-CODIGO    TO LI-CODIGO
           MOVE WS-MOTIVO       TO LI-MOTIVO
           DISPLAY LINEA-INFORME.

       2900-FIN-LISTAR-EVENTO.
      *------------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE USUARIES
           MOVE "I" TO WS-ESTADO-MAESTRO-CHK
           IF FS-DIARIO = 00 OR FS-DIARIO = 10
               CLOSE DIARIO
           END-IF
           IF FS-AUDITORIA = 00 OR FS-AUDITORIA = 10
               CLOSE AUDITORIA
           END-IF

           PERFORM 3200-AUDITAR-RECUPERACION
               THRU 3200-FIN-AUDITAR-RECUPERACION

           PERFORM 3300-RESUMEN THRU 3300-FIN-RESUMEN

           DISPLAY " "
           CALL 'VERIFICAR_USUARIES'
           MOVE RETURN-CODE TO WS-RC-VERIFICACION

           PERFORM 3100-LIBERAR-CANDADO
               THRU 3100-FIN-LIBERAR-CANDADO

           MOVE WS-RC-VERIFICACION TO RETURN-CODE
           STOP RUN.

       3000-FIN-FIN.
      *-------------
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
               AND TRAB-SESION-PROGRAMA = "RECUPERAR_USUARIES"
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

      * LA RECUPERACION SE AUDITA SIN OPERADOR (ES UN TRABAJO), CON
      * LA GENERACION DE PARTIDA COMO CAMPO.
       3200-AUDITAR-RECUPERACION.
      *---------------------------
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA  FROM TIME
           MOVE "RECUP"              TO AUDIT-ACCION
           MOVE ZEROS                TO AUDIT-CODIGO
           MOVE SPACES               TO AUDIT-CAMPO
           STRING "GEN"           DELIMITED BY SIZE
                  WS-NOMBRE-GEN-N DELIMITED BY SIZE
               INTO AUDIT-CAMPO
           END-STRING
           MOVE ZEROS                TO AUDIT-OPERADOR

           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = 00
               OPEN OUTPUT AUDITORIA
           END-IF
           WRITE REG-AUD FROM REG-AUDITORIA
           CLOSE AUDITORIA.

       3200-FIN-AUDITAR-RECUPERACION.
      *-------------------------------
           EXIT.

       3300-RESUMEN.
      *--------------
           DISPLAY " "
           DISPLAY "RESUMEN DE LA RECUPERACION"
           DISPLAY "REGISTROS DE LA GENERACION..: " CONTA-RESTAURADOS
           DISPLAY "MOVIMIENTOS REPETIDOS.......: " CONTA-REPETIDOS
           DISPLAY "MOVIMIENTOS OMITIDOS........: " CONTA-OMITIDOS
           DISPLAY "  EXCLUIDOS POR EL OPERADOR.: " CONTA-EXCLUIDOS
           DISPLAY "  RECHAZADOS EN SU DIA......: "
                   CONTA-RECHAZADOS-ORIGEN
           DISPLAY "  NO APLICABLES AL MAESTRO..: " CONTA-NO-APLICABLES
           DISPLAY "  SIN DATOS PARA REPETIRLOS.: " CONTA-SIN-DATOS
           DISPLAY "POSTERIORES AL CORTE........: " CONTA-POSTERIORES

           PERFORM 3350-EXCLUSION-SIN-USO
               THRU 3350-FIN-EXCLUSION-SIN-USO
               VARYING WS-I-EXC FROM 1 BY 1
               UNTIL WS-I-EXC > WS-NUM-EXCL

           IF CONTA-RESTAURACIONES > ZEROS
               DISPLAY "** AVISO: HAY " CONTA-RESTAURACIONES
                       " RESTAURACION(ES) O RECUPERACION(ES) ENTRE LA "
                       "GENERACION Y EL CORTE **"
               DISPLAY "** LO REPETIDO PUEDE INCLUIR CAMBIOS QUE ESA "
                       "VUELTA ATRAS DESHIZO: REVISAR EL LISTADO **"
           END-IF.

       3300-FIN-RESUMEN.
      *------------------
           EXIT.

      * UNA EXCLUSION QUE NO HA CASADO CON NADA SUELE SER UN ERROR
      * DE TECLEO: SE AVISA PARA QUE NO PASE POR BUENA.
       3350-EXCLUSION-SIN-USO.
      *------------------------
           IF EXCL-T-USADA (WS-I-EXC) = "NO"
               DISPLAY "AVISO: EXCLUSION SIN EFECTO: "
                       EXCL-T-FECHA (WS-I-EXC) " "
                       EXCL-T-HORA (WS-I-EXC) " "
                       EXCL-T-TIPO (WS-I-EXC) " "
                       EXCL-T-SECUENCIA (WS-I-EXC)
           END-IF.

       3350-FIN-EXCLUSION-SIN-USO.
      *----------------------------
           EXIT.

       9100-LEER-DIARIO.
      *------------------
           READ DIARIO INTO REG-DIARIO-MOV
               AT END
                   MOVE "SI" TO SW-EOF-DIARIO
                   MOVE HIGH-VALUES TO WS-CLAVE-DIARIO
               NOT AT END
                   MOVE DIARIO-LOTE-FECHA TO WS-CD-FECHA
                   MOVE DIARIO-LOTE-HORA  TO WS-CD-HORA
           END-READ.

       9100-FIN-LEER-DIARIO.
      *----------------------
           EXIT.

      * PRIMERO EL ARCHIVO ANUAL, SI SE ABRIO, Y DESPUES EL FICHERO
      * VIVO.
       9200-LEER-AUDITORIA.
      *---------------------
           IF SW-EN-ARCHIVO = "SI"
               READ ARCHIVO INTO REG-AUDITORIA
                   AT END
                       CLOSE ARCHIVO
                       MOVE "NO" TO SW-EN-ARCHIVO
                   NOT AT END
                       MOVE AUDIT-FECHA TO WS-CA-FECHA
                       MOVE AUDIT-HORA  TO WS-CA-HORA
                       GO TO 9200-FIN-LEER-AUDITORIA
               END-READ
           END-IF

           IF SW-EOF-AUDITORIA = "SI"
               MOVE HIGH-VALUES TO WS-CLAVE-AUDIT
               GO TO 9200-FIN-LEER-AUDITORIA
           END-IF

           READ AUDITORIA INTO REG-AUDITORIA
               AT END
                   MOVE "SI" TO SW-EOF-AUDITORIA
                   MOVE HIGH-VALUES TO WS-CLAVE-AUDIT
               NOT AT END
                   MOVE AUDIT-FECHA TO WS-CA-FECHA
                   MOVE AUDIT-HORA  TO WS-CA-HORA
           END-READ.

       9200-FIN-LEER-AUDITORIA.
      *-------------------------
           EXIT.

       END PROGRAM RECUPERAR_USUARIES.
