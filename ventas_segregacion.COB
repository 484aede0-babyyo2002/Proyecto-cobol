      ******************************************************************
      * Author:Maria Romero
      * Date:14/09/2026
      * Purpose: Informe de segregacion de funciones entre los dos
      *    subsistemas. Cruza por codigo de operador los rastros que
      *    hoy estan repartidos: MAESTROS-AUDITORIA.DAT (cambios de
      *    maestros y reinyecciones de ventas), CIERRES.DAT (quien
      *    lanzo cada cierre y si fue forzado), y del subsistema de
      *    usuarios AUDITORIA.DAT, APROBACIONES.DAT y ELEVACIONES
      *    .DAT, y sennala a la misma persona a los dos lados de una
      *    operacion que deberian hacer personas distintas:
      *    PRFOR - cambio un precio de referencia de PRODUCTOS o un
      *            interruptor de validacion de PARAMETROS y despues
      *            lanzo un cierre con FORZAR dentro de la ventana.
      *    ELEUS - se concedio una elevacion a si mismo y la uso, o
      *            elevo a alguien que durante la elevacion le
      *            aprobo sus propias peticiones de la cola.
      *    APELE - peticion pedida y aprobada el mismo dia cuando el
      *            solicitante o el aprobador habia recibido una
      *            elevacion dentro de la ventana (0 = ese mismo dia).
      *    TIREI - reabrio una tienda en el maestro y reinyecto
      *            ventas de esa tienda dentro de la ventana.
      *    Las reglas se configuran en REGLAS-SEGREGACION.DAT (una
      *    linea por regla: codigo, S/N activa y dias de ventana);
      *    una regla que no figura sigue activa con su ventana por
      *    defecto. Cada conflicto se lista con los registros que lo
      *    prueban, para que auditoria pueda tirar del hilo.
      *    Argumentos del job: fecha desde y fecha hasta AAAAMMDD
      *    (los 30 dias que terminan ayer si no se pasan); se
      *    sennala el conflicto cuyo ultimo paso cae en el periodo.
      *    RETURN-CODE 4 si hay conflictos, 8 si el periodo no vale.
      * Mod:27/09/2026 - APROBACIONES.DAT pasa de 74 a 82 posiciones con
      *    la hora de la decision; aqui solo se completa el trazado.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-SEGREGACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS ASSIGN TO "REGLAS-SEGREGACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGLAS.
           SELECT MAESTROS-AUD ASSIGN TO "MAESTROS-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAESTROS-AUD.
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.

      * Ficheros del subsistema de usuarios (trazados REGAUDITORIA,
      * REGAPROBACION y REGELEVACION).
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT APROBACIONES ASSIGN TO "APROBACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APROBACIONES.
           SELECT ELEVACIONES ASSIGN TO "ELEVACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ELEVACIONES.

       DATA DIVISION.
       FILE SECTION.
       FD REGLAS.
       01 REG-REGLAS.
           05 REGLA-CODIGO         PIC X(5).
           05 REGLA-ACTIVA         PIC X(1).
           05 REGLA-DIAS           PIC X(3).

      * Diario de cambios de los maestros del lado de ventas; se
      * carga en la tabla y se lee por la vista WS-AUDM.
       FD MAESTROS-AUD.
       01 REG-MAESTROS-AUD        PIC X(78).

       FD CIERRES.
       01 REG-CIERRES.
           05 CIERRE-FECHA           PIC 9(8).
           05 CIERRE-HORA-INICIO     PIC 9(8).
           05 CIERRE-HORA-FIN        PIC 9(8).
           05 CIERRE-LEIDOS          PIC 9(9).
           05 CIERRE-ACEPTADOS       PIC 9(9).
           05 CIERRE-RECHAZADOS      PIC 9(9).
           05 CIERRE-PRODUCTOS       PIC 9(5).
           05 CIERRE-TIPO            PIC X(1).
           05 CIERRE-PUNTO-REINICIO  PIC 9(9).
           05 CIERRE-OPERADOR        PIC 9(6).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           05 AUDIT-FECHA          PIC 9(8).
           05 AUDIT-HORA           PIC 9(8).
           05 AUDIT-ACCION         PIC X(5).
           05 AUDIT-CODIGO         PIC 9(6).
           05 AUDIT-CAMPO          PIC X(10).
           05 AUDIT-OPERADOR       PIC 9(6).

       FD APROBACIONES.
       01 REG-APROBACIONES        PIC X(82).

       FD ELEVACIONES.
       01 REG-ELEVACIONES         PIC X(30).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 FS-REGLAS           PIC XX VALUE SPACES.
       01 FS-MAESTROS-AUD     PIC XX VALUE SPACES.
       01 FS-CIERRES          PIC XX VALUE SPACES.
       01 FS-AUDITORIA        PIC XX VALUE SPACES.
       01 FS-APROBACIONES     PIC XX VALUE SPACES.
       01 FS-ELEVACIONES      PIC XX VALUE SPACES.

      * Periodo del informe.
       01 WS-ARGUMENTOS       PIC X(30) VALUE SPACES.
       01 WS-ARG-1            PIC X(12) VALUE SPACES.
       01 WS-ARG-2            PIC X(12) VALUE SPACES.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-DESDE      PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HASTA      PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-MINIMA     PIC 9(8) VALUE ZEROS.
       01 WS-DIA-DESDE        PIC 9(7) VALUE ZEROS.
       01 WS-DIAS-MAX         PIC 9(3) VALUE ZEROS.

      * Reglas con su valor por defecto; REGLAS-SEGREGACION.DAT
      * solo cambia la marca de activa y la ventana en dias.
       01 TABLA-REGLAS-INI.
           05 FILLER PIC X(5)  VALUE "PRFOR".
           05 FILLER PIC X(1)  VALUE "S".
           05 FILLER PIC 9(3)  VALUE 7.
           05 FILLER PIC X(40)
               VALUE "CAMBIO DE PRECIO/VALIDACION Y FORZAR".
           05 FILLER PIC X(5)  VALUE "ELEUS".
           05 FILLER PIC X(1)  VALUE "S".
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(40)
               VALUE "ELEVACION CONCEDIDA Y USADA".
           05 FILLER PIC X(5)  VALUE "APELE".
           05 FILLER PIC X(1)  VALUE "S".
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(40)
               VALUE "PEDIDA Y APROBADA EL DIA TRAS ELEVACION".
           05 FILLER PIC X(5)  VALUE "TIREI".
           05 FILLER PIC X(1)  VALUE "S".
           05 FILLER PIC 9(3)  VALUE 7.
           05 FILLER PIC X(40)
               VALUE "TIENDA REABIERTA Y VENTAS REINYECTADAS".
       01 TABLA-REGLAS REDEFINES TABLA-REGLAS-INI.
           05 ELEM-REGLA OCCURS 4 TIMES.
               10 ELEM-REGLA-CODIGO   PIC X(5).
               10 ELEM-REGLA-ACTIVA   PIC X(1).
               10 ELEM-REGLA-DIAS     PIC 9(3).
               10 ELEM-REGLA-TEXTO    PIC X(40).
       01 WS-IND-REGLA        PIC 9(1) VALUE ZEROS.
       01 WS-REGLA-HALLADA-SW PIC X VALUE "N".
       01 WS-IND-REGLA-HALL   PIC 9(1) VALUE ZEROS.
       01 WS-REGLA-EN-CURSO   PIC 9(1) VALUE ZEROS.
       01 TABLA-CONFLICTOS.
           05 ELEM-CONFLICTOS OCCURS 4 TIMES PIC 9(5).
       01 WS-TOTAL-CONFLICTOS PIC 9(5) VALUE ZEROS.

      * Lineas del diario de maestros que interesan: C = precio de
      * referencia o validacion, A = reapertura de tienda, I =
      * reinyeccion de ventas.
       01 WS-NUM-MAESTROS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-MAE          PIC 9(4) VALUE ZEROS.
       01 WS-IND-REF          PIC 9(4) VALUE ZEROS.
       01 WS-MAESTROS-LLENOS-SW PIC X VALUE "N".
       01 TABLA-MAESTROS.
           05 ELEM-MAE OCCURS 3000 TIMES.
               10 ELEM-MAE-TIPO       PIC X(1).
               10 ELEM-MAE-DIA        PIC 9(7).
               10 ELEM-MAE-REG        PIC X(78).
       01 WS-AUDM.
           05 WS-AUDM-FECHA       PIC 9(8).
           05 WS-AUDM-HORA        PIC 9(8).
           05 WS-AUDM-OPERADOR    PIC 9(6).
           05 WS-AUDM-FICHERO     PIC X(10).
           05 WS-AUDM-CLAVE       PIC X(6).
           05 WS-AUDM-CAMPO       PIC X(12).
           05 WS-AUDM-VIEJO       PIC X(14).
           05 WS-AUDM-NUEVO       PIC X(14).

      * Primer paso del conflicto en curso, contra el que se buscan
      * los demas.
       01 WS-REF-OPERADOR     PIC 9(6) VALUE ZEROS.
       01 WS-REF-CLAVE        PIC X(6) VALUE SPACES.
       01 WS-REF-FECHA        PIC 9(8) VALUE ZEROS.
       01 WS-REF-HORA         PIC 9(8) VALUE ZEROS.
       01 WS-REF-DIA          PIC 9(7) VALUE ZEROS.
       01 WS-DIA-LIMITE       PIC 9(7) VALUE ZEROS.
       01 WS-DIA-CALCULO      PIC 9(7) VALUE ZEROS.
       01 WS-PRIMERO-SW       PIC X VALUE "S".

      * Elevaciones, con los usos que se les ven en la auditoria de
      * usuarios cuando el concedente es el propio beneficiario.
       01 WS-NUM-ELEVACIONES  PIC 9(4) VALUE ZEROS.
       01 WS-IND-ELE          PIC 9(4) VALUE ZEROS.
       01 WS-IND-EVI          PIC 9(1) VALUE ZEROS.
       01 TABLA-ELEVACIONES.
           05 ELEM-ELE OCCURS 1000 TIMES.
               10 ELEM-ELE-REG        PIC X(30).
               10 ELEM-ELE-USOS       PIC 9(5).
               10 ELEM-ELE-EVID OCCURS 3 TIMES PIC X(43).
       01 WS-ELEVA.
           05 WS-ELEVA-CODIGO         PIC 9(6).
           05 WS-ELEVA-ROL            PIC X(1).
           05 WS-ELEVA-CONCEDENTE     PIC 9(6).
           05 WS-ELEVA-FECHA-CONCESION PIC 9(8).
           05 WS-ELEVA-FECHA-EXPIRA   PIC 9(8).
           05 WS-ELEVA-ESTADO         PIC X(1).
       01 WS-EVID-AUDIT.
           05 WS-EVID-FECHA       PIC 9(8).
           05 WS-EVID-HORA        PIC 9(8).
           05 WS-EVID-ACCION      PIC X(5).
           05 WS-EVID-CODIGO      PIC 9(6).
           05 WS-EVID-CAMPO       PIC X(10).
           05 WS-EVID-OPERADOR    PIC 9(6).

      * Peticiones aprobadas en el periodo.
       01 WS-NUM-APROBADAS    PIC 9(4) VALUE ZEROS.
       01 WS-IND-APR          PIC 9(4) VALUE ZEROS.
       01 TABLA-APROBADAS.
           05 ELEM-APR OCCURS 3000 TIMES PIC X(82).
       01 WS-APROB.
           05 WS-APROB-ID             PIC 9(5).
           05 WS-APROB-FECHA          PIC 9(8).
           05 WS-APROB-HORA           PIC 9(8).
           05 WS-APROB-ACCION         PIC X(5).
           05 WS-APROB-SOLICITANTE    PIC 9(6).
           05 WS-APROB-OBJ-CODIGO     PIC 9(6).
           05 WS-APROB-OBJ-ALIAS      PIC X(10).
           05 WS-APROB-DETALLE        PIC X(10).
           05 WS-APROB-ESTADO         PIC X(1).
           05 WS-APROB-APROBADOR      PIC 9(6).
           05 WS-APROB-FECHA-DECISION PIC 9(8).
           05 WS-APROB-AMBITO-TIPO    PIC X(1).
           05 WS-APROB-HORA-DECISION  PIC 9(8).

       01 WS-DIAS-EDIT        PIC ZZ9.
       01 WS-NUMERO-EDIT      PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "PERIODO NO VALIDO: " WS-FECHA-DESDE " A "
                       WS-FECHA-HASTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-REGLAS
           DISPLAY "SEGREGACION DE FUNCIONES: CONFLICTOS POR OPERADOR"
           DISPLAY "PERIODO DEL " WS-FECHA-DESDE " AL " WS-FECHA-HASTA
           DISPLAY "=================================================="

           PERFORM CARGAR-MAESTROS
           PERFORM CARGAR-ELEVACIONES
           PERFORM CARGAR-APROBADAS
           INITIALIZE TABLA-CONFLICTOS

           MOVE 1 TO WS-REGLA-EN-CURSO
           PERFORM CABECERA-REGLA
           IF ELEM-REGLA-ACTIVA (1) = "S"
               PERFORM REVISAR-CIERRES-FORZADOS
               PERFORM PIE-REGLA
           END-IF

           MOVE 2 TO WS-REGLA-EN-CURSO
           PERFORM CABECERA-REGLA
           IF ELEM-REGLA-ACTIVA (2) = "S"
               PERFORM CONTAR-USOS-ELEVACION
               MOVE ZEROS TO WS-IND-ELE
               PERFORM REVISAR-ELEVACION
                   UNTIL WS-IND-ELE >= WS-NUM-ELEVACIONES
               PERFORM PIE-REGLA
           END-IF

           MOVE 3 TO WS-REGLA-EN-CURSO
           PERFORM CABECERA-REGLA
           IF ELEM-REGLA-ACTIVA (3) = "S"
               MOVE ZEROS TO WS-IND-APR
               PERFORM REVISAR-APROBADA THRU REVISAR-APROBADA-EXIT
                   UNTIL WS-IND-APR >= WS-NUM-APROBADAS
               PERFORM PIE-REGLA
           END-IF

           MOVE 4 TO WS-REGLA-EN-CURSO
           PERFORM CABECERA-REGLA
           IF ELEM-REGLA-ACTIVA (4) = "S"
               MOVE ZEROS TO WS-IND-REF
               PERFORM REVISAR-REAPERTURA THRU REVISAR-REAPERTURA-EXIT
                   UNTIL WS-IND-REF >= WS-NUM-MAESTROS
               PERFORM PIE-REGLA
           END-IF

           PERFORM IMPRIMIR-RESUMEN
           IF WS-TOTAL-CONFLICTOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-FECHA-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - 1)
           IF WS-ARG-2 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-2) IS NUMERIC
               COMPUTE WS-FECHA-HASTA = FUNCTION NUMVAL (WS-ARG-2)
           END-IF
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-HASTA) - 29)
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               COMPUTE WS-FECHA-DESDE = FUNCTION NUMVAL (WS-ARG-1)
           END-IF.

      ******************************************************************
      * Reglas: valores por defecto corregidos por el fichero
      ******************************************************************
       CARGAR-REGLAS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT REGLAS
           IF FS-REGLAS = "00"
               PERFORM LEER-REGLA THRU LEER-REGLA-EXIT
                   UNTIL EOF-SWITCH = "S"
               CLOSE REGLAS
           END-IF

      * La carga del diario de maestros tiene que llegar hasta la
      * ventana mas larga antes del periodo.
           MOVE ZEROS TO WS-DIAS-MAX
           MOVE ZEROS TO WS-IND-REGLA
           PERFORM CALCULAR-DIAS-MAX
               UNTIL WS-IND-REGLA >= 4
           COMPUTE WS-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-DESDE)
           COMPUTE WS-FECHA-MINIMA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-DESDE - WS-DIAS-MAX).

       LEER-REGLA.
           READ REGLAS
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO LEER-REGLA-EXIT
           END-READ
           MOVE "N" TO WS-REGLA-HALLADA-SW
           MOVE ZEROS TO WS-IND-REGLA
           PERFORM COMPARAR-REGLA
               UNTIL WS-IND-REGLA >= 4
               OR WS-REGLA-HALLADA-SW = "S"
           IF WS-REGLA-HALLADA-SW = "N"
               DISPLAY "AVISO: REGLA DESCONOCIDA EN "
                       "REGLAS-SEGREGACION.DAT, SE IGNORA: "
                       REGLA-CODIGO
               GO TO LEER-REGLA-EXIT
           END-IF
           IF REGLA-ACTIVA = "N"
               MOVE "N" TO ELEM-REGLA-ACTIVA (WS-IND-REGLA-HALL)
           ELSE
               MOVE "S" TO ELEM-REGLA-ACTIVA (WS-IND-REGLA-HALL)
           END-IF
           IF REGLA-DIAS IS NUMERIC
               MOVE REGLA-DIAS TO ELEM-REGLA-DIAS (WS-IND-REGLA-HALL)
           END-IF.
       LEER-REGLA-EXIT.
           EXIT.

       COMPARAR-REGLA.
           ADD 1 TO WS-IND-REGLA
           IF ELEM-REGLA-CODIGO (WS-IND-REGLA) = REGLA-CODIGO
               MOVE "S" TO WS-REGLA-HALLADA-SW
               MOVE WS-IND-REGLA TO WS-IND-REGLA-HALL
           END-IF.

       CALCULAR-DIAS-MAX.
           ADD 1 TO WS-IND-REGLA
           IF ELEM-REGLA-DIAS (WS-IND-REGLA) > WS-DIAS-MAX
               MOVE ELEM-REGLA-DIAS (WS-IND-REGLA) TO WS-DIAS-MAX
           END-IF.

       CABECERA-REGLA.
           MOVE ELEM-REGLA-DIAS (WS-REGLA-EN-CURSO) TO WS-DIAS-EDIT
           DISPLAY " "
           DISPLAY "REGLA " ELEM-REGLA-CODIGO (WS-REGLA-EN-CURSO)
                   " - " ELEM-REGLA-TEXTO (WS-REGLA-EN-CURSO)
           IF ELEM-REGLA-ACTIVA (WS-REGLA-EN-CURSO) = "S"
               DISPLAY "VENTANA " WS-DIAS-EDIT " DIAS"
           ELSE
               DISPLAY "DESACTIVADA EN REGLAS-SEGREGACION.DAT"
           END-IF
           DISPLAY "--------------------------------------------------".

       PIE-REGLA.
           IF ELEM-CONFLICTOS (WS-REGLA-EN-CURSO) = ZEROS
               DISPLAY "SIN CONFLICTOS"
           END-IF.

      * Cabecera de un conflicto: la regla y el operador sennalado.
       ABRIR-CONFLICTO.
           ADD 1 TO ELEM-CONFLICTOS (WS-REGLA-EN-CURSO)
           ADD 1 TO WS-TOTAL-CONFLICTOS
           DISPLAY " "
           DISPLAY "** CONFLICTO " ELEM-REGLA-CODIGO (WS-REGLA-EN-CURSO)
                   "  OPERADOR " WS-REF-OPERADOR " **".

      ******************************************************************
      * Carga de los rastros
      ******************************************************************
       CARGAR-MAESTROS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT MAESTROS-AUD
           IF FS-MAESTROS-AUD NOT = "00"
               DISPLAY "AVISO: SIN MAESTROS-AUDITORIA.DAT"
           ELSE
               PERFORM LEER-MAESTRO THRU LEER-MAESTRO-EXIT
                   UNTIL EOF-SWITCH = "S"
               CLOSE MAESTROS-AUD
           END-IF
           IF WS-MAESTROS-LLENOS-SW = "S"
               DISPLAY "AVISO: MAS DE 3000 CAMBIOS DE MAESTROS QUE "
                       "INTERESAN; LOS ULTIMOS NO SE MIRAN"
           END-IF.

       LEER-MAESTRO.
           READ MAESTROS-AUD INTO WS-AUDM
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO LEER-MAESTRO-EXIT
           END-READ
           IF WS-AUDM-FECHA IS NOT NUMERIC
               OR WS-AUDM-OPERADOR IS NOT NUMERIC
               GO TO LEER-MAESTRO-EXIT
           END-IF
           IF WS-AUDM-FECHA < WS-FECHA-MINIMA
               OR WS-AUDM-FECHA > WS-FECHA-HASTA
               OR WS-AUDM-OPERADOR = ZEROS
               GO TO LEER-MAESTRO-EXIT
           END-IF
           IF WS-NUM-MAESTROS >= 3000
               MOVE "S" TO WS-MAESTROS-LLENOS-SW
               GO TO LEER-MAESTRO-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-AUDM-FICHERO = "PRODUCTOS"
                   AND WS-AUDM-CAMPO = "PRECIO-REF"
                   ADD 1 TO WS-NUM-MAESTROS
                   MOVE "C" TO ELEM-MAE-TIPO (WS-NUM-MAESTROS)
               WHEN WS-AUDM-FICHERO = "PARAMETROS"
                   AND WS-AUDM-CAMPO (1:4) = "VAL-"
                   ADD 1 TO WS-NUM-MAESTROS
                   MOVE "C" TO ELEM-MAE-TIPO (WS-NUM-MAESTROS)
               WHEN WS-AUDM-FICHERO = "TIENDAS"
                   AND WS-AUDM-CAMPO = "ESTADO"
                   AND WS-AUDM-VIEJO (1:1) = "C"
                   AND WS-AUDM-NUEVO (1:1) = "A"
                   ADD 1 TO WS-NUM-MAESTROS
                   MOVE "A" TO ELEM-MAE-TIPO (WS-NUM-MAESTROS)
               WHEN WS-AUDM-FICHERO = "REINYECTA"
                   ADD 1 TO WS-NUM-MAESTROS
                   MOVE "I" TO ELEM-MAE-TIPO (WS-NUM-MAESTROS)
               WHEN OTHER
                   GO TO LEER-MAESTRO-EXIT
           END-EVALUATE
           COMPUTE ELEM-MAE-DIA (WS-NUM-MAESTROS) =
               FUNCTION INTEGER-OF-DATE (WS-AUDM-FECHA)
           MOVE WS-AUDM TO ELEM-MAE-REG (WS-NUM-MAESTROS).
       LEER-MAESTRO-EXIT.
           EXIT.

      * Todas las elevaciones: una concedida antes del periodo puede
      * usarse dentro de el.
       CARGAR-ELEVACIONES.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT ELEVACIONES
           IF FS-ELEVACIONES = "00"
               PERFORM LEER-ELEVACION THRU LEER-ELEVACION-EXIT
                   UNTIL EOF-SWITCH = "S"
               CLOSE ELEVACIONES
           END-IF.

       LEER-ELEVACION.
           READ ELEVACIONES INTO WS-ELEVA
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO LEER-ELEVACION-EXIT
           END-READ
           IF WS-ELEVA-FECHA-CONCESION IS NOT NUMERIC
               OR WS-ELEVA-FECHA-EXPIRA IS NOT NUMERIC
               GO TO LEER-ELEVACION-EXIT
           END-IF
           IF WS-NUM-ELEVACIONES >= 1000
               DISPLAY "AVISO: MAS DE 1000 ELEVACIONES, SE IGNORA LA "
                       "CONCEDIDA EL " WS-ELEVA-FECHA-CONCESION
               GO TO LEER-ELEVACION-EXIT
           END-IF
           ADD 1 TO WS-NUM-ELEVACIONES
           MOVE WS-ELEVA TO ELEM-ELE-REG (WS-NUM-ELEVACIONES)
           MOVE ZEROS TO ELEM-ELE-USOS (WS-NUM-ELEVACIONES).
       LEER-ELEVACION-EXIT.
           EXIT.

       CARGAR-APROBADAS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT APROBACIONES
           IF FS-APROBACIONES = "00"
               PERFORM LEER-APROBACION THRU LEER-APROBACION-EXIT
                   UNTIL EOF-SWITCH = "S"
               CLOSE APROBACIONES
           END-IF.

       LEER-APROBACION.
           READ APROBACIONES INTO WS-APROB
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO LEER-APROBACION-EXIT
           END-READ
           IF WS-APROB-ESTADO NOT = "A"
               OR WS-APROB-FECHA-DECISION IS NOT NUMERIC
               OR WS-APROB-FECHA IS NOT NUMERIC
               GO TO LEER-APROBACION-EXIT
           END-IF
           IF WS-APROB-FECHA-DECISION < WS-FECHA-DESDE
               OR WS-APROB-FECHA-DECISION > WS-FECHA-HASTA
               GO TO LEER-APROBACION-EXIT
           END-IF
           IF WS-NUM-APROBADAS >= 3000
               DISPLAY "AVISO: MAS DE 3000 PETICIONES APROBADAS EN "
                       "EL PERIODO, SE IGNORA LA " WS-APROB-ID
               GO TO LEER-APROBACION-EXIT
           END-IF
           ADD 1 TO WS-NUM-APROBADAS
           MOVE WS-APROB TO ELEM-APR (WS-NUM-APROBADAS).
       LEER-APROBACION-EXIT.
           EXIT.

      ******************************************************************
      * PRFOR: cierre forzado por quien toco precios o validaciones
      ******************************************************************
       REVISAR-CIERRES-FORZADOS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT CIERRES
           IF FS-CIERRES NOT = "00"
               DISPLAY "AVISO: SIN CIERRES.DAT"
           ELSE
               PERFORM LEER-CIERRE THRU LEER-CIERRE-EXIT
                   UNTIL EOF-SWITCH = "S"
               CLOSE CIERRES
           END-IF.

       LEER-CIERRE.
           READ CIERRES
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO LEER-CIERRE-EXIT
           END-READ
           IF CIERRE-TIPO NOT = "F"
               OR CIERRE-FECHA IS NOT NUMERIC
               OR CIERRE-OPERADOR IS NOT NUMERIC
               GO TO LEER-CIERRE-EXIT
           END-IF
           IF CIERRE-FECHA < WS-FECHA-DESDE
               OR CIERRE-FECHA > WS-FECHA-HASTA
               OR CIERRE-OPERADOR = ZEROS
               GO TO LEER-CIERRE-EXIT
           END-IF

           MOVE CIERRE-OPERADOR TO WS-REF-OPERADOR
           MOVE CIERRE-FECHA TO WS-REF-FECHA
           MOVE CIERRE-HORA-INICIO TO WS-REF-HORA
           COMPUTE WS-REF-DIA = FUNCTION INTEGER-OF-DATE (CIERRE-FECHA)
           COMPUTE WS-DIA-LIMITE = WS-REF-DIA - ELEM-REGLA-DIAS (1)
           MOVE "S" TO WS-PRIMERO-SW
           MOVE ZEROS TO WS-IND-MAE
           PERFORM CASAR-CAMBIO-PREVIO
               UNTIL WS-IND-MAE >= WS-NUM-MAESTROS.
       LEER-CIERRE-EXIT.
           EXIT.

      * Cambio sensible del mismo operador en la ventana anterior al
      * cierre (el mismo dia, solo si fue antes de arrancarlo).
       CASAR-CAMBIO-PREVIO.
           ADD 1 TO WS-IND-MAE
           IF ELEM-MAE-TIPO (WS-IND-MAE) = "C"
               AND ELEM-MAE-DIA (WS-IND-MAE) NOT < WS-DIA-LIMITE
               AND ELEM-MAE-DIA (WS-IND-MAE) NOT > WS-REF-DIA
               MOVE ELEM-MAE-REG (WS-IND-MAE) TO WS-AUDM
               IF WS-AUDM-OPERADOR = WS-REF-OPERADOR
                   AND (WS-AUDM-FECHA < WS-REF-FECHA
                        OR WS-AUDM-HORA NOT > WS-REF-HORA)
                   IF WS-PRIMERO-SW = "S"
                       MOVE "N" TO WS-PRIMERO-SW
                       PERFORM ABRIR-CONFLICTO
                       DISPLAY "   CIERRES.DAT       " CIERRE-FECHA
                               " " CIERRE-HORA-INICIO
                               " CIERRE FORZADO, LEIDOS "
                               CIERRE-LEIDOS
                   END-IF
                   PERFORM MOSTRAR-MAESTRO
               END-IF
           END-IF.

       MOSTRAR-MAESTRO.
           DISPLAY "   MAESTROS-AUD.     " WS-AUDM-FECHA " "
                   WS-AUDM-HORA " " WS-AUDM-FICHERO " "
                   WS-AUDM-CLAVE " " WS-AUDM-CAMPO " "
                   WS-AUDM-VIEJO " -> " WS-AUDM-NUEVO.

      ******************************************************************
      * ELEUS: elevacion concedida y usada por la misma mano
      ******************************************************************
      * Usos dentro del periodo de cada elevacion que el
      * administrador se concedio a si mismo: toda accion suya en la
      * auditoria de usuarios mientras estuvo vigente (salvo otras
      * concesiones y los intentos fuera de ambito).
       CONTAR-USOS-ELEVACION.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: SIN AUDITORIA.DAT"
           ELSE
               PERFORM LEER-AUDITORIA THRU LEER-AUDITORIA-EXIT
                   UNTIL EOF-SWITCH = "S"
               CLOSE AUDITORIA
           END-IF.

       LEER-AUDITORIA.
           READ AUDITORIA
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO LEER-AUDITORIA-EXIT
           END-READ
           IF AUDIT-FECHA IS NOT NUMERIC
               OR AUDIT-OPERADOR IS NOT NUMERIC
               GO TO LEER-AUDITORIA-EXIT
           END-IF
           IF AUDIT-FECHA < WS-FECHA-DESDE
               OR AUDIT-FECHA > WS-FECHA-HASTA
               OR AUDIT-OPERADOR = ZEROS
               OR AUDIT-ACCION = "ELEVA"
               OR AUDIT-ACCION = "FUERA"
               GO TO LEER-AUDITORIA-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-ELE
           PERFORM CASAR-USO-ELEVACION
               UNTIL WS-IND-ELE >= WS-NUM-ELEVACIONES.
       LEER-AUDITORIA-EXIT.
           EXIT.

       CASAR-USO-ELEVACION.
           ADD 1 TO WS-IND-ELE
           MOVE ELEM-ELE-REG (WS-IND-ELE) TO WS-ELEVA
           IF WS-ELEVA-CODIGO = WS-ELEVA-CONCEDENTE
               AND WS-ELEVA-CODIGO = AUDIT-OPERADOR
               AND AUDIT-FECHA NOT < WS-ELEVA-FECHA-CONCESION
               AND AUDIT-FECHA NOT > WS-ELEVA-FECHA-EXPIRA
               ADD 1 TO ELEM-ELE-USOS (WS-IND-ELE)
               IF ELEM-ELE-USOS (WS-IND-ELE) NOT > 3
                   MOVE ELEM-ELE-USOS (WS-IND-ELE) TO WS-IND-EVI
                   MOVE REG-AUDITORIA
                       TO ELEM-ELE-EVID (WS-IND-ELE, WS-IND-EVI)
               END-IF
           END-IF.

       REVISAR-ELEVACION.
           ADD 1 TO WS-IND-ELE
           MOVE ELEM-ELE-REG (WS-IND-ELE) TO WS-ELEVA

      * Se la concedio a si mismo y la uso.
           IF ELEM-ELE-USOS (WS-IND-ELE) > ZEROS
               MOVE WS-ELEVA-CONCEDENTE TO WS-REF-OPERADOR
               PERFORM ABRIR-CONFLICTO
               PERFORM MOSTRAR-ELEVACION
               MOVE ZEROS TO WS-IND-EVI
               PERFORM MOSTRAR-USO
                   UNTIL WS-IND-EVI >= 3
                   OR WS-IND-EVI >= ELEM-ELE-USOS (WS-IND-ELE)
               IF ELEM-ELE-USOS (WS-IND-ELE) > 3
                   COMPUTE WS-NUMERO-EDIT =
                       ELEM-ELE-USOS (WS-IND-ELE) - 3
                   DISPLAY "   ... Y " WS-NUMERO-EDIT
                           " ACCIONES MAS EN AUDITORIA.DAT"
               END-IF
           END-IF

      * Elevo a otro, que durante la elevacion le aprobo peticiones
      * suyas.
           MOVE WS-ELEVA-CONCEDENTE TO WS-REF-OPERADOR
           MOVE "S" TO WS-PRIMERO-SW
           MOVE ZEROS TO WS-IND-APR
           PERFORM CASAR-APROBACION-ELEVADO
               UNTIL WS-IND-APR >= WS-NUM-APROBADAS.

       CASAR-APROBACION-ELEVADO.
           ADD 1 TO WS-IND-APR
           MOVE ELEM-APR (WS-IND-APR) TO WS-APROB
           IF WS-APROB-SOLICITANTE = WS-ELEVA-CONCEDENTE
               AND WS-APROB-APROBADOR = WS-ELEVA-CODIGO
               AND WS-ELEVA-CODIGO NOT = WS-ELEVA-CONCEDENTE
               AND WS-APROB-FECHA-DECISION
                   NOT < WS-ELEVA-FECHA-CONCESION
               AND WS-APROB-FECHA-DECISION
                   NOT > WS-ELEVA-FECHA-EXPIRA
               IF WS-PRIMERO-SW = "S"
                   MOVE "N" TO WS-PRIMERO-SW
                   PERFORM ABRIR-CONFLICTO
                   PERFORM MOSTRAR-ELEVACION
               END-IF
               PERFORM MOSTRAR-APROBACION
           END-IF.

       MOSTRAR-USO.
           ADD 1 TO WS-IND-EVI
           MOVE ELEM-ELE-EVID (WS-IND-ELE, WS-IND-EVI) TO WS-EVID-AUDIT
           DISPLAY "   AUDITORIA.DAT     " WS-EVID-FECHA " "
                   WS-EVID-HORA " " WS-EVID-ACCION " USUARIO "
                   WS-EVID-CODIGO " " WS-EVID-CAMPO.

       MOSTRAR-ELEVACION.
           DISPLAY "   ELEVACIONES.DAT   " WS-ELEVA-FECHA-CONCESION
                   " ROL " WS-ELEVA-ROL " A " WS-ELEVA-CODIGO
                   " CONCEDIDA POR " WS-ELEVA-CONCEDENTE
                   " HASTA " WS-ELEVA-FECHA-EXPIRA.

       MOSTRAR-APROBACION.
           DISPLAY "   APROBACIONES.DAT  " WS-APROB-ID " "
                   WS-APROB-ACCION " USUARIO " WS-APROB-OBJ-CODIGO
                   " PEDIDA " WS-APROB-FECHA " POR "
                   WS-APROB-SOLICITANTE " APROBADA "
                   WS-APROB-FECHA-DECISION " POR "
                   WS-APROB-APROBADOR.

      ******************************************************************
      * APELE: pedida y aprobada en el dia tras una elevacion fresca
      ******************************************************************
       REVISAR-APROBADA.
           ADD 1 TO WS-IND-APR
           MOVE ELEM-APR (WS-IND-APR) TO WS-APROB
           IF WS-APROB-FECHA NOT = WS-APROB-FECHA-DECISION
               GO TO REVISAR-APROBADA-EXIT
           END-IF
           COMPUTE WS-REF-DIA =
               FUNCTION INTEGER-OF-DATE (WS-APROB-FECHA-DECISION)
           COMPUTE WS-DIA-LIMITE = WS-REF-DIA - ELEM-REGLA-DIAS (3)
           MOVE WS-APROB-SOLICITANTE TO WS-REF-OPERADOR
           MOVE "S" TO WS-PRIMERO-SW
           MOVE ZEROS TO WS-IND-ELE
           PERFORM CASAR-ELEVACION-FRESCA
               UNTIL WS-IND-ELE >= WS-NUM-ELEVACIONES.
       REVISAR-APROBADA-EXIT.
           EXIT.

       CASAR-ELEVACION-FRESCA.
           ADD 1 TO WS-IND-ELE
           MOVE ELEM-ELE-REG (WS-IND-ELE) TO WS-ELEVA
           IF WS-ELEVA-CODIGO = WS-APROB-SOLICITANTE
               OR WS-ELEVA-CODIGO = WS-APROB-APROBADOR
               IF WS-ELEVA-FECHA-CONCESION NOT > WS-APROB-FECHA-DECISION
                   COMPUTE WS-DIA-CALCULO = FUNCTION INTEGER-OF-DATE
                       (WS-ELEVA-FECHA-CONCESION)
                   IF WS-DIA-CALCULO NOT < WS-DIA-LIMITE
                       IF WS-PRIMERO-SW = "S"
                           MOVE "N" TO WS-PRIMERO-SW
                           PERFORM ABRIR-CONFLICTO
                           PERFORM MOSTRAR-APROBACION
                       END-IF
                       PERFORM MOSTRAR-ELEVACION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * TIREI: tienda reabierta y ventas reinyectadas por el mismo
      ******************************************************************
       REVISAR-REAPERTURA.
           ADD 1 TO WS-IND-REF
           IF ELEM-MAE-TIPO (WS-IND-REF) NOT = "A"
               GO TO REVISAR-REAPERTURA-EXIT
           END-IF
           MOVE ELEM-MAE-REG (WS-IND-REF) TO WS-AUDM
           MOVE WS-AUDM-OPERADOR TO WS-REF-OPERADOR
           MOVE WS-AUDM-CLAVE TO WS-REF-CLAVE
           MOVE WS-AUDM-FECHA TO WS-REF-FECHA
           MOVE WS-AUDM-HORA TO WS-REF-HORA
           MOVE ELEM-MAE-DIA (WS-IND-REF) TO WS-REF-DIA
           COMPUTE WS-DIA-LIMITE = WS-REF-DIA + ELEM-REGLA-DIAS (4)
           MOVE "S" TO WS-PRIMERO-SW
           MOVE ZEROS TO WS-IND-MAE
           PERFORM CASAR-REINYECCION
               UNTIL WS-IND-MAE >= WS-NUM-MAESTROS.
       REVISAR-REAPERTURA-EXIT.
           EXIT.

      * Reinyeccion de la misma tienda por el mismo operador, dentro
      * del periodo y de la ventana posterior a la reapertura.
       CASAR-REINYECCION.
           ADD 1 TO WS-IND-MAE
           IF ELEM-MAE-TIPO (WS-IND-MAE) = "I"
               AND ELEM-MAE-DIA (WS-IND-MAE) NOT < WS-REF-DIA
               AND ELEM-MAE-DIA (WS-IND-MAE) NOT > WS-DIA-LIMITE
               MOVE ELEM-MAE-REG (WS-IND-MAE) TO WS-AUDM
               IF WS-AUDM-OPERADOR = WS-REF-OPERADOR
                   AND WS-AUDM-CLAVE = WS-REF-CLAVE
                   AND WS-AUDM-FECHA NOT < WS-FECHA-DESDE
                   AND (WS-AUDM-FECHA > WS-REF-FECHA
                        OR WS-AUDM-HORA NOT < WS-REF-HORA)
                   IF WS-PRIMERO-SW = "S"
                       MOVE "N" TO WS-PRIMERO-SW
                       PERFORM ABRIR-CONFLICTO
                       MOVE ELEM-MAE-REG (WS-IND-REF) TO WS-AUDM
                       PERFORM MOSTRAR-MAESTRO
                       MOVE ELEM-MAE-REG (WS-IND-MAE) TO WS-AUDM
                   END-IF
                   PERFORM MOSTRAR-MAESTRO
               END-IF
           END-IF.

       IMPRIMIR-RESUMEN.
           DISPLAY " "
           DISPLAY "=================================================="
           DISPLAY "CONFLICTOS POR REGLA"
           MOVE ZEROS TO WS-IND-REGLA
           PERFORM IMPRIMIR-UNA-REGLA
               UNTIL WS-IND-REGLA >= 4
           MOVE WS-TOTAL-CONFLICTOS TO WS-NUMERO-EDIT
           DISPLAY "TOTAL           " WS-NUMERO-EDIT
           DISPLAY "==================================================".

       IMPRIMIR-UNA-REGLA.
           ADD 1 TO WS-IND-REGLA
           MOVE ELEM-CONFLICTOS (WS-IND-REGLA) TO WS-NUMERO-EDIT
           IF ELEM-REGLA-ACTIVA (WS-IND-REGLA) = "S"
               DISPLAY "   " ELEM-REGLA-CODIGO (WS-IND-REGLA)
                       "         " WS-NUMERO-EDIT
           ELSE
               DISPLAY "   " ELEM-REGLA-CODIGO (WS-IND-REGLA)
                       "         DESACTIVADA"
           END-IF.
