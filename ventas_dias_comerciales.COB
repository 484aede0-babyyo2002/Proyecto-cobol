      ******************************************************************
      * Author:Maria Romero
      * Date:16/09/2026
      * Purpose: Consulta del calendario comercial de las tiendas
      *    CALENDARIO-TIENDAS.DAT (ver MANTENIMIENTO-CALENDARIO). El
      *    calendario guarda solo las excepciones: una linea por dia
      *    y tienda (T) o por dia y region (R) con su estado
      *    (A = abierta, C = cerrada, M = media jornada). Para una
      *    tienda y un dia manda la linea de la tienda; si no la
      *    hay, la de su region (tomada de TIENDAS.DAT); si tampoco,
      *    el dia es de apertura normal. Asi un festivo regional se
      *    apunta una vez para la region y una tienda que abre ese
      *    dia lleva su propia linea A.
      *    Devuelve el estado del dia DESDE y los dias comerciales
      *    del rango DESDE-HASTA, ambos incluidos (un dia abierto
      *    cuenta 1, media jornada 0,5 y cerrado 0); con HASTA a
      *    ceros o anterior a DESDE se consulta solo el dia DESDE.
      *    Lo llaman RECOGER-FEEDS, CUADRE-CAJA, CALIDAD-TIENDAS,
      *    PROYECCION-MES y las comparativas para no exigir ni
      *    penalizar nada en los dias que una tienda estuvo cerrada.
      *    El calendario y el maestro de tiendas se cargan en la
      *    primera llamada y se conservan; el mantenimiento cancela
      *    este programa al grabar para que la siguiente llamada
      *    vea los cambios.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-CALENDARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO ASSIGN TO "CALENDARIO-TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.

       DATA DIVISION.
       FILE SECTION.
      * Excepciones al calendario comercial: dia, T + codigo de
      * tienda o R + region, estado del dia y motivo.
       FD CALENDARIO.
       01 REG-CALENDARIO.
           05 CAL-FECHA            PIC 9(8).
           05 CAL-TIPO             PIC X(1).
           05 CAL-VALOR            PIC X(10).
           05 CAL-ESTADO           PIC X(1).
           05 CAL-MOTIVO           PIC X(20).

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

       WORKING-STORAGE SECTION.
       01 FS-CALENDARIO        PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 EOF-SWITCH-CAL       PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".

      * Calendario y tiendas en memoria; se conservan entre llamadas.
       01 WS-CARGADO-SW        PIC X VALUE "N".
       01 WS-NUM-DIAS-CAL      PIC 9(4) VALUE ZEROS.
       01 WS-IND-CAL           PIC 9(4) VALUE ZEROS.
       01 TABLA-CALENDARIO.
           05 ELEM-CAL OCCURS 3000 TIMES.
               10 ELEM-CAL-FECHA   PIC 9(8).
               10 ELEM-CAL-TIPO    PIC X(1).
               10 ELEM-CAL-VALOR   PIC X(10).
               10 ELEM-CAL-ESTADO  PIC X(1).

       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND               PIC 9(3) VALUE ZEROS.
       01 WS-ENCONTRADA-SW     PIC X VALUE "N".
       01 WS-REGION-TIENDA     PIC X(10) VALUE SPACES.
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA OCCURS 200 TIMES.
               10 ELEM-CODIGO      PIC X(4).
               10 ELEM-REGION      PIC X(10).

      * Recorrido del rango de fechas en dias julianos.
       01 WS-DIA-DESDE         PIC 9(7) VALUE ZEROS.
       01 WS-DIA-HASTA         PIC 9(7) VALUE ZEROS.
       01 WS-DIA-CURSO         PIC 9(7) VALUE ZEROS.
       01 WS-FECHA-CURSO       PIC 9(8) VALUE ZEROS.
       01 WS-ESTADO-TIENDA     PIC X(1) VALUE SPACES.
       01 WS-ESTADO-REGION     PIC X(1) VALUE SPACES.
       01 WS-ESTADO-DIA        PIC X(1) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TIENDA            PIC X(4).
       01 LK-FECHA-DESDE       PIC 9(8).
       01 LK-FECHA-HASTA       PIC 9(8).
       01 LK-ESTADO            PIC X(1).
       01 LK-DIAS              PIC 9(3)V9.

       PROCEDURE DIVISION USING LK-TIENDA LK-FECHA-DESDE
                                LK-FECHA-HASTA LK-ESTADO LK-DIAS.
       INICIO.
           MOVE "A" TO LK-ESTADO
           MOVE ZEROS TO LK-DIAS
           IF WS-CARGADO-SW = "N"
               PERFORM CARGAR-CALENDARIO
               PERFORM CARGAR-TIENDAS
           END-IF

           IF LK-FECHA-DESDE IS NOT NUMERIC
               OR LK-FECHA-DESDE = ZEROS
               GOBACK
           END-IF
           COMPUTE WS-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE (LK-FECHA-DESDE)
           IF WS-DIA-DESDE = ZEROS
               GOBACK
           END-IF
           MOVE WS-DIA-DESDE TO WS-DIA-HASTA
           IF LK-FECHA-HASTA IS NUMERIC
               AND LK-FECHA-HASTA > LK-FECHA-DESDE
               COMPUTE WS-DIA-HASTA =
                   FUNCTION INTEGER-OF-DATE (LK-FECHA-HASTA)
               IF WS-DIA-HASTA < WS-DIA-DESDE
                   MOVE WS-DIA-DESDE TO WS-DIA-HASTA
               END-IF
           END-IF

           PERFORM BUSCAR-REGION-TIENDA
           MOVE WS-DIA-DESDE TO WS-DIA-CURSO
           PERFORM CONTAR-UN-DIA
               UNTIL WS-DIA-CURSO > WS-DIA-HASTA
           GOBACK.

      * Estado de un dia del rango: el del primer dia se devuelve
      * ademas como estado de la consulta.
       CONTAR-UN-DIA.
           COMPUTE WS-FECHA-CURSO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-CURSO)
           PERFORM RESOLVER-ESTADO-DIA
           IF WS-DIA-CURSO = WS-DIA-DESDE
               MOVE WS-ESTADO-DIA TO LK-ESTADO
           END-IF
           EVALUATE WS-ESTADO-DIA
               WHEN "C"
                   CONTINUE
               WHEN "M"
                   ADD 0,5 TO LK-DIAS
               WHEN OTHER
                   ADD 1 TO LK-DIAS
           END-EVALUATE
           ADD 1 TO WS-DIA-CURSO.

      * La linea de la tienda manda sobre la de su region; sin
      * ninguna de las dos el dia es de apertura normal.
       RESOLVER-ESTADO-DIA.
           MOVE SPACES TO WS-ESTADO-TIENDA
           MOVE SPACES TO WS-ESTADO-REGION
           MOVE ZEROS TO WS-IND-CAL
           PERFORM COMPARAR-DIA-CAL
               UNTIL WS-IND-CAL >= WS-NUM-DIAS-CAL
               OR WS-ESTADO-TIENDA NOT = SPACES
           EVALUATE TRUE
               WHEN WS-ESTADO-TIENDA NOT = SPACES
                   MOVE WS-ESTADO-TIENDA TO WS-ESTADO-DIA
               WHEN WS-ESTADO-REGION NOT = SPACES
                   MOVE WS-ESTADO-REGION TO WS-ESTADO-DIA
               WHEN OTHER
                   MOVE "A" TO WS-ESTADO-DIA
           END-EVALUATE.

       COMPARAR-DIA-CAL.
           ADD 1 TO WS-IND-CAL
           IF ELEM-CAL-FECHA (WS-IND-CAL) = WS-FECHA-CURSO
               IF ELEM-CAL-TIPO (WS-IND-CAL) = "T"
                   AND ELEM-CAL-VALOR (WS-IND-CAL) = LK-TIENDA
                   MOVE ELEM-CAL-ESTADO (WS-IND-CAL)
                       TO WS-ESTADO-TIENDA
               END-IF
               IF ELEM-CAL-TIPO (WS-IND-CAL) = "R"
                   AND WS-REGION-TIENDA NOT = SPACES
                   AND ELEM-CAL-VALOR (WS-IND-CAL) = WS-REGION-TIENDA
                   MOVE ELEM-CAL-ESTADO (WS-IND-CAL)
                       TO WS-ESTADO-REGION
               END-IF
           END-IF.

       BUSCAR-REGION-TIENDA.
           MOVE SPACES TO WS-REGION-TIENDA
           MOVE "N" TO WS-ENCONTRADA-SW
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS
               OR WS-ENCONTRADA-SW = "S".

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND
           IF ELEM-CODIGO (WS-IND) = LK-TIENDA
               MOVE "S" TO WS-ENCONTRADA-SW
               MOVE ELEM-REGION (WS-IND) TO WS-REGION-TIENDA
           END-IF.

      * Sin CALENDARIO-TIENDAS.DAT todos los dias son de apertura
      * normal.
       CARGAR-CALENDARIO.
           MOVE "S" TO WS-CARGADO-SW
           MOVE ZEROS TO WS-NUM-DIAS-CAL
           OPEN INPUT CALENDARIO
           IF FS-CALENDARIO = "00"
               PERFORM LEER-CALENDARIO THRU LEER-CALENDARIO-EXIT
                   UNTIL EOF-SWITCH-CAL = "S"
               CLOSE CALENDARIO
           END-IF.

       LEER-CALENDARIO.
           READ CALENDARIO
               AT END MOVE "S" TO EOF-SWITCH-CAL
           NOT AT END
               IF CAL-FECHA IS NOT NUMERIC
                   GO TO LEER-CALENDARIO-EXIT
               END-IF
               IF WS-NUM-DIAS-CAL < 3000
                   ADD 1 TO WS-NUM-DIAS-CAL
                   MOVE CAL-FECHA TO ELEM-CAL-FECHA (WS-NUM-DIAS-CAL)
                   MOVE CAL-TIPO TO ELEM-CAL-TIPO (WS-NUM-DIAS-CAL)
                   MOVE CAL-VALOR TO ELEM-CAL-VALOR (WS-NUM-DIAS-CAL)
                   MOVE CAL-ESTADO
                       TO ELEM-CAL-ESTADO (WS-NUM-DIAS-CAL)
               ELSE
                   DISPLAY "AVISO: CALENDARIO CON MAS DE 3000 "
                           "LINEAS, SE IGNORA: " REG-CALENDARIO
               END-IF
           END-READ.
       LEER-CALENDARIO-EXIT.
           EXIT.

       CARGAR-TIENDAS.
           MOVE ZEROS TO WS-NUM-TIENDAS
           OPEN INPUT TIENDAS
           IF FS-TIENDAS = "00"
               PERFORM LEER-TIENDA THRU LEER-TIENDA-EXIT
                   UNTIL EOF-SWITCH-TIENDAS = "S"
               CLOSE TIENDAS
           END-IF.

       LEER-TIENDA.
           READ TIENDAS
               AT END MOVE "S" TO EOF-SWITCH-TIENDAS
           NOT AT END
               IF WS-NUM-TIENDAS < 200
                   ADD 1 TO WS-NUM-TIENDAS
                   MOVE CODIGO-TIENDA TO ELEM-CODIGO (WS-NUM-TIENDAS)
                   MOVE REGION-TIENDA TO ELEM-REGION (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.
