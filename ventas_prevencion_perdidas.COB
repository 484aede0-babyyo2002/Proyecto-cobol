      ******************************************************************
      * Author:Maria Romero
      * Date:08/09/2026
      * Purpose: Informe semanal de prevencion de perdidas sobre los
      *    abonos. Lee MOVIMIENTOS-CAJERO.DAT (lo que el cierre deja
      *    por cajero: ventas por tienda y dia y el detalle de cada
      *    abono con la tienda, fecha y cajero de la venta original)
      *    para los siete dias que terminan en la fecha pedida y:
      *    - lista los abonos sospechosos: hechos en otra tienda que
      *      la de la venta, hechos muchos dias despues de la venta
      *      (mas del umbral de dias) o tecleados por el mismo cajero
      *      que hizo la venta original;
      *    - clasifica los cajeros (por tienda) y despues las tiendas
      *      por el importe abonado en % de su venta, con el numero
      *      de abonos y su % sobre las lineas vendidas.
      *    Argumentos del job: umbral de dias y ultimo dia de la
      *    semana AAAAMMDD ("30" y ayer si no se pasan).
      *    RETURN-CODE 4 si hay abonos sennalados.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVENCION-PERDIDAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCAJ ASSIGN TO "MOVIMIENTOS-CAJERO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVCAJ.
           SELECT SORT-RANKING ASSIGN TO SORTPERDI.

       DATA DIVISION.
       FILE SECTION.
      * MOVCAJ-TIPO V = ventas de un cajero en una tienda y dia;
      * A = un abono con los datos de la venta original.
       FD MOVCAJ.
       01 REG-MOVCAJ.
           05 MOVCAJ-FECHA         PIC 9(8).
           05 MOVCAJ-TIENDA        PIC X(4).
           05 MOVCAJ-CAJERO        PIC X(6).
           05 MOVCAJ-TIPO          PIC X(1).
           05 MOVCAJ-LINEAS        PIC 9(7).
           05 MOVCAJ-IMPORTE       PIC 9(9)V99.
           05 MOVCAJ-TICKET        PIC X(8).
           05 MOVCAJ-CODIGO        PIC X(5).
           05 MOVCAJ-TIENDA-ORIG   PIC X(4).
           05 MOVCAJ-FECHA-ORIG    PIC X(8).
           05 MOVCAJ-CAJERO-ORIG   PIC X(6).
       01 REG-MOVCAJ-VISTA.
           05 FILLER               PIC X(54).
           05 MOVCAJ-FECHA-ORIG-9  PIC 9(8).
           05 FILLER               PIC X(6).

      * Clasificacion: primero los cajeros (SORT-NIVEL 1) y despues
      * las tiendas (2), cada bloque por % abonado de mayor a menor.
       SD SORT-RANKING.
       01 REG-SORT-RANKING.
           05 SORT-NIVEL           PIC 9(1).
           05 SORT-PCT-IMPORTE     PIC 9(5)V99.
           05 SORT-TIENDA          PIC X(4).
           05 SORT-CAJERO          PIC X(6).
           05 SORT-VENTAS-LINEAS   PIC 9(7).
           05 SORT-VENTAS-IMPORTE  PIC 9(11)V99.
           05 SORT-ABONOS-NUM      PIC 9(7).
           05 SORT-ABONOS-IMPORTE  PIC 9(11)V99.
           05 SORT-SENNALADOS      PIC 9(5).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-MOVCAJ   PIC X VALUE "N".
       01 EOF-SWITCH-SORT     PIC X VALUE "N".
       01 FS-MOVCAJ           PIC XX VALUE SPACES.

      * Umbral de dias entre la venta y el abono y ultimo dia de la
      * semana del informe.
       01 WS-ARGUMENTOS       PIC X(30) VALUE SPACES.
       01 WS-ARG-1            PIC X(12) VALUE SPACES.
       01 WS-ARG-2            PIC X(12) VALUE SPACES.
       01 WS-DIAS-UMBRAL      PIC 9(3) VALUE 30.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HASTA      PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-DESDE      PIC 9(8) VALUE ZEROS.
       01 WS-DIA-HASTA        PIC 9(7) VALUE ZEROS.
       01 WS-DIAS-TRAS-VENTA  PIC S9(7) VALUE ZEROS.

      * Acumulado por tienda y cajero de la semana.
       01 WS-NUM-CAJEROS      PIC 9(5) VALUE ZEROS.
       01 WS-IND-CAJ          PIC 9(5) VALUE ZEROS.
       01 WS-IND-CAJ-HALL     PIC 9(5) VALUE ZEROS.
       01 WS-CAJ-HALLADO-SW   PIC X VALUE "N".
       01 TABLA-CAJEROS.
           05 ELEM-CAJ OCCURS 3000 TIMES.
               10 ELEM-CAJ-TIENDA        PIC X(4).
               10 ELEM-CAJ-CAJERO        PIC X(6).
               10 ELEM-CAJ-VENTAS-LINEAS PIC 9(7).
               10 ELEM-CAJ-VENTAS-IMP    PIC 9(11)V99.
               10 ELEM-CAJ-ABONOS-NUM    PIC 9(7).
               10 ELEM-CAJ-ABONOS-IMP    PIC 9(11)V99.
               10 ELEM-CAJ-SENNALADOS    PIC 9(5).

      * Acumulado por tienda de la semana.
       01 WS-NUM-TIENDAS      PIC 9(4) VALUE ZEROS.
       01 WS-IND-TDA          PIC 9(4) VALUE ZEROS.
       01 WS-IND-TDA-HALL     PIC 9(4) VALUE ZEROS.
       01 WS-TDA-HALLADA-SW   PIC X VALUE "N".
       01 TABLA-TIENDAS.
           05 ELEM-TDA OCCURS 500 TIMES.
               10 ELEM-TDA-TIENDA        PIC X(4).
               10 ELEM-TDA-VENTAS-LINEAS PIC 9(7).
               10 ELEM-TDA-VENTAS-IMP    PIC 9(11)V99.
               10 ELEM-TDA-ABONOS-NUM    PIC 9(7).
               10 ELEM-TDA-ABONOS-IMP    PIC 9(11)V99.
               10 ELEM-TDA-SENNALADOS    PIC 9(5).

      * Motivos de sospecha del abono en curso.
       01 WS-SENNALADO-SW     PIC X VALUE "N".
       01 WS-MOTIVOS          PIC X(40) VALUE SPACES.
       01 WS-PUNTERO          PIC 9(3) VALUE ZEROS.

       01 WS-CONTA-ABONOS     PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-SENNALADOS PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-OTRA-TDA   PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-TARDIOS    PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-MISMO-CAJ  PIC 9(7) VALUE ZEROS.
       01 WS-TOT-VENTAS-IMP   PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-ABONOS-IMP   PIC 9(11)V99 VALUE ZEROS.

       01 WS-PCT-IMPORTE      PIC 9(5)V99 VALUE ZEROS.
       01 WS-PCT-NUMERO       PIC 9(5)V99 VALUE ZEROS.
       01 WS-NIVEL-ANTERIOR   PIC 9(1) VALUE ZEROS.
       01 WS-PUESTO           PIC 9(5) VALUE ZEROS.
       01 WS-CAJERO-LISTADO   PIC X(6) VALUE SPACES.

       01 WS-PUESTO-EDIT      PIC ZZZZ9.
       01 WS-NUMERO-EDIT      PIC ZZZZZZ9.
       01 WS-ABONOS-EDIT      PIC ZZZZZZ9.
       01 WS-SENNAL-EDIT      PIC ZZZZ9.
       01 WS-VENTAS-EDIT      PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-PCT-IMP-EDIT     PIC ZZ.ZZ9,99.
       01 WS-PCT-NUM-EDIT     PIC ZZ.ZZ9,99.
       01 WS-DIAS-EDIT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           DISPLAY "PREVENCION DE PERDIDAS: ABONOS POR CAJERO Y TIENDA"
           DISPLAY "SEMANA DEL " WS-FECHA-DESDE " AL " WS-FECHA-HASTA
                   "  ABONO TARDIO A MAS DE " WS-DIAS-UMBRAL " DIAS"
           DISPLAY "=================================================="

           OPEN INPUT MOVCAJ
           IF FS-MOVCAJ NOT = "00"
               DISPLAY "SIN MOVIMIENTOS-CAJERO.DAT: NINGUN CIERRE HA "
                       "GRABADO AUN VENTAS POR CAJERO"
               STOP RUN
           END-IF
           DISPLAY "ABONOS SENNALADOS"
           DISPLAY "--------------------------------------------------"
           PERFORM LEER-MOVCAJ THRU LEER-MOVCAJ-EXIT
               UNTIL EOF-SWITCH-MOVCAJ = "S"
           CLOSE MOVCAJ
           IF WS-CONTA-SENNALADOS = ZEROS
               DISPLAY "NINGUNO"
           END-IF

           IF WS-NUM-CAJEROS = ZEROS
               DISPLAY "SIN VENTAS NI ABONOS EN LA SEMANA"
               STOP RUN
           END-IF

           SORT SORT-RANKING ON ASCENDING KEY SORT-NIVEL
                             ON DESCENDING KEY SORT-PCT-IMPORTE
                             ON DESCENDING KEY SORT-ABONOS-IMPORTE
               INPUT PROCEDURE IS SOLTAR-RANKING
               OUTPUT PROCEDURE IS IMPRIMIR-RANKING

           PERFORM IMPRIMIR-RESUMEN
           STOP RUN.

       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               COMPUTE WS-DIAS-UMBRAL = FUNCTION NUMVAL (WS-ARG-1)
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-FECHA-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - 1)
           IF WS-ARG-2 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-2) IS NUMERIC
               COMPUTE WS-FECHA-HASTA = FUNCTION NUMVAL (WS-ARG-2)
           END-IF
           COMPUTE WS-DIA-HASTA =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HASTA)
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-HASTA - 6).

       LEER-MOVCAJ.
           READ MOVCAJ
               AT END
                   MOVE "S" TO EOF-SWITCH-MOVCAJ
                   GO TO LEER-MOVCAJ-EXIT
           END-READ
           IF MOVCAJ-FECHA IS NOT NUMERIC
               OR MOVCAJ-IMPORTE IS NOT NUMERIC
               OR MOVCAJ-LINEAS IS NOT NUMERIC
               DISPLAY "AVISO: LINEA DE MOVIMIENTOS NO VALIDA, SE "
                       "SALTA: " REG-MOVCAJ
               GO TO LEER-MOVCAJ-EXIT
           END-IF
           IF MOVCAJ-FECHA < WS-FECHA-DESDE
               OR MOVCAJ-FECHA > WS-FECHA-HASTA
               GO TO LEER-MOVCAJ-EXIT
           END-IF

           PERFORM LOCALIZAR-CAJERO THRU LOCALIZAR-CAJERO-EXIT
           PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
           IF WS-IND-CAJ-HALL = ZEROS
               OR WS-IND-TDA-HALL = ZEROS
               GO TO LEER-MOVCAJ-EXIT
           END-IF

           IF MOVCAJ-TIPO = "A"
               PERFORM TRATAR-ABONO
           ELSE
               ADD MOVCAJ-LINEAS
                   TO ELEM-CAJ-VENTAS-LINEAS (WS-IND-CAJ-HALL)
               ADD MOVCAJ-IMPORTE
                   TO ELEM-CAJ-VENTAS-IMP (WS-IND-CAJ-HALL)
               ADD MOVCAJ-LINEAS
                   TO ELEM-TDA-VENTAS-LINEAS (WS-IND-TDA-HALL)
               ADD MOVCAJ-IMPORTE
                   TO ELEM-TDA-VENTAS-IMP (WS-IND-TDA-HALL)
               ADD MOVCAJ-IMPORTE TO WS-TOT-VENTAS-IMP
           END-IF.
       LEER-MOVCAJ-EXIT.
           EXIT.

      * Un abono suma en su cajero y en su tienda y se coteja con la
      * venta original: otra tienda, demasiados dias despues o el
      * mismo cajero que la vendio.
       TRATAR-ABONO.
           ADD 1 TO WS-CONTA-ABONOS
           ADD MOVCAJ-IMPORTE TO WS-TOT-ABONOS-IMP
           ADD 1 TO ELEM-CAJ-ABONOS-NUM (WS-IND-CAJ-HALL)
           ADD MOVCAJ-IMPORTE TO ELEM-CAJ-ABONOS-IMP (WS-IND-CAJ-HALL)
           ADD 1 TO ELEM-TDA-ABONOS-NUM (WS-IND-TDA-HALL)
           ADD MOVCAJ-IMPORTE TO ELEM-TDA-ABONOS-IMP (WS-IND-TDA-HALL)

           MOVE "N" TO WS-SENNALADO-SW
           MOVE SPACES TO WS-MOTIVOS
           MOVE 1 TO WS-PUNTERO
           MOVE ZEROS TO WS-DIAS-TRAS-VENTA

           IF MOVCAJ-TIENDA-ORIG NOT = SPACES
               AND MOVCAJ-TIENDA-ORIG NOT = MOVCAJ-TIENDA
               MOVE "S" TO WS-SENNALADO-SW
               ADD 1 TO WS-CONTA-OTRA-TDA
               STRING "OTRA TIENDA " DELIMITED BY SIZE
                   INTO WS-MOTIVOS WITH POINTER WS-PUNTERO
           END-IF

           IF MOVCAJ-FECHA-ORIG-9 IS NUMERIC
               AND MOVCAJ-FECHA-ORIG-9 NOT = ZEROS
               COMPUTE WS-DIAS-TRAS-VENTA =
                   FUNCTION INTEGER-OF-DATE (MOVCAJ-FECHA)
                   - FUNCTION INTEGER-OF-DATE (MOVCAJ-FECHA-ORIG-9)
               IF WS-DIAS-TRAS-VENTA > WS-DIAS-UMBRAL
                   MOVE "S" TO WS-SENNALADO-SW
                   ADD 1 TO WS-CONTA-TARDIOS
                   STRING "TARDIO " DELIMITED BY SIZE
                       INTO WS-MOTIVOS WITH POINTER WS-PUNTERO
               END-IF
           END-IF

           IF MOVCAJ-CAJERO NOT = SPACES
               AND MOVCAJ-CAJERO = MOVCAJ-CAJERO-ORIG
               MOVE "S" TO WS-SENNALADO-SW
               ADD 1 TO WS-CONTA-MISMO-CAJ
               STRING "MISMO CAJERO" DELIMITED BY SIZE
                   INTO WS-MOTIVOS WITH POINTER WS-PUNTERO
           END-IF

           IF WS-SENNALADO-SW = "S"
               ADD 1 TO WS-CONTA-SENNALADOS
               ADD 1 TO ELEM-CAJ-SENNALADOS (WS-IND-CAJ-HALL)
               ADD 1 TO ELEM-TDA-SENNALADOS (WS-IND-TDA-HALL)
               MOVE MOVCAJ-CAJERO TO WS-CAJERO-LISTADO
               IF WS-CAJERO-LISTADO = SPACES
                   MOVE "------" TO WS-CAJERO-LISTADO
               END-IF
               MOVE MOVCAJ-IMPORTE TO WS-IMPORTE-EDIT
               MOVE WS-DIAS-TRAS-VENTA TO WS-DIAS-EDIT
               DISPLAY MOVCAJ-FECHA " " MOVCAJ-TIENDA " "
                       WS-CAJERO-LISTADO " TICKET " MOVCAJ-TICKET
                       " " MOVCAJ-CODIGO " " WS-IMPORTE-EDIT
               DISPLAY "    VENTA " MOVCAJ-FECHA-ORIG " "
                       MOVCAJ-TIENDA-ORIG " " MOVCAJ-CAJERO-ORIG
                       " (" WS-DIAS-EDIT " DIAS)  ** " WS-MOTIVOS
           END-IF.

       LOCALIZAR-CAJERO.
           MOVE "N" TO WS-CAJ-HALLADO-SW
           MOVE ZEROS TO WS-IND-CAJ
           MOVE ZEROS TO WS-IND-CAJ-HALL
           PERFORM COMPARAR-CAJERO
               UNTIL WS-IND-CAJ >= WS-NUM-CAJEROS
               OR WS-CAJ-HALLADO-SW = "S"

           IF WS-CAJ-HALLADO-SW = "N"
               IF WS-NUM-CAJEROS >= 3000
                   DISPLAY "AVISO: MAS DE 3000 CAJEROS EN LA SEMANA, "
                           "SE IGNORA: " MOVCAJ-TIENDA " "
                           MOVCAJ-CAJERO
                   GO TO LOCALIZAR-CAJERO-EXIT
               END-IF
               ADD 1 TO WS-NUM-CAJEROS
               MOVE WS-NUM-CAJEROS TO WS-IND-CAJ-HALL
               MOVE MOVCAJ-TIENDA TO ELEM-CAJ-TIENDA (WS-IND-CAJ-HALL)
               MOVE MOVCAJ-CAJERO TO ELEM-CAJ-CAJERO (WS-IND-CAJ-HALL)
               MOVE ZEROS TO ELEM-CAJ-VENTAS-LINEAS (WS-IND-CAJ-HALL)
               MOVE ZEROS TO ELEM-CAJ-VENTAS-IMP (WS-IND-CAJ-HALL)
               MOVE ZEROS TO ELEM-CAJ-ABONOS-NUM (WS-IND-CAJ-HALL)
               MOVE ZEROS TO ELEM-CAJ-ABONOS-IMP (WS-IND-CAJ-HALL)
               MOVE ZEROS TO ELEM-CAJ-SENNALADOS (WS-IND-CAJ-HALL)
           END-IF.
       LOCALIZAR-CAJERO-EXIT.
           EXIT.

       COMPARAR-CAJERO.
           ADD 1 TO WS-IND-CAJ
           IF ELEM-CAJ-TIENDA (WS-IND-CAJ) = MOVCAJ-TIENDA
               AND ELEM-CAJ-CAJERO (WS-IND-CAJ) = MOVCAJ-CAJERO
               MOVE "S" TO WS-CAJ-HALLADO-SW
               MOVE WS-IND-CAJ TO WS-IND-CAJ-HALL
           END-IF.

       LOCALIZAR-TIENDA.
           MOVE "N" TO WS-TDA-HALLADA-SW
           MOVE ZEROS TO WS-IND-TDA
           MOVE ZEROS TO WS-IND-TDA-HALL
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
               OR WS-TDA-HALLADA-SW = "S"

           IF WS-TDA-HALLADA-SW = "N"
               IF WS-NUM-TIENDAS >= 500
                   DISPLAY "AVISO: MAS DE 500 TIENDAS EN LA SEMANA, "
                           "SE IGNORA: " MOVCAJ-TIENDA
                   GO TO LOCALIZAR-TIENDA-EXIT
               END-IF
               ADD 1 TO WS-NUM-TIENDAS
               MOVE WS-NUM-TIENDAS TO WS-IND-TDA-HALL
               MOVE MOVCAJ-TIENDA TO ELEM-TDA-TIENDA (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-VENTAS-LINEAS (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-VENTAS-IMP (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-ABONOS-NUM (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-ABONOS-IMP (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-SENNALADOS (WS-IND-TDA-HALL)
           END-IF.
       LOCALIZAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-TIENDA (WS-IND-TDA) = MOVCAJ-TIENDA
               MOVE "S" TO WS-TDA-HALLADA-SW
               MOVE WS-IND-TDA TO WS-IND-TDA-HALL
           END-IF.

      * Entrada del sort: un registro por cajero y otro por tienda
      * con el % abonado ya calculado; sin venta en la semana un
      * abono cuenta como el maximo.
       SOLTAR-RANKING.
           MOVE ZEROS TO WS-IND-CAJ
           PERFORM SOLTAR-CAJERO
               UNTIL WS-IND-CAJ >= WS-NUM-CAJEROS
           MOVE ZEROS TO WS-IND-TDA
           PERFORM SOLTAR-TIENDA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS.

       SOLTAR-CAJERO.
           ADD 1 TO WS-IND-CAJ
           MOVE 1 TO SORT-NIVEL
           MOVE ELEM-CAJ-TIENDA (WS-IND-CAJ) TO SORT-TIENDA
           MOVE ELEM-CAJ-CAJERO (WS-IND-CAJ) TO SORT-CAJERO
           MOVE ELEM-CAJ-VENTAS-LINEAS (WS-IND-CAJ)
               TO SORT-VENTAS-LINEAS
           MOVE ELEM-CAJ-VENTAS-IMP (WS-IND-CAJ) TO SORT-VENTAS-IMPORTE
           MOVE ELEM-CAJ-ABONOS-NUM (WS-IND-CAJ) TO SORT-ABONOS-NUM
           MOVE ELEM-CAJ-ABONOS-IMP (WS-IND-CAJ) TO SORT-ABONOS-IMPORTE
           MOVE ELEM-CAJ-SENNALADOS (WS-IND-CAJ) TO SORT-SENNALADOS
           PERFORM CALCULAR-PCT-SORT
           RELEASE REG-SORT-RANKING.

       SOLTAR-TIENDA.
           ADD 1 TO WS-IND-TDA
           MOVE 2 TO SORT-NIVEL
           MOVE ELEM-TDA-TIENDA (WS-IND-TDA) TO SORT-TIENDA
           MOVE SPACES TO SORT-CAJERO
           MOVE ELEM-TDA-VENTAS-LINEAS (WS-IND-TDA)
               TO SORT-VENTAS-LINEAS
           MOVE ELEM-TDA-VENTAS-IMP (WS-IND-TDA) TO SORT-VENTAS-IMPORTE
           MOVE ELEM-TDA-ABONOS-NUM (WS-IND-TDA) TO SORT-ABONOS-NUM
           MOVE ELEM-TDA-ABONOS-IMP (WS-IND-TDA) TO SORT-ABONOS-IMPORTE
           MOVE ELEM-TDA-SENNALADOS (WS-IND-TDA) TO SORT-SENNALADOS
           PERFORM CALCULAR-PCT-SORT
           RELEASE REG-SORT-RANKING.

       CALCULAR-PCT-SORT.
           IF SORT-VENTAS-IMPORTE > ZEROS
               COMPUTE SORT-PCT-IMPORTE ROUNDED =
                   (SORT-ABONOS-IMPORTE * 100) / SORT-VENTAS-IMPORTE
                   ON SIZE ERROR
                       MOVE 99999,99 TO SORT-PCT-IMPORTE
               END-COMPUTE
           ELSE
               IF SORT-ABONOS-IMPORTE > ZEROS
                   MOVE 99999,99 TO SORT-PCT-IMPORTE
               ELSE
                   MOVE ZEROS TO SORT-PCT-IMPORTE
               END-IF
           END-IF.

       IMPRIMIR-RANKING.
           MOVE ZEROS TO WS-NIVEL-ANTERIOR
           PERFORM IMPRIMIR-PUESTO THRU IMPRIMIR-PUESTO-EXIT
               UNTIL EOF-SWITCH-SORT = "S".

       IMPRIMIR-PUESTO.
           RETURN SORT-RANKING
               AT END
                   MOVE "S" TO EOF-SWITCH-SORT
                   GO TO IMPRIMIR-PUESTO-EXIT
           END-RETURN

           IF SORT-NIVEL NOT = WS-NIVEL-ANTERIOR
               PERFORM IMPRIMIR-CABECERA-RANKING
           END-IF

      * Solo entran en la clasificacion quienes han abonado algo.
           IF SORT-ABONOS-NUM = ZEROS
               GO TO IMPRIMIR-PUESTO-EXIT
           END-IF

           ADD 1 TO WS-PUESTO
           IF SORT-VENTAS-LINEAS > ZEROS
               COMPUTE WS-PCT-NUMERO ROUNDED =
                   (SORT-ABONOS-NUM * 100) / SORT-VENTAS-LINEAS
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PCT-NUMERO
               END-COMPUTE
           ELSE
               MOVE 99999,99 TO WS-PCT-NUMERO
           END-IF
           MOVE SORT-CAJERO TO WS-CAJERO-LISTADO
           IF SORT-NIVEL = 1
               AND WS-CAJERO-LISTADO = SPACES
               MOVE "------" TO WS-CAJERO-LISTADO
           END-IF
           MOVE WS-PUESTO TO WS-PUESTO-EDIT
           MOVE SORT-VENTAS-IMPORTE TO WS-VENTAS-EDIT
           MOVE SORT-ABONOS-IMPORTE TO WS-IMPORTE-EDIT
           MOVE SORT-PCT-IMPORTE TO WS-PCT-IMP-EDIT
           MOVE SORT-ABONOS-NUM TO WS-ABONOS-EDIT
           MOVE WS-PCT-NUMERO TO WS-PCT-NUM-EDIT
           MOVE SORT-SENNALADOS TO WS-SENNAL-EDIT
           DISPLAY WS-PUESTO-EDIT " " SORT-TIENDA " "
                   WS-CAJERO-LISTADO " " WS-VENTAS-EDIT " "
                   WS-IMPORTE-EDIT " " WS-PCT-IMP-EDIT " "
                   WS-ABONOS-EDIT " " WS-PCT-NUM-EDIT " "
                   WS-SENNAL-EDIT.
       IMPRIMIR-PUESTO-EXIT.
           EXIT.

       IMPRIMIR-CABECERA-RANKING.
           MOVE SORT-NIVEL TO WS-NIVEL-ANTERIOR
           MOVE ZEROS TO WS-PUESTO
           DISPLAY "=================================================="
           IF SORT-NIVEL = 1
               DISPLAY "CLASIFICACION DE CAJEROS POR % ABONADO"
           ELSE
               DISPLAY "CLASIFICACION DE TIENDAS POR % ABONADO"
           END-IF
           DISPLAY "PUESTO TIENDA CAJERO           VENTAS           "
                   "ABONADO     % IMP  ABONOS     % NUM SENNAL"
           DISPLAY "--------------------------------------------------".

       IMPRIMIR-RESUMEN.
           DISPLAY "=================================================="
           MOVE WS-TOT-VENTAS-IMP TO WS-VENTAS-EDIT
           MOVE WS-TOT-ABONOS-IMP TO WS-IMPORTE-EDIT
           DISPLAY "VENTAS DE LA SEMANA..: " WS-VENTAS-EDIT
           DISPLAY "ABONADO..............: " WS-IMPORTE-EDIT
           IF WS-TOT-VENTAS-IMP > ZEROS
               COMPUTE WS-PCT-IMPORTE ROUNDED =
                   (WS-TOT-ABONOS-IMP * 100) / WS-TOT-VENTAS-IMP
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PCT-IMPORTE
               END-COMPUTE
               MOVE WS-PCT-IMPORTE TO WS-PCT-IMP-EDIT
               DISPLAY "% ABONADO............: " WS-PCT-IMP-EDIT " %"
           END-IF
           MOVE WS-CONTA-ABONOS TO WS-NUMERO-EDIT
           DISPLAY "ABONOS...............: " WS-NUMERO-EDIT
           MOVE WS-CONTA-OTRA-TDA TO WS-NUMERO-EDIT
           DISPLAY "  EN OTRA TIENDA.....: " WS-NUMERO-EDIT
           MOVE WS-CONTA-TARDIOS TO WS-NUMERO-EDIT
           DISPLAY "  TARDIOS............: " WS-NUMERO-EDIT
           MOVE WS-CONTA-MISMO-CAJ TO WS-NUMERO-EDIT
           DISPLAY "  MISMO CAJERO.......: " WS-NUMERO-EDIT
           IF WS-CONTA-SENNALADOS = ZEROS
               DISPLAY "NINGUN ABONO SENNALADO EN LA SEMANA"
           ELSE
               DISPLAY "** " WS-CONTA-SENNALADOS " ABONOS SENNALADOS "
                       "QUE REVISAR **"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "==================================================".
