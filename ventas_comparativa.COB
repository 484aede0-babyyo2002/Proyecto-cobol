      *    mayor bajador por variacion de ingreso.
      *    Un mismo TOTAL-AAAAMM.DAT puede contener varias fotos del
      *    mes (una por cierre); se suman por codigo antes de comparar.
      * Mod:16/09/2026 - Comparacion a igualdad de dias comerciales:
      *    los dias comerciales de cada periodo son la media de las
      *    tiendas abiertas de TIENDAS.DAT segun el calendario
      *    comercial (CONSULTAR-CALENDARIO, media jornada = 0,5); sin
      *    tiendas se toman los dias naturales del mes. Se muestran en
      *    la cabecera y cada producto presente en los dos periodos
      *    lleva ademas la variacion del ingreso por dia comercial.
      * Mod:20/09/2026 - Historico encadenado por sustitucion de
      *    codigos (ver MANTENIMIENTO-PRODUCTOS): cada linea de las
      *    fotos se suma bajo el codigo final de su cadena
      *    (CONSULTAR-SUSTITUCION), de modo que un codigo nuevo se
      *    compara con la venta de su predecesor en vez de salir
      *    como producto nuevo y el antiguo como desaparecido. Los
      *    productos que recogen historico de otro codigo se marcan.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT TOTAL-HIST ASSIGN TO DYNAMIC WS-NOMBRE-TOTAL-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOTAL-HIST.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.

       DATA DIVISION.
       FILE SECTION.
           05 CANTIDAD-TOTAL-HIST  PIC 9(5).
           05 INGRESO-TOTAL-HIST   PIC 9(8)V99.

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 FS-TOTAL-HIST       PIC XX VALUE SPACES.
           05 WS-PERIODO-AAAA  PIC 9(4).
           05 WS-PERIODO-MM    PIC 9(2).

      * Dias comerciales de cada periodo (media de las tiendas
      * abiertas segun el calendario comercial).
       01 EOF-SWITCH-TIENDAS  PIC X VALUE "N".
       01 FS-TIENDAS          PIC XX VALUE SPACES.
       01 WS-NUM-TIENDAS      PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA       PIC 9(3) VALUE ZEROS.
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA-CODIGO PIC X(4) OCCURS 200 TIMES.
       01 WS-PERIODO-RANGO    PIC 9(6) VALUE ZEROS.
       01 WS-PERIODO-SIG.
           05 WS-PER-SIG-AAAA  PIC 9(4).
           05 WS-PER-SIG-MM    PIC 9(2).
       01 WS-CAL-DESDE        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-HASTA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-ESTADO       PIC X(1) VALUE SPACES.
       01 WS-CAL-DIAS         PIC 9(3)V9 VALUE ZEROS.
       01 WS-SUMA-DIAS        PIC 9(7)V9 VALUE ZEROS.
       01 WS-DIAS-RANGO       PIC 9(3)V99 VALUE ZEROS.
       01 WS-DIAS-COM-1       PIC 9(3)V99 VALUE ZEROS.
       01 WS-DIAS-COM-2       PIC 9(3)V99 VALUE ZEROS.
       01 WS-DIAS-COM-1-EDIT  PIC ZZ9,99.
       01 WS-DIAS-COM-2-EDIT  PIC ZZ9,99.
       01 WS-PRODUCTO-1       PIC 9(13)V99 VALUE ZEROS.
       01 WS-PRODUCTO-2       PIC 9(13)V99 VALUE ZEROS.

      * Periodo que se esta cargando: 1 o 2.
       01 WS-PERIODO-EN-CURSO PIC 9 VALUE ZEROS.

               10 ELEM-ING-2       PIC 9(9)V99.
               10 ELEM-EN-1        PIC X(1).
               10 ELEM-EN-2        PIC X(1).
               10 ELEM-ENCADENADO  PIC X(1).

      * Codigo final de la cadena de sustituciones de la linea en
      * curso; la fecha a ceros sigue la cadena entera.
       01 WS-FECHA-CADENA     PIC 9(8) VALUE ZEROS.
       01 WS-CODIGO-FINAL     PIC X(5) VALUE SPACES.
       01 WS-ENCADENADO-SW    PIC X VALUE "N".

      * Variaciones calculadas por producto.
       01 WS-VAR-CANTIDAD     PIC S9(7) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-PERIODOS
           PERFORM CALCULAR-DIAS-COMERCIALES
           DISPLAY "COMPARATIVA DE VENTAS POR PRODUCTO"
           DISPLAY "PERIODO ANTERIOR: " WS-PERIODO-1
                   "   PERIODO ACTUAL: " WS-PERIODO-2
           MOVE WS-DIAS-COM-1 TO WS-DIAS-COM-1-EDIT
           MOVE WS-DIAS-COM-2 TO WS-DIAS-COM-2-EDIT
           DISPLAY "DIAS COMERCIALES: " WS-DIAS-COM-1-EDIT
                   "          " WS-DIAS-COM-2-EDIT
           DISPLAY "=================================================="

           MOVE 1 TO WS-PERIODO-EN-CURSO
               MOVE WS-PERIODO-CALC TO WS-PERIODO-1
           END-IF.

      * Dias comerciales de los dos periodos: media de las tiendas
      * abiertas del maestro; sin tiendas, los dias naturales.
       CALCULAR-DIAS-COMERCIALES.
           OPEN INPUT TIENDAS
           IF FS-TIENDAS = "00"
               PERFORM LEER-TIENDA THRU LEER-TIENDA-EXIT
                   UNTIL EOF-SWITCH-TIENDAS = "S"
               CLOSE TIENDAS
           END-IF

           MOVE WS-PERIODO-1 TO WS-PERIODO-RANGO
           PERFORM DIAS-COMERCIALES-MES
           MOVE WS-DIAS-RANGO TO WS-DIAS-COM-1
           MOVE WS-PERIODO-2 TO WS-PERIODO-RANGO
           PERFORM DIAS-COMERCIALES-MES
           MOVE WS-DIAS-RANGO TO WS-DIAS-COM-2.

      * Dias comerciales del mes WS-PERIODO-RANGO en WS-DIAS-RANGO.
       DIAS-COMERCIALES-MES.
           COMPUTE WS-CAL-DESDE = (WS-PERIODO-RANGO * 100) + 1
           COMPUTE WS-PER-SIG-AAAA = WS-PERIODO-RANGO / 100
           COMPUTE WS-PER-SIG-MM =
               WS-PERIODO-RANGO - (WS-PER-SIG-AAAA * 100)
           IF WS-PER-SIG-MM = 12
               ADD 1 TO WS-PER-SIG-AAAA
               MOVE 01 TO WS-PER-SIG-MM
           ELSE
               ADD 1 TO WS-PER-SIG-MM
           END-IF
           COMPUTE WS-CAL-HASTA =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       ((WS-PER-SIG-AAAA * 10000)
                        + (WS-PER-SIG-MM * 100) + 1) - 1)
           COMPUTE WS-DIAS-RANGO = WS-CAL-HASTA - WS-CAL-DESDE + 1

           IF WS-NUM-TIENDAS > ZEROS
               MOVE ZEROS TO WS-SUMA-DIAS
               MOVE ZEROS TO WS-IND-TIENDA
               PERFORM SUMAR-DIAS-UNA-TIENDA
                   UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
               COMPUTE WS-DIAS-RANGO ROUNDED =
                   WS-SUMA-DIAS / WS-NUM-TIENDAS
           END-IF.

       SUMAR-DIAS-UNA-TIENDA.
           ADD 1 TO WS-IND-TIENDA
           CALL "CONSULTAR-CALENDARIO"
               USING ELEM-TIENDA-CODIGO (WS-IND-TIENDA)
                     WS-CAL-DESDE
                     WS-CAL-HASTA
                     WS-CAL-ESTADO
                     WS-CAL-DIAS
           ADD WS-CAL-DIAS TO WS-SUMA-DIAS.

      * Solo las tiendas abiertas del maestro cuentan dias.
       LEER-TIENDA.
           READ TIENDAS
               AT END MOVE "S" TO EOF-SWITCH-TIENDAS
           NOT AT END
               IF ESTADO-TIENDA NOT = "C" AND WS-NUM-TIENDAS < 200
                   ADD 1 TO WS-NUM-TIENDAS
                   MOVE CODIGO-TIENDA
                       TO ELEM-TIENDA-CODIGO (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

      * Carga un TOTAL-AAAAMM.DAT completo sumando por codigo en la
      * columna del periodo en curso; si el fichero del periodo no
      * existe se avisa y se sigue (todo saldra como nuevo o como
           EXIT.

       ACUMULAR-HIST.
           MOVE "N" TO WS-ENCADENADO-SW
           CALL "CONSULTAR-SUSTITUCION"
               USING CODIGO-TOTAL-HIST WS-FECHA-CADENA WS-CODIGO-FINAL
           IF WS-CODIGO-FINAL NOT = CODIGO-TOTAL-HIST
               MOVE WS-CODIGO-FINAL TO CODIGO-TOTAL-HIST
               MOVE "S" TO WS-ENCADENADO-SW
           END-IF
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT

           IF WS-ENCONTRADO-SW = "N"
               MOVE ZEROS TO ELEM-ING-2 (WS-IND-HALLADO)
               MOVE "N" TO ELEM-EN-1 (WS-IND-HALLADO)
               MOVE "N" TO ELEM-EN-2 (WS-IND-HALLADO)
               MOVE "N" TO ELEM-ENCADENADO (WS-IND-HALLADO)
           END-IF
           IF WS-ENCADENADO-SW = "S"
               MOVE "S" TO ELEM-ENCADENADO (WS-IND-HALLADO)
           END-IF

           IF WS-PERIODO-EN-CURSO = 1
           MOVE WS-VAR-INGRESO TO WS-VAR-ING-EDIT

           DISPLAY "PRODUCTO " ELEM-CODIGO (WS-IND)
           IF ELEM-ENCADENADO (WS-IND) = "S"
               DISPLAY "   (INCLUYE LA VENTA DE LOS CODIGOS QUE "
                       "SUSTITUYE)"
           END-IF
           DISPLAY "   UNIDADES: " WS-CANT-1-EDIT " -> "
                   WS-CANT-2-EDIT "  (" WS-VAR-CANT-EDIT ")"
           DISPLAY "   INGRESO.: " WS-ING-1-EDIT " -> "
                   DISPLAY "   VARIACION INGRESO: " WS-VAR-PCT-EDIT
                           " %"
           END-EVALUATE

      * A igualdad de dias: ingreso actual por los dias anteriores
      * contra ingreso anterior por los dias actuales.
           IF ELEM-EN-1 (WS-IND) = "S" AND ELEM-EN-2 (WS-IND) = "S"
               COMPUTE WS-PRODUCTO-1 =
                   ELEM-ING-1 (WS-IND) * WS-DIAS-COM-2
               COMPUTE WS-PRODUCTO-2 =
                   ELEM-ING-2 (WS-IND) * WS-DIAS-COM-1
               IF WS-PRODUCTO-1 > ZEROS AND WS-PRODUCTO-2 > ZEROS
                   COMPUTE WS-VAR-PCT ROUNDED =
                       ((WS-PRODUCTO-2 - WS-PRODUCTO-1) * 100)
                       / WS-PRODUCTO-1
                   MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
                   DISPLAY "   VARIACION POR DIA COMERCIAL: "
                           WS-VAR-PCT-EDIT " %"
               END-IF
           END-IF
           DISPLAY " "

      * Mayor subidor y mayor bajador, solo entre productos presentes
