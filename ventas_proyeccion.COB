      *    calculo.
      * Mod:02/09/2026 - La tabla de proyeccion sube de 500 a 2000
      *    productos, muy por encima del maestro real.
      * Mod:05/09/2026 - TOTAL-FECHA.DAT trae ahora la tienda al
      *    final de cada linea (subtotal por producto, fecha y
      *    tienda); aqui solo se suma, el registro la recoge.
      * Mod:16/09/2026 - La proyeccion se hace sobre dias comerciales
      *    en vez de dias naturales: con el calendario comercial de
      *    tiendas (ver CONSULTAR-CALENDARIO) se cuentan, como media
      *    de las tiendas abiertas del maestro, los dias comerciales
      *    transcurridos y los del mes completo (media jornada = 0,5,
      *    cierre = 0). Un mes con festivos por delante ya no se
      *    proyecta de mas. El total se compara ademas con el anno
      *    anterior a igualdad de dias comerciales.
      * Mod:20/09/2026 - Historico encadenado por sustitucion de
      *    codigos (ver MANTENIMIENTO-PRODUCTOS): tanto la venta del
      *    mes como la foto del anno anterior se suman bajo el
      *    codigo final de su cadena (CONSULTAR-SUSTITUCION), para
      *    que un codigo nuevo se proyecte contra lo que vendio su
      *    predecesor el anno pasado y no salga SIN VENTA EL ANNO
      *    ANTERIOR. Los productos que recogen historico de otro
      *    codigo se marcan.
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
           05 FECHA-TOTAL-FECHA       PIC 9(8).
           05 CANTIDAD-TOTAL-FECHA    PIC 9(5).
           05 INGRESO-TOTAL-FECHA     PIC 9(8)V99.
           05 TIENDA-TOTAL-FECHA      PIC X(4).

       FD TOTAL-HIST.
       01 REG-TOTAL-HIST.
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
       01 EOF-SWITCH-FECHA    PIC X VALUE "N".
       01 EOF-SWITCH-HIST     PIC X VALUE "N".
       01 WS-DIAS-MES         PIC 9(2) VALUE ZEROS.
       01 WS-DIAS-CURSO       PIC 9(2) VALUE ZEROS.

      * Dias comerciales (media de las tiendas abiertas segun el
      * calendario comercial): transcurridos, del mes completo y del
      * mismo mes del anno anterior.
       01 EOF-SWITCH-TIENDAS  PIC X VALUE "N".
       01 FS-TIENDAS          PIC XX VALUE SPACES.
       01 WS-NUM-TIENDAS      PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA       PIC 9(3) VALUE ZEROS.
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA-CODIGO PIC X(4) OCCURS 200 TIMES.
       01 WS-CAL-DESDE        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-HASTA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-ESTADO       PIC X(1) VALUE SPACES.
       01 WS-CAL-DIAS         PIC 9(3)V9 VALUE ZEROS.
       01 WS-SUMA-DIAS        PIC 9(7)V9 VALUE ZEROS.
       01 WS-DIAS-COM-CURSO   PIC 9(3)V99 VALUE ZEROS.
       01 WS-DIAS-COM-MES     PIC 9(3)V99 VALUE ZEROS.
       01 WS-DIAS-COM-ANTER   PIC 9(3)V99 VALUE ZEROS.
       01 WS-DIAS-ANTER       PIC 9(2) VALUE ZEROS.
       01 WS-DIAS-COM-EDIT    PIC ZZ9,99.
       01 WS-ING-ANTER-IGUAL  PIC 9(11)V99 VALUE ZEROS.

      * Mes y dia de la linea de TOTAL-FECHA.DAT en curso.
       01 WS-MES-LINEA        PIC 9(6) VALUE ZEROS.
       01 WS-DIA-LINEA        PIC 9(2) VALUE ZEROS.
               10 ELEM-ING-MES      PIC 9(9)V99.
               10 ELEM-CANT-ANTER   PIC 9(7).
               10 ELEM-ING-ANTER    PIC 9(9)V99.
               10 ELEM-ENCADENADO   PIC X(1).

      * Codigo final de la cadena de sustituciones de la linea en
      * curso; la fecha a ceros sigue la cadena entera.
       01 WS-FECHA-CADENA     PIC 9(8) VALUE ZEROS.
       01 WS-CODIGO-FINAL     PIC X(5) VALUE SPACES.
       01 WS-ENCADENADO-SW    PIC X VALUE "N".

       01 WS-PROY-CANTIDAD    PIC 9(9) VALUE ZEROS.
       01 WS-PROY-INGRESO     PIC 9(11)V99 VALUE ZEROS.
               MOVE 1 TO WS-DIAS-CURSO
           END-IF
           PERFORM CARGAR-ANNO-ANTERIOR
           PERFORM CALCULAR-DIAS-COMERCIALES

           DISPLAY "DIAS TRANSCURRIDOS: " WS-DIAS-CURSO " DE "
                   WS-DIAS-MES
           MOVE WS-DIAS-COM-CURSO TO WS-DIAS-COM-EDIT
           DISPLAY "DIAS COMERCIALES TRANSCURRIDOS: " WS-DIAS-COM-EDIT
           MOVE WS-DIAS-COM-MES TO WS-DIAS-COM-EDIT
           DISPLAY "DIAS COMERCIALES DEL MES......: " WS-DIAS-COM-EDIT
           DISPLAY "--------------------------------------------------"
           PERFORM IMPRIMIR-PROYECCION
           PERFORM IMPRIMIR-TOTAL
                    + (WS-PER-SIG-MM * 100) + 1)
               - FUNCTION INTEGER-OF-DATE (WS-FECHA-PRIMERO).

      * Dias comerciales como media de las tiendas abiertas del
      * maestro: del 1 al ultimo dia con venta, del mes completo y
      * del mismo mes del anno anterior. Sin maestro de tiendas, o
      * si no queda ningun dia comercial transcurrido, se cae a los
      * dias naturales.
       CALCULAR-DIAS-COMERCIALES.
           MOVE WS-DIAS-CURSO TO WS-DIAS-COM-CURSO
           MOVE WS-DIAS-MES TO WS-DIAS-COM-MES
           COMPUTE WS-DIAS-ANTER =
               FUNCTION INTEGER-OF-DATE
                   ((WS-PER-SIG-AAAA * 10000)
                    + (WS-PER-SIG-MM * 100) + 1 - 10000)
               - FUNCTION INTEGER-OF-DATE
                   ((WS-PERIODO-ANTERIOR * 100) + 1)
           MOVE WS-DIAS-ANTER TO WS-DIAS-COM-ANTER

           OPEN INPUT TIENDAS
           IF FS-TIENDAS = "00"
               PERFORM LEER-TIENDA THRU LEER-TIENDA-EXIT
                   UNTIL EOF-SWITCH-TIENDAS = "S"
               CLOSE TIENDAS
           END-IF
           IF WS-NUM-TIENDAS = ZEROS
               GO TO CALCULAR-DIAS-COMERCIALES-EXIT
           END-IF

           MOVE WS-FECHA-PRIMERO TO WS-CAL-DESDE
           COMPUTE WS-CAL-HASTA = WS-FECHA-PRIMERO + WS-DIAS-CURSO - 1
           PERFORM SUMAR-DIAS-TIENDAS
           IF WS-SUMA-DIAS > ZEROS
               COMPUTE WS-DIAS-COM-CURSO ROUNDED =
                   WS-SUMA-DIAS / WS-NUM-TIENDAS
           END-IF

           COMPUTE WS-CAL-HASTA = WS-FECHA-PRIMERO + WS-DIAS-MES - 1
           PERFORM SUMAR-DIAS-TIENDAS
           IF WS-SUMA-DIAS > ZEROS
               COMPUTE WS-DIAS-COM-MES ROUNDED =
                   WS-SUMA-DIAS / WS-NUM-TIENDAS
           END-IF

           COMPUTE WS-CAL-DESDE = (WS-PERIODO-ANTERIOR * 100) + 1
           COMPUTE WS-CAL-HASTA = WS-CAL-DESDE + WS-DIAS-ANTER - 1
           PERFORM SUMAR-DIAS-TIENDAS
           IF WS-SUMA-DIAS > ZEROS
               COMPUTE WS-DIAS-COM-ANTER ROUNDED =
                   WS-SUMA-DIAS / WS-NUM-TIENDAS
           END-IF

           IF WS-DIAS-COM-CURSO = ZEROS
               MOVE WS-DIAS-CURSO TO WS-DIAS-COM-CURSO
               MOVE WS-DIAS-MES TO WS-DIAS-COM-MES
           END-IF.
       CALCULAR-DIAS-COMERCIALES-EXIT.
           EXIT.

      * Suma de los dias comerciales de WS-CAL-DESDE a WS-CAL-HASTA
      * de todas las tiendas cargadas.
       SUMAR-DIAS-TIENDAS.
           MOVE ZEROS TO WS-SUMA-DIAS
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM SUMAR-DIAS-UNA-TIENDA
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS.

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

       ACUMULAR-MES.
           OPEN INPUT TOTAL-FECHA
           IF FS-TOTAL-FECHA NOT = "00"
           EXIT.

       LOCALIZAR-O-CREAR.
           CALL "CONSULTAR-SUSTITUCION"
               USING WS-CODIGO-BUSCADO WS-FECHA-CADENA WS-CODIGO-FINAL
           MOVE "N" TO WS-ENCADENADO-SW
           IF WS-CODIGO-FINAL NOT = WS-CODIGO-BUSCADO
               MOVE WS-CODIGO-FINAL TO WS-CODIGO-BUSCADO
               MOVE "S" TO WS-ENCADENADO-SW
           END-IF
           PERFORM LOCALIZAR-PRODUCTO
               THRU LOCALIZAR-PRODUCTO-EXIT
           IF WS-IND-HALLADO > ZEROS
               AND WS-ENCADENADO-SW = "S"
               MOVE "S" TO ELEM-ENCADENADO (WS-IND-HALLADO)
           END-IF.
       LOCALIZAR-O-CREAR-EXIT.
           EXIT.

       LOCALIZAR-PRODUCTO.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-IND-HALLADO
                   MOVE ZEROS TO ELEM-ING-MES (WS-IND-HALLADO)
                   MOVE ZEROS TO ELEM-CANT-ANTER (WS-IND-HALLADO)
                   MOVE ZEROS TO ELEM-ING-ANTER (WS-IND-HALLADO)
                   MOVE "N" TO ELEM-ENCADENADO (WS-IND-HALLADO)
               END-IF
           END-IF.
       LOCALIZAR-PRODUCTO-EXIT.
           EXIT.

       COMPARAR-PRODUCTO.
       IMPRIMIR-PRODUCTO.
           ADD 1 TO WS-IND
           COMPUTE WS-PROY-CANTIDAD ROUNDED =
               (ELEM-CANT-MES (WS-IND) * WS-DIAS-COM-MES)
               / WS-DIAS-COM-CURSO
           COMPUTE WS-PROY-INGRESO ROUNDED =
               (ELEM-ING-MES (WS-IND) * WS-DIAS-COM-MES)
               / WS-DIAS-COM-CURSO
           ADD WS-PROY-INGRESO TO WS-TOT-PROY-ING

           MOVE WS-PROY-CANTIDAD TO WS-CANTIDAD-EDITADA
           MOVE ELEM-ING-ANTER (WS-IND) TO WS-ANTERIOR-EDITADO

           DISPLAY "PRODUCTO " ELEM-CODIGO (WS-IND)
           IF ELEM-ENCADENADO (WS-IND) = "S"
               DISPLAY "   (INCLUYE LA VENTA DE LOS CODIGOS QUE "
                       "SUSTITUYE)"
           END-IF
           DISPLAY "   PROYECCION: " WS-CANTIDAD-EDITADA " UDS  "
                   WS-INGRESO-EDITADO
           DISPLAY "   ANNO ANTERIOR (" WS-PERIODO-ANTERIOR "): "
               DISPLAY "VARIACION PROYECTADA..........: "
                       WS-VAR-PCT-EDIT " %"
           END-IF

      * El anno anterior llevado a los dias comerciales de este mes,
      * para comparar a igualdad de dias.
           IF WS-TOT-ING-ANTER > ZEROS AND WS-DIAS-COM-ANTER > ZEROS
               COMPUTE WS-ING-ANTER-IGUAL ROUNDED =
                   (WS-TOT-ING-ANTER * WS-DIAS-COM-MES)
                   / WS-DIAS-COM-ANTER
               MOVE WS-DIAS-COM-ANTER TO WS-DIAS-COM-EDIT
               DISPLAY "DIAS COMERCIALES ANNO ANTERIOR: "
                       WS-DIAS-COM-EDIT
               MOVE WS-ING-ANTER-IGUAL TO WS-ANTERIOR-EDITADO
               DISPLAY "ANNO ANTERIOR A IGUALDAD DIAS.: "
                       WS-ANTERIOR-EDITADO
               IF WS-ING-ANTER-IGUAL > ZEROS
                   COMPUTE WS-VAR-PCT ROUNDED =
                       ((WS-TOT-PROY-ING - WS-ING-ANTER-IGUAL) * 100)
                       / WS-ING-ANTER-IGUAL
                   MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
                   DISPLAY "VARIACION A IGUALDAD DE DIAS..: "
                           WS-VAR-PCT-EDIT " %"
               END-IF
           END-IF
           DISPLAY "==================================================".
