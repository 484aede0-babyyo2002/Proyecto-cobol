      *    natural (AAAAMM), y muestra por producto la rejilla de
      *    periodos con unidades e ingreso, para ver el impulso dentro
      *    del mes sin esperar a la foto mensual.
      * Mod:05/09/2026 - TOTAL-FECHA.DAT trae ahora la tienda al
      *    final de cada linea (subtotal por producto, fecha y
      *    tienda); aqui solo se suma, el registro la recoge.
      * Mod:20/09/2026 - Historico encadenado por sustitucion de
      *    codigos (ver MANTENIMIENTO-PRODUCTOS): cada linea se
      *    acumula bajo el codigo final de su cadena
      *    (CONSULTAR-SUSTITUCION), asi la rejilla de un codigo
      *    nuevo arranca con las semanas y meses de su predecesor y
      *    la tendencia no se corta el dia del cambio. Como las
      *    lineas del codigo antiguo no llegan en el orden del
      *    nuevo, los periodos se imprimen ahora de menor a mayor
      *    en vez de en el orden de entrada.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           05 FECHA-TOTAL-FECHA       PIC 9(8).
           05 CANTIDAD-TOTAL-FECHA    PIC 9(5).
           05 INGRESO-TOTAL-FECHA     PIC 9(8)V99.
           05 TIENDA-TOTAL-FECHA      PIC X(4).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 WS-INGRESO-EDITADO  PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-PRODUCTO-ACTUAL  PIC X(5) VALUE SPACES.

      * Codigo final de la cadena de sustituciones de la linea en
      * curso; la fecha a ceros sigue la cadena entera.
       01 WS-FECHA-CADENA     PIC 9(8) VALUE ZEROS.
       01 WS-CODIGO-FINAL     PIC X(5) VALUE SPACES.

      * Impresion de los periodos de un producto de menor a mayor:
      * ultimo periodo impreso y siguiente candidato.
       01 WS-ULTIMO-PERIODO   PIC 9(6) VALUE ZEROS.
       01 WS-SIGUIENTE-PERIODO PIC 9(6) VALUE ZEROS.
       01 WS-HAY-SIGUIENTE-SW PIC X VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TENDENCIA DE VENTAS POR SEMANA ISO Y MES"
               GO TO TRATAR-LINEA-EXIT
           END-IF

           CALL "CONSULTAR-SUSTITUCION"
               USING CODIGO-TOTAL-FECHA WS-FECHA-CADENA
                     WS-CODIGO-FINAL
           MOVE WS-CODIGO-FINAL TO CODIGO-TOTAL-FECHA

           PERFORM ANOTAR-PRODUCTO THRU ANOTAR-PRODUCTO-EXIT

           PERFORM CALCULAR-SEMANA-ISO
           END-IF.

      * Por cada producto, primero sus semanas y despues sus meses,
      * de menor a mayor (con el historico encadenado las lineas del
      * codigo sustituido entran detras de las del nuevo).
       IMPRIMIR-INFORME.
           IF WS-NUM-PRODUCTOS = ZEROS
               DISPLAY "SIN DATOS EN TOTAL-FECHA.DAT"
           DISPLAY " ".

       IMPRIMIR-PERIODOS.
           MOVE ZEROS TO WS-ULTIMO-PERIODO
           MOVE "S" TO WS-HAY-SIGUIENTE-SW
           PERFORM IMPRIMIR-PERIODO
               UNTIL WS-HAY-SIGUIENTE-SW = "N".

      * Imprime el menor periodo del producto y tipo en curso que
      * sea posterior al ultimo impreso.
       IMPRIMIR-PERIODO.
           MOVE "N" TO WS-HAY-SIGUIENTE-SW
           MOVE 999999 TO WS-SIGUIENTE-PERIODO
           MOVE ZEROS TO WS-IND-ENT
           PERFORM BUSCAR-SIGUIENTE-PERIODO
               UNTIL WS-IND-ENT >= WS-NUM-ENTRADAS
           IF WS-HAY-SIGUIENTE-SW = "S"
               MOVE ELEM-CANTIDAD (WS-IND-ENT-HALLADA)
                   TO WS-CANTIDAD-EDITADA
               MOVE ELEM-INGRESO (WS-IND-ENT-HALLADA)
                   TO WS-INGRESO-EDITADO
               DISPLAY "    " ELEM-PERIODO (WS-IND-ENT-HALLADA) ": "
                       WS-CANTIDAD-EDITADA " UDS  "
                       WS-INGRESO-EDITADO
               MOVE WS-SIGUIENTE-PERIODO TO WS-ULTIMO-PERIODO
           END-IF.

       BUSCAR-SIGUIENTE-PERIODO.
           ADD 1 TO WS-IND-ENT
           IF ELEM-CODIGO (WS-IND-ENT) = WS-PRODUCTO-ACTUAL
               AND ELEM-TIPO (WS-IND-ENT) = WS-TIPO-CLAVE
               AND ELEM-PERIODO (WS-IND-ENT) > WS-ULTIMO-PERIODO
               AND ELEM-PERIODO (WS-IND-ENT) < WS-SIGUIENTE-PERIODO
               MOVE "S" TO WS-HAY-SIGUIENTE-SW
               MOVE ELEM-PERIODO (WS-IND-ENT) TO WS-SIGUIENTE-PERIODO
               MOVE WS-IND-ENT TO WS-IND-ENT-HALLADA
           END-IF.
