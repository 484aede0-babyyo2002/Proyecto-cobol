      *    variacion absoluta y porcentual, marca tiendas nuevas y
      *    desaparecidas, y destaca al final la tienda que mas sube
      *    y la que mas baja por variacion de ingreso.
      * Mod:16/09/2026 - Comparacion a igualdad de dias comerciales:
      *    con el calendario comercial de tiendas (ver
      *    CONSULTAR-CALENDARIO) se cuentan los dias que cada tienda
      *    abrio en cada periodo (media jornada = 0,5) y, ademas de
      *    la variacion bruta, se da la variacion del ingreso por
      *    dia comercial, por tienda y por region (sumando los dias
      *    de sus tiendas). Un festivo que cae un anno en el mes y
      *    otro no deja de parecer una caida de venta.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
               10 ELEM-ING-2       PIC 9(11)V99.
               10 ELEM-EN-1        PIC X(1).
               10 ELEM-EN-2        PIC X(1).
               10 ELEM-DIAS-1      PIC 9(3)V9.
               10 ELEM-DIAS-2      PIC 9(3)V9.

      * Dias comerciales de cada periodo segun el calendario: rango
      * del mes y consulta por tienda.
       01 WS-DESDE-1          PIC 9(8) VALUE ZEROS.
       01 WS-HASTA-1          PIC 9(8) VALUE ZEROS.
       01 WS-DESDE-2          PIC 9(8) VALUE ZEROS.
       01 WS-HASTA-2          PIC 9(8) VALUE ZEROS.
       01 WS-PERIODO-RANGO    PIC 9(6) VALUE ZEROS.
       01 WS-RANGO-DESDE      PIC 9(8) VALUE ZEROS.
       01 WS-RANGO-HASTA      PIC 9(8) VALUE ZEROS.
       01 WS-PERIODO-SIG.
           05 WS-PER-SIG-AAAA  PIC 9(4).
           05 WS-PER-SIG-MM    PIC 9(2).
       01 WS-CAL-ESTADO       PIC X(1) VALUE SPACES.
       01 WS-DIAS-1-EDIT      PIC ZZ9,9.
       01 WS-DIAS-2-EDIT      PIC ZZ9,9.
       01 WS-PRODUCTO-1       PIC 9(15)V99 VALUE ZEROS.
       01 WS-PRODUCTO-2       PIC 9(15)V99 VALUE ZEROS.

      * Acumulado por region, rellenado al imprimir las tiendas.
       01 WS-NUM-REGIONES     PIC 9(3) VALUE ZEROS.
               10 ELEM-REG-NOMBRE  PIC X(10).
               10 ELEM-REG-ING-1   PIC 9(11)V99.
               10 ELEM-REG-ING-2   PIC 9(11)V99.
               10 ELEM-REG-DIAS-1  PIC 9(5)V9.
               10 ELEM-REG-DIAS-2  PIC 9(5)V9.

      * Variaciones calculadas.
       01 WS-VAR-CANTIDAD     PIC S9(9) VALUE ZEROS.
           MOVE WS-PERIODO-2 TO WS-NOMBRE-TDAH-PER
           PERFORM CARGAR-PERIODO

           PERFORM CALCULAR-DIAS-COMERCIALES
           PERFORM IMPRIMIR-COMPARATIVA
           PERFORM IMPRIMIR-REGIONES
           PERFORM IMPRIMIR-DESTACADOS
               MOVE WS-PERIODO-CALC TO WS-PERIODO-1
           END-IF.

      * Dias comerciales de cada tienda en los dos periodos.
       CALCULAR-DIAS-COMERCIALES.
           MOVE WS-PERIODO-1 TO WS-PERIODO-RANGO
           PERFORM RESOLVER-RANGO-MES
           MOVE WS-RANGO-DESDE TO WS-DESDE-1
           MOVE WS-RANGO-HASTA TO WS-HASTA-1
           MOVE WS-PERIODO-2 TO WS-PERIODO-RANGO
           PERFORM RESOLVER-RANGO-MES
           MOVE WS-RANGO-DESDE TO WS-DESDE-2
           MOVE WS-RANGO-HASTA TO WS-HASTA-2
           MOVE ZEROS TO WS-IND
           PERFORM DIAS-UNA-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS.

       DIAS-UNA-TIENDA.
           ADD 1 TO WS-IND
           CALL "CONSULTAR-CALENDARIO" USING ELEM-TIENDA (WS-IND)
                                             WS-DESDE-1
                                             WS-HASTA-1
                                             WS-CAL-ESTADO
                                             ELEM-DIAS-1 (WS-IND)
           CALL "CONSULTAR-CALENDARIO" USING ELEM-TIENDA (WS-IND)
                                             WS-DESDE-2
                                             WS-HASTA-2
                                             WS-CAL-ESTADO
                                             ELEM-DIAS-2 (WS-IND).

      * Primer y ultimo dia del mes WS-PERIODO-RANGO (el ultimo es
      * la vispera del 1 del mes siguiente).
       RESOLVER-RANGO-MES.
           COMPUTE WS-RANGO-DESDE = (WS-PERIODO-RANGO * 100) + 1
           COMPUTE WS-PER-SIG-AAAA = WS-PERIODO-RANGO / 100
           COMPUTE WS-PER-SIG-MM =
               WS-PERIODO-RANGO - (WS-PER-SIG-AAAA * 100)
           IF WS-PER-SIG-MM = 12
               ADD 1 TO WS-PER-SIG-AAAA
               MOVE 01 TO WS-PER-SIG-MM
           ELSE
               ADD 1 TO WS-PER-SIG-MM
           END-IF
           COMPUTE WS-RANGO-HASTA =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       ((WS-PER-SIG-AAAA * 10000)
                        + (WS-PER-SIG-MM * 100) + 1) - 1).

      * Carga un TOTAL-TIENDA-AAAAMM.DAT completo sumando por tienda
      * en la columna del periodo en curso; si el fichero no existe
      * se avisa y se sigue.
               MOVE ZEROS TO ELEM-ING-2 (WS-IND-HALLADO)
               MOVE "N" TO ELEM-EN-1 (WS-IND-HALLADO)
               MOVE "N" TO ELEM-EN-2 (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-DIAS-1 (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-DIAS-2 (WS-IND-HALLADO)
           END-IF

           IF WS-PERIODO-EN-CURSO = 1
                   DISPLAY "   VARIACION INGRESO: " WS-VAR-PCT-EDIT
                           " %"
           END-EVALUATE

           MOVE ELEM-DIAS-1 (WS-IND) TO WS-DIAS-1-EDIT
           MOVE ELEM-DIAS-2 (WS-IND) TO WS-DIAS-2-EDIT
           DISPLAY "   DIAS COMERCIALES: " WS-DIAS-1-EDIT " -> "
                   WS-DIAS-2-EDIT
           IF ELEM-EN-1 (WS-IND) = "S" AND ELEM-EN-2 (WS-IND) = "S"
               COMPUTE WS-PRODUCTO-1 =
                   ELEM-ING-1 (WS-IND) * ELEM-DIAS-2 (WS-IND)
               COMPUTE WS-PRODUCTO-2 =
                   ELEM-ING-2 (WS-IND) * ELEM-DIAS-1 (WS-IND)
               PERFORM VARIACION-IGUALDAD-DIAS
           END-IF
           DISPLAY " "

           PERFORM ACUMULAR-REGION THRU ACUMULAR-REGION-EXIT
                   TO ELEM-REG-NOMBRE (WS-IND-REG-HALL)
               MOVE ZEROS TO ELEM-REG-ING-1 (WS-IND-REG-HALL)
               MOVE ZEROS TO ELEM-REG-ING-2 (WS-IND-REG-HALL)
               MOVE ZEROS TO ELEM-REG-DIAS-1 (WS-IND-REG-HALL)
               MOVE ZEROS TO ELEM-REG-DIAS-2 (WS-IND-REG-HALL)
           END-IF

           ADD ELEM-ING-1 (WS-IND)
               TO ELEM-REG-ING-1 (WS-IND-REG-HALL)
           ADD ELEM-ING-2 (WS-IND)
               TO ELEM-REG-ING-2 (WS-IND-REG-HALL)

      * Los dias de la region solo suman tiendas con venta en el
      * periodo, igual que su ingreso.
           IF ELEM-EN-1 (WS-IND) = "S"
               ADD ELEM-DIAS-1 (WS-IND)
                   TO ELEM-REG-DIAS-1 (WS-IND-REG-HALL)
           END-IF
           IF ELEM-EN-2 (WS-IND) = "S"
               ADD ELEM-DIAS-2 (WS-IND)
                   TO ELEM-REG-DIAS-2 (WS-IND-REG-HALL)
           END-IF.
       ACUMULAR-REGION-EXIT.
           EXIT.

                   / ELEM-REG-ING-1 (WS-IND-REG)
               MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
               DISPLAY "   VARIACION INGRESO: " WS-VAR-PCT-EDIT " %"
           END-IF
           COMPUTE WS-PRODUCTO-1 = ELEM-REG-ING-1 (WS-IND-REG)
                                 * ELEM-REG-DIAS-2 (WS-IND-REG)
           COMPUTE WS-PRODUCTO-2 = ELEM-REG-ING-2 (WS-IND-REG)
                                 * ELEM-REG-DIAS-1 (WS-IND-REG)
           PERFORM VARIACION-IGUALDAD-DIAS.

      * Variacion del ingreso por dia comercial: WS-PRODUCTO-1 es el
      * ingreso anterior por los dias actuales y WS-PRODUCTO-2 el
      * actual por los dias anteriores. Sin dias o sin ingreso en
      * alguno de los periodos no hay comparacion.
       VARIACION-IGUALDAD-DIAS.
           IF WS-PRODUCTO-1 > ZEROS AND WS-PRODUCTO-2 > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   ((WS-PRODUCTO-2 - WS-PRODUCTO-1) * 100)
                   / WS-PRODUCTO-1
               MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
               DISPLAY "   VARIACION POR DIA COMERCIAL: "
                       WS-VAR-PCT-EDIT " %"
           END-IF.

       IMPRIMIR-DESTACADOS.
