      *    (descripcion tomada de CATEGORIAS.DAT), para que el area
      *    manager vea de un vistazo bebidas contra aperitivos
      *    contra hogar en cada tienda.
      * Mod:13/09/2026 - Ambito de tiendas del operador: desde la
      *    consola llega el ambito (ver COMPROBAR-AMBITO) y el
      *    informe solo recoge sus tiendas; el total general lo
      *    advierte, porque ya no cuadra con TOTAL.DAT. Sin el
      *    parametro, todas.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
       01 WS-INGRESO-EDITADO  PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-PRODUCTOS-EDIT   PIC ZZ.ZZ9.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "INFTI".
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "N".
       01 WS-AMBITO-RESULTADO PIC X(1) VALUE SPACES.

       LINKAGE SECTION.
      * Ambito de tiendas del operador de la consola; si no viene,
      * todas las tiendas.
       01 LK-AMBITO.
           05 LK-AMBITO-OPERADOR  PIC 9(6).
           05 LK-AMBITO-TIPO      PIC X(1).
           05 LK-AMBITO-VALOR     PIC X(10).

       PROCEDURE DIVISION USING LK-AMBITO.
       INICIO.
           DISPLAY "INFORME DE RENDIMIENTO POR TIENDA"
           DISPLAY "=================================================="
           IF ADDRESS OF LK-AMBITO NOT = NULL
               MOVE LK-AMBITO TO WS-AMBITO
           ELSE
               MOVE "C" TO WS-AMBITO-TIPO
           END-IF
           IF WS-AMBITO-TIPO NOT = "C"
               DISPLAY "AMBITO: " WS-AMBITO-TIPO " " WS-AMBITO-VALOR
           END-IF
           PERFORM CARGAR-CATEGORIAS
           PERFORM ACUMULAR-FICHERO
           PERFORM ORDENAR-TIENDAS
           EXIT.

       ACUMULAR-SUBTOTAL.
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               GO TO ACUMULAR-SUBTOTAL-EXIT
           END-IF

           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT

           IF WS-ENCONTRADO-SW = "N"
           DISPLAY "TOTAL GENERAL (" WS-NUM-TIENDAS " TIENDAS): "
                   WS-CANTIDAD-EDITADA " UNIDADES  "
                   WS-INGRESO-EDITADO
           IF WS-AMBITO-TIPO NOT = "C"
               DISPLAY "(SOLO LAS TIENDAS DE SU AMBITO; NO CUADRA CON "
                       "TOTAL.DAT)"
           END-IF
           DISPLAY "==================================================".

      * Resumen por tienda y categoria, en el mismo orden de ingreso
                       WS-CANTIDAD-EDITADA " UDS  "
                       WS-INGRESO-EDITADO
           END-IF.

      * Tienda de la linea leida frente al ambito del operador; el
      * ambito central no necesita consulta.
       COMPROBAR-AMBITO-TIENDA.
           IF WS-AMBITO-TIPO = "C"
               MOVE "S" TO WS-AMBITO-RESULTADO
           ELSE
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             TIENDA-TOTAL-TIENDA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
           END-IF.
