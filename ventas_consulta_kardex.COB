      ******************************************************************
      * Author:Maria Romero
      * Date:10/09/2026
      * Purpose: Consulta del kardex de stock KARDEX-STOCK.DAT, que
      *    escriben ACTUALIZAR-STOCK (entradas, traspasos y venta
      *    del cierre), CONCILIAR-CONTEO (ajustes por recuento) y
      *    CARGA-MAESTROS-IDX (carga inicial). Dos opciones:
      *    1 - Movimientos de un producto en una tienda entre dos
      *        fechas, con el saldo al empezar y el saldo corrido
      *        linea a linea; la linea cuyo saldo apuntado no casa
      *        con el corrido se marca con un asterisco. Al final
      *        se compara con lo que dice hoy STOCK.IDX.
      *    2 - Cuadre del kardex contra el maestro: ordena el kardex
      *        por posicion (en el orden en que se grabo dentro de
      *        cada una), lo repasa desde el saldo de partida de
      *        cada posicion (el saldo antes de su primer movimiento,
      *        o el de su carga inicial) y casa el saldo resultante
      *        con EXISTENCIAS-STOCK de STOCK.IDX. Lista las
      *        posiciones que no cuadran y los saltos de la cadena
      *        (un movimiento cuyo saldo antes no es el despues del
      *        anterior: algo toco el maestro sin pasar por el
      *        kardex). RETURN-CODE 4 si hay descuadres.
      *    Se lanza desde CONSOLA-VENTAS.
      * Mod:13/09/2026 - Ambito de tiendas del operador: desde la
      *    consola llega el ambito (ver COMPROBAR-AMBITO). La
      *    opcion 1 rechaza una tienda fuera de el (y queda en la
      *    auditoria); la opcion 2 solo cuadra las posiciones de
      *    sus tiendas. Sin el parametro, todas.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-KARDEX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARDEX ASSIGN TO "KARDEX-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KARDEX.
           SELECT STOCK ASSIGN TO "STOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLAVE-STOCK
               FILE STATUS IS FS-STOCK.
           SELECT SORT-KARDEX ASSIGN TO SORTKARDX.

       DATA DIVISION.
       FILE SECTION.
      * Kardex de stock (mismo trazado que en ACTUALIZAR-STOCK).
       FD KARDEX.
       01 REG-KARDEX.
           05 KARDEX-FECHA           PIC 9(8).
           05 KARDEX-HORA            PIC 9(8).
           05 KARDEX-CODIGO          PIC X(5).
           05 KARDEX-TIENDA          PIC X(4).
           05 KARDEX-TIPO            PIC X(1).
           05 KARDEX-REFERENCIA      PIC X(22).
           05 KARDEX-CANTIDAD        PIC S9(7).
           05 KARDEX-ANTES           PIC S9(7).
           05 KARDEX-DESPUES         PIC S9(7).
           05 KARDEX-USUARIO         PIC 9(6).

       FD STOCK.
       01 REG-STOCK.
           05 CLAVE-STOCK.
               10 CODIGO-STOCK    PIC X(5).
               10 TIENDA-STOCK    PIC X(4).
           05 EXISTENCIAS-STOCK   PIC S9(7).
           05 PUNTO-PEDIDO-STOCK  PIC 9(5).

      * Kardex ordenado por posicion; SORT-ORDEN guarda el orden de
      * grabacion para repasar cada posicion en su secuencia.
       SD SORT-KARDEX.
       01 REG-SORT-KARDEX.
           05 SORT-CLAVE.
               10 SORT-CODIGO     PIC X(5).
               10 SORT-TIENDA     PIC X(4).
           05 SORT-ORDEN          PIC 9(9).
           05 SORT-FECHA          PIC 9(8).
           05 SORT-TIPO           PIC X(1).
           05 SORT-CANTIDAD       PIC S9(7).
           05 SORT-ANTES          PIC S9(7).
           05 SORT-DESPUES        PIC S9(7).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 EOF-SWITCH-SORT     PIC X VALUE "N".
       01 EOF-SWITCH-STOCK    PIC X VALUE "N".
       01 FS-KARDEX           PIC XX VALUE SPACES.
       01 FS-STOCK            PIC XX VALUE SPACES.

       01 WS-OPCION           PIC 9 VALUE ZEROS.

      * Filtros de la consulta.
       01 WS-CODIGO-FILTRO    PIC X(5) VALUE SPACES.
       01 WS-TIENDA-FILTRO    PIC X(4) VALUE SPACES.
       01 WS-FECHA-DESDE      PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HASTA      PIC 9(8) VALUE ZEROS.

      * Saldo de la consulta: el de partida (lo que habia antes del
      * primer movimiento del rango) y el corrido.
       01 WS-SALDO-INICIAL    PIC S9(7) VALUE ZEROS.
       01 WS-SALDO-PREVIO-SW  PIC X VALUE "N".
       01 WS-SALDO            PIC S9(7) VALUE ZEROS.
       01 WS-EN-RANGO-SW      PIC X VALUE "N".
       01 WS-MARCA            PIC X(1) VALUE SPACE.
       01 WS-CONTA-LEIDAS     PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-MOSTRADAS  PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-MARCADAS   PIC 9(7) VALUE ZEROS.
       01 WS-ENTRADAS-RANGO   PIC 9(9) VALUE ZEROS.
       01 WS-SALIDAS-RANGO    PIC 9(9) VALUE ZEROS.

      * Cuadre: posicion en curso del kardex ordenado.
       01 WS-CLAVE-ACTUAL.
           05 WS-CODIGO-ACTUAL PIC X(5).
           05 WS-TIENDA-ACTUAL PIC X(4).
       01 WS-SALDO-REPASO     PIC S9(7) VALUE ZEROS.
       01 WS-DIFERENCIA       PIC S9(7) VALUE ZEROS.
       01 WS-CONTA-SORT       PIC 9(9) VALUE ZEROS.
       01 WS-CONTA-POSICIONES PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-CUADRAN    PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-DESCUADRES PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-SALTOS     PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-SIN-MOV    PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-SIN-FICHA  PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-NO-VALIDAS PIC 9(7) VALUE ZEROS.

      * Paginacion, al estilo del resto de informes.
       01 WS-LINEAS-PAGINA    PIC 9(2) VALUE ZEROS.
       01 WS-NUM-PAGINA       PIC 9(3) VALUE ZEROS.

      * Troceado de fecha y hora para imprimir.
       01 WS-FECHA-DESC.
           05 WS-FECHA-AAAA    PIC 9(4).
           05 WS-FECHA-MM      PIC 9(2).
           05 WS-FECHA-DD      PIC 9(2).
       01 WS-HORA-DESC.
           05 WS-HORA-HH       PIC 9(2).
           05 WS-HORA-MI       PIC 9(2).
           05 WS-HORA-SS       PIC 9(2).
           05 WS-HORA-CC       PIC 9(2).

       01 WS-CANTIDAD-EDIT    PIC -Z.ZZZ.ZZ9.
       01 WS-SALDO-EDIT       PIC -Z.ZZZ.ZZ9.
       01 WS-APUNTADO-EDIT    PIC -Z.ZZZ.ZZ9.
       01 WS-STOCK-EDIT       PIC -Z.ZZZ.ZZ9.
       01 WS-TOTAL-EDIT       PIC ZZZ.ZZZ.ZZ9.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-TIENDA    PIC X(4) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "KARDX".
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
           IF ADDRESS OF LK-AMBITO NOT = NULL
               MOVE LK-AMBITO TO WS-AMBITO
           ELSE
               MOVE "C" TO WS-AMBITO-TIPO
           END-IF
           DISPLAY "KARDEX DE STOCK"
           DISPLAY " "
           DISPLAY "1 - MOVIMIENTOS DE UN PRODUCTO EN UNA TIENDA"
           DISPLAY "2 - CUADRE DEL KARDEX CONTRA STOCK.IDX"
           DISPLAY "OTRA TECLA - SALIR"
           MOVE ZEROS TO WS-OPCION
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM CONSULTAR-MOVIMIENTOS
                       THRU CONSULTAR-MOVIMIENTOS-EXIT
               WHEN 2
                   PERFORM CUADRAR-KARDEX THRU CUADRAR-KARDEX-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * Movimientos de una posicion con saldo corrido
      ******************************************************************
       CONSULTAR-MOVIMIENTOS.
           DISPLAY "PRODUCTO (5 CARACTERES): "
           ACCEPT WS-CODIGO-FILTRO
           DISPLAY "TIENDA (4 CARACTERES): "
           ACCEPT WS-TIENDA-FILTRO
           DISPLAY "FECHA DESDE (AAAAMMDD, 0 = SIN LIMITE): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD, 0 = SIN LIMITE): "
           ACCEPT WS-FECHA-HASTA
           DISPLAY "=================================================="

           MOVE WS-TIENDA-FILTRO TO WS-AMBITO-TIENDA
           MOVE "S" TO WS-AMBITO-AUDITAR
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               DISPLAY "RECHAZADA: TIENDA FUERA DE SU AMBITO"
               GO TO CONSULTAR-MOVIMIENTOS-EXIT
           END-IF

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT KARDEX
           IF FS-KARDEX NOT = "00"
               DISPLAY "SIN KARDEX (KARDEX-STOCK.DAT NO EXISTE)"
               GO TO CONSULTAR-MOVIMIENTOS-EXIT
           END-IF
           DISPLAY "MOVIMIENTOS DE " WS-CODIGO-FILTRO " EN LA TIENDA "
                   WS-TIENDA-FILTRO
           DISPLAY "FECHA      HORA     T DOCUMENTO             "
                   "  CANTIDAD      SALDO"
           DISPLAY "--------------------------------------------------"
           PERFORM LEER-MOVIMIENTO THRU LEER-MOVIMIENTO-EXIT
               UNTIL EOF-SWITCH = "S"
           CLOSE KARDEX

           DISPLAY "--------------------------------------------------"
           IF WS-EN-RANGO-SW = "N"
               IF WS-SALDO-PREVIO-SW = "S"
                   MOVE WS-SALDO-INICIAL TO WS-SALDO
               ELSE
                   MOVE ZEROS TO WS-SALDO
               END-IF
               MOVE WS-SALDO TO WS-SALDO-EDIT
               DISPLAY "SIN MOVIMIENTOS EN EL RANGO; SALDO "
                       WS-SALDO-EDIT
           ELSE
               MOVE WS-ENTRADAS-RANGO TO WS-TOTAL-EDIT
               DISPLAY "UNIDADES ENTRADAS:  " WS-TOTAL-EDIT
               MOVE WS-SALIDAS-RANGO TO WS-TOTAL-EDIT
               DISPLAY "UNIDADES SALIDAS:   " WS-TOTAL-EDIT
               MOVE WS-SALDO TO WS-SALDO-EDIT
               DISPLAY "SALDO FINAL:         " WS-SALDO-EDIT
               IF WS-CONTA-MARCADAS > ZEROS
                   DISPLAY "(*) " WS-CONTA-MARCADAS " MOVIMIENTOS CON "
                           "SALDO APUNTADO DISTINTO DEL CORRIDO"
               END-IF
           END-IF
           PERFORM COMPARAR-CON-MAESTRO.
       CONSULTAR-MOVIMIENTOS-EXIT.
           EXIT.

       LEER-MOVIMIENTO.
           READ KARDEX
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO LEER-MOVIMIENTO-EXIT
           END-READ
           ADD 1 TO WS-CONTA-LEIDAS
           IF KARDEX-CODIGO NOT = WS-CODIGO-FILTRO
               OR KARDEX-TIENDA NOT = WS-TIENDA-FILTRO
               GO TO LEER-MOVIMIENTO-EXIT
           END-IF
           IF KARDEX-CANTIDAD IS NOT NUMERIC
               OR KARDEX-ANTES IS NOT NUMERIC
               OR KARDEX-DESPUES IS NOT NUMERIC
               GO TO LEER-MOVIMIENTO-EXIT
           END-IF

      * Lo anterior al rango solo deja el saldo de partida.
           IF WS-FECHA-DESDE > ZEROS
               AND KARDEX-FECHA < WS-FECHA-DESDE
               MOVE KARDEX-DESPUES TO WS-SALDO-INICIAL
               MOVE "S" TO WS-SALDO-PREVIO-SW
               GO TO LEER-MOVIMIENTO-EXIT
           END-IF
           IF WS-FECHA-HASTA > ZEROS
               AND KARDEX-FECHA > WS-FECHA-HASTA
               GO TO LEER-MOVIMIENTO-EXIT
           END-IF

           IF WS-EN-RANGO-SW = "N"
               MOVE "S" TO WS-EN-RANGO-SW
               IF WS-SALDO-PREVIO-SW = "N"
                   MOVE KARDEX-ANTES TO WS-SALDO-INICIAL
               END-IF
               MOVE WS-SALDO-INICIAL TO WS-SALDO
               MOVE WS-SALDO TO WS-SALDO-EDIT
               DISPLAY "SALDO INICIAL                               "
                       "             " WS-SALDO-EDIT
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF

      * La carga inicial fija el saldo; el resto lo mueve.
           IF KARDEX-TIPO = "I"
               MOVE KARDEX-DESPUES TO WS-SALDO
           ELSE
               ADD KARDEX-CANTIDAD TO WS-SALDO
           END-IF
           IF KARDEX-CANTIDAD < ZEROS
               SUBTRACT KARDEX-CANTIDAD FROM WS-SALIDAS-RANGO
           ELSE
               ADD KARDEX-CANTIDAD TO WS-ENTRADAS-RANGO
           END-IF
           MOVE SPACE TO WS-MARCA
           IF KARDEX-DESPUES NOT = WS-SALDO
               MOVE "*" TO WS-MARCA
               ADD 1 TO WS-CONTA-MARCADAS
           END-IF
           PERFORM LISTAR-MOVIMIENTO.
       LEER-MOVIMIENTO-EXIT.
           EXIT.

       LISTAR-MOVIMIENTO.
           IF WS-LINEAS-PAGINA > 15
               PERFORM SALTO-PAGINA
           END-IF
           ADD 1 TO WS-CONTA-MOSTRADAS
           MOVE KARDEX-FECHA TO WS-FECHA-DESC
           MOVE KARDEX-HORA TO WS-HORA-DESC
           MOVE KARDEX-CANTIDAD TO WS-CANTIDAD-EDIT
           MOVE WS-SALDO TO WS-SALDO-EDIT
           DISPLAY WS-FECHA-DD "/" WS-FECHA-MM "/" WS-FECHA-AAAA " "
                   WS-HORA-HH ":" WS-HORA-MI ":" WS-HORA-SS " "
                   KARDEX-TIPO " " KARDEX-REFERENCIA " "
                   WS-CANTIDAD-EDIT " " WS-SALDO-EDIT WS-MARCA
           IF WS-MARCA = "*"
               MOVE KARDEX-DESPUES TO WS-APUNTADO-EDIT
               DISPLAY "   SALDO APUNTADO EN EL KARDEX: "
                       WS-APUNTADO-EDIT
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF
           IF KARDEX-USUARIO NOT = ZEROS
               DISPLAY "   CONTADO POR " KARDEX-USUARIO
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF
           ADD 1 TO WS-LINEAS-PAGINA.

      * Lo que dice hoy el maestro, para ver si el saldo del kardex
      * llega hasta el.
       COMPARAR-CON-MAESTRO.
           OPEN INPUT STOCK
           IF FS-STOCK NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR STOCK.IDX (FILE STATUS "
                       FS-STOCK ")"
           ELSE
               MOVE WS-CODIGO-FILTRO TO CODIGO-STOCK
               MOVE WS-TIENDA-FILTRO TO TIENDA-STOCK
               READ STOCK KEY IS CLAVE-STOCK
                   INVALID KEY
                       DISPLAY "LA POSICION NO TIENE FICHA EN "
                               "STOCK.IDX"
                   NOT INVALID KEY
                       MOVE EXISTENCIAS-STOCK TO WS-STOCK-EDIT
                       DISPLAY "EXISTENCIAS HOY EN STOCK.IDX: "
                               WS-STOCK-EDIT
               END-READ
               CLOSE STOCK
           END-IF.

       SALTO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA
           DISPLAY " "
           DISPLAY "--- PAGINA " WS-NUM-PAGINA " ---"
           MOVE ZEROS TO WS-LINEAS-PAGINA.

      ******************************************************************
      * Cuadre del kardex repasado contra STOCK.IDX
      ******************************************************************
       CUADRAR-KARDEX.
           DISPLAY "=================================================="
           OPEN INPUT STOCK
           IF FS-STOCK NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR STOCK.IDX (FILE STATUS "
                       FS-STOCK "), NO SE CUADRA"
               MOVE 8 TO RETURN-CODE
               GO TO CUADRAR-KARDEX-EXIT
           END-IF
           DISPLAY "CUADRE DEL KARDEX CONTRA STOCK.IDX"
           IF WS-AMBITO-TIPO NOT = "C"
               DISPLAY "SOLO LAS TIENDAS DE SU AMBITO: "
                       WS-AMBITO-TIPO " " WS-AMBITO-VALOR
           END-IF
           DISPLAY "--------------------------------------------------"
           MOVE "N" TO WS-AMBITO-AUDITAR

           SORT SORT-KARDEX ON ASCENDING KEY SORT-CLAVE
                            ON ASCENDING KEY SORT-ORDEN
               INPUT PROCEDURE IS SOLTAR-KARDEX
               OUTPUT PROCEDURE IS REPASAR-KARDEX
           CLOSE STOCK

           DISPLAY "--------------------------------------------------"
           MOVE WS-CONTA-SORT TO WS-TOTAL-EDIT
           DISPLAY "MOVIMIENTOS REPASADOS:        " WS-TOTAL-EDIT
           MOVE WS-CONTA-NO-VALIDAS TO WS-TOTAL-EDIT
           DISPLAY "LINEAS NO VALIDAS SALTADAS:   " WS-TOTAL-EDIT
           MOVE WS-CONTA-POSICIONES TO WS-TOTAL-EDIT
           DISPLAY "POSICIONES CON MOVIMIENTOS:   " WS-TOTAL-EDIT
           MOVE WS-CONTA-CUADRAN TO WS-TOTAL-EDIT
           DISPLAY "  CUADRAN CON STOCK.IDX:      " WS-TOTAL-EDIT
           MOVE WS-CONTA-DESCUADRES TO WS-TOTAL-EDIT
           DISPLAY "  NO CUADRAN:                 " WS-TOTAL-EDIT
           MOVE WS-CONTA-SIN-FICHA TO WS-TOTAL-EDIT
           DISPLAY "  (DE ELLAS SIN FICHA):       " WS-TOTAL-EDIT
           MOVE WS-CONTA-SALTOS TO WS-TOTAL-EDIT
           DISPLAY "SALTOS EN LA CADENA:          " WS-TOTAL-EDIT
           MOVE WS-CONTA-SIN-MOV TO WS-TOTAL-EDIT
           DISPLAY "POSICIONES SIN MOVIMIENTOS:   " WS-TOTAL-EDIT
           IF WS-CONTA-DESCUADRES > ZEROS
               OR WS-CONTA-SALTOS > ZEROS
               DISPLAY "** EL KARDEX NO CUADRA CON EL MAESTRO **"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "EL KARDEX CUADRA CON EL MAESTRO"
           END-IF.
       CUADRAR-KARDEX-EXIT.
           EXIT.

       SOLTAR-KARDEX.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT KARDEX
           IF FS-KARDEX NOT = "00"
               DISPLAY "SIN KARDEX (KARDEX-STOCK.DAT NO EXISTE)"
           ELSE
               PERFORM SOLTAR-MOVIMIENTO THRU SOLTAR-MOVIMIENTO-EXIT
                   UNTIL EOF-SWITCH = "S"
               CLOSE KARDEX
           END-IF.

       SOLTAR-MOVIMIENTO.
           READ KARDEX
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO SOLTAR-MOVIMIENTO-EXIT
           END-READ
           IF KARDEX-CANTIDAD IS NOT NUMERIC
               OR KARDEX-ANTES IS NOT NUMERIC
               OR KARDEX-DESPUES IS NOT NUMERIC
               ADD 1 TO WS-CONTA-NO-VALIDAS
               DISPLAY "AVISO: LINEA DE KARDEX NO VALIDA, SE SALTA: "
                       KARDEX-CODIGO " " KARDEX-TIENDA " "
                       KARDEX-FECHA
               GO TO SOLTAR-MOVIMIENTO-EXIT
           END-IF
           MOVE KARDEX-TIENDA TO WS-AMBITO-TIENDA
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               GO TO SOLTAR-MOVIMIENTO-EXIT
           END-IF
           ADD 1 TO WS-CONTA-SORT
           MOVE KARDEX-CODIGO TO SORT-CODIGO
           MOVE KARDEX-TIENDA TO SORT-TIENDA
           MOVE WS-CONTA-SORT TO SORT-ORDEN
           MOVE KARDEX-FECHA TO SORT-FECHA
           MOVE KARDEX-TIPO TO SORT-TIPO
           MOVE KARDEX-CANTIDAD TO SORT-CANTIDAD
           MOVE KARDEX-ANTES TO SORT-ANTES
           MOVE KARDEX-DESPUES TO SORT-DESPUES
           RELEASE REG-SORT-KARDEX.
       SOLTAR-MOVIMIENTO-EXIT.
           EXIT.

      * Casamiento del kardex ordenado con el maestro leido en
      * secuencia de clave: las dos van por producto + tienda.
       REPASAR-KARDEX.
           MOVE "N" TO EOF-SWITCH-STOCK
           MOVE LOW-VALUES TO CLAVE-STOCK
           START STOCK KEY IS NOT LESS THAN CLAVE-STOCK
               INVALID KEY
                   MOVE "S" TO EOF-SWITCH-STOCK
           END-START
           PERFORM LEER-STOCK-SIGUIENTE

           MOVE "N" TO EOF-SWITCH-SORT
           MOVE SPACES TO WS-CLAVE-ACTUAL
           PERFORM DEVOLVER-MOVIMIENTO THRU DEVOLVER-MOVIMIENTO-EXIT
               UNTIL EOF-SWITCH-SORT = "S"
           IF WS-CLAVE-ACTUAL NOT = SPACES
               PERFORM CERRAR-POSICION
           END-IF

      * Lo que queda del maestro no tiene movimientos.
           PERFORM CONTAR-SIN-MOVIMIENTOS
               UNTIL EOF-SWITCH-STOCK = "S".

       DEVOLVER-MOVIMIENTO.
           RETURN SORT-KARDEX
               AT END
                   MOVE "S" TO EOF-SWITCH-SORT
                   GO TO DEVOLVER-MOVIMIENTO-EXIT
           END-RETURN

           IF SORT-CLAVE NOT = WS-CLAVE-ACTUAL
               IF WS-CLAVE-ACTUAL NOT = SPACES
                   PERFORM CERRAR-POSICION
               END-IF
               MOVE SORT-CLAVE TO WS-CLAVE-ACTUAL
               MOVE SORT-ANTES TO WS-SALDO-REPASO
           END-IF

           IF SORT-TIPO = "I"
               MOVE SORT-DESPUES TO WS-SALDO-REPASO
               GO TO DEVOLVER-MOVIMIENTO-EXIT
           END-IF
           IF SORT-ANTES NOT = WS-SALDO-REPASO
               ADD 1 TO WS-CONTA-SALTOS
               MOVE WS-SALDO-REPASO TO WS-SALDO-EDIT
               MOVE SORT-ANTES TO WS-APUNTADO-EDIT
               DISPLAY "SALTO " WS-CODIGO-ACTUAL " " WS-TIENDA-ACTUAL
                       " EL " SORT-FECHA ": SE ESPERABA "
                       WS-SALDO-EDIT " Y EL MOVIMIENTO PARTE DE "
                       WS-APUNTADO-EDIT
           END-IF
           ADD SORT-CANTIDAD TO WS-SALDO-REPASO.
       DEVOLVER-MOVIMIENTO-EXIT.
           EXIT.

      * Fin de una posicion del kardex: se adelanta el maestro hasta
      * ella y se casan los saldos.
       CERRAR-POSICION.
           ADD 1 TO WS-CONTA-POSICIONES
           PERFORM CONTAR-SIN-MOVIMIENTOS
               UNTIL EOF-SWITCH-STOCK = "S"
               OR CLAVE-STOCK NOT < WS-CLAVE-ACTUAL

           IF EOF-SWITCH-STOCK = "N"
               AND CLAVE-STOCK = WS-CLAVE-ACTUAL
               IF EXISTENCIAS-STOCK = WS-SALDO-REPASO
                   ADD 1 TO WS-CONTA-CUADRAN
               ELSE
                   ADD 1 TO WS-CONTA-DESCUADRES
                   COMPUTE WS-DIFERENCIA =
                       EXISTENCIAS-STOCK - WS-SALDO-REPASO
                   MOVE WS-SALDO-REPASO TO WS-SALDO-EDIT
                   MOVE EXISTENCIAS-STOCK TO WS-STOCK-EDIT
                   MOVE WS-DIFERENCIA TO WS-CANTIDAD-EDIT
                   DISPLAY WS-CODIGO-ACTUAL " " WS-TIENDA-ACTUAL
                           "  KARDEX " WS-SALDO-EDIT
                           "  STOCK " WS-STOCK-EDIT
                           "  DIF " WS-CANTIDAD-EDIT
               END-IF
               PERFORM LEER-STOCK-SIGUIENTE
           ELSE
               ADD 1 TO WS-CONTA-DESCUADRES
               ADD 1 TO WS-CONTA-SIN-FICHA
               MOVE WS-SALDO-REPASO TO WS-SALDO-EDIT
               DISPLAY WS-CODIGO-ACTUAL " " WS-TIENDA-ACTUAL
                       "  KARDEX " WS-SALDO-EDIT
                       "  SIN FICHA EN STOCK.IDX"
           END-IF.

      * Las posiciones del maestro de tiendas fuera del ambito se
      * pasan sin contarlas.
       CONTAR-SIN-MOVIMIENTOS.
           MOVE TIENDA-STOCK TO WS-AMBITO-TIENDA
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "S"
               ADD 1 TO WS-CONTA-SIN-MOV
           END-IF
           PERFORM LEER-STOCK-SIGUIENTE.

       LEER-STOCK-SIGUIENTE.
           IF EOF-SWITCH-STOCK = "N"
               READ STOCK NEXT RECORD
                   AT END
                       MOVE "S" TO EOF-SWITCH-STOCK
               END-READ
           END-IF.

      * Tienda de WS-AMBITO-TIENDA frente al ambito del operador; el
      * ambito central no necesita consulta.
       COMPROBAR-AMBITO-TIENDA.
           IF WS-AMBITO-TIPO = "C"
               MOVE "S" TO WS-AMBITO-RESULTADO
           ELSE
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             WS-AMBITO-TIENDA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
           END-IF.
