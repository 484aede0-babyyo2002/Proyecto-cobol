      *    productos, muy por encima del maestro real, y la venta
      *    marginal cuya tasa diaria redondea a cero ya no sugiere
      *    pedido (antes dividia por cero al calcular la cobertura).
      * Mod:03/09/2026 - Lo ya pedido a proveedores y pendiente de
      *    recibir (lineas de pedidos no cerrados en
      *    PEDIDOS-COMPRA.DAT, ver GENERAR-PEDIDOS-COMPRA) se
      *    descuenta de la sugerencia, para no volver a pedir lo
      *    que ya viene de camino.
      * Mod:05/09/2026 - TOTAL-FECHA.DAT trae ahora la tienda al
      *    final de cada linea (subtotal por producto, fecha y
      *    tienda); aqui solo se suma, el registro la recoge.
      * Mod:11/09/2026 - La necesidad se calcula por producto y
      *    tienda (velocidad de la tienda en TOTAL-FECHA.DAT contra
      *    su posicion de STOCK.IDX) y el sobrante de una tienda ya
      *    no tapa la falta de otra: lo que se mueve entre tiendas
      *    lo propone PROPONER-REEQUILIBRIO. Los traspasos
      *    confirmados sin aplicar de TRASPASOS-STOCK.DAT y las
      *    lineas aun pendientes de REEQUILIBRIO-PROPUESTO.DAT se
      *    cuentan en la origen y en la destino, y los pedidos
      *    abiertos en su tienda; asi solo se pide a proveedor lo
      *    que el reequilibrio no cubre. Las lineas de TOTAL-FECHA
      *    sin tienda no cuentan para la necesidad.
      * Mod:21/09/2026 - La sugerencia se redondea a lo que de
      *    verdad se puede pedir: primero sube al pedido minimo del
      *    producto y luego a envases completos (unidad de compra y
      *    unidades por envase de PRODUCTOS.DAT, ver
      *    MANTENIMIENTO-PRODUCTOS). La cantidad sugerida sigue en
      *    unidades y la linea lleva ademas la necesidad sin
      *    redondear, los envases, la unidad de compra y las
      *    unidades por envase; el listado muestra envases y
      *    unidades. Un producto sin datos de compra se pide por
      *    unidades y sin minimo.
      * Mod:25/09/2026 - El registro de PRODUCTOS.DAT lleva ya 84
      *    posiciones; se completa aqui el trazado con relleno para leer
      *    cada linea entera.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT SUGERIDOS ASSIGN TO "PEDIDOS-SUGERIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUGERIDOS.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT TRASPASOS ASSIGN TO "TRASPASOS-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRASPASOS.
           SELECT PROPUESTA ASSIGN TO "REEQUILIBRIO-PROPUESTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPUESTA.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.

       DATA DIVISION.
       FILE SECTION.
           05 FECHA-TOTAL-FECHA       PIC 9(8).
           05 CANTIDAD-TOTAL-FECHA    PIC 9(5).
           05 INGRESO-TOTAL-FECHA     PIC 9(8)V99.
           05 TIENDA-TOTAL-FECHA      PIC X(4).

      * Sugerencia de pedido por producto: stock actual, tasa diaria
      * de venta, dias de cobertura que quedan (99999 = sin venta en
      * la ventana) y cantidad sugerida para la cobertura objetivo,
      * redondeada al minimo y a envases completos; detras, la
      * necesidad sin redondear y la cantidad en envases.
       FD SUGERIDOS.
       01 REG-SUGERIDOS.
           05 SUGERIDO-CODIGO         PIC X(5).
           05 SUGERIDO-DIAS-COBERTURA PIC 9(5).
           05 FILLER                  PIC X(1).
           05 SUGERIDO-CANTIDAD       PIC 9(7).
           05 FILLER                  PIC X(1).
           05 SUGERIDO-NECESIDAD      PIC 9(7).
           05 FILLER                  PIC X(1).
           05 SUGERIDO-ENVASES        PIC 9(7).
           05 FILLER                  PIC X(1).
           05 SUGERIDO-UNIDAD         PIC X(3).
           05 FILLER                  PIC X(1).
           05 SUGERIDO-UNIDADES-ENVASE PIC 9(3).

      * Lineas de pedido de compra (ver GENERAR-PEDIDOS-COMPRA).
       FD PEDIDOS.
       01 REG-PEDIDOS.
           05 PEDIDO-NUMERO        PIC 9(6).
           05 PEDIDO-LINEA         PIC 9(3).
           05 PEDIDO-FECHA         PIC 9(8).
           05 PEDIDO-PROVEEDOR     PIC X(6).
           05 PEDIDO-TIENDA        PIC X(4).
           05 PEDIDO-CODIGO        PIC X(5).
           05 PEDIDO-CANTIDAD      PIC 9(7).
           05 PEDIDO-RECIBIDA      PIC 9(7).
           05 PEDIDO-PRECIO        PIC 9(3)V99.
           05 PEDIDO-ESTADO        PIC X(1).
           05 PEDIDO-OPERADOR      PIC 9(6).

      * Traspasos confirmados pendientes de ACTUALIZAR-STOCK.
       FD TRASPASOS.
       01 REG-TRASPASOS.
           05 TRASPASO-ORIGEN     PIC X(4).
           05 TRASPASO-DESTINO    PIC X(4).
           05 TRASPASO-CODIGO     PIC X(5).
           05 TRASPASO-CANTIDAD   PIC 9(5).
           05 TRASPASO-DOCUMENTO  PIC X(10).

      * Propuesta de reequilibrio (ver PROPONER-REEQUILIBRIO); solo
      * cuentan las lineas pendientes (P): las confirmadas ya estan
      * en TRASPASOS-STOCK.DAT.
       FD PROPUESTA.
       01 REG-PROPUESTA.
           05 PROPUESTA-FECHA         PIC 9(8).
           05 PROPUESTA-ORIGEN        PIC X(4).
           05 PROPUESTA-DESTINO       PIC X(4).
           05 PROPUESTA-CODIGO        PIC X(5).
           05 PROPUESTA-CANTIDAD      PIC 9(5).
           05 PROPUESTA-REGION        PIC X(10).
           05 PROPUESTA-EXIST-ORIGEN  PIC S9(7).
           05 PROPUESTA-COBERTURA     PIC 9(5).
           05 PROPUESTA-EXIST-DESTINO PIC S9(7).
           05 PROPUESTA-PUNTO-DESTINO PIC 9(5).
           05 PROPUESTA-ESTADO        PIC X(1).
           05 PROPUESTA-OPERADOR      PIC 9(6).

      * Maestro de productos: unidad de compra, unidades por envase
      * y pedido minimo.
       FD PRODUCTOS.
       01 REG-PRODUCTOS.
           05 CODIGO-PRODUCTO      PIC X(5).
           05 DESCRIPCION-PRODUCTO PIC X(30).
           05 PRECIO-REF-PRODUCTO  PIC 9(3)V99.
           05 ESTADO-PRODUCTO      PIC X(1).
           05 MIN-CANTIDAD-PRODUCTO PIC 9(5).
           05 MIN-INGRESO-PRODUCTO PIC 9(8)V99.
           05 TIPO-IVA-PRODUCTO    PIC X(1).
           05 COSTE-PRODUCTO       PIC 9(3)V99.
           05 CATEGORIA-PRODUCTO   PIC X(3).
           05 UNIDAD-COMPRA-PRODUCTO PIC X(3).
           05 UNIDADES-ENVASE-PRODUCTO PIC 9(3).
           05 MINIMO-PEDIDO-PRODUCTO PIC 9(5).
           05 FILLER               PIC X(8).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-STOCK    PIC X VALUE "N".
       01 FS-STOCK            PIC XX VALUE SPACES.
       01 FS-TOTAL-FECHA      PIC XX VALUE SPACES.
       01 FS-SUGERIDOS        PIC XX VALUE SPACES.
       01 FS-PEDIDOS          PIC XX VALUE SPACES.
       01 EOF-SWITCH-PEDIDOS  PIC X VALUE "N".
       01 WS-PENDIENTE-PEDIDO PIC S9(7) VALUE ZEROS.
       01 FS-TRASPASOS        PIC XX VALUE SPACES.
       01 FS-PROPUESTA        PIC XX VALUE SPACES.
       01 EOF-SWITCH-TRASP    PIC X VALUE "N".
       01 EOF-SWITCH-PROPUESTA PIC X VALUE "N".
       01 FS-PRODUCTOS        PIC XX VALUE SPACES.
       01 EOF-SWITCH-PROD     PIC X VALUE "N".

      * Parametros del job: ventana de velocidad y cobertura
      * objetivo, en dias.
               10 ELEM-EXISTENCIAS  PIC S9(7).
               10 ELEM-PUNTO-PEDIDO PIC 9(5).
               10 ELEM-VENDIDO-VENT PIC 9(7).
               10 ELEM-EN-PEDIDO    PIC 9(7).
               10 ELEM-REEQUILIBRIO PIC 9(7).
               10 ELEM-NECESIDAD    PIC 9(7).
               10 ELEM-UNIDAD-COMPRA PIC X(3).
               10 ELEM-UNIDADES-ENVASE PIC 9(3).
               10 ELEM-MINIMO-PEDIDO PIC 9(5).

      * Posiciones producto + tienda: stock, venta en la ventana,
      * pedido pendiente en esa tienda y saldo neto de traspasos
      * (lo que le llega menos lo que sale de ella).
       01 WS-NUM-POSICIONES   PIC 9(5) VALUE ZEROS.
       01 WS-IND-POS          PIC 9(5) VALUE ZEROS.
       01 WS-IND-POS-HALLADO  PIC 9(5) VALUE ZEROS.
       01 WS-POS-ENCONTRADA-SW PIC X VALUE "N".
       01 WS-TIENDA-BUSCADA   PIC X(4) VALUE SPACES.
       01 WS-TIENDA-DESTINO   PIC X(4) VALUE SPACES.
       01 TABLA-POSICIONES.
           05 ELEM-POS OCCURS 20000 TIMES.
               10 ELEM-POS-CODIGO      PIC X(5).
               10 ELEM-POS-TIENDA      PIC X(4).
               10 ELEM-POS-EXISTENCIAS PIC S9(7).
               10 ELEM-POS-VENDIDO     PIC 9(7).
               10 ELEM-POS-EN-PEDIDO   PIC 9(7).
               10 ELEM-POS-TRASPASO    PIC S9(7).
       01 WS-TASA-TIENDA      PIC 9(5)V99 VALUE ZEROS.
       01 WS-FALTA-TIENDA     PIC S9(7) VALUE ZEROS.
       01 WS-CANTIDAD-MOVIDA  PIC 9(5) VALUE ZEROS.

      * Dos pasadas sobre TOTAL-FECHA.DAT: la primera localiza la
      * fecha de venta mas reciente, la segunda suma las unidades
       01 WS-DIAS-COBERTURA   PIC 9(5) VALUE ZEROS.
       01 WS-CANTIDAD-SUGERIDA PIC S9(7) VALUE ZEROS.
       01 WS-CONTA-SUGERENCIAS PIC 9(4) VALUE ZEROS.
       01 WS-NECESIDAD        PIC S9(7) VALUE ZEROS.
       01 WS-ENVASES-SUGERIDOS PIC 9(7) VALUE ZEROS.

       01 WS-EXISTENCIAS-EDIT PIC -Z.ZZZ.ZZ9.
       01 WS-TASA-EDIT        PIC ZZ.ZZ9,99.
       01 WS-SUGERIDO-EDIT    PIC Z.ZZZ.ZZ9.
       01 WS-EN-PEDIDO-EDIT   PIC Z.ZZZ.ZZ9.
       01 WS-REEQUILIBRIO-EDIT PIC Z.ZZZ.ZZ9.
       01 WS-NECESIDAD-EDIT   PIC Z.ZZZ.ZZ9.
       01 WS-ENVASES-EDIT     PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
               STOP RUN
           END-IF
           PERFORM SUMAR-VENTANA
           PERFORM CARGAR-PEDIDOS
           PERFORM CARGAR-TRASPASOS
           PERFORM CARGAR-PROPUESTA
           MOVE ZEROS TO WS-IND-POS
           PERFORM CALCULAR-NECESIDAD THRU CALCULAR-NECESIDAD-EXIT
               UNTIL WS-IND-POS >= WS-NUM-POSICIONES
           PERFORM CARGAR-DATOS-COMPRA
           PERFORM GRABAR-SUGERENCIAS

           DISPLAY "=================================================="
               CLOSE STOCK
           END-IF.

      * El maestro trae una posicion por producto y tienda; se
      * guarda la posicion para la necesidad por tienda y se suma
      * por producto para el listado.
       LEER-STOCK.
           READ STOCK
               AT END MOVE "S" TO EOF-SWITCH-STOCK
                       ADD PUNTO-PEDIDO-STOCK
                           TO ELEM-PUNTO-PEDIDO (WS-IND-HALLADO)
                   END-IF
                   MOVE TIENDA-STOCK TO WS-TIENDA-BUSCADA
                   PERFORM LOCALIZAR-POSICION
                       THRU LOCALIZAR-POSICION-EXIT
                   IF WS-IND-POS-HALLADO > ZEROS
                       ADD EXISTENCIAS-STOCK
                           TO ELEM-POS-EXISTENCIAS (WS-IND-POS-HALLADO)
                   END-IF
               END-IF
           END-READ.
       LEER-STOCK-EXIT.
           EXIT.

      * Pendiente de recibir por producto: pedido menos recibido de
      * las lineas de pedidos no cerrados (la sobreentrega no resta).
       CARGAR-PEDIDOS.
           OPEN INPUT PEDIDOS
           IF FS-PEDIDOS = "00"
               PERFORM LEER-PEDIDO THRU LEER-PEDIDO-EXIT
                   UNTIL EOF-SWITCH-PEDIDOS = "S"
               CLOSE PEDIDOS
           END-IF.

       LEER-PEDIDO.
           READ PEDIDOS
               AT END MOVE "S" TO EOF-SWITCH-PEDIDOS
           NOT AT END
               IF PEDIDO-ESTADO NOT = "C"
                   AND PEDIDO-CANTIDAD > PEDIDO-RECIBIDA
                   COMPUTE WS-PENDIENTE-PEDIDO =
                       PEDIDO-CANTIDAD - PEDIDO-RECIBIDA
                   MOVE PEDIDO-CODIGO TO WS-CODIGO-BUSCADO
                   PERFORM LOCALIZAR-O-CREAR
                       THRU LOCALIZAR-O-CREAR-EXIT
                   IF WS-IND-HALLADO > ZEROS
                       ADD WS-PENDIENTE-PEDIDO
                           TO ELEM-EN-PEDIDO (WS-IND-HALLADO)
                   END-IF
                   MOVE PEDIDO-TIENDA TO WS-TIENDA-BUSCADA
                   PERFORM LOCALIZAR-POSICION
                       THRU LOCALIZAR-POSICION-EXIT
                   IF WS-IND-POS-HALLADO > ZEROS
                       ADD WS-PENDIENTE-PEDIDO
                           TO ELEM-POS-EN-PEDIDO (WS-IND-POS-HALLADO)
                   END-IF
               END-IF
           END-READ.
       LEER-PEDIDO-EXIT.
           EXIT.

      * Primera pasada: fecha de venta mas reciente del fichero, que
      * fija el final de la ventana de velocidad.
       BUSCAR-FECHA-MAXIMA.
           IF WS-IND-HALLADO > ZEROS
               ADD CANTIDAD-TOTAL-FECHA
                   TO ELEM-VENDIDO-VENT (WS-IND-HALLADO)
           END-IF
           IF TIENDA-TOTAL-FECHA = SPACES
               GO TO TRATAR-LINEA-FECHA-EXIT
           END-IF
           MOVE TIENDA-TOTAL-FECHA TO WS-TIENDA-BUSCADA
           PERFORM LOCALIZAR-POSICION THRU LOCALIZAR-POSICION-EXIT
           IF WS-IND-POS-HALLADO > ZEROS
               ADD CANTIDAD-TOTAL-FECHA
                   TO ELEM-POS-VENDIDO (WS-IND-POS-HALLADO)
           END-IF.
       TRATAR-LINEA-FECHA-EXIT.
           EXIT.
                   MOVE ZEROS TO ELEM-EXISTENCIAS (WS-IND-HALLADO)
                   MOVE ZEROS TO ELEM-PUNTO-PEDIDO (WS-IND-HALLADO)
                   MOVE ZEROS TO ELEM-VENDIDO-VENT (WS-IND-HALLADO)
                   MOVE ZEROS TO ELEM-EN-PEDIDO (WS-IND-HALLADO)
                   MOVE ZEROS TO ELEM-REEQUILIBRIO (WS-IND-HALLADO)
                   MOVE ZEROS TO ELEM-NECESIDAD (WS-IND-HALLADO)
                   MOVE "UD" TO ELEM-UNIDAD-COMPRA (WS-IND-HALLADO)
                   MOVE 1 TO ELEM-UNIDADES-ENVASE (WS-IND-HALLADO)
                   MOVE ZEROS TO ELEM-MINIMO-PEDIDO (WS-IND-HALLADO)
               END-IF
           END-IF.
       LOCALIZAR-O-CREAR-EXIT.
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

      * Traspasos confirmados y propuestos pendientes: se mueven de
      * la tienda origen a la destino como si ya estuvieran hechos.
       CARGAR-TRASPASOS.
           OPEN INPUT TRASPASOS
           IF FS-TRASPASOS = "00"
               PERFORM LEER-TRASPASO THRU LEER-TRASPASO-EXIT
                   UNTIL EOF-SWITCH-TRASP = "S"
               CLOSE TRASPASOS
           END-IF.

       LEER-TRASPASO.
           READ TRASPASOS
               AT END
                   MOVE "S" TO EOF-SWITCH-TRASP
                   GO TO LEER-TRASPASO-EXIT
           END-READ
           IF TRASPASO-CANTIDAD IS NOT NUMERIC
               OR TRASPASO-CODIGO = SPACES
               OR TRASPASO-ORIGEN = TRASPASO-DESTINO
               GO TO LEER-TRASPASO-EXIT
           END-IF
           MOVE TRASPASO-CODIGO TO WS-CODIGO-BUSCADO
           MOVE TRASPASO-CANTIDAD TO WS-CANTIDAD-MOVIDA
           MOVE TRASPASO-ORIGEN TO WS-TIENDA-BUSCADA
           MOVE TRASPASO-DESTINO TO WS-TIENDA-DESTINO
           PERFORM MOVER-ENTRE-TIENDAS.
       LEER-TRASPASO-EXIT.
           EXIT.

       CARGAR-PROPUESTA.
           OPEN INPUT PROPUESTA
           IF FS-PROPUESTA = "00"
               PERFORM LEER-PROPUESTA THRU LEER-PROPUESTA-EXIT
                   UNTIL EOF-SWITCH-PROPUESTA = "S"
               CLOSE PROPUESTA
           END-IF.

       LEER-PROPUESTA.
           READ PROPUESTA
               AT END
                   MOVE "S" TO EOF-SWITCH-PROPUESTA
                   GO TO LEER-PROPUESTA-EXIT
           END-READ
           IF PROPUESTA-ESTADO NOT = "P"
               OR PROPUESTA-CANTIDAD IS NOT NUMERIC
               GO TO LEER-PROPUESTA-EXIT
           END-IF
           MOVE PROPUESTA-CODIGO TO WS-CODIGO-BUSCADO
           MOVE PROPUESTA-CANTIDAD TO WS-CANTIDAD-MOVIDA
           MOVE PROPUESTA-ORIGEN TO WS-TIENDA-BUSCADA
           MOVE PROPUESTA-DESTINO TO WS-TIENDA-DESTINO
           PERFORM MOVER-ENTRE-TIENDAS.
       LEER-PROPUESTA-EXIT.
           EXIT.

       MOVER-ENTRE-TIENDAS.
           PERFORM LOCALIZAR-POSICION THRU LOCALIZAR-POSICION-EXIT
           IF WS-IND-POS-HALLADO > ZEROS
               SUBTRACT WS-CANTIDAD-MOVIDA
                   FROM ELEM-POS-TRASPASO (WS-IND-POS-HALLADO)
           END-IF
           MOVE WS-TIENDA-DESTINO TO WS-TIENDA-BUSCADA
           PERFORM LOCALIZAR-POSICION THRU LOCALIZAR-POSICION-EXIT
           IF WS-IND-POS-HALLADO > ZEROS
               ADD WS-CANTIDAD-MOVIDA
                   TO ELEM-POS-TRASPASO (WS-IND-POS-HALLADO)
           END-IF
           PERFORM LOCALIZAR-O-CREAR THRU LOCALIZAR-O-CREAR-EXIT
           IF WS-IND-HALLADO > ZEROS
               ADD WS-CANTIDAD-MOVIDA
                   TO ELEM-REEQUILIBRIO (WS-IND-HALLADO)
           END-IF.

      * Necesidad de una tienda: su venta de los dias objetivo menos
      * su stock, lo que tiene pedido y el saldo de traspasos. Lo
      * que le sobra a una tienda no resta de la falta de otra. Se
      * acumula por producto.
       CALCULAR-NECESIDAD.
           ADD 1 TO WS-IND-POS
           IF ELEM-POS-VENDIDO (WS-IND-POS) = ZEROS
               GO TO CALCULAR-NECESIDAD-EXIT
           END-IF
           COMPUTE WS-TASA-TIENDA ROUNDED =
               ELEM-POS-VENDIDO (WS-IND-POS) / WS-DIAS-VENTANA
           IF WS-TASA-TIENDA = ZEROS
               GO TO CALCULAR-NECESIDAD-EXIT
           END-IF
           COMPUTE WS-FALTA-TIENDA =
               ((WS-TASA-TIENDA * WS-DIAS-OBJETIVO) + 0,99)
               - ELEM-POS-EXISTENCIAS (WS-IND-POS)
               - ELEM-POS-EN-PEDIDO (WS-IND-POS)
               - ELEM-POS-TRASPASO (WS-IND-POS)
           IF WS-FALTA-TIENDA <= ZEROS
               GO TO CALCULAR-NECESIDAD-EXIT
           END-IF
           MOVE ELEM-POS-CODIGO (WS-IND-POS) TO WS-CODIGO-BUSCADO
           PERFORM LOCALIZAR-O-CREAR THRU LOCALIZAR-O-CREAR-EXIT
           IF WS-IND-HALLADO > ZEROS
               ADD WS-FALTA-TIENDA TO ELEM-NECESIDAD (WS-IND-HALLADO)
           END-IF.
       CALCULAR-NECESIDAD-EXIT.
           EXIT.

      * Busca la posicion WS-CODIGO-BUSCADO + WS-TIENDA-BUSCADA; si
      * no esta la crea a cero.
       LOCALIZAR-POSICION.
           MOVE "N" TO WS-POS-ENCONTRADA-SW
           MOVE ZEROS TO WS-IND-POS
           MOVE ZEROS TO WS-IND-POS-HALLADO
           PERFORM COMPARAR-POSICION
               UNTIL WS-IND-POS >= WS-NUM-POSICIONES
               OR WS-POS-ENCONTRADA-SW = "S"

           IF WS-POS-ENCONTRADA-SW = "N"
               IF WS-NUM-POSICIONES >= 20000
                   DISPLAY "AVISO: TABLA DE POSICIONES LLENA, SE "
                           "IGNORA: " WS-CODIGO-BUSCADO " "
                           WS-TIENDA-BUSCADA
               ELSE
                   ADD 1 TO WS-NUM-POSICIONES
                   MOVE WS-NUM-POSICIONES TO WS-IND-POS-HALLADO
                   MOVE WS-CODIGO-BUSCADO
                       TO ELEM-POS-CODIGO (WS-IND-POS-HALLADO)
                   MOVE WS-TIENDA-BUSCADA
                       TO ELEM-POS-TIENDA (WS-IND-POS-HALLADO)
                   MOVE ZEROS
                       TO ELEM-POS-EXISTENCIAS (WS-IND-POS-HALLADO)
                   MOVE ZEROS
                       TO ELEM-POS-VENDIDO (WS-IND-POS-HALLADO)
                   MOVE ZEROS
                       TO ELEM-POS-EN-PEDIDO (WS-IND-POS-HALLADO)
                   MOVE ZEROS
                       TO ELEM-POS-TRASPASO (WS-IND-POS-HALLADO)
               END-IF
           END-IF.
       LOCALIZAR-POSICION-EXIT.
           EXIT.

       COMPARAR-POSICION.
           ADD 1 TO WS-IND-POS
           IF ELEM-POS-CODIGO (WS-IND-POS) = WS-CODIGO-BUSCADO
               AND ELEM-POS-TIENDA (WS-IND-POS) = WS-TIENDA-BUSCADA
               MOVE "S" TO WS-POS-ENCONTRADA-SW
               MOVE WS-IND-POS TO WS-IND-POS-HALLADO
           END-IF.

      * Datos de compra de los productos de la tabla; los que no
      * estan en la tabla no hacen falta y no se crean.
       CARGAR-DATOS-COMPRA.
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               PERFORM LEER-DATOS-COMPRA THRU LEER-DATOS-COMPRA-EXIT
                   UNTIL EOF-SWITCH-PROD = "S"
               CLOSE PRODUCTOS
           END-IF.

       LEER-DATOS-COMPRA.
           READ PRODUCTOS
               AT END
                   MOVE "S" TO EOF-SWITCH-PROD
                   GO TO LEER-DATOS-COMPRA-EXIT
           END-READ
           MOVE CODIGO-PRODUCTO TO WS-CODIGO-BUSCADO
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-IND-HALLADO
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND >= WS-NUM-PRODUCTOS
               OR WS-ENCONTRADO-SW = "S"
           IF WS-ENCONTRADO-SW = "N"
               GO TO LEER-DATOS-COMPRA-EXIT
           END-IF
           IF UNIDADES-ENVASE-PRODUCTO IS NUMERIC
               AND UNIDADES-ENVASE-PRODUCTO > 1
               MOVE UNIDADES-ENVASE-PRODUCTO
                   TO ELEM-UNIDADES-ENVASE (WS-IND-HALLADO)
               MOVE UNIDAD-COMPRA-PRODUCTO
                   TO ELEM-UNIDAD-COMPRA (WS-IND-HALLADO)
           END-IF
           IF MINIMO-PEDIDO-PRODUCTO IS NUMERIC
               MOVE MINIMO-PEDIDO-PRODUCTO
                   TO ELEM-MINIMO-PEDIDO (WS-IND-HALLADO)
           END-IF.
       LEER-DATOS-COMPRA-EXIT.
           EXIT.

       GRABAR-SUGERENCIAS.
           OPEN OUTPUT SUGERIDOS
           MOVE ZEROS TO WS-IND
           CLOSE SUGERIDOS.

      * La tasa diaria es la venta de la ventana entre los dias de
      * la ventana; la sugerencia es la suma de lo que le falta a
      * cada tienda para la cobertura objetivo (ver
      * CALCULAR-NECESIDAD), ya descontado lo pedido y lo que llega
      * por traspaso. Solo se graban los productos con venta en la
      * ventana y sugerencia positiva.
       GRABAR-UNA-SUGERENCIA.
           ADD 1 TO WS-IND
                   ELEM-EXISTENCIAS (WS-IND) / WS-TASA-DIARIA
           END-IF

           MOVE ELEM-NECESIDAD (WS-IND) TO WS-CANTIDAD-SUGERIDA
           IF WS-CANTIDAD-SUGERIDA <= ZEROS
               GO TO GRABAR-UNA-SUGERENCIA-EXIT
           END-IF
           PERFORM REDONDEAR-A-ENVASES

           MOVE SPACES TO REG-SUGERIDOS
           MOVE ELEM-CODIGO (WS-IND) TO SUGERIDO-CODIGO
           MOVE WS-TASA-DIARIA TO SUGERIDO-TASA-DIARIA
           MOVE WS-DIAS-COBERTURA TO SUGERIDO-DIAS-COBERTURA
           MOVE WS-CANTIDAD-SUGERIDA TO SUGERIDO-CANTIDAD
           MOVE WS-NECESIDAD TO SUGERIDO-NECESIDAD
           MOVE WS-ENVASES-SUGERIDOS TO SUGERIDO-ENVASES
           MOVE ELEM-UNIDAD-COMPRA (WS-IND) TO SUGERIDO-UNIDAD
           MOVE ELEM-UNIDADES-ENVASE (WS-IND)
               TO SUGERIDO-UNIDADES-ENVASE
           WRITE REG-SUGERIDOS
           ADD 1 TO WS-CONTA-SUGERENCIAS

           MOVE ELEM-EXISTENCIAS (WS-IND) TO WS-EXISTENCIAS-EDIT
           MOVE WS-TASA-DIARIA TO WS-TASA-EDIT
           MOVE WS-CANTIDAD-SUGERIDA TO WS-SUGERIDO-EDIT
           MOVE ELEM-EN-PEDIDO (WS-IND) TO WS-EN-PEDIDO-EDIT
           MOVE ELEM-REEQUILIBRIO (WS-IND) TO WS-REEQUILIBRIO-EDIT
           MOVE WS-NECESIDAD TO WS-NECESIDAD-EDIT
           MOVE WS-ENVASES-SUGERIDOS TO WS-ENVASES-EDIT
           DISPLAY ELEM-CODIGO (WS-IND)
                   "  STOCK " WS-EXISTENCIAS-EDIT
                   "  EN PEDIDO " WS-EN-PEDIDO-EDIT
                   "  EN TRASPASO " WS-REEQUILIBRIO-EDIT
                   "  TASA/DIA " WS-TASA-EDIT
                   "  COBERTURA " WS-DIAS-COBERTURA " DIAS"
                   "  FALTAN " WS-NECESIDAD-EDIT
                   "  PEDIR " WS-ENVASES-EDIT " "
                   ELEM-UNIDAD-COMPRA (WS-IND) " = "
                   WS-SUGERIDO-EDIT " UDS".
       GRABAR-UNA-SUGERENCIA-EXIT.
           EXIT.

      * Sube la necesidad al pedido minimo y despues al primer
      * multiplo de las unidades por envase; deja los envases en
      * WS-ENVASES-SUGERIDOS y las unidades en WS-CANTIDAD-SUGERIDA.
       REDONDEAR-A-ENVASES.
           MOVE WS-CANTIDAD-SUGERIDA TO WS-NECESIDAD
           IF WS-CANTIDAD-SUGERIDA < ELEM-MINIMO-PEDIDO (WS-IND)
               MOVE ELEM-MINIMO-PEDIDO (WS-IND) TO WS-CANTIDAD-SUGERIDA
           END-IF
           COMPUTE WS-ENVASES-SUGERIDOS =
               (WS-CANTIDAD-SUGERIDA + ELEM-UNIDADES-ENVASE (WS-IND)
                - 1) / ELEM-UNIDADES-ENVASE (WS-IND)
           COMPUTE WS-CANTIDAD-SUGERIDA =
               WS-ENVASES-SUGERIDOS * ELEM-UNIDADES-ENVASE (WS-IND).
