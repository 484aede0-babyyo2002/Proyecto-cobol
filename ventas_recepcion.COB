      *    tienda (ver CARGA-MAESTROS-IDX), sin tabla en memoria.
      * Mod:02/09/2026 - La tabla del maestro de productos sube de
      *    500 a 2000 lineas, muy por encima del maestro real.
      * Mod:02/09/2026 - El proveedor deja de ser texto libre: se
      *    valida contra el maestro PROVEEDORES.DAT (ver
      *    MANTENIMIENTO-PROVEEDORES) y se rechaza la recepcion de
      *    un proveedor desconocido o bloqueado. Si el producto no
      *    figura en el catalogo PROVEEDOR-PRODUCTOS.DAT de ese
      *    proveedor se avisa, pero la recepcion sigue adelante.
      *    Sin maestro de proveedores no se valida, igual que con
      *    el de tiendas.
      * Mod:03/09/2026 - Recepcion contra pedido de compra: se pide
      *    el numero de pedido (ver GENERAR-PEDIDOS-COMPRA); si se
      *    informa, el proveedor y la tienda salen del pedido, el
      *    producto se casa con su linea y se marca la entrega
      *    corta o la sobreentrega (esta ultima pide confirmacion).
      *    La cantidad recibida se acumula en la linea y el estado
      *    del pedido pasa a P (parcial) o C (cerrado) en
      *    PEDIDOS-COMPRA.DAT. El diario de recepciones apunta el
      *    numero de pedido y la incidencia (C=corta, S=sobre,
      *    N=producto no pedido, blanco=completa o sin pedido).
      * Mod:10/09/2026 - La linea de ENTRADAS-STOCK.DAT lleva el
      *    numero de albaran, que ACTUALIZAR-STOCK apunta como
      *    documento en el kardex de stock.
      * Mod:13/09/2026 - Ambito de tiendas del operador: desde la
      *    consola llega el ambito (ver COMPROBAR-AMBITO) y solo se
      *    aceptan recepciones para sus tiendas; el intento sobre
      *    otra tienda se rechaza y queda en AUDITORIA.DAT. Sin el
      *    parametro (lanzamiento suelto) vale para todas.
      * Mod:21/09/2026 - Recepcion en envases: si el producto se
      *    compra por envases (unidad de compra y unidades por
      *    envase del maestro, ver MANTENIMIENTO-PRODUCTOS) se
      *    pregunta si la cantidad va en envases o en unidades y se
      *    convierte a unidades, que es lo que llevan el stock, el
      *    diario y la linea del pedido. Una conversion que no cabe
      *    en las 5 posiciones de la entrada se rechaza.
      * Mod:22/09/2026 - Lotes y caducidades: de un producto marcado
      *    como perecedero en el maestro se pide el numero de lote y
      *    la fecha de caducidad (AAAAMMDD) de lo recibido; sin lote,
      *    con fecha no valida o con la mercancia ya caducada la
      *    recepcion se rechaza. El lote y la caducidad viajan en la
      *    linea de ENTRADAS-STOCK.DAT (ACTUALIZAR-STOCK los lleva a
      *    LOTES-STOCK.IDX) y quedan en el diario de recepciones.
      * Mod:25/09/2026 - El registro de PRODUCTOS.DAT lleva ya 84
      *    posiciones; se completa aqui el trazado con relleno para leer
      *    cada linea entera.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT DIARIO ASSIGN TO "DIARIO-RECEPCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVEEDORES.
           SELECT CATALOGO ASSIGN TO "PROVEEDOR-PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.

       DATA DIVISION.
       FILE SECTION.
           05 TIPO-IVA-PRODUCTO    PIC X(1).
           05 COSTE-PRODUCTO       PIC 9(3)V99.
           05 CATEGORIA-PRODUCTO   PIC X(3).
           05 UNIDAD-COMPRA-PRODUCTO PIC X(3).
           05 UNIDADES-ENVASE-PRODUCTO PIC 9(3).
           05 MINIMO-PEDIDO-PRODUCTO PIC 9(5).
           05 PERECEDERO-PRODUCTO  PIC X(1).
           05 FILLER               PIC X(7).

       FD STOCK.
       01 REG-STOCK.
           05 CODIGO-ENTRADA      PIC X(5).
           05 TIENDA-ENTRADA      PIC X(4).
           05 CANTIDAD-ENTRADA    PIC 9(5).
           05 ALBARAN-ENTRADA     PIC X(10).
           05 LOTE-ENTRADA        PIC X(10).
           05 CADUCIDAD-ENTRADA   PIC 9(8).

      * Diario de recepciones: una linea por entrada validada, para
      * casar con la factura del proveedor.
           05 DIARIO-CODIGO       PIC X(5).
           05 DIARIO-TIENDA       PIC X(4).
           05 DIARIO-CANTIDAD     PIC 9(5).
           05 DIARIO-PEDIDO       PIC 9(6).
           05 DIARIO-INCIDENCIA   PIC X(1).
           05 DIARIO-LOTE         PIC X(10).
           05 DIARIO-CADUCIDAD    PIC 9(8).

       FD PROVEEDORES.
       01 REG-PROVEEDORES.
           05 CODIGO-PROVEEDOR     PIC X(6).
           05 NOMBRE-PROVEEDOR     PIC X(30).
           05 NIF-PROVEEDOR        PIC X(9).
           05 PLAZO-PROVEEDOR      PIC 9(3).
           05 ESTADO-PROVEEDOR     PIC X(1).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CATPROV-PROVEEDOR    PIC X(6).
           05 CATPROV-CODIGO       PIC X(5).

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

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-PROD      PIC X VALUE "N".
       01 WS-OPCION            PIC 9 VALUE ZEROS.

      * Maestro de productos en memoria: codigo, descripcion y
      * estado para validar la recepcion, unidad de compra y
      * unidades por envase para convertir la cantidad, y marca de
      * perecedero para pedir lote y caducidad.
       01 WS-NUM-PRODUCTOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD          PIC 9(4) VALUE ZEROS.
       01 WS-PRODUCTO-HALLADO-SW PIC X VALUE "N".
       01 WS-DESCRIPCION-HALLADA PIC X(30) VALUE SPACES.
       01 WS-ESTADO-HALLADO    PIC X(1) VALUE SPACES.
       01 WS-UNIDAD-HALLADA    PIC X(3) VALUE SPACES.
       01 WS-ENVASE-HALLADO    PIC 9(3) VALUE ZEROS.
       01 WS-PERECEDERO-HALLADO PIC X(1) VALUE SPACES.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-CODIGO      PIC X(5).
               10 ELEM-DESCRIPCION PIC X(30).
               10 ELEM-ESTADO      PIC X(1).
               10 ELEM-UNIDAD-COMPRA PIC X(3).
               10 ELEM-UNIDADES-ENVASE PIC 9(3).
               10 ELEM-PERECEDERO  PIC X(1).

      * Punto de pedido leido por clave en STOCK.IDX, para calibrar
      * el aviso de cantidad desproporcionada.
               10 ELEM-TIENDA-CODIGO PIC X(4).
               10 ELEM-TIENDA-ESTADO PIC X(1).

      * Maestro de proveedores en memoria (codigo, nombre y estado)
      * y catalogo de productos por proveedor, para validar la
      * entrega.
       01 EOF-SWITCH-PROVEEDORES PIC X VALUE "N".
       01 EOF-SWITCH-CATALOGO  PIC X VALUE "N".
       01 FS-PROVEEDORES       PIC XX VALUE SPACES.
       01 FS-CATALOGO          PIC XX VALUE SPACES.
       01 WS-NUM-PROVEEDORES   PIC 9(3) VALUE ZEROS.
       01 WS-IND-PROV          PIC 9(3) VALUE ZEROS.
       01 WS-PROV-HALLADO-SW   PIC X VALUE "N".
       01 WS-NOMBRE-PROV-HALL  PIC X(30) VALUE SPACES.
       01 WS-ESTADO-PROV-HALL  PIC X(1) VALUE SPACES.
       01 TABLA-PROVEEDORES.
           05 ELEM-PROVEEDOR OCCURS 500 TIMES.
               10 ELEM-PROV-CODIGO PIC X(6).
               10 ELEM-PROV-NOMBRE PIC X(30).
               10 ELEM-PROV-ESTADO PIC X(1).
       01 WS-NUM-CATALOGO      PIC 9(4) VALUE ZEROS.
       01 WS-IND-CAT           PIC 9(4) VALUE ZEROS.
       01 WS-CAT-HALLADO-SW    PIC X VALUE "N".
       01 TABLA-CATALOGO.
           05 ELEM-CATALOGO OCCURS 5000 TIMES.
               10 ELEM-CAT-PROVEEDOR PIC X(6).
               10 ELEM-CAT-CODIGO    PIC X(5).

      * Pedidos de compra en memoria; si se recibe algo contra un
      * pedido el fichero se reescribe entero al terminar. Si no
      * cabe en la tabla no se casa contra pedido (reescribirlo
      * perderia las lineas que no se cargaron).
       01 EOF-SWITCH-PEDIDOS   PIC X VALUE "N".
       01 FS-PEDIDOS           PIC XX VALUE SPACES.
       01 WS-NUM-PEDIDOS       PIC 9(4) VALUE ZEROS.
       01 WS-IND-PED           PIC 9(4) VALUE ZEROS.
       01 WS-IND-PED-HALLADO   PIC 9(4) VALUE ZEROS.
       01 WS-PEDIDO-HALLADO-SW PIC X VALUE "N".
       01 WS-LINEA-HALLADA-SW  PIC X VALUE "N".
       01 WS-PEDIDOS-LLENO-SW  PIC X VALUE "N".
       01 WS-PEDIDOS-CAMBIO-SW PIC X VALUE "N".
       01 WS-PEDIDO-COMPLETO-SW PIC X VALUE "S".
       01 WS-PEDIDO-RECIBIDO-SW PIC X VALUE "N".
       01 TABLA-PEDIDOS.
           05 ELEM-PEDIDO OCCURS 9999 TIMES.
               10 ELEM-PED-NUMERO    PIC 9(6).
               10 ELEM-PED-LINEA     PIC 9(3).
               10 ELEM-PED-FECHA     PIC 9(8).
               10 ELEM-PED-PROVEEDOR PIC X(6).
               10 ELEM-PED-TIENDA    PIC X(4).
               10 ELEM-PED-CODIGO    PIC X(5).
               10 ELEM-PED-CANTIDAD  PIC 9(7).
               10 ELEM-PED-RECIBIDA  PIC 9(7).
               10 ELEM-PED-PRECIO    PIC 9(3)V99.
               10 ELEM-PED-ESTADO    PIC X(1).
               10 ELEM-PED-OPERADOR  PIC 9(6).
       01 WS-PEDIDO-TECLEADO   PIC X(6) VALUE SPACES.
       01 WS-PEDIDO-NUM        PIC 9(6) VALUE ZEROS.
       01 WS-PENDIENTE         PIC S9(7) VALUE ZEROS.
       01 WS-INCIDENCIA        PIC X(1) VALUE SPACES.

      * Datos tecleados de la recepcion en curso.
       01 WS-ALBARAN           PIC X(10) VALUE SPACES.
       01 WS-PROVEEDOR         PIC X(10) VALUE SPACES.
       01 WS-CANTIDAD-NUM REDEFINES WS-CANTIDAD-TECLEADA
                               PIC 9(5).
       01 WS-LIMITE-AVISO      PIC 9(7) VALUE ZEROS.
      * Cantidad tecleada en envases (E) o en unidades (U) y su
      * conversion a unidades.
       01 WS-MODO-CANTIDAD     PIC X(1) VALUE SPACES.
       01 WS-CANTIDAD-UNIDADES PIC 9(8) VALUE ZEROS.
      * Lote y caducidad de un perecedero (en blanco y a ceros para
      * el resto) y fecha de hoy para rechazar lo ya caducado.
       01 WS-LOTE              PIC X(10) VALUE SPACES.
       01 WS-CADUCIDAD-TECLEADA PIC X(8) VALUE SPACES.
       01 WS-CADUCIDAD-NUM REDEFINES WS-CADUCIDAD-TECLEADA
                               PIC 9(8).
       01 WS-CADUCIDAD         PIC 9(8) VALUE ZEROS.
       01 WS-DIA-CADUCIDAD     PIC 9(7) VALUE ZEROS.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.

       01 WS-CONTA-GRABADAS    PIC 9(4) VALUE ZEROS.
       01 WS-CONTA-RECHAZADAS  PIC 9(4) VALUE ZEROS.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "RECEP".
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "S".
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
           DISPLAY "REGISTRO DE RECEPCIONES DE MERCANCIA"
           IF ADDRESS OF LK-AMBITO NOT = NULL
               MOVE LK-AMBITO TO WS-AMBITO
           ELSE
               MOVE "C" TO WS-AMBITO-TIPO
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-PRODUCTOS
           IF WS-NUM-PRODUCTOS = ZEROS
               DISPLAY "SIN MAESTRO DE PRODUCTOS: NO SE PUEDE "
           END-IF
           PERFORM ABRIR-STOCK
           PERFORM CARGAR-TIENDAS
           PERFORM CARGAR-PROVEEDORES
           PERFORM CARGAR-CATALOGO
           PERFORM CARGAR-PEDIDOS
           PERFORM TRATAR-RECEPCION THRU TRATAR-RECEPCION-EXIT
               UNTIL WS-SALIR-SW = "S"
           IF WS-STOCK-ABIERTO-SW = "S"
               CLOSE STOCK
           END-IF
           IF WS-PEDIDOS-CAMBIO-SW = "S"
               PERFORM GRABAR-PEDIDOS
           END-IF
           DISPLAY " "
           DISPLAY "RECEPCIONES GRABADAS..: " WS-CONTA-GRABADAS
           DISPLAY "RECEPCIONES RECHAZADAS: " WS-CONTA-RECHAZADAS
                       TO ELEM-DESCRIPCION (WS-NUM-PRODUCTOS)
                   MOVE ESTADO-PRODUCTO
                       TO ELEM-ESTADO (WS-NUM-PRODUCTOS)
                   MOVE UNIDAD-COMPRA-PRODUCTO
                       TO ELEM-UNIDAD-COMPRA (WS-NUM-PRODUCTOS)
                   MOVE UNIDADES-ENVASE-PRODUCTO
                       TO ELEM-UNIDADES-ENVASE (WS-NUM-PRODUCTOS)
                   MOVE PERECEDERO-PRODUCTO
                       TO ELEM-PERECEDERO (WS-NUM-PRODUCTOS)
      * Sin datos de compra (linea antigua) se recibe por unidades.
                   IF UNIDADES-ENVASE-PRODUCTO IS NOT NUMERIC
                       OR UNIDADES-ENVASE-PRODUCTO = ZEROS
                       MOVE 1
                           TO ELEM-UNIDADES-ENVASE (WS-NUM-PRODUCTOS)
                   END-IF
               END-IF
           END-READ.
       LEER-PRODUCTO-EXIT.
                   TO WS-ESTADO-TIENDA-HALL
           END-IF.

       CARGAR-PROVEEDORES.
           MOVE ZEROS TO WS-NUM-PROVEEDORES
           OPEN INPUT PROVEEDORES
           IF FS-PROVEEDORES = "00"
               PERFORM LEER-PROVEEDOR THRU LEER-PROVEEDOR-EXIT
                   UNTIL EOF-SWITCH-PROVEEDORES = "S"
               CLOSE PROVEEDORES
           END-IF.

       LEER-PROVEEDOR.
           READ PROVEEDORES
               AT END MOVE "S" TO EOF-SWITCH-PROVEEDORES
           NOT AT END
               IF WS-NUM-PROVEEDORES < 500
                   ADD 1 TO WS-NUM-PROVEEDORES
                   MOVE CODIGO-PROVEEDOR
                       TO ELEM-PROV-CODIGO (WS-NUM-PROVEEDORES)
                   MOVE NOMBRE-PROVEEDOR
                       TO ELEM-PROV-NOMBRE (WS-NUM-PROVEEDORES)
                   MOVE ESTADO-PROVEEDOR
                       TO ELEM-PROV-ESTADO (WS-NUM-PROVEEDORES)
               END-IF
           END-READ.
       LEER-PROVEEDOR-EXIT.
           EXIT.

       CARGAR-CATALOGO.
           MOVE ZEROS TO WS-NUM-CATALOGO
           OPEN INPUT CATALOGO
           IF FS-CATALOGO = "00"
               PERFORM LEER-CATALOGO THRU LEER-CATALOGO-EXIT
                   UNTIL EOF-SWITCH-CATALOGO = "S"
               CLOSE CATALOGO
           END-IF.

       LEER-CATALOGO.
           READ CATALOGO
               AT END MOVE "S" TO EOF-SWITCH-CATALOGO
           NOT AT END
               IF WS-NUM-CATALOGO < 5000
                   ADD 1 TO WS-NUM-CATALOGO
                   MOVE REG-CATALOGO
                       TO ELEM-CATALOGO (WS-NUM-CATALOGO)
               END-IF
           END-READ.
       LEER-CATALOGO-EXIT.
           EXIT.

       BUSCAR-PROVEEDOR.
           MOVE "N" TO WS-PROV-HALLADO-SW
           MOVE SPACES TO WS-NOMBRE-PROV-HALL
           MOVE SPACES TO WS-ESTADO-PROV-HALL
           MOVE ZEROS TO WS-IND-PROV
           PERFORM COMPARAR-PROVEEDOR
               UNTIL WS-IND-PROV >= WS-NUM-PROVEEDORES
               OR WS-PROV-HALLADO-SW = "S".
       BUSCAR-PROVEEDOR-EXIT.
           EXIT.

       COMPARAR-PROVEEDOR.
           ADD 1 TO WS-IND-PROV
           IF ELEM-PROV-CODIGO (WS-IND-PROV) = WS-PROVEEDOR
               MOVE "S" TO WS-PROV-HALLADO-SW
               MOVE ELEM-PROV-NOMBRE (WS-IND-PROV)
                   TO WS-NOMBRE-PROV-HALL
               MOVE ELEM-PROV-ESTADO (WS-IND-PROV)
                   TO WS-ESTADO-PROV-HALL
           END-IF.

       BUSCAR-CATALOGO.
           MOVE "N" TO WS-CAT-HALLADO-SW
           MOVE ZEROS TO WS-IND-CAT
           PERFORM COMPARAR-CATALOGO
               UNTIL WS-IND-CAT >= WS-NUM-CATALOGO
               OR WS-CAT-HALLADO-SW = "S".
       BUSCAR-CATALOGO-EXIT.
           EXIT.

       COMPARAR-CATALOGO.
           ADD 1 TO WS-IND-CAT
           IF ELEM-CAT-PROVEEDOR (WS-IND-CAT) = WS-PROVEEDOR
               AND ELEM-CAT-CODIGO (WS-IND-CAT) = WS-CODIGO-TECLEADO
               MOVE "S" TO WS-CAT-HALLADO-SW
           END-IF.

       CARGAR-PEDIDOS.
           MOVE ZEROS TO WS-NUM-PEDIDOS
           OPEN INPUT PEDIDOS
           IF FS-PEDIDOS = "00"
               PERFORM LEER-PEDIDO THRU LEER-PEDIDO-EXIT
                   UNTIL EOF-SWITCH-PEDIDOS = "S"
               CLOSE PEDIDOS
           END-IF
           IF WS-PEDIDOS-LLENO-SW = "S"
               DISPLAY "AVISO: PEDIDOS-COMPRA.DAT SUPERA LAS 9999 "
                       "LINEAS; NO SE CASA CONTRA PEDIDO"
           END-IF.

       LEER-PEDIDO.
           READ PEDIDOS
               AT END MOVE "S" TO EOF-SWITCH-PEDIDOS
           NOT AT END
               IF WS-NUM-PEDIDOS < 9999
                   ADD 1 TO WS-NUM-PEDIDOS
                   MOVE REG-PEDIDOS TO ELEM-PEDIDO (WS-NUM-PEDIDOS)
               ELSE
                   MOVE "S" TO WS-PEDIDOS-LLENO-SW
               END-IF
           END-READ.
       LEER-PEDIDO-EXIT.
           EXIT.

      * Localiza una linea cualquiera del pedido tecleado, para
      * tomar de ella el proveedor, la tienda y el estado.
       BUSCAR-PEDIDO.
           MOVE "N" TO WS-PEDIDO-HALLADO-SW
           MOVE ZEROS TO WS-IND-PED
           MOVE ZEROS TO WS-IND-PED-HALLADO
           PERFORM COMPARAR-PEDIDO
               UNTIL WS-IND-PED >= WS-NUM-PEDIDOS
               OR WS-PEDIDO-HALLADO-SW = "S".
       BUSCAR-PEDIDO-EXIT.
           EXIT.

       COMPARAR-PEDIDO.
           ADD 1 TO WS-IND-PED
           IF ELEM-PED-NUMERO (WS-IND-PED) = WS-PEDIDO-NUM
               MOVE "S" TO WS-PEDIDO-HALLADO-SW
               MOVE WS-IND-PED TO WS-IND-PED-HALLADO
           END-IF.

      * Localiza la linea del pedido para el producto recibido.
       BUSCAR-LINEA-PEDIDO.
           MOVE "N" TO WS-LINEA-HALLADA-SW
           MOVE ZEROS TO WS-IND-PED
           MOVE ZEROS TO WS-IND-PED-HALLADO
           PERFORM COMPARAR-LINEA-PEDIDO
               UNTIL WS-IND-PED >= WS-NUM-PEDIDOS
               OR WS-LINEA-HALLADA-SW = "S".
       BUSCAR-LINEA-PEDIDO-EXIT.
           EXIT.

       COMPARAR-LINEA-PEDIDO.
           ADD 1 TO WS-IND-PED
           IF ELEM-PED-NUMERO (WS-IND-PED) = WS-PEDIDO-NUM
               AND ELEM-PED-CODIGO (WS-IND-PED) = WS-CODIGO-TECLEADO
               MOVE "S" TO WS-LINEA-HALLADA-SW
               MOVE WS-IND-PED TO WS-IND-PED-HALLADO
           END-IF.

      * Tras cada recepcion contra pedido se recalcula su estado:
      * C si todas sus lineas estan recibidas, P si alguna no.
       ACTUALIZAR-ESTADO-PEDIDO.
           MOVE "S" TO WS-PEDIDO-COMPLETO-SW
           MOVE ZEROS TO WS-IND-PED
           PERFORM COMPROBAR-LINEA-COMPLETA
               UNTIL WS-IND-PED >= WS-NUM-PEDIDOS
           MOVE ZEROS TO WS-IND-PED
           PERFORM MARCAR-ESTADO-LINEA
               UNTIL WS-IND-PED >= WS-NUM-PEDIDOS
           MOVE "S" TO WS-PEDIDOS-CAMBIO-SW
           IF WS-PEDIDO-COMPLETO-SW = "S"
               DISPLAY "PEDIDO " WS-PEDIDO-NUM " COMPLETO: CERRADO"
           END-IF.

       COMPROBAR-LINEA-COMPLETA.
           ADD 1 TO WS-IND-PED
           IF ELEM-PED-NUMERO (WS-IND-PED) = WS-PEDIDO-NUM
               AND ELEM-PED-RECIBIDA (WS-IND-PED)
                   < ELEM-PED-CANTIDAD (WS-IND-PED)
               MOVE "N" TO WS-PEDIDO-COMPLETO-SW
           END-IF.

       MARCAR-ESTADO-LINEA.
           ADD 1 TO WS-IND-PED
           IF ELEM-PED-NUMERO (WS-IND-PED) = WS-PEDIDO-NUM
               IF WS-PEDIDO-COMPLETO-SW = "S"
                   MOVE "C" TO ELEM-PED-ESTADO (WS-IND-PED)
               ELSE
                   MOVE "P" TO ELEM-PED-ESTADO (WS-IND-PED)
               END-IF
           END-IF.

       GRABAR-PEDIDOS.
           OPEN OUTPUT PEDIDOS
           MOVE ZEROS TO WS-IND-PED
           PERFORM GRABAR-UNA-LINEA-PEDIDO
               UNTIL WS-IND-PED >= WS-NUM-PEDIDOS
           CLOSE PEDIDOS.

       GRABAR-UNA-LINEA-PEDIDO.
           ADD 1 TO WS-IND-PED
           MOVE ELEM-PEDIDO (WS-IND-PED) TO REG-PEDIDOS
           WRITE REG-PEDIDOS.

       TRATAR-RECEPCION.
           DISPLAY " "
           DISPLAY "NUMERO DE ALBARAN (BLANCO = TERMINAR): "
               GO TO TRATAR-RECEPCION-EXIT
           END-IF

      * Con pedido, el proveedor y la tienda son los del pedido.
           MOVE ZEROS TO WS-PEDIDO-NUM
           MOVE SPACES TO WS-INCIDENCIA
           MOVE "N" TO WS-LINEA-HALLADA-SW
           IF WS-NUM-PEDIDOS > ZEROS
               AND WS-PEDIDOS-LLENO-SW = "N"
               DISPLAY "NUMERO DE PEDIDO (BLANCO = SIN PEDIDO): "
               MOVE SPACES TO WS-PEDIDO-TECLEADO
               ACCEPT WS-PEDIDO-TECLEADO
           ELSE
               MOVE SPACES TO WS-PEDIDO-TECLEADO
           END-IF
           IF WS-PEDIDO-TECLEADO NOT = SPACES
               IF FUNCTION TRIM (WS-PEDIDO-TECLEADO) IS NOT NUMERIC
                   DISPLAY "RECHAZADA: NUMERO DE PEDIDO NO VALIDO"
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
               MOVE FUNCTION NUMVAL (WS-PEDIDO-TECLEADO)
                   TO WS-PEDIDO-NUM
               PERFORM BUSCAR-PEDIDO THRU BUSCAR-PEDIDO-EXIT
               IF WS-PEDIDO-HALLADO-SW = "N"
                   DISPLAY "RECHAZADA: PEDIDO DESCONOCIDO "
                           WS-PEDIDO-NUM
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
               IF ELEM-PED-ESTADO (WS-IND-PED-HALLADO) = "C"
                   DISPLAY "RECHAZADA: EL PEDIDO " WS-PEDIDO-NUM
                           " YA ESTA CERRADO"
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
               MOVE ELEM-PED-PROVEEDOR (WS-IND-PED-HALLADO)
                   TO WS-PROVEEDOR
               MOVE ELEM-PED-TIENDA (WS-IND-PED-HALLADO)
                   TO WS-TIENDA-TECLEADA
               DISPLAY "PEDIDO " WS-PEDIDO-NUM " DEL PROVEEDOR "
                       WS-PROVEEDOR " PARA LA TIENDA "
                       WS-TIENDA-TECLEADA
           ELSE
               DISPLAY "PROVEEDOR: "
               MOVE SPACES TO WS-PROVEEDOR
               ACCEPT WS-PROVEEDOR
           END-IF
           IF WS-NUM-PROVEEDORES > ZEROS
               PERFORM BUSCAR-PROVEEDOR THRU BUSCAR-PROVEEDOR-EXIT
               IF WS-PROV-HALLADO-SW = "N"
                   DISPLAY "RECHAZADA: PROVEEDOR DESCONOCIDO "
                           WS-PROVEEDOR
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
               IF WS-ESTADO-PROV-HALL = "B"
                   DISPLAY "RECHAZADA: PROVEEDOR BLOQUEADO "
                           WS-PROVEEDOR " " WS-NOMBRE-PROV-HALL
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
               DISPLAY "PROVEEDOR: " WS-NOMBRE-PROV-HALL
           END-IF

           DISPLAY "CODIGO DE PRODUCTO (5 CARACTERES): "
           MOVE SPACES TO WS-CODIGO-TECLEADO
           END-IF
           DISPLAY "PRODUCTO: " WS-DESCRIPCION-HALLADA

      * Producto fuera del catalogo del proveedor: solo aviso, el
      * catalogo puede ir por detras de lo que de verdad sirven.
           IF WS-NUM-PROVEEDORES > ZEROS
               PERFORM BUSCAR-CATALOGO THRU BUSCAR-CATALOGO-EXIT
               IF WS-CAT-HALLADO-SW = "N"
                   DISPLAY "AVISO: EL PRODUCTO " WS-CODIGO-TECLEADO
                           " NO FIGURA EN EL CATALOGO DEL PROVEEDOR "
                           WS-PROVEEDOR
               END-IF
           END-IF

      * Producto recibido contra pedido: debe estar en alguna de
      * sus lineas; si no, se avisa y se pide confirmacion.
           IF WS-PEDIDO-NUM > ZEROS
               PERFORM BUSCAR-LINEA-PEDIDO
                   THRU BUSCAR-LINEA-PEDIDO-EXIT
               IF WS-LINEA-HALLADA-SW = "N"
                   DISPLAY "AVISO: EL PRODUCTO " WS-CODIGO-TECLEADO
                           " NO ESTA EN EL PEDIDO " WS-PEDIDO-NUM
                   DISPLAY "1 - RECIBIR IGUALMENTE   OTRA TECLA - "
                           "DESCARTAR"
                   MOVE ZEROS TO WS-OPCION
                   ACCEPT WS-OPCION
                   IF WS-OPCION NOT = 1
                       DISPLAY "RECEPCION DESCARTADA"
                       ADD 1 TO WS-CONTA-RECHAZADAS
                       GO TO TRATAR-RECEPCION-EXIT
                   END-IF
                   MOVE "N" TO WS-INCIDENCIA
               END-IF
           END-IF

           IF WS-PEDIDO-NUM = ZEROS
               DISPLAY "TIENDA RECEPTORA (4 CARACTERES): "
               MOVE SPACES TO WS-TIENDA-TECLEADA
               ACCEPT WS-TIENDA-TECLEADA
           END-IF
           IF WS-NUM-TIENDAS > ZEROS
               PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
               IF WS-TIENDA-HALLADA-SW = "N"
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
           END-IF
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               DISPLAY "RECHAZADA: TIENDA FUERA DE SU AMBITO "
                       WS-TIENDA-TECLEADA
               ADD 1 TO WS-CONTA-RECHAZADAS
               GO TO TRATAR-RECEPCION-EXIT
           END-IF

      * Producto que se compra por envases: la cantidad puede ir en
      * envases (lo normal en el muelle) o en unidades sueltas.
           MOVE "U" TO WS-MODO-CANTIDAD
           IF WS-ENVASE-HALLADO > 1
               DISPLAY "SE COMPRA EN " WS-UNIDAD-HALLADA " DE "
                       WS-ENVASE-HALLADO " UNIDADES"
               DISPLAY "CANTIDAD EN E=ENVASES O U=UNIDADES "
                       "(BLANCO = ENVASES): "
               MOVE SPACES TO WS-MODO-CANTIDAD
               ACCEPT WS-MODO-CANTIDAD
               EVALUATE WS-MODO-CANTIDAD
                   WHEN SPACES
                   WHEN "E"
                   WHEN "e"
                       MOVE "E" TO WS-MODO-CANTIDAD
                   WHEN "U"
                   WHEN "u"
                       MOVE "U" TO WS-MODO-CANTIDAD
                   WHEN OTHER
                       DISPLAY "RECHAZADA: MODO DE CANTIDAD NO VALIDO"
                       ADD 1 TO WS-CONTA-RECHAZADAS
                       GO TO TRATAR-RECEPCION-EXIT
               END-EVALUATE
           END-IF

           IF WS-MODO-CANTIDAD = "E"
               DISPLAY "ENVASES RECIBIDOS (5 DIGITOS): "
           ELSE
               DISPLAY "CANTIDAD RECIBIDA (5 DIGITOS): "
           END-IF
           MOVE SPACES TO WS-CANTIDAD-TECLEADA
           ACCEPT WS-CANTIDAD-TECLEADA
           IF WS-CANTIDAD-TECLEADA IS NOT NUMERIC
               GO TO TRATAR-RECEPCION-EXIT
           END-IF

      * A partir de aqui la cantidad va siempre en unidades.
           IF WS-MODO-CANTIDAD = "E"
               COMPUTE WS-CANTIDAD-UNIDADES =
                   WS-CANTIDAD-NUM * WS-ENVASE-HALLADO
               IF WS-CANTIDAD-UNIDADES > 99999
                   DISPLAY "RECHAZADA: " WS-CANTIDAD-NUM " "
                           WS-UNIDAD-HALLADA " SON "
                           WS-CANTIDAD-UNIDADES
                           " UNIDADES, MAS DE LAS QUE ADMITE UNA "
                           "ENTRADA"
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
               DISPLAY WS-CANTIDAD-NUM " " WS-UNIDAD-HALLADA " = "
                       WS-CANTIDAD-UNIDADES " UNIDADES"
               MOVE WS-CANTIDAD-UNIDADES TO WS-CANTIDAD-NUM
           END-IF

      * Perecedero: lote y caducidad de lo recibido, que no puede
      * llegar ya caducado.
           MOVE SPACES TO WS-LOTE
           MOVE ZEROS TO WS-CADUCIDAD
           IF WS-PERECEDERO-HALLADO = "S"
               DISPLAY "NUMERO DE LOTE (10 CARACTERES): "
               ACCEPT WS-LOTE
               IF WS-LOTE = SPACES
                   DISPLAY "RECHAZADA: PRODUCTO PERECEDERO SIN LOTE"
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
               DISPLAY "FECHA DE CADUCIDAD (AAAAMMDD): "
               MOVE SPACES TO WS-CADUCIDAD-TECLEADA
               ACCEPT WS-CADUCIDAD-TECLEADA
               IF WS-CADUCIDAD-TECLEADA IS NOT NUMERIC
                   DISPLAY "RECHAZADA: FECHA DE CADUCIDAD NO VALIDA"
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
               MOVE WS-CADUCIDAD-NUM TO WS-CADUCIDAD
               COMPUTE WS-DIA-CADUCIDAD =
                   FUNCTION INTEGER-OF-DATE (WS-CADUCIDAD)
               IF WS-DIA-CADUCIDAD = ZEROS
                   DISPLAY "RECHAZADA: FECHA DE CADUCIDAD NO VALIDA"
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
               IF WS-CADUCIDAD < WS-FECHA-HOY
                   DISPLAY "RECHAZADA: EL LOTE " WS-LOTE
                           " CADUCO EL " WS-CADUCIDAD
                   ADD 1 TO WS-CONTA-RECHAZADAS
                   GO TO TRATAR-RECEPCION-EXIT
               END-IF
           END-IF

      * Aviso de cantidad desproporcionada: diez veces el punto de
      * pedido del producto, o 5000 unidades si no tiene punto de
      * pedido informado. Asi se frena el dedo gordo sin impedir una
               END-IF
           END-IF

      * Contra la linea del pedido: la sobreentrega pide
      * confirmacion, la entrega corta solo se marca (la linea
      * queda abierta por lo pendiente).
           IF WS-LINEA-HALLADA-SW = "S"
               COMPUTE WS-PENDIENTE =
                   ELEM-PED-CANTIDAD (WS-IND-PED-HALLADO)
                   - ELEM-PED-RECIBIDA (WS-IND-PED-HALLADO)
               IF WS-CANTIDAD-NUM > WS-PENDIENTE
                   DISPLAY "SOBREENTREGA: PEDIDO "
                           ELEM-PED-CANTIDAD (WS-IND-PED-HALLADO)
                           " YA RECIBIDO "
                           ELEM-PED-RECIBIDA (WS-IND-PED-HALLADO)
                           " AHORA " WS-CANTIDAD-NUM
                   DISPLAY "1 - ACEPTAR LA SOBREENTREGA   OTRA TECLA "
                           "- DESCARTAR"
                   MOVE ZEROS TO WS-OPCION
                   ACCEPT WS-OPCION
                   IF WS-OPCION NOT = 1
                       DISPLAY "RECEPCION DESCARTADA"
                       ADD 1 TO WS-CONTA-RECHAZADAS
                       GO TO TRATAR-RECEPCION-EXIT
                   END-IF
                   MOVE "S" TO WS-INCIDENCIA
               END-IF
               IF WS-CANTIDAD-NUM < WS-PENDIENTE
                   COMPUTE WS-PENDIENTE =
                       WS-PENDIENTE - WS-CANTIDAD-NUM
                   DISPLAY "ENTREGA CORTA: QUEDAN " WS-PENDIENTE
                           " UNIDADES PENDIENTES EN LA LINEA"
                   MOVE "C" TO WS-INCIDENCIA
               END-IF
           END-IF

           PERFORM GRABAR-ENTRADA
           PERFORM GRABAR-DIARIO
           ADD 1 TO WS-CONTA-GRABADAS
           IF WS-LINEA-HALLADA-SW = "S"
               ADD WS-CANTIDAD-NUM
                   TO ELEM-PED-RECIBIDA (WS-IND-PED-HALLADO)
               PERFORM ACTUALIZAR-ESTADO-PEDIDO
           END-IF
           DISPLAY "RECEPCION GRABADA: " WS-CODIGO-TECLEADO " X "
                   WS-CANTIDAD-NUM
           IF WS-LOTE NOT = SPACES
               DISPLAY "LOTE " WS-LOTE " CADUCIDAD " WS-CADUCIDAD
           END-IF.
       TRATAR-RECEPCION-EXIT.
           EXIT.

           MOVE "N" TO WS-PRODUCTO-HALLADO-SW
           MOVE SPACES TO WS-DESCRIPCION-HALLADA
           MOVE SPACES TO WS-ESTADO-HALLADO
           MOVE SPACES TO WS-UNIDAD-HALLADA
           MOVE 1 TO WS-ENVASE-HALLADO
           MOVE SPACES TO WS-PERECEDERO-HALLADO
           MOVE ZEROS TO WS-IND-PROD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
                   TO WS-DESCRIPCION-HALLADA
               MOVE ELEM-ESTADO (WS-IND-PROD)
                   TO WS-ESTADO-HALLADO
               MOVE ELEM-UNIDAD-COMPRA (WS-IND-PROD)
                   TO WS-UNIDAD-HALLADA
               MOVE ELEM-UNIDADES-ENVASE (WS-IND-PROD)
                   TO WS-ENVASE-HALLADO
               MOVE ELEM-PERECEDERO (WS-IND-PROD)
                   TO WS-PERECEDERO-HALLADO
           END-IF.

       BUSCAR-PUNTO-PEDIDO.
           MOVE WS-CODIGO-TECLEADO TO CODIGO-ENTRADA
           MOVE WS-TIENDA-TECLEADA TO TIENDA-ENTRADA
           MOVE WS-CANTIDAD-NUM TO CANTIDAD-ENTRADA
           MOVE WS-ALBARAN TO ALBARAN-ENTRADA
           MOVE WS-LOTE TO LOTE-ENTRADA
           MOVE WS-CADUCIDAD TO CADUCIDAD-ENTRADA
           WRITE REG-ENTRADAS
           CLOSE ENTRADAS.

           MOVE WS-CODIGO-TECLEADO TO DIARIO-CODIGO
           MOVE WS-TIENDA-TECLEADA TO DIARIO-TIENDA
           MOVE WS-CANTIDAD-NUM TO DIARIO-CANTIDAD
           MOVE WS-PEDIDO-NUM TO DIARIO-PEDIDO
           MOVE WS-INCIDENCIA TO DIARIO-INCIDENCIA
           MOVE WS-LOTE TO DIARIO-LOTE
           MOVE WS-CADUCIDAD TO DIARIO-CADUCIDAD
           WRITE REG-DIARIO
           CLOSE DIARIO.

      * Tienda receptora dentro del ambito del operador; la negativa
      * la audita COMPROBAR-AMBITO.
       COMPROBAR-AMBITO-TIENDA.
           IF WS-AMBITO-TIPO = "C"
               MOVE "S" TO WS-AMBITO-RESULTADO
           ELSE
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             WS-TIENDA-TECLEADA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
           END-IF.
