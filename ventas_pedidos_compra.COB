      ******************************************************************
      * Author:Maria Romero
      * Date:03/09/2026
      * Purpose: Pedidos de compra a partir de la sugerencia de
      *    reposicion. Hasta ahora PEDIDOS-SUGERIDOS.DAT se pasaba a
      *    mano a los proveedores y nadie sabia que estaba pedido;
      *    este programa recorre la sugerencia linea a linea, deja
      *    al comprador ajustar la cantidad, asignar el proveedor
      *    (validado contra PROVEEDORES.DAT, por defecto el primero
      *    que tiene el producto en catalogo) y la tienda destino, y
      *    al confirmar agrupa las lineas por proveedor y tienda en
      *    pedidos numerados (contador en PEDIDOS-NUMERO.DAT) que se
      *    annaden a PEDIDOS-COMPRA.DAT. Cada linea lleva el precio
      *    de compra (coste del maestro de productos), la cantidad
      *    pedida, la recibida y el estado del pedido:
      *       A = abierto, P = parcialmente recibido, C = cerrado.
      *    REGISTRAR-ENTRADAS casa las recepciones contra estas
      *    lineas, INFORME-PEDIDOS-ABIERTOS lista lo pendiente y
      *    SUGERIR-PEDIDOS descuenta lo que ya esta pedido.
      *    Se lanza desde CONSOLA-VENTAS, que pasa el codigo del
      *    operador por LINKAGE; el pedido queda firmado con el.
      * Mod:21/09/2026 - Pedido en envases completos: la cantidad de
      *    cada linea (la sugerida o la que teclea el comprador, en
      *    unidades) se sube al pedido minimo del producto y despues
      *    a envases completos segun su unidad de compra y unidades
      *    por envase (ver MANTENIMIENTO-PRODUCTOS). Se avisa cuando
      *    la cantidad se ajusta, y la revision y la propuesta
      *    muestran envases y unidades. La linea del pedido sigue
      *    llevando la cantidad en unidades.
      * Mod:25/09/2026 - Los registros de PRODUCTOS.DAT (84 posiciones)
      *    y PEDIDOS-SUGERIDOS.DAT (con necesidad, envases y unidad) se
      *    completan aqui con relleno para leer cada linea entera.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-PEDIDOS-COMPRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGERIDOS ASSIGN TO "PEDIDOS-SUGERIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUGERIDOS.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVEEDORES.
           SELECT CATALOGO ASSIGN TO "PROVEEDOR-PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT NUMERACION ASSIGN TO "PEDIDOS-NUMERO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERACION.

       DATA DIVISION.
       FILE SECTION.
       FD SUGERIDOS.
       01 REG-SUGERIDOS.
           05 SUGERIDO-CODIGO         PIC X(5).
           05 FILLER                  PIC X(1).
           05 SUGERIDO-EXISTENCIAS    PIC S9(7).
           05 FILLER                  PIC X(1).
           05 SUGERIDO-TASA-DIARIA    PIC 9(5)V99.
           05 FILLER                  PIC X(1).
           05 SUGERIDO-DIAS-COBERTURA PIC 9(5).
           05 FILLER                  PIC X(1).
           05 SUGERIDO-CANTIDAD       PIC 9(7).
           05 FILLER                  PIC X(24).

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

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

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

      * Lineas de pedido de compra; el estado es el del pedido
      * entero y se repite en cada una de sus lineas.
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

      * Ultimo numero de pedido emitido.
       FD NUMERACION.
       01 REG-NUMERACION.
           05 NUMERACION-ULTIMO    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-SUGERIDOS PIC X VALUE "N".
       01 EOF-SWITCH-PROD      PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".
       01 EOF-SWITCH-PROVEEDORES PIC X VALUE "N".
       01 EOF-SWITCH-CATALOGO  PIC X VALUE "N".
       01 FS-SUGERIDOS         PIC XX VALUE SPACES.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 FS-PROVEEDORES       PIC XX VALUE SPACES.
       01 FS-CATALOGO          PIC XX VALUE SPACES.
       01 FS-PEDIDOS           PIC XX VALUE SPACES.
       01 FS-NUMERACION        PIC XX VALUE SPACES.

       01 WS-OPCION            PIC 9 VALUE ZEROS.
       01 WS-OPERADOR          PIC 9(6) VALUE ZEROS.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-TERMINAR-SW       PIC X VALUE "N".

      * Maestro de productos: descripcion, estado, coste de compra,
      * unidad de compra, unidades por envase y pedido minimo.
       01 WS-NUM-PRODUCTOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD          PIC 9(4) VALUE ZEROS.
       01 WS-PRODUCTO-HALLADO-SW PIC X VALUE "N".
       01 WS-DESCRIPCION-HALLADA PIC X(30) VALUE SPACES.
       01 WS-ESTADO-HALLADO    PIC X(1) VALUE SPACES.
       01 WS-COSTE-HALLADO     PIC 9(3)V99 VALUE ZEROS.
       01 WS-UNIDAD-HALLADA    PIC X(3) VALUE SPACES.
       01 WS-ENVASE-HALLADO    PIC 9(3) VALUE ZEROS.
       01 WS-MINIMO-HALLADO    PIC 9(5) VALUE ZEROS.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-CODIGO      PIC X(5).
               10 ELEM-DESCRIPCION PIC X(30).
               10 ELEM-ESTADO      PIC X(1).
               10 ELEM-COSTE       PIC 9(3)V99.
               10 ELEM-UNIDAD-COMPRA PIC X(3).
               10 ELEM-UNIDADES-ENVASE PIC 9(3).
               10 ELEM-MINIMO-PEDIDO PIC 9(5).

      * Maestro de tiendas (codigo y estado).
       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA        PIC 9(3) VALUE ZEROS.
       01 WS-TIENDA-HALLADA-SW PIC X VALUE "N".
       01 WS-ESTADO-TIENDA-HALL PIC X(1) VALUE SPACES.
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA OCCURS 200 TIMES.
               10 ELEM-TIENDA-CODIGO PIC X(4).
               10 ELEM-TIENDA-ESTADO PIC X(1).

      * Maestro de proveedores y catalogo.
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
       01 WS-PROV-DEFECTO      PIC X(6) VALUE SPACES.
       01 TABLA-CATALOGO.
           05 ELEM-CATALOGO OCCURS 5000 TIMES.
               10 ELEM-CAT-PROVEEDOR PIC X(6).
               10 ELEM-CAT-CODIGO    PIC X(5).

      * Propuesta del comprador: lineas revisadas pendientes de
      * confirmar, con el numero de pedido y de linea que se les
      * asigna al numerar (cero mientras no se numeran).
       01 WS-NUM-PROPUESTAS    PIC 9(3) VALUE ZEROS.
       01 WS-IND-PROP          PIC 9(3) VALUE ZEROS.
       01 WS-IND-GRUPO         PIC 9(3) VALUE ZEROS.
       01 TABLA-PROPUESTA.
           05 ELEM-PROPUESTA OCCURS 500 TIMES.
               10 ELEM-PROP-CODIGO    PIC X(5).
               10 ELEM-PROP-PROVEEDOR PIC X(6).
               10 ELEM-PROP-TIENDA    PIC X(4).
               10 ELEM-PROP-CANTIDAD  PIC 9(7).
               10 ELEM-PROP-ENVASES   PIC 9(7).
               10 ELEM-PROP-UNIDAD    PIC X(3).
               10 ELEM-PROP-PRECIO    PIC 9(3)V99.
               10 ELEM-PROP-NUMERO    PIC 9(6).
               10 ELEM-PROP-LINEA     PIC 9(3).

      * Numeracion de pedidos.
       01 WS-ULTIMO-PEDIDO     PIC 9(6) VALUE ZEROS.
       01 WS-PRIMER-PEDIDO     PIC 9(6) VALUE ZEROS.
       01 WS-LINEA-PEDIDO      PIC 9(3) VALUE ZEROS.
       01 WS-CONTA-PEDIDOS     PIC 9(4) VALUE ZEROS.

      * Datos tecleados de la linea en revision.
       01 WS-CANTIDAD-TECLEADA PIC X(7) VALUE SPACES.
       01 WS-CANTIDAD-PEDIDA   PIC 9(7) VALUE ZEROS.
       01 WS-CANTIDAD-ANTES    PIC 9(7) VALUE ZEROS.
       01 WS-ENVASES-PEDIDOS   PIC 9(7) VALUE ZEROS.
       01 WS-PROVEEDOR         PIC X(6) VALUE SPACES.
       01 WS-TIENDA-TECLEADA   PIC X(4) VALUE SPACES.
       01 WS-CODIGO-BUSCADO    PIC X(5) VALUE SPACES.

       01 WS-EXISTENCIAS-EDIT  PIC -Z.ZZZ.ZZ9.
       01 WS-TASA-EDIT         PIC ZZ.ZZ9,99.
       01 WS-CANTIDAD-EDIT     PIC Z.ZZZ.ZZ9.
       01 WS-ENVASES-EDIT      PIC Z.ZZZ.ZZ9.
       01 WS-PRECIO-EDIT       PIC ZZ9,99.

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC 9(6).

       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           DISPLAY "PEDIDOS DE COMPRA DESDE LA SUGERENCIA DE "
                   "REPOSICION"
           DISPLAY "=================================================="
           MOVE LK-OPERADOR TO WS-OPERADOR
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-TIENDAS
           PERFORM CARGAR-PROVEEDORES
           PERFORM CARGAR-CATALOGO
           IF WS-NUM-PROVEEDORES = ZEROS
               DISPLAY "SIN MAESTRO DE PROVEEDORES: DAR DE ALTA LOS "
                       "PROVEEDORES ANTES DE PEDIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SUGERIDOS
           IF FS-SUGERIDOS NOT = "00"
               DISPLAY "SIN PEDIDOS-SUGERIDOS.DAT: LANZAR ANTES "
                       "SUGERIR-PEDIDOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "EN CADA LINEA: CANTIDAD EN BLANCO = LA SUGERIDA, "
                   "0 = NO PEDIR, F = TERMINAR LA REVISION"
           PERFORM LEER-SUGERENCIA THRU LEER-SUGERENCIA-EXIT
               UNTIL EOF-SWITCH-SUGERIDOS = "S"
               OR WS-TERMINAR-SW = "S"
           CLOSE SUGERIDOS

           IF WS-NUM-PROPUESTAS = ZEROS
               DISPLAY "NINGUNA LINEA PROPUESTA: NO SE GENERA PEDIDO"
               GOBACK
           END-IF

           PERFORM LISTAR-PROPUESTA
           DISPLAY "1 - CONFIRMAR Y NUMERAR LOS PEDIDOS   "
                   "OTRA TECLA - DESCARTAR"
           MOVE ZEROS TO WS-OPCION
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 1
               DISPLAY "PROPUESTA DESCARTADA, NO SE GRABA NADA"
               GOBACK
           END-IF

           PERFORM RESOLVER-NUMERACION
           PERFORM NUMERAR-PEDIDOS
           PERFORM GRABAR-PEDIDOS
           PERFORM GRABAR-NUMERACION
           DISPLAY "PEDIDOS GENERADOS: " WS-CONTA-PEDIDOS
                   " (DEL " WS-PRIMER-PEDIDO " AL " WS-ULTIMO-PEDIDO
                   ")"
           GOBACK.

       CARGAR-PRODUCTOS.
           MOVE ZEROS TO WS-NUM-PRODUCTOS
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT
                   UNTIL EOF-SWITCH-PROD = "S"
               CLOSE PRODUCTOS
           END-IF.

       LEER-PRODUCTO.
           READ PRODUCTOS
               AT END MOVE "S" TO EOF-SWITCH-PROD
           NOT AT END
               IF WS-NUM-PRODUCTOS < 2000
                   ADD 1 TO WS-NUM-PRODUCTOS
                   MOVE CODIGO-PRODUCTO
                       TO ELEM-CODIGO (WS-NUM-PRODUCTOS)
                   MOVE DESCRIPCION-PRODUCTO
                       TO ELEM-DESCRIPCION (WS-NUM-PRODUCTOS)
                   MOVE ESTADO-PRODUCTO
                       TO ELEM-ESTADO (WS-NUM-PRODUCTOS)
                   MOVE COSTE-PRODUCTO
                       TO ELEM-COSTE (WS-NUM-PRODUCTOS)
                   MOVE "UD" TO ELEM-UNIDAD-COMPRA (WS-NUM-PRODUCTOS)
                   MOVE 1 TO ELEM-UNIDADES-ENVASE (WS-NUM-PRODUCTOS)
                   MOVE ZEROS TO ELEM-MINIMO-PEDIDO (WS-NUM-PRODUCTOS)
      * Sin datos de compra (linea antigua) se pide por unidades y
      * sin minimo.
                   IF UNIDADES-ENVASE-PRODUCTO IS NUMERIC
                       AND UNIDADES-ENVASE-PRODUCTO > 1
                       MOVE UNIDAD-COMPRA-PRODUCTO
                           TO ELEM-UNIDAD-COMPRA (WS-NUM-PRODUCTOS)
                       MOVE UNIDADES-ENVASE-PRODUCTO
                           TO ELEM-UNIDADES-ENVASE (WS-NUM-PRODUCTOS)
                   END-IF
                   IF MINIMO-PEDIDO-PRODUCTO IS NUMERIC
                       MOVE MINIMO-PEDIDO-PRODUCTO
                           TO ELEM-MINIMO-PEDIDO (WS-NUM-PRODUCTOS)
                   END-IF
               END-IF
           END-READ.
       LEER-PRODUCTO-EXIT.
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
                   MOVE CODIGO-TIENDA
                       TO ELEM-TIENDA-CODIGO (WS-NUM-TIENDAS)
                   MOVE ESTADO-TIENDA
                       TO ELEM-TIENDA-ESTADO (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

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

       LEER-SUGERENCIA.
           READ SUGERIDOS
               AT END MOVE "S" TO EOF-SWITCH-SUGERIDOS
           NOT AT END
               PERFORM REVISAR-SUGERENCIA
                   THRU REVISAR-SUGERENCIA-EXIT
           END-READ.
       LEER-SUGERENCIA-EXIT.
           EXIT.

      * Revision de una linea sugerida: cantidad, proveedor y tienda.
      * Un producto descontinuado no se pide; un proveedor
      * desconocido o bloqueado, o una tienda cerrada, descartan la
      * linea con aviso (se puede volver a lanzar la revision).
       REVISAR-SUGERENCIA.
           MOVE SUGERIDO-CODIGO TO WS-CODIGO-BUSCADO
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           IF WS-PRODUCTO-HALLADO-SW = "S"
               AND WS-ESTADO-HALLADO = "D"
               DISPLAY SUGERIDO-CODIGO " DESCONTINUADO, NO SE PIDE"
               GO TO REVISAR-SUGERENCIA-EXIT
           END-IF

           MOVE SUGERIDO-EXISTENCIAS TO WS-EXISTENCIAS-EDIT
           MOVE SUGERIDO-TASA-DIARIA TO WS-TASA-EDIT
           MOVE SUGERIDO-CANTIDAD TO WS-CANTIDAD-EDIT
           DISPLAY " "
           DISPLAY SUGERIDO-CODIGO " " WS-DESCRIPCION-HALLADA
                   "  COMPRA EN " WS-UNIDAD-HALLADA " DE "
                   WS-ENVASE-HALLADO " UDS, MINIMO "
                   WS-MINIMO-HALLADO " UDS"
           DISPLAY "   STOCK " WS-EXISTENCIAS-EDIT
                   "  TASA/DIA " WS-TASA-EDIT
                   "  COBERTURA " SUGERIDO-DIAS-COBERTURA
                   "  SUGERIDO " WS-CANTIDAD-EDIT " UDS"

           DISPLAY "CANTIDAD A PEDIR EN UNIDADES: "
           MOVE SPACES TO WS-CANTIDAD-TECLEADA
           ACCEPT WS-CANTIDAD-TECLEADA
           EVALUATE TRUE
               WHEN WS-CANTIDAD-TECLEADA = "F" OR "f"
                   MOVE "S" TO WS-TERMINAR-SW
                   GO TO REVISAR-SUGERENCIA-EXIT
               WHEN WS-CANTIDAD-TECLEADA = SPACES
                   MOVE SUGERIDO-CANTIDAD TO WS-CANTIDAD-PEDIDA
               WHEN FUNCTION TRIM (WS-CANTIDAD-TECLEADA) IS NUMERIC
                   MOVE FUNCTION NUMVAL (WS-CANTIDAD-TECLEADA)
                       TO WS-CANTIDAD-PEDIDA
               WHEN OTHER
                   DISPLAY "CANTIDAD NO VALIDA, LINEA DESCARTADA"
                   GO TO REVISAR-SUGERENCIA-EXIT
           END-EVALUATE
           IF WS-CANTIDAD-PEDIDA = ZEROS
               DISPLAY "LINEA NO PEDIDA"
               GO TO REVISAR-SUGERENCIA-EXIT
           END-IF
           PERFORM REDONDEAR-A-ENVASES
           MOVE WS-CANTIDAD-PEDIDA TO WS-CANTIDAD-EDIT
           MOVE WS-ENVASES-PEDIDOS TO WS-ENVASES-EDIT
           IF WS-CANTIDAD-PEDIDA NOT = WS-CANTIDAD-ANTES
               DISPLAY "AJUSTADA AL MINIMO Y A ENVASES COMPLETOS: "
                       WS-ENVASES-EDIT " " WS-UNIDAD-HALLADA " = "
                       WS-CANTIDAD-EDIT " UDS"
           ELSE
               DISPLAY "PEDIDO: " WS-ENVASES-EDIT " "
                       WS-UNIDAD-HALLADA " = " WS-CANTIDAD-EDIT
                       " UDS"
           END-IF

           PERFORM BUSCAR-PROVEEDOR-DEFECTO
           DISPLAY "PROVEEDOR (BLANCO = " WS-PROV-DEFECTO "): "
           MOVE SPACES TO WS-PROVEEDOR
           ACCEPT WS-PROVEEDOR
           IF WS-PROVEEDOR = SPACES
               MOVE WS-PROV-DEFECTO TO WS-PROVEEDOR
           END-IF
           PERFORM BUSCAR-PROVEEDOR THRU BUSCAR-PROVEEDOR-EXIT
           IF WS-PROV-HALLADO-SW = "N"
               DISPLAY "PROVEEDOR DESCONOCIDO " WS-PROVEEDOR
                       ", LINEA DESCARTADA"
               GO TO REVISAR-SUGERENCIA-EXIT
           END-IF
           IF WS-ESTADO-PROV-HALL = "B"
               DISPLAY "PROVEEDOR BLOQUEADO " WS-PROVEEDOR
                       ", LINEA DESCARTADA"
               GO TO REVISAR-SUGERENCIA-EXIT
           END-IF
           PERFORM BUSCAR-CATALOGO THRU BUSCAR-CATALOGO-EXIT
           IF WS-CAT-HALLADO-SW = "N"
               DISPLAY "AVISO: EL PRODUCTO NO FIGURA EN EL CATALOGO "
                       "DE " WS-PROVEEDOR
           END-IF

           DISPLAY "TIENDA DESTINO (4 CARACTERES): "
           MOVE SPACES TO WS-TIENDA-TECLEADA
           ACCEPT WS-TIENDA-TECLEADA
           IF WS-NUM-TIENDAS > ZEROS
               PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
               IF WS-TIENDA-HALLADA-SW = "N"
                   OR WS-ESTADO-TIENDA-HALL = "C"
                   DISPLAY "TIENDA DESCONOCIDA O CERRADA "
                           WS-TIENDA-TECLEADA ", LINEA DESCARTADA"
                   GO TO REVISAR-SUGERENCIA-EXIT
               END-IF
           END-IF

           IF WS-NUM-PROPUESTAS >= 500
               DISPLAY "PROPUESTA LLENA (500 LINEAS): SE TERMINA LA "
                       "REVISION"
               MOVE "S" TO WS-TERMINAR-SW
               GO TO REVISAR-SUGERENCIA-EXIT
           END-IF
           ADD 1 TO WS-NUM-PROPUESTAS
           MOVE SUGERIDO-CODIGO
               TO ELEM-PROP-CODIGO (WS-NUM-PROPUESTAS)
           MOVE WS-PROVEEDOR
               TO ELEM-PROP-PROVEEDOR (WS-NUM-PROPUESTAS)
           MOVE WS-TIENDA-TECLEADA
               TO ELEM-PROP-TIENDA (WS-NUM-PROPUESTAS)
           MOVE WS-CANTIDAD-PEDIDA
               TO ELEM-PROP-CANTIDAD (WS-NUM-PROPUESTAS)
           MOVE WS-ENVASES-PEDIDOS
               TO ELEM-PROP-ENVASES (WS-NUM-PROPUESTAS)
           MOVE WS-UNIDAD-HALLADA
               TO ELEM-PROP-UNIDAD (WS-NUM-PROPUESTAS)
           MOVE WS-COSTE-HALLADO
               TO ELEM-PROP-PRECIO (WS-NUM-PROPUESTAS)
           MOVE ZEROS TO ELEM-PROP-NUMERO (WS-NUM-PROPUESTAS)
           MOVE ZEROS TO ELEM-PROP-LINEA (WS-NUM-PROPUESTAS).
       REVISAR-SUGERENCIA-EXIT.
           EXIT.

      * Sube WS-CANTIDAD-PEDIDA al pedido minimo del producto y
      * despues al primer multiplo de sus unidades por envase; deja
      * los envases en WS-ENVASES-PEDIDOS.
       REDONDEAR-A-ENVASES.
           MOVE WS-CANTIDAD-PEDIDA TO WS-CANTIDAD-ANTES
           IF WS-CANTIDAD-PEDIDA < WS-MINIMO-HALLADO
               MOVE WS-MINIMO-HALLADO TO WS-CANTIDAD-PEDIDA
           END-IF
           COMPUTE WS-ENVASES-PEDIDOS =
               (WS-CANTIDAD-PEDIDA + WS-ENVASE-HALLADO - 1)
               / WS-ENVASE-HALLADO
           COMPUTE WS-CANTIDAD-PEDIDA =
               WS-ENVASES-PEDIDOS * WS-ENVASE-HALLADO.

       LISTAR-PROPUESTA.
           DISPLAY " "
           DISPLAY "PROPUESTA DE PEDIDO"
           DISPLAY "PRODUCTO PROVEEDOR TIENDA   ENVASES UD.   "
                   "UNIDADES  PRECIO"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-IND-PROP
           PERFORM LISTAR-UNA-PROPUESTA
               UNTIL WS-IND-PROP >= WS-NUM-PROPUESTAS
           DISPLAY "--------------------------------------------------"
           DISPLAY "LINEAS PROPUESTAS: " WS-NUM-PROPUESTAS.

       LISTAR-UNA-PROPUESTA.
           ADD 1 TO WS-IND-PROP
           MOVE ELEM-PROP-CANTIDAD (WS-IND-PROP) TO WS-CANTIDAD-EDIT
           MOVE ELEM-PROP-ENVASES (WS-IND-PROP) TO WS-ENVASES-EDIT
           MOVE ELEM-PROP-PRECIO (WS-IND-PROP) TO WS-PRECIO-EDIT
           DISPLAY ELEM-PROP-CODIGO (WS-IND-PROP) "    "
                   ELEM-PROP-PROVEEDOR (WS-IND-PROP) "    "
                   ELEM-PROP-TIENDA (WS-IND-PROP) " "
                   WS-ENVASES-EDIT " "
                   ELEM-PROP-UNIDAD (WS-IND-PROP) " "
                   WS-CANTIDAD-EDIT "  "
                   WS-PRECIO-EDIT.

      * El siguiente pedido es el ultimo emitido mas uno (1 si
      * todavia no hay fichero de numeracion).
       RESOLVER-NUMERACION.
           MOVE ZEROS TO WS-ULTIMO-PEDIDO
           OPEN INPUT NUMERACION
           IF FS-NUMERACION = "00"
               READ NUMERACION
                   AT END CONTINUE
               NOT AT END
                   MOVE NUMERACION-ULTIMO TO WS-ULTIMO-PEDIDO
               END-READ
               CLOSE NUMERACION
           END-IF.

       GRABAR-NUMERACION.
           OPEN OUTPUT NUMERACION
           MOVE WS-ULTIMO-PEDIDO TO NUMERACION-ULTIMO
           WRITE REG-NUMERACION
           CLOSE NUMERACION.

      * Un pedido por proveedor y tienda: la primera linea sin
      * numerar abre pedido nuevo y arrastra todas las de su mismo
      * proveedor y tienda.
       NUMERAR-PEDIDOS.
           MOVE ZEROS TO WS-IND-PROP
           PERFORM NUMERAR-UNA-PROPUESTA
               UNTIL WS-IND-PROP >= WS-NUM-PROPUESTAS.

       NUMERAR-UNA-PROPUESTA.
           ADD 1 TO WS-IND-PROP
           IF ELEM-PROP-NUMERO (WS-IND-PROP) = ZEROS
               ADD 1 TO WS-ULTIMO-PEDIDO
               ADD 1 TO WS-CONTA-PEDIDOS
               IF WS-PRIMER-PEDIDO = ZEROS
                   MOVE WS-ULTIMO-PEDIDO TO WS-PRIMER-PEDIDO
               END-IF
               MOVE ZEROS TO WS-LINEA-PEDIDO
               MOVE WS-IND-PROP TO WS-IND-GRUPO
               SUBTRACT 1 FROM WS-IND-GRUPO
               PERFORM AGRUPAR-LINEA
                   UNTIL WS-IND-GRUPO >= WS-NUM-PROPUESTAS
           END-IF.

       AGRUPAR-LINEA.
           ADD 1 TO WS-IND-GRUPO
           IF ELEM-PROP-NUMERO (WS-IND-GRUPO) = ZEROS
               AND ELEM-PROP-PROVEEDOR (WS-IND-GRUPO) =
                   ELEM-PROP-PROVEEDOR (WS-IND-PROP)
               AND ELEM-PROP-TIENDA (WS-IND-GRUPO) =
                   ELEM-PROP-TIENDA (WS-IND-PROP)
               ADD 1 TO WS-LINEA-PEDIDO
               MOVE WS-ULTIMO-PEDIDO TO ELEM-PROP-NUMERO (WS-IND-GRUPO)
               MOVE WS-LINEA-PEDIDO TO ELEM-PROP-LINEA (WS-IND-GRUPO)
           END-IF.

       GRABAR-PEDIDOS.
           OPEN EXTEND PEDIDOS
           IF FS-PEDIDOS NOT = "00"
               OPEN OUTPUT PEDIDOS
           END-IF
           MOVE ZEROS TO WS-IND-PROP
           PERFORM GRABAR-UNA-LINEA-PEDIDO
               UNTIL WS-IND-PROP >= WS-NUM-PROPUESTAS
           CLOSE PEDIDOS.

       GRABAR-UNA-LINEA-PEDIDO.
           ADD 1 TO WS-IND-PROP
           MOVE ELEM-PROP-NUMERO (WS-IND-PROP) TO PEDIDO-NUMERO
           MOVE ELEM-PROP-LINEA (WS-IND-PROP) TO PEDIDO-LINEA
           MOVE WS-FECHA-HOY TO PEDIDO-FECHA
           MOVE ELEM-PROP-PROVEEDOR (WS-IND-PROP) TO PEDIDO-PROVEEDOR
           MOVE ELEM-PROP-TIENDA (WS-IND-PROP) TO PEDIDO-TIENDA
           MOVE ELEM-PROP-CODIGO (WS-IND-PROP) TO PEDIDO-CODIGO
           MOVE ELEM-PROP-CANTIDAD (WS-IND-PROP) TO PEDIDO-CANTIDAD
           MOVE ZEROS TO PEDIDO-RECIBIDA
           MOVE ELEM-PROP-PRECIO (WS-IND-PROP) TO PEDIDO-PRECIO
           MOVE "A" TO PEDIDO-ESTADO
           MOVE WS-OPERADOR TO PEDIDO-OPERADOR
           WRITE REG-PEDIDOS
           IF PEDIDO-LINEA = 1
               DISPLAY "PEDIDO " PEDIDO-NUMERO " PROVEEDOR "
                       PEDIDO-PROVEEDOR " TIENDA " PEDIDO-TIENDA
           END-IF.

       BUSCAR-PRODUCTO.
           MOVE "N" TO WS-PRODUCTO-HALLADO-SW
           MOVE SPACES TO WS-DESCRIPCION-HALLADA
           MOVE SPACES TO WS-ESTADO-HALLADO
           MOVE ZEROS TO WS-COSTE-HALLADO
           MOVE "UD" TO WS-UNIDAD-HALLADA
           MOVE 1 TO WS-ENVASE-HALLADO
           MOVE ZEROS TO WS-MINIMO-HALLADO
           MOVE ZEROS TO WS-IND-PROD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
               OR WS-PRODUCTO-HALLADO-SW = "S".
       BUSCAR-PRODUCTO-EXIT.
           EXIT.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PROD
           IF ELEM-CODIGO (WS-IND-PROD) = WS-CODIGO-BUSCADO
               MOVE "S" TO WS-PRODUCTO-HALLADO-SW
               MOVE ELEM-DESCRIPCION (WS-IND-PROD)
                   TO WS-DESCRIPCION-HALLADA
               MOVE ELEM-ESTADO (WS-IND-PROD) TO WS-ESTADO-HALLADO
               MOVE ELEM-COSTE (WS-IND-PROD) TO WS-COSTE-HALLADO
               MOVE ELEM-UNIDAD-COMPRA (WS-IND-PROD)
                   TO WS-UNIDAD-HALLADA
               MOVE ELEM-UNIDADES-ENVASE (WS-IND-PROD)
                   TO WS-ENVASE-HALLADO
               MOVE ELEM-MINIMO-PEDIDO (WS-IND-PROD)
                   TO WS-MINIMO-HALLADO
           END-IF.

       BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE SPACES TO WS-ESTADO-TIENDA-HALL
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
               OR WS-TIENDA-HALLADA-SW = "S".
       BUSCAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TIENDA-CODIGO (WS-IND-TIENDA) = WS-TIENDA-TECLEADA
               MOVE "S" TO WS-TIENDA-HALLADA-SW
               MOVE ELEM-TIENDA-ESTADO (WS-IND-TIENDA)
                   TO WS-ESTADO-TIENDA-HALL
           END-IF.

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
               AND ELEM-CAT-CODIGO (WS-IND-CAT) = WS-CODIGO-BUSCADO
               MOVE "S" TO WS-CAT-HALLADO-SW
           END-IF.

      * Proveedor por defecto: el primero del catalogo que sirve el
      * producto (en blanco si ninguno lo tiene).
       BUSCAR-PROVEEDOR-DEFECTO.
           MOVE SPACES TO WS-PROV-DEFECTO
           MOVE ZEROS TO WS-IND-CAT
           PERFORM COMPARAR-PROVEEDOR-DEFECTO
               UNTIL WS-IND-CAT >= WS-NUM-CATALOGO
               OR WS-PROV-DEFECTO NOT = SPACES.

       COMPARAR-PROVEEDOR-DEFECTO.
           ADD 1 TO WS-IND-CAT
           IF ELEM-CAT-CODIGO (WS-IND-CAT) = WS-CODIGO-BUSCADO
               MOVE ELEM-CAT-PROVEEDOR (WS-IND-CAT) TO WS-PROV-DEFECTO
           END-IF.
