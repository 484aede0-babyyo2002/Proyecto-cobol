      ******************************************************************
      * Author:Maria Romero
      * Date:05/09/2026
      * Purpose: Mantenimiento del calendario de promociones
      *    PROMOCIONES.DAT:
      *    codigo de promocion (6 caracteres)
      *    descripcion (30 caracteres)
      *    ambito (P=un producto, C=una categoria entera)
      *    producto o categoria afectada (5 caracteres)
      *    vigencia desde / hasta (AAAAMMDD, ambos incluidos)
      *    tipo (P=precio fijo de promocion, D=descuento en %)
      *    precio de promocion o porcentaje de descuento
      *    estado (A=activa, N=anulada)
      *    y de sus tiendas participantes PROMOCION-TIENDAS.DAT (una
      *    linea por tienda, T, o por region entera, R). Una
      *    promocion sin lineas de tiendas rige en toda la cadena.
      *    PROCESAR-VENTAS acepta el precio de promocion en el
      *    control de precios sospechosos cuando la venta cae dentro
      *    de la vigencia y en una tienda participante, e
      *    INFORME-PROMOCIONES mide su efecto una vez terminada.
      *    Una promocion anulada no se borra (el informe la sigue
      *    pudiendo pedir por codigo) pero el cierre la ignora.
      *    Cada alta, campo modificado, anulacion o linea de tiendas
      *    queda apuntado en MAESTROS-AUDITORIA.DAT con el operador
      *    (fichero PROMOCION o PROMO-TDA); ver
      *    CONSULTA-AUDITORIA-VENTAS.
      *    Se lanza desde CONSOLA-VENTAS, que pasa el codigo del
      *    operador por LINKAGE; devuelve el control con GOBACK.
      * Mod:25/09/2026 - El registro de PRODUCTOS.DAT lleva ya 84
      *    posiciones; se completa aqui el trazado con relleno para leer
      *    cada linea entera.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PROMOCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCIONES.
           SELECT PROMO-TIENDAS ASSIGN TO "PROMOCION-TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMO-TIENDAS.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.
           SELECT CATEGORIAS ASSIGN TO "CATEGORIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORIAS.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT AUDITORIA ASSIGN TO "MAESTROS-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD PROMOCIONES.
       01 REG-PROMOCIONES.
           05 PROMO-CODIGO         PIC X(6).
           05 PROMO-DESCRIPCION    PIC X(30).
           05 PROMO-AMBITO         PIC X(1).
           05 PROMO-ARTICULO       PIC X(5).
           05 PROMO-DESDE          PIC 9(8).
           05 PROMO-HASTA          PIC 9(8).
           05 PROMO-TIPO           PIC X(1).
           05 PROMO-PRECIO         PIC 9(3)V99.
           05 PROMO-DESCUENTO      PIC 9(2)V99.
           05 PROMO-ESTADO         PIC X(1).

      * Tiendas participantes: T + codigo de tienda o R + region.
       FD PROMO-TIENDAS.
       01 REG-PROMO-TIENDAS.
           05 PROMTDA-CODIGO       PIC X(6).
           05 PROMTDA-TIPO         PIC X(1).
           05 PROMTDA-VALOR        PIC X(10).

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
           05 FILLER               PIC X(19).

       FD CATEGORIAS.
       01 REG-CATEGORIAS.
           05 CODIGO-CATEGORIA      PIC X(3).
           05 DESCRIPCION-CATEGORIA PIC X(30).

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

      * Diario de cambios de los maestros del lado de ventas (ver
      * CONSULTA-AUDITORIA-VENTAS).
       FD AUDITORIA.
       01 REG-AUDITORIA-M.
           05 AUDM-FECHA       PIC 9(8).
           05 AUDM-HORA        PIC 9(8).
           05 AUDM-OPERADOR    PIC 9(6).
           05 AUDM-FICHERO     PIC X(10).
           05 AUDM-CLAVE       PIC X(6).
           05 AUDM-CAMPO       PIC X(12).
           05 AUDM-VIEJO       PIC X(14).
           05 AUDM-NUEVO       PIC X(14).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-PROMO     PIC X VALUE "N".
       01 EOF-SWITCH-PROMO-TDA PIC X VALUE "N".
       01 EOF-SWITCH-PROD      PIC X VALUE "N".
       01 EOF-SWITCH-CATEG     PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".
       01 FS-PROMOCIONES       PIC XX VALUE SPACES.
       01 FS-PROMO-TIENDAS     PIC XX VALUE SPACES.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 FS-CATEGORIAS        PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 WS-OPCION            PIC 9 VALUE ZEROS.
       01 WS-SALIR-SW          PIC X VALUE "N".
       01 WS-ENCONTRADO-SW     PIC X VALUE "N".
       01 WS-DATOS-VALIDOS-SW  PIC X VALUE "N".

      * Maestro completo cargado en memoria (activas y anuladas); se
      * vuelca entero a PROMOCIONES.DAT al salir.
       01 WS-NUM-PROMOCIONES   PIC 9(3) VALUE ZEROS.
       01 WS-IND               PIC 9(3) VALUE ZEROS.
       01 WS-IND-HALLADO       PIC 9(3) VALUE ZEROS.
       01 TABLA-PROMOCIONES.
           05 ELEM-PROMOCION OCCURS 500 TIMES.
               10 ELEM-CODIGO      PIC X(6).
               10 ELEM-DESCRIPCION PIC X(30).
               10 ELEM-AMBITO      PIC X(1).
               10 ELEM-ARTICULO    PIC X(5).
               10 ELEM-DESDE       PIC 9(8).
               10 ELEM-HASTA       PIC 9(8).
               10 ELEM-TIPO        PIC X(1).
               10 ELEM-PRECIO      PIC 9(3)V99.
               10 ELEM-DESCUENTO   PIC 9(2)V99.
               10 ELEM-ESTADO      PIC X(1).

      * Lineas de tiendas participantes, igual que el maestro.
       01 WS-NUM-PROMO-TDAS    PIC 9(4) VALUE ZEROS.
       01 WS-IND-TDA           PIC 9(4) VALUE ZEROS.
       01 WS-IND-TDA-HALLADO   PIC 9(4) VALUE ZEROS.
       01 WS-TDA-HALLADA-SW    PIC X VALUE "N".
       01 WS-CONTA-TDAS        PIC 9(4) VALUE ZEROS.
       01 TABLA-PROMO-TIENDAS.
           05 ELEM-PROMO-TDA OCCURS 2000 TIMES.
               10 ELEM-TDA-CODIGO  PIC X(6).
               10 ELEM-TDA-TIPO    PIC X(1).
               10 ELEM-TDA-VALOR   PIC X(10).

      * Codigos y descripciones de productos y categorias, para
      * validar el articulo de la promocion.
       01 WS-NUM-PRODUCTOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD          PIC 9(4) VALUE ZEROS.
       01 WS-PRODUCTO-HALLADO-SW PIC X VALUE "N".
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-PROD-CODIGO PIC X(5).
               10 ELEM-PROD-DESCRIPCION PIC X(30).
       01 WS-NUM-CATEGORIAS    PIC 9(3) VALUE ZEROS.
       01 WS-IND-CATEG         PIC 9(3) VALUE ZEROS.
       01 WS-CATEG-HALLADA-SW  PIC X VALUE "N".
       01 TABLA-CATEGORIAS.
           05 ELEM-CATEGORIA OCCURS 100 TIMES.
               10 ELEM-CATEG-CODIGO PIC X(3).
               10 ELEM-CATEG-DESCRIPCION PIC X(30).
       01 WS-DESCRIPCION-HALLADA PIC X(30) VALUE SPACES.

      * Tiendas y regiones del maestro de tiendas, para validar las
      * lineas de participacion.
       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA        PIC 9(3) VALUE ZEROS.
       01 WS-TIENDA-HALLADA-SW PIC X VALUE "N".
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA OCCURS 200 TIMES.
               10 ELEM-TIENDA-CODIGO PIC X(4).
               10 ELEM-TIENDA-NOMBRE PIC X(20).
               10 ELEM-TIENDA-REGION PIC X(10).
       01 WS-NOMBRE-HALLADO    PIC X(20) VALUE SPACES.

       01 WS-CODIGO-PEDIDO     PIC X(6) VALUE SPACES.
       01 WS-DESCRIPCION-PED   PIC X(30) VALUE SPACES.
       01 WS-AMBITO-PEDIDO     PIC X(1) VALUE SPACES.
       01 WS-ARTICULO-PEDIDO   PIC X(5) VALUE SPACES.
       01 WS-TIPO-PEDIDO       PIC X(1) VALUE SPACES.
       01 WS-PRECIO-PEDIDO     PIC 9(3)V99 VALUE ZEROS.
       01 WS-DESCUENTO-PEDIDO  PIC 9(2)V99 VALUE ZEROS.
       01 WS-DESDE-TECLEADO    PIC X(8) VALUE SPACES.
       01 WS-DESDE-NUM REDEFINES WS-DESDE-TECLEADO PIC 9(8).
       01 WS-HASTA-TECLEADO    PIC X(8) VALUE SPACES.
       01 WS-HASTA-NUM REDEFINES WS-HASTA-TECLEADO PIC 9(8).
       01 WS-DESDE-PEDIDO      PIC 9(8) VALUE ZEROS.
       01 WS-HASTA-PEDIDO      PIC 9(8) VALUE ZEROS.
       01 WS-TDA-TIPO-PEDIDO   PIC X(1) VALUE SPACES.
       01 WS-TDA-VALOR-PEDIDO  PIC X(10) VALUE SPACES.

       01 WS-PRECIO-EDITADO    PIC ZZ9,99.
       01 WS-DESCUENTO-EDITADO PIC Z9,99.

      * Diario de cambios: operador en sesion y valores previos de
      * la promocion en modificacion.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.
       01 WS-OPERADOR          PIC 9(6) VALUE ZEROS.
       01 WS-AUD-FICHERO       PIC X(10) VALUE SPACES.
       01 WS-AUD-CAMPO         PIC X(12) VALUE SPACES.
       01 WS-AUD-VIEJO         PIC X(14) VALUE SPACES.
       01 WS-AUD-NUEVO         PIC X(14) VALUE SPACES.
       01 WS-AUD-IMPORTE       PIC Z(8)9,99 VALUE ZEROS.
       01 ANTERIOR-PROMOCION.
           05 ANT-DESCRIPCION  PIC X(30) VALUE SPACES.
           05 ANT-DESDE        PIC 9(8) VALUE ZEROS.
           05 ANT-HASTA        PIC 9(8) VALUE ZEROS.
           05 ANT-TIPO         PIC X(1) VALUE SPACES.
           05 ANT-PRECIO       PIC 9(3)V99 VALUE ZEROS.
           05 ANT-DESCUENTO    PIC 9(2)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC 9(6).

       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           DISPLAY "MANTENIMIENTO DEL CALENDARIO DE PROMOCIONES"
           MOVE LK-OPERADOR TO WS-OPERADOR
           PERFORM CARGAR-PROMOCIONES
           PERFORM CARGAR-PROMO-TIENDAS
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-CATEGORIAS
           PERFORM CARGAR-TIENDAS
           PERFORM TRATAR-OPCION UNTIL WS-SALIR-SW = "S"
           PERFORM GRABAR-PROMOCIONES
           PERFORM GRABAR-PROMO-TIENDAS
           GOBACK.

      * Carga PROMOCIONES.DAT completo en TABLA-PROMOCIONES; si el
      * fichero aun no existe se parte de un calendario vacio.
       CARGAR-PROMOCIONES.
           MOVE ZEROS TO WS-NUM-PROMOCIONES
           OPEN INPUT PROMOCIONES
           IF FS-PROMOCIONES = "00"
               PERFORM LEER-PROMOCION THRU LEER-PROMOCION-EXIT
                   UNTIL EOF-SWITCH-PROMO = "S"
               CLOSE PROMOCIONES
           END-IF.

       LEER-PROMOCION.
           READ PROMOCIONES
               AT END MOVE "S" TO EOF-SWITCH-PROMO
           NOT AT END
               IF WS-NUM-PROMOCIONES < 500
                   ADD 1 TO WS-NUM-PROMOCIONES
                   MOVE REG-PROMOCIONES
                       TO ELEM-PROMOCION (WS-NUM-PROMOCIONES)
               ELSE
                   DISPLAY "AVISO: CALENDARIO CON MAS DE 500 LINEAS, "
                           "SE IGNORA: " PROMO-CODIGO
               END-IF
           END-READ.
       LEER-PROMOCION-EXIT.
           EXIT.

       CARGAR-PROMO-TIENDAS.
           MOVE ZEROS TO WS-NUM-PROMO-TDAS
           OPEN INPUT PROMO-TIENDAS
           IF FS-PROMO-TIENDAS = "00"
               PERFORM LEER-PROMO-TIENDA THRU LEER-PROMO-TIENDA-EXIT
                   UNTIL EOF-SWITCH-PROMO-TDA = "S"
               CLOSE PROMO-TIENDAS
           END-IF.

       LEER-PROMO-TIENDA.
           READ PROMO-TIENDAS
               AT END MOVE "S" TO EOF-SWITCH-PROMO-TDA
           NOT AT END
               IF WS-NUM-PROMO-TDAS < 2000
                   ADD 1 TO WS-NUM-PROMO-TDAS
                   MOVE REG-PROMO-TIENDAS
                       TO ELEM-PROMO-TDA (WS-NUM-PROMO-TDAS)
               ELSE
                   DISPLAY "AVISO: MAS DE 2000 LINEAS DE TIENDAS, "
                           "SE IGNORA: " REG-PROMO-TIENDAS
               END-IF
           END-READ.
       LEER-PROMO-TIENDA-EXIT.
           EXIT.

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
                       TO ELEM-PROD-CODIGO (WS-NUM-PRODUCTOS)
                   MOVE DESCRIPCION-PRODUCTO
                       TO ELEM-PROD-DESCRIPCION (WS-NUM-PRODUCTOS)
               END-IF
           END-READ.
       LEER-PRODUCTO-EXIT.
           EXIT.

       CARGAR-CATEGORIAS.
           MOVE ZEROS TO WS-NUM-CATEGORIAS
           OPEN INPUT CATEGORIAS
           IF FS-CATEGORIAS = "00"
               PERFORM LEER-CATEGORIA THRU LEER-CATEGORIA-EXIT
                   UNTIL EOF-SWITCH-CATEG = "S"
               CLOSE CATEGORIAS
           END-IF.

       LEER-CATEGORIA.
           READ CATEGORIAS
               AT END MOVE "S" TO EOF-SWITCH-CATEG
           NOT AT END
               IF WS-NUM-CATEGORIAS < 100
                   ADD 1 TO WS-NUM-CATEGORIAS
                   MOVE CODIGO-CATEGORIA
                       TO ELEM-CATEG-CODIGO (WS-NUM-CATEGORIAS)
                   MOVE DESCRIPCION-CATEGORIA
                       TO ELEM-CATEG-DESCRIPCION (WS-NUM-CATEGORIAS)
               END-IF
           END-READ.
       LEER-CATEGORIA-EXIT.
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
                   MOVE NOMBRE-TIENDA
                       TO ELEM-TIENDA-NOMBRE (WS-NUM-TIENDAS)
                   MOVE REGION-TIENDA
                       TO ELEM-TIENDA-REGION (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

       TRATAR-OPCION.
           DISPLAY " "
           DISPLAY "1 - ALTA DE PROMOCION"
           DISPLAY "2 - MODIFICAR VIGENCIA, PRECIO Y DESCRIPCION"
           DISPLAY "3 - ANULAR / REACTIVAR"
           DISPLAY "4 - LISTAR CALENDARIO"
           DISPLAY "5 - ANNADIR TIENDA O REGION PARTICIPANTE"
           DISPLAY "6 - QUITAR TIENDA O REGION PARTICIPANTE"
           DISPLAY "7 - LISTAR TIENDAS DE UNA PROMOCION"
           DISPLAY "0 - SALIR Y GRABAR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM ALTA-PROMOCION THRU ALTA-PROMOCION-EXIT
               WHEN 2
                   PERFORM MODIFICAR-PROMOCION
                       THRU MODIFICAR-PROMOCION-EXIT
               WHEN 3
                   PERFORM CAMBIAR-ESTADO THRU CAMBIAR-ESTADO-EXIT
               WHEN 4
                   PERFORM LISTAR-PROMOCIONES
               WHEN 5
                   PERFORM ALTA-TIENDA-PROMO
                       THRU ALTA-TIENDA-PROMO-EXIT
               WHEN 6
                   PERFORM BAJA-TIENDA-PROMO
                       THRU BAJA-TIENDA-PROMO-EXIT
               WHEN 7
                   PERFORM LISTAR-TIENDAS-PROMO
                       THRU LISTAR-TIENDAS-PROMO-EXIT
               WHEN 0
                   MOVE "S" TO WS-SALIR-SW
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      * El ambito y el articulo se fijan en el alta: cambiar el
      * producto de una promocion en curso falsearia su informe de
      * efectividad, asi que para eso se anula y se da otra de alta.
       ALTA-PROMOCION.
           PERFORM PEDIR-CODIGO
           IF WS-CODIGO-PEDIDO = SPACES
               DISPLAY "CODIGO EN BLANCO, ALTA CANCELADA"
               GO TO ALTA-PROMOCION-EXIT
           END-IF

           PERFORM BUSCAR-PROMOCION THRU BUSCAR-PROMOCION-EXIT
           IF WS-ENCONTRADO-SW = "S"
               DISPLAY "EL CODIGO YA EXISTE EN EL CALENDARIO"
               GO TO ALTA-PROMOCION-EXIT
           END-IF

           IF WS-NUM-PROMOCIONES >= 500
               DISPLAY "CALENDARIO LLENO, NO SE PUEDE DAR DE ALTA"
               GO TO ALTA-PROMOCION-EXIT
           END-IF

           MOVE SPACES TO WS-AMBITO-PEDIDO
           DISPLAY "AMBITO (P=PRODUCTO, C=CATEGORIA): "
           ACCEPT WS-AMBITO-PEDIDO
           MOVE SPACES TO WS-ARTICULO-PEDIDO
           EVALUATE WS-AMBITO-PEDIDO
               WHEN "P"
                   DISPLAY "CODIGO DE PRODUCTO (5 CARACTERES): "
                   ACCEPT WS-ARTICULO-PEDIDO
                   PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
                   IF WS-PRODUCTO-HALLADO-SW = "N"
                       DISPLAY "PRODUCTO DESCONOCIDO: "
                               WS-ARTICULO-PEDIDO
                       GO TO ALTA-PROMOCION-EXIT
                   END-IF
               WHEN "C"
                   DISPLAY "CODIGO DE CATEGORIA (3 CARACTERES): "
                   ACCEPT WS-ARTICULO-PEDIDO
                   PERFORM BUSCAR-CATEGORIA THRU BUSCAR-CATEGORIA-EXIT
                   IF WS-CATEG-HALLADA-SW = "N"
                       DISPLAY "CATEGORIA DESCONOCIDA: "
                               WS-ARTICULO-PEDIDO
                       GO TO ALTA-PROMOCION-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "AMBITO NO VALIDO, ALTA CANCELADA"
                   GO TO ALTA-PROMOCION-EXIT
           END-EVALUATE
           DISPLAY "ARTICULO: " WS-ARTICULO-PEDIDO " "
                   WS-DESCRIPCION-HALLADA

           PERFORM PEDIR-DATOS-PROMOCION
           IF WS-DATOS-VALIDOS-SW = "N"
               DISPLAY "ALTA CANCELADA"
               GO TO ALTA-PROMOCION-EXIT
           END-IF

           ADD 1 TO WS-NUM-PROMOCIONES
           MOVE WS-CODIGO-PEDIDO TO ELEM-CODIGO (WS-NUM-PROMOCIONES)
           MOVE WS-DESCRIPCION-PED
               TO ELEM-DESCRIPCION (WS-NUM-PROMOCIONES)
           MOVE WS-AMBITO-PEDIDO TO ELEM-AMBITO (WS-NUM-PROMOCIONES)
           MOVE WS-ARTICULO-PEDIDO
               TO ELEM-ARTICULO (WS-NUM-PROMOCIONES)
           MOVE WS-DESDE-PEDIDO TO ELEM-DESDE (WS-NUM-PROMOCIONES)
           MOVE WS-HASTA-PEDIDO TO ELEM-HASTA (WS-NUM-PROMOCIONES)
           MOVE WS-TIPO-PEDIDO TO ELEM-TIPO (WS-NUM-PROMOCIONES)
           MOVE WS-PRECIO-PEDIDO TO ELEM-PRECIO (WS-NUM-PROMOCIONES)
           MOVE WS-DESCUENTO-PEDIDO
               TO ELEM-DESCUENTO (WS-NUM-PROMOCIONES)
           MOVE "A" TO ELEM-ESTADO (WS-NUM-PROMOCIONES)
           MOVE "PROMOCION" TO WS-AUD-FICHERO
           MOVE "ALTA" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VIEJO
           MOVE WS-DESCRIPCION-PED TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "PROMOCION DADA DE ALTA: " WS-CODIGO-PEDIDO
           DISPLAY "SIN LINEAS DE TIENDAS RIGE EN TODA LA CADENA "
                   "(OPCION 5 PARA LIMITARLA)".
       ALTA-PROMOCION-EXIT.
           EXIT.

       MODIFICAR-PROMOCION.
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-PROMOCION THRU BUSCAR-PROMOCION-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "CODIGO NO ENCONTRADO EN EL CALENDARIO"
               GO TO MODIFICAR-PROMOCION-EXIT
           END-IF

           DISPLAY "DESCRIPCION ACTUAL: "
                   ELEM-DESCRIPCION (WS-IND-HALLADO)
           DISPLAY "VIGENCIA ACTUAL...: " ELEM-DESDE (WS-IND-HALLADO)
                   " A " ELEM-HASTA (WS-IND-HALLADO)
           MOVE ELEM-PRECIO (WS-IND-HALLADO) TO WS-PRECIO-EDITADO
           MOVE ELEM-DESCUENTO (WS-IND-HALLADO) TO WS-DESCUENTO-EDITADO
           DISPLAY "TIPO ACTUAL.......: " ELEM-TIPO (WS-IND-HALLADO)
                   "  PRECIO " WS-PRECIO-EDITADO
                   "  DESCUENTO " WS-DESCUENTO-EDITADO " %"
           MOVE ELEM-DESCRIPCION (WS-IND-HALLADO) TO ANT-DESCRIPCION
           MOVE ELEM-DESDE (WS-IND-HALLADO) TO ANT-DESDE
           MOVE ELEM-HASTA (WS-IND-HALLADO) TO ANT-HASTA
           MOVE ELEM-TIPO (WS-IND-HALLADO) TO ANT-TIPO
           MOVE ELEM-PRECIO (WS-IND-HALLADO) TO ANT-PRECIO
           MOVE ELEM-DESCUENTO (WS-IND-HALLADO) TO ANT-DESCUENTO

           PERFORM PEDIR-DATOS-PROMOCION
           IF WS-DATOS-VALIDOS-SW = "N"
               DISPLAY "MODIFICACION CANCELADA"
               GO TO MODIFICAR-PROMOCION-EXIT
           END-IF

           MOVE WS-DESCRIPCION-PED TO ELEM-DESCRIPCION (WS-IND-HALLADO)
           MOVE WS-DESDE-PEDIDO TO ELEM-DESDE (WS-IND-HALLADO)
           MOVE WS-HASTA-PEDIDO TO ELEM-HASTA (WS-IND-HALLADO)
           MOVE WS-TIPO-PEDIDO TO ELEM-TIPO (WS-IND-HALLADO)
           MOVE WS-PRECIO-PEDIDO TO ELEM-PRECIO (WS-IND-HALLADO)
           MOVE WS-DESCUENTO-PEDIDO TO ELEM-DESCUENTO (WS-IND-HALLADO)
           PERFORM AUDITAR-MODIFICACION
           DISPLAY "PROMOCION MODIFICADA: " WS-CODIGO-PEDIDO.
       MODIFICAR-PROMOCION-EXIT.
           EXIT.

      * Una promocion anulada sigue en el calendario para poder
      * pedir su informe, pero el cierre ya no acepta su precio.
       CAMBIAR-ESTADO.
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-PROMOCION THRU BUSCAR-PROMOCION-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "CODIGO NO ENCONTRADO EN EL CALENDARIO"
               GO TO CAMBIAR-ESTADO-EXIT
           END-IF

           MOVE "PROMOCION" TO WS-AUD-FICHERO
           MOVE "ESTADO" TO WS-AUD-CAMPO
           MOVE ELEM-ESTADO (WS-IND-HALLADO) TO WS-AUD-VIEJO
           IF ELEM-ESTADO (WS-IND-HALLADO) = "N"
               MOVE "A" TO ELEM-ESTADO (WS-IND-HALLADO)
               DISPLAY "PROMOCION REACTIVADA: " WS-CODIGO-PEDIDO
           ELSE
               MOVE "N" TO ELEM-ESTADO (WS-IND-HALLADO)
               DISPLAY "PROMOCION ANULADA: " WS-CODIGO-PEDIDO
           END-IF
           MOVE ELEM-ESTADO (WS-IND-HALLADO) TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA.
       CAMBIAR-ESTADO-EXIT.
           EXIT.

       LISTAR-PROMOCIONES.
           DISPLAY "CODIGO DESCRIPCION                    AMB ARTIC "
                   "DESDE    HASTA    T PRECIO  DTO%  EST"
           MOVE ZEROS TO WS-IND
           PERFORM LISTAR-UNA-PROMOCION
               UNTIL WS-IND >= WS-NUM-PROMOCIONES
           DISPLAY "TOTAL PROMOCIONES EN EL CALENDARIO: "
                   WS-NUM-PROMOCIONES.

       LISTAR-UNA-PROMOCION.
           ADD 1 TO WS-IND
           MOVE ELEM-PRECIO (WS-IND) TO WS-PRECIO-EDITADO
           MOVE ELEM-DESCUENTO (WS-IND) TO WS-DESCUENTO-EDITADO
           DISPLAY ELEM-CODIGO (WS-IND) " "
                   ELEM-DESCRIPCION (WS-IND) " "
                   ELEM-AMBITO (WS-IND) "   "
                   ELEM-ARTICULO (WS-IND) " "
                   ELEM-DESDE (WS-IND) " "
                   ELEM-HASTA (WS-IND) " "
                   ELEM-TIPO (WS-IND) " "
                   WS-PRECIO-EDITADO "  "
                   WS-DESCUENTO-EDITADO " "
                   ELEM-ESTADO (WS-IND).

      * Alta de una tienda (T) o de una region entera (R) en una
      * promocion: la tienda debe estar en el maestro de tiendas y
      * la region tener al menos una tienda.
       ALTA-TIENDA-PROMO.
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-PROMOCION THRU BUSCAR-PROMOCION-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "CODIGO NO ENCONTRADO EN EL CALENDARIO"
               GO TO ALTA-TIENDA-PROMO-EXIT
           END-IF

           PERFORM PEDIR-TIENDA-PROMO
           EVALUATE WS-TDA-TIPO-PEDIDO
               WHEN "T"
                   PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
                   IF WS-TIENDA-HALLADA-SW = "N"
                       DISPLAY "TIENDA DESCONOCIDA: "
                               WS-TDA-VALOR-PEDIDO
                       GO TO ALTA-TIENDA-PROMO-EXIT
                   END-IF
               WHEN "R"
                   PERFORM BUSCAR-REGION THRU BUSCAR-REGION-EXIT
                   IF WS-TIENDA-HALLADA-SW = "N"
                       DISPLAY "REGION SIN TIENDAS EN EL MAESTRO: "
                               WS-TDA-VALOR-PEDIDO
                       GO TO ALTA-TIENDA-PROMO-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO NO VALIDO (T O R)"
                   GO TO ALTA-TIENDA-PROMO-EXIT
           END-EVALUATE

           PERFORM BUSCAR-TIENDA-PROMO THRU BUSCAR-TIENDA-PROMO-EXIT
           IF WS-TDA-HALLADA-SW = "S"
               DISPLAY "LA LINEA YA ESTA EN LA PROMOCION"
               GO TO ALTA-TIENDA-PROMO-EXIT
           END-IF

           IF WS-NUM-PROMO-TDAS >= 2000
               DISPLAY "FICHERO DE TIENDAS LLENO, NO SE PUEDE ANNADIR"
               GO TO ALTA-TIENDA-PROMO-EXIT
           END-IF

           ADD 1 TO WS-NUM-PROMO-TDAS
           MOVE WS-CODIGO-PEDIDO
               TO ELEM-TDA-CODIGO (WS-NUM-PROMO-TDAS)
           MOVE WS-TDA-TIPO-PEDIDO
               TO ELEM-TDA-TIPO (WS-NUM-PROMO-TDAS)
           MOVE WS-TDA-VALOR-PEDIDO
               TO ELEM-TDA-VALOR (WS-NUM-PROMO-TDAS)
           MOVE "PROMO-TDA" TO WS-AUD-FICHERO
           IF WS-TDA-TIPO-PEDIDO = "T"
               MOVE "ALTA TIENDA" TO WS-AUD-CAMPO
           ELSE
               MOVE "ALTA REGION" TO WS-AUD-CAMPO
           END-IF
           MOVE SPACES TO WS-AUD-VIEJO
           MOVE WS-TDA-VALOR-PEDIDO TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "ANNADIDA A LA PROMOCION: " WS-TDA-TIPO-PEDIDO " "
                   WS-TDA-VALOR-PEDIDO.
       ALTA-TIENDA-PROMO-EXIT.
           EXIT.

      * La baja de una linea sube la ultima al hueco; el orden del
      * fichero no tiene significado.
       BAJA-TIENDA-PROMO.
           PERFORM PEDIR-CODIGO
           PERFORM PEDIR-TIENDA-PROMO
           PERFORM BUSCAR-TIENDA-PROMO THRU BUSCAR-TIENDA-PROMO-EXIT
           IF WS-TDA-HALLADA-SW = "N"
               DISPLAY "ESA TIENDA O REGION NO ESTA EN LA PROMOCION"
               GO TO BAJA-TIENDA-PROMO-EXIT
           END-IF

           MOVE ELEM-PROMO-TDA (WS-NUM-PROMO-TDAS)
               TO ELEM-PROMO-TDA (WS-IND-TDA-HALLADO)
           SUBTRACT 1 FROM WS-NUM-PROMO-TDAS
           MOVE "PROMO-TDA" TO WS-AUD-FICHERO
           IF WS-TDA-TIPO-PEDIDO = "T"
               MOVE "BAJA TIENDA" TO WS-AUD-CAMPO
           ELSE
               MOVE "BAJA REGION" TO WS-AUD-CAMPO
           END-IF
           MOVE WS-TDA-VALOR-PEDIDO TO WS-AUD-VIEJO
           MOVE SPACES TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "QUITADA DE LA PROMOCION: " WS-TDA-TIPO-PEDIDO " "
                   WS-TDA-VALOR-PEDIDO.
       BAJA-TIENDA-PROMO-EXIT.
           EXIT.

       LISTAR-TIENDAS-PROMO.
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-PROMOCION THRU BUSCAR-PROMOCION-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "CODIGO NO ENCONTRADO EN EL CALENDARIO"
               GO TO LISTAR-TIENDAS-PROMO-EXIT
           END-IF
           DISPLAY "TIENDAS DE " WS-CODIGO-PEDIDO " "
                   ELEM-DESCRIPCION (WS-IND-HALLADO)
           MOVE ZEROS TO WS-CONTA-TDAS
           MOVE ZEROS TO WS-IND-TDA
           PERFORM LISTAR-UNA-TIENDA-PROMO
               UNTIL WS-IND-TDA >= WS-NUM-PROMO-TDAS
           IF WS-CONTA-TDAS = ZEROS
               DISPLAY "   SIN LINEAS: RIGE EN TODA LA CADENA"
           ELSE
               DISPLAY "LINEAS DE TIENDAS: " WS-CONTA-TDAS
           END-IF.
       LISTAR-TIENDAS-PROMO-EXIT.
           EXIT.

       LISTAR-UNA-TIENDA-PROMO.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-CODIGO (WS-IND-TDA) = WS-CODIGO-PEDIDO
               ADD 1 TO WS-CONTA-TDAS
               IF ELEM-TDA-TIPO (WS-IND-TDA) = "T"
                   MOVE ELEM-TDA-VALOR (WS-IND-TDA)
                       TO WS-TDA-VALOR-PEDIDO
                   PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
                   DISPLAY "   TIENDA " ELEM-TDA-VALOR (WS-IND-TDA)
                           " " WS-NOMBRE-HALLADO
               ELSE
                   DISPLAY "   REGION " ELEM-TDA-VALOR (WS-IND-TDA)
               END-IF
           END-IF.

       PEDIR-CODIGO.
           MOVE SPACES TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DE PROMOCION (6 CARACTERES): "
           ACCEPT WS-CODIGO-PEDIDO.

       PEDIR-TIENDA-PROMO.
           MOVE SPACES TO WS-TDA-TIPO-PEDIDO
           DISPLAY "T=TIENDA, R=REGION ENTERA: "
           ACCEPT WS-TDA-TIPO-PEDIDO
           MOVE SPACES TO WS-TDA-VALOR-PEDIDO
           IF WS-TDA-TIPO-PEDIDO = "T"
               DISPLAY "CODIGO DE TIENDA (4 CARACTERES): "
           ELSE
               DISPLAY "REGION (10 CARACTERES): "
           END-IF
           ACCEPT WS-TDA-VALOR-PEDIDO.

      * Descripcion, vigencia y condiciones; deja WS-DATOS-VALIDOS-SW
      * a "N" si las fechas no son AAAAMMDD o van al reves, o si el
      * tipo no es P ni D.
       PEDIR-DATOS-PROMOCION.
           MOVE "S" TO WS-DATOS-VALIDOS-SW
           MOVE SPACES TO WS-DESCRIPCION-PED
           DISPLAY "DESCRIPCION (30 CARACTERES): "
           ACCEPT WS-DESCRIPCION-PED
           MOVE SPACES TO WS-DESDE-TECLEADO
           DISPLAY "VIGENTE DESDE (AAAAMMDD): "
           ACCEPT WS-DESDE-TECLEADO
           MOVE SPACES TO WS-HASTA-TECLEADO
           DISPLAY "VIGENTE HASTA (AAAAMMDD): "
           ACCEPT WS-HASTA-TECLEADO
           IF WS-DESDE-TECLEADO IS NUMERIC
               AND WS-HASTA-TECLEADO IS NUMERIC
               MOVE WS-DESDE-NUM TO WS-DESDE-PEDIDO
               MOVE WS-HASTA-NUM TO WS-HASTA-PEDIDO
           ELSE
               DISPLAY "FECHAS NO VALIDAS"
               MOVE "N" TO WS-DATOS-VALIDOS-SW
           END-IF
           IF WS-DATOS-VALIDOS-SW = "S"
               AND WS-HASTA-PEDIDO < WS-DESDE-PEDIDO
               DISPLAY "LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE"
               MOVE "N" TO WS-DATOS-VALIDOS-SW
           END-IF

           MOVE ZEROS TO WS-PRECIO-PEDIDO
           MOVE ZEROS TO WS-DESCUENTO-PEDIDO
           MOVE SPACES TO WS-TIPO-PEDIDO
           DISPLAY "TIPO (P=PRECIO FIJO, D=DESCUENTO EN %): "
           ACCEPT WS-TIPO-PEDIDO
           EVALUATE WS-TIPO-PEDIDO
               WHEN "P"
                   DISPLAY "PRECIO DE PROMOCION (EJ. 019,95): "
                   ACCEPT WS-PRECIO-PEDIDO
               WHEN "D"
                   DISPLAY "DESCUENTO EN % (EJ. 15,00): "
                   ACCEPT WS-DESCUENTO-PEDIDO
                   IF WS-DESCUENTO-PEDIDO = ZEROS
                       DISPLAY "DESCUENTO NO VALIDO"
                       MOVE "N" TO WS-DATOS-VALIDOS-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO NO VALIDO"
                   MOVE "N" TO WS-DATOS-VALIDOS-SW
           END-EVALUATE.

      * Una linea de diario por cada campo que de verdad cambio.
       AUDITAR-MODIFICACION.
           MOVE "PROMOCION" TO WS-AUD-FICHERO
           IF WS-DESCRIPCION-PED NOT = ANT-DESCRIPCION
               MOVE "DESCRIPCION" TO WS-AUD-CAMPO
               MOVE ANT-DESCRIPCION TO WS-AUD-VIEJO
               MOVE WS-DESCRIPCION-PED TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-DESDE-PEDIDO NOT = ANT-DESDE
               MOVE "DESDE" TO WS-AUD-CAMPO
               MOVE ANT-DESDE TO WS-AUD-VIEJO
               MOVE WS-DESDE-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-HASTA-PEDIDO NOT = ANT-HASTA
               MOVE "HASTA" TO WS-AUD-CAMPO
               MOVE ANT-HASTA TO WS-AUD-VIEJO
               MOVE WS-HASTA-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-TIPO-PEDIDO NOT = ANT-TIPO
               MOVE "TIPO" TO WS-AUD-CAMPO
               MOVE ANT-TIPO TO WS-AUD-VIEJO
               MOVE WS-TIPO-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-PRECIO-PEDIDO NOT = ANT-PRECIO
               MOVE "PRECIO-PROMO" TO WS-AUD-CAMPO
               MOVE ANT-PRECIO TO WS-AUD-IMPORTE
               MOVE WS-AUD-IMPORTE TO WS-AUD-VIEJO
               MOVE WS-PRECIO-PEDIDO TO WS-AUD-IMPORTE
               MOVE WS-AUD-IMPORTE TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-DESCUENTO-PEDIDO NOT = ANT-DESCUENTO
               MOVE "DESCUENTO" TO WS-AUD-CAMPO
               MOVE ANT-DESCUENTO TO WS-AUD-IMPORTE
               MOVE WS-AUD-IMPORTE TO WS-AUD-VIEJO
               MOVE WS-DESCUENTO-PEDIDO TO WS-AUD-IMPORTE
               MOVE WS-AUD-IMPORTE TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF.

       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           ACCEPT AUDM-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDM-HORA FROM TIME
           MOVE WS-OPERADOR TO AUDM-OPERADOR
           MOVE WS-AUD-FICHERO TO AUDM-FICHERO
           MOVE WS-CODIGO-PEDIDO TO AUDM-CLAVE
           MOVE WS-AUD-CAMPO TO AUDM-CAMPO
           MOVE WS-AUD-VIEJO TO AUDM-VIEJO
           MOVE WS-AUD-NUEVO TO AUDM-NUEVO
           WRITE REG-AUDITORIA-M
           CLOSE AUDITORIA.

      * Busca WS-CODIGO-PEDIDO en la tabla y deja el indice en
      * WS-IND-HALLADO si lo encuentra.
       BUSCAR-PROMOCION.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-IND-HALLADO
           PERFORM COMPARAR-PROMOCION
               UNTIL WS-IND >= WS-NUM-PROMOCIONES
               OR WS-ENCONTRADO-SW = "S".
       BUSCAR-PROMOCION-EXIT.
           EXIT.

       COMPARAR-PROMOCION.
           ADD 1 TO WS-IND
           IF ELEM-CODIGO (WS-IND) = WS-CODIGO-PEDIDO
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

       BUSCAR-TIENDA-PROMO.
           MOVE "N" TO WS-TDA-HALLADA-SW
           MOVE ZEROS TO WS-IND-TDA
           MOVE ZEROS TO WS-IND-TDA-HALLADO
           PERFORM COMPARAR-TIENDA-PROMO
               UNTIL WS-IND-TDA >= WS-NUM-PROMO-TDAS
               OR WS-TDA-HALLADA-SW = "S".
       BUSCAR-TIENDA-PROMO-EXIT.
           EXIT.

       COMPARAR-TIENDA-PROMO.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-CODIGO (WS-IND-TDA) = WS-CODIGO-PEDIDO
               AND ELEM-TDA-TIPO (WS-IND-TDA) = WS-TDA-TIPO-PEDIDO
               AND ELEM-TDA-VALOR (WS-IND-TDA) = WS-TDA-VALOR-PEDIDO
               MOVE "S" TO WS-TDA-HALLADA-SW
               MOVE WS-IND-TDA TO WS-IND-TDA-HALLADO
           END-IF.

       BUSCAR-PRODUCTO.
           MOVE "N" TO WS-PRODUCTO-HALLADO-SW
           MOVE SPACES TO WS-DESCRIPCION-HALLADA
           MOVE ZEROS TO WS-IND-PROD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
               OR WS-PRODUCTO-HALLADO-SW = "S".
       BUSCAR-PRODUCTO-EXIT.
           EXIT.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PROD
           IF ELEM-PROD-CODIGO (WS-IND-PROD) = WS-ARTICULO-PEDIDO
               MOVE "S" TO WS-PRODUCTO-HALLADO-SW
               MOVE ELEM-PROD-DESCRIPCION (WS-IND-PROD)
                   TO WS-DESCRIPCION-HALLADA
           END-IF.

       BUSCAR-CATEGORIA.
           MOVE "N" TO WS-CATEG-HALLADA-SW
           MOVE SPACES TO WS-DESCRIPCION-HALLADA
           MOVE ZEROS TO WS-IND-CATEG
           PERFORM COMPARAR-CATEGORIA
               UNTIL WS-IND-CATEG >= WS-NUM-CATEGORIAS
               OR WS-CATEG-HALLADA-SW = "S".
       BUSCAR-CATEGORIA-EXIT.
           EXIT.

       COMPARAR-CATEGORIA.
           ADD 1 TO WS-IND-CATEG
           IF ELEM-CATEG-CODIGO (WS-IND-CATEG) = WS-ARTICULO-PEDIDO
               MOVE "S" TO WS-CATEG-HALLADA-SW
               MOVE ELEM-CATEG-DESCRIPCION (WS-IND-CATEG)
                   TO WS-DESCRIPCION-HALLADA
           END-IF.

       BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE SPACES TO WS-NOMBRE-HALLADO
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
               OR WS-TIENDA-HALLADA-SW = "S".
       BUSCAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TIENDA-CODIGO (WS-IND-TIENDA) = WS-TDA-VALOR-PEDIDO
               MOVE "S" TO WS-TIENDA-HALLADA-SW
               MOVE ELEM-TIENDA-NOMBRE (WS-IND-TIENDA)
                   TO WS-NOMBRE-HALLADO
           END-IF.

       BUSCAR-REGION.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM COMPARAR-REGION
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
               OR WS-TIENDA-HALLADA-SW = "S".
       BUSCAR-REGION-EXIT.
           EXIT.

       COMPARAR-REGION.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TIENDA-REGION (WS-IND-TIENDA) = WS-TDA-VALOR-PEDIDO
               MOVE "S" TO WS-TIENDA-HALLADA-SW
           END-IF.

      * Vuelca las tablas completas de nuevo a sus ficheros.
       GRABAR-PROMOCIONES.
           OPEN OUTPUT PROMOCIONES
           MOVE ZEROS TO WS-IND
           PERFORM GRABAR-UNA-PROMOCION
               UNTIL WS-IND >= WS-NUM-PROMOCIONES
           CLOSE PROMOCIONES
           DISPLAY "CALENDARIO DE PROMOCIONES GRABADO ("
                   WS-NUM-PROMOCIONES " PROMOCIONES)".

       GRABAR-UNA-PROMOCION.
           ADD 1 TO WS-IND
           MOVE ELEM-PROMOCION (WS-IND) TO REG-PROMOCIONES
           WRITE REG-PROMOCIONES.

       GRABAR-PROMO-TIENDAS.
           OPEN OUTPUT PROMO-TIENDAS
           MOVE ZEROS TO WS-IND-TDA
           PERFORM GRABAR-UNA-TIENDA-PROMO
               UNTIL WS-IND-TDA >= WS-NUM-PROMO-TDAS
           CLOSE PROMO-TIENDAS
           DISPLAY "TIENDAS DE PROMOCIONES GRABADAS ("
                   WS-NUM-PROMO-TDAS " LINEAS)".

       GRABAR-UNA-TIENDA-PROMO.
           ADD 1 TO WS-IND-TDA
           MOVE ELEM-PROMO-TDA (WS-IND-TDA) TO REG-PROMO-TIENDAS
           WRITE REG-PROMO-TIENDAS.
