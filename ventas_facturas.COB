      ******************************************************************
      * Author:Maria Romero
      * Date:04/09/2026
      * Purpose: Registro y casacion de facturas de proveedor. Cada
      *    factura se teclea con su numero, proveedor (validado
      *    contra PROVEEDORES.DAT), fecha, los albaranes que cubre y
      *    sus lineas (producto, cantidad, coste unitario sin IVA y
      *    clase de IVA). Se casa a tres bandas: la cantidad contra
      *    lo recibido en esos albaranes segun DIARIO-RECEPCION.DAT,
      *    y el coste contra el precio de la linea del pedido de
      *    compra con que se recibio (PEDIDOS-COMPRA.DAT; sin
      *    pedido, contra el coste del maestro de productos). Las
      *    diferencias de cantidad, o de precio por encima de la
      *    tolerancia en %, se listan y la factura queda retenida
      *    (estado R) hasta que otro operador la apruebe; la que
      *    casa limpia queda aprobada (estado A) sin mas. Un
      *    albaran ya facturado no se admite en otra factura.
      *    Las facturas aprobadas se exportan como asientos de
      *    proveedores en el formato de ASIENTOS.DAT (cargo a
      *    compras por el neto y al IVA soportado por la cuota,
      *    abono al proveedor por el total) en el fichero
      *    ASIENTOS-FACTURAS.DAT, con la misma numeracion de
      *    secuencia (ASIENTOS-SECUENCIA.DAT), el mismo control de
      *    envio (ASIENTOS-CONTROL.DAT) y la misma comprobacion de
      *    acuse de la secuencia anterior que EXPORTAR-CONTABILIDAD;
      *    tras exportarlas quedan en estado E.
      *    Ficheros propios: FACTURAS-PROVEEDOR.DAT (una linea por
      *    linea de factura) y FACTURAS-ALBARANES.DAT (albaranes de
      *    cada factura).
      *    Se lanza desde CONSOLA-VENTAS, que pasa el codigo del
      *    operador por LINKAGE.
      * Mod:25/09/2026 - Los registros de PRODUCTOS.DAT (84 posiciones),
      *    DIARIO-RECEPCION.DAT (con lote y caducidad) y
      *    PERIODOS-CONTABLES.DAT (con la marca de bloqueo del
      *    ejercicio) se completan aqui con relleno para leer cada
      *    linea entera.
      * Mod:26/09/2026 - ASIENTOS-CONTROL.DAT pasa a ser el registro de
      *    todos los ficheros enviados: cada envio annade su linea con
      *    la fecha contable y la referencia del lote, y el control de
      *    acuse toma la ultima linea.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-FACTURAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS ASSIGN TO "FACTURAS-PROVEEDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACTURAS.
           SELECT FAC-ALBARANES ASSIGN TO "FACTURAS-ALBARANES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAC-ALBARANES.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVEEDORES.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.
           SELECT DIARIO ASSIGN TO "DIARIO-RECEPCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT ASIENTOS ASSIGN TO "ASIENTOS-FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIENTOS.
           SELECT PERIODOS ASSIGN TO "PERIODOS-CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.
           SELECT SECUENCIA ASSIGN TO "ASIENTOS-SECUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIA.
           SELECT CONTROL-ENVIO ASSIGN TO "ASIENTOS-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-ENVIO.
           SELECT ACUSE ASSIGN TO "ASIENTOS-ACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUSE.

       DATA DIVISION.
       FILE SECTION.
      * Lineas de factura de proveedor con el resultado de la
      * casacion (incidencia: blanco = casa, C = cantidad, P =
      * precio, A = ambas) y el estado (R = retenida, A = aprobada,
      * E = exportada a contabilidad con la secuencia indicada).
       FD FACTURAS.
       01 REG-FACTURAS.
           05 FACTURA-NUMERO        PIC X(12).
           05 FACTURA-PROVEEDOR     PIC X(6).
           05 FACTURA-FECHA         PIC 9(8).
           05 FACTURA-LINEA         PIC 9(3).
           05 FACTURA-CODIGO        PIC X(5).
           05 FACTURA-CANTIDAD      PIC 9(7).
           05 FACTURA-COSTE         PIC 9(3)V99.
           05 FACTURA-TIPO-IVA      PIC X(1).
           05 FACTURA-RECIBIDA      PIC 9(7).
           05 FACTURA-PRECIO-PEDIDO PIC 9(3)V99.
           05 FACTURA-INCIDENCIA    PIC X(1).
           05 FACTURA-ESTADO        PIC X(1).
           05 FACTURA-OPERADOR      PIC 9(6).
           05 FACTURA-APROBADOR     PIC 9(6).
           05 FACTURA-SECUENCIA     PIC 9(6).

      * Albaranes cubiertos por cada factura.
       FD FAC-ALBARANES.
       01 REG-FAC-ALBARANES.
           05 FACALB-NUMERO         PIC X(12).
           05 FACALB-PROVEEDOR      PIC X(6).
           05 FACALB-ALBARAN        PIC X(10).

       FD PROVEEDORES.
       01 REG-PROVEEDORES.
           05 CODIGO-PROVEEDOR     PIC X(6).
           05 NOMBRE-PROVEEDOR     PIC X(30).
           05 NIF-PROVEEDOR        PIC X(9).
           05 PLAZO-PROVEEDOR      PIC 9(3).
           05 ESTADO-PROVEEDOR     PIC X(1).

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

       FD DIARIO.
       01 REG-DIARIO.
           05 DIARIO-FECHA        PIC 9(8).
           05 DIARIO-HORA         PIC 9(8).
           05 DIARIO-ALBARAN      PIC X(10).
           05 DIARIO-PROVEEDOR    PIC X(10).
           05 DIARIO-CODIGO       PIC X(5).
           05 DIARIO-TIENDA       PIC X(4).
           05 DIARIO-CANTIDAD     PIC 9(5).
           05 DIARIO-PEDIDO       PIC 9(6).
           05 DIARIO-INCIDENCIA   PIC X(1).
           05 FILLER              PIC X(18).

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

      * Mismo trazado que ASIENTOS.DAT (ver EXPORTAR-CONTABILIDAD).
       FD ASIENTOS.
       01 REG-ASIENTOS.
           05 ASIENTO-TIPO-LINEA     PIC X(1).
           05 ASIENTO-FECHA          PIC 9(8).
           05 ASIENTO-REFERENCIA     PIC X(22).
           05 ASIENTO-CUENTA         PIC 9(8).
           05 ASIENTO-DEBE-HABER     PIC X(1).
           05 ASIENTO-IMPORTE        PIC 9(11)V99.
           05 ASIENTO-TIENDA         PIC X(4).
           05 ASIENTO-CONCEPTO       PIC X(30).
           05 ASIENTO-SECUENCIA      PIC 9(6).

       FD PERIODOS.
       01 REG-PERIODOS.
           05 PERIODO-CONTABLE     PIC 9(6).
           05 ESTADO-PERIODO       PIC X(1).
           05 FILLER               PIC X(1).

       FD SECUENCIA.
       01 REG-SECUENCIA.
           05 SECUENCIA-ULTIMA       PIC 9(6).

       FD CONTROL-ENVIO.
       01 REG-CONTROL-ENVIO.
           05 CONTROL-SECUENCIA      PIC 9(6).
           05 CONTROL-LINEAS         PIC 9(6).
           05 CONTROL-DEBE           PIC 9(11)V99.
           05 CONTROL-HABER          PIC 9(11)V99.
           05 CONTROL-FECHA          PIC 9(8).
           05 CONTROL-REFERENCIA     PIC X(22).
           05 CONTROL-ANULA-SECUENCIA PIC 9(6).
           05 CONTROL-ANULA-REFERENCIA PIC X(22).
           05 CONTROL-FECHA-ENVIO    PIC 9(8).

       FD ACUSE.
       01 REG-ACUSE.
           05 ACUSE-SECUENCIA        PIC 9(6).
           05 ACUSE-LINEAS           PIC 9(6).
           05 ACUSE-DEBE             PIC 9(11)V99.
           05 ACUSE-HABER            PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 FS-FACTURAS          PIC XX VALUE SPACES.
       01 FS-FAC-ALBARANES     PIC XX VALUE SPACES.
       01 FS-PROVEEDORES       PIC XX VALUE SPACES.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 FS-DIARIO            PIC XX VALUE SPACES.
       01 FS-PEDIDOS           PIC XX VALUE SPACES.
       01 FS-ASIENTOS          PIC XX VALUE SPACES.
       01 FS-PERIODOS          PIC XX VALUE SPACES.
       01 FS-SECUENCIA         PIC XX VALUE SPACES.
       01 FS-CONTROL-ENVIO     PIC XX VALUE SPACES.
       01 FS-ACUSE             PIC XX VALUE SPACES.
       01 EOF-SWITCH-FACTURAS  PIC X VALUE "N".
       01 EOF-SWITCH-FAC-ALB   PIC X VALUE "N".
       01 EOF-SWITCH-PROVEEDORES PIC X VALUE "N".
       01 EOF-SWITCH-PROD      PIC X VALUE "N".
       01 EOF-SWITCH-DIARIO    PIC X VALUE "N".
       01 EOF-SWITCH-PEDIDOS   PIC X VALUE "N".
       01 EOF-SWITCH-PERIODOS  PIC X VALUE "N".
       01 EOF-SWITCH-ACUSE     PIC X VALUE "N".
       01 EOF-SWITCH-CONTROL   PIC X VALUE "N".

       01 WS-OPCION            PIC 9 VALUE ZEROS.
       01 WS-CONFIRMA          PIC 9 VALUE ZEROS.
       01 WS-SALIR-SW          PIC X VALUE "N".
       01 WS-OPERADOR          PIC 9(6) VALUE ZEROS.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-HORA-AHORA        PIC 9(8) VALUE ZEROS.

      * Tolerancia de precio en % sobre el precio del pedido.
       01 WS-TOLERANCIA        PIC 9(3)V99 VALUE 2.
       01 WS-TOLERANCIA-TECLEADA PIC X(6) VALUE SPACES.

      * Facturas registradas: el fichero entero en memoria, se
      * reescribe tras cada cambio.
       01 WS-NUM-FACTURAS      PIC 9(4) VALUE ZEROS.
       01 WS-IND-FAC           PIC 9(4) VALUE ZEROS.
       01 WS-FACTURAS-LLENO-SW PIC X VALUE "N".
       01 TABLA-FACTURAS.
           05 ELEM-FACTURA OCCURS 5000 TIMES.
               10 ELEM-FAC-NUMERO        PIC X(12).
               10 ELEM-FAC-PROVEEDOR     PIC X(6).
               10 ELEM-FAC-FECHA         PIC 9(8).
               10 ELEM-FAC-LINEA         PIC 9(3).
               10 ELEM-FAC-CODIGO        PIC X(5).
               10 ELEM-FAC-CANTIDAD      PIC 9(7).
               10 ELEM-FAC-COSTE         PIC 9(3)V99.
               10 ELEM-FAC-TIPO-IVA      PIC X(1).
               10 ELEM-FAC-RECIBIDA      PIC 9(7).
               10 ELEM-FAC-PRECIO-PEDIDO PIC 9(3)V99.
               10 ELEM-FAC-INCIDENCIA    PIC X(1).
               10 ELEM-FAC-ESTADO        PIC X(1).
               10 ELEM-FAC-OPERADOR      PIC 9(6).
               10 ELEM-FAC-APROBADOR     PIC 9(6).
               10 ELEM-FAC-SECUENCIA     PIC 9(6).

      * Albaranes ya facturados.
       01 WS-NUM-FAC-ALB       PIC 9(4) VALUE ZEROS.
       01 WS-IND-FAC-ALB       PIC 9(4) VALUE ZEROS.
       01 WS-ALB-FACTURADO-SW  PIC X VALUE "N".
       01 WS-FACTURA-DEL-ALB   PIC X(12) VALUE SPACES.
       01 TABLA-FAC-ALBARANES.
           05 ELEM-FAC-ALB OCCURS 5000 TIMES.
               10 ELEM-FACALB-NUMERO    PIC X(12).
               10 ELEM-FACALB-PROVEEDOR PIC X(6).
               10 ELEM-FACALB-ALBARAN   PIC X(10).

      * Maestro de proveedores.
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

      * Maestro de productos: clase de IVA y coste.
       01 WS-NUM-PRODUCTOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD          PIC 9(4) VALUE ZEROS.
       01 WS-PRODUCTO-HALLADO-SW PIC X VALUE "N".
       01 WS-IVA-HALLADO       PIC X(1) VALUE SPACES.
       01 WS-COSTE-HALLADO     PIC 9(3)V99 VALUE ZEROS.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-PROD-CODIGO PIC X(5).
               10 ELEM-PROD-IVA    PIC X(1).
               10 ELEM-PROD-COSTE  PIC 9(3)V99.

      * Lineas de pedido de compra: precio por pedido y producto.
       01 WS-NUM-PEDIDOS       PIC 9(4) VALUE ZEROS.
       01 WS-IND-PED           PIC 9(4) VALUE ZEROS.
       01 WS-PEDIDO-HALLADO-SW PIC X VALUE "N".
       01 TABLA-PEDIDOS.
           05 ELEM-PEDIDO OCCURS 9999 TIMES.
               10 ELEM-PED-NUMERO  PIC 9(6).
               10 ELEM-PED-CODIGO  PIC X(5).
               10 ELEM-PED-PRECIO  PIC 9(3)V99.

      * Factura en captura: cabecera, albaranes, lo recibido en
      * esos albaranes segun el diario y las lineas tecleadas.
       01 WS-PROVEEDOR         PIC X(6) VALUE SPACES.
       01 WS-NUMERO-FACTURA    PIC X(12) VALUE SPACES.
       01 WS-FECHA-FACTURA     PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-TECLEADA    PIC X(8) VALUE SPACES.
       01 WS-ALBARAN           PIC X(10) VALUE SPACES.
       01 WS-NUM-ALBARANES     PIC 9(2) VALUE ZEROS.
       01 WS-IND-ALB           PIC 9(2) VALUE ZEROS.
       01 WS-ALB-HALLADO-SW    PIC X VALUE "N".
       01 WS-FIN-CAPTURA-SW    PIC X VALUE "N".
       01 TABLA-ALBARANES.
           05 ELEM-ALBARAN OCCURS 20 TIMES PIC X(10).

       01 WS-NUM-RECIBIDOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-REC           PIC 9(4) VALUE ZEROS.
       01 WS-REC-HALLADO-SW    PIC X VALUE "N".
       01 TABLA-RECIBIDOS.
           05 ELEM-RECIBIDO OCCURS 500 TIMES.
               10 ELEM-REC-CODIGO    PIC X(5).
               10 ELEM-REC-CANTIDAD  PIC 9(7).
               10 ELEM-REC-PEDIDO    PIC 9(6).
               10 ELEM-REC-FACTURADO PIC X(1).

       01 WS-NUM-LINEAS        PIC 9(3) VALUE ZEROS.
       01 WS-IND-LIN           PIC 9(3) VALUE ZEROS.
       01 TABLA-LINEAS.
           05 ELEM-LINEA OCCURS 200 TIMES.
               10 ELEM-LIN-CODIGO    PIC X(5).
               10 ELEM-LIN-CANTIDAD  PIC 9(7).
               10 ELEM-LIN-COSTE     PIC 9(3)V99.
               10 ELEM-LIN-TIPO-IVA  PIC X(1).
               10 ELEM-LIN-RECIBIDA  PIC 9(7).
               10 ELEM-LIN-PRECIO    PIC 9(3)V99.
               10 ELEM-LIN-INCIDENCIA PIC X(1).

       01 WS-CODIGO-TECLEADO   PIC X(5) VALUE SPACES.
       01 WS-CANTIDAD-TECLEADA PIC X(7) VALUE SPACES.
       01 WS-COSTE-TECLEADO    PIC X(8) VALUE SPACES.
       01 WS-IVA-TECLEADO      PIC X(1) VALUE SPACES.
       01 WS-CODIGO-BUSCADO    PIC X(5) VALUE SPACES.
       01 WS-PEDIDO-BUSCADO    PIC 9(6) VALUE ZEROS.
       01 WS-CONTA-DISCREPA    PIC 9(3) VALUE ZEROS.
       01 WS-DIF-PRECIO        PIC S9(5)V99 VALUE ZEROS.
       01 WS-DIF-PCT           PIC 9(5)V99 VALUE ZEROS.
       01 WS-ESTADO-FACTURA    PIC X(1) VALUE SPACES.
       01 WS-CONTA-LINEAS-FAC  PIC 9(3) VALUE ZEROS.
       01 WS-OPERADOR-FACTURA  PIC 9(6) VALUE ZEROS.

      * Exportacion: cuentas, tipos de IVA, secuencia y totales de
      * control, igual que EXPORTAR-CONTABILIDAD.
       01 CUENTA-PROVEEDORES   PIC 9(8) VALUE 40000000.
       01 CUENTA-COMPRAS       PIC 9(8) VALUE 60000000.
       01 CUENTA-IVA-SOP-GENERAL  PIC 9(8) VALUE 47200021.
       01 CUENTA-IVA-SOP-REDUCIDO PIC 9(8) VALUE 47200010.
       01 TIPO-PCT-GENERAL     PIC 9(2)V99 VALUE 21.
       01 TIPO-PCT-REDUCIDO    PIC 9(2)V99 VALUE 10.

       01 WS-PERIODO-ASIENTO   PIC 9(6) VALUE ZEROS.
       01 WS-ESTADO-PERIODO    PIC X(1) VALUE "A".
       01 WS-SECUENCIA         PIC 9(6) VALUE ZEROS.
       01 WS-LINEAS-FICHERO    PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-DEBE        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-HABER       PIC 9(11)V99 VALUE ZEROS.
       01 WS-ENVIO-ANTERIOR.
           05 ENVIO-SECUENCIA     PIC 9(6) VALUE ZEROS.
           05 ENVIO-LINEAS        PIC 9(6) VALUE ZEROS.
           05 ENVIO-DEBE          PIC 9(11)V99 VALUE ZEROS.
           05 ENVIO-HABER         PIC 9(11)V99 VALUE ZEROS.
       01 WS-ACK-HALLADO-SW    PIC X VALUE "N".
       01 WS-ACK-CUADRA-SW     PIC X VALUE "N".
       01 WS-REFERENCIA        PIC X(22) VALUE SPACES.
       01 WS-HORA-HHMMSS       PIC 9(6) VALUE ZEROS.

      * Acumulado de la factura en curso durante la exportacion: la
      * primera pasada solo suma el total del fichero para la
      * cabecera, la segunda escribe las lineas.
       01 WS-ESCRIBIR-SW       PIC X VALUE "N".
       01 WS-CONTA-EXPORTADAS  PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-FICHERO     PIC 9(11)V99 VALUE ZEROS.
       01 WS-FAC-NUMERO-ACT    PIC X(12) VALUE SPACES.
       01 WS-FAC-PROVEEDOR-ACT PIC X(6) VALUE SPACES.
       01 WS-NETO-GENERAL      PIC 9(11)V99 VALUE ZEROS.
       01 WS-NETO-REDUCIDO     PIC 9(11)V99 VALUE ZEROS.
       01 WS-NETO-EXENTO       PIC 9(11)V99 VALUE ZEROS.
       01 WS-NETO-TOTAL        PIC 9(11)V99 VALUE ZEROS.
       01 WS-CUOTA-GENERAL     PIC 9(11)V99 VALUE ZEROS.
       01 WS-CUOTA-REDUCIDA    PIC 9(11)V99 VALUE ZEROS.
       01 WS-BRUTO-FACTURA     PIC 9(11)V99 VALUE ZEROS.
       01 WS-IMPORTE-LINEA     PIC 9(11)V99 VALUE ZEROS.

       01 WS-CANTIDAD-EDIT     PIC Z.ZZZ.ZZ9.
       01 WS-RECIBIDA-EDIT     PIC Z.ZZZ.ZZ9.
       01 WS-COSTE-EDIT        PIC ZZ9,99.
       01 WS-PRECIO-EDIT       PIC ZZ9,99.
       01 WS-IMPORTE-EDITADO   PIC Z.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC 9(6).

       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           DISPLAY "FACTURAS DE PROVEEDOR"
           MOVE LK-OPERADOR TO WS-OPERADOR
           PERFORM CARGAR-FACTURAS
           IF WS-FACTURAS-LLENO-SW = "S"
               DISPLAY "FACTURAS-PROVEEDOR.DAT SUPERA LAS 5000 LINEAS:"
                       " ARCHIVAR LAS EXPORTADAS ANTES DE SEGUIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARGAR-FAC-ALBARANES
           PERFORM CARGAR-PROVEEDORES
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-PEDIDOS
           PERFORM TRATAR-OPCION UNTIL WS-SALIR-SW = "S"
           GOBACK.

       TRATAR-OPCION.
           DISPLAY " "
           DISPLAY "1 - REGISTRAR Y CASAR FACTURA"
           DISPLAY "2 - APROBAR FACTURA RETENIDA"
           DISPLAY "3 - LISTAR FACTURAS RETENIDAS Y DISCREPANCIAS"
           DISPLAY "4 - EXPORTAR ASIENTOS DE FACTURAS APROBADAS"
           DISPLAY "0 - SALIR"
           DISPLAY "OPCION: "
           MOVE ZEROS TO WS-OPCION
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM REGISTRAR-FACTURA
                       THRU REGISTRAR-FACTURA-EXIT
               WHEN 2
                   PERFORM APROBAR-FACTURA THRU APROBAR-FACTURA-EXIT
               WHEN 3
                   PERFORM LISTAR-RETENIDAS
               WHEN 4
                   PERFORM EXPORTAR-FACTURAS
                       THRU EXPORTAR-FACTURAS-EXIT
               WHEN 0
                   MOVE "S" TO WS-SALIR-SW
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * Carga de ficheros
      ******************************************************************
       CARGAR-FACTURAS.
           MOVE ZEROS TO WS-NUM-FACTURAS
           OPEN INPUT FACTURAS
           IF FS-FACTURAS = "00"
               PERFORM LEER-FACTURA THRU LEER-FACTURA-EXIT
                   UNTIL EOF-SWITCH-FACTURAS = "S"
               CLOSE FACTURAS
           END-IF.

       LEER-FACTURA.
           READ FACTURAS
               AT END MOVE "S" TO EOF-SWITCH-FACTURAS
           NOT AT END
               IF WS-NUM-FACTURAS < 5000
                   ADD 1 TO WS-NUM-FACTURAS
                   MOVE REG-FACTURAS TO ELEM-FACTURA (WS-NUM-FACTURAS)
               ELSE
                   MOVE "S" TO WS-FACTURAS-LLENO-SW
               END-IF
           END-READ.
       LEER-FACTURA-EXIT.
           EXIT.

       CARGAR-FAC-ALBARANES.
           MOVE ZEROS TO WS-NUM-FAC-ALB
           OPEN INPUT FAC-ALBARANES
           IF FS-FAC-ALBARANES = "00"
               PERFORM LEER-FAC-ALBARAN THRU LEER-FAC-ALBARAN-EXIT
                   UNTIL EOF-SWITCH-FAC-ALB = "S"
               CLOSE FAC-ALBARANES
           END-IF.

       LEER-FAC-ALBARAN.
           READ FAC-ALBARANES
               AT END MOVE "S" TO EOF-SWITCH-FAC-ALB
           NOT AT END
               IF WS-NUM-FAC-ALB < 5000
                   ADD 1 TO WS-NUM-FAC-ALB
                   MOVE REG-FAC-ALBARANES
                       TO ELEM-FAC-ALB (WS-NUM-FAC-ALB)
               END-IF
           END-READ.
       LEER-FAC-ALBARAN-EXIT.
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
                   MOVE TIPO-IVA-PRODUCTO
                       TO ELEM-PROD-IVA (WS-NUM-PRODUCTOS)
                   MOVE COSTE-PRODUCTO
                       TO ELEM-PROD-COSTE (WS-NUM-PRODUCTOS)
               END-IF
           END-READ.
       LEER-PRODUCTO-EXIT.
           EXIT.

       CARGAR-PEDIDOS.
           MOVE ZEROS TO WS-NUM-PEDIDOS
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
               IF WS-NUM-PEDIDOS < 9999
                   ADD 1 TO WS-NUM-PEDIDOS
                   MOVE PEDIDO-NUMERO
                       TO ELEM-PED-NUMERO (WS-NUM-PEDIDOS)
                   MOVE PEDIDO-CODIGO
                       TO ELEM-PED-CODIGO (WS-NUM-PEDIDOS)
                   MOVE PEDIDO-PRECIO
                       TO ELEM-PED-PRECIO (WS-NUM-PEDIDOS)
               END-IF
           END-READ.
       LEER-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * Registro y casacion de una factura
      ******************************************************************
       REGISTRAR-FACTURA.
           MOVE ZEROS TO WS-NUM-ALBARANES
           MOVE ZEROS TO WS-NUM-RECIBIDOS
           MOVE ZEROS TO WS-NUM-LINEAS
           MOVE ZEROS TO WS-CONTA-DISCREPA

           DISPLAY "PROVEEDOR (6 CARACTERES): "
           MOVE SPACES TO WS-PROVEEDOR
           ACCEPT WS-PROVEEDOR
           PERFORM BUSCAR-PROVEEDOR THRU BUSCAR-PROVEEDOR-EXIT
           IF WS-PROV-HALLADO-SW = "N"
               DISPLAY "PROVEEDOR DESCONOCIDO: " WS-PROVEEDOR
               GO TO REGISTRAR-FACTURA-EXIT
           END-IF
           DISPLAY "PROVEEDOR: " WS-NOMBRE-PROV-HALL
           IF WS-ESTADO-PROV-HALL = "B"
               DISPLAY "AVISO: PROVEEDOR BLOQUEADO; SE ADMITE LA "
                       "FACTURA DE LO YA ENTREGADO"
           END-IF

           DISPLAY "NUMERO DE FACTURA (12 CARACTERES): "
           MOVE SPACES TO WS-NUMERO-FACTURA
           ACCEPT WS-NUMERO-FACTURA
           IF WS-NUMERO-FACTURA = SPACES
               DISPLAY "NUMERO EN BLANCO, REGISTRO CANCELADO"
               GO TO REGISTRAR-FACTURA-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-FAC
           PERFORM BUSCAR-LINEA-FACTURA
           IF WS-IND-FAC > ZEROS
               DISPLAY "LA FACTURA " WS-NUMERO-FACTURA " DE "
                       WS-PROVEEDOR " YA ESTA REGISTRADA"
               GO TO REGISTRAR-FACTURA-EXIT
           END-IF

           DISPLAY "FECHA DE LA FACTURA (AAAAMMDD, BLANCO = HOY): "
           MOVE SPACES TO WS-FECHA-TECLEADA
           ACCEPT WS-FECHA-TECLEADA
           IF WS-FECHA-TECLEADA IS NUMERIC
               MOVE WS-FECHA-TECLEADA TO WS-FECHA-FACTURA
           ELSE
               ACCEPT WS-FECHA-FACTURA FROM DATE YYYYMMDD
           END-IF

           DISPLAY "TOLERANCIA DE PRECIO EN % (BLANCO = 2): "
           MOVE SPACES TO WS-TOLERANCIA-TECLEADA
           ACCEPT WS-TOLERANCIA-TECLEADA
           IF WS-TOLERANCIA-TECLEADA = SPACES
               MOVE 2 TO WS-TOLERANCIA
           ELSE
               COMPUTE WS-TOLERANCIA =
                   FUNCTION NUMVAL (WS-TOLERANCIA-TECLEADA)
           END-IF

           MOVE "N" TO WS-FIN-CAPTURA-SW
           PERFORM PEDIR-ALBARAN THRU PEDIR-ALBARAN-EXIT
               UNTIL WS-FIN-CAPTURA-SW = "S"
           IF WS-NUM-ALBARANES = ZEROS
               DISPLAY "SIN ALBARANES, REGISTRO CANCELADO"
               GO TO REGISTRAR-FACTURA-EXIT
           END-IF

           PERFORM CARGAR-RECIBIDO
           IF WS-NUM-RECIBIDOS = ZEROS
               DISPLAY "AVISO: NINGUNA RECEPCION DEL PROVEEDOR EN ESOS "
                       "ALBARANES"
           END-IF

           MOVE "N" TO WS-FIN-CAPTURA-SW
           PERFORM PEDIR-LINEA THRU PEDIR-LINEA-EXIT
               UNTIL WS-FIN-CAPTURA-SW = "S"
           IF WS-NUM-LINEAS = ZEROS
               DISPLAY "FACTURA SIN LINEAS, REGISTRO CANCELADO"
               GO TO REGISTRAR-FACTURA-EXIT
           END-IF

           PERFORM CASAR-FACTURA

           IF WS-CONTA-DISCREPA = ZEROS
               DISPLAY "FACTURA CASADA SIN DISCREPANCIAS: QUEDA "
                       "APROBADA"
               MOVE "A" TO WS-ESTADO-FACTURA
           ELSE
               DISPLAY "** " WS-CONTA-DISCREPA " DISCREPANCIAS: LA "
                       "FACTURA QUEDA RETENIDA HASTA SU APROBACION **"
               MOVE "R" TO WS-ESTADO-FACTURA
           END-IF
           DISPLAY "1 - GRABAR LA FACTURA   OTRA TECLA - DESCARTAR"
           MOVE ZEROS TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 1
               DISPLAY "FACTURA DESCARTADA, NO SE GRABA NADA"
               GO TO REGISTRAR-FACTURA-EXIT
           END-IF

           IF WS-NUM-FACTURAS + WS-NUM-LINEAS > 5000
               OR WS-NUM-FAC-ALB + WS-NUM-ALBARANES > 5000
               DISPLAY "FICHERO DE FACTURAS LLENO: ARCHIVAR LAS "
                       "EXPORTADAS ANTES DE SEGUIR"
               GO TO REGISTRAR-FACTURA-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-LIN
           PERFORM ANOTAR-LINEA-FACTURA
               UNTIL WS-IND-LIN >= WS-NUM-LINEAS
           MOVE ZEROS TO WS-IND-ALB
           PERFORM ANOTAR-ALBARAN-FACTURA
               UNTIL WS-IND-ALB >= WS-NUM-ALBARANES
           PERFORM GRABAR-FACTURAS
           PERFORM GRABAR-FAC-ALBARANES
           DISPLAY "FACTURA GRABADA: " WS-NUMERO-FACTURA " ESTADO "
                   WS-ESTADO-FACTURA.
       REGISTRAR-FACTURA-EXIT.
           EXIT.

      * Un albaran que ya cubre otra factura del mismo proveedor no
      * se admite: seria pagar dos veces la misma entrega.
       PEDIR-ALBARAN.
           DISPLAY "ALBARAN CUBIERTO (BLANCO = NO HAY MAS): "
           MOVE SPACES TO WS-ALBARAN
           ACCEPT WS-ALBARAN
           IF WS-ALBARAN = SPACES
               MOVE "S" TO WS-FIN-CAPTURA-SW
               GO TO PEDIR-ALBARAN-EXIT
           END-IF
           PERFORM BUSCAR-ALBARAN-FACTURADO
           IF WS-ALB-FACTURADO-SW = "S"
               DISPLAY "ALBARAN " WS-ALBARAN " YA FACTURADO EN LA "
                       "FACTURA " WS-FACTURA-DEL-ALB ", NO SE ADMITE"
               GO TO PEDIR-ALBARAN-EXIT
           END-IF
           ADD 1 TO WS-NUM-ALBARANES
           MOVE WS-ALBARAN TO ELEM-ALBARAN (WS-NUM-ALBARANES)
           IF WS-NUM-ALBARANES >= 20
               DISPLAY "MAXIMO DE 20 ALBARANES POR FACTURA"
               MOVE "S" TO WS-FIN-CAPTURA-SW
           END-IF.
       PEDIR-ALBARAN-EXIT.
           EXIT.

       BUSCAR-ALBARAN-FACTURADO.
           MOVE "N" TO WS-ALB-FACTURADO-SW
           MOVE ZEROS TO WS-IND-FAC-ALB
           PERFORM COMPARAR-ALBARAN-FACTURADO
               UNTIL WS-IND-FAC-ALB >= WS-NUM-FAC-ALB
               OR WS-ALB-FACTURADO-SW = "S".

       COMPARAR-ALBARAN-FACTURADO.
           ADD 1 TO WS-IND-FAC-ALB
           IF ELEM-FACALB-PROVEEDOR (WS-IND-FAC-ALB) = WS-PROVEEDOR
               AND ELEM-FACALB-ALBARAN (WS-IND-FAC-ALB) = WS-ALBARAN
               MOVE "S" TO WS-ALB-FACTURADO-SW
               MOVE ELEM-FACALB-NUMERO (WS-IND-FAC-ALB)
                   TO WS-FACTURA-DEL-ALB
           END-IF.

      * Lo recibido del proveedor en los albaranes de la factura,
      * sumado por producto, con el pedido contra el que entro.
       CARGAR-RECIBIDO.
           MOVE "N" TO EOF-SWITCH-DIARIO
           OPEN INPUT DIARIO
           IF FS-DIARIO = "00"
               PERFORM LEER-DIARIO THRU LEER-DIARIO-EXIT
                   UNTIL EOF-SWITCH-DIARIO = "S"
               CLOSE DIARIO
           END-IF.

       LEER-DIARIO.
           READ DIARIO
               AT END MOVE "S" TO EOF-SWITCH-DIARIO
           NOT AT END
               PERFORM ANOTAR-RECIBIDO THRU ANOTAR-RECIBIDO-EXIT
           END-READ.
       LEER-DIARIO-EXIT.
           EXIT.

       ANOTAR-RECIBIDO.
           IF DIARIO-PROVEEDOR NOT = WS-PROVEEDOR
               GO TO ANOTAR-RECIBIDO-EXIT
           END-IF
           MOVE DIARIO-ALBARAN TO WS-ALBARAN
           PERFORM BUSCAR-ALBARAN
           IF WS-ALB-HALLADO-SW = "N"
               GO TO ANOTAR-RECIBIDO-EXIT
           END-IF

           MOVE DIARIO-CODIGO TO WS-CODIGO-BUSCADO
           PERFORM BUSCAR-RECIBIDO
           IF WS-REC-HALLADO-SW = "N"
               IF WS-NUM-RECIBIDOS >= 500
                   GO TO ANOTAR-RECIBIDO-EXIT
               END-IF
               ADD 1 TO WS-NUM-RECIBIDOS
               MOVE WS-NUM-RECIBIDOS TO WS-IND-REC
               MOVE DIARIO-CODIGO TO ELEM-REC-CODIGO (WS-IND-REC)
               MOVE ZEROS TO ELEM-REC-CANTIDAD (WS-IND-REC)
               MOVE ZEROS TO ELEM-REC-PEDIDO (WS-IND-REC)
               MOVE "N" TO ELEM-REC-FACTURADO (WS-IND-REC)
           END-IF
           ADD DIARIO-CANTIDAD TO ELEM-REC-CANTIDAD (WS-IND-REC)
           IF DIARIO-PEDIDO IS NUMERIC
               AND DIARIO-PEDIDO > ZEROS
               MOVE DIARIO-PEDIDO TO ELEM-REC-PEDIDO (WS-IND-REC)
           END-IF.
       ANOTAR-RECIBIDO-EXIT.
           EXIT.

       BUSCAR-ALBARAN.
           MOVE "N" TO WS-ALB-HALLADO-SW
           MOVE ZEROS TO WS-IND-ALB
           PERFORM COMPARAR-ALBARAN
               UNTIL WS-IND-ALB >= WS-NUM-ALBARANES
               OR WS-ALB-HALLADO-SW = "S".

       COMPARAR-ALBARAN.
           ADD 1 TO WS-IND-ALB
           IF ELEM-ALBARAN (WS-IND-ALB) = WS-ALBARAN
               MOVE "S" TO WS-ALB-HALLADO-SW
           END-IF.

       BUSCAR-RECIBIDO.
           MOVE "N" TO WS-REC-HALLADO-SW
           MOVE ZEROS TO WS-IND-REC
           PERFORM COMPARAR-RECIBIDO
               UNTIL WS-IND-REC >= WS-NUM-RECIBIDOS
               OR WS-REC-HALLADO-SW = "S".

       COMPARAR-RECIBIDO.
           ADD 1 TO WS-IND-REC
           IF ELEM-REC-CODIGO (WS-IND-REC) = WS-CODIGO-BUSCADO
               MOVE "S" TO WS-REC-HALLADO-SW
           END-IF.

       PEDIR-LINEA.
           DISPLAY "PRODUCTO DE LA LINEA (BLANCO = FIN DE FACTURA): "
           MOVE SPACES TO WS-CODIGO-TECLEADO
           ACCEPT WS-CODIGO-TECLEADO
           IF WS-CODIGO-TECLEADO = SPACES
               MOVE "S" TO WS-FIN-CAPTURA-SW
               GO TO PEDIR-LINEA-EXIT
           END-IF
           MOVE WS-CODIGO-TECLEADO TO WS-CODIGO-BUSCADO
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           IF WS-PRODUCTO-HALLADO-SW = "N"
               DISPLAY "PRODUCTO DESCONOCIDO, LINEA NO ADMITIDA"
               GO TO PEDIR-LINEA-EXIT
           END-IF

           DISPLAY "CANTIDAD FACTURADA: "
           MOVE SPACES TO WS-CANTIDAD-TECLEADA
           ACCEPT WS-CANTIDAD-TECLEADA
           IF WS-CANTIDAD-TECLEADA = SPACES
               OR FUNCTION TRIM (WS-CANTIDAD-TECLEADA) IS NOT NUMERIC
               DISPLAY "CANTIDAD NO VALIDA, LINEA NO ADMITIDA"
               GO TO PEDIR-LINEA-EXIT
           END-IF

           DISPLAY "COSTE UNITARIO SIN IVA (EJ. 12,50): "
           MOVE SPACES TO WS-COSTE-TECLEADO
           ACCEPT WS-COSTE-TECLEADO
           IF WS-COSTE-TECLEADO = SPACES
               DISPLAY "COSTE NO VALIDO, LINEA NO ADMITIDA"
               GO TO PEDIR-LINEA-EXIT
           END-IF

           DISPLAY "CLASE DE IVA G/R/E (BLANCO = LA DEL PRODUCTO "
                   WS-IVA-HALLADO "): "
           MOVE SPACES TO WS-IVA-TECLEADO
           ACCEPT WS-IVA-TECLEADO
           IF WS-IVA-TECLEADO = SPACES
               MOVE WS-IVA-HALLADO TO WS-IVA-TECLEADO
           END-IF
           IF WS-IVA-TECLEADO NOT = "R" AND WS-IVA-TECLEADO NOT = "E"
               MOVE "G" TO WS-IVA-TECLEADO
           END-IF

           ADD 1 TO WS-NUM-LINEAS
           MOVE WS-CODIGO-TECLEADO TO ELEM-LIN-CODIGO (WS-NUM-LINEAS)
           MOVE FUNCTION NUMVAL (WS-CANTIDAD-TECLEADA)
               TO ELEM-LIN-CANTIDAD (WS-NUM-LINEAS)
           MOVE FUNCTION NUMVAL (WS-COSTE-TECLEADO)
               TO ELEM-LIN-COSTE (WS-NUM-LINEAS)
           MOVE WS-IVA-TECLEADO TO ELEM-LIN-TIPO-IVA (WS-NUM-LINEAS)
           MOVE WS-COSTE-HALLADO TO ELEM-LIN-PRECIO (WS-NUM-LINEAS)
           MOVE ZEROS TO ELEM-LIN-RECIBIDA (WS-NUM-LINEAS)
           MOVE SPACE TO ELEM-LIN-INCIDENCIA (WS-NUM-LINEAS)
           IF WS-NUM-LINEAS >= 200
               DISPLAY "MAXIMO DE 200 LINEAS POR FACTURA"
               MOVE "S" TO WS-FIN-CAPTURA-SW
           END-IF.
       PEDIR-LINEA-EXIT.
           EXIT.

      * Casacion a tres bandas linea a linea, y despues las
      * recepciones de esos albaranes que la factura no cobra.
       CASAR-FACTURA.
           DISPLAY " "
           DISPLAY "CASACION DE LA FACTURA " WS-NUMERO-FACTURA
                   " (TOLERANCIA DE PRECIO " WS-TOLERANCIA " %)"
           DISPLAY "PRODUCTO  FACTURADO   RECIBIDO  COSTE  PEDIDO  "
                   "INCIDENCIA"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-IND-LIN
           PERFORM CASAR-LINEA UNTIL WS-IND-LIN >= WS-NUM-LINEAS
           MOVE ZEROS TO WS-IND-REC
           PERFORM LISTAR-NO-FACTURADO
               UNTIL WS-IND-REC >= WS-NUM-RECIBIDOS
           DISPLAY "--------------------------------------------------".

       CASAR-LINEA.
           ADD 1 TO WS-IND-LIN
           MOVE ELEM-LIN-CODIGO (WS-IND-LIN) TO WS-CODIGO-BUSCADO
           PERFORM BUSCAR-RECIBIDO
           IF WS-REC-HALLADO-SW = "S"
               MOVE ELEM-REC-CANTIDAD (WS-IND-REC)
                   TO ELEM-LIN-RECIBIDA (WS-IND-LIN)
               MOVE "S" TO ELEM-REC-FACTURADO (WS-IND-REC)
               IF ELEM-REC-PEDIDO (WS-IND-REC) > ZEROS
                   MOVE ELEM-REC-PEDIDO (WS-IND-REC)
                       TO WS-PEDIDO-BUSCADO
                   PERFORM BUSCAR-PRECIO-PEDIDO
               END-IF
           END-IF

           IF ELEM-LIN-CANTIDAD (WS-IND-LIN)
               NOT = ELEM-LIN-RECIBIDA (WS-IND-LIN)
               MOVE "C" TO ELEM-LIN-INCIDENCIA (WS-IND-LIN)
           END-IF

           COMPUTE WS-DIF-PRECIO = ELEM-LIN-COSTE (WS-IND-LIN)
               - ELEM-LIN-PRECIO (WS-IND-LIN)
           IF WS-DIF-PRECIO < ZEROS
               COMPUTE WS-DIF-PRECIO = WS-DIF-PRECIO * -1
           END-IF
           IF ELEM-LIN-PRECIO (WS-IND-LIN) > ZEROS
               COMPUTE WS-DIF-PCT ROUNDED =
                   WS-DIF-PRECIO * 100 / ELEM-LIN-PRECIO (WS-IND-LIN)
           ELSE
               MOVE ZEROS TO WS-DIF-PCT
               IF WS-DIF-PRECIO > ZEROS
                   MOVE 100 TO WS-DIF-PCT
               END-IF
           END-IF
           IF WS-DIF-PCT > WS-TOLERANCIA
               IF ELEM-LIN-INCIDENCIA (WS-IND-LIN) = "C"
                   MOVE "A" TO ELEM-LIN-INCIDENCIA (WS-IND-LIN)
               ELSE
                   MOVE "P" TO ELEM-LIN-INCIDENCIA (WS-IND-LIN)
               END-IF
           END-IF

           IF ELEM-LIN-INCIDENCIA (WS-IND-LIN) NOT = SPACE
               ADD 1 TO WS-CONTA-DISCREPA
           END-IF
           MOVE ELEM-LIN-CANTIDAD (WS-IND-LIN) TO WS-CANTIDAD-EDIT
           MOVE ELEM-LIN-RECIBIDA (WS-IND-LIN) TO WS-RECIBIDA-EDIT
           MOVE ELEM-LIN-COSTE (WS-IND-LIN) TO WS-COSTE-EDIT
           MOVE ELEM-LIN-PRECIO (WS-IND-LIN) TO WS-PRECIO-EDIT
           EVALUATE ELEM-LIN-INCIDENCIA (WS-IND-LIN)
               WHEN "C"
                   DISPLAY ELEM-LIN-CODIGO (WS-IND-LIN) "  "
                       WS-CANTIDAD-EDIT "  " WS-RECIBIDA-EDIT "  "
                       WS-COSTE-EDIT "  " WS-PRECIO-EDIT
                       "  ** CANTIDAD **"
               WHEN "P"
                   DISPLAY ELEM-LIN-CODIGO (WS-IND-LIN) "  "
                       WS-CANTIDAD-EDIT "  " WS-RECIBIDA-EDIT "  "
                       WS-COSTE-EDIT "  " WS-PRECIO-EDIT
                       "  ** PRECIO **"
               WHEN "A"
                   DISPLAY ELEM-LIN-CODIGO (WS-IND-LIN) "  "
                       WS-CANTIDAD-EDIT "  " WS-RECIBIDA-EDIT "  "
                       WS-COSTE-EDIT "  " WS-PRECIO-EDIT
                       "  ** CANTIDAD Y PRECIO **"
               WHEN OTHER
                   DISPLAY ELEM-LIN-CODIGO (WS-IND-LIN) "  "
                       WS-CANTIDAD-EDIT "  " WS-RECIBIDA-EDIT "  "
                       WS-COSTE-EDIT "  " WS-PRECIO-EDIT
           END-EVALUATE.

      * Sin pedido el precio de referencia se queda en el coste del
      * maestro, que ya trae la linea.
       BUSCAR-PRECIO-PEDIDO.
           MOVE "N" TO WS-PEDIDO-HALLADO-SW
           MOVE ZEROS TO WS-IND-PED
           PERFORM COMPARAR-PRECIO-PEDIDO
               UNTIL WS-IND-PED >= WS-NUM-PEDIDOS
               OR WS-PEDIDO-HALLADO-SW = "S".

       COMPARAR-PRECIO-PEDIDO.
           ADD 1 TO WS-IND-PED
           IF ELEM-PED-NUMERO (WS-IND-PED) = WS-PEDIDO-BUSCADO
               AND ELEM-PED-CODIGO (WS-IND-PED) = WS-CODIGO-BUSCADO
               MOVE "S" TO WS-PEDIDO-HALLADO-SW
               MOVE ELEM-PED-PRECIO (WS-IND-PED)
                   TO ELEM-LIN-PRECIO (WS-IND-LIN)
           END-IF.

       LISTAR-NO-FACTURADO.
           ADD 1 TO WS-IND-REC
           IF ELEM-REC-FACTURADO (WS-IND-REC) = "N"
               MOVE ELEM-REC-CANTIDAD (WS-IND-REC) TO WS-RECIBIDA-EDIT
               DISPLAY ELEM-REC-CODIGO (WS-IND-REC) "  "
                       "RECIBIDO " WS-RECIBIDA-EDIT
                       " EN ESOS ALBARANES Y NO FACTURADO"
           END-IF.

       ANOTAR-LINEA-FACTURA.
           ADD 1 TO WS-IND-LIN
           ADD 1 TO WS-NUM-FACTURAS
           MOVE WS-NUMERO-FACTURA TO ELEM-FAC-NUMERO (WS-NUM-FACTURAS)
           MOVE WS-PROVEEDOR TO ELEM-FAC-PROVEEDOR (WS-NUM-FACTURAS)
           MOVE WS-FECHA-FACTURA TO ELEM-FAC-FECHA (WS-NUM-FACTURAS)
           MOVE WS-IND-LIN TO ELEM-FAC-LINEA (WS-NUM-FACTURAS)
           MOVE ELEM-LIN-CODIGO (WS-IND-LIN)
               TO ELEM-FAC-CODIGO (WS-NUM-FACTURAS)
           MOVE ELEM-LIN-CANTIDAD (WS-IND-LIN)
               TO ELEM-FAC-CANTIDAD (WS-NUM-FACTURAS)
           MOVE ELEM-LIN-COSTE (WS-IND-LIN)
               TO ELEM-FAC-COSTE (WS-NUM-FACTURAS)
           MOVE ELEM-LIN-TIPO-IVA (WS-IND-LIN)
               TO ELEM-FAC-TIPO-IVA (WS-NUM-FACTURAS)
           MOVE ELEM-LIN-RECIBIDA (WS-IND-LIN)
               TO ELEM-FAC-RECIBIDA (WS-NUM-FACTURAS)
           MOVE ELEM-LIN-PRECIO (WS-IND-LIN)
               TO ELEM-FAC-PRECIO-PEDIDO (WS-NUM-FACTURAS)
           MOVE ELEM-LIN-INCIDENCIA (WS-IND-LIN)
               TO ELEM-FAC-INCIDENCIA (WS-NUM-FACTURAS)
           MOVE WS-ESTADO-FACTURA TO ELEM-FAC-ESTADO (WS-NUM-FACTURAS)
           MOVE WS-OPERADOR TO ELEM-FAC-OPERADOR (WS-NUM-FACTURAS)
           MOVE ZEROS TO ELEM-FAC-APROBADOR (WS-NUM-FACTURAS)
           MOVE ZEROS TO ELEM-FAC-SECUENCIA (WS-NUM-FACTURAS).

       ANOTAR-ALBARAN-FACTURA.
           ADD 1 TO WS-IND-ALB
           ADD 1 TO WS-NUM-FAC-ALB
           MOVE WS-NUMERO-FACTURA
               TO ELEM-FACALB-NUMERO (WS-NUM-FAC-ALB)
           MOVE WS-PROVEEDOR TO ELEM-FACALB-PROVEEDOR (WS-NUM-FAC-ALB)
           MOVE ELEM-ALBARAN (WS-IND-ALB)
               TO ELEM-FACALB-ALBARAN (WS-NUM-FAC-ALB).

      ******************************************************************
      * Aprobacion de facturas retenidas: la aprueba un operador
      * distinto del que la registro.
      ******************************************************************
       APROBAR-FACTURA.
           DISPLAY "PROVEEDOR (6 CARACTERES): "
           MOVE SPACES TO WS-PROVEEDOR
           ACCEPT WS-PROVEEDOR
           DISPLAY "NUMERO DE FACTURA: "
           MOVE SPACES TO WS-NUMERO-FACTURA
           ACCEPT WS-NUMERO-FACTURA
           PERFORM BUSCAR-LINEA-FACTURA
           IF WS-IND-FAC = ZEROS
               DISPLAY "FACTURA NO REGISTRADA"
               GO TO APROBAR-FACTURA-EXIT
           END-IF
           IF ELEM-FAC-ESTADO (WS-IND-FAC) NOT = "R"
               DISPLAY "LA FACTURA NO ESTA RETENIDA (ESTADO "
                       ELEM-FAC-ESTADO (WS-IND-FAC) ")"
               GO TO APROBAR-FACTURA-EXIT
           END-IF
           MOVE ELEM-FAC-OPERADOR (WS-IND-FAC) TO WS-OPERADOR-FACTURA
           IF WS-OPERADOR-FACTURA = WS-OPERADOR
               DISPLAY "LA FACTURA LA REGISTRO ESTE MISMO OPERADOR: "
                       "DEBE APROBARLA OTRO"
               GO TO APROBAR-FACTURA-EXIT
           END-IF

           MOVE ZEROS TO WS-IND-FAC
           PERFORM LISTAR-LINEA-RETENIDA
               UNTIL WS-IND-FAC >= WS-NUM-FACTURAS
           DISPLAY "1 - APROBAR CON LAS DISCREPANCIAS   OTRA TECLA - "
                   "DEJARLA RETENIDA"
           MOVE ZEROS TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 1
               DISPLAY "LA FACTURA SIGUE RETENIDA"
               GO TO APROBAR-FACTURA-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-FAC
           PERFORM MARCAR-APROBADA
               UNTIL WS-IND-FAC >= WS-NUM-FACTURAS
           PERFORM GRABAR-FACTURAS
           DISPLAY "FACTURA APROBADA: " WS-NUMERO-FACTURA.
       APROBAR-FACTURA-EXIT.
           EXIT.

       MARCAR-APROBADA.
           ADD 1 TO WS-IND-FAC
           IF ELEM-FAC-NUMERO (WS-IND-FAC) = WS-NUMERO-FACTURA
               AND ELEM-FAC-PROVEEDOR (WS-IND-FAC) = WS-PROVEEDOR
               MOVE "A" TO ELEM-FAC-ESTADO (WS-IND-FAC)
               MOVE WS-OPERADOR TO ELEM-FAC-APROBADOR (WS-IND-FAC)
           END-IF.

      * Deja en WS-IND-FAC la primera linea de la factura tecleada,
      * o cero si no esta registrada.
       BUSCAR-LINEA-FACTURA.
           MOVE ZEROS TO WS-IND-FAC
           MOVE "N" TO WS-PEDIDO-HALLADO-SW
           PERFORM COMPARAR-LINEA-FACTURA
               UNTIL WS-IND-FAC >= WS-NUM-FACTURAS
               OR WS-PEDIDO-HALLADO-SW = "S"
           IF WS-PEDIDO-HALLADO-SW = "N"
               MOVE ZEROS TO WS-IND-FAC
           END-IF.

       COMPARAR-LINEA-FACTURA.
           ADD 1 TO WS-IND-FAC
           IF ELEM-FAC-NUMERO (WS-IND-FAC) = WS-NUMERO-FACTURA
               AND ELEM-FAC-PROVEEDOR (WS-IND-FAC) = WS-PROVEEDOR
               MOVE "S" TO WS-PEDIDO-HALLADO-SW
           END-IF.

      * Listado de discrepancias de las facturas retenidas (todas,
      * o solo las de la factura tecleada en la aprobacion).
       LISTAR-RETENIDAS.
           MOVE SPACES TO WS-NUMERO-FACTURA
           MOVE SPACES TO WS-PROVEEDOR
           DISPLAY "FACTURAS RETENIDAS POR DISCREPANCIAS"
           DISPLAY "FACTURA      PROV.  LIN PRODUCTO FACTURADO  "
                   "RECIBIDO COSTE PEDIDO INC"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-IND-FAC
           PERFORM LISTAR-LINEA-RETENIDA
               UNTIL WS-IND-FAC >= WS-NUM-FACTURAS
           DISPLAY "--------------------------------------------------".

       LISTAR-LINEA-RETENIDA.
           ADD 1 TO WS-IND-FAC
           IF ELEM-FAC-ESTADO (WS-IND-FAC) = "R"
               AND (WS-NUMERO-FACTURA = SPACES
                   OR (ELEM-FAC-NUMERO (WS-IND-FAC) = WS-NUMERO-FACTURA
                   AND ELEM-FAC-PROVEEDOR (WS-IND-FAC) = WS-PROVEEDOR))
               MOVE ELEM-FAC-CANTIDAD (WS-IND-FAC) TO WS-CANTIDAD-EDIT
               MOVE ELEM-FAC-RECIBIDA (WS-IND-FAC) TO WS-RECIBIDA-EDIT
               MOVE ELEM-FAC-COSTE (WS-IND-FAC) TO WS-COSTE-EDIT
               MOVE ELEM-FAC-PRECIO-PEDIDO (WS-IND-FAC)
                   TO WS-PRECIO-EDIT
               DISPLAY ELEM-FAC-NUMERO (WS-IND-FAC) " "
                       ELEM-FAC-PROVEEDOR (WS-IND-FAC) " "
                       ELEM-FAC-LINEA (WS-IND-FAC) " "
                       ELEM-FAC-CODIGO (WS-IND-FAC) "  "
                       WS-CANTIDAD-EDIT " " WS-RECIBIDA-EDIT " "
                       WS-COSTE-EDIT " " WS-PRECIO-EDIT " "
                       ELEM-FAC-INCIDENCIA (WS-IND-FAC)
           END-IF.

      ******************************************************************
      * Exportacion de facturas aprobadas a asientos de proveedores
      ******************************************************************
       EXPORTAR-FACTURAS.
           MOVE ZEROS TO WS-CONTA-EXPORTADAS
           MOVE ZEROS TO WS-IND-FAC
           PERFORM CONTAR-APROBADA UNTIL WS-IND-FAC >= WS-NUM-FACTURAS
           IF WS-CONTA-EXPORTADAS = ZEROS
               DISPLAY "NO HAY FACTURAS APROBADAS PENDIENTES DE "
                       "EXPORTAR"
               GO TO EXPORTAR-FACTURAS-EXIT
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           PERFORM COMPROBAR-PERIODO
           IF WS-ESTADO-PERIODO = "C"
               DISPLAY "EXPORTACION RECHAZADA: LA FECHA CONTABLE "
                       WS-FECHA-HOY " CAE EN EL PERIODO CERRADO "
                       WS-PERIODO-ASIENTO
               MOVE 8 TO RETURN-CODE
               GO TO EXPORTAR-FACTURAS-EXIT
           END-IF

           PERFORM COMPROBAR-ACUSE THRU COMPROBAR-ACUSE-EXIT
           PERFORM RESOLVER-SECUENCIA
           COMPUTE WS-HORA-HHMMSS = WS-HORA-AHORA / 100
           MOVE SPACES TO WS-REFERENCIA
           STRING "FACTURAS-"      DELIMITED BY SIZE
                  WS-FECHA-HOY     DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-HORA-HHMMSS   DELIMITED BY SIZE
               INTO WS-REFERENCIA
           END-STRING

      * Primera pasada: total del fichero para la cabecera.
           MOVE "N" TO WS-ESCRIBIR-SW
           MOVE ZEROS TO WS-TOTAL-FICHERO
           PERFORM RECORRER-APROBADAS

           MOVE ZEROS TO WS-LINEAS-FICHERO
           MOVE ZEROS TO WS-TOTAL-DEBE
           MOVE ZEROS TO WS-TOTAL-HABER
           OPEN OUTPUT ASIENTOS
           MOVE SPACES TO REG-ASIENTOS
           MOVE "C" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-HOY TO ASIENTO-FECHA
           MOVE WS-REFERENCIA TO ASIENTO-REFERENCIA
           MOVE ZEROS TO ASIENTO-CUENTA
           MOVE SPACE TO ASIENTO-DEBE-HABER
           MOVE WS-TOTAL-FICHERO TO ASIENTO-IMPORTE
           MOVE SPACES TO ASIENTO-TIENDA
           MOVE "FACTURAS DE PROVEEDOR" TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           ADD 1 TO WS-LINEAS-FICHERO
           WRITE REG-ASIENTOS

      * Segunda pasada: lineas de cada factura y marca de exportada.
           MOVE "S" TO WS-ESCRIBIR-SW
           PERFORM RECORRER-APROBADAS
           PERFORM GRABAR-TRAILER
           CLOSE ASIENTOS

           PERFORM GRABAR-FACTURAS
           PERFORM GRABAR-SECUENCIA
           PERFORM GRABAR-CONTROL
           MOVE WS-TOTAL-FICHERO TO WS-IMPORTE-EDITADO
           DISPLAY "ASIENTOS DE PROVEEDORES GENERADOS " WS-REFERENCIA
                   "  SECUENCIA " WS-SECUENCIA
                   "  TOTAL " WS-IMPORTE-EDITADO
                   "  (" WS-LINEAS-FICHERO " LINEAS)".
       EXPORTAR-FACTURAS-EXIT.
           EXIT.

       CONTAR-APROBADA.
           ADD 1 TO WS-IND-FAC
           IF ELEM-FAC-ESTADO (WS-IND-FAC) = "A"
               ADD 1 TO WS-CONTA-EXPORTADAS
           END-IF.

      * Las lineas de una factura van seguidas en el fichero (se
      * graban juntas); el corte por numero y proveedor cierra cada
      * factura.
       RECORRER-APROBADAS.
           MOVE SPACES TO WS-FAC-NUMERO-ACT
           MOVE SPACES TO WS-FAC-PROVEEDOR-ACT
           MOVE ZEROS TO WS-IND-FAC
           PERFORM TRATAR-LINEA-APROBADA
               UNTIL WS-IND-FAC >= WS-NUM-FACTURAS
           IF WS-FAC-NUMERO-ACT NOT = SPACES
               PERFORM CERRAR-FACTURA
           END-IF.

       TRATAR-LINEA-APROBADA.
           ADD 1 TO WS-IND-FAC
           IF ELEM-FAC-ESTADO (WS-IND-FAC) = "A"
               IF ELEM-FAC-NUMERO (WS-IND-FAC) NOT = WS-FAC-NUMERO-ACT
                   OR ELEM-FAC-PROVEEDOR (WS-IND-FAC)
                       NOT = WS-FAC-PROVEEDOR-ACT
                   IF WS-FAC-NUMERO-ACT NOT = SPACES
                       PERFORM CERRAR-FACTURA
                   END-IF
                   MOVE ELEM-FAC-NUMERO (WS-IND-FAC)
                       TO WS-FAC-NUMERO-ACT
                   MOVE ELEM-FAC-PROVEEDOR (WS-IND-FAC)
                       TO WS-FAC-PROVEEDOR-ACT
                   MOVE ZEROS TO WS-NETO-GENERAL
                   MOVE ZEROS TO WS-NETO-REDUCIDO
                   MOVE ZEROS TO WS-NETO-EXENTO
               END-IF
               COMPUTE WS-IMPORTE-LINEA ROUNDED =
                   ELEM-FAC-CANTIDAD (WS-IND-FAC)
                   * ELEM-FAC-COSTE (WS-IND-FAC)
               EVALUATE ELEM-FAC-TIPO-IVA (WS-IND-FAC)
                   WHEN "R"
                       ADD WS-IMPORTE-LINEA TO WS-NETO-REDUCIDO
                   WHEN "E"
                       ADD WS-IMPORTE-LINEA TO WS-NETO-EXENTO
                   WHEN OTHER
                       ADD WS-IMPORTE-LINEA TO WS-NETO-GENERAL
               END-EVALUATE
               IF WS-ESCRIBIR-SW = "S"
                   MOVE "E" TO ELEM-FAC-ESTADO (WS-IND-FAC)
                   MOVE WS-SECUENCIA TO ELEM-FAC-SECUENCIA (WS-IND-FAC)
               END-IF
           END-IF.

      * Asiento de una factura: cargo a compras por el neto, cargo
      * al IVA soportado por cada cuota y abono al proveedor por el
      * total, que cuadra por construccion.
       CERRAR-FACTURA.
           COMPUTE WS-CUOTA-GENERAL ROUNDED =
               WS-NETO-GENERAL * TIPO-PCT-GENERAL / 100
           COMPUTE WS-CUOTA-REDUCIDA ROUNDED =
               WS-NETO-REDUCIDO * TIPO-PCT-REDUCIDO / 100
           COMPUTE WS-NETO-TOTAL =
               WS-NETO-GENERAL + WS-NETO-REDUCIDO + WS-NETO-EXENTO
           COMPUTE WS-BRUTO-FACTURA =
               WS-NETO-TOTAL + WS-CUOTA-GENERAL + WS-CUOTA-REDUCIDA

           IF WS-ESCRIBIR-SW = "N"
               ADD WS-BRUTO-FACTURA TO WS-TOTAL-FICHERO
           ELSE
               MOVE CUENTA-COMPRAS TO ASIENTO-CUENTA
               MOVE "D" TO ASIENTO-DEBE-HABER
               MOVE WS-NETO-TOTAL TO ASIENTO-IMPORTE
               PERFORM GRABAR-LINEA-FACTURA
               IF WS-CUOTA-GENERAL > ZEROS
                   MOVE CUENTA-IVA-SOP-GENERAL TO ASIENTO-CUENTA
                   MOVE "D" TO ASIENTO-DEBE-HABER
                   MOVE WS-CUOTA-GENERAL TO ASIENTO-IMPORTE
                   PERFORM GRABAR-LINEA-FACTURA
               END-IF
               IF WS-CUOTA-REDUCIDA > ZEROS
                   MOVE CUENTA-IVA-SOP-REDUCIDO TO ASIENTO-CUENTA
                   MOVE "D" TO ASIENTO-DEBE-HABER
                   MOVE WS-CUOTA-REDUCIDA TO ASIENTO-IMPORTE
                   PERFORM GRABAR-LINEA-FACTURA
               END-IF
               MOVE CUENTA-PROVEEDORES TO ASIENTO-CUENTA
               MOVE "H" TO ASIENTO-DEBE-HABER
               MOVE WS-BRUTO-FACTURA TO ASIENTO-IMPORTE
               PERFORM GRABAR-LINEA-FACTURA
           END-IF.

      * La cuenta, el debe/haber y el importe llegan ya puestos.
       GRABAR-LINEA-FACTURA.
           MOVE "D" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-HOY TO ASIENTO-FECHA
           MOVE WS-REFERENCIA TO ASIENTO-REFERENCIA
           MOVE SPACES TO ASIENTO-TIENDA
           MOVE SPACES TO ASIENTO-CONCEPTO
           STRING "FRA "               DELIMITED BY SIZE
                  WS-FAC-NUMERO-ACT    DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  WS-FAC-PROVEEDOR-ACT DELIMITED BY SPACE
               INTO ASIENTO-CONCEPTO
           END-STRING
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           ADD 1 TO WS-LINEAS-FICHERO
           IF ASIENTO-DEBE-HABER = "D"
               ADD ASIENTO-IMPORTE TO WS-TOTAL-DEBE
           ELSE
               ADD ASIENTO-IMPORTE TO WS-TOTAL-HABER
           END-IF
           WRITE REG-ASIENTOS.

       GRABAR-TRAILER.
           MOVE SPACES TO REG-ASIENTOS
           MOVE "T" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-HOY TO ASIENTO-FECHA
           MOVE WS-REFERENCIA TO ASIENTO-REFERENCIA
           MOVE WS-LINEAS-FICHERO TO ASIENTO-CUENTA
           MOVE "D" TO ASIENTO-DEBE-HABER
           MOVE WS-TOTAL-DEBE TO ASIENTO-IMPORTE
           MOVE SPACES TO ASIENTO-TIENDA
           MOVE "TOTAL DE CONTROL AL DEBE" TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           WRITE REG-ASIENTOS

           MOVE SPACES TO REG-ASIENTOS
           MOVE "T" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-HOY TO ASIENTO-FECHA
           MOVE WS-REFERENCIA TO ASIENTO-REFERENCIA
           MOVE WS-LINEAS-FICHERO TO ASIENTO-CUENTA
           MOVE "H" TO ASIENTO-DEBE-HABER
           MOVE WS-TOTAL-HABER TO ASIENTO-IMPORTE
           MOVE SPACES TO ASIENTO-TIENDA
           MOVE "TOTAL DE CONTROL AL HABER" TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           WRITE REG-ASIENTOS.

      * Mismo control de acuse que EXPORTAR-CONTABILIDAD: antes de
      * emitir se persigue el fichero anterior, sea de ventas o de
      * facturas, y si falta su acuse se avisa con RETURN-CODE 4.
       COMPROBAR-ACUSE.
           MOVE ZEROS TO ENVIO-SECUENCIA
           OPEN INPUT CONTROL-ENVIO
           IF FS-CONTROL-ENVIO NOT = "00"
               GO TO COMPROBAR-ACUSE-EXIT
           END-IF
           MOVE "N" TO EOF-SWITCH-CONTROL
           PERFORM LEER-CONTROL-ENVIO
               UNTIL EOF-SWITCH-CONTROL = "S"
           CLOSE CONTROL-ENVIO
           IF ENVIO-SECUENCIA = ZEROS
               GO TO COMPROBAR-ACUSE-EXIT
           END-IF

           MOVE "N" TO WS-ACK-HALLADO-SW
           MOVE "N" TO WS-ACK-CUADRA-SW
           MOVE "N" TO EOF-SWITCH-ACUSE
           OPEN INPUT ACUSE
           IF FS-ACUSE = "00"
               PERFORM LEER-ACUSE THRU LEER-ACUSE-EXIT
                   UNTIL EOF-SWITCH-ACUSE = "S"
               CLOSE ACUSE
           END-IF

           EVALUATE TRUE
               WHEN WS-ACK-HALLADO-SW = "N"
                   DISPLAY "**************************************"
                   DISPLAY "** ALERTA: FINANZAS NO HA ACUSADO   **"
                   DISPLAY "** RECIBO DE LA SECUENCIA "
                           ENVIO-SECUENCIA "    **"
                   DISPLAY "**************************************"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ACK-CUADRA-SW = "N"
                   DISPLAY "**************************************"
                   DISPLAY "** ALERTA: EL ACUSE DE LA SECUENCIA **"
                   DISPLAY "** " ENVIO-SECUENCIA " NO CUADRA CON LO "
                           "ENVIADO **"
                   DISPLAY "**************************************"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ACUSE DE LA SECUENCIA " ENVIO-SECUENCIA
                           " CORRECTO"
           END-EVALUATE.
       COMPROBAR-ACUSE-EXIT.
           EXIT.

      * ASIENTOS-CONTROL.DAT guarda una linea por fichero enviado;
      * la ultima es la del envio anterior.
       LEER-CONTROL-ENVIO.
           READ CONTROL-ENVIO
               AT END MOVE "S" TO EOF-SWITCH-CONTROL
           NOT AT END
               MOVE REG-CONTROL-ENVIO TO WS-ENVIO-ANTERIOR
           END-READ.

       LEER-ACUSE.
           READ ACUSE
               AT END MOVE "S" TO EOF-SWITCH-ACUSE
           NOT AT END
               IF ACUSE-SECUENCIA = ENVIO-SECUENCIA
                   MOVE "S" TO WS-ACK-HALLADO-SW
                   IF ACUSE-LINEAS = ENVIO-LINEAS
                       AND ACUSE-DEBE = ENVIO-DEBE
                       AND ACUSE-HABER = ENVIO-HABER
                       MOVE "S" TO WS-ACK-CUADRA-SW
                   END-IF
               END-IF
           END-READ.
       LEER-ACUSE-EXIT.
           EXIT.

       RESOLVER-SECUENCIA.
           MOVE ZEROS TO WS-SECUENCIA
           OPEN INPUT SECUENCIA
           IF FS-SECUENCIA = "00"
               READ SECUENCIA
                   AT END CONTINUE
               NOT AT END
                   MOVE SECUENCIA-ULTIMA TO WS-SECUENCIA
               END-READ
               CLOSE SECUENCIA
           END-IF
           ADD 1 TO WS-SECUENCIA.

       GRABAR-SECUENCIA.
           OPEN OUTPUT SECUENCIA
           MOVE WS-SECUENCIA TO SECUENCIA-ULTIMA
           WRITE REG-SECUENCIA
           CLOSE SECUENCIA.

       GRABAR-CONTROL.
           OPEN EXTEND CONTROL-ENVIO
           IF FS-CONTROL-ENVIO NOT = "00"
               OPEN OUTPUT CONTROL-ENVIO
           END-IF
           MOVE SPACES TO REG-CONTROL-ENVIO
           MOVE WS-SECUENCIA TO CONTROL-SECUENCIA
           MOVE WS-LINEAS-FICHERO TO CONTROL-LINEAS
           MOVE WS-TOTAL-DEBE TO CONTROL-DEBE
           MOVE WS-TOTAL-HABER TO CONTROL-HABER
           MOVE WS-FECHA-HOY TO CONTROL-FECHA
           MOVE WS-REFERENCIA TO CONTROL-REFERENCIA
           MOVE ZEROS TO CONTROL-ANULA-SECUENCIA
           MOVE WS-FECHA-HOY TO CONTROL-FECHA-ENVIO
           WRITE REG-CONTROL-ENVIO
           CLOSE CONTROL-ENVIO.

       COMPROBAR-PERIODO.
           COMPUTE WS-PERIODO-ASIENTO = WS-FECHA-HOY / 100
           MOVE "A" TO WS-ESTADO-PERIODO
           MOVE "N" TO EOF-SWITCH-PERIODOS
           OPEN INPUT PERIODOS
           IF FS-PERIODOS = "00"
               PERFORM LEER-PERIODO THRU LEER-PERIODO-EXIT
                   UNTIL EOF-SWITCH-PERIODOS = "S"
               CLOSE PERIODOS
           END-IF.

       LEER-PERIODO.
           READ PERIODOS
               AT END MOVE "S" TO EOF-SWITCH-PERIODOS
           NOT AT END
               IF PERIODO-CONTABLE = WS-PERIODO-ASIENTO
                   MOVE ESTADO-PERIODO TO WS-ESTADO-PERIODO
               END-IF
           END-READ.
       LEER-PERIODO-EXIT.
           EXIT.

      ******************************************************************
      * Busquedas y grabacion
      ******************************************************************
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

       BUSCAR-PRODUCTO.
           MOVE "N" TO WS-PRODUCTO-HALLADO-SW
           MOVE SPACES TO WS-IVA-HALLADO
           MOVE ZEROS TO WS-COSTE-HALLADO
           MOVE ZEROS TO WS-IND-PROD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
               OR WS-PRODUCTO-HALLADO-SW = "S".
       BUSCAR-PRODUCTO-EXIT.
           EXIT.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PROD
           IF ELEM-PROD-CODIGO (WS-IND-PROD) = WS-CODIGO-BUSCADO
               MOVE "S" TO WS-PRODUCTO-HALLADO-SW
               MOVE ELEM-PROD-IVA (WS-IND-PROD) TO WS-IVA-HALLADO
               MOVE ELEM-PROD-COSTE (WS-IND-PROD) TO WS-COSTE-HALLADO
           END-IF.

       GRABAR-FACTURAS.
           OPEN OUTPUT FACTURAS
           MOVE ZEROS TO WS-IND-FAC
           PERFORM GRABAR-UNA-FACTURA
               UNTIL WS-IND-FAC >= WS-NUM-FACTURAS
           CLOSE FACTURAS.

       GRABAR-UNA-FACTURA.
           ADD 1 TO WS-IND-FAC
           MOVE ELEM-FACTURA (WS-IND-FAC) TO REG-FACTURAS
           WRITE REG-FACTURAS.

       GRABAR-FAC-ALBARANES.
           OPEN OUTPUT FAC-ALBARANES
           MOVE ZEROS TO WS-IND-FAC-ALB
           PERFORM GRABAR-UN-FAC-ALBARAN
               UNTIL WS-IND-FAC-ALB >= WS-NUM-FAC-ALB
           CLOSE FAC-ALBARANES.

       GRABAR-UN-FAC-ALBARAN.
           ADD 1 TO WS-IND-FAC-ALB
           MOVE ELEM-FAC-ALB (WS-IND-FAC-ALB) TO REG-FAC-ALBARANES
           WRITE REG-FAC-ALBARANES.
