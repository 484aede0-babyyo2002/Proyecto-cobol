      *    9000 a 20000 y llenarla ya no es un aviso sino un corte
      *    del cierre: con la tabla incompleta todos los abonos se
      *    rechazarian con TICKET DESCONOCIDO.
      * Mod:05/09/2026 - Promociones: el control de varianza de
      *    precio acepta tambien el precio de promocion (fijo o
      *    descuento en % sobre el precio vigente) de las
      *    promociones activas de PROMOCIONES.DAT (ver
      *    MANTENIMIENTO-PROMOCIONES) para el producto o su
      *    categoria, la fecha de la venta y la tienda o su region
      *    (PROMOCION-TIENDAS.DAT; sin lineas, todas las tiendas).
      *    Solo va a PRECIOS-SOSPECHOSOS.DAT la venta que se desvia
      *    a la vez del precio de referencia y de toda promocion
      *    aplicable.
      * Mod:05/09/2026 - TOTAL-FECHA.DAT lleva ahora la tienda del
      *    subtotal (el control break ya corta la fecha dentro de la
      *    tienda) y se fotografia cada mes en
      *    TOTAL-FECHA-AAAAMM.DAT, igual que las otras dos fotos,
      *    para que INFORME-PROMOCIONES pueda comparar el periodo de
      *    una promocion con el anterior por producto y tienda.
      * Mod:07/09/2026 - Medio de pago en el registro de ventas
      *    (posicion 35: E = efectivo, T = tarjeta, V = vale; en
      *    blanco se toma como efectivo, igual que las lineas
      *    antiguas de 34 posiciones). El registro de VENTAS.DAT, el
      *    de rechazos, el de reinyecciones y el de sospechosos
      *    pasan de 34 a 35 posiciones, y un medio de pago
      *    desconocido se rechaza con motivo MEDIO PAGO NO VALIDO.
      * Mod:08/09/2026 - Codigo de cajero en el registro de ventas
      *    (posiciones 36 a 41; en blanco en las lineas antiguas).
      *    Los registros de VENTAS.DAT, rechazos, reinyecciones y
      *    sospechosos pasan de 35 a 41 posiciones y TICKETS-VENTAS
      *    .DAT guarda el cajero de la venta. Un abono cuyo ticket no
      *    consta en su tienda se busca en las demas (devolucion en
      *    otra tienda). Al completar el cierre se annaden a
      *    MOVIMIENTOS-CAJERO.DAT las ventas por cajero y dia y el
      *    detalle de cada abono con la tienda, fecha y cajero de la
      *    venta original, para PREVENCION-PERDIDAS.
      * Mod:12/09/2026 - Tarjeta de cliente en el registro de ventas
      *    (posiciones 42 a 54; en blanco si no se presento). Los
      *    registros de VENTAS.DAT, rechazos, reinyecciones y
      *    sospechosos pasan de 41 a 54 posiciones y TICKETS-VENTAS
      *    .DAT guarda la tarjeta de la venta. Al completar el cierre
      *    se annaden a PUNTOS-MOVIMIENTOS.DAT los puntos ganados por
      *    cada ticket con tarjeta (un punto por euro entero) y los
      *    que se retiran por cada abono valido, a cargo de la
      *    tarjeta del ticket original.
      * Mod:14/09/2026 - Una ejecucion nueva lanzada con FORZAR se
      *    apunta en CIERRES.DAT con tipo F (N = nueva, R =
      *    reanudacion), para que el informe de segregacion de
      *    funciones pueda ver quien fuerza cierres.
      * Mod:18/09/2026 - El subtotal por producto, tienda y fecha se
      *    graba ademas en VENTAS-DIARIAS.DAT con lo vendido y lo
      *    devuelto por separado (unidades e importe), que
      *    TOTAL-FECHA.DAT solo da neto; de ahi sale el extracto
      *    diario para el almacen de datos (ver EXTRACTO-BI). El
      *    checkpoint guarda los cuatro acumuladores nuevos.
      * Mod:20/09/2026 - Sustitucion de codigos de producto (ver
      *    MANTENIMIENTO-PRODUCTOS y CONSULTAR-SUSTITUCION): antes
      *    del sort, cada linea cuyo codigo este sustituido con
      *    vigencia en su FECHA-VENTAS pasa al codigo final de la
      *    cadena, de modo que totales, stock e historico siguen al
      *    codigo nuevo. Los abonos pasan igual, y un abono contra
      *    un ticket antiguo se acepta aunque el ticket conste con
      *    el codigo sustituido: el codigo del ticket se resuelve por
      *    la misma cadena antes de compararlo.
      * Mod:21/09/2026 - El registro de productos crece con la
      *    unidad de compra, las unidades por envase y el pedido
      *    minimo (ver MANTENIMIENTO-PRODUCTOS); aqui solo se
      *    recoge el trazado, que tiene que casar con el de
      *    PRODUCTOS.IDX.
      * Mod:22/09/2026 - El registro de productos crece con la
      *    marca de perecedero (ver MANTENIMIENTO-PRODUCTOS); aqui
      *    solo se recoge el trazado, igual que el de PRODUCTOS.IDX.
      * Mod:23/09/2026 - El registro de productos crece con la
      *    medida y el contenido neto para el precio por unidad de
      *    las etiquetas (ver MANTENIMIENTO-PRODUCTOS); aqui solo se
      *    recoge el trazado, igual que el de PRODUCTOS.IDX.
      * Mod:24/09/2026 - Nuevo estado A en VENTAS-RECHAZADAS.DAT para
      *    las ventas tardias aprobadas como ajuste de periodo
      *    anterior; hay que aprobarlas antes del siguiente cierre,
      *    que vuelve a grabar el fichero.
      * Mod:25/09/2026 - El calendario PERIODOS-CONTABLES.DAT lleva la
      *    marca de bloqueo del ejercicio (CIERRE-ANUAL); aqui solo se
      *    completa el trazado con relleno. Un periodo bloqueado sigue
      *    en estado C.
      * Mod:30/09/2026 - El registro de ventas pasa a 56 posiciones:
      *    el abono lleva el motivo de la devolucion (F defectuoso, R
      *    roto o danado, E articulo equivocado, C cambio de opinion)
      *    y su destino (S vuelve a la venta, P se devuelve al
      *    proveedor, M merma); en blanco en las ventas y en las
      *    lineas antiguas. Un motivo o destino desconocido rechaza
      *    el abono; sin destino se toma el del motivo (F a
      *    proveedor, R a merma, el resto a la venta). Al completar
      *    el cierre cada abono valido se apunta en
      *    DEVOLUCIONES-CIERRE.DAT, que consume ACTUALIZAR-STOCK, y
      *    en el historico DEVOLUCIONES-HISTORICO.DAT para el
      *    informe de devoluciones (ver INFORME-DEVOLUCIONES). Los
      *    rechazos y los precios sospechosos corren dos posiciones.
      *    DEVOLUCIONES-CIERRE.DAT se rehace en cada cierre y un
      *    reproceso forzado de un lote ya cerrado no repite los
      *    movimientos de cajero ni de puntos, que ya se grabaron.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT TOTAL-FECHA ASSIGN TO DYNAMIC WS-NOMBRE-TOT-FECHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOTAL-FECHA.
           SELECT VENTAS-DIARIAS ASSIGN TO DYNAMIC WS-NOMBRE-VTADIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS-DIARIAS.
           SELECT TOTAL-HIST ASSIGN TO DYNAMIC WS-NOMBRE-TOTAL-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOTAL-HIST.
           SELECT TICKETS ASSIGN TO "TICKETS-VENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TICKETS.
           SELECT MOVIMIENTOS-CAJERO ASSIGN TO "MOVIMIENTOS-CAJERO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVCAJ.
           SELECT PUNTOS-MOVIMIENTOS ASSIGN TO "PUNTOS-MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PUNTOS.
           SELECT DEV-CIERRE ASSIGN TO "DEVOLUCIONES-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVCIE.
           SELECT FECHA-HIST ASSIGN TO DYNAMIC WS-NOMBRE-FECHA-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-HIST.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCIONES.
           SELECT PROMO-TIENDAS ASSIGN TO "PROMOCION-TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMO-TIENDAS.

       DATA DIVISION.
       FILE SECTION.
      * Fichero tal y como llega del exterior, sin ordenar.
       FD VENTAS-ENTRADA.
       01 REG-VENTAS-ENTRADA      PIC X(56).

       SD SORT-VENTAS.
       01 REG-SORT-VENTAS.
           05 SORT-VENTAS-FECHA       PIC X(8).
           05 SORT-VENTAS-TIPO        PIC X(1).
           05 SORT-VENTAS-TICKET      PIC X(8).
           05 SORT-VENTAS-MEDIO-PAGO  PIC X(1).
           05 SORT-VENTAS-CAJERO      PIC X(6).
           05 SORT-VENTAS-TARJETA     PIC X(13).
           05 SORT-VENTAS-MOTIVO-DEV  PIC X(1).
           05 SORT-VENTAS-DESTINO-DEV PIC X(1).

      * TIPO-VENTAS: V o blanco = venta, A = abono/devolucion. Las
      * lineas antiguas de 25 o 26 posiciones llegan con el tipo o
      * el ticket en blanco y se tratan como venta sin ticket, para
      * no invalidar ficheros ya generados.
      * MOTIVO-DEV-VENTAS y DESTINO-DEV-VENTAS solo cuentan en los
      * abonos. Motivo: F = defectuoso, R = roto o danado, E = error
      * de articulo, C = cambio de opinion, blanco = sin motivo.
      * Destino: S = vuelve a stock vendible, P = devolucion al
      * proveedor, M = merma; blanco = el que toca por el motivo.
       FD VENTAS.
       01 REG-VENTAS.
           05 CODIGO-VENTAS   PIC X(5).
           05 FECHA-VENTAS    PIC 9(8).
           05 TIPO-VENTAS     PIC X(1).
           05 TICKET-VENTAS   PIC X(8).
           05 MEDIO-PAGO-VENTAS PIC X(1).
           05 CAJERO-VENTAS   PIC X(6).
           05 TARJETA-VENTAS  PIC X(13).
           05 MOTIVO-DEV-VENTAS  PIC X(1).
           05 DESTINO-DEV-VENTAS PIC X(1).
       01 REG-VENTAS-TEXTO.
           05 TEXTO-VENTAS    PIC X(56).

      * Fichero con los registros de VENTAS.DAT que no superan la
      * validacion (cantidad, precio o fecha no numericos, en blanco
      * o cero).
      * RECHAZADAS-ESTADO: P = pendiente de corregir, R = resuelto
      * (ya reparado y reinyectado por CORREGIR-RECHAZOS), A =
      * aprobado como ajuste de periodo (APROBAR-AJUSTES-PERIODO).
       FD RECHAZADAS.
       01 REG-RECHAZADAS.
           05 RECHAZADAS-REGISTRO  PIC X(56).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RECHAZADAS-MOTIVO    PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
      * fecha de venta, para poder comparar la venta de un dia (o,
      * agrupando luego por semana) frente a otro sin esperar al cierre
      * completo del producto.
      * Desde septiembre 2026 cada linea lleva al final la tienda del
      * subtotal.
       FD TOTAL-FECHA.
       01 REG-TOTAL-FECHA.
           05 CODIGO-TOTAL-FECHA      PIC X(5).
           05 FECHA-TOTAL-FECHA       PIC 9(8).
           05 CANTIDAD-TOTAL-FECHA    PIC 9(5).
           05 INGRESO-TOTAL-FECHA     PIC 9(8)V99.
           05 TIENDA-TOTAL-FECHA      PIC X(4).

      * Mismo subtotal por producto, tienda y fecha que
      * TOTAL-FECHA.DAT, con la venta y la devolucion por separado
      * (los importes, a precio de la linea). Se reescribe en cada
      * cierre, como TOTAL-FECHA.DAT; lo consume EXTRACTO-BI.
       FD VENTAS-DIARIAS.
       01 REG-VENTAS-DIARIAS.
           05 CODIGO-VTADIA           PIC X(5).
           05 TIENDA-VTADIA           PIC X(4).
           05 FECHA-VTADIA            PIC 9(8).
           05 VENDIDA-CANT-VTADIA     PIC 9(5).
           05 VENDIDA-ING-VTADIA      PIC 9(8)V99.
           05 DEVUELTA-CANT-VTADIA    PIC 9(5).
           05 DEVUELTA-ING-VTADIA     PIC 9(8)V99.

      * Foto historica de los subtotales por producto, tienda y
      * fecha, una por mes (TOTAL-FECHA-AAAAMM.DAT), con el mismo
      * trazado que TOTAL-FECHA.DAT; la consume INFORME-PROMOCIONES.
       FD FECHA-HIST.
       01 REG-FECHA-HIST           PIC X(32).

      * Foto historica de TOTAL.DAT, una por mes (TOTAL-AAAAMM.DAT),
      * para poder comparar la venta de un mes con la de otro.
           05 CHECKPOINT-BRUTO-INGRESO   PIC 9(8)V99.
           05 CHECKPOINT-DEV-CANT        PIC 9(5).
           05 CHECKPOINT-DEV-INGRESO     PIC 9(8)V99.
           05 CHECKPOINT-FVEND-CANT      PIC 9(5).
           05 CHECKPOINT-FVEND-INGRESO   PIC 9(8)V99.
           05 CHECKPOINT-FDEV-CANT       PIC 9(5).
           05 CHECKPOINT-FDEV-INGRESO    PIC 9(8)V99.

      * Maestro de productos indexado (ver MANTENIMIENTO-PRODUCTOS y
      * CARGA-MAESTROS-IDX): lectura directa por codigo para validar
           05 TIPO-IVA-PRODUCTO    PIC X(1).
           05 COSTE-PRODUCTO       PIC 9(3)V99.
           05 CATEGORIA-PRODUCTO   PIC X(3).
           05 UNIDAD-COMPRA-PRODUCTO PIC X(3).
           05 UNIDADES-ENVASE-PRODUCTO PIC 9(3).
           05 MINIMO-PEDIDO-PRODUCTO PIC 9(5).
           05 PERECEDERO-PRODUCTO  PIC X(1).
           05 MEDIDA-PRODUCTO      PIC X(1).
           05 CONTENIDO-PRODUCTO   PIC 9(3)V999.

      * Maestro de tiendas indexado (ver MANTENIMIENTO-TIENDAS y
      * CARGA-MAESTROS-IDX): lectura directa por codigo para validar
      * que el cierre incorpora al sort de entrada junto con
      * VENTAS.DAT; se vacia al terminar el cierre completo.
       FD REINYECTADAS.
       01 REG-REINYECTADAS        PIC X(56).

      * Diario de cierres: un registro por ejecucion, con los
      * contadores de la misma y si fue nueva (N), reanudacion (R)
      * desde el punto de reinicio indicado o reproceso forzado (F).
      * Un cierre F de un lote ya cerrado no vuelve a grabar los
      * movimientos de cajero ni de puntos del lote.
       FD CIERRES.
       01 REG-CIERRES.
           05 CIERRE-FECHA           PIC 9(8).
      * persiga; no bloquea el cierre.
       FD SOSPECHOSOS.
       01 REG-SOSPECHOSOS.
           05 SOSP-REGISTRO        PIC X(56).
           05 FILLER               PIC X(01).
           05 SOSP-PRECIO-REF      PIC 9(3)V99.
           05 FILLER               PIC X(01).
       01 REG-PERIODOS.
           05 PERIODO-CONTABLE     PIC 9(6).
           05 ESTADO-PERIODO       PIC X(1).
           05 FILLER               PIC X(1).

      * Historico de precios de referencia con fecha de vigencia
      * (ver MANTENIMIENTO-PRODUCTOS), para el control de varianza.
           05 PRECIO-HIST-PRECIO    PIC 9(3)V99.

      * Registro acumulado de tickets de venta ya procesados (con su
      * tienda, producto, fecha, cajero y tarjeta de cliente), contra
      * el que se validan
      * los abonos; el cierre le annade los tickets nuevos de cada
      * lote completado.
       FD TICKETS.
       01 REG-TICKETS.
           05 TICKET-NUMERO        PIC X(8).
           05 TICKET-TIENDA        PIC X(4).
           05 TICKET-CODIGO        PIC X(5).
           05 TICKET-FECHA         PIC X(8).
           05 TICKET-CAJERO        PIC X(6).
           05 TICKET-TARJETA       PIC X(13).

      * Acumulado de ventas y abonos por cajero para
      * PREVENCION-PERDIDAS (lo poda ARCHIVAR-CIERRE junto con los
      * tickets). MOVCAJ-TIPO V = ventas de un cajero en una tienda y
      * dia (lineas e importe); A = un abono, con el ticket, el
      * producto y la tienda, fecha y cajero de la venta original.
       FD MOVIMIENTOS-CAJERO.
       01 REG-MOVCAJ.
           05 MOVCAJ-FECHA         PIC 9(8).
           05 MOVCAJ-TIENDA        PIC X(4).
           05 MOVCAJ-CAJERO        PIC X(6).
           05 MOVCAJ-TIPO          PIC X(1).
           05 MOVCAJ-LINEAS        PIC 9(7).
           05 MOVCAJ-IMPORTE       PIC 9(9)V99.
           05 MOVCAJ-TICKET        PIC X(8).
           05 MOVCAJ-CODIGO        PIC X(5).
           05 MOVCAJ-TIENDA-ORIG   PIC X(4).
           05 MOVCAJ-FECHA-ORIG    PIC X(8).
           05 MOVCAJ-CAJERO-ORIG   PIC X(6).

      * Libro de puntos del programa de fidelizacion, permanente (no
      * se poda): PUNTOS-TIPO G = ganados por un ticket, D =
      * retirados por un abono (puntos negativos), C = canjeados
      * (MANTENIMIENTO-CLIENTES), X = caducados (EXTRACTO-PUNTOS).
       FD PUNTOS-MOVIMIENTOS.
       01 REG-PUNTOS.
           05 PUNTOS-FECHA         PIC 9(8).
           05 PUNTOS-TARJETA       PIC X(13).
           05 PUNTOS-TIENDA        PIC X(4).
           05 PUNTOS-TICKET        PIC X(8).
           05 PUNTOS-TIPO          PIC X(1).
           05 PUNTOS-IMPORTE       PIC 9(7)V99.
           05 PUNTOS-PUNTOS        PIC S9(7).

      * Abonos validos del cierre, uno por linea, con su motivo y el
      * destino ya resuelto (S stock, P proveedor, M merma) y la
      * tienda y fecha del ticket original. Lo consume
      * ACTUALIZAR-STOCK, que lo pasa al historico y lo vacia.
       FD DEV-CIERRE.
       01 REG-DEV-CIERRE.
           05 DEVCIE-FECHA         PIC 9(8).
           05 DEVCIE-TIENDA        PIC X(4).
           05 DEVCIE-TICKET        PIC X(8).
           05 DEVCIE-CODIGO        PIC X(5).
           05 DEVCIE-CANTIDAD      PIC 9(3).
           05 DEVCIE-IMPORTE       PIC 9(7)V99.
           05 DEVCIE-MOTIVO        PIC X(1).
           05 DEVCIE-DESTINO       PIC X(1).
           05 DEVCIE-CAJERO        PIC X(6).
           05 DEVCIE-TIENDA-ORIG   PIC X(4).
           05 DEVCIE-FECHA-ORIG    PIC X(8).

      * Maestro de promociones (ver MANTENIMIENTO-PROMOCIONES):
      * producto (ambito P) o categoria (ambito C), vigencia, precio
      * fijo (tipo P) o descuento en % (tipo D) y estado (A activa,
      * N anulada); las tiendas o regiones participantes van en
      * PROMOCION-TIENDAS.DAT.
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

       FD PROMO-TIENDAS.
       01 REG-PROMO-TIENDAS.
           05 PROMTDA-CODIGO       PIC X(6).
           05 PROMTDA-TIPO         PIC X(1).
           05 PROMTDA-VALOR        PIC X(10).

      * Alertas de venta bajo umbral: una linea por producto activo
      * del maestro cuyo cierre quedo por debajo de sus minimos de
           05 ACTUAL-FECHA             PIC 9(8) VALUE ZEROS.
           05 ACTUAL-FECHA-CANTIDAD    PIC S9(5) VALUE ZEROS.
           05 ACTUAL-FECHA-INGRESO     PIC S9(8)V99 VALUE ZEROS.
      * Venta y devolucion del grupo por fecha, por separado, para
      * VENTAS-DIARIAS.DAT.
           05 ACTUAL-FECHA-VEND-CANT   PIC 9(5) VALUE ZEROS.
           05 ACTUAL-FECHA-VEND-ING    PIC 9(8)V99 VALUE ZEROS.
           05 ACTUAL-FECHA-DEV-CANT    PIC 9(5) VALUE ZEROS.
           05 ACTUAL-FECHA-DEV-ING     PIC 9(8)V99 VALUE ZEROS.

       01 REGISTRO-LECTURA.
           05 LECTURA-CODIGO  PIC X(5).
           05 LECTURA-FECHA   PIC 9(8).
           05 LECTURA-TIPO    PIC X(1).
           05 LECTURA-TICKET  PIC X(8).
           05 LECTURA-MEDIO-PAGO PIC X(1).
           05 LECTURA-CAJERO  PIC X(6).
           05 LECTURA-TARJETA PIC X(13).
           05 LECTURA-MOTIVO-DEV  PIC X(1).
           05 LECTURA-DESTINO-DEV PIC X(1).

      * Resolucion de codigos sustituidos (CONSULTAR-SUSTITUCION).
       01 WS-SUST-CODIGO       PIC X(5) VALUE SPACES.
       01 WS-SUST-FECHA        PIC 9(8) VALUE ZEROS.
       01 WS-SUST-FINAL        PIC X(5) VALUE SPACES.

       01 MAS-VENDIDO.
           05 MAS-VENDIDO-CODIGO   PIC X(5) VALUE SPACES.

       01 WS-DESVIACION-PCT    PIC S9(5)V99 VALUE ZEROS.

      * Promociones activas en memoria, con sus tiendas o regiones
      * participantes, para aceptar el precio de promocion en el
      * control de varianza.
       01 FS-PROMOCIONES       PIC XX VALUE SPACES.
       01 FS-PROMO-TIENDAS     PIC XX VALUE SPACES.
       01 EOF-SWITCH-PROMO     PIC X VALUE "N".
       01 EOF-SWITCH-PROMTDA   PIC X VALUE "N".
       01 WS-NUM-PROMOCIONES   PIC 9(3) VALUE ZEROS.
       01 WS-IND-PROMO         PIC 9(3) VALUE ZEROS.
       01 WS-NUM-PROMO-TIENDAS PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROMTDA       PIC 9(4) VALUE ZEROS.
       01 WS-PROMO-VALIDA-SW   PIC X VALUE "N".
       01 WS-PROMO-TIENDA-SW   PIC X VALUE "N".
       01 WS-PROMO-CON-TDAS-SW PIC X VALUE "N".
       01 WS-PRECIO-PROMO      PIC 9(3)V99 VALUE ZEROS.
       01 WS-DESVIACION-PROMO  PIC S9(5)V99 VALUE ZEROS.
       01 TABLA-PROMOCIONES.
           05 ELEM-PROMO OCCURS 500 TIMES.
               10 ELEM-PROMO-CODIGO    PIC X(6).
               10 ELEM-PROMO-AMBITO    PIC X(1).
               10 ELEM-PROMO-ARTICULO  PIC X(5).
               10 ELEM-PROMO-DESDE     PIC 9(8).
               10 ELEM-PROMO-HASTA     PIC 9(8).
               10 ELEM-PROMO-TIPO      PIC X(1).
               10 ELEM-PROMO-PRECIO    PIC 9(3)V99.
               10 ELEM-PROMO-DESCUENTO PIC 9(2)V99.
       01 TABLA-PROMO-TIENDAS.
           05 ELEM-PROMTDA OCCURS 2000 TIMES.
               10 ELEM-PROMTDA-CODIGO  PIC X(6).
               10 ELEM-PROMTDA-TIPO    PIC X(1).
               10 ELEM-PROMTDA-VALOR   PIC X(10).

      * Historico de precios en memoria y precio vigente en la fecha
      * de la venta en curso (el del maestro si no hay historico).
       01 FS-PRECIOS-HIST      PIC XX VALUE SPACES.
               10 ELEM-TICKET-TIENDA PIC X(4).
               10 ELEM-TICKET-CODIGO PIC X(5).
               10 ELEM-TICKET-FECHA  PIC X(8).
               10 ELEM-TICKET-CAJERO PIC X(6).
               10 ELEM-TICKET-TARJETA PIC X(13).

      * Ventas del lote por cajero, tienda y dia, acumuladas en la
      * pasada final que alimenta MOVIMIENTOS-CAJERO.DAT; si la tabla
      * se llena, las lineas que no caben se graban sueltas.
       01 FS-MOVCAJ            PIC XX VALUE SPACES.
       01 EOF-SWITCH-MOVCAJ    PIC X VALUE "N".
       01 WS-NUM-CAJEROS       PIC 9(5) VALUE ZEROS.
       01 WS-IND-CAJERO        PIC 9(5) VALUE ZEROS.
       01 WS-CAJERO-HALLADO-SW PIC X VALUE "N".
       01 WS-IMPORTE-MOVCAJ    PIC 9(9)V99 VALUE ZEROS.

      * Pasada final de los abonos a DEVOLUCIONES-CIERRE.DAT.
       01 FS-DEVCIE            PIC XX VALUE SPACES.
       01 EOF-SWITCH-DEVCIE    PIC X VALUE "N".
       01 WS-CONTA-DEVCIE      PIC 9(7) VALUE ZEROS.
       01 TABLA-CAJEROS.
           05 ELEM-CAJ OCCURS 5000 TIMES.
               10 ELEM-CAJ-FECHA     PIC 9(8).
               10 ELEM-CAJ-TIENDA    PIC X(4).
               10 ELEM-CAJ-CAJERO    PIC X(6).
               10 ELEM-CAJ-LINEAS    PIC 9(7).
               10 ELEM-CAJ-IMPORTE   PIC 9(9)V99.

      * Importe de cada ticket con tarjeta de cliente (o de cada
      * abono), acumulado en la pasada final que alimenta
      * PUNTOS-MOVIMIENTOS.DAT; si la tabla se llena, las lineas que
      * no caben se graban sueltas.
       01 FS-PUNTOS            PIC XX VALUE SPACES.
       01 EOF-SWITCH-PUNTOS    PIC X VALUE "N".
       01 WS-PUNTOS-POR-EURO   PIC 9(3) VALUE 1.
       01 WS-NUM-PUNTOS        PIC 9(5) VALUE ZEROS.
       01 WS-IND-PUNTOS        PIC 9(5) VALUE ZEROS.
       01 WS-PUNTOS-HALLADO-SW PIC X VALUE "N".
       01 WS-TARJETA-PUNTOS    PIC X(13) VALUE SPACES.
       01 WS-TIPO-PUNTOS       PIC X(1) VALUE SPACES.
       01 WS-IMPORTE-PUNTOS    PIC 9(7)V99 VALUE ZEROS.
       01 WS-EUROS-PUNTOS      PIC 9(7) VALUE ZEROS.
       01 TABLA-PUNTOS.
           05 ELEM-PUN OCCURS 5000 TIMES.
               10 ELEM-PUN-FECHA     PIC 9(8).
               10 ELEM-PUN-TIENDA    PIC X(4).
               10 ELEM-PUN-TARJETA   PIC X(13).
               10 ELEM-PUN-TICKET    PIC X(8).
               10 ELEM-PUN-TIPO      PIC X(1).
               10 ELEM-PUN-IMPORTE   PIC 9(7)V99.

      * Parametros vigentes del cierre; los VALUE son los valores
      * historicos del programa y rigen cuando el fichero de
       01 FS-TOTAL             PIC XX VALUE SPACES.
       01 FS-TOTAL-TIENDA      PIC XX VALUE SPACES.
       01 FS-TOTAL-FECHA       PIC XX VALUE SPACES.
       01 FS-VENTAS-DIARIAS    PIC XX VALUE SPACES.
       01 FS-RANK-TRABAJO      PIC XX VALUE SPACES.
       01 FS-RECHAZADAS        PIC XX VALUE SPACES.
       01 FS-DEVOLUCIONES      PIC XX VALUE SPACES.
       01 WS-CONTADOR-ACEPTADOS PIC 9(9) VALUE ZEROS.
       01 WS-CONTADOR-RECHAZADOS PIC 9(9) VALUE ZEROS.
       01 WS-CONTADOR-PRODUCTOS PIC 9(5) VALUE ZEROS.
       01 WS-CONTADOR-SUSTITUIDOS PIC 9(9) VALUE ZEROS.
       01 WS-HORA-INICIO        PIC 9(8) VALUE ZEROS.
       01 WS-HORA-FIN           PIC 9(8) VALUE ZEROS.

       01 WS-NOMBRE-TOTAL       PIC X(40) VALUE "TOTAL.DAT".
       01 WS-NOMBRE-TOT-TIENDA  PIC X(40) VALUE "TOTAL-TIENDA.DAT".
       01 WS-NOMBRE-TOT-FECHA   PIC X(40) VALUE "TOTAL-FECHA.DAT".
       01 WS-NOMBRE-VTADIA      PIC X(40) VALUE "VENTAS-DIARIAS.DAT".
       01 WS-NOMBRE-RANK-TRAB   PIC X(40) VALUE "RANK-TRABAJO.DAT".
       01 WS-NOMBRE-RANK-SAL    PIC X(40) VALUE "RANK-SALIDA.DAT".
       01 WS-NOMBRE-RANKING     PIC X(40) VALUE "VENTAS-RANKING.DAT".
           05 WS-NOMBRE-TDAH-AAAA  PIC 9(4).
           05 WS-NOMBRE-TDAH-MM    PIC 9(2).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 FS-FECHA-HIST         PIC XX VALUE SPACES.
       01 WS-NOMBRE-FECHA-HIST  PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-FECHAH-BASE.
           05 FILLER               PIC X(12)
                                   VALUE "TOTAL-FECHA-".
           05 WS-NOMBRE-FECHAH-AAAA PIC 9(4).
           05 WS-NOMBRE-FECHAH-MM  PIC 9(2).
           05 FILLER               PIC X(4) VALUE ".DAT".

      * LK-PUNTO-REINICIO: registros de VENTAS_sorted.DAT ya procesados
      * en un intento anterior, segun el ultimo VENTAS-CHECKPOINT.DAT,
           PERFORM CARGAR-TIENDAS
           PERFORM CARGAR-PERIODOS-CONT
           PERFORM CARGAR-PRECIOS-HIST
           PERFORM CARGAR-PROMOCIONES
           PERFORM CARGAR-TICKETS
           PERFORM COMPROBAR-TICKETS-LLENOS

           END-IF

           PERFORM ORDENAR-VENTAS
           IF WS-CONTADOR-SUSTITUIDOS > ZEROS
               DISPLAY "LINEAS PASADAS A SU CODIGO NUEVO POR "
                       "SUSTITUCION: " WS-CONTADOR-SUSTITUIDOS
           END-IF
           PERFORM COMPROBAR-TICKETS-LLENOS
           PERFORM ABRIR-TOTAL-HIST
           OPEN INPUT VENTAS
           CLOSE TOTAL
           CLOSE TOTAL-TIENDA
           CLOSE TOTAL-FECHA
           CLOSE VENTAS-DIARIAS
           CLOSE RANK-TRABAJO
           PERFORM ALERTAR-NO-VENDIDOS
           CLOSE RECHAZADAS
           CLOSE ALERTAS
           CLOSE TOTAL-HIST
           CLOSE TIENDA-HIST
           CLOSE FECHA-HIST
           PERFORM MOSTRAR-RESULTADO
           PERFORM GENERAR-RANKING
           PERFORM GENERAR-TOTAL-CATEGORIA
      * La pasada por cajero revalida cada linea, asi que tiene que ir
      * antes de cerrar los maestros indexados. Al forzar un lote ya
      * cerrado, los movimientos de cajero y de puntos de su primer
      * cierre siguen en sus ficheros acumulados y no se repiten.
           IF WS-SIMULACRO-SW = "N"
               IF WS-LOTE-DUPLICADO-SW = "S"
                   DISPLAY "AVISO: REPROCESO FORZADO DE UN LOTE YA "
                           "CERRADO: NO SE REPITEN LOS MOVIMIENTOS DE "
                           "CAJERO NI DE PUNTOS"
               ELSE
                   PERFORM GRABAR-MOVIMIENTOS-CAJERO
                   PERFORM GRABAR-MOVIMIENTOS-PUNTOS
               END-IF
               PERFORM GRABAR-DETALLE-DEVOLUCIONES
           END-IF
           PERFORM CERRAR-MAESTROS
      * Un simulacro no compromete nada: las reinyecciones siguen
      * pendientes, la huella no se graba (el lote sigue sin constar
           MOVE "SIMULACRO-TOTAL.DAT" TO WS-NOMBRE-TOTAL
           MOVE "SIMULACRO-TOTAL-TIENDA.DAT" TO WS-NOMBRE-TOT-TIENDA
           MOVE "SIMULACRO-TOTAL-FECHA.DAT" TO WS-NOMBRE-TOT-FECHA
           MOVE "SIMULACRO-VENTAS-DIARIAS.DAT" TO WS-NOMBRE-VTADIA
           MOVE "SIMULACRO-RANK-TRABAJO.DAT" TO WS-NOMBRE-RANK-TRAB
           MOVE "SIMULACRO-RANK-SALIDA.DAT" TO WS-NOMBRE-RANK-SAL
           MOVE "SIMULACRO-RANKING.DAT" TO WS-NOMBRE-RANKING
           MOVE WS-CONTADOR-RECHAZADOS TO CIERRE-RECHAZADOS
           MOVE WS-CONTADOR-PRODUCTOS TO CIERRE-PRODUCTOS
           IF WS-PUNTO-REINICIO = ZEROS
               IF LK-FORZAR-REPROCESO = "S"
                   MOVE "F" TO CIERRE-TIPO
               ELSE
                   MOVE "N" TO CIERRE-TIPO
               END-IF
           ELSE
               MOVE "R" TO CIERRE-TIPO
           END-IF
           MOVE LECTURA-TICKET TO ELEM-TICKET-NUM (WS-NUM-TICKETS)
           MOVE LECTURA-TIENDA TO ELEM-TICKET-TIENDA (WS-NUM-TICKETS)
           MOVE LECTURA-CODIGO TO ELEM-TICKET-CODIGO (WS-NUM-TICKETS)
           MOVE LECTURA-FECHA  TO ELEM-TICKET-FECHA (WS-NUM-TICKETS)
           MOVE LECTURA-CAJERO TO ELEM-TICKET-CAJERO (WS-NUM-TICKETS)
           MOVE LECTURA-TARJETA
               TO ELEM-TICKET-TARJETA (WS-NUM-TICKETS).
       ANOTAR-TICKET-EXIT.
           EXIT.

                       TO ELEM-TICKET-CODIGO (WS-NUM-TICKETS)
                   MOVE TICKET-FECHA
                       TO ELEM-TICKET-FECHA (WS-NUM-TICKETS)
                   MOVE TICKET-CAJERO
                       TO ELEM-TICKET-CAJERO (WS-NUM-TICKETS)
                   MOVE TICKET-TARJETA
                       TO ELEM-TICKET-TARJETA (WS-NUM-TICKETS)
               ELSE
                   MOVE "S" TO WS-TICKETS-LLENOS-SW
               END-IF
           END-IF.

      * Busca el ticket del abono en curso: debe existir como venta
      * de la misma tienda y del mismo producto (o de un codigo que
      * ese producto sustituye).
       BUSCAR-TICKET.
           MOVE "N" TO WS-TICKET-HALLADO-SW
           MOVE ZEROS TO WS-IND-TICKET
           ADD 1 TO WS-IND-TICKET
           IF ELEM-TICKET-NUM (WS-IND-TICKET) = TICKET-VENTAS
               AND ELEM-TICKET-TIENDA (WS-IND-TICKET) = TIENDA-VENTAS
               PERFORM RESOLVER-CODIGO-TICKET
               IF WS-SUST-FINAL = CODIGO-VENTAS
                   MOVE "S" TO WS-TICKET-HALLADO-SW
               END-IF
           END-IF.

       BUSCAR-TICKET-OTRA-TIENDA.
           MOVE "N" TO WS-TICKET-HALLADO-SW
           MOVE ZEROS TO WS-IND-TICKET
           PERFORM COMPARAR-TICKET-OTRA-TIENDA
               UNTIL WS-IND-TICKET >= WS-NUM-TICKETS
               OR WS-TICKET-HALLADO-SW = "S".
       BUSCAR-TICKET-OTRA-TIENDA-EXIT.
           EXIT.

       COMPARAR-TICKET-OTRA-TIENDA.
           ADD 1 TO WS-IND-TICKET
           IF ELEM-TICKET-NUM (WS-IND-TICKET) = TICKET-VENTAS
               PERFORM RESOLVER-CODIGO-TICKET
               IF WS-SUST-FINAL = CODIGO-VENTAS
                   MOVE "S" TO WS-TICKET-HALLADO-SW
               END-IF
           END-IF.

      * Codigo del ticket en curso tal y como lo veria hoy el abono:
      * si se vendio con un codigo despues sustituido, el abono ya
      * llega con el codigo nuevo y el ticket se resuelve por la
      * misma cadena, a la fecha del abono.
       RESOLVER-CODIGO-TICKET.
           MOVE ELEM-TICKET-CODIGO (WS-IND-TICKET) TO WS-SUST-FINAL
           IF WS-SUST-FINAL NOT = CODIGO-VENTAS
               MOVE ELEM-TICKET-CODIGO (WS-IND-TICKET)
                   TO WS-SUST-CODIGO
               MOVE FECHA-VENTAS TO WS-SUST-FECHA
               CALL "CONSULTAR-SUSTITUCION"
                   USING WS-SUST-CODIGO WS-SUST-FECHA WS-SUST-FINAL
           END-IF.

      * Al completar el cierre, los tickets nuevos del lote (los que
           MOVE ELEM-TICKET-TIENDA (WS-IND-TICKET) TO TICKET-TIENDA
           MOVE ELEM-TICKET-CODIGO (WS-IND-TICKET) TO TICKET-CODIGO
           MOVE ELEM-TICKET-FECHA (WS-IND-TICKET) TO TICKET-FECHA
           MOVE ELEM-TICKET-CAJERO (WS-IND-TICKET) TO TICKET-CAJERO
           MOVE ELEM-TICKET-TARJETA (WS-IND-TICKET) TO TICKET-TARJETA
           WRITE REG-TICKETS.

      * Al completar el cierre se vuelve a recorrer el fichero
      * ordenado entero (tambien lo ya procesado antes de un corte,
      * por eso no se acumula durante el bucle principal) y se
      * annaden a MOVIMIENTOS-CAJERO.DAT las ventas validas de cada
      * cajero por tienda y dia y el detalle de cada abono valido,
      * con la tienda, fecha y cajero del ticket original que dejo
      * localizado VALIDAR-REGISTRO.
       GRABAR-MOVIMIENTOS-CAJERO.
           MOVE "N" TO EOF-SWITCH-MOVCAJ
           MOVE ZEROS TO WS-NUM-CAJEROS
           OPEN EXTEND MOVIMIENTOS-CAJERO
           IF FS-MOVCAJ NOT = "00"
               OPEN OUTPUT MOVIMIENTOS-CAJERO
           END-IF
           OPEN INPUT VENTAS
           PERFORM REPASAR-VENTA-CAJERO THRU REPASAR-VENTA-CAJERO-EXIT
               UNTIL EOF-SWITCH-MOVCAJ = "S"
           CLOSE VENTAS
           MOVE ZEROS TO WS-IND-CAJERO
           PERFORM GRABAR-VENTAS-CAJERO
               UNTIL WS-IND-CAJERO >= WS-NUM-CAJEROS
           CLOSE MOVIMIENTOS-CAJERO.

       REPASAR-VENTA-CAJERO.
           READ VENTAS INTO REG-VENTAS
               AT END
                   MOVE "S" TO EOF-SWITCH-MOVCAJ
                   GO TO REPASAR-VENTA-CAJERO-EXIT
           END-READ
           PERFORM VALIDAR-REGISTRO THRU VALIDAR-REGISTRO-EXIT
           IF REGISTRO-VALIDO-SW = "N"
               GO TO REPASAR-VENTA-CAJERO-EXIT
           END-IF
           COMPUTE WS-IMPORTE-MOVCAJ = CANT-VENTAS * PRECIO-VENTAS
           IF TIPO-VENTAS = "A"
               PERFORM GRABAR-ABONO-CAJERO
           ELSE
               PERFORM ACUMULAR-VENTA-CAJERO
                   THRU ACUMULAR-VENTA-CAJERO-EXIT
           END-IF.
       REPASAR-VENTA-CAJERO-EXIT.
           EXIT.

       GRABAR-ABONO-CAJERO.
           MOVE SPACES TO REG-MOVCAJ
           MOVE FECHA-VENTAS TO MOVCAJ-FECHA
           MOVE TIENDA-VENTAS TO MOVCAJ-TIENDA
           MOVE CAJERO-VENTAS TO MOVCAJ-CAJERO
           MOVE "A" TO MOVCAJ-TIPO
           MOVE 1 TO MOVCAJ-LINEAS
           MOVE WS-IMPORTE-MOVCAJ TO MOVCAJ-IMPORTE
           MOVE TICKET-VENTAS TO MOVCAJ-TICKET
           MOVE CODIGO-VENTAS TO MOVCAJ-CODIGO
           MOVE ELEM-TICKET-TIENDA (WS-IND-TICKET)
               TO MOVCAJ-TIENDA-ORIG
           MOVE ELEM-TICKET-FECHA (WS-IND-TICKET)
               TO MOVCAJ-FECHA-ORIG
           MOVE ELEM-TICKET-CAJERO (WS-IND-TICKET)
               TO MOVCAJ-CAJERO-ORIG
           WRITE REG-MOVCAJ.

       ACUMULAR-VENTA-CAJERO.
           MOVE "N" TO WS-CAJERO-HALLADO-SW
           MOVE ZEROS TO WS-IND-CAJERO
           PERFORM COMPARAR-CAJERO
               UNTIL WS-IND-CAJERO >= WS-NUM-CAJEROS
               OR WS-CAJERO-HALLADO-SW = "S"
           IF WS-CAJERO-HALLADO-SW = "N"
               IF WS-NUM-CAJEROS >= 5000
                   MOVE SPACES TO REG-MOVCAJ
                   MOVE FECHA-VENTAS TO MOVCAJ-FECHA
                   MOVE TIENDA-VENTAS TO MOVCAJ-TIENDA
                   MOVE CAJERO-VENTAS TO MOVCAJ-CAJERO
                   MOVE "V" TO MOVCAJ-TIPO
                   MOVE 1 TO MOVCAJ-LINEAS
                   MOVE WS-IMPORTE-MOVCAJ TO MOVCAJ-IMPORTE
                   WRITE REG-MOVCAJ
                   GO TO ACUMULAR-VENTA-CAJERO-EXIT
               END-IF
               ADD 1 TO WS-NUM-CAJEROS
               MOVE WS-NUM-CAJEROS TO WS-IND-CAJERO
               MOVE FECHA-VENTAS TO ELEM-CAJ-FECHA (WS-IND-CAJERO)
               MOVE TIENDA-VENTAS TO ELEM-CAJ-TIENDA (WS-IND-CAJERO)
               MOVE CAJERO-VENTAS TO ELEM-CAJ-CAJERO (WS-IND-CAJERO)
               MOVE ZEROS TO ELEM-CAJ-LINEAS (WS-IND-CAJERO)
               MOVE ZEROS TO ELEM-CAJ-IMPORTE (WS-IND-CAJERO)
           END-IF
           ADD 1 TO ELEM-CAJ-LINEAS (WS-IND-CAJERO)
           ADD WS-IMPORTE-MOVCAJ TO ELEM-CAJ-IMPORTE (WS-IND-CAJERO).
       ACUMULAR-VENTA-CAJERO-EXIT.
           EXIT.

       COMPARAR-CAJERO.
           ADD 1 TO WS-IND-CAJERO
           IF ELEM-CAJ-FECHA (WS-IND-CAJERO) = FECHA-VENTAS
               AND ELEM-CAJ-TIENDA (WS-IND-CAJERO) = TIENDA-VENTAS
               AND ELEM-CAJ-CAJERO (WS-IND-CAJERO) = CAJERO-VENTAS
               MOVE "S" TO WS-CAJERO-HALLADO-SW
           END-IF.

       GRABAR-VENTAS-CAJERO.
           ADD 1 TO WS-IND-CAJERO
           MOVE SPACES TO REG-MOVCAJ
           MOVE ELEM-CAJ-FECHA (WS-IND-CAJERO) TO MOVCAJ-FECHA
           MOVE ELEM-CAJ-TIENDA (WS-IND-CAJERO) TO MOVCAJ-TIENDA
           MOVE ELEM-CAJ-CAJERO (WS-IND-CAJERO) TO MOVCAJ-CAJERO
           MOVE "V" TO MOVCAJ-TIPO
           MOVE ELEM-CAJ-LINEAS (WS-IND-CAJERO) TO MOVCAJ-LINEAS
           MOVE ELEM-CAJ-IMPORTE (WS-IND-CAJERO) TO MOVCAJ-IMPORTE
           WRITE REG-MOVCAJ.

      * Tambien al completar el cierre, cada abono valido del fichero
      * ordenado se annade a DEVOLUCIONES-CIERRE.DAT con su motivo y
      * su destino; si el abono no trae destino se toma el del
      * motivo: el defectuoso vuelve al proveedor, el roto va a
      * merma y el resto (equivocado, cambio de opinion o sin
      * motivo, como los abonos de siempre) vuelve a la venta. El
      * fichero se rehace en cada cierre, como VENTAS-DIARIAS.DAT, y
      * ACTUALIZAR-STOCK lo aplica junto con la venta del mismo
      * cierre.
       GRABAR-DETALLE-DEVOLUCIONES.
           MOVE "N" TO EOF-SWITCH-DEVCIE
           MOVE ZEROS TO WS-CONTA-DEVCIE
           OPEN OUTPUT DEV-CIERRE
           OPEN INPUT VENTAS
           PERFORM REPASAR-VENTA-DEVOLUCION
               THRU REPASAR-VENTA-DEVOLUCION-EXIT
               UNTIL EOF-SWITCH-DEVCIE = "S"
           CLOSE VENTAS
           CLOSE DEV-CIERRE
           IF WS-CONTA-DEVCIE > ZEROS
               DISPLAY "ABONOS PASADOS A DEVOLUCIONES-CIERRE.DAT: "
                       WS-CONTA-DEVCIE
           END-IF.

       REPASAR-VENTA-DEVOLUCION.
           READ VENTAS INTO REG-VENTAS
               AT END
                   MOVE "S" TO EOF-SWITCH-DEVCIE
                   GO TO REPASAR-VENTA-DEVOLUCION-EXIT
           END-READ
           IF TIPO-VENTAS NOT = "A"
               GO TO REPASAR-VENTA-DEVOLUCION-EXIT
           END-IF
           PERFORM VALIDAR-REGISTRO THRU VALIDAR-REGISTRO-EXIT
           IF REGISTRO-VALIDO-SW = "N"
               GO TO REPASAR-VENTA-DEVOLUCION-EXIT
           END-IF
           MOVE SPACES TO REG-DEV-CIERRE
           MOVE FECHA-VENTAS TO DEVCIE-FECHA
           MOVE TIENDA-VENTAS TO DEVCIE-TIENDA
           MOVE TICKET-VENTAS TO DEVCIE-TICKET
           MOVE CODIGO-VENTAS TO DEVCIE-CODIGO
           MOVE CANT-VENTAS TO DEVCIE-CANTIDAD
           COMPUTE DEVCIE-IMPORTE = CANT-VENTAS * PRECIO-VENTAS
           MOVE MOTIVO-DEV-VENTAS TO DEVCIE-MOTIVO
           MOVE DESTINO-DEV-VENTAS TO DEVCIE-DESTINO
           IF DEVCIE-DESTINO = SPACE
               IF MOTIVO-DEV-VENTAS = "F"
                   MOVE "P" TO DEVCIE-DESTINO
               ELSE
                   IF MOTIVO-DEV-VENTAS = "R"
                       MOVE "M" TO DEVCIE-DESTINO
                   ELSE
                       MOVE "S" TO DEVCIE-DESTINO
                   END-IF
               END-IF
           END-IF
           MOVE CAJERO-VENTAS TO DEVCIE-CAJERO
           MOVE ELEM-TICKET-TIENDA (WS-IND-TICKET)
               TO DEVCIE-TIENDA-ORIG
           MOVE ELEM-TICKET-FECHA (WS-IND-TICKET)
               TO DEVCIE-FECHA-ORIG
           WRITE REG-DEV-CIERRE
           ADD 1 TO WS-CONTA-DEVCIE.
       REPASAR-VENTA-DEVOLUCION-EXIT.
           EXIT.

      * Igual que la pasada por cajero, la de puntos relee el fichero
      * ordenado entero al completar el cierre. Las ventas validas
      * con tarjeta se acumulan por fecha, tienda, tarjeta y ticket
      * (los puntos se calculan sobre el total del ticket, no linea a
      * linea); cada abono valido se acumula aparte contra la
      * tarjeta del ticket original, o la suya si la venta original
      * no llevaba tarjeta. Un abono sin tarjeta en ningun lado no
      * mueve puntos.
       GRABAR-MOVIMIENTOS-PUNTOS.
           MOVE "N" TO EOF-SWITCH-PUNTOS
           MOVE ZEROS TO WS-NUM-PUNTOS
           OPEN EXTEND PUNTOS-MOVIMIENTOS
           IF FS-PUNTOS NOT = "00"
               OPEN OUTPUT PUNTOS-MOVIMIENTOS
           END-IF
           OPEN INPUT VENTAS
           PERFORM REPASAR-VENTA-PUNTOS THRU REPASAR-VENTA-PUNTOS-EXIT
               UNTIL EOF-SWITCH-PUNTOS = "S"
           CLOSE VENTAS
           MOVE ZEROS TO WS-IND-PUNTOS
           PERFORM GRABAR-PUNTOS-TICKET
               UNTIL WS-IND-PUNTOS >= WS-NUM-PUNTOS
           CLOSE PUNTOS-MOVIMIENTOS.

       REPASAR-VENTA-PUNTOS.
           READ VENTAS INTO REG-VENTAS
               AT END
                   MOVE "S" TO EOF-SWITCH-PUNTOS
                   GO TO REPASAR-VENTA-PUNTOS-EXIT
           END-READ
           PERFORM VALIDAR-REGISTRO THRU VALIDAR-REGISTRO-EXIT
           IF REGISTRO-VALIDO-SW = "N"
               GO TO REPASAR-VENTA-PUNTOS-EXIT
           END-IF
           MOVE TARJETA-VENTAS TO WS-TARJETA-PUNTOS
           MOVE "G" TO WS-TIPO-PUNTOS
           IF TIPO-VENTAS = "A"
               MOVE "D" TO WS-TIPO-PUNTOS
               IF ELEM-TICKET-TARJETA (WS-IND-TICKET) NOT = SPACES
                   MOVE ELEM-TICKET-TARJETA (WS-IND-TICKET)
                       TO WS-TARJETA-PUNTOS
               END-IF
           END-IF
           IF WS-TARJETA-PUNTOS = SPACES
               GO TO REPASAR-VENTA-PUNTOS-EXIT
           END-IF
           COMPUTE WS-IMPORTE-PUNTOS = CANT-VENTAS * PRECIO-VENTAS
           MOVE "N" TO WS-PUNTOS-HALLADO-SW
           MOVE ZEROS TO WS-IND-PUNTOS
           PERFORM COMPARAR-PUNTOS
               UNTIL WS-IND-PUNTOS >= WS-NUM-PUNTOS
               OR WS-PUNTOS-HALLADO-SW = "S"
           IF WS-PUNTOS-HALLADO-SW = "N"
               IF WS-NUM-PUNTOS >= 5000
                   MOVE FECHA-VENTAS TO PUNTOS-FECHA
                   MOVE WS-TARJETA-PUNTOS TO PUNTOS-TARJETA
                   MOVE TIENDA-VENTAS TO PUNTOS-TIENDA
                   MOVE TICKET-VENTAS TO PUNTOS-TICKET
                   MOVE WS-TIPO-PUNTOS TO PUNTOS-TIPO
                   PERFORM GRABAR-LINEA-PUNTOS
                   GO TO REPASAR-VENTA-PUNTOS-EXIT
               END-IF
               ADD 1 TO WS-NUM-PUNTOS
               MOVE WS-NUM-PUNTOS TO WS-IND-PUNTOS
               MOVE FECHA-VENTAS TO ELEM-PUN-FECHA (WS-IND-PUNTOS)
               MOVE TIENDA-VENTAS TO ELEM-PUN-TIENDA (WS-IND-PUNTOS)
               MOVE WS-TARJETA-PUNTOS
                   TO ELEM-PUN-TARJETA (WS-IND-PUNTOS)
               MOVE TICKET-VENTAS TO ELEM-PUN-TICKET (WS-IND-PUNTOS)
               MOVE WS-TIPO-PUNTOS TO ELEM-PUN-TIPO (WS-IND-PUNTOS)
               MOVE ZEROS TO ELEM-PUN-IMPORTE (WS-IND-PUNTOS)
           END-IF
           ADD WS-IMPORTE-PUNTOS TO ELEM-PUN-IMPORTE (WS-IND-PUNTOS).
       REPASAR-VENTA-PUNTOS-EXIT.
           EXIT.

       COMPARAR-PUNTOS.
           ADD 1 TO WS-IND-PUNTOS
           IF ELEM-PUN-FECHA (WS-IND-PUNTOS) = FECHA-VENTAS
               AND ELEM-PUN-TIENDA (WS-IND-PUNTOS) = TIENDA-VENTAS
               AND ELEM-PUN-TARJETA (WS-IND-PUNTOS) = WS-TARJETA-PUNTOS
               AND ELEM-PUN-TICKET (WS-IND-PUNTOS) = TICKET-VENTAS
               AND ELEM-PUN-TIPO (WS-IND-PUNTOS) = WS-TIPO-PUNTOS
               MOVE "S" TO WS-PUNTOS-HALLADO-SW
           END-IF.

       GRABAR-PUNTOS-TICKET.
           ADD 1 TO WS-IND-PUNTOS
           MOVE ELEM-PUN-FECHA (WS-IND-PUNTOS) TO PUNTOS-FECHA
           MOVE ELEM-PUN-TARJETA (WS-IND-PUNTOS) TO PUNTOS-TARJETA
           MOVE ELEM-PUN-TIENDA (WS-IND-PUNTOS) TO PUNTOS-TIENDA
           MOVE ELEM-PUN-TICKET (WS-IND-PUNTOS) TO PUNTOS-TICKET
           MOVE ELEM-PUN-TIPO (WS-IND-PUNTOS) TO PUNTOS-TIPO
           MOVE ELEM-PUN-IMPORTE (WS-IND-PUNTOS) TO WS-IMPORTE-PUNTOS
           PERFORM GRABAR-LINEA-PUNTOS.

      * Un punto (o WS-PUNTOS-POR-EURO) por euro entero del importe;
      * los de un abono se graban en negativo.
       GRABAR-LINEA-PUNTOS.
           MOVE WS-IMPORTE-PUNTOS TO PUNTOS-IMPORTE
           MOVE WS-IMPORTE-PUNTOS TO WS-EUROS-PUNTOS
           COMPUTE PUNTOS-PUNTOS = WS-EUROS-PUNTOS * WS-PUNTOS-POR-EURO
           IF PUNTOS-TIPO = "D"
               COMPUTE PUNTOS-PUNTOS = ZEROS - PUNTOS-PUNTOS
           END-IF
           WRITE REG-PUNTOS.

      * Compara la huella del lote de entrada con la guardada del
      * ultimo lote procesado; si no hay huella guardada (primer
      * cierre con la guardia) no hay nada que comparar.
               OPEN OUTPUT TOTAL
               OPEN OUTPUT TOTAL-TIENDA
               OPEN OUTPUT TOTAL-FECHA
               OPEN OUTPUT VENTAS-DIARIAS
               OPEN OUTPUT RANK-TRABAJO
               OPEN OUTPUT RECHAZADAS
               OPEN OUTPUT DEVOLUCIONES
               IF FS-TOTAL-FECHA NOT = "00"
                   OPEN OUTPUT TOTAL-FECHA
               END-IF
               OPEN EXTEND VENTAS-DIARIAS
               IF FS-VENTAS-DIARIAS NOT = "00"
                   OPEN OUTPUT VENTAS-DIARIAS
               END-IF
               OPEN EXTEND RANK-TRABAJO
               IF FS-RANK-TRABAJO NOT = "00"
                   OPEN OUTPUT RANK-TRABAJO
               IF FS-TIENDA-HIST NOT = "00"
                   OPEN OUTPUT TIENDA-HIST
               END-IF
           END-IF

      * Y lo mismo para la foto mensual por producto, tienda y
      * fecha.
           MOVE WS-FECHA-AAAA TO WS-NOMBRE-FECHAH-AAAA
           MOVE WS-FECHA-MM   TO WS-NOMBRE-FECHAH-MM
           IF WS-SIMULACRO-SW = "S"
               MOVE SPACES TO WS-NOMBRE-FECHA-HIST
               STRING "SIMULACRO-"            DELIMITED BY SIZE
                      WS-NOMBRE-FECHAH-BASE   DELIMITED BY SPACE
                   INTO WS-NOMBRE-FECHA-HIST
               END-STRING
               OPEN OUTPUT FECHA-HIST
           ELSE
               MOVE WS-NOMBRE-FECHAH-BASE TO WS-NOMBRE-FECHA-HIST
               OPEN EXTEND FECHA-HIST
               IF FS-FECHA-HIST NOT = "00"
                   OPEN OUTPUT FECHA-HIST
               END-IF
           END-IF.

      * Carga los parametros del cierre mantenidos por operaciones;
       LEER-PRECIO-HIST-EXIT.
           EXIT.

      * Carga las promociones activas y sus tiendas participantes;
      * sin fichero no hay precio de promocion que aceptar y el
      * control de varianza sigue como antes.
       CARGAR-PROMOCIONES.
           MOVE ZEROS TO WS-NUM-PROMOCIONES
           OPEN INPUT PROMOCIONES
           IF FS-PROMOCIONES = "00"
               PERFORM LEER-PROMOCION THRU LEER-PROMOCION-EXIT
                   UNTIL EOF-SWITCH-PROMO = "S"
               CLOSE PROMOCIONES
           END-IF
           MOVE ZEROS TO WS-NUM-PROMO-TIENDAS
           OPEN INPUT PROMO-TIENDAS
           IF FS-PROMO-TIENDAS = "00"
               PERFORM LEER-PROMO-TIENDA THRU LEER-PROMO-TIENDA-EXIT
                   UNTIL EOF-SWITCH-PROMTDA = "S"
               CLOSE PROMO-TIENDAS
           END-IF.

       LEER-PROMOCION.
           READ PROMOCIONES
               AT END MOVE "S" TO EOF-SWITCH-PROMO
           NOT AT END
               IF PROMO-ESTADO NOT = "N"
                   IF WS-NUM-PROMOCIONES < 500
                       ADD 1 TO WS-NUM-PROMOCIONES
                       MOVE PROMO-CODIGO
                           TO ELEM-PROMO-CODIGO (WS-NUM-PROMOCIONES)
                       MOVE PROMO-AMBITO
                           TO ELEM-PROMO-AMBITO (WS-NUM-PROMOCIONES)
                       MOVE PROMO-ARTICULO
                           TO ELEM-PROMO-ARTICULO (WS-NUM-PROMOCIONES)
                       MOVE PROMO-DESDE
                           TO ELEM-PROMO-DESDE (WS-NUM-PROMOCIONES)
                       MOVE PROMO-HASTA
                           TO ELEM-PROMO-HASTA (WS-NUM-PROMOCIONES)
                       MOVE PROMO-TIPO
                           TO ELEM-PROMO-TIPO (WS-NUM-PROMOCIONES)
                       MOVE PROMO-PRECIO
                           TO ELEM-PROMO-PRECIO (WS-NUM-PROMOCIONES)
                       MOVE PROMO-DESCUENTO
                         TO ELEM-PROMO-DESCUENTO (WS-NUM-PROMOCIONES)
                   ELSE
                       DISPLAY "AVISO: MAS DE 500 PROMOCIONES "
                               "ACTIVAS, SE IGNORA: " PROMO-CODIGO
                   END-IF
               END-IF
           END-READ.
       LEER-PROMOCION-EXIT.
           EXIT.

       LEER-PROMO-TIENDA.
           READ PROMO-TIENDAS
               AT END MOVE "S" TO EOF-SWITCH-PROMTDA
           NOT AT END
               IF WS-NUM-PROMO-TIENDAS < 2000
                   ADD 1 TO WS-NUM-PROMO-TIENDAS
                   MOVE REG-PROMO-TIENDAS
                       TO ELEM-PROMTDA (WS-NUM-PROMO-TIENDAS)
               ELSE
                   DISPLAY "AVISO: MAS DE 2000 TIENDAS EN "
                           "PROMOCION, SE IGNORA: " PROMTDA-CODIGO
               END-IF
           END-READ.
       LEER-PROMO-TIENDA-EXIT.
           EXIT.

      * Busca una promocion activa para la venta en curso cuyo
      * precio (fijo, o el descuento aplicado sobre el precio
      * vigente) quede dentro de la tolerancia respecto al precio
      * tecleado. Necesita los datos del producto ya dejados por
      * BUSCAR-PRODUCTO (categoria) y WS-PRECIO-VIGENTE.
       BUSCAR-PRECIO-PROMOCION.
           MOVE "N" TO WS-PROMO-VALIDA-SW
           IF WS-NUM-PROMOCIONES = ZEROS
               GO TO BUSCAR-PRECIO-PROMOCION-EXIT
           END-IF
           MOVE LECTURA-TIENDA TO WS-TIENDA-BUSCADA
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           MOVE ZEROS TO WS-IND-PROMO
           PERFORM COMPARAR-PROMOCION
               UNTIL WS-IND-PROMO >= WS-NUM-PROMOCIONES
               OR WS-PROMO-VALIDA-SW = "S".
       BUSCAR-PRECIO-PROMOCION-EXIT.
           EXIT.

       COMPARAR-PROMOCION.
           ADD 1 TO WS-IND-PROMO
           IF ELEM-PROMO-DESDE (WS-IND-PROMO) <= LECTURA-FECHA
               AND ELEM-PROMO-HASTA (WS-IND-PROMO) >= LECTURA-FECHA
               AND ((ELEM-PROMO-AMBITO (WS-IND-PROMO) = "C"
               AND ELEM-PROMO-ARTICULO (WS-IND-PROMO)
                   = WS-CATEGORIA-HALLADA)
               OR (ELEM-PROMO-AMBITO (WS-IND-PROMO) NOT = "C"
               AND ELEM-PROMO-ARTICULO (WS-IND-PROMO)
                   = LECTURA-CODIGO))
               PERFORM COMPROBAR-TIENDA-PROMOCION
               IF WS-PROMO-TIENDA-SW = "S"
                   PERFORM COMPROBAR-PRECIO-PROMOCION
               END-IF
           END-IF.

      * La tienda participa si la promocion no tiene tiendas (vale
      * para toda la cadena) o si figura la tienda o su region.
       COMPROBAR-TIENDA-PROMOCION.
           MOVE "N" TO WS-PROMO-TIENDA-SW
           MOVE "N" TO WS-PROMO-CON-TDAS-SW
           MOVE ZEROS TO WS-IND-PROMTDA
           PERFORM COMPARAR-TIENDA-PROMOCION
               UNTIL WS-IND-PROMTDA >= WS-NUM-PROMO-TIENDAS
               OR WS-PROMO-TIENDA-SW = "S"
           IF WS-PROMO-CON-TDAS-SW = "N"
               MOVE "S" TO WS-PROMO-TIENDA-SW
           END-IF.

       COMPARAR-TIENDA-PROMOCION.
           ADD 1 TO WS-IND-PROMTDA
           IF ELEM-PROMTDA-CODIGO (WS-IND-PROMTDA)
               = ELEM-PROMO-CODIGO (WS-IND-PROMO)
               MOVE "S" TO WS-PROMO-CON-TDAS-SW
               IF (ELEM-PROMTDA-TIPO (WS-IND-PROMTDA) = "R"
                   AND ELEM-PROMTDA-VALOR (WS-IND-PROMTDA)
                       = WS-REGION-TIENDA-HALL)
                   OR (ELEM-PROMTDA-TIPO (WS-IND-PROMTDA) NOT = "R"
                   AND ELEM-PROMTDA-VALOR (WS-IND-PROMTDA)
                       = LECTURA-TIENDA)
                   MOVE "S" TO WS-PROMO-TIENDA-SW
               END-IF
           END-IF.

       COMPROBAR-PRECIO-PROMOCION.
           IF ELEM-PROMO-TIPO (WS-IND-PROMO) = "D"
               COMPUTE WS-PRECIO-PROMO ROUNDED =
                   WS-PRECIO-VIGENTE
                   * (100 - ELEM-PROMO-DESCUENTO (WS-IND-PROMO)) / 100
           ELSE
               MOVE ELEM-PROMO-PRECIO (WS-IND-PROMO)
                   TO WS-PRECIO-PROMO
           END-IF
           IF WS-PRECIO-PROMO > ZEROS
               COMPUTE WS-DESVIACION-PROMO ROUNDED =
                   ((LECTURA-PRECIO - WS-PRECIO-PROMO) * 100)
                   / WS-PRECIO-PROMO
               IF WS-DESVIACION-PROMO <= TOLERANCIA-PRECIO-PCT
                   AND (WS-DESVIACION-PROMO * -1)
                       <= TOLERANCIA-PRECIO-PCT
                   MOVE "S" TO WS-PROMO-VALIDA-SW
               END-IF
           END-IF.

      * Precio vigente en LECTURA-FECHA para LECTURA-CODIGO: la
      * linea del historico con la fecha-desde mas alta que no
      * supere la fecha de la venta. Si el producto no tiene
                       TO ACTUAL-DEV-CANTIDAD
                   MOVE CHECKPOINT-DEV-INGRESO
                       TO ACTUAL-DEV-INGRESO
                   MOVE CHECKPOINT-FVEND-CANT
                       TO ACTUAL-FECHA-VEND-CANT
                   MOVE CHECKPOINT-FVEND-INGRESO
                       TO ACTUAL-FECHA-VEND-ING
                   MOVE CHECKPOINT-FDEV-CANT
                       TO ACTUAL-FECHA-DEV-CANT
                   MOVE CHECKPOINT-FDEV-INGRESO
                       TO ACTUAL-FECHA-DEV-ING
               END-IF
               CLOSE CHECKPOINT
           END-IF.
                   MOVE FECHA-VENTAS TO LECTURA-FECHA
                   MOVE TIPO-VENTAS TO LECTURA-TIPO
                   MOVE TICKET-VENTAS TO LECTURA-TICKET
                   MOVE MEDIO-PAGO-VENTAS TO LECTURA-MEDIO-PAGO
                   MOVE CAJERO-VENTAS TO LECTURA-CAJERO
                   MOVE MOTIVO-DEV-VENTAS TO LECTURA-MOTIVO-DEV
                   MOVE DESTINO-DEV-VENTAS TO LECTURA-DESTINO-DEV
                   ADD 1 TO WS-CONTADOR-ACEPTADOS
               ELSE
                   PERFORM GRABAR-RECHAZO THRU GRABAR-RECHAZO-EXIT
           MOVE ACTUAL-BRUTO-INGRESO   TO CHECKPOINT-BRUTO-INGRESO
           MOVE ACTUAL-DEV-CANTIDAD    TO CHECKPOINT-DEV-CANT
           MOVE ACTUAL-DEV-INGRESO     TO CHECKPOINT-DEV-INGRESO
           MOVE ACTUAL-FECHA-VEND-CANT TO CHECKPOINT-FVEND-CANT
           MOVE ACTUAL-FECHA-VEND-ING  TO CHECKPOINT-FVEND-INGRESO
           MOVE ACTUAL-FECHA-DEV-CANT  TO CHECKPOINT-FDEV-CANT
           MOVE ACTUAL-FECHA-DEV-ING   TO CHECKPOINT-FDEV-INGRESO
           OPEN OUTPUT CHECKPOINT
           WRITE REG-CHECKPOINT
           CLOSE CHECKPOINT
               END-IF
           END-IF

      * Medio de pago: efectivo (E o blanco), tarjeta (T) o vale (V).
           IF REGISTRO-VALIDO-SW = "S"
               IF MEDIO-PAGO-VENTAS NOT = "E"
                   AND MEDIO-PAGO-VENTAS NOT = "T"
                   AND MEDIO-PAGO-VENTAS NOT = "V"
                   AND MEDIO-PAGO-VENTAS NOT = SPACE
                   MOVE "N" TO REGISTRO-VALIDO-SW
                   MOVE "MEDIO PAGO NO VALIDO" TO MOTIVO-RECHAZO
               END-IF
           END-IF

      * Motivo y destino de la devolucion, solo en los abonos (en
      * una venta no significan nada y no se miran).
           IF REGISTRO-VALIDO-SW = "S"
               AND TIPO-VENTAS = "A"
               IF MOTIVO-DEV-VENTAS NOT = "F"
                   AND MOTIVO-DEV-VENTAS NOT = "R"
                   AND MOTIVO-DEV-VENTAS NOT = "E"
                   AND MOTIVO-DEV-VENTAS NOT = "C"
                   AND MOTIVO-DEV-VENTAS NOT = SPACE
                   MOVE "N" TO REGISTRO-VALIDO-SW
                   MOVE "MOTIVO DEV NO VALIDO" TO MOTIVO-RECHAZO
               END-IF
           END-IF
           IF REGISTRO-VALIDO-SW = "S"
               AND TIPO-VENTAS = "A"
               IF DESTINO-DEV-VENTAS NOT = "S"
                   AND DESTINO-DEV-VENTAS NOT = "P"
                   AND DESTINO-DEV-VENTAS NOT = "M"
                   AND DESTINO-DEV-VENTAS NOT = SPACE
                   MOVE "N" TO REGISTRO-VALIDO-SW
                   MOVE "DESTINO NO VALIDO" TO MOTIVO-RECHAZO
               END-IF
           END-IF

      * Un abono tiene que referenciar el ticket de la venta
      * original (mismo producto): sin ticket o con un ticket que no
      * consta, no se netea en silencio. El ticket se busca primero
      * en la tienda del abono y, si alli no consta, en las demas
      * (devolucion en otra tienda, que PREVENCION-PERDIDAS senniala).
           IF REGISTRO-VALIDO-SW = "S"
               AND TIPO-VENTAS = "A"
               IF TICKET-VENTAS = SPACES
                   MOVE "ABONO SIN TICKET" TO MOTIVO-RECHAZO
               ELSE
                   PERFORM BUSCAR-TICKET THRU BUSCAR-TICKET-EXIT
                   IF WS-TICKET-HALLADO-SW = "N"
                       PERFORM BUSCAR-TICKET-OTRA-TIENDA
                           THRU BUSCAR-TICKET-OTRA-TIENDA-EXIT
                   END-IF
                   IF WS-TICKET-HALLADO-SW = "N"
                       MOVE "N" TO REGISTRO-VALIDO-SW
                       MOVE "TICKET DESCONOCIDO" TO MOTIVO-RECHAZO
               ADD LECTURA-CANT TO ACTUAL-DEV-CANTIDAD
               COMPUTE ACTUAL-DEV-INGRESO = ACTUAL-DEV-INGRESO +
                                    (LECTURA-CANT * LECTURA-PRECIO)
               ADD LECTURA-CANT TO ACTUAL-FECHA-DEV-CANT
               COMPUTE ACTUAL-FECHA-DEV-ING = ACTUAL-FECHA-DEV-ING +
                                    (LECTURA-CANT * LECTURA-PRECIO)
           ELSE
               ADD LECTURA-CANT TO ACTUAL-CANTIDAD
               ADD LECTURA-CANT TO ACTUAL-TIENDA-CANTIDAD
               ADD LECTURA-CANT TO ACTUAL-BRUTO-CANTIDAD
               COMPUTE ACTUAL-BRUTO-INGRESO = ACTUAL-BRUTO-INGRESO +
                                    (LECTURA-CANT * LECTURA-PRECIO)
               ADD LECTURA-CANT TO ACTUAL-FECHA-VEND-CANT
               COMPUTE ACTUAL-FECHA-VEND-ING = ACTUAL-FECHA-VEND-ING +
                                    (LECTURA-CANT * LECTURA-PRECIO)
           END-IF

      * Comparar con el m�s vendido actual
               ((LECTURA-PRECIO - WS-PRECIO-VIGENTE) * 100)
               / WS-PRECIO-VIGENTE

      * Fuera de tolerancia, todavia puede ser el precio de una
      * promocion activa en esa fecha y tienda.
           IF WS-DESVIACION-PCT > TOLERANCIA-PRECIO-PCT
               OR (WS-DESVIACION-PCT * -1) > TOLERANCIA-PRECIO-PCT
               PERFORM BUSCAR-PRECIO-PROMOCION
                   THRU BUSCAR-PRECIO-PROMOCION-EXIT
           ELSE
               GO TO COMPROBAR-PRECIO-EXIT
           END-IF

           IF WS-PROMO-VALIDA-SW = "N"
               MOVE SPACES TO REG-SOSPECHOSOS
               MOVE REGISTRO-LECTURA TO SOSP-REGISTRO
               MOVE WS-PRECIO-VIGENTE TO SOSP-PRECIO-REF
           IF ACTUAL-FECHA NOT = ZEROS
               MOVE ACTUAL-CODIGO TO CODIGO-TOTAL-FECHA
               MOVE ACTUAL-FECHA TO FECHA-TOTAL-FECHA
               MOVE ACTUAL-TIENDA TO TIENDA-TOTAL-FECHA
      * Mismo acotado a cero que en GRABAR-TOTAL: el campo del
      * fichero no lleva signo.
               IF ACTUAL-FECHA-CANTIDAD > ZEROS
                   MOVE ZEROS TO INGRESO-TOTAL-FECHA
               END-IF
               WRITE REG-TOTAL-FECHA
      * La misma linea, tal cual, a la foto mensual por fecha.
               WRITE REG-FECHA-HIST FROM REG-TOTAL-FECHA
      * Y el desglose de venta y devolucion del mismo grupo.
               MOVE ACTUAL-CODIGO TO CODIGO-VTADIA
               MOVE ACTUAL-TIENDA TO TIENDA-VTADIA
               MOVE ACTUAL-FECHA TO FECHA-VTADIA
               MOVE ACTUAL-FECHA-VEND-CANT TO VENDIDA-CANT-VTADIA
               MOVE ACTUAL-FECHA-VEND-ING TO VENDIDA-ING-VTADIA
               MOVE ACTUAL-FECHA-DEV-CANT TO DEVUELTA-CANT-VTADIA
               MOVE ACTUAL-FECHA-DEV-ING TO DEVUELTA-ING-VTADIA
               WRITE REG-VENTAS-DIARIAS
           END-IF

           MOVE ZEROS TO ACTUAL-FECHA-CANTIDAD
           MOVE ZEROS TO ACTUAL-FECHA-INGRESO
           MOVE ZEROS TO ACTUAL-FECHA-VEND-CANT
           MOVE ZEROS TO ACTUAL-FECHA-VEND-ING
           MOVE ZEROS TO ACTUAL-FECHA-DEV-CANT
           MOVE ZEROS TO ACTUAL-FECHA-DEV-ING.

       MOSTRAR-RESULTADO.
           MOVE MAS-VENDIDO-CANTIDAD TO WS-CANTIDAD-EDITADA
                   PERFORM ANOTAR-TICKET THRU ANOTAR-TICKET-EXIT
               END-IF
               MOVE REGISTRO-LECTURA TO REG-SORT-VENTAS
               PERFORM SUSTITUIR-CODIGO-VENTA
               RELEASE REG-SORT-VENTAS
           END-READ.
       LEER-REINYECTADA-EXIT.
           READ VENTAS-ENTRADA INTO REG-SORT-VENTAS
               AT END MOVE "S" TO EOF-SWITCH-ENTRADA
           NOT AT END
               PERFORM SUSTITUIR-CODIGO-VENTA
               RELEASE REG-SORT-VENTAS
           END-READ.
       LEER-VENTA-CRUDA-EXIT.
           EXIT.

      * Una linea (venta o abono) bajo un codigo sustituido con
      * vigencia en su fecha entra al sort con el codigo final de la
      * cadena. Las lineas sin fecha valida no se tocan: las rechaza
      * la validacion.
       SUSTITUIR-CODIGO-VENTA.
           IF SORT-VENTAS-CODIGO NOT = SPACES
               AND SORT-VENTAS-FECHA IS NUMERIC
               AND SORT-VENTAS-FECHA NOT = ZEROS
               MOVE SORT-VENTAS-CODIGO TO WS-SUST-CODIGO
               MOVE SORT-VENTAS-FECHA TO WS-SUST-FECHA
               CALL "CONSULTAR-SUSTITUCION"
                   USING WS-SUST-CODIGO WS-SUST-FECHA WS-SUST-FINAL
               IF WS-SUST-FINAL NOT = WS-SUST-CODIGO
                   MOVE WS-SUST-FINAL TO SORT-VENTAS-CODIGO
                   ADD 1 TO WS-CONTADOR-SUSTITUIDOS
               END-IF
           END-IF.

       GRABAR-VENTAS-ORDENADAS.
           OPEN OUTPUT VENTAS
           PERFORM ESCRIBIR-VENTA-ORDENADA
