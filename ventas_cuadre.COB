      * Mod:02/09/2026 - El registro de tickets lleva la fecha de
      *    negocio (25 posiciones); la tabla sube a 20000 y llenarla
      *    corta el cuadre con error, igual que corta el cierre.
      * Mod:07/09/2026 - Mismo criterio para el medio de pago
      *    (posicion 35 del registro: E, T, V o blanco): las ventas
      *    con un medio de pago desconocido se rechazan en el cierre
      *    y tampoco se acumulan aqui.
      * Mod:08/09/2026 - El registro de ventas lleva el cajero
      *    (posiciones 36 a 41) y el de tickets tambien (31
      *    posiciones). Un abono cuyo ticket no consta en su tienda
      *    se busca en las demas, igual que en el cierre (devolucion
      *    en otra tienda).
      * Mod:12/09/2026 - El registro de ventas lleva la tarjeta de
      *    cliente (posiciones 42 a 54) y el de tickets tambien (44
      *    posiciones); el cuadre no la usa.
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
      * Mod:25/09/2026 - El calendario PERIODOS-CONTABLES.DAT lleva la
      *    marca de bloqueo del ejercicio (CIERRE-ANUAL); aqui solo se
      *    completa el trazado con relleno. Un periodo bloqueado sigue
      *    en estado C.
      * Mod:30/09/2026 - Mismo criterio para el motivo y el destino
      *    de la devolucion (posiciones 55 y 56 del registro de
      *    ventas): un abono con un valor desconocido no cuenta.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FECHA-VENTAS    PIC 9(8).
           05 TIPO-VENTAS     PIC X(1).
           05 TICKET-VENTAS   PIC X(8).
           05 MEDIO-PAGO-VENTAS PIC X(1).
           05 CAJERO-VENTAS   PIC X(6).
           05 TARJETA-VENTAS  PIC X(13).
           05 MOTIVO-DEV-VENTAS  PIC X(1).
           05 DESTINO-DEV-VENTAS PIC X(1).

       FD TOTAL.
       01 REG-TOTAL.
           05 TIPO-IVA-PRODUCTO    PIC X(1).
           05 COSTE-PRODUCTO       PIC 9(3)V99.
           05 CATEGORIA-PRODUCTO   PIC X(3).
           05 UNIDAD-COMPRA-PRODUCTO PIC X(3).
           05 UNIDADES-ENVASE-PRODUCTO PIC 9(3).
           05 MINIMO-PEDIDO-PRODUCTO PIC 9(5).
           05 PERECEDERO-PRODUCTO  PIC X(1).
           05 MEDIDA-PRODUCTO      PIC X(1).
           05 CONTENIDO-PRODUCTO   PIC 9(3)V999.

       FD TIENDAS.
       01 REG-TIENDAS.
       01 REG-PERIODOS.
           05 PERIODO-CONTABLE     PIC 9(6).
           05 ESTADO-PERIODO       PIC X(1).
           05 FILLER               PIC X(1).

       FD TICKETS.
       01 REG-TICKETS.
           05 TICKET-TIENDA        PIC X(4).
           05 TICKET-CODIGO        PIC X(5).
           05 TICKET-FECHA         PIC X(8).
           05 TICKET-CAJERO        PIC X(6).
           05 TICKET-TARJETA       PIC X(13).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-VENTAS    PIC X VALUE "N".
               MOVE "S" TO WS-TICKET-HALLADO-SW
           END-IF.

       BUSCAR-TICKET-OTRA-TIENDA.
           MOVE "N" TO WS-TICKET-HALLADO-SW
           MOVE ZEROS TO WS-IND-TICKET
           PERFORM COMPARAR-TICKET-OTRA-TIENDA
               UNTIL WS-IND-TICKET >= WS-NUM-TICKETS
               OR WS-TICKET-HALLADO-SW = "S".

       COMPARAR-TICKET-OTRA-TIENDA.
           ADD 1 TO WS-IND-TICKET
           IF ELEM-TICKET-NUM (WS-IND-TICKET) = TICKET-VENTAS
               AND ELEM-TICKET-CODIGO (WS-IND-TICKET) = CODIGO-VENTAS
               MOVE "S" TO WS-TICKET-HALLADO-SW
           END-IF.

      * Lectura directa de TIENDA-VENTAS en el maestro indexado;
      * deja el switch de hallada y el estado en los auxiliares.
       BUSCAR-TIENDA.
               END-IF
           END-IF

           IF REGISTRO-VALIDO-SW = "S"
               IF MEDIO-PAGO-VENTAS NOT = "E"
                   AND MEDIO-PAGO-VENTAS NOT = "T"
                   AND MEDIO-PAGO-VENTAS NOT = "V"
                   AND MEDIO-PAGO-VENTAS NOT = SPACE
                   MOVE "N" TO REGISTRO-VALIDO-SW
               END-IF
           END-IF

           IF REGISTRO-VALIDO-SW = "S"
               AND TIPO-VENTAS = "A"
               IF MOTIVO-DEV-VENTAS NOT = "F"
                   AND MOTIVO-DEV-VENTAS NOT = "R"
                   AND MOTIVO-DEV-VENTAS NOT = "E"
                   AND MOTIVO-DEV-VENTAS NOT = "C"
                   AND MOTIVO-DEV-VENTAS NOT = SPACE
                   MOVE "N" TO REGISTRO-VALIDO-SW
               END-IF
               IF DESTINO-DEV-VENTAS NOT = "S"
                   AND DESTINO-DEV-VENTAS NOT = "P"
                   AND DESTINO-DEV-VENTAS NOT = "M"
                   AND DESTINO-DEV-VENTAS NOT = SPACE
                   MOVE "N" TO REGISTRO-VALIDO-SW
               END-IF
           END-IF

           IF REGISTRO-VALIDO-SW = "S"
               AND TIPO-VENTAS = "A"
               IF TICKET-VENTAS = SPACES
                   MOVE "N" TO REGISTRO-VALIDO-SW
               ELSE
                   PERFORM BUSCAR-TICKET
                   IF WS-TICKET-HALLADO-SW = "N"
                       PERFORM BUSCAR-TICKET-OTRA-TIENDA
                   END-IF
                   IF WS-TICKET-HALLADO-SW = "N"
                       MOVE "N" TO REGISTRO-VALIDO-SW
                   END-IF
