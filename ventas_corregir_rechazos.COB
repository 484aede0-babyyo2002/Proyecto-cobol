      * Mod:02/09/2026 - El registro de tickets lleva la fecha de
      *    negocio (25 posiciones); la tabla sube a 20000 y llenarla
      *    corta la sesion con error, igual que corta el cierre.
      * Mod:07/09/2026 - El registro de ventas lleva el medio de
      *    pago en la posicion 35 (E = efectivo, T = tarjeta, V =
      *    vale, blanco = efectivo): la correccion lo permite
      *    teclear y lo revalida igual que el cierre.
      * Mod:08/09/2026 - El registro de ventas lleva el codigo de
      *    cajero en las posiciones 36 a 41 (41 posiciones en total)
      *    y la correccion lo permite teclear; el registro de tickets
      *    lleva tambien el cajero. Un abono cuyo ticket no consta en
      *    su tienda se busca en las demas, igual que en el cierre.
      * Mod:12/09/2026 - El registro de ventas lleva la tarjeta de
      *    cliente en las posiciones 42 a 54 (54 posiciones en total)
      *    y la correccion la permite teclear; el registro de tickets
      *    lleva tambien la tarjeta.
      * Mod:13/09/2026 - Ambito de tiendas del operador: desde la
      *    consola llega el ambito (ver COMPROBAR-AMBITO) y solo se
      *    presentan los rechazos de sus tiendas; los demas siguen
      *    pendientes para quien las tenga. Una correccion que lleva
      *    la linea a una tienda fuera del ambito no se reinyecta y
      *    queda en la auditoria. Sin el parametro, todas.
      * Mod:14/09/2026 - Cada reinyeccion queda en el diario de
      *    cambios MAESTROS-AUDITORIA.DAT (fichero REINYECTA, clave
      *    la tienda, el motivo del rechazo y el producto y ticket
      *    reinyectados) con el operador de la consola, para el
      *    informe de segregacion de funciones.
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
      * Mod:24/09/2026 - Los rechazos aprobados como ajuste de
      *    periodo anterior (estado A, APROBAR-AJUSTES-PERIODO) se
      *    conservan como estan y no se ofrecen para corregir: ya van
      *    a contabilidad por el registro de ajustes.
      * Mod:25/09/2026 - El calendario PERIODOS-CONTABLES.DAT lleva la
      *    marca de bloqueo del ejercicio (CIERRE-ANUAL); aqui solo se
      *    completa el trazado con relleno. Un periodo bloqueado sigue
      *    en estado C.
      * Mod:30/09/2026 - El registro de ventas lleva el motivo y el
      *    destino de la devolucion en las posiciones 55 y 56 (56
      *    posiciones en total); la correccion los permite teclear y
      *    la revalidacion rechaza un abono con un motivo o destino
      *    desconocido, igual que el cierre.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT TICKETS ASSIGN TO "TICKETS-VENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TICKETS.
           SELECT AUDITORIA ASSIGN TO "MAESTROS-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD RECHAZADAS.
       01 REG-RECHAZADAS.
           05 RECHAZADAS-REGISTRO  PIC X(56).
           05 FILLER               PIC X(01).
           05 RECHAZADAS-MOTIVO    PIC X(20).
           05 FILLER               PIC X(01).
           05 RECHAZADAS-ESTADO    PIC X(01).

       FD REINYECTADAS.
       01 REG-REINYECTADAS       PIC X(56).

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
           05 AUDM-NUEVO.
               10 AUDM-NUEVO-CODIGO PIC X(5).
               10 FILLER            PIC X(1).
               10 AUDM-NUEVO-TICKET PIC X(8).

       FD PRODUCTOS.
       01 REG-PRODUCTOS.
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
       01 EOF-SWITCH           PIC X VALUE "N".
       01 WS-IND-RECH          PIC 9(4) VALUE ZEROS.
       01 TABLA-RECHAZOS.
           05 ELEM-RECHAZO OCCURS 1000 TIMES.
               10 ELEM-REGISTRO    PIC X(56).
               10 ELEM-MOTIVO      PIC X(20).
               10 ELEM-ESTADO      PIC X(1).

           05 TRABAJO-FECHA   PIC X(8).
           05 TRABAJO-TIPO    PIC X(1).
           05 TRABAJO-TICKET  PIC X(8).
           05 TRABAJO-MEDIO-PAGO PIC X(1).
           05 TRABAJO-CAJERO  PIC X(6).
           05 TRABAJO-TARJETA PIC X(13).
           05 TRABAJO-MOTIVO-DEV  PIC X(1).
           05 TRABAJO-DESTINO-DEV PIC X(1).
       01 REGISTRO-TRABAJO-NUM REDEFINES REGISTRO-TRABAJO.
           05 TRABNUM-CODIGO  PIC X(5).
           05 TRABNUM-CANT    PIC 9(3).
           05 TRABNUM-FECHA   PIC 9(8).
           05 TRABNUM-TIPO    PIC X(1).
           05 TRABNUM-TICKET  PIC X(8).
           05 TRABNUM-MEDIO-PAGO PIC X(1).
           05 TRABNUM-CAJERO  PIC X(6).
           05 TRABNUM-TARJETA PIC X(13).
           05 TRABNUM-MOTIVO-DEV  PIC X(1).
           05 TRABNUM-DESTINO-DEV PIC X(1).

       01 WS-OPCION            PIC 9 VALUE ZEROS.
       01 WS-SALIR-SW          PIC X VALUE "N".
       01 WS-CAMPO-NUEVO       PIC X(13) VALUE SPACES.
       01 REGISTRO-VALIDO-SW   PIC X VALUE "S".
       01 MOTIVO-RECHAZO       PIC X(20) VALUE SPACES.

      * Contadores del resumen final.
       01 WS-RESUELTOS         PIC 9(4) VALUE ZEROS.
       01 WS-PENDIENTES        PIC 9(4) VALUE ZEROS.
       01 WS-OTRAS-TIENDAS     PIC 9(4) VALUE ZEROS.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "RECHA".
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "N".
       01 WS-AMBITO-RESULTADO PIC X(1) VALUE SPACES.

      * Maestros indexados de productos y tiendas, con el criterio
      * de maestro ausente de PROCESAR-VENTAS.
               10 ELEM-PERCON-NUM    PIC 9(6).
               10 ELEM-PERCON-ESTADO PIC X(1).

      * Diario de cambios en el que se firma cada reinyeccion.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.

      * Registro de tickets contra el que se revalidan los abonos,
      * igual que hace el cierre.
       01 FS-TICKETS           PIC XX VALUE SPACES.
               10 ELEM-TICKET-TIENDA PIC X(4).
               10 ELEM-TICKET-CODIGO PIC X(5).

       LINKAGE SECTION.
      * Ambito de tiendas del operador de la consola; si no viene,
      * todas las tiendas.
       01 LK-AMBITO.
           05 LK-AMBITO-OPERADOR  PIC 9(6).
           05 LK-AMBITO-TIPO      PIC X(1).
           05 LK-AMBITO-VALOR     PIC X(10).

       PROCEDURE DIVISION USING LK-AMBITO.
       INICIO.
           DISPLAY "CORRECCION DE VENTAS RECHAZADAS"
           IF ADDRESS OF LK-AMBITO NOT = NULL
               MOVE LK-AMBITO TO WS-AMBITO
           ELSE
               MOVE "C" TO WS-AMBITO-TIPO
           END-IF
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-TIENDAS
           PERFORM CARGAR-PERIODOS-CONT
                       TO ELEM-REGISTRO (WS-NUM-RECHAZOS)
                   MOVE RECHAZADAS-MOTIVO
                       TO ELEM-MOTIVO (WS-NUM-RECHAZOS)
                   IF RECHAZADAS-ESTADO = "R" OR "A"
                       MOVE RECHAZADAS-ESTADO
                           TO ELEM-ESTADO (WS-NUM-RECHAZOS)
                   ELSE
                       MOVE "P" TO ELEM-ESTADO (WS-NUM-RECHAZOS)
                   END-IF

       TRATAR-RECHAZO.
           ADD 1 TO WS-IND-RECH
           IF ELEM-ESTADO (WS-IND-RECH) = "R" OR "A"
               GO TO TRATAR-RECHAZO-EXIT
           END-IF

           MOVE ELEM-REGISTRO (WS-IND-RECH) TO REGISTRO-TRABAJO

      * Los rechazos de tiendas fuera del ambito ni se muestran.
           MOVE "N" TO WS-AMBITO-AUDITAR
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               ADD 1 TO WS-OTRAS-TIENDAS
               GO TO TRATAR-RECHAZO-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "RECHAZO " WS-IND-RECH " DE " WS-NUM-RECHAZOS
           DISPLAY "REGISTRO: " ELEM-REGISTRO (WS-IND-RECH)

           PERFORM VALIDAR-TRABAJO THRU VALIDAR-TRABAJO-EXIT

      * La tienda corregida tiene que seguir en el ambito.
           IF REGISTRO-VALIDO-SW = "S"
               MOVE "S" TO WS-AMBITO-AUDITAR
               PERFORM COMPROBAR-AMBITO-TIENDA
               IF WS-AMBITO-RESULTADO = "N"
                   MOVE "N" TO REGISTRO-VALIDO-SW
                   MOVE "TIENDA FUERA AMBITO" TO MOTIVO-RECHAZO
               END-IF
           END-IF

           IF REGISTRO-VALIDO-SW = "S"
               PERFORM GRABAR-REINYECCION
               PERFORM GRABAR-AUDITORIA
               MOVE "R" TO ELEM-ESTADO (WS-IND-RECH)
               MOVE REGISTRO-TRABAJO TO ELEM-REGISTRO (WS-IND-RECH)
               DISPLAY "REGISTRO REPARADO Y REINYECTADO"
           ACCEPT WS-CAMPO-NUEVO
           IF WS-CAMPO-NUEVO NOT = SPACES
               MOVE WS-CAMPO-NUEVO TO TRABAJO-TICKET
           END-IF

           DISPLAY "MEDIO DE PAGO (E/T/V/BLANCO) [" TRABAJO-MEDIO-PAGO
                   "]: "
           MOVE SPACES TO WS-CAMPO-NUEVO
           ACCEPT WS-CAMPO-NUEVO
           IF WS-CAMPO-NUEVO NOT = SPACES
               MOVE WS-CAMPO-NUEVO TO TRABAJO-MEDIO-PAGO
           END-IF

           DISPLAY "CAJERO (6 CARACTERES) [" TRABAJO-CAJERO "]: "
           MOVE SPACES TO WS-CAMPO-NUEVO
           ACCEPT WS-CAMPO-NUEVO
           IF WS-CAMPO-NUEVO NOT = SPACES
               MOVE WS-CAMPO-NUEVO TO TRABAJO-CAJERO
           END-IF

           DISPLAY "TARJETA CLIENTE (13 CARACTERES) [" TRABAJO-TARJETA
                   "]: "
           MOVE SPACES TO WS-CAMPO-NUEVO
           ACCEPT WS-CAMPO-NUEVO
           IF WS-CAMPO-NUEVO NOT = SPACES
               MOVE WS-CAMPO-NUEVO TO TRABAJO-TARJETA
           END-IF

           IF TRABAJO-TIPO = "A"
               DISPLAY "MOTIVO DEVOLUCION (F/R/E/C/BLANCO) ["
                       TRABAJO-MOTIVO-DEV "]: "
               MOVE SPACES TO WS-CAMPO-NUEVO
               ACCEPT WS-CAMPO-NUEVO
               IF WS-CAMPO-NUEVO NOT = SPACES
                   MOVE WS-CAMPO-NUEVO TO TRABAJO-MOTIVO-DEV
               END-IF

               DISPLAY "DESTINO DEVOLUCION (S/P/M/BLANCO) ["
                       TRABAJO-DESTINO-DEV "]: "
               MOVE SPACES TO WS-CAMPO-NUEVO
               ACCEPT WS-CAMPO-NUEVO
               IF WS-CAMPO-NUEVO NOT = SPACES
                   MOVE WS-CAMPO-NUEVO TO TRABAJO-DESTINO-DEV
               END-IF
           END-IF.

      * Mismas reglas que VALIDAR-REGISTRO de PROCESAR-VENTAS, en el
               GO TO VALIDAR-TRABAJO-EXIT
           END-IF

           IF TRABAJO-MEDIO-PAGO NOT = "E"
               AND TRABAJO-MEDIO-PAGO NOT = "T"
               AND TRABAJO-MEDIO-PAGO NOT = "V"
               AND TRABAJO-MEDIO-PAGO NOT = SPACE
               MOVE "N" TO REGISTRO-VALIDO-SW
               MOVE "MEDIO PAGO NO VALIDO" TO MOTIVO-RECHAZO
               GO TO VALIDAR-TRABAJO-EXIT
           END-IF

           IF TRABAJO-TIPO = "A"
               IF TRABAJO-MOTIVO-DEV NOT = "F"
                   AND TRABAJO-MOTIVO-DEV NOT = "R"
                   AND TRABAJO-MOTIVO-DEV NOT = "E"
                   AND TRABAJO-MOTIVO-DEV NOT = "C"
                   AND TRABAJO-MOTIVO-DEV NOT = SPACE
                   MOVE "N" TO REGISTRO-VALIDO-SW
                   MOVE "MOTIVO DEV NO VALIDO" TO MOTIVO-RECHAZO
                   GO TO VALIDAR-TRABAJO-EXIT
               END-IF
               IF TRABAJO-DESTINO-DEV NOT = "S"
                   AND TRABAJO-DESTINO-DEV NOT = "P"
                   AND TRABAJO-DESTINO-DEV NOT = "M"
                   AND TRABAJO-DESTINO-DEV NOT = SPACE
                   MOVE "N" TO REGISTRO-VALIDO-SW
                   MOVE "DESTINO NO VALIDO" TO MOTIVO-RECHAZO
                   GO TO VALIDAR-TRABAJO-EXIT
               END-IF
           END-IF

           IF TRABAJO-TIPO = "A"
               IF TRABAJO-TICKET = SPACES
                   MOVE "N" TO REGISTRO-VALIDO-SW
                   GO TO VALIDAR-TRABAJO-EXIT
               END-IF
               PERFORM BUSCAR-TICKET
               IF WS-TICKET-HALLADO-SW = "N"
                   PERFORM BUSCAR-TICKET-OTRA-TIENDA
               END-IF
               IF WS-TICKET-HALLADO-SW = "N"
                   MOVE "N" TO REGISTRO-VALIDO-SW
                   MOVE "TICKET DESCONOCIDO" TO MOTIVO-RECHAZO
           WRITE REG-REINYECTADAS FROM REGISTRO-TRABAJO
           CLOSE REINYECTADAS.

      * La reinyeccion queda firmada por el operador en el diario de
      * cambios; el motivo es el del rechazo que se resuelve.
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES TO REG-AUDITORIA-M
           ACCEPT AUDM-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDM-HORA FROM TIME
           MOVE WS-AMBITO-OPERADOR TO AUDM-OPERADOR
           MOVE "REINYECTA" TO AUDM-FICHERO
           MOVE TRABAJO-TIENDA TO AUDM-CLAVE
           MOVE "REINYECCION" TO AUDM-CAMPO
           MOVE ELEM-MOTIVO (WS-IND-RECH) TO AUDM-VIEJO
           MOVE TRABAJO-CODIGO TO AUDM-NUEVO-CODIGO
           MOVE TRABAJO-TICKET TO AUDM-NUEVO-TICKET
           WRITE REG-AUDITORIA-M
           CLOSE AUDITORIA.

      * Reescribe el fichero de rechazos completo con los estados
      * puestos al dia (los resueltos conservan la linea ya corregida,
      * como justificante de que se reinyecto).
           MOVE ELEM-MOTIVO (WS-IND-RECH) TO RECHAZADAS-MOTIVO
           MOVE ELEM-ESTADO (WS-IND-RECH) TO RECHAZADAS-ESTADO
           WRITE REG-RECHAZADAS
           IF ELEM-ESTADO (WS-IND-RECH) = "R" OR "A"
               ADD 1 TO WS-RESUELTOS
           ELSE
               ADD 1 TO WS-PENDIENTES
       MOSTRAR-RESUMEN.
           DISPLAY " "
           DISPLAY "RECHAZOS RESUELTOS..: " WS-RESUELTOS
           DISPLAY "RECHAZOS PENDIENTES.: " WS-PENDIENTES
           IF WS-OTRAS-TIENDAS > ZEROS
               DISPLAY "  DE ELLOS, DE TIENDAS FUERA DE SU AMBITO: "
                       WS-OTRAS-TIENDAS
           END-IF.

       CARGAR-PRODUCTOS.
           MOVE "N" TO WS-HAY-PRODUCTOS-SW
               AND ELEM-TICKET-CODIGO (WS-IND-TICKET) = TRABAJO-CODIGO
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
           IF ELEM-TICKET-NUM (WS-IND-TICKET) = TRABAJO-TICKET
               AND ELEM-TICKET-CODIGO (WS-IND-TICKET) = TRABAJO-CODIGO
               MOVE "S" TO WS-TICKET-HALLADO-SW
           END-IF.

      * Tienda del registro en curso frente al ambito del operador;
      * el ambito central no necesita consulta.
       COMPROBAR-AMBITO-TIENDA.
           IF WS-AMBITO-TIPO = "C"
               MOVE "S" TO WS-AMBITO-RESULTADO
           ELSE
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             TRABAJO-TIENDA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
           END-IF.
