      ******************************************************************
      * Author:Maria Romero
      * Date:03/09/2026
      * Purpose: Informe de pedidos de compra abiertos. Recorre
      *    PEDIDOS-COMPRA.DAT (ver GENERAR-PEDIDOS-COMPRA) y lista
      *    cada linea de los pedidos no cerrados (estado A abierto o
      *    P parcialmente recibido) con lo pedido, lo recibido y lo
      *    pendiente, y la fecha prevista de entrega: fecha del
      *    pedido mas el plazo de entrega del proveedor en
      *    PROVEEDORES.DAT. Los pedidos cuya fecha prevista ya ha
      *    pasado salen marcados como RETRASADOS con los dias de
      *    retraso, para que compras persiga al proveedor antes de
      *    que la tienda se quede sin stock.
      *    RETURN-CODE 4 si hay algun pedido retrasado.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PEDIDOS-ABIERTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVEEDORES.

       DATA DIVISION.
       FILE SECTION.
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

       FD PROVEEDORES.
       01 REG-PROVEEDORES.
           05 CODIGO-PROVEEDOR     PIC X(6).
           05 NOMBRE-PROVEEDOR     PIC X(30).
           05 NIF-PROVEEDOR        PIC X(9).
           05 PLAZO-PROVEEDOR      PIC 9(3).
           05 ESTADO-PROVEEDOR     PIC X(1).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-PEDIDOS   PIC X VALUE "N".
       01 EOF-SWITCH-PROVEEDORES PIC X VALUE "N".
       01 FS-PEDIDOS           PIC XX VALUE SPACES.
       01 FS-PROVEEDORES       PIC XX VALUE SPACES.

      * Plazo de entrega por proveedor.
       01 WS-NUM-PROVEEDORES   PIC 9(3) VALUE ZEROS.
       01 WS-IND-PROV          PIC 9(3) VALUE ZEROS.
       01 WS-PROV-HALLADO-SW   PIC X VALUE "N".
       01 WS-PLAZO-HALLADO     PIC 9(3) VALUE ZEROS.
       01 WS-NOMBRE-PROV-HALL  PIC X(30) VALUE SPACES.
       01 TABLA-PROVEEDORES.
           05 ELEM-PROVEEDOR OCCURS 500 TIMES.
               10 ELEM-PROV-CODIGO PIC X(6).
               10 ELEM-PROV-NOMBRE PIC X(30).
               10 ELEM-PROV-PLAZO  PIC 9(3).

       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-JULIANO-HOY       PIC 9(7) VALUE ZEROS.
       01 WS-JULIANO-PREVISTO  PIC 9(7) VALUE ZEROS.
       01 WS-FECHA-PREVISTA    PIC 9(8) VALUE ZEROS.
       01 WS-DIAS-RETRASO      PIC 9(5) VALUE ZEROS.
       01 WS-PENDIENTE         PIC S9(7) VALUE ZEROS.
       01 WS-VALOR-PENDIENTE   PIC S9(9)V99 VALUE ZEROS.

      * Control de cambio de pedido para la cabecera y los totales.
       01 WS-PEDIDO-ANTERIOR   PIC 9(6) VALUE ZEROS.
       01 WS-CONTA-PEDIDOS     PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-LINEAS      PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-RETRASADOS  PIC 9(5) VALUE ZEROS.
       01 WS-VALOR-TOTAL       PIC S9(11)V99 VALUE ZEROS.

       01 WS-CANTIDAD-EDIT     PIC Z.ZZZ.ZZ9.
       01 WS-RECIBIDA-EDIT     PIC Z.ZZZ.ZZ9.
       01 WS-PENDIENTE-EDIT    PIC -Z.ZZZ.ZZ9.
       01 WS-VALOR-EDIT        PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
           DISPLAY "PEDIDOS DE COMPRA ABIERTOS A " WS-FECHA-HOY
           DISPLAY "=================================================="
           PERFORM CARGAR-PROVEEDORES

           OPEN INPUT PEDIDOS
           IF FS-PEDIDOS NOT = "00"
               DISPLAY "SIN PEDIDOS-COMPRA.DAT: NO HAY PEDIDOS "
                       "EMITIDOS"
               GOBACK
           END-IF
           PERFORM LEER-PEDIDO THRU LEER-PEDIDO-EXIT
               UNTIL EOF-SWITCH-PEDIDOS = "S"
           CLOSE PEDIDOS

           MOVE WS-VALOR-TOTAL TO WS-VALOR-EDIT
           DISPLAY "=================================================="
           DISPLAY "PEDIDOS ABIERTOS: " WS-CONTA-PEDIDOS
                   "   LINEAS: " WS-CONTA-LINEAS
           DISPLAY "VALOR PENDIENTE DE RECIBIR: " WS-VALOR-EDIT
           IF WS-CONTA-RETRASADOS > ZEROS
               DISPLAY "** " WS-CONTA-RETRASADOS " PEDIDOS RETRASADOS "
                       "SOBRE EL PLAZO DEL PROVEEDOR **"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

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
                   MOVE PLAZO-PROVEEDOR
                       TO ELEM-PROV-PLAZO (WS-NUM-PROVEEDORES)
               END-IF
           END-READ.
       LEER-PROVEEDOR-EXIT.
           EXIT.

       LEER-PEDIDO.
           READ PEDIDOS
               AT END MOVE "S" TO EOF-SWITCH-PEDIDOS
           NOT AT END
               PERFORM TRATAR-LINEA-PEDIDO
                   THRU TRATAR-LINEA-PEDIDO-EXIT
           END-READ.
       LEER-PEDIDO-EXIT.
           EXIT.

      * Las lineas de un mismo pedido van seguidas en el fichero
      * (se graban juntas al numerar), asi que basta un corte por
      * numero de pedido para imprimir su cabecera una vez.
       TRATAR-LINEA-PEDIDO.
           IF PEDIDO-ESTADO = "C"
               GO TO TRATAR-LINEA-PEDIDO-EXIT
           END-IF

           IF PEDIDO-NUMERO NOT = WS-PEDIDO-ANTERIOR
               MOVE PEDIDO-NUMERO TO WS-PEDIDO-ANTERIOR
               PERFORM CABECERA-PEDIDO
           END-IF

           ADD 1 TO WS-CONTA-LINEAS
           COMPUTE WS-PENDIENTE = PEDIDO-CANTIDAD - PEDIDO-RECIBIDA
           IF WS-PENDIENTE < ZEROS
               MOVE ZEROS TO WS-PENDIENTE
           END-IF
           COMPUTE WS-VALOR-PENDIENTE = WS-PENDIENTE * PEDIDO-PRECIO
           ADD WS-VALOR-PENDIENTE TO WS-VALOR-TOTAL
           MOVE PEDIDO-CANTIDAD TO WS-CANTIDAD-EDIT
           MOVE PEDIDO-RECIBIDA TO WS-RECIBIDA-EDIT
           MOVE WS-PENDIENTE TO WS-PENDIENTE-EDIT
           MOVE WS-VALOR-PENDIENTE TO WS-VALOR-EDIT
           DISPLAY "   " PEDIDO-LINEA " " PEDIDO-CODIGO
                   "  PEDIDO " WS-CANTIDAD-EDIT
                   "  RECIBIDO " WS-RECIBIDA-EDIT
                   "  PENDIENTE " WS-PENDIENTE-EDIT
                   "  " WS-VALOR-EDIT.
       TRATAR-LINEA-PEDIDO-EXIT.
           EXIT.

      * Fecha prevista = fecha del pedido + plazo del proveedor; un
      * proveedor que ya no esta en el maestro cuenta con plazo 0.
       CABECERA-PEDIDO.
           ADD 1 TO WS-CONTA-PEDIDOS
           PERFORM BUSCAR-PROVEEDOR
           COMPUTE WS-JULIANO-PREVISTO =
               FUNCTION INTEGER-OF-DATE (PEDIDO-FECHA)
               + WS-PLAZO-HALLADO
           COMPUTE WS-FECHA-PREVISTA =
               FUNCTION DATE-OF-INTEGER (WS-JULIANO-PREVISTO)
           DISPLAY " "
           DISPLAY "PEDIDO " PEDIDO-NUMERO " DEL " PEDIDO-FECHA
                   "  PROVEEDOR " PEDIDO-PROVEEDOR " "
                   WS-NOMBRE-PROV-HALL
           IF WS-JULIANO-HOY > WS-JULIANO-PREVISTO
               COMPUTE WS-DIAS-RETRASO =
                   WS-JULIANO-HOY - WS-JULIANO-PREVISTO
               ADD 1 TO WS-CONTA-RETRASADOS
               DISPLAY "   TIENDA " PEDIDO-TIENDA "  ESTADO "
                       PEDIDO-ESTADO "  PREVISTO " WS-FECHA-PREVISTA
                       "  ** RETRASADO " WS-DIAS-RETRASO " DIAS **"
           ELSE
               DISPLAY "   TIENDA " PEDIDO-TIENDA "  ESTADO "
                       PEDIDO-ESTADO "  PREVISTO " WS-FECHA-PREVISTA
           END-IF.

       BUSCAR-PROVEEDOR.
           MOVE "N" TO WS-PROV-HALLADO-SW
           MOVE ZEROS TO WS-PLAZO-HALLADO
           MOVE "(NO ESTA EN EL MAESTRO)" TO WS-NOMBRE-PROV-HALL
           MOVE ZEROS TO WS-IND-PROV
           PERFORM COMPARAR-PROVEEDOR
               UNTIL WS-IND-PROV >= WS-NUM-PROVEEDORES
               OR WS-PROV-HALLADO-SW = "S".

       COMPARAR-PROVEEDOR.
           ADD 1 TO WS-IND-PROV
           IF ELEM-PROV-CODIGO (WS-IND-PROV) = PEDIDO-PROVEEDOR
               MOVE "S" TO WS-PROV-HALLADO-SW
               MOVE ELEM-PROV-PLAZO (WS-IND-PROV) TO WS-PLAZO-HALLADO
               MOVE ELEM-PROV-NOMBRE (WS-IND-PROV)
                   TO WS-NOMBRE-PROV-HALL
           END-IF.
