      ******************************************************************
      * Author:Maria Romero
      * Date:12/09/2026
      * Purpose: Mantenimiento del maestro de clientes del programa
      *    de fidelizacion CLIENTES.DAT:
      *    numero de tarjeta (13 caracteres, el que viaja en las
      *    posiciones 42 a 54 de VENTAS.DAT)
      *    nombre (30 caracteres)
      *    codigo postal (5 caracteres)
      *    telefono (9 caracteres)
      *    correo electronico (40 caracteres)
      *    fecha de alta (AAAAMMDD) y tienda de alta (4 caracteres)
      *    estado (A=activo, B=baja)
      *    consentimiento para comunicaciones comerciales (S/N)
      *    Ademas del alta, la modificacion y la baja, permite
      *    consultar el saldo de puntos de una tarjeta (suma de
      *    PUNTOS-MOVIMIENTOS.DAT) y canjear puntos, que se apuntan en
      *    ese mismo libro con tipo C. Cada alta, campo modificado,
      *    baja o canje queda en CLIENTES-AUDITORIA.DAT con el
      *    operador; la clave de MAESTROS-AUDITORIA.DAT (6
      *    caracteres) no admite el numero de tarjeta.
      *    Se lanza desde CONSOLA-VENTAS, que pasa el codigo del
      *    operador por LINKAGE; devuelve el control con GOBACK.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CLIENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT PUNTOS-MOVIMIENTOS ASSIGN TO "PUNTOS-MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PUNTOS.
           SELECT AUDITORIA ASSIGN TO "CLIENTES-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLIENTES.
           05 TARJETA-CLIENTE      PIC X(13).
           05 NOMBRE-CLIENTE       PIC X(30).
           05 CPOSTAL-CLIENTE      PIC X(5).
           05 TELEFONO-CLIENTE     PIC X(9).
           05 EMAIL-CLIENTE        PIC X(40).
           05 FECHA-ALTA-CLIENTE   PIC 9(8).
           05 TIENDA-ALTA-CLIENTE  PIC X(4).
           05 ESTADO-CLIENTE       PIC X(1).
           05 CONSENTIMIENTO-CLIENTE PIC X(1).

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

      * Libro de puntos (lo alimenta PROCESAR-VENTAS): G ganados, D
      * retirados por abono, C canjeados, X caducados.
       FD PUNTOS-MOVIMIENTOS.
       01 REG-PUNTOS.
           05 PUNTOS-FECHA         PIC 9(8).
           05 PUNTOS-TARJETA       PIC X(13).
           05 PUNTOS-TIENDA        PIC X(4).
           05 PUNTOS-TICKET        PIC X(8).
           05 PUNTOS-TIPO          PIC X(1).
           05 PUNTOS-IMPORTE       PIC 9(7)V99.
           05 PUNTOS-PUNTOS        PIC S9(7).

      * Historial de cambios del maestro de clientes.
       FD AUDITORIA.
       01 REG-AUDITORIA-C.
           05 AUDC-FECHA       PIC 9(8).
           05 AUDC-HORA        PIC 9(8).
           05 AUDC-OPERADOR    PIC 9(6).
           05 AUDC-TARJETA     PIC X(13).
           05 AUDC-CAMPO       PIC X(12).
           05 AUDC-VIEJO       PIC X(40).
           05 AUDC-NUEVO       PIC X(40).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-CLIENTES  PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".
       01 EOF-SWITCH-PUNTOS    PIC X VALUE "N".
       01 EOF-SWITCH-AUDITORIA PIC X VALUE "N".
       01 FS-CLIENTES          PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 FS-PUNTOS            PIC XX VALUE SPACES.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.
       01 WS-OPCION            PIC 9 VALUE ZEROS.
       01 WS-SALIR-SW          PIC X VALUE "N".
       01 WS-ENCONTRADO-SW     PIC X VALUE "N".
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.

      * Maestro completo cargado en memoria; se vuelca entero a
      * CLIENTES.DAT al salir, igual que entro.
       01 WS-NUM-CLIENTES      PIC 9(5) VALUE ZEROS.
       01 WS-IND               PIC 9(5) VALUE ZEROS.
       01 WS-IND-HALLADO       PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-ACTIVOS     PIC 9(5) VALUE ZEROS.
       01 TABLA-CLIENTES.
           05 ELEM-CLIENTE OCCURS 20000 TIMES.
               10 ELEM-TARJETA     PIC X(13).
               10 ELEM-NOMBRE      PIC X(30).
               10 ELEM-CPOSTAL     PIC X(5).
               10 ELEM-TELEFONO    PIC X(9).
               10 ELEM-EMAIL       PIC X(40).
               10 ELEM-FECHA-ALTA  PIC 9(8).
               10 ELEM-TIENDA-ALTA PIC X(4).
               10 ELEM-ESTADO      PIC X(1).
               10 ELEM-CONSENTIMIENTO PIC X(1).

      * Tiendas del maestro, para validar la tienda de alta y la de
      * canje (una tienda cerrada no admite ninguna de las dos).
       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-TDA           PIC 9(3) VALUE ZEROS.
       01 WS-TIENDA-HALLADA-SW PIC X VALUE "N".
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA OCCURS 500 TIMES.
               10 ELEM-TDA-CODIGO  PIC X(4).
               10 ELEM-TDA-ESTADO  PIC X(1).

       01 WS-TARJETA-PEDIDA    PIC X(13) VALUE SPACES.
       01 WS-NOMBRE-PEDIDO     PIC X(30) VALUE SPACES.
       01 WS-CPOSTAL-PEDIDO    PIC X(5) VALUE SPACES.
       01 WS-TELEFONO-PEDIDO   PIC X(9) VALUE SPACES.
       01 WS-EMAIL-PEDIDO      PIC X(40) VALUE SPACES.
       01 WS-TIENDA-PEDIDA     PIC X(4) VALUE SPACES.
       01 WS-CONSENT-PEDIDO    PIC X(1) VALUE SPACES.
       01 WS-TICKET-PEDIDO     PIC X(8) VALUE SPACES.
       01 WS-PUNTOS-TECLEADOS  PIC X(7) VALUE SPACES.
       01 WS-PUNTOS-PEDIDOS    PIC 9(7) VALUE ZEROS.

      * Saldo de la tarjeta consultada, sumado del libro de puntos.
       01 WS-SALDO-PUNTOS      PIC S9(9) VALUE ZEROS.
       01 WS-PUNTOS-GANADOS    PIC S9(9) VALUE ZEROS.
       01 WS-PUNTOS-RETIRADOS  PIC S9(9) VALUE ZEROS.
       01 WS-PUNTOS-CANJEADOS  PIC S9(9) VALUE ZEROS.
       01 WS-PUNTOS-CADUCADOS  PIC S9(9) VALUE ZEROS.
       01 WS-ULTIMA-VISITA     PIC 9(8) VALUE ZEROS.
       01 WS-PUNTOS-EDITADOS   PIC -ZZZ.ZZZ.ZZ9.
       01 WS-CONTA-CAMBIOS     PIC 9(5) VALUE ZEROS.

      * Diario de cambios: operador en sesion y valores previos del
      * cliente en modificacion.
       01 WS-OPERADOR          PIC 9(6) VALUE ZEROS.
       01 WS-AUD-CAMPO         PIC X(12) VALUE SPACES.
       01 WS-AUD-VIEJO         PIC X(40) VALUE SPACES.
       01 WS-AUD-NUEVO         PIC X(40) VALUE SPACES.
       01 ANTERIOR-CLIENTE.
           05 ANT-NOMBRE       PIC X(30) VALUE SPACES.
           05 ANT-CPOSTAL      PIC X(5) VALUE SPACES.
           05 ANT-TELEFONO     PIC X(9) VALUE SPACES.
           05 ANT-EMAIL        PIC X(40) VALUE SPACES.
           05 ANT-CONSENT      PIC X(1) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC 9(6).

       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE CLIENTES"
           MOVE LK-OPERADOR TO WS-OPERADOR
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-CLIENTES
           PERFORM CARGAR-TIENDAS
           PERFORM TRATAR-OPCION UNTIL WS-SALIR-SW = "S"
           PERFORM GRABAR-CLIENTES
           GOBACK.

      * Carga CLIENTES.DAT completo en TABLA-CLIENTES; si el fichero
      * aun no existe se parte de un maestro vacio.
       CARGAR-CLIENTES.
           MOVE ZEROS TO WS-NUM-CLIENTES
           OPEN INPUT CLIENTES
           IF FS-CLIENTES = "00"
               PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT
                   UNTIL EOF-SWITCH-CLIENTES = "S"
               CLOSE CLIENTES
           END-IF.

       LEER-CLIENTE.
           READ CLIENTES
               AT END MOVE "S" TO EOF-SWITCH-CLIENTES
           NOT AT END
               IF WS-NUM-CLIENTES < 20000
                   ADD 1 TO WS-NUM-CLIENTES
                   MOVE REG-CLIENTES
                       TO ELEM-CLIENTE (WS-NUM-CLIENTES)
               ELSE
                   DISPLAY "AVISO: MAESTRO CON MAS DE 20000 LINEAS, "
                           "SE IGNORA: " TARJETA-CLIENTE
               END-IF
           END-READ.
       LEER-CLIENTE-EXIT.
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
               IF WS-NUM-TIENDAS < 500
                   ADD 1 TO WS-NUM-TIENDAS
                   MOVE CODIGO-TIENDA
                       TO ELEM-TDA-CODIGO (WS-NUM-TIENDAS)
                   MOVE ESTADO-TIENDA
                       TO ELEM-TDA-ESTADO (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

       TRATAR-OPCION.
           DISPLAY " "
           DISPLAY "1 - ALTA DE CLIENTE"
           DISPLAY "2 - MODIFICAR DATOS DE CONTACTO"
           DISPLAY "3 - DAR DE BAJA / REACTIVAR"
           DISPLAY "4 - CONSULTAR CLIENTE Y SALDO DE PUNTOS"
           DISPLAY "5 - CANJEAR PUNTOS"
           DISPLAY "6 - LISTAR MAESTRO"
           DISPLAY "7 - HISTORIAL DE CAMBIOS DE UN CLIENTE"
           DISPLAY "0 - SALIR Y GRABAR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM ALTA-CLIENTE THRU ALTA-CLIENTE-EXIT
               WHEN 2
                   PERFORM MODIFICAR-CLIENTE
                       THRU MODIFICAR-CLIENTE-EXIT
               WHEN 3
                   PERFORM CAMBIAR-ESTADO THRU CAMBIAR-ESTADO-EXIT
               WHEN 4
                   PERFORM CONSULTAR-CLIENTE
                       THRU CONSULTAR-CLIENTE-EXIT
               WHEN 5
                   PERFORM CANJEAR-PUNTOS THRU CANJEAR-PUNTOS-EXIT
               WHEN 6
                   PERFORM LISTAR-CLIENTES
               WHEN 7
                   PERFORM LISTAR-CAMBIOS THRU LISTAR-CAMBIOS-EXIT
               WHEN 0
                   MOVE "S" TO WS-SALIR-SW
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      * La tarjeta es la que el TPV lee del carne del cliente: 13
      * digitos, sin huecos.
       ALTA-CLIENTE.
           PERFORM PEDIR-TARJETA
           IF WS-TARJETA-PEDIDA = SPACES
               DISPLAY "TARJETA EN BLANCO, ALTA CANCELADA"
               GO TO ALTA-CLIENTE-EXIT
           END-IF
           IF WS-TARJETA-PEDIDA IS NOT NUMERIC
               DISPLAY "LA TARJETA DEBE TENER 13 DIGITOS"
               GO TO ALTA-CLIENTE-EXIT
           END-IF

           PERFORM BUSCAR-CLIENTE THRU BUSCAR-CLIENTE-EXIT
           IF WS-ENCONTRADO-SW = "S"
               DISPLAY "LA TARJETA YA EXISTE EN EL MAESTRO"
               GO TO ALTA-CLIENTE-EXIT
           END-IF

           IF WS-NUM-CLIENTES >= 20000
               DISPLAY "MAESTRO LLENO, NO SE PUEDE DAR DE ALTA"
               GO TO ALTA-CLIENTE-EXIT
           END-IF

           MOVE SPACES TO WS-TIENDA-PEDIDA
           DISPLAY "TIENDA DE ALTA (4 CARACTERES): "
           ACCEPT WS-TIENDA-PEDIDA
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           IF WS-TIENDA-HALLADA-SW = "N"
               DISPLAY "TIENDA DESCONOCIDA O CERRADA: "
                       WS-TIENDA-PEDIDA
               GO TO ALTA-CLIENTE-EXIT
           END-IF

           MOVE SPACES TO ANTERIOR-CLIENTE
           PERFORM PEDIR-DATOS-CLIENTE

           ADD 1 TO WS-NUM-CLIENTES
           MOVE WS-TARJETA-PEDIDA TO ELEM-TARJETA (WS-NUM-CLIENTES)
           MOVE WS-NOMBRE-PEDIDO TO ELEM-NOMBRE (WS-NUM-CLIENTES)
           MOVE WS-CPOSTAL-PEDIDO TO ELEM-CPOSTAL (WS-NUM-CLIENTES)
           MOVE WS-TELEFONO-PEDIDO TO ELEM-TELEFONO (WS-NUM-CLIENTES)
           MOVE WS-EMAIL-PEDIDO TO ELEM-EMAIL (WS-NUM-CLIENTES)
           MOVE WS-FECHA-HOY TO ELEM-FECHA-ALTA (WS-NUM-CLIENTES)
           MOVE WS-TIENDA-PEDIDA
               TO ELEM-TIENDA-ALTA (WS-NUM-CLIENTES)
           MOVE "A" TO ELEM-ESTADO (WS-NUM-CLIENTES)
           MOVE WS-CONSENT-PEDIDO
               TO ELEM-CONSENTIMIENTO (WS-NUM-CLIENTES)
           MOVE "ALTA" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VIEJO
           MOVE WS-NOMBRE-PEDIDO TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "CLIENTE DADO DE ALTA: " WS-TARJETA-PEDIDA.
       ALTA-CLIENTE-EXIT.
           EXIT.

       MODIFICAR-CLIENTE.
           PERFORM PEDIR-TARJETA
           PERFORM BUSCAR-CLIENTE THRU BUSCAR-CLIENTE-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "TARJETA NO ENCONTRADA EN EL MAESTRO"
               GO TO MODIFICAR-CLIENTE-EXIT
           END-IF

           DISPLAY "NOMBRE ACTUAL....: " ELEM-NOMBRE (WS-IND-HALLADO)
           DISPLAY "C. POSTAL ACTUAL.: " ELEM-CPOSTAL (WS-IND-HALLADO)
           DISPLAY "TELEFONO ACTUAL..: "
                   ELEM-TELEFONO (WS-IND-HALLADO)
           DISPLAY "CORREO ACTUAL....: " ELEM-EMAIL (WS-IND-HALLADO)
           DISPLAY "CONSENTIMIENTO...: "
                   ELEM-CONSENTIMIENTO (WS-IND-HALLADO)
           MOVE ELEM-NOMBRE (WS-IND-HALLADO) TO ANT-NOMBRE
           MOVE ELEM-CPOSTAL (WS-IND-HALLADO) TO ANT-CPOSTAL
           MOVE ELEM-TELEFONO (WS-IND-HALLADO) TO ANT-TELEFONO
           MOVE ELEM-EMAIL (WS-IND-HALLADO) TO ANT-EMAIL
           MOVE ELEM-CONSENTIMIENTO (WS-IND-HALLADO) TO ANT-CONSENT

           PERFORM PEDIR-DATOS-CLIENTE

           MOVE WS-NOMBRE-PEDIDO TO ELEM-NOMBRE (WS-IND-HALLADO)
           MOVE WS-CPOSTAL-PEDIDO TO ELEM-CPOSTAL (WS-IND-HALLADO)
           MOVE WS-TELEFONO-PEDIDO TO ELEM-TELEFONO (WS-IND-HALLADO)
           MOVE WS-EMAIL-PEDIDO TO ELEM-EMAIL (WS-IND-HALLADO)
           MOVE WS-CONSENT-PEDIDO
               TO ELEM-CONSENTIMIENTO (WS-IND-HALLADO)
           PERFORM AUDITAR-MODIFICACION
           DISPLAY "CLIENTE MODIFICADO: " WS-TARJETA-PEDIDA.
       MODIFICAR-CLIENTE-EXIT.
           EXIT.

      * Un cliente de baja sigue en el maestro (su historial de
      * puntos lo referencia) pero ya no puede canjear; las ventas
      * con su tarjeta siguen acumulando en el libro por si se
      * reactiva.
       CAMBIAR-ESTADO.
           PERFORM PEDIR-TARJETA
           PERFORM BUSCAR-CLIENTE THRU BUSCAR-CLIENTE-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "TARJETA NO ENCONTRADA EN EL MAESTRO"
               GO TO CAMBIAR-ESTADO-EXIT
           END-IF

           MOVE "ESTADO" TO WS-AUD-CAMPO
           MOVE ELEM-ESTADO (WS-IND-HALLADO) TO WS-AUD-VIEJO
           IF ELEM-ESTADO (WS-IND-HALLADO) = "B"
               MOVE "A" TO ELEM-ESTADO (WS-IND-HALLADO)
               DISPLAY "CLIENTE REACTIVADO: " WS-TARJETA-PEDIDA
           ELSE
               MOVE "B" TO ELEM-ESTADO (WS-IND-HALLADO)
               DISPLAY "CLIENTE DADO DE BAJA: " WS-TARJETA-PEDIDA
           END-IF
           MOVE ELEM-ESTADO (WS-IND-HALLADO) TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA.
       CAMBIAR-ESTADO-EXIT.
           EXIT.

       CONSULTAR-CLIENTE.
           PERFORM PEDIR-TARJETA
           PERFORM BUSCAR-CLIENTE THRU BUSCAR-CLIENTE-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "TARJETA NO ENCONTRADA EN EL MAESTRO"
               GO TO CONSULTAR-CLIENTE-EXIT
           END-IF

           PERFORM CALCULAR-SALDO
           DISPLAY "=================================================="
           DISPLAY "TARJETA..........: " ELEM-TARJETA (WS-IND-HALLADO)
           DISPLAY "NOMBRE...........: " ELEM-NOMBRE (WS-IND-HALLADO)
           DISPLAY "C. POSTAL........: " ELEM-CPOSTAL (WS-IND-HALLADO)
           DISPLAY "TELEFONO.........: "
                   ELEM-TELEFONO (WS-IND-HALLADO)
           DISPLAY "CORREO...........: " ELEM-EMAIL (WS-IND-HALLADO)
           DISPLAY "ALTA.............: "
                   ELEM-FECHA-ALTA (WS-IND-HALLADO) " EN TIENDA "
                   ELEM-TIENDA-ALTA (WS-IND-HALLADO)
           DISPLAY "ESTADO...........: " ELEM-ESTADO (WS-IND-HALLADO)
                   "   CONSENTIMIENTO: "
                   ELEM-CONSENTIMIENTO (WS-IND-HALLADO)
           DISPLAY "ULTIMA COMPRA....: " WS-ULTIMA-VISITA
           MOVE WS-PUNTOS-GANADOS TO WS-PUNTOS-EDITADOS
           DISPLAY "PUNTOS GANADOS...: " WS-PUNTOS-EDITADOS
           MOVE WS-PUNTOS-RETIRADOS TO WS-PUNTOS-EDITADOS
           DISPLAY "RETIRADOS ABONOS.: " WS-PUNTOS-EDITADOS
           MOVE WS-PUNTOS-CANJEADOS TO WS-PUNTOS-EDITADOS
           DISPLAY "CANJEADOS........: " WS-PUNTOS-EDITADOS
           MOVE WS-PUNTOS-CADUCADOS TO WS-PUNTOS-EDITADOS
           DISPLAY "CADUCADOS........: " WS-PUNTOS-EDITADOS
           MOVE WS-SALDO-PUNTOS TO WS-PUNTOS-EDITADOS
           DISPLAY "SALDO DE PUNTOS..: " WS-PUNTOS-EDITADOS
           DISPLAY "==================================================".
       CONSULTAR-CLIENTE-EXIT.
           EXIT.

      * El canje descuenta del saldo vivo: nunca puede dejarlo en
      * negativo. Se apunta al momento en el libro de puntos (tipo
      * C, puntos en negativo) para que un segundo canje del mismo
      * dia ya vea el saldo rebajado.
       CANJEAR-PUNTOS.
           PERFORM PEDIR-TARJETA
           PERFORM BUSCAR-CLIENTE THRU BUSCAR-CLIENTE-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "TARJETA NO ENCONTRADA EN EL MAESTRO"
               GO TO CANJEAR-PUNTOS-EXIT
           END-IF
           IF ELEM-ESTADO (WS-IND-HALLADO) = "B"
               DISPLAY "CLIENTE DE BAJA, NO PUEDE CANJEAR"
               GO TO CANJEAR-PUNTOS-EXIT
           END-IF

           PERFORM CALCULAR-SALDO
           MOVE WS-SALDO-PUNTOS TO WS-PUNTOS-EDITADOS
           DISPLAY "SALDO DE PUNTOS: " WS-PUNTOS-EDITADOS
           IF WS-SALDO-PUNTOS NOT > ZEROS
               DISPLAY "SIN PUNTOS QUE CANJEAR"
               GO TO CANJEAR-PUNTOS-EXIT
           END-IF

           MOVE SPACES TO WS-PUNTOS-TECLEADOS
           DISPLAY "PUNTOS A CANJEAR: "
           ACCEPT WS-PUNTOS-TECLEADOS
           IF FUNCTION TRIM (WS-PUNTOS-TECLEADOS) IS NOT NUMERIC
               DISPLAY "CANTIDAD NO VALIDA, CANJE CANCELADO"
               GO TO CANJEAR-PUNTOS-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-PUNTOS-TECLEADOS)
               TO WS-PUNTOS-PEDIDOS
           IF WS-PUNTOS-PEDIDOS = ZEROS
               DISPLAY "CANTIDAD NO VALIDA, CANJE CANCELADO"
               GO TO CANJEAR-PUNTOS-EXIT
           END-IF
           IF WS-PUNTOS-PEDIDOS > WS-SALDO-PUNTOS
               DISPLAY "EL CANJE SUPERA EL SALDO, CANCELADO"
               GO TO CANJEAR-PUNTOS-EXIT
           END-IF

           MOVE SPACES TO WS-TIENDA-PEDIDA
           DISPLAY "TIENDA DEL CANJE (4 CARACTERES): "
           ACCEPT WS-TIENDA-PEDIDA
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           IF WS-TIENDA-HALLADA-SW = "N"
               DISPLAY "TIENDA DESCONOCIDA O CERRADA: "
                       WS-TIENDA-PEDIDA
               GO TO CANJEAR-PUNTOS-EXIT
           END-IF
           MOVE SPACES TO WS-TICKET-PEDIDO
           DISPLAY "TICKET DEL CANJE (8 CARACTERES, OPCIONAL): "
           ACCEPT WS-TICKET-PEDIDO

           OPEN EXTEND PUNTOS-MOVIMIENTOS
           IF FS-PUNTOS NOT = "00"
               OPEN OUTPUT PUNTOS-MOVIMIENTOS
           END-IF
           MOVE WS-FECHA-HOY TO PUNTOS-FECHA
           MOVE WS-TARJETA-PEDIDA TO PUNTOS-TARJETA
           MOVE WS-TIENDA-PEDIDA TO PUNTOS-TIENDA
           MOVE WS-TICKET-PEDIDO TO PUNTOS-TICKET
           MOVE "C" TO PUNTOS-TIPO
           MOVE ZEROS TO PUNTOS-IMPORTE
           COMPUTE PUNTOS-PUNTOS = ZEROS - WS-PUNTOS-PEDIDOS
           WRITE REG-PUNTOS
           CLOSE PUNTOS-MOVIMIENTOS

           MOVE "CANJE" TO WS-AUD-CAMPO
           MOVE WS-SALDO-PUNTOS TO WS-PUNTOS-EDITADOS
           MOVE WS-PUNTOS-EDITADOS TO WS-AUD-VIEJO
           SUBTRACT WS-PUNTOS-PEDIDOS FROM WS-SALDO-PUNTOS
           MOVE WS-SALDO-PUNTOS TO WS-PUNTOS-EDITADOS
           MOVE WS-PUNTOS-EDITADOS TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "CANJE APUNTADO. SALDO RESTANTE: "
                   WS-PUNTOS-EDITADOS.
       CANJEAR-PUNTOS-EXIT.
           EXIT.

       LISTAR-CLIENTES.
           DISPLAY "TARJETA       NOMBRE                         "
                   "TIENDA ALTA     ESTADO CONS."
           MOVE ZEROS TO WS-CONTA-ACTIVOS
           MOVE ZEROS TO WS-IND
           PERFORM LISTAR-UN-CLIENTE
               UNTIL WS-IND >= WS-NUM-CLIENTES
           DISPLAY "TOTAL CLIENTES EN EL MAESTRO: " WS-NUM-CLIENTES
                   "  ACTIVOS: " WS-CONTA-ACTIVOS.

       LISTAR-UN-CLIENTE.
           ADD 1 TO WS-IND
           IF ELEM-ESTADO (WS-IND) = "A"
               ADD 1 TO WS-CONTA-ACTIVOS
           END-IF
           DISPLAY ELEM-TARJETA (WS-IND) " "
                   ELEM-NOMBRE (WS-IND) " "
                   ELEM-TIENDA-ALTA (WS-IND) "   "
                   ELEM-FECHA-ALTA (WS-IND) " "
                   ELEM-ESTADO (WS-IND) "      "
                   ELEM-CONSENTIMIENTO (WS-IND).

      * Historial de una tarjeta tal y como lo dejo este programa.
       LISTAR-CAMBIOS.
           PERFORM PEDIR-TARJETA
           MOVE ZEROS TO WS-CONTA-CAMBIOS
           MOVE "N" TO EOF-SWITCH-AUDITORIA
           OPEN INPUT AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "SIN HISTORIAL DE CAMBIOS DE CLIENTES"
               GO TO LISTAR-CAMBIOS-EXIT
           END-IF
           DISPLAY "FECHA    HORA     OPERAD CAMPO        "
                   "ANTES / DESPUES"
           PERFORM LEER-CAMBIO THRU LEER-CAMBIO-EXIT
               UNTIL EOF-SWITCH-AUDITORIA = "S"
           CLOSE AUDITORIA
           DISPLAY "CAMBIOS DE LA TARJETA: " WS-CONTA-CAMBIOS.
       LISTAR-CAMBIOS-EXIT.
           EXIT.

       LEER-CAMBIO.
           READ AUDITORIA
               AT END MOVE "S" TO EOF-SWITCH-AUDITORIA
           NOT AT END
               IF AUDC-TARJETA = WS-TARJETA-PEDIDA
                   ADD 1 TO WS-CONTA-CAMBIOS
                   DISPLAY AUDC-FECHA " " AUDC-HORA " "
                           AUDC-OPERADOR " " AUDC-CAMPO " "
                           AUDC-VIEJO
                   DISPLAY "                                    "
                           AUDC-NUEVO
               END-IF
           END-READ.
       LEER-CAMBIO-EXIT.
           EXIT.

      * Suma el libro de puntos de la tarjeta pedida por tipo de
      * movimiento; el saldo es la suma de todos.
       CALCULAR-SALDO.
           MOVE ZEROS TO WS-SALDO-PUNTOS
           MOVE ZEROS TO WS-PUNTOS-GANADOS
           MOVE ZEROS TO WS-PUNTOS-RETIRADOS
           MOVE ZEROS TO WS-PUNTOS-CANJEADOS
           MOVE ZEROS TO WS-PUNTOS-CADUCADOS
           MOVE ZEROS TO WS-ULTIMA-VISITA
           MOVE "N" TO EOF-SWITCH-PUNTOS
           OPEN INPUT PUNTOS-MOVIMIENTOS
           IF FS-PUNTOS = "00"
               PERFORM SUMAR-PUNTOS THRU SUMAR-PUNTOS-EXIT
                   UNTIL EOF-SWITCH-PUNTOS = "S"
               CLOSE PUNTOS-MOVIMIENTOS
           END-IF.

       SUMAR-PUNTOS.
           READ PUNTOS-MOVIMIENTOS
               AT END
                   MOVE "S" TO EOF-SWITCH-PUNTOS
                   GO TO SUMAR-PUNTOS-EXIT
           END-READ
           IF PUNTOS-TARJETA NOT = WS-TARJETA-PEDIDA
               GO TO SUMAR-PUNTOS-EXIT
           END-IF
           ADD PUNTOS-PUNTOS TO WS-SALDO-PUNTOS
           EVALUATE PUNTOS-TIPO
               WHEN "G"
                   ADD PUNTOS-PUNTOS TO WS-PUNTOS-GANADOS
                   IF PUNTOS-FECHA > WS-ULTIMA-VISITA
                       MOVE PUNTOS-FECHA TO WS-ULTIMA-VISITA
                   END-IF
               WHEN "D"
                   ADD PUNTOS-PUNTOS TO WS-PUNTOS-RETIRADOS
               WHEN "C"
                   ADD PUNTOS-PUNTOS TO WS-PUNTOS-CANJEADOS
               WHEN "X"
                   ADD PUNTOS-PUNTOS TO WS-PUNTOS-CADUCADOS
           END-EVALUATE.
       SUMAR-PUNTOS-EXIT.
           EXIT.

       PEDIR-TARJETA.
           MOVE SPACES TO WS-TARJETA-PEDIDA
           DISPLAY "NUMERO DE TARJETA (13 DIGITOS): "
           ACCEPT WS-TARJETA-PEDIDA.

      * En una modificacion, un campo en blanco conserva el valor
      * anterior (ANTERIOR-CLIENTE); en un alta parte en blanco.
       PEDIR-DATOS-CLIENTE.
           MOVE SPACES TO WS-NOMBRE-PEDIDO
           DISPLAY "NOMBRE (30 CARACTERES) [" ANT-NOMBRE "]: "
           ACCEPT WS-NOMBRE-PEDIDO
           IF WS-NOMBRE-PEDIDO = SPACES
               MOVE ANT-NOMBRE TO WS-NOMBRE-PEDIDO
           END-IF
           MOVE SPACES TO WS-CPOSTAL-PEDIDO
           DISPLAY "CODIGO POSTAL (5 CARACTERES) [" ANT-CPOSTAL "]: "
           ACCEPT WS-CPOSTAL-PEDIDO
           IF WS-CPOSTAL-PEDIDO = SPACES
               MOVE ANT-CPOSTAL TO WS-CPOSTAL-PEDIDO
           END-IF
           MOVE SPACES TO WS-TELEFONO-PEDIDO
           DISPLAY "TELEFONO (9 CARACTERES) [" ANT-TELEFONO "]: "
           ACCEPT WS-TELEFONO-PEDIDO
           IF WS-TELEFONO-PEDIDO = SPACES
               MOVE ANT-TELEFONO TO WS-TELEFONO-PEDIDO
           END-IF
           MOVE SPACES TO WS-EMAIL-PEDIDO
           DISPLAY "CORREO (40 CARACTERES) [" ANT-EMAIL "]: "
           ACCEPT WS-EMAIL-PEDIDO
           IF WS-EMAIL-PEDIDO = SPACES
               MOVE ANT-EMAIL TO WS-EMAIL-PEDIDO
           END-IF
           MOVE SPACES TO WS-CONSENT-PEDIDO
           DISPLAY "ACEPTA COMUNICACIONES (S/N) [" ANT-CONSENT "]: "
           ACCEPT WS-CONSENT-PEDIDO
           IF WS-CONSENT-PEDIDO = SPACES
               MOVE ANT-CONSENT TO WS-CONSENT-PEDIDO
           END-IF
           IF WS-CONSENT-PEDIDO NOT = "S"
               MOVE "N" TO WS-CONSENT-PEDIDO
           END-IF.

      * Una linea de historial por cada campo que de verdad cambio.
       AUDITAR-MODIFICACION.
           IF WS-NOMBRE-PEDIDO NOT = ANT-NOMBRE
               MOVE "NOMBRE" TO WS-AUD-CAMPO
               MOVE ANT-NOMBRE TO WS-AUD-VIEJO
               MOVE WS-NOMBRE-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-CPOSTAL-PEDIDO NOT = ANT-CPOSTAL
               MOVE "C.POSTAL" TO WS-AUD-CAMPO
               MOVE ANT-CPOSTAL TO WS-AUD-VIEJO
               MOVE WS-CPOSTAL-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-TELEFONO-PEDIDO NOT = ANT-TELEFONO
               MOVE "TELEFONO" TO WS-AUD-CAMPO
               MOVE ANT-TELEFONO TO WS-AUD-VIEJO
               MOVE WS-TELEFONO-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-EMAIL-PEDIDO NOT = ANT-EMAIL
               MOVE "CORREO" TO WS-AUD-CAMPO
               MOVE ANT-EMAIL TO WS-AUD-VIEJO
               MOVE WS-EMAIL-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-CONSENT-PEDIDO NOT = ANT-CONSENT
               MOVE "CONSENTIM." TO WS-AUD-CAMPO
               MOVE ANT-CONSENT TO WS-AUD-VIEJO
               MOVE WS-CONSENT-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF.

       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           ACCEPT AUDC-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDC-HORA FROM TIME
           MOVE WS-OPERADOR TO AUDC-OPERADOR
           MOVE WS-TARJETA-PEDIDA TO AUDC-TARJETA
           MOVE WS-AUD-CAMPO TO AUDC-CAMPO
           MOVE WS-AUD-VIEJO TO AUDC-VIEJO
           MOVE WS-AUD-NUEVO TO AUDC-NUEVO
           WRITE REG-AUDITORIA-C
           CLOSE AUDITORIA.

      * Busca WS-TARJETA-PEDIDA en la tabla y deja el indice en
      * WS-IND-HALLADO si la encuentra.
       BUSCAR-CLIENTE.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-IND-HALLADO
           PERFORM COMPARAR-CLIENTE
               UNTIL WS-IND >= WS-NUM-CLIENTES
               OR WS-ENCONTRADO-SW = "S".
       BUSCAR-CLIENTE-EXIT.
           EXIT.

       COMPARAR-CLIENTE.
           ADD 1 TO WS-IND
           IF ELEM-TARJETA (WS-IND) = WS-TARJETA-PEDIDA
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

      * Solo vale una tienda del maestro que no este cerrada.
       BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE ZEROS TO WS-IND-TDA
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
               OR WS-TIENDA-HALLADA-SW = "S".
       BUSCAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-CODIGO (WS-IND-TDA) = WS-TIENDA-PEDIDA
               AND ELEM-TDA-ESTADO (WS-IND-TDA) NOT = "C"
               MOVE "S" TO WS-TIENDA-HALLADA-SW
           END-IF.

      * Vuelca la tabla completa de nuevo al fichero.
       GRABAR-CLIENTES.
           OPEN OUTPUT CLIENTES
           MOVE ZEROS TO WS-IND
           PERFORM GRABAR-UN-CLIENTE
               UNTIL WS-IND >= WS-NUM-CLIENTES
           CLOSE CLIENTES
           DISPLAY "MAESTRO DE CLIENTES GRABADO ("
                   WS-NUM-CLIENTES " CLIENTES)".

       GRABAR-UN-CLIENTE.
           ADD 1 TO WS-IND
           MOVE ELEM-CLIENTE (WS-IND) TO REG-CLIENTES
           WRITE REG-CLIENTES.
