      *    posiciones que aparecen en ventas, entradas o traspasos
      *    sin ficha se crean con punto de pedido a cero y saldran
      *    en el informe de excepciones.
      * Mod:10/09/2026 - Cada cambio de una posicion queda en el
      *    kardex KARDEX-STOCK.DAT (fecha, hora, producto, tienda,
      *    tipo, documento, cantidad y saldo antes y despues): las
      *    entradas con su albaran, los traspasos con origen,
      *    destino y documento, y la venta con la referencia del
      *    ultimo cierre de CIERRES.DAT (la misma que lleva el
      *    asiento de EXPORTAR-CONTABILIDAD). Ver CONSULTA-KARDEX.
      * Mod:20/09/2026 - Sustitucion de codigos (ver
      *    MANTENIMIENTO-PRODUCTOS): tras aplicar entradas,
      *    traspasos y venta, las existencias que queden en cada
      *    tienda bajo un codigo ya sustituido (con la fecha de
      *    vigencia cumplida) se pasan al codigo final de la cadena,
      *    con dos apuntes de kardex de tipo S (salida del antiguo,
      *    entrada en el nuevo). La posicion antigua queda a cero y
      *    sin punto de pedido, que pasa al codigo nuevo si este no
      *    tenia. Se repite en cada pasada, asi que lo que llegue
      *    tarde al codigo antiguo (una entrada con la referencia
      *    vieja) se traspasa en la siguiente sin doble apunte.
      * Mod:22/09/2026 - Stock por lote de los perecederos en
      *    LOTES-STOCK.IDX (clave producto + tienda + caducidad +
      *    lote, asi que la secuencia de clave es la de caducidad).
      *    STOCK.IDX sigue llevando el total de la posicion; lo que
      *    no esta en ningun lote es stock anterior al control por
      *    lotes. Una entrada con lote suma en su lote (lo crea si
      *    no existe). Lo que sale de una posicion (venta, origen de
      *    un traspaso, codigo sustituido) sale primero del stock
      *    sin lote, por ser el mas antiguo, y despues de los lotes
      *    por orden de caducidad (FEFO); el lote que se queda a
      *    cero se borra. En el traspaso y en la sustitucion los
      *    lotes consumidos entran con el mismo lote y caducidad en
      *    la posicion destino. Sin LOTES-STOCK.IDX se avisa y el
      *    stock se actualiza igual, sin lotes.
      * Mod:30/09/2026 - Destino de las devoluciones. La venta se
      *    descuenta en bruto, de VENTAS-DIARIAS.DAT, y no neta de
      *    TOTAL-TIENDA.DAT: ese neto se queda en cero cuando lo
      *    abonado supera lo vendido y el abono no llegaba a entrar.
      *    Despues se recorren los abonos del cierre que deja
      *    PROCESAR-VENTAS en DEVOLUCIONES-CIERRE.DAT: cada uno entra
      *    en su tienda (kardex tipo R); los de destino S se quedan
      *    en stock; los de destino P salen de la tienda
      *    (kardex tipo D) y se apuntan, pendientes de envio, en
      *    DEVOLUCIONES-PROVEEDOR.DAT con el proveedor por defecto
      *    del producto (el primero que lo sirve en el catalogo
      *    PROVEEDOR-PRODUCTOS.DAT); los de destino M salen como
      *    merma (kardex tipo A) con su apunte en AJUSTES-STOCK.DAT,
      *    igual que las bajas por caducidad. Todos pasan al
      *    historico DEVOLUCIONES-HISTORICO.DAT con el proveedor y
      *    la referencia del cierre (ver INFORME-DEVOLUCIONES) y el
      *    fichero del cierre se vacia.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT TRASPASOS ASSIGN TO "TRASPASOS-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRASPASOS.
           SELECT VENTAS-DIARIAS ASSIGN TO "VENTAS-DIARIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS-DIARIAS.
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
           SELECT KARDEX ASSIGN TO "KARDEX-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KARDEX.
           SELECT SUSTITUCIONES ASSIGN TO "SUSTITUCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSTITUCIONES.
           SELECT LOTES ASSIGN TO "LOTES-STOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLAVE-LOTE
               FILE STATUS IS FS-LOTES.
           SELECT DEV-CIERRE ASSIGN TO "DEVOLUCIONES-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVCIE.
           SELECT DEV-HISTORICO ASSIGN TO "DEVOLUCIONES-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVHIS.
           SELECT DEV-PROVEEDOR ASSIGN TO "DEVOLUCIONES-PROVEEDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVPROV.
           SELECT AJUSTES ASSIGN TO "AJUSTES-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AJUSTES.
           SELECT CATALOGO ASSIGN TO "PROVEEDOR-PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
           05 PUNTO-PEDIDO-STOCK  PIC 9(5).

      * Reposiciones recibidas, ya con la tienda receptora (ver
      * REGISTRAR-ENTRADAS). Lote y caducidad solo en los
      * perecederos.
       FD ENTRADAS.
       01 REG-ENTRADAS.
           05 CODIGO-ENTRADA      PIC X(5).
           05 TIENDA-ENTRADA      PIC X(4).
           05 CANTIDAD-ENTRADA    PIC 9(5).
           05 ALBARAN-ENTRADA     PIC X(10).
           05 LOTE-ENTRADA        PIC X(10).
           05 CADUCIDAD-ENTRADA   PIC 9(8).

      * Traspasos entre tiendas de la furgoneta semanal: restan en
      * la tienda origen y suman en la destino. El documento del
      * traspaso es opcional (en blanco en las lineas antiguas).
       FD TRASPASOS.
       01 REG-TRASPASOS.
           05 TRASPASO-ORIGEN     PIC X(4).
           05 TRASPASO-DESTINO    PIC X(4).
           05 TRASPASO-CODIGO     PIC X(5).
           05 TRASPASO-CANTIDAD   PIC 9(5).
           05 TRASPASO-DOCUMENTO  PIC X(10).

      * Subtotal del ultimo cierre por producto, tienda y fecha con
      * la venta y la devolucion por separado (ver PROCESAR-VENTAS).
      * De aqui sale la venta bruta; lo devuelto llega abono a abono
      * en DEVOLUCIONES-CIERRE.DAT.
       FD VENTAS-DIARIAS.
       01 REG-VENTAS-DIARIAS.
           05 CODIGO-VTADIA           PIC X(5).
           05 TIENDA-VTADIA           PIC X(4).
           05 FECHA-VTADIA            PIC 9(8).
           05 VENDIDA-CANT-VTADIA     PIC 9(5).
           05 VENDIDA-ING-VTADIA      PIC 9(8)V99.
           05 DEVUELTA-CANT-VTADIA    PIC 9(5).
           05 DEVUELTA-ING-VTADIA     PIC 9(8)V99.

      * Diario de cierres de PROCESAR-VENTAS: solo se lee el ultimo
      * registro para la referencia de la venta descontada.
       FD CIERRES.
       01 REG-CIERRES.
           05 CIERRE-FECHA           PIC 9(8).
           05 CIERRE-HORA-INICIO     PIC 9(8).
           05 CIERRE-HORA-FIN        PIC 9(8).
           05 CIERRE-LEIDOS          PIC 9(9).
           05 CIERRE-ACEPTADOS       PIC 9(9).
           05 CIERRE-RECHAZADOS      PIC 9(9).
           05 CIERRE-PRODUCTOS       PIC 9(5).
           05 CIERRE-TIPO            PIC X(1).
           05 CIERRE-PUNTO-REINICIO  PIC 9(9).
           05 CIERRE-OPERADOR        PIC 9(6).

      * Kardex: un registro por cada cambio de una posicion de
      * STOCK.IDX. Tipo E = entrada de albaran, T = traspaso (con
      * signo: sale de la origen, entra en la destino), V = venta
      * del cierre, A = ajuste por recuento (o merma), I = carga
      * inicial desde STOCK.DAT, S = traspaso por sustitucion de
      * codigo (sale del antiguo, entra en el nuevo), R = abono de
      * un cliente que entra en la tienda, D = abono que sale hacia
      * el proveedor.
       FD KARDEX.
       01 REG-KARDEX.
           05 KARDEX-FECHA           PIC 9(8).
           05 KARDEX-HORA            PIC 9(8).
           05 KARDEX-CODIGO          PIC X(5).
           05 KARDEX-TIENDA          PIC X(4).
           05 KARDEX-TIPO            PIC X(1).
           05 KARDEX-REFERENCIA      PIC X(22).
           05 KARDEX-CANTIDAD        PIC S9(7).
           05 KARDEX-ANTES           PIC S9(7).
           05 KARDEX-DESPUES         PIC S9(7).
           05 KARDEX-USUARIO         PIC 9(6).

      * Sustituciones de codigo (ver MANTENIMIENTO-PRODUCTOS).
       FD SUSTITUCIONES.
       01 REG-SUSTITUCIONES.
           05 SUST-ANTIGUO           PIC X(5).
           05 SUST-NUEVO             PIC X(5).
           05 SUST-DESDE             PIC 9(8).

      * Existencias por lote de los perecederos: producto, tienda,
      * caducidad y lote, con las existencias del lote y la fecha
      * en que entro por primera vez.
       FD LOTES.
       01 REG-LOTES.
           05 CLAVE-LOTE.
               10 LOTE-CODIGO        PIC X(5).
               10 LOTE-TIENDA        PIC X(4).
               10 LOTE-CADUCIDAD     PIC 9(8).
               10 LOTE-NUMERO        PIC X(10).
           05 LOTE-EXISTENCIAS       PIC S9(7).
           05 LOTE-FECHA-ENTRADA     PIC 9(8).

      * Abonos del cierre (ver PROCESAR-VENTAS). Motivo: F
      * defectuoso, R roto, E error de articulo, C cambio de
      * opinion, blanco sin motivo. Destino: S stock, P proveedor,
      * M merma.
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

      * Historico permanente de devoluciones: la linea del cierre
      * tal cual, el proveedor por defecto del producto, la fecha en
      * que se aplico y la referencia del cierre.
       FD DEV-HISTORICO.
       01 REG-DEV-HISTORICO.
           05 DEVHIS-DEVOLUCION    PIC X(57).
           05 DEVHIS-PROVEEDOR     PIC X(6).
           05 DEVHIS-FECHA-PROCESO PIC 9(8).
           05 DEVHIS-REFERENCIA    PIC X(22).

      * Devoluciones a proveedor pendientes de envio (DEVPROV-ESTADO
      * P); compras las cierra al enviar la mercancia.
       FD DEV-PROVEEDOR.
       01 REG-DEV-PROVEEDOR.
           05 DEVPROV-FECHA        PIC 9(8).
           05 DEVPROV-PROVEEDOR    PIC X(6).
           05 DEVPROV-CODIGO       PIC X(5).
           05 DEVPROV-TIENDA       PIC X(4).
           05 DEVPROV-CANTIDAD     PIC 9(5).
           05 DEVPROV-MOTIVO       PIC X(1).
           05 DEVPROV-TICKET       PIC X(8).
           05 DEVPROV-FECHA-ABONO  PIC 9(8).
           05 DEVPROV-REFERENCIA   PIC X(22).
           05 DEVPROV-ESTADO       PIC X(1).

      * Diario de ajustes de stock (ver CONCILIAR-CONTEO); la merma
      * de un abono va sin usuario, sin lote y con la diferencia
      * en negativo.
       FD AJUSTES.
       01 REG-AJUSTES.
           05 AJUSTE-FECHA        PIC 9(8).
           05 AJUSTE-HORA         PIC 9(8).
           05 AJUSTE-USUARIO      PIC 9(6).
           05 AJUSTE-CODIGO       PIC X(5).
           05 AJUSTE-TIENDA       PIC X(4).
           05 AJUSTE-STOCK-ANTES  PIC S9(7).
           05 AJUSTE-CONTADO      PIC 9(7).
           05 AJUSTE-DIFERENCIA   PIC S9(7).
           05 AJUSTE-LOTE         PIC X(10).
           05 AJUSTE-CADUCIDAD    PIC 9(8).

      * Catalogo de proveedores por producto (ver
      * MANTENIMIENTO-PROVEEDORES).
       FD CATALOGO.
       01 REG-CATALOGO.
           05 CATPROV-PROVEEDOR    PIC X(6).
           05 CATPROV-CODIGO       PIC X(5).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-ENTRADAS PIC X VALUE "N".
       01 EOF-SWITCH-TRASP    PIC X VALUE "N".
       01 EOF-SWITCH-VTADIA   PIC X VALUE "N".
       01 EOF-SWITCH-STOCK    PIC X VALUE "N".
       01 EOF-SWITCH-CIERRES  PIC X VALUE "N".
       01 FS-STOCK            PIC XX VALUE SPACES.
       01 FS-CIERRES          PIC XX VALUE SPACES.
       01 FS-KARDEX           PIC XX VALUE SPACES.
       01 FS-ENTRADAS         PIC XX VALUE SPACES.
       01 FS-TRASPASOS        PIC XX VALUE SPACES.
       01 FS-VENTAS-DIARIAS   PIC XX VALUE SPACES.

      * Venta bruta acumulada del producto y tienda en curso.
       01 WS-VENTA-CODIGO     PIC X(5) VALUE SPACES.
       01 WS-VENTA-TIENDA     PIC X(4) VALUE SPACES.
       01 WS-VENTA-CANTIDAD   PIC 9(7) VALUE ZEROS.

      * Movimiento en curso sobre el maestro indexado: posicion
      * (producto y tienda) y delta con signo a aplicar.
       01 WS-TIENDA-BUSCADA   PIC X(4) VALUE SPACES.
       01 WS-DELTA            PIC S9(7) VALUE ZEROS.

      * Tipo y documento del movimiento en curso para el kardex.
       01 WS-TIPO-MOV         PIC X(1) VALUE SPACES.
       01 WS-REFERENCIA-MOV   PIC X(22) VALUE SPACES.
       01 WS-SALDO-ANTES      PIC S9(7) VALUE ZEROS.
       01 WS-MOV-GRABADO-SW   PIC X VALUE "N".
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-HORA-AHORA       PIC 9(8) VALUE ZEROS.

      * Referencia de la venta: la del ultimo cierre registrado.
       01 WS-FECHA-CIERRE     PIC 9(8) VALUE ZEROS.
       01 WS-HORA-CIERRE      PIC 9(8) VALUE ZEROS.
       01 WS-HORA-HHMMSS      PIC 9(6) VALUE ZEROS.
       01 WS-REFERENCIA-CIERRE PIC X(22) VALUE SPACES.

      * Traspaso por sustitucion: codigo final de la cadena y
      * posiciones del codigo antiguo recogidas antes de moverlas
      * (el recorrido secuencial no sobrevive a las lecturas por
      * clave de APLICAR-MOVIMIENTO).
       01 FS-SUSTITUCIONES    PIC XX VALUE SPACES.
       01 EOF-SWITCH-SUST     PIC X VALUE "N".
       01 EOF-SWITCH-POS      PIC X VALUE "N".
       01 WS-SUST-FINAL       PIC X(5) VALUE SPACES.
       01 WS-NUM-POSICIONES   PIC 9(3) VALUE ZEROS.
       01 WS-IND-POS          PIC 9(3) VALUE ZEROS.
       01 TABLA-POSICIONES.
           05 ELEM-POSICION OCCURS 200 TIMES.
               10 ELEM-POS-TIENDA     PIC X(4).
               10 ELEM-POS-EXISTENCIAS PIC S9(7).
               10 ELEM-POS-PUNTO      PIC 9(5).
       01 WS-CONTA-SUSTITUIDAS PIC 9(5) VALUE ZEROS.

      * Lotes de la posicion en curso, en orden de caducidad, con lo
      * que se ha consumido de cada uno (se recogen antes de tocarlos
      * por la misma razon que las posiciones de la sustitucion).
       01 FS-LOTES            PIC XX VALUE SPACES.
       01 EOF-SWITCH-LOTES    PIC X VALUE "N".
       01 WS-LOTES-ABIERTO-SW PIC X VALUE "N".
       01 WS-LOTE-MOV         PIC X(10) VALUE SPACES.
       01 WS-CADUCIDAD-MOV    PIC 9(8) VALUE ZEROS.
       01 WS-CANTIDAD-LOTE    PIC S9(7) VALUE ZEROS.
       01 WS-SUMA-LOTES       PIC S9(7) VALUE ZEROS.
       01 WS-SIN-LOTE         PIC S9(7) VALUE ZEROS.
       01 WS-POR-CONSUMIR     PIC S9(7) VALUE ZEROS.
       01 WS-CONSUMO          PIC S9(7) VALUE ZEROS.
       01 WS-NUM-LOTES        PIC 9(3) VALUE ZEROS.
       01 WS-IND-LOTE         PIC 9(3) VALUE ZEROS.
       01 TABLA-LOTES.
           05 ELEM-LOTE OCCURS 100 TIMES.
               10 ELEM-LOTE-CADUCIDAD   PIC 9(8).
               10 ELEM-LOTE-NUMERO      PIC X(10).
               10 ELEM-LOTE-EXISTENCIAS PIC S9(7).
               10 ELEM-LOTE-CONSUMIDO   PIC S9(7).

      * Destino de los abonos del cierre: proveedor por defecto de
      * cada producto segun el catalogo y contadores por destino.
       01 FS-DEVCIE           PIC XX VALUE SPACES.
       01 FS-DEVHIS           PIC XX VALUE SPACES.
       01 FS-DEVPROV          PIC XX VALUE SPACES.
       01 FS-AJUSTES          PIC XX VALUE SPACES.
       01 FS-CATALOGO         PIC XX VALUE SPACES.
       01 EOF-SWITCH-DEVCIE   PIC X VALUE "N".
       01 EOF-SWITCH-CATALOGO PIC X VALUE "N".
       01 WS-DEVCIE-ABIERTO-SW PIC X VALUE "N".
       01 WS-PROV-DEFECTO     PIC X(6) VALUE SPACES.
       01 WS-NUM-CATALOGO     PIC 9(4) VALUE ZEROS.
       01 WS-IND-CAT          PIC 9(4) VALUE ZEROS.
       01 TABLA-CATALOGO.
           05 ELEM-CATALOGO OCCURS 5000 TIMES.
               10 ELEM-CAT-PROVEEDOR PIC X(6).
               10 ELEM-CAT-CODIGO    PIC X(5).
       01 WS-CONTA-DEV-STOCK  PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-DEV-PROV   PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-DEV-MERMA  PIC 9(5) VALUE ZEROS.

       01 WS-CONTA-MOVIMIENTOS PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-EXCEPCIONES PIC 9(4) VALUE ZEROS.
       01 WS-EXISTENCIAS-EDIT  PIC -Z.ZZZ.ZZ9.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           OPEN EXTEND KARDEX
           IF FS-KARDEX NOT = "00"
               OPEN OUTPUT KARDEX
           END-IF
           PERFORM ABRIR-LOTES
           PERFORM APLICAR-ENTRADAS
           PERFORM APLICAR-TRASPASOS
           PERFORM LEER-ULTIMO-CIERRE
           PERFORM APLICAR-VENTAS
           PERFORM APLICAR-DEVOLUCIONES
               THRU APLICAR-DEVOLUCIONES-EXIT
           PERFORM APLICAR-SUSTITUCIONES
           CLOSE KARDEX
           IF WS-LOTES-ABIERTO-SW = "S"
               CLOSE LOTES
           END-IF
           PERFORM INFORME-EXCEPCIONES
           CLOSE STOCK
           PERFORM VACIAR-ENTRADAS
           PERFORM VACIAR-TRASPASOS
           PERFORM VACIAR-DEVOLUCIONES
           DISPLAY "STOCK.IDX ACTUALIZADO (" WS-CONTA-MOVIMIENTOS
                   " MOVIMIENTOS)"
           GOBACK.
               OPEN I-O STOCK
           END-IF.

      * El fichero de lotes se crea vacio la primera vez, igual que
      * el maestro.
       ABRIR-LOTES.
           OPEN I-O LOTES
           IF FS-LOTES = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF
           IF FS-LOTES = "00"
               MOVE "S" TO WS-LOTES-ABIERTO-SW
           ELSE
               DISPLAY "AVISO: NO SE PUEDE ABRIR LOTES-STOCK.IDX "
                       "(FILE STATUS " FS-LOTES "), NO SE "
                       "ACTUALIZAN LOS LOTES"
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Suma las reposiciones recibidas antes de mover ni descontar.
       APLICAR-ENTRADAS.
           OPEN INPUT ENTRADAS
                   MOVE CODIGO-ENTRADA TO WS-CODIGO-BUSCADO
                   MOVE TIENDA-ENTRADA TO WS-TIENDA-BUSCADA
                   MOVE CANTIDAD-ENTRADA TO WS-DELTA
                   MOVE "E" TO WS-TIPO-MOV
                   MOVE SPACES TO WS-REFERENCIA-MOV
                   IF ALBARAN-ENTRADA = SPACES
                       MOVE "ENTRADA SIN ALBARAN" TO WS-REFERENCIA-MOV
                   ELSE
                       STRING "ALBARAN "      DELIMITED BY SIZE
                              ALBARAN-ENTRADA DELIMITED BY SIZE
                           INTO WS-REFERENCIA-MOV
                       END-STRING
                   END-IF
                   PERFORM APLICAR-MOVIMIENTO
                       THRU APLICAR-MOVIMIENTO-EXIT
                   IF WS-MOV-GRABADO-SW = "S"
                       AND LOTE-ENTRADA NOT = SPACES
                       AND CADUCIDAD-ENTRADA IS NUMERIC
                       MOVE LOTE-ENTRADA TO WS-LOTE-MOV
                       MOVE CADUCIDAD-ENTRADA TO WS-CADUCIDAD-MOV
                       MOVE CANTIDAD-ENTRADA TO WS-CANTIDAD-LOTE
                       PERFORM SUMAR-A-LOTE
                   END-IF
               ELSE
                   DISPLAY "AVISO: ENTRADA DE STOCK NO VALIDA, SE "
                           "IGNORA: " REG-ENTRADAS
               GO TO APLICAR-UN-TRASPASO-EXIT
           END-IF

      * La referencia lleva origen y destino y el documento.
           MOVE "T" TO WS-TIPO-MOV
           MOVE SPACES TO WS-REFERENCIA-MOV
           STRING TRASPASO-ORIGEN  DELIMITED BY SIZE
                  ">"              DELIMITED BY SIZE
                  TRASPASO-DESTINO DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
               INTO WS-REFERENCIA-MOV
           END-STRING
           IF TRASPASO-DOCUMENTO = SPACES
               MOVE "TRASPASO" TO WS-REFERENCIA-MOV (11:8)
           ELSE
               MOVE TRASPASO-DOCUMENTO TO WS-REFERENCIA-MOV (11:10)
           END-IF

      * Los lotes que salen de la origen entran tal cual en la
      * destino.
           MOVE ZEROS TO WS-NUM-LOTES
           MOVE TRASPASO-CODIGO TO WS-CODIGO-BUSCADO
           MOVE TRASPASO-ORIGEN TO WS-TIENDA-BUSCADA
           COMPUTE WS-DELTA = TRASPASO-CANTIDAD * -1
           MOVE TRASPASO-CODIGO TO WS-CODIGO-BUSCADO
           MOVE TRASPASO-DESTINO TO WS-TIENDA-BUSCADA
           MOVE TRASPASO-CANTIDAD TO WS-DELTA
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT
           IF WS-MOV-GRABADO-SW = "S"
               PERFORM PASAR-LOTES-CONSUMIDOS
           END-IF.
       APLICAR-UN-TRASPASO-EXIT.
           EXIT.

      * Descuenta de cada tienda lo que esa tienda vendio, en bruto,
      * segun los subtotales por producto, tienda y fecha del cierre
      * (un apunte por producto y tienda). Lo devuelto no se resta
      * aqui: cada abono entra despues por su cuenta.
       APLICAR-VENTAS.
           MOVE SPACES TO WS-VENTA-CODIGO
           MOVE SPACES TO WS-VENTA-TIENDA
           MOVE ZEROS TO WS-VENTA-CANTIDAD
           OPEN INPUT VENTAS-DIARIAS
           IF FS-VENTAS-DIARIAS NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR VENTAS-DIARIAS.DAT (FILE "
                       "STATUS " FS-VENTAS-DIARIAS "), NO SE "
                       "DESCUENTA VENTA"
           ELSE
               PERFORM LEER-VENTA-DIARIA THRU LEER-VENTA-DIARIA-EXIT
                   UNTIL EOF-SWITCH-VTADIA = "S"
               CLOSE VENTAS-DIARIAS
               PERFORM DESCONTAR-VENTA
           END-IF.

       LEER-VENTA-DIARIA.
           READ VENTAS-DIARIAS
               AT END
                   MOVE "S" TO EOF-SWITCH-VTADIA
                   GO TO LEER-VENTA-DIARIA-EXIT
           END-READ
           IF VENDIDA-CANT-VTADIA IS NOT NUMERIC
               DISPLAY "AVISO: LINEA DE VENTAS-DIARIAS NO VALIDA, SE "
                       "IGNORA: " REG-VENTAS-DIARIAS
               GO TO LEER-VENTA-DIARIA-EXIT
           END-IF
           IF CODIGO-VTADIA NOT = WS-VENTA-CODIGO
               OR TIENDA-VTADIA NOT = WS-VENTA-TIENDA
               PERFORM DESCONTAR-VENTA
               MOVE CODIGO-VTADIA TO WS-VENTA-CODIGO
               MOVE TIENDA-VTADIA TO WS-VENTA-TIENDA
           END-IF
           ADD VENDIDA-CANT-VTADIA TO WS-VENTA-CANTIDAD.
       LEER-VENTA-DIARIA-EXIT.
           EXIT.

       DESCONTAR-VENTA.
           IF WS-VENTA-CANTIDAD > ZEROS
               MOVE WS-VENTA-CODIGO TO WS-CODIGO-BUSCADO
               MOVE WS-VENTA-TIENDA TO WS-TIENDA-BUSCADA
               COMPUTE WS-DELTA = WS-VENTA-CANTIDAD * -1
               MOVE "V" TO WS-TIPO-MOV
               MOVE WS-REFERENCIA-CIERRE TO WS-REFERENCIA-MOV
               PERFORM APLICAR-MOVIMIENTO
                   THRU APLICAR-MOVIMIENTO-EXIT
           END-IF
           MOVE ZEROS TO WS-VENTA-CANTIDAD.

      * Destino de cada abono del cierre. Todo abono entra en la
      * tienda que lo recoge (tipo R); lo que no es vendible vuelve
      * a salir enseguida: a proveedor (tipo D) o a merma (tipo A).
      * Cada abono, sea cual sea su destino, pasa al historico.
       APLICAR-DEVOLUCIONES.
           MOVE ZEROS TO WS-CONTA-DEV-STOCK
           MOVE ZEROS TO WS-CONTA-DEV-PROV
           MOVE ZEROS TO WS-CONTA-DEV-MERMA
           OPEN INPUT DEV-CIERRE
           IF FS-DEVCIE NOT = "00"
               GO TO APLICAR-DEVOLUCIONES-EXIT
           END-IF
           MOVE "S" TO WS-DEVCIE-ABIERTO-SW
           PERFORM CARGAR-CATALOGO
           OPEN EXTEND DEV-HISTORICO
           IF FS-DEVHIS NOT = "00"
               OPEN OUTPUT DEV-HISTORICO
           END-IF
           OPEN EXTEND DEV-PROVEEDOR
           IF FS-DEVPROV NOT = "00"
               OPEN OUTPUT DEV-PROVEEDOR
           END-IF
           OPEN EXTEND AJUSTES
           IF FS-AJUSTES NOT = "00"
               OPEN OUTPUT AJUSTES
           END-IF
           PERFORM LEER-DEVOLUCION THRU LEER-DEVOLUCION-EXIT
               UNTIL EOF-SWITCH-DEVCIE = "S"
           CLOSE DEV-CIERRE
           CLOSE DEV-HISTORICO
           CLOSE DEV-PROVEEDOR
           CLOSE AJUSTES
           DISPLAY "DEVOLUCIONES DEL CIERRE: " WS-CONTA-DEV-STOCK
                   " A STOCK, " WS-CONTA-DEV-PROV " A PROVEEDOR, "
                   WS-CONTA-DEV-MERMA " A MERMA".
       APLICAR-DEVOLUCIONES-EXIT.
           EXIT.

       LEER-DEVOLUCION.
           READ DEV-CIERRE
               AT END
                   MOVE "S" TO EOF-SWITCH-DEVCIE
                   GO TO LEER-DEVOLUCION-EXIT
           END-READ
           IF DEVCIE-CANTIDAD IS NOT NUMERIC
               OR DEVCIE-CODIGO = SPACES
               OR DEVCIE-TIENDA = SPACES
               DISPLAY "AVISO: DEVOLUCION NO VALIDA, SE IGNORA: "
                       REG-DEV-CIERRE
               GO TO LEER-DEVOLUCION-EXIT
           END-IF

           MOVE DEVCIE-CODIGO TO WS-CODIGO-BUSCADO
           MOVE DEVCIE-TIENDA TO WS-TIENDA-BUSCADA
           PERFORM BUSCAR-PROVEEDOR-DEFECTO
           MOVE DEVCIE-CANTIDAD TO WS-DELTA
           MOVE "R" TO WS-TIPO-MOV
           MOVE SPACES TO WS-REFERENCIA-MOV
           STRING "DEVOL CLIENTE "  DELIMITED BY SIZE
                  DEVCIE-TICKET     DELIMITED BY SIZE
               INTO WS-REFERENCIA-MOV
           END-STRING
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT

           COMPUTE WS-DELTA = DEVCIE-CANTIDAD * -1
           MOVE SPACES TO WS-REFERENCIA-MOV
           MOVE ZEROS TO WS-NUM-LOTES

           IF DEVCIE-DESTINO = "P"
               MOVE "D" TO WS-TIPO-MOV
               STRING "DEVOL PROV "    DELIMITED BY SIZE
                      DEVCIE-TICKET    DELIMITED BY SIZE
                   INTO WS-REFERENCIA-MOV
               END-STRING
               PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT
               IF WS-MOV-GRABADO-SW = "S"
                   PERFORM GRABAR-DEVOLUCION-PROVEEDOR
               END-IF
               ADD 1 TO WS-CONTA-DEV-PROV
           ELSE
               IF DEVCIE-DESTINO = "M"
                   MOVE "A" TO WS-TIPO-MOV
                   STRING "DEVOL MERMA "   DELIMITED BY SIZE
                          DEVCIE-TICKET    DELIMITED BY SIZE
                       INTO WS-REFERENCIA-MOV
                   END-STRING
                   PERFORM APLICAR-MOVIMIENTO
                       THRU APLICAR-MOVIMIENTO-EXIT
                   IF WS-MOV-GRABADO-SW = "S"
                       PERFORM GRABAR-AJUSTE-MERMA
                   END-IF
                   ADD 1 TO WS-CONTA-DEV-MERMA
               ELSE
                   ADD 1 TO WS-CONTA-DEV-STOCK
               END-IF
           END-IF

           MOVE REG-DEV-CIERRE TO DEVHIS-DEVOLUCION
           MOVE WS-PROV-DEFECTO TO DEVHIS-PROVEEDOR
           MOVE WS-FECHA-HOY TO DEVHIS-FECHA-PROCESO
           MOVE WS-REFERENCIA-CIERRE TO DEVHIS-REFERENCIA
           WRITE REG-DEV-HISTORICO.
       LEER-DEVOLUCION-EXIT.
           EXIT.

      * Linea pendiente de envio al proveedor; sin proveedor en el
      * catalogo se graba igual, en blanco, para que compras lo
      * asigne.
       GRABAR-DEVOLUCION-PROVEEDOR.
           IF WS-PROV-DEFECTO = SPACES
               DISPLAY "AVISO: " DEVCIE-CODIGO " SIN PROVEEDOR EN EL "
                       "CATALOGO, DEVOLUCION DEL TICKET "
                       DEVCIE-TICKET " SIN PROVEEDOR ASIGNADO"
           END-IF
           MOVE SPACES TO REG-DEV-PROVEEDOR
           MOVE WS-FECHA-HOY TO DEVPROV-FECHA
           MOVE WS-PROV-DEFECTO TO DEVPROV-PROVEEDOR
           MOVE DEVCIE-CODIGO TO DEVPROV-CODIGO
           MOVE DEVCIE-TIENDA TO DEVPROV-TIENDA
           MOVE DEVCIE-CANTIDAD TO DEVPROV-CANTIDAD
           MOVE DEVCIE-MOTIVO TO DEVPROV-MOTIVO
           MOVE DEVCIE-TICKET TO DEVPROV-TICKET
           MOVE DEVCIE-FECHA TO DEVPROV-FECHA-ABONO
           MOVE WS-REFERENCIA-CIERRE TO DEVPROV-REFERENCIA
           MOVE "P" TO DEVPROV-ESTADO
           WRITE REG-DEV-PROVEEDOR.

      * Apunte de la merma en el diario de ajustes, con el saldo de
      * la posicion antes y despues de sacarla.
       GRABAR-AJUSTE-MERMA.
           MOVE WS-FECHA-HOY TO AJUSTE-FECHA
           MOVE WS-HORA-AHORA TO AJUSTE-HORA
           MOVE ZEROS TO AJUSTE-USUARIO
           MOVE DEVCIE-CODIGO TO AJUSTE-CODIGO
           MOVE DEVCIE-TIENDA TO AJUSTE-TIENDA
           MOVE WS-SALDO-ANTES TO AJUSTE-STOCK-ANTES
           IF EXISTENCIAS-STOCK > ZEROS
               MOVE EXISTENCIAS-STOCK TO AJUSTE-CONTADO
           ELSE
               MOVE ZEROS TO AJUSTE-CONTADO
           END-IF
           MOVE WS-DELTA TO AJUSTE-DIFERENCIA
           MOVE SPACES TO AJUSTE-LOTE
           MOVE ZEROS TO AJUSTE-CADUCIDAD
           WRITE REG-AJUSTES.

       CARGAR-CATALOGO.
           MOVE ZEROS TO WS-NUM-CATALOGO
           MOVE "N" TO EOF-SWITCH-CATALOGO
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

      * Proveedor por defecto: el primero del catalogo que sirve el
      * producto (en blanco si ninguno lo tiene), como en
      * GENERAR-PEDIDOS-COMPRA.
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

      * Lee la posicion producto-tienda por clave y le aplica el
      * delta; si la posicion no existe se crea con el delta como
      * existencias y punto de pedido a cero. Lo que llega al
      * maestro se apunta en el kardex, y lo que sale se descuenta
      * de los lotes de la posicion.
       APLICAR-MOVIMIENTO.
           MOVE "N" TO WS-MOV-GRABADO-SW
           MOVE ZEROS TO WS-SALDO-ANTES
           MOVE WS-CODIGO-BUSCADO TO CODIGO-STOCK
           MOVE WS-TIENDA-BUSCADA TO TIENDA-STOCK
           READ STOCK KEY IS CLAVE-STOCK
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO CREAR LA "
                                   "POSICION " CLAVE-STOCK
                       NOT INVALID KEY
                           MOVE "S" TO WS-MOV-GRABADO-SW
                   END-WRITE
               NOT INVALID KEY
                   MOVE EXISTENCIAS-STOCK TO WS-SALDO-ANTES
                   ADD WS-DELTA TO EXISTENCIAS-STOCK
                   REWRITE REG-STOCK
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO REESCRIBIR LA "
                                   "POSICION " CLAVE-STOCK
                       NOT INVALID KEY
                           MOVE "S" TO WS-MOV-GRABADO-SW
                   END-REWRITE
           END-READ
           IF WS-MOV-GRABADO-SW = "S"
               PERFORM GRABAR-KARDEX
               IF WS-DELTA < ZEROS
                   AND WS-LOTES-ABIERTO-SW = "S"
                   PERFORM CONSUMIR-LOTES
               END-IF
           END-IF
           ADD 1 TO WS-CONTA-MOVIMIENTOS.
       APLICAR-MOVIMIENTO-EXIT.
           EXIT.

       GRABAR-KARDEX.
           MOVE WS-FECHA-HOY TO KARDEX-FECHA
           MOVE WS-HORA-AHORA TO KARDEX-HORA
           MOVE WS-CODIGO-BUSCADO TO KARDEX-CODIGO
           MOVE WS-TIENDA-BUSCADA TO KARDEX-TIENDA
           MOVE WS-TIPO-MOV TO KARDEX-TIPO
           MOVE WS-REFERENCIA-MOV TO KARDEX-REFERENCIA
           MOVE WS-DELTA TO KARDEX-CANTIDAD
           MOVE WS-SALDO-ANTES TO KARDEX-ANTES
           MOVE EXISTENCIAS-STOCK TO KARDEX-DESPUES
           MOVE ZEROS TO KARDEX-USUARIO
           WRITE REG-KARDEX.

      * Suma WS-CANTIDAD-LOTE al lote WS-LOTE-MOV de caducidad
      * WS-CADUCIDAD-MOV en la posicion en curso; si el lote aun no
      * esta en la posicion se crea.
       SUMAR-A-LOTE.
           IF WS-LOTES-ABIERTO-SW = "S"
               MOVE WS-CODIGO-BUSCADO TO LOTE-CODIGO
               MOVE WS-TIENDA-BUSCADA TO LOTE-TIENDA
               MOVE WS-CADUCIDAD-MOV TO LOTE-CADUCIDAD
               MOVE WS-LOTE-MOV TO LOTE-NUMERO
               READ LOTES KEY IS CLAVE-LOTE
                   INVALID KEY
                       MOVE WS-CODIGO-BUSCADO TO LOTE-CODIGO
                       MOVE WS-TIENDA-BUSCADA TO LOTE-TIENDA
                       MOVE WS-CADUCIDAD-MOV TO LOTE-CADUCIDAD
                       MOVE WS-LOTE-MOV TO LOTE-NUMERO
                       MOVE WS-CANTIDAD-LOTE TO LOTE-EXISTENCIAS
                       MOVE WS-FECHA-HOY TO LOTE-FECHA-ENTRADA
                       WRITE REG-LOTES
                           INVALID KEY
                               DISPLAY "AVISO: NO SE PUDO CREAR EL "
                                       "LOTE " CLAVE-LOTE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-CANTIDAD-LOTE TO LOTE-EXISTENCIAS
                       REWRITE REG-LOTES
                           INVALID KEY
                               DISPLAY "AVISO: NO SE PUDO REESCRIBIR "
                                       "EL LOTE " CLAVE-LOTE
                       END-REWRITE
               END-READ
           END-IF.

      * Salida de WS-DELTA unidades de la posicion en curso: sale
      * primero el stock sin lote (saldo anterior menos lo que hay
      * en lotes) y el resto de los lotes por orden de caducidad.
       CONSUMIR-LOTES.
           PERFORM RECOGER-LOTES
           COMPUTE WS-POR-CONSUMIR = WS-DELTA * -1
           COMPUTE WS-SIN-LOTE = WS-SALDO-ANTES - WS-SUMA-LOTES
           IF WS-SIN-LOTE > ZEROS
               IF WS-SIN-LOTE >= WS-POR-CONSUMIR
                   MOVE ZEROS TO WS-POR-CONSUMIR
               ELSE
                   SUBTRACT WS-SIN-LOTE FROM WS-POR-CONSUMIR
               END-IF
           END-IF
           MOVE ZEROS TO WS-IND-LOTE
           PERFORM CONSUMIR-UN-LOTE
               UNTIL WS-IND-LOTE >= WS-NUM-LOTES
               OR WS-POR-CONSUMIR = ZEROS.

       CONSUMIR-UN-LOTE.
           ADD 1 TO WS-IND-LOTE
           IF ELEM-LOTE-EXISTENCIAS (WS-IND-LOTE) > WS-POR-CONSUMIR
               MOVE WS-POR-CONSUMIR TO WS-CONSUMO
           ELSE
               MOVE ELEM-LOTE-EXISTENCIAS (WS-IND-LOTE) TO WS-CONSUMO
           END-IF
           MOVE WS-CONSUMO TO ELEM-LOTE-CONSUMIDO (WS-IND-LOTE)
           SUBTRACT WS-CONSUMO FROM WS-POR-CONSUMIR
           MOVE WS-CODIGO-BUSCADO TO LOTE-CODIGO
           MOVE WS-TIENDA-BUSCADA TO LOTE-TIENDA
           MOVE ELEM-LOTE-CADUCIDAD (WS-IND-LOTE) TO LOTE-CADUCIDAD
           MOVE ELEM-LOTE-NUMERO (WS-IND-LOTE) TO LOTE-NUMERO
           READ LOTES KEY IS CLAVE-LOTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-CONSUMO FROM LOTE-EXISTENCIAS
                   IF LOTE-EXISTENCIAS > ZEROS
                       REWRITE REG-LOTES
                           INVALID KEY CONTINUE
                       END-REWRITE
                   ELSE
                       DELETE LOTES RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

      * Lotes con existencias de la posicion en curso, en secuencia
      * de clave (caducidad y lote).
       RECOGER-LOTES.
           MOVE ZEROS TO WS-NUM-LOTES
           MOVE ZEROS TO WS-SUMA-LOTES
           MOVE "N" TO EOF-SWITCH-LOTES
           MOVE WS-CODIGO-BUSCADO TO LOTE-CODIGO
           MOVE WS-TIENDA-BUSCADA TO LOTE-TIENDA
           MOVE ZEROS TO LOTE-CADUCIDAD
           MOVE LOW-VALUES TO LOTE-NUMERO
           START LOTES KEY IS NOT LESS THAN CLAVE-LOTE
               INVALID KEY
                   MOVE "S" TO EOF-SWITCH-LOTES
           END-START
           PERFORM RECOGER-UN-LOTE THRU RECOGER-UN-LOTE-EXIT
               UNTIL EOF-SWITCH-LOTES = "S".

       RECOGER-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "S" TO EOF-SWITCH-LOTES
                   GO TO RECOGER-UN-LOTE-EXIT
           END-READ
           IF LOTE-CODIGO NOT = WS-CODIGO-BUSCADO
               OR LOTE-TIENDA NOT = WS-TIENDA-BUSCADA
               MOVE "S" TO EOF-SWITCH-LOTES
               GO TO RECOGER-UN-LOTE-EXIT
           END-IF
           IF LOTE-EXISTENCIAS NOT > ZEROS
               GO TO RECOGER-UN-LOTE-EXIT
           END-IF
           IF WS-NUM-LOTES >= 100
               DISPLAY "AVISO: MAS DE 100 LOTES EN " LOTE-CODIGO
                       " TIENDA " LOTE-TIENDA ", SOLO SE MUEVEN "
                       "LOS 100 DE CADUCIDAD MAS PROXIMA"
               MOVE "S" TO EOF-SWITCH-LOTES
               GO TO RECOGER-UN-LOTE-EXIT
           END-IF
           ADD 1 TO WS-NUM-LOTES
           MOVE LOTE-CADUCIDAD TO ELEM-LOTE-CADUCIDAD (WS-NUM-LOTES)
           MOVE LOTE-NUMERO TO ELEM-LOTE-NUMERO (WS-NUM-LOTES)
           MOVE LOTE-EXISTENCIAS
               TO ELEM-LOTE-EXISTENCIAS (WS-NUM-LOTES)
           MOVE ZEROS TO ELEM-LOTE-CONSUMIDO (WS-NUM-LOTES)
           ADD LOTE-EXISTENCIAS TO WS-SUMA-LOTES.
       RECOGER-UN-LOTE-EXIT.
           EXIT.

      * Lo consumido de cada lote en la ultima salida entra, con el
      * mismo lote y caducidad, en la posicion en curso.
       PASAR-LOTES-CONSUMIDOS.
           MOVE ZEROS TO WS-IND-LOTE
           PERFORM PASAR-UN-LOTE
               UNTIL WS-IND-LOTE >= WS-NUM-LOTES.

       PASAR-UN-LOTE.
           ADD 1 TO WS-IND-LOTE
           IF ELEM-LOTE-CONSUMIDO (WS-IND-LOTE) > ZEROS
               MOVE ELEM-LOTE-NUMERO (WS-IND-LOTE) TO WS-LOTE-MOV
               MOVE ELEM-LOTE-CADUCIDAD (WS-IND-LOTE)
                   TO WS-CADUCIDAD-MOV
               MOVE ELEM-LOTE-CONSUMIDO (WS-IND-LOTE)
                   TO WS-CANTIDAD-LOTE
               PERFORM SUMAR-A-LOTE
           END-IF.

      * Recorre las sustituciones con la vigencia cumplida y pasa
      * al codigo final de la cadena lo que quede en cada tienda
      * bajo el codigo antiguo.
       APLICAR-SUSTITUCIONES.
           MOVE ZEROS TO WS-CONTA-SUSTITUIDAS
           OPEN INPUT SUSTITUCIONES
           IF FS-SUSTITUCIONES = "00"
               PERFORM LEER-SUSTITUCION THRU LEER-SUSTITUCION-EXIT
                   UNTIL EOF-SWITCH-SUST = "S"
               CLOSE SUSTITUCIONES
           END-IF
           IF WS-CONTA-SUSTITUIDAS > ZEROS
               DISPLAY "POSICIONES TRASPASADAS POR SUSTITUCION DE "
                       "CODIGO: " WS-CONTA-SUSTITUIDAS
           END-IF.

       LEER-SUSTITUCION.
           READ SUSTITUCIONES
               AT END
                   MOVE "S" TO EOF-SWITCH-SUST
                   GO TO LEER-SUSTITUCION-EXIT
           END-READ
           IF SUST-DESDE IS NOT NUMERIC
               OR SUST-DESDE > WS-FECHA-HOY
               OR SUST-ANTIGUO = SPACES
               GO TO LEER-SUSTITUCION-EXIT
           END-IF
           CALL "CONSULTAR-SUSTITUCION"
               USING SUST-ANTIGUO WS-FECHA-HOY WS-SUST-FINAL
           IF WS-SUST-FINAL = SUST-ANTIGUO
               GO TO LEER-SUSTITUCION-EXIT
           END-IF

           PERFORM RECOGER-POSICIONES
           MOVE ZEROS TO WS-IND-POS
           PERFORM TRASPASAR-POSICION THRU TRASPASAR-POSICION-EXIT
               UNTIL WS-IND-POS >= WS-NUM-POSICIONES.
       LEER-SUSTITUCION-EXIT.
           EXIT.

      * Posiciones del codigo antiguo con existencias o con punto
      * de pedido, en secuencia de clave desde su primera tienda.
       RECOGER-POSICIONES.
           MOVE ZEROS TO WS-NUM-POSICIONES
           MOVE "N" TO EOF-SWITCH-POS
           MOVE SUST-ANTIGUO TO CODIGO-STOCK
           MOVE LOW-VALUES TO TIENDA-STOCK
           START STOCK KEY IS NOT LESS THAN CLAVE-STOCK
               INVALID KEY
                   MOVE "S" TO EOF-SWITCH-POS
           END-START
           PERFORM RECOGER-UNA-POSICION
               THRU RECOGER-UNA-POSICION-EXIT
               UNTIL EOF-SWITCH-POS = "S".

       RECOGER-UNA-POSICION.
           READ STOCK NEXT RECORD
               AT END
                   MOVE "S" TO EOF-SWITCH-POS
                   GO TO RECOGER-UNA-POSICION-EXIT
           END-READ
           IF CODIGO-STOCK NOT = SUST-ANTIGUO
               MOVE "S" TO EOF-SWITCH-POS
               GO TO RECOGER-UNA-POSICION-EXIT
           END-IF
           IF EXISTENCIAS-STOCK = ZEROS
               AND PUNTO-PEDIDO-STOCK = ZEROS
               GO TO RECOGER-UNA-POSICION-EXIT
           END-IF
           IF WS-NUM-POSICIONES >= 200
               DISPLAY "AVISO: MAS DE 200 TIENDAS CON EL CODIGO "
                       SUST-ANTIGUO ", EL RESTO EN LA PROXIMA PASADA"
               MOVE "S" TO EOF-SWITCH-POS
               GO TO RECOGER-UNA-POSICION-EXIT
           END-IF
           ADD 1 TO WS-NUM-POSICIONES
           MOVE TIENDA-STOCK TO ELEM-POS-TIENDA (WS-NUM-POSICIONES)
           MOVE EXISTENCIAS-STOCK
               TO ELEM-POS-EXISTENCIAS (WS-NUM-POSICIONES)
           MOVE PUNTO-PEDIDO-STOCK
               TO ELEM-POS-PUNTO (WS-NUM-POSICIONES).
       RECOGER-UNA-POSICION-EXIT.
           EXIT.

      * Saca las existencias del codigo antiguo y las mete en el
      * nuevo, en la misma tienda; el punto de pedido pasa al nuevo
      * si este no tenia y el antiguo se queda sin el.
       TRASPASAR-POSICION.
           ADD 1 TO WS-IND-POS
           MOVE "S" TO WS-TIPO-MOV
           MOVE SPACES TO WS-REFERENCIA-MOV
           STRING "SUSTITUIDO "    DELIMITED BY SIZE
                  SUST-ANTIGUO     DELIMITED BY SIZE
                  ">"              DELIMITED BY SIZE
                  WS-SUST-FINAL    DELIMITED BY SIZE
               INTO WS-REFERENCIA-MOV
           END-STRING

           IF ELEM-POS-EXISTENCIAS (WS-IND-POS) NOT = ZEROS
               MOVE ZEROS TO WS-NUM-LOTES
               MOVE SUST-ANTIGUO TO WS-CODIGO-BUSCADO
               MOVE ELEM-POS-TIENDA (WS-IND-POS) TO WS-TIENDA-BUSCADA
               COMPUTE WS-DELTA =
                   ELEM-POS-EXISTENCIAS (WS-IND-POS) * -1
               PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT
               IF WS-MOV-GRABADO-SW = "N"
                   GO TO TRASPASAR-POSICION-EXIT
               END-IF
               MOVE WS-SUST-FINAL TO WS-CODIGO-BUSCADO
               MOVE ELEM-POS-EXISTENCIAS (WS-IND-POS) TO WS-DELTA
               PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT
               IF WS-MOV-GRABADO-SW = "S"
                   PERFORM PASAR-LOTES-CONSUMIDOS
               END-IF
               ADD 1 TO WS-CONTA-SUSTITUIDAS
           END-IF

           IF ELEM-POS-PUNTO (WS-IND-POS) > ZEROS
               MOVE WS-SUST-FINAL TO CODIGO-STOCK
               MOVE ELEM-POS-TIENDA (WS-IND-POS) TO TIENDA-STOCK
               READ STOCK KEY IS CLAVE-STOCK
                   INVALID KEY
                       MOVE WS-SUST-FINAL TO CODIGO-STOCK
                       MOVE ELEM-POS-TIENDA (WS-IND-POS)
                           TO TIENDA-STOCK
                       MOVE ZEROS TO EXISTENCIAS-STOCK
                       MOVE ELEM-POS-PUNTO (WS-IND-POS)
                           TO PUNTO-PEDIDO-STOCK
                       WRITE REG-STOCK
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       IF PUNTO-PEDIDO-STOCK = ZEROS
                           MOVE ELEM-POS-PUNTO (WS-IND-POS)
                               TO PUNTO-PEDIDO-STOCK
                           REWRITE REG-STOCK
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
               MOVE SUST-ANTIGUO TO CODIGO-STOCK
               MOVE ELEM-POS-TIENDA (WS-IND-POS) TO TIENDA-STOCK
               READ STOCK KEY IS CLAVE-STOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ZEROS TO PUNTO-PEDIDO-STOCK
                       REWRITE REG-STOCK
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF.
       TRASPASAR-POSICION-EXIT.
           EXIT.

      * La venta descontada es la del ultimo cierre de CIERRES.DAT;
      * sin diario se usa la fecha del dia, como hace
      * EXPORTAR-CONTABILIDAD.
       LEER-ULTIMO-CIERRE.
           MOVE "N" TO EOF-SWITCH-CIERRES
           OPEN INPUT CIERRES
           IF FS-CIERRES = "00"
               PERFORM LEER-CIERRE THRU LEER-CIERRE-EXIT
                   UNTIL EOF-SWITCH-CIERRES = "S"
               CLOSE CIERRES
           END-IF
           IF WS-FECHA-CIERRE = ZEROS
               MOVE WS-FECHA-HOY TO WS-FECHA-CIERRE
           END-IF
           COMPUTE WS-HORA-HHMMSS = WS-HORA-CIERRE / 100
           MOVE SPACES TO WS-REFERENCIA-CIERRE
           STRING "CIERRE-"        DELIMITED BY SIZE
                  WS-FECHA-CIERRE  DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-HORA-HHMMSS   DELIMITED BY SIZE
               INTO WS-REFERENCIA-CIERRE
           END-STRING.

       LEER-CIERRE.
           READ CIERRES
               AT END MOVE "S" TO EOF-SWITCH-CIERRES
           NOT AT END
               MOVE CIERRE-FECHA TO WS-FECHA-CIERRE
               MOVE CIERRE-HORA-FIN TO WS-HORA-CIERRE
           END-READ.
       LEER-CIERRE-EXIT.
           EXIT.

      * Posiciones con stock en negativo o por debajo del punto de
      * pedido, tienda a tienda, recorriendo el maestro entero en
      * secuencia de clave.
               OPEN OUTPUT TRASPASOS
               CLOSE TRASPASOS
           END-IF.

      * Y los abonos del cierre, ya pasados al historico.
       VACIAR-DEVOLUCIONES.
           IF WS-DEVCIE-ABIERTO-SW = "S"
               OPEN OUTPUT DEV-CIERRE
               CLOSE DEV-CIERRE
           END-IF.
