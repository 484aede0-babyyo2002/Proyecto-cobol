      ******************************************************************
      * Author:Maria Romero
      * Date:22/09/2026
      * Purpose: Informe diario de caducidades por tienda. Recorre
      *    LOTES-STOCK.IDX (stock por lote de los perecederos, ver
      *    ACTUALIZAR-STOCK) y lista, tienda a tienda y por orden de
      *    caducidad, los lotes con existencias que caducan en los
      *    proximos N dias, con los dias que les quedan y su valor
      *    al coste del maestro de productos (COSTE-PRODUCTO). Los
      *    lotes ya caducados salen marcados CADUCADO y con los
      *    dias en negativo; cada tienda lleva su subtotal y al
      *    final el total general.
      *    Con BAJA se dan de baja los lotes ya caducados: el lote
      *    se borra de LOTES-STOCK.IDX, la posicion de STOCK.IDX
      *    baja en sus existencias con su apunte de kardex (tipo A,
      *    documento BAJA CADUC y el lote) y el ajuste queda en
      *    AJUSTES-STOCK.DAT con el lote y la caducidad, igual que
      *    los ajustes del recuento (ver CONCILIAR-CONTEO).
      *    Argumentos del job: dias de horizonte (7 si no se pasa) y
      *    la palabra BAJA para dar de baja lo caducado.
      *    RETURN-CODE 8 si no se puede leer el fichero de lotes, o
      *    si con BAJA no se puede abrir STOCK.IDX; 4 si alguna
      *    tabla se lleno y el informe o la baja quedaron
      *    incompletos.
      * Mod:25/09/2026 - El registro de PRODUCTOS.DAT lleva ya 84
      *    posiciones; se completa aqui el trazado con relleno para leer
      *    cada linea entera.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CADUCIDADES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO "LOTES-STOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLAVE-LOTE
               FILE STATUS IS FS-LOTES.
           SELECT STOCK ASSIGN TO "STOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLAVE-STOCK
               FILE STATUS IS FS-STOCK.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT AJUSTES ASSIGN TO "AJUSTES-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AJUSTES.
           SELECT KARDEX ASSIGN TO "KARDEX-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KARDEX.
           SELECT SORT-LOTES ASSIGN TO SORTLOTES.

       DATA DIVISION.
       FILE SECTION.
      * Existencias por lote (mismo trazado que en ACTUALIZAR-STOCK).
       FD LOTES.
       01 REG-LOTES.
           05 CLAVE-LOTE.
               10 LOTE-CODIGO        PIC X(5).
               10 LOTE-TIENDA        PIC X(4).
               10 LOTE-CADUCIDAD     PIC 9(8).
               10 LOTE-NUMERO        PIC X(10).
           05 LOTE-EXISTENCIAS       PIC S9(7).
           05 LOTE-FECHA-ENTRADA     PIC 9(8).

       FD STOCK.
       01 REG-STOCK.
           05 CLAVE-STOCK.
               10 CODIGO-STOCK    PIC X(5).
               10 TIENDA-STOCK    PIC X(4).
           05 EXISTENCIAS-STOCK   PIC S9(7).
           05 PUNTO-PEDIDO-STOCK  PIC 9(5).

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
           05 PERECEDERO-PRODUCTO  PIC X(1).
           05 FILLER               PIC X(7).

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

      * Diario de ajustes de stock (mismo trazado que en
      * CONCILIAR-CONTEO); la baja por caducidad va con contado cero.
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

      * Kardex de stock (mismo trazado que en ACTUALIZAR-STOCK).
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

      * Lotes del horizonte, ordenados por tienda y caducidad.
       SD SORT-LOTES.
       01 REG-SORT-LOTES.
           05 SORT-TIENDA          PIC X(4).
           05 SORT-CADUCIDAD       PIC 9(8).
           05 SORT-CODIGO          PIC X(5).
           05 SORT-LOTE            PIC X(10).
           05 SORT-EXISTENCIAS     PIC S9(7).

       WORKING-STORAGE SECTION.
       01 FS-LOTES             PIC XX VALUE SPACES.
       01 FS-STOCK             PIC XX VALUE SPACES.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 FS-AJUSTES           PIC XX VALUE SPACES.
       01 FS-KARDEX            PIC XX VALUE SPACES.
       01 EOF-SWITCH-LOTES     PIC X VALUE "N".
       01 EOF-SWITCH-PROD      PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".
       01 EOF-SWITCH-SORT      PIC X VALUE "N".

      * Argumentos del job: horizonte en dias y baja de caducados.
       01 WS-LINEA-COMANDO     PIC X(30) VALUE SPACES.
       01 WS-ARG-1             PIC X(10) VALUE SPACES.
       01 WS-ARG-2             PIC X(10) VALUE SPACES.
       01 WS-DIAS-HORIZONTE    PIC 9(3) VALUE ZEROS.
       01 WS-BAJA-SW           PIC X VALUE "N".

      * Fechas: hoy y ultimo dia del horizonte.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-HORA-AHORA        PIC 9(8) VALUE ZEROS.
       01 WS-DIA-HOY           PIC 9(7) VALUE ZEROS.
       01 WS-FECHA-LIMITE      PIC 9(8) VALUE ZEROS.
       01 WS-DIAS-RESTANTES    PIC S9(5) VALUE ZEROS.

       01 WS-RETORNO           PIC 9 VALUE ZEROS.

      * Maestro de productos en memoria: descripcion y coste.
       01 WS-NUM-PRODUCTOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD          PIC 9(4) VALUE ZEROS.
       01 WS-PRODUCTO-HALLADO-SW PIC X VALUE "N".
       01 WS-DESCRIPCION-HALLADA PIC X(30) VALUE SPACES.
       01 WS-COSTE-HALLADO     PIC 9(3)V99 VALUE ZEROS.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-CODIGO      PIC X(5).
               10 ELEM-DESCRIPCION PIC X(30).
               10 ELEM-COSTE       PIC 9(3)V99.

      * Maestro de tiendas en memoria, para rotular cada tienda.
       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA        PIC 9(3) VALUE ZEROS.
       01 WS-TIENDA-HALLADA-SW PIC X VALUE "N".
       01 WS-NOMBRE-TIENDA-HALL PIC X(20) VALUE SPACES.
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA OCCURS 200 TIMES.
               10 ELEM-TIENDA-CODIGO PIC X(4).
               10 ELEM-TIENDA-NOMBRE PIC X(20).

      * Corte por tienda y totales.
       01 WS-GRUPO-TIENDA      PIC X(4) VALUE SPACES.
       01 WS-VALOR-LOTE        PIC 9(9)V99 VALUE ZEROS.
       01 ACUMULADOS-TIENDA.
           05 WS-TDA-LOTES         PIC 9(5).
           05 WS-TDA-UNIDADES      PIC 9(9).
           05 WS-TDA-VALOR         PIC 9(11)V99.
           05 WS-TDA-CADUCADO      PIC 9(11)V99.
       01 WS-CONTA-TIENDAS     PIC 9(3) VALUE ZEROS.
       01 WS-CONTA-LOTES       PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-CADUCADOS   PIC 9(7) VALUE ZEROS.
       01 WS-TOT-UNIDADES      PIC 9(9) VALUE ZEROS.
       01 WS-TOT-VALOR         PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-CADUCADO      PIC 9(11)V99 VALUE ZEROS.

      * Lotes caducados pendientes de baja; la baja se hace despues
      * del informe, con los ficheros abiertos en actualizacion.
       01 WS-NUM-BAJAS         PIC 9(4) VALUE ZEROS.
       01 WS-IND-BAJA          PIC 9(4) VALUE ZEROS.
       01 TABLA-BAJAS.
           05 ELEM-BAJA OCCURS 2000 TIMES.
               10 ELEM-BAJA-CODIGO    PIC X(5).
               10 ELEM-BAJA-TIENDA    PIC X(4).
               10 ELEM-BAJA-CADUCIDAD PIC 9(8).
               10 ELEM-BAJA-LOTE      PIC X(10).
       01 WS-EXISTENCIAS-LOTE  PIC S9(7) VALUE ZEROS.
       01 WS-SALDO-ANTES       PIC S9(7) VALUE ZEROS.
       01 WS-BAJA-GRABADA-SW   PIC X VALUE "N".
       01 WS-CONTA-BAJAS       PIC 9(4) VALUE ZEROS.
       01 WS-UNIDADES-BAJA     PIC 9(9) VALUE ZEROS.

       01 WS-DIAS-EDIT         PIC -ZZZ9.
       01 WS-UNIDADES-EDIT     PIC ZZZZZZ9.
       01 WS-TOTAL-UDS-EDIT    PIC ZZZZZZZZ9.
       01 WS-COSTE-EDIT        PIC ZZ9,99.
       01 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT      PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-MARCA             PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           DISPLAY "INFORME DE CADUCIDADES A " WS-DIAS-HORIZONTE
                   " DIAS (HASTA EL " WS-FECHA-LIMITE ")"
           IF WS-BAJA-SW = "S"
               DISPLAY "CON BAJA DE LOS LOTES CADUCADOS"
           END-IF
           DISPLAY "=================================================="

           OPEN INPUT LOTES
           IF FS-LOTES = "35"
               DISPLAY "SIN LOTES-STOCK.IDX: NINGUN LOTE QUE LISTAR"
               STOP RUN
           END-IF
           IF FS-LOTES NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR LOTES-STOCK.IDX (FILE "
                       "STATUS " FS-LOTES ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-TIENDAS

           SORT SORT-LOTES ON ASCENDING KEY SORT-TIENDA
                           ON ASCENDING KEY SORT-CADUCIDAD
                           ON ASCENDING KEY SORT-CODIGO
                           ON ASCENDING KEY SORT-LOTE
               INPUT PROCEDURE IS SOLTAR-LOTES
               OUTPUT PROCEDURE IS LISTAR-LOTES
           CLOSE LOTES

           PERFORM IMPRIMIR-TOTALES
           IF WS-BAJA-SW = "S"
               PERFORM DAR-DE-BAJA-CADUCADOS
                   THRU DAR-DE-BAJA-CADUCADOS-EXIT
           END-IF
           IF WS-RETORNO > RETURN-CODE
               MOVE WS-RETORNO TO RETURN-CODE
           END-IF
           STOP RUN.

      * Horizonte del primer argumento (7 dias si no se pasa) y
      * BAJA como segundo argumento, o como primero si no se pasa
      * horizonte.
       RESOLVER-ARGUMENTOS.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-ARG-1) TO WS-DIAS-HORIZONTE
           END-IF
           IF WS-ARG-1 = "BAJA" OR WS-ARG-2 = "BAJA"
               MOVE "S" TO WS-BAJA-SW
           END-IF
           IF WS-DIAS-HORIZONTE = ZEROS
               MOVE 7 TO WS-DIAS-HORIZONTE
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-HOY + WS-DIAS-HORIZONTE).

       CARGAR-PRODUCTOS.
           MOVE ZEROS TO WS-NUM-PRODUCTOS
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT
                   UNTIL EOF-SWITCH-PROD = "S"
               CLOSE PRODUCTOS
           ELSE
               DISPLAY "AVISO: SIN MAESTRO DE PRODUCTOS, LOS LOTES "
                       "SE VALORAN A CERO"
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
                   MOVE COSTE-PRODUCTO
                       TO ELEM-COSTE (WS-NUM-PRODUCTOS)
                   IF COSTE-PRODUCTO IS NOT NUMERIC
                       MOVE ZEROS TO ELEM-COSTE (WS-NUM-PRODUCTOS)
                   END-IF
               ELSE
                   DISPLAY "AVISO: MAESTRO CON MAS DE 2000 LINEAS, "
                           "SE IGNORA: " CODIGO-PRODUCTO
                   MOVE 4 TO WS-RETORNO
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
                   MOVE NOMBRE-TIENDA
                       TO ELEM-TIENDA-NOMBRE (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

      ******************************************************************
      * Entrada del sort: los lotes con existencias que caducan
      * dentro del horizonte (incluidos los ya caducados)
      ******************************************************************
       SOLTAR-LOTES.
           MOVE "N" TO EOF-SWITCH-LOTES
           MOVE LOW-VALUES TO CLAVE-LOTE
           START LOTES KEY IS NOT LESS THAN CLAVE-LOTE
               INVALID KEY
                   MOVE "S" TO EOF-SWITCH-LOTES
           END-START
           PERFORM SOLTAR-UN-LOTE THRU SOLTAR-UN-LOTE-EXIT
               UNTIL EOF-SWITCH-LOTES = "S".

       SOLTAR-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "S" TO EOF-SWITCH-LOTES
                   GO TO SOLTAR-UN-LOTE-EXIT
           END-READ
           IF LOTE-EXISTENCIAS NOT > ZEROS
               OR LOTE-CADUCIDAD > WS-FECHA-LIMITE
               GO TO SOLTAR-UN-LOTE-EXIT
           END-IF
           MOVE LOTE-TIENDA TO SORT-TIENDA
           MOVE LOTE-CADUCIDAD TO SORT-CADUCIDAD
           MOVE LOTE-CODIGO TO SORT-CODIGO
           MOVE LOTE-NUMERO TO SORT-LOTE
           MOVE LOTE-EXISTENCIAS TO SORT-EXISTENCIAS
           RELEASE REG-SORT-LOTES.
       SOLTAR-UN-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * Salida del sort: control break por tienda
      ******************************************************************
       LISTAR-LOTES.
           MOVE "N" TO EOF-SWITCH-SORT
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "S"
               DISPLAY "NINGUN LOTE CADUCA EN EL HORIZONTE"
           ELSE
               PERFORM ABRIR-TIENDA
           END-IF
           PERFORM TRATAR-LOTE-SORT UNTIL EOF-SWITCH-SORT = "S".

       LEER-SORT.
           RETURN SORT-LOTES
               AT END MOVE "S" TO EOF-SWITCH-SORT
           END-RETURN.

       TRATAR-LOTE-SORT.
           IF SORT-TIENDA NOT = WS-GRUPO-TIENDA
               PERFORM CERRAR-TIENDA
               PERFORM ABRIR-TIENDA
           END-IF
           PERFORM LISTAR-UN-LOTE
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "S"
               PERFORM CERRAR-TIENDA
           END-IF.

       ABRIR-TIENDA.
           MOVE SORT-TIENDA TO WS-GRUPO-TIENDA
           INITIALIZE ACUMULADOS-TIENDA
           ADD 1 TO WS-CONTA-TIENDAS
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           DISPLAY " "
           DISPLAY "TIENDA " WS-GRUPO-TIENDA " " WS-NOMBRE-TIENDA-HALL
           DISPLAY "PROD. DESCRIPCION                    LOTE       "
                   "CADUCIDAD   DIAS UNIDADES  COSTE          VALOR"
           DISPLAY "--------------------------------------------------"
                   "--------------------------------------------------".

      * Una linea por lote, valorada al coste; lo caducado se marca
      * y, con BAJA, se apunta para darlo de baja.
       LISTAR-UN-LOTE.
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           COMPUTE WS-VALOR-LOTE = SORT-EXISTENCIAS * WS-COSTE-HALLADO
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE (SORT-CADUCIDAD) - WS-DIA-HOY
           MOVE SPACES TO WS-MARCA
           IF SORT-CADUCIDAD < WS-FECHA-HOY
               MOVE "CADUCADO" TO WS-MARCA
               ADD 1 TO WS-CONTA-CADUCADOS
               ADD WS-VALOR-LOTE TO WS-TDA-CADUCADO
               IF WS-BAJA-SW = "S"
                   PERFORM APUNTAR-BAJA
               END-IF
           END-IF
           IF SORT-CADUCIDAD = WS-FECHA-HOY
               MOVE "CADUCA HOY" TO WS-MARCA
           END-IF
           ADD 1 TO WS-TDA-LOTES
           ADD SORT-EXISTENCIAS TO WS-TDA-UNIDADES
           ADD WS-VALOR-LOTE TO WS-TDA-VALOR
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT
           MOVE SORT-EXISTENCIAS TO WS-UNIDADES-EDIT
           MOVE WS-COSTE-HALLADO TO WS-COSTE-EDIT
           MOVE WS-VALOR-LOTE TO WS-VALOR-EDIT
           DISPLAY SORT-CODIGO " " WS-DESCRIPCION-HALLADA " "
                   SORT-LOTE " " SORT-CADUCIDAD " " WS-DIAS-EDIT " "
                   WS-UNIDADES-EDIT " " WS-COSTE-EDIT " "
                   WS-VALOR-EDIT " " WS-MARCA.

       CERRAR-TIENDA.
           DISPLAY "--------------------------------------------------"
                   "--------------------------------------------------"
           MOVE WS-TDA-UNIDADES TO WS-TOTAL-UDS-EDIT
           MOVE WS-TDA-VALOR TO WS-IMPORTE-EDIT
           DISPLAY "TOTAL TIENDA " WS-GRUPO-TIENDA ": " WS-TDA-LOTES
                   " LOTES, " WS-TOTAL-UDS-EDIT " UNIDADES, VALOR "
                   WS-IMPORTE-EDIT
           IF WS-TDA-CADUCADO > ZEROS
               MOVE WS-TDA-CADUCADO TO WS-IMPORTE-EDIT
               DISPLAY "  DE ELLO YA CADUCADO: " WS-IMPORTE-EDIT
           END-IF
           ADD WS-TDA-LOTES TO WS-CONTA-LOTES
           ADD WS-TDA-UNIDADES TO WS-TOT-UNIDADES
           ADD WS-TDA-VALOR TO WS-TOT-VALOR
           ADD WS-TDA-CADUCADO TO WS-TOT-CADUCADO.

       APUNTAR-BAJA.
           IF WS-NUM-BAJAS >= 2000
               DISPLAY "AVISO: MAS DE 2000 LOTES CADUCADOS, EL RESTO "
                       "SE DA DE BAJA EN LA PROXIMA PASADA"
               MOVE 4 TO WS-RETORNO
           ELSE
               ADD 1 TO WS-NUM-BAJAS
               MOVE SORT-CODIGO TO ELEM-BAJA-CODIGO (WS-NUM-BAJAS)
               MOVE SORT-TIENDA TO ELEM-BAJA-TIENDA (WS-NUM-BAJAS)
               MOVE SORT-CADUCIDAD
                   TO ELEM-BAJA-CADUCIDAD (WS-NUM-BAJAS)
               MOVE SORT-LOTE TO ELEM-BAJA-LOTE (WS-NUM-BAJAS)
           END-IF.

       BUSCAR-PRODUCTO.
           MOVE "N" TO WS-PRODUCTO-HALLADO-SW
           MOVE "(NO ESTA EN EL MAESTRO)" TO WS-DESCRIPCION-HALLADA
           MOVE ZEROS TO WS-COSTE-HALLADO
           MOVE ZEROS TO WS-IND-PROD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
               OR WS-PRODUCTO-HALLADO-SW = "S".
       BUSCAR-PRODUCTO-EXIT.
           EXIT.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PROD
           IF ELEM-CODIGO (WS-IND-PROD) = SORT-CODIGO
               MOVE "S" TO WS-PRODUCTO-HALLADO-SW
               MOVE ELEM-DESCRIPCION (WS-IND-PROD)
                   TO WS-DESCRIPCION-HALLADA
               MOVE ELEM-COSTE (WS-IND-PROD) TO WS-COSTE-HALLADO
           END-IF.

       BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE SPACES TO WS-NOMBRE-TIENDA-HALL
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
               OR WS-TIENDA-HALLADA-SW = "S".
       BUSCAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TIENDA-CODIGO (WS-IND-TIENDA) = WS-GRUPO-TIENDA
               MOVE "S" TO WS-TIENDA-HALLADA-SW
               MOVE ELEM-TIENDA-NOMBRE (WS-IND-TIENDA)
                   TO WS-NOMBRE-TIENDA-HALL
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE WS-TOT-UNIDADES TO WS-TOTAL-UDS-EDIT
           DISPLAY " "
           DISPLAY "=================================================="
           DISPLAY "TIENDAS CON LOTES EN EL HORIZONTE: "
                   WS-CONTA-TIENDAS
           DISPLAY "LOTES.............................: "
                   WS-CONTA-LOTES
           DISPLAY "UNIDADES..........................: "
                   WS-TOTAL-UDS-EDIT
           MOVE WS-TOT-VALOR TO WS-IMPORTE-EDIT
           DISPLAY "VALOR AL COSTE....................: "
                   WS-IMPORTE-EDIT
           DISPLAY "LOTES YA CADUCADOS................: "
                   WS-CONTA-CADUCADOS
           MOVE WS-TOT-CADUCADO TO WS-IMPORTE-EDIT
           DISPLAY "VALOR YA CADUCADO.................: "
                   WS-IMPORTE-EDIT.

      ******************************************************************
      * Baja de los lotes caducados: se borra el lote, baja la
      * posicion y queda el ajuste en el diario y en el kardex
      ******************************************************************
       DAR-DE-BAJA-CADUCADOS.
           IF WS-NUM-BAJAS = ZEROS
               DISPLAY "NINGUN LOTE CADUCADO QUE DAR DE BAJA"
               GO TO DAR-DE-BAJA-CADUCADOS-EXIT
           END-IF
           OPEN I-O STOCK
           IF FS-STOCK NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR STOCK.IDX (FILE STATUS "
                       FS-STOCK "), NO SE DA DE BAJA NADA"
               MOVE 8 TO WS-RETORNO
               GO TO DAR-DE-BAJA-CADUCADOS-EXIT
           END-IF
           OPEN I-O LOTES
           IF FS-LOTES NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR LOTES-STOCK.IDX (FILE "
                       "STATUS " FS-LOTES "), NO SE DA DE BAJA NADA"
               CLOSE STOCK
               MOVE 8 TO WS-RETORNO
               GO TO DAR-DE-BAJA-CADUCADOS-EXIT
           END-IF
           OPEN EXTEND AJUSTES
           IF FS-AJUSTES NOT = "00"
               OPEN OUTPUT AJUSTES
           END-IF
           OPEN EXTEND KARDEX
           IF FS-KARDEX NOT = "00"
               OPEN OUTPUT KARDEX
           END-IF
           MOVE ZEROS TO WS-IND-BAJA
           PERFORM DAR-DE-BAJA-UN-LOTE THRU DAR-DE-BAJA-UN-LOTE-EXIT
               UNTIL WS-IND-BAJA >= WS-NUM-BAJAS
           CLOSE KARDEX
           CLOSE AJUSTES
           CLOSE LOTES
           CLOSE STOCK
           MOVE WS-UNIDADES-BAJA TO WS-TOTAL-UDS-EDIT
           DISPLAY "LOTES CADUCADOS DADOS DE BAJA: " WS-CONTA-BAJAS
                   " (" WS-TOTAL-UDS-EDIT " UNIDADES), VER "
                   "AJUSTES-STOCK.DAT".
       DAR-DE-BAJA-CADUCADOS-EXIT.
           EXIT.

      * Se relee el lote por clave: lo que se da de baja es lo que
      * tiene ahora, no lo que tenia al listar.
       DAR-DE-BAJA-UN-LOTE.
           ADD 1 TO WS-IND-BAJA
           MOVE ELEM-BAJA-CODIGO (WS-IND-BAJA) TO LOTE-CODIGO
           MOVE ELEM-BAJA-TIENDA (WS-IND-BAJA) TO LOTE-TIENDA
           MOVE ELEM-BAJA-CADUCIDAD (WS-IND-BAJA) TO LOTE-CADUCIDAD
           MOVE ELEM-BAJA-LOTE (WS-IND-BAJA) TO LOTE-NUMERO
           READ LOTES KEY IS CLAVE-LOTE
               INVALID KEY
                   GO TO DAR-DE-BAJA-UN-LOTE-EXIT
           END-READ
           MOVE LOTE-EXISTENCIAS TO WS-EXISTENCIAS-LOTE
           DELETE LOTES RECORD
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO BORRAR EL LOTE "
                           CLAVE-LOTE
                   GO TO DAR-DE-BAJA-UN-LOTE-EXIT
           END-DELETE
           IF WS-EXISTENCIAS-LOTE NOT > ZEROS
               GO TO DAR-DE-BAJA-UN-LOTE-EXIT
           END-IF

           ACCEPT AJUSTE-HORA FROM TIME
           MOVE WS-FECHA-HOY TO AJUSTE-FECHA
           MOVE ZEROS TO AJUSTE-USUARIO
           MOVE ELEM-BAJA-CODIGO (WS-IND-BAJA) TO AJUSTE-CODIGO
           MOVE ELEM-BAJA-TIENDA (WS-IND-BAJA) TO AJUSTE-TIENDA
           MOVE WS-EXISTENCIAS-LOTE TO AJUSTE-STOCK-ANTES
           MOVE ZEROS TO AJUSTE-CONTADO
           COMPUTE AJUSTE-DIFERENCIA = WS-EXISTENCIAS-LOTE * -1
           MOVE ELEM-BAJA-LOTE (WS-IND-BAJA) TO AJUSTE-LOTE
           MOVE ELEM-BAJA-CADUCIDAD (WS-IND-BAJA) TO AJUSTE-CADUCIDAD
           WRITE REG-AJUSTES
           ADD 1 TO WS-CONTA-BAJAS
           ADD WS-EXISTENCIAS-LOTE TO WS-UNIDADES-BAJA

           MOVE "N" TO WS-BAJA-GRABADA-SW
           MOVE ZEROS TO WS-SALDO-ANTES
           MOVE ELEM-BAJA-CODIGO (WS-IND-BAJA) TO CODIGO-STOCK
           MOVE ELEM-BAJA-TIENDA (WS-IND-BAJA) TO TIENDA-STOCK
           READ STOCK KEY IS CLAVE-STOCK
               INVALID KEY
                   MOVE ELEM-BAJA-CODIGO (WS-IND-BAJA) TO CODIGO-STOCK
                   MOVE ELEM-BAJA-TIENDA (WS-IND-BAJA) TO TIENDA-STOCK
                   COMPUTE EXISTENCIAS-STOCK =
                       WS-EXISTENCIAS-LOTE * -1
                   MOVE ZEROS TO PUNTO-PEDIDO-STOCK
                   WRITE REG-STOCK
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO CREAR LA "
                                   "POSICION " CLAVE-STOCK
                       NOT INVALID KEY
                           MOVE "S" TO WS-BAJA-GRABADA-SW
                   END-WRITE
               NOT INVALID KEY
                   MOVE EXISTENCIAS-STOCK TO WS-SALDO-ANTES
                   SUBTRACT WS-EXISTENCIAS-LOTE FROM EXISTENCIAS-STOCK
                   REWRITE REG-STOCK
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO REESCRIBIR LA "
                                   "POSICION " CLAVE-STOCK
                       NOT INVALID KEY
                           MOVE "S" TO WS-BAJA-GRABADA-SW
                   END-REWRITE
           END-READ
           IF WS-BAJA-GRABADA-SW = "S"
               PERFORM GRABAR-KARDEX
           END-IF.
       DAR-DE-BAJA-UN-LOTE-EXIT.
           EXIT.

       GRABAR-KARDEX.
           MOVE AJUSTE-FECHA TO KARDEX-FECHA
           MOVE AJUSTE-HORA TO KARDEX-HORA
           MOVE CODIGO-STOCK TO KARDEX-CODIGO
           MOVE TIENDA-STOCK TO KARDEX-TIENDA
           MOVE "A" TO KARDEX-TIPO
           MOVE SPACES TO KARDEX-REFERENCIA
           STRING "BAJA CADUC "                   DELIMITED BY SIZE
                  ELEM-BAJA-LOTE (WS-IND-BAJA)    DELIMITED BY SIZE
               INTO KARDEX-REFERENCIA
           END-STRING
           COMPUTE KARDEX-CANTIDAD = EXISTENCIAS-STOCK - WS-SALDO-ANTES
           MOVE WS-SALDO-ANTES TO KARDEX-ANTES
           MOVE EXISTENCIAS-STOCK TO KARDEX-DESPUES
           MOVE ZEROS TO KARDEX-USUARIO
           WRITE REG-KARDEX.
