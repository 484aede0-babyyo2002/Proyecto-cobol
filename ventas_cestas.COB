      ******************************************************************
      * Author:Maria Romero
      * Date:19/09/2026
      * Purpose: Analisis de cestas a partir de las lineas de ticket
      *    de la entrada del cierre. Lee las copias archivadas
      *    ARCHIVO-AAAAMMDD-VENTAS.DAT que deja ARCHIVAR-CIERRE (y
      *    VENTAS.DAT si el ultimo cierre aun no se ha archivado),
      *    agrupa las lineas de venta por ticket (tienda, fecha y
      *    numero de ticket) y saca, por tienda y semana (lunes a
      *    domingo):
      *    - numero de tickets, ticket medio, articulos medios por
      *      ticket y la distribucion de tickets por numero de
      *      articulos (1, 2, 3, 4, 5, 6-10, 11-20, mas de 20);
      *    - los pares de productos que mas se compran juntos en
      *      todo el periodo, con su soporte (tickets con los dos
      *      sobre el total de tickets) y la confianza en cada
      *      sentido (tickets con los dos sobre los tickets con el
      *      primero);
      *    - lo mismo a nivel de categoria (PRODUCTOS.DAT).
      *    Los abonos y las lineas sin ticket (formatos antiguos) no
      *    entran. Un ticket lleva cada producto una vez aunque se
      *    pase por caja en varias lineas.
      *    Las ventas de un dia se archivan la noche de ese dia o la
      *    madrugada siguiente, y las atrasadas en cierres
      *    posteriores: se leen las copias desde el lunes de la
      *    primera semana hasta una semana despues del ultimo
      *    domingo y se toma cada linea por su fecha de venta.
      *    Deja el resultado en CESTAS-AAAAMMDD.DAT (fecha del lunes
      *    de la primera semana) para merchandising.
      *    Argumentos del job: un dia AAAAMMDD de la primera semana
      *    (la semana pasada si no se pasa) y el numero de semanas
      *    (1 si no se pasa, hasta 13).
      *    RETURN-CODE 8 si no hay ninguna copia que leer; 4 si alguna
      *    tabla se lleno y el analisis quedo incompleto.
      * Mod:25/09/2026 - El registro de PRODUCTOS.DAT lleva ya 84
      *    posiciones; se completa aqui el trazado con relleno para leer
      *    cada linea entera.
      * Mod:30/09/2026 - El registro de VENTAS.DAT lleva ya 56
      *    posiciones con el motivo y el destino de los abonos; se
      *    completa aqui el trazado para leer cada linea entera.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISIS-CESTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS ASSIGN TO DYNAMIC WS-NOMBRE-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.
           SELECT CATEGORIAS ASSIGN TO "CATEGORIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORIAS.
           SELECT CESTAS ASSIGN TO DYNAMIC WS-NOMBRE-CESTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CESTAS.
           SELECT SORT-CESTAS ASSIGN TO SORTCESTAS.

       DATA DIVISION.
       FILE SECTION.
      * Entrada del cierre (ver PROCESAR-VENTAS). TIPO-VENTAS: V o
      * blanco = venta, A = abono.
       FD VENTAS.
       01 REG-VENTAS.
           05 CODIGO-VENTAS   PIC X(5).
           05 CANT-VENTAS     PIC 9(3).
           05 PRECIO-VENTAS   PIC 9(3)V99.
           05 TIENDA-VENTAS   PIC X(4).
           05 FECHA-VENTAS    PIC 9(8).
           05 TIPO-VENTAS     PIC X(1).
           05 TICKET-VENTAS   PIC X(8).
           05 MEDIO-PAGO-VENTAS PIC X(1).
           05 CAJERO-VENTAS   PIC X(6).
           05 TARJETA-VENTAS  PIC X(13).
           05 MOTIVO-DEV-VENTAS PIC X(1).
           05 DESTINO-DEV-VENTAS PIC X(1).

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

      * T = tienda y semana; P = par de productos; C = par de
      * categorias. Soporte y confianzas en tanto por ciento.
       FD CESTAS.
       01 REG-CESTAS.
           05 CES-TIPO             PIC X(1).
           05 CES-TIENDA           PIC X(4).
           05 CES-SEMANA           PIC 9(8).
           05 CES-TICKETS          PIC 9(7).
           05 CES-IMPORTE          PIC 9(9)V99.
           05 CES-UNIDADES         PIC 9(9).
           05 CES-TICKET-MEDIO     PIC 9(7)V99.
           05 CES-ARTICULOS-MEDIOS PIC 9(5)V99.
           05 CES-DISTRIBUCION     PIC 9(7) OCCURS 8 TIMES.
       01 REG-CESTAS-PAR.
           05 CES-PAR-TIPO         PIC X(1).
           05 CES-PAR-A            PIC X(5).
           05 CES-PAR-B            PIC X(5).
           05 CES-PAR-TICKETS      PIC 9(7).
           05 CES-PAR-SOPORTE      PIC 9(3)V99.
           05 CES-PAR-CONF-AB      PIC 9(3)V99.
           05 CES-PAR-CONF-BA      PIC 9(3)V99.
           05 CES-PAR-DESDE        PIC 9(8).
           05 CES-PAR-HASTA        PIC 9(8).
           05 FILLER               PIC X(63).

       SD SORT-CESTAS.
       01 REG-SORT-CESTAS.
           05 SORT-TIENDA          PIC X(4).
           05 SORT-SEMANA          PIC 9(8).
           05 SORT-FECHA           PIC 9(8).
           05 SORT-TICKET          PIC X(8).
           05 SORT-CODIGO          PIC X(5).
           05 SORT-CANTIDAD        PIC 9(3).
           05 SORT-PRECIO          PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-VENTAS    PIC X VALUE "N".
       01 EOF-SWITCH-SORT      PIC X VALUE "N".
       01 EOF-SWITCH           PIC X VALUE "N".
       01 FS-VENTAS            PIC XX VALUE SPACES.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 FS-CATEGORIAS        PIC XX VALUE SPACES.
       01 FS-CESTAS            PIC XX VALUE SPACES.

       01 WS-NOMBRE-VENTAS     PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-CESTAS.
           05 FILLER               PIC X(7) VALUE "CESTAS-".
           05 WS-NOMBRE-CES-DIA    PIC 9(8).
           05 FILLER               PIC X(4) VALUE ".DAT".

       01 WS-ARGUMENTOS        PIC X(30) VALUE SPACES.
       01 WS-ARG-1             PIC X(12) VALUE SPACES.
       01 WS-ARG-2             PIC X(12) VALUE SPACES.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-PEDIDA      PIC 9(8) VALUE ZEROS.
       01 WS-NUM-SEMANAS       PIC 9(2) VALUE 1.

      * Periodo analizado (lunes de la primera semana a domingo de
      * la ultima) y copias de archivo que se leen.
       01 WS-LUNES-DESDE       PIC 9(8) VALUE ZEROS.
       01 WS-DOMINGO-HASTA     PIC 9(8) VALUE ZEROS.
       01 WS-ENTERO-DESDE      PIC 9(7) VALUE ZEROS.
       01 WS-ENTERO-HASTA      PIC 9(7) VALUE ZEROS.
       01 WS-ENTERO-COPIA      PIC 9(7) VALUE ZEROS.
       01 WS-ENTERO-ULTIMA     PIC 9(7) VALUE ZEROS.
       01 WS-ENTERO-LINEA      PIC 9(7) VALUE ZEROS.
       01 WS-ENTERO-AUX        PIC 9(7) VALUE ZEROS.
       01 WS-COCIENTE          PIC 9(7) VALUE ZEROS.
       01 WS-RESTO             PIC 9(1) VALUE ZEROS.
       01 WS-FECHA-COPIA       PIC 9(8) VALUE ZEROS.

       01 WS-CONTA-COPIAS      PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-LEIDAS      PIC 9(9) VALUE ZEROS.
       01 WS-CONTA-SOLTADAS    PIC 9(9) VALUE ZEROS.
       01 WS-CONTA-SIN-TICKET  PIC 9(9) VALUE ZEROS.
       01 WS-CONTA-ABONOS      PIC 9(9) VALUE ZEROS.
       01 WS-CONTA-INVALIDAS   PIC 9(9) VALUE ZEROS.
       01 WS-RETORNO           PIC 9(2) VALUE ZEROS.

      * Productos del maestro con su categoria y los tickets en que
      * aparecen (los que no estan en el maestro se annaden).
       01 WS-NUM-PRODUCTOS     PIC 9(5) VALUE ZEROS.
       01 WS-IND-PRO           PIC 9(5) VALUE ZEROS.
       01 WS-IND-PRO-HALL      PIC 9(5) VALUE ZEROS.
       01 WS-CODIGO-BUSCADO    PIC X(5) VALUE SPACES.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-PRO-CODIGO      PIC X(5).
               10 ELEM-PRO-DESCRIPCION PIC X(30).
               10 ELEM-PRO-CATEGORIA   PIC X(3).
               10 ELEM-PRO-TICKETS     PIC 9(7).

       01 WS-NUM-CATEGORIAS    PIC 9(3) VALUE ZEROS.
       01 WS-IND-CAT           PIC 9(3) VALUE ZEROS.
       01 WS-IND-CAT-HALL      PIC 9(3) VALUE ZEROS.
       01 WS-CATEGORIA-BUSCADA PIC X(3) VALUE SPACES.
       01 TABLA-CATEGORIAS.
           05 ELEM-CATEGORIA OCCURS 150 TIMES.
               10 ELEM-CAT-CODIGO      PIC X(3).
               10 ELEM-CAT-DESCRIPCION PIC X(30).
               10 ELEM-CAT-TICKETS     PIC 9(7).

      * Pares del periodo (el primero siempre el menor).
       01 WS-NUM-PARES         PIC 9(5) VALUE ZEROS.
       01 WS-IND-PAR           PIC 9(5) VALUE ZEROS.
       01 WS-IND-PAR-HALL      PIC 9(5) VALUE ZEROS.
       01 WS-PAR-A             PIC X(5) VALUE SPACES.
       01 WS-PAR-B             PIC X(5) VALUE SPACES.
       01 TABLA-PARES.
           05 ELEM-PAR OCCURS 5000 TIMES.
               10 ELEM-PAR-A           PIC X(5).
               10 ELEM-PAR-B           PIC X(5).
               10 ELEM-PAR-TICKETS     PIC 9(7).
               10 ELEM-PAR-LISTADO     PIC X(1).

       01 WS-NUM-PARES-CAT     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PCA           PIC 9(4) VALUE ZEROS.
       01 WS-IND-PCA-HALL      PIC 9(4) VALUE ZEROS.
       01 WS-PCA-A             PIC X(3) VALUE SPACES.
       01 WS-PCA-B             PIC X(3) VALUE SPACES.
       01 TABLA-PARES-CAT.
           05 ELEM-PCA OCCURS 1000 TIMES.
               10 ELEM-PCA-A           PIC X(3).
               10 ELEM-PCA-B           PIC X(3).
               10 ELEM-PCA-TICKETS     PIC 9(7).
               10 ELEM-PCA-LISTADO     PIC X(1).

      * Avisos de tabla llena (uno por tabla).
       01 WS-LLENA-PRODUCTOS-SW PIC X VALUE "N".
       01 WS-LLENA-PARES-SW    PIC X VALUE "N".
       01 WS-LLENA-PCA-SW      PIC X VALUE "N".
       01 WS-LLENA-TICKET-SW   PIC X VALUE "N".

      * Ticket en curso: sus productos (distintos, en orden de
      * codigo por el sort) y sus categorias distintas.
       01 WS-TICKET-TIENDA     PIC X(4) VALUE SPACES.
       01 WS-TICKET-SEMANA     PIC 9(8) VALUE ZEROS.
       01 WS-TICKET-FECHA      PIC 9(8) VALUE ZEROS.
       01 WS-TICKET-NUMERO     PIC X(8) VALUE SPACES.
       01 WS-TICKET-IMPORTE    PIC 9(7)V99 VALUE ZEROS.
       01 WS-TICKET-UNIDADES   PIC 9(5) VALUE ZEROS.
       01 WS-NUM-EN-TICKET     PIC 9(3) VALUE ZEROS.
       01 WS-IND-I             PIC 9(3) VALUE ZEROS.
       01 WS-IND-J             PIC 9(3) VALUE ZEROS.
       01 TABLA-TICKET.
           05 ELEM-TIC-CODIGO  PIC X(5) OCCURS 100 TIMES.
       01 WS-NUM-CAT-TICKET    PIC 9(3) VALUE ZEROS.
       01 TABLA-TICKET-CAT.
           05 ELEM-TIC-CAT     PIC X(3) OCCURS 100 TIMES.
       01 WS-CAT-REPETIDA-SW   PIC X VALUE "N".

      * Acumulados de la tienda y semana en curso.
       01 WS-GRUPO-TIENDA      PIC X(4) VALUE SPACES.
       01 WS-GRUPO-SEMANA      PIC 9(8) VALUE ZEROS.
       01 ACUMULADOS-GRUPO.
           05 WS-GRUPO-TICKETS     PIC 9(7) VALUE ZEROS.
           05 WS-GRUPO-IMPORTE     PIC 9(9)V99 VALUE ZEROS.
           05 WS-GRUPO-UNIDADES    PIC 9(9) VALUE ZEROS.
           05 WS-GRUPO-DISTRIB     PIC 9(7) OCCURS 8 TIMES.
       01 WS-TRAMO             PIC 9(1) VALUE ZEROS.
       01 WS-IND-TRAMO         PIC 9(1) VALUE ZEROS.

       01 WS-TOTAL-TICKETS     PIC 9(9) VALUE ZEROS.
       01 WS-CONTA-GRUPOS      PIC 9(5) VALUE ZEROS.

      * Seleccion de los pares mas frecuentes.
       01 WS-MAX-LISTADO       PIC 9(2) VALUE 20.
       01 WS-CONTA-LISTADOS    PIC 9(2) VALUE ZEROS.
       01 WS-MEJOR-TICKETS     PIC 9(7) VALUE ZEROS.
       01 WS-FIN-SELECCION-SW  PIC X VALUE "N".
       01 WS-TICKETS-A         PIC 9(7) VALUE ZEROS.
       01 WS-TICKETS-B         PIC 9(7) VALUE ZEROS.
       01 WS-SOPORTE           PIC 9(3)V99 VALUE ZEROS.
       01 WS-CONF-AB           PIC 9(3)V99 VALUE ZEROS.
       01 WS-CONF-BA           PIC 9(3)V99 VALUE ZEROS.
       01 WS-DESC-A            PIC X(20) VALUE SPACES.
       01 WS-DESC-B            PIC X(20) VALUE SPACES.

       01 WS-NUMERO-EDIT       PIC ZZZZZZ9.
       01 WS-IMPORTE-EDIT      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-MEDIA-EDIT        PIC ZZ.ZZ9,99.
       01 WS-PCT-EDIT          PIC ZZ9,99.
       01 WS-TRAMO-EDIT        PIC ZZZZZ9.
       01 TABLA-TRAMOS-LIT.
           05 FILLER PIC X(6) VALUE "    1:".
           05 FILLER PIC X(6) VALUE "    2:".
           05 FILLER PIC X(6) VALUE "    3:".
           05 FILLER PIC X(6) VALUE "    4:".
           05 FILLER PIC X(6) VALUE "    5:".
           05 FILLER PIC X(6) VALUE " 6-10:".
           05 FILLER PIC X(6) VALUE "11-20:".
           05 FILLER PIC X(6) VALUE "  >20:".
       01 TABLA-TRAMOS-R REDEFINES TABLA-TRAMOS-LIT.
           05 ELEM-TRAMO-NOMBRE PIC X(6) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           DISPLAY "ANALISIS DE CESTAS DEL " WS-LUNES-DESDE
                   " AL " WS-DOMINGO-HASTA
                   "  (" WS-NUM-SEMANAS " SEMANAS)"
           DISPLAY "=================================================="

           PERFORM CARGAR-CATEGORIAS
           PERFORM CARGAR-PRODUCTOS

           MOVE WS-LUNES-DESDE TO WS-NOMBRE-CES-DIA
           OPEN OUTPUT CESTAS
           SORT SORT-CESTAS ON ASCENDING KEY SORT-TIENDA
                            ON ASCENDING KEY SORT-SEMANA
                            ON ASCENDING KEY SORT-FECHA
                            ON ASCENDING KEY SORT-TICKET
                            ON ASCENDING KEY SORT-CODIGO
               INPUT PROCEDURE IS SOLTAR-LINEAS
               OUTPUT PROCEDURE IS REPASAR-TICKETS

           IF WS-CONTA-COPIAS = ZEROS
               CLOSE CESTAS
               DISPLAY "NO HAY COPIAS ARCHIVADAS DE VENTAS.DAT PARA "
                       "EL PERIODO: NADA QUE ANALIZAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LISTAR-PARES-PRODUCTOS
           PERFORM LISTAR-PARES-CATEGORIAS
           CLOSE CESTAS

           PERFORM IMPRIMIR-RESUMEN
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

      * Primera semana: la del dia del argumento; sin argumento, la
      * semana pasada (el analisis se lanza con la semana cerrada).
       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-FECHA-PEDIDA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - 7)
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               COMPUTE WS-FECHA-PEDIDA = FUNCTION NUMVAL (WS-ARG-1)
           END-IF
           IF WS-ARG-2 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-2) IS NUMERIC
               COMPUTE WS-NUM-SEMANAS = FUNCTION NUMVAL (WS-ARG-2)
           END-IF
           IF WS-NUM-SEMANAS = ZEROS OR WS-NUM-SEMANAS > 13
               MOVE 1 TO WS-NUM-SEMANAS
           END-IF

           COMPUTE WS-ENTERO-AUX =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-PEDIDA)
           PERFORM CALCULAR-LUNES
           MOVE WS-ENTERO-AUX TO WS-ENTERO-DESDE
           COMPUTE WS-ENTERO-HASTA =
               WS-ENTERO-DESDE + 7 * WS-NUM-SEMANAS - 1
           COMPUTE WS-LUNES-DESDE =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-DESDE)
           COMPUTE WS-DOMINGO-HASTA =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-HASTA).

      * Lleva WS-ENTERO-AUX (dia en formato entero) a su lunes.
       CALCULAR-LUNES.
           COMPUTE WS-ENTERO-LINEA = WS-ENTERO-AUX - 1
           DIVIDE WS-ENTERO-LINEA BY 7 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           SUBTRACT WS-RESTO FROM WS-ENTERO-AUX.

       CARGAR-CATEGORIAS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT CATEGORIAS
           IF FS-CATEGORIAS = "00"
               PERFORM LEER-CATEGORIA UNTIL EOF-SWITCH = "S"
               CLOSE CATEGORIAS
           END-IF.

       LEER-CATEGORIA.
           READ CATEGORIAS
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF WS-NUM-CATEGORIAS < 150
                   ADD 1 TO WS-NUM-CATEGORIAS
                   MOVE CODIGO-CATEGORIA
                       TO ELEM-CAT-CODIGO (WS-NUM-CATEGORIAS)
                   MOVE DESCRIPCION-CATEGORIA
                       TO ELEM-CAT-DESCRIPCION (WS-NUM-CATEGORIAS)
                   MOVE ZEROS TO ELEM-CAT-TICKETS (WS-NUM-CATEGORIAS)
               END-IF
           END-READ.

       CARGAR-PRODUCTOS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               PERFORM LEER-PRODUCTO UNTIL EOF-SWITCH = "S"
               CLOSE PRODUCTOS
           ELSE
               DISPLAY "AVISO: SIN PRODUCTOS.DAT, NO HAY PARES POR "
                       "CATEGORIA"
           END-IF.

       LEER-PRODUCTO.
           READ PRODUCTOS
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF WS-NUM-PRODUCTOS < 2000
                   ADD 1 TO WS-NUM-PRODUCTOS
                   MOVE CODIGO-PRODUCTO
                       TO ELEM-PRO-CODIGO (WS-NUM-PRODUCTOS)
                   MOVE DESCRIPCION-PRODUCTO
                       TO ELEM-PRO-DESCRIPCION (WS-NUM-PRODUCTOS)
                   MOVE CATEGORIA-PRODUCTO
                       TO ELEM-PRO-CATEGORIA (WS-NUM-PRODUCTOS)
                   MOVE ZEROS TO ELEM-PRO-TICKETS (WS-NUM-PRODUCTOS)
               END-IF
           END-READ.

      ******************************************************************
      * Entrada al sort: las copias archivadas del periodo
      ******************************************************************
       SOLTAR-LINEAS.
           COMPUTE WS-ENTERO-ULTIMA = WS-ENTERO-HASTA + 7
           MOVE WS-ENTERO-DESDE TO WS-ENTERO-COPIA
           PERFORM SOLTAR-UNA-COPIA
               UNTIL WS-ENTERO-COPIA > WS-ENTERO-ULTIMA
      * Lo que aun no se ha archivado (cierre de esta noche).
           MOVE "VENTAS.DAT" TO WS-NOMBRE-VENTAS
           PERFORM SOLTAR-FICHERO.

       SOLTAR-UNA-COPIA.
           COMPUTE WS-FECHA-COPIA =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-COPIA)
           MOVE SPACES TO WS-NOMBRE-VENTAS
           STRING "ARCHIVO-"          DELIMITED BY SIZE
                  WS-FECHA-COPIA      DELIMITED BY SIZE
                  "-VENTAS.DAT"       DELIMITED BY SIZE
               INTO WS-NOMBRE-VENTAS
           END-STRING
           PERFORM SOLTAR-FICHERO
           ADD 1 TO WS-ENTERO-COPIA.

       SOLTAR-FICHERO.
           OPEN INPUT VENTAS
           IF FS-VENTAS = "00"
               ADD 1 TO WS-CONTA-COPIAS
               DISPLAY "LEYENDO...............: " WS-NOMBRE-VENTAS
               MOVE "N" TO EOF-SWITCH-VENTAS
               PERFORM SOLTAR-UNA-LINEA THRU SOLTAR-UNA-LINEA-EXIT
                   UNTIL EOF-SWITCH-VENTAS = "S"
               CLOSE VENTAS
           END-IF.

       SOLTAR-UNA-LINEA.
           READ VENTAS
               AT END
                   MOVE "S" TO EOF-SWITCH-VENTAS
                   GO TO SOLTAR-UNA-LINEA-EXIT
           END-READ
           ADD 1 TO WS-CONTA-LEIDAS
           IF CANT-VENTAS IS NOT NUMERIC
               OR PRECIO-VENTAS IS NOT NUMERIC
               OR FECHA-VENTAS IS NOT NUMERIC
               OR CANT-VENTAS = ZEROS
               OR CODIGO-VENTAS = SPACES
               ADD 1 TO WS-CONTA-INVALIDAS
               GO TO SOLTAR-UNA-LINEA-EXIT
           END-IF
           IF FECHA-VENTAS < WS-LUNES-DESDE
               OR FECHA-VENTAS > WS-DOMINGO-HASTA
               GO TO SOLTAR-UNA-LINEA-EXIT
           END-IF
           IF TIPO-VENTAS = "A"
               ADD 1 TO WS-CONTA-ABONOS
               GO TO SOLTAR-UNA-LINEA-EXIT
           END-IF
           IF TICKET-VENTAS = SPACES
               ADD 1 TO WS-CONTA-SIN-TICKET
               GO TO SOLTAR-UNA-LINEA-EXIT
           END-IF

           COMPUTE WS-ENTERO-AUX = FUNCTION INTEGER-OF-DATE
               (FECHA-VENTAS)
           PERFORM CALCULAR-LUNES
           MOVE TIENDA-VENTAS TO SORT-TIENDA
           COMPUTE SORT-SEMANA =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-AUX)
           MOVE FECHA-VENTAS TO SORT-FECHA
           MOVE TICKET-VENTAS TO SORT-TICKET
           MOVE CODIGO-VENTAS TO SORT-CODIGO
           MOVE CANT-VENTAS TO SORT-CANTIDAD
           MOVE PRECIO-VENTAS TO SORT-PRECIO
           RELEASE REG-SORT-CESTAS
           ADD 1 TO WS-CONTA-SOLTADAS.
       SOLTAR-UNA-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * Salida del sort: control break por tienda y semana y, dentro,
      * por ticket
      ******************************************************************
       REPASAR-TICKETS.
           MOVE "N" TO EOF-SWITCH-SORT
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "N"
               DISPLAY " "
               DISPLAY "TIENDA SEMANA    TICKETS   TICKET MEDIO "
                       " ARTICULOS/TICKET"
               PERFORM ABRIR-GRUPO
               PERFORM ABRIR-TICKET
           END-IF
           PERFORM TRATAR-LINEA-SORT UNTIL EOF-SWITCH-SORT = "S".

       LEER-SORT.
           RETURN SORT-CESTAS
               AT END MOVE "S" TO EOF-SWITCH-SORT
           END-RETURN.

       TRATAR-LINEA-SORT.
           IF SORT-TIENDA NOT = WS-GRUPO-TIENDA
               OR SORT-SEMANA NOT = WS-GRUPO-SEMANA
               PERFORM CERRAR-TICKET
               PERFORM CERRAR-GRUPO
               PERFORM ABRIR-GRUPO
               PERFORM ABRIR-TICKET
           ELSE
               IF SORT-FECHA NOT = WS-TICKET-FECHA
                   OR SORT-TICKET NOT = WS-TICKET-NUMERO
                   PERFORM CERRAR-TICKET
                   PERFORM ABRIR-TICKET
               END-IF
           END-IF
           PERFORM ACUMULAR-LINEA
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "S"
               PERFORM CERRAR-TICKET
               PERFORM CERRAR-GRUPO
           END-IF.

       ABRIR-GRUPO.
           MOVE SORT-TIENDA TO WS-GRUPO-TIENDA
           MOVE SORT-SEMANA TO WS-GRUPO-SEMANA
           INITIALIZE ACUMULADOS-GRUPO.

       ABRIR-TICKET.
           MOVE SORT-TIENDA TO WS-TICKET-TIENDA
           MOVE SORT-SEMANA TO WS-TICKET-SEMANA
           MOVE SORT-FECHA TO WS-TICKET-FECHA
           MOVE SORT-TICKET TO WS-TICKET-NUMERO
           MOVE ZEROS TO WS-TICKET-IMPORTE
           MOVE ZEROS TO WS-TICKET-UNIDADES
           MOVE ZEROS TO WS-NUM-EN-TICKET.

      * Las lineas del ticket llegan en orden de producto: un
      * producto repetido es igual al ultimo apuntado.
       ACUMULAR-LINEA.
           COMPUTE WS-TICKET-IMPORTE =
               WS-TICKET-IMPORTE + SORT-CANTIDAD * SORT-PRECIO
           ADD SORT-CANTIDAD TO WS-TICKET-UNIDADES
           IF WS-NUM-EN-TICKET = ZEROS
               OR ELEM-TIC-CODIGO (WS-NUM-EN-TICKET) NOT = SORT-CODIGO
               IF WS-NUM-EN-TICKET < 100
                   ADD 1 TO WS-NUM-EN-TICKET
                   MOVE SORT-CODIGO
                       TO ELEM-TIC-CODIGO (WS-NUM-EN-TICKET)
               ELSE
                   IF WS-LLENA-TICKET-SW = "N"
                       DISPLAY "AVISO: TICKET CON MAS DE 100 PRODUCTOS "
                               "DISTINTOS, EL RESTO NO ENTRA EN PARES: "
                               SORT-TIENDA " " SORT-TICKET
                       MOVE "S" TO WS-LLENA-TICKET-SW
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
           END-IF.

      * Cierra el ticket: cuenta para la tienda y semana, para su
      * tramo de articulos y para los productos, categorias y pares
      * que contiene.
       CERRAR-TICKET.
           ADD 1 TO WS-GRUPO-TICKETS
           ADD 1 TO WS-TOTAL-TICKETS
           ADD WS-TICKET-IMPORTE TO WS-GRUPO-IMPORTE
           ADD WS-TICKET-UNIDADES TO WS-GRUPO-UNIDADES
           EVALUATE TRUE
               WHEN WS-TICKET-UNIDADES <= 5
                   MOVE WS-TICKET-UNIDADES TO WS-TRAMO
               WHEN WS-TICKET-UNIDADES <= 10
                   MOVE 6 TO WS-TRAMO
               WHEN WS-TICKET-UNIDADES <= 20
                   MOVE 7 TO WS-TRAMO
               WHEN OTHER
                   MOVE 8 TO WS-TRAMO
           END-EVALUATE
           ADD 1 TO WS-GRUPO-DISTRIB (WS-TRAMO)

           MOVE ZEROS TO WS-NUM-CAT-TICKET
           MOVE ZEROS TO WS-IND-I
           PERFORM CONTAR-PRODUCTO-TICKET
               UNTIL WS-IND-I >= WS-NUM-EN-TICKET
           MOVE ZEROS TO WS-IND-I
           PERFORM CONTAR-CATEGORIA-TICKET
               UNTIL WS-IND-I >= WS-NUM-CAT-TICKET

           MOVE ZEROS TO WS-IND-I
           PERFORM FORMAR-PARES-DE-I
               UNTIL WS-IND-I >= WS-NUM-EN-TICKET
           MOVE ZEROS TO WS-IND-I
           PERFORM FORMAR-PARES-CAT-DE-I
               UNTIL WS-IND-I >= WS-NUM-CAT-TICKET.

      * Tickets por producto y categorias distintas del ticket.
       CONTAR-PRODUCTO-TICKET.
           ADD 1 TO WS-IND-I
           MOVE ELEM-TIC-CODIGO (WS-IND-I) TO WS-CODIGO-BUSCADO
           PERFORM BUSCAR-PRODUCTO
           IF WS-IND-PRO-HALL > ZEROS
               ADD 1 TO ELEM-PRO-TICKETS (WS-IND-PRO-HALL)
               IF ELEM-PRO-CATEGORIA (WS-IND-PRO-HALL) NOT = SPACES
                   MOVE ELEM-PRO-CATEGORIA (WS-IND-PRO-HALL)
                       TO WS-CATEGORIA-BUSCADA
                   PERFORM ANOTAR-CATEGORIA-TICKET
               END-IF
           END-IF.

      * Un producto que no esta en el maestro se annade sin
      * categoria, para contar sus tickets igualmente.
       BUSCAR-PRODUCTO.
           MOVE ZEROS TO WS-IND-PRO-HALL
           MOVE ZEROS TO WS-IND-PRO
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PRO >= WS-NUM-PRODUCTOS
               OR WS-IND-PRO-HALL > ZEROS
           IF WS-IND-PRO-HALL = ZEROS
               IF WS-NUM-PRODUCTOS < 2000
                   ADD 1 TO WS-NUM-PRODUCTOS
                   MOVE WS-CODIGO-BUSCADO
                       TO ELEM-PRO-CODIGO (WS-NUM-PRODUCTOS)
                   MOVE "(NO ESTA EN MAESTRO)"
                       TO ELEM-PRO-DESCRIPCION (WS-NUM-PRODUCTOS)
                   MOVE SPACES TO ELEM-PRO-CATEGORIA (WS-NUM-PRODUCTOS)
                   MOVE ZEROS TO ELEM-PRO-TICKETS (WS-NUM-PRODUCTOS)
                   MOVE WS-NUM-PRODUCTOS TO WS-IND-PRO-HALL
               ELSE
                   IF WS-LLENA-PRODUCTOS-SW = "N"
                       DISPLAY "AVISO: TABLA DE PRODUCTOS LLENA (2000),"
                               " HAY PRODUCTOS SIN CONTAR"
                       MOVE "S" TO WS-LLENA-PRODUCTOS-SW
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
           END-IF.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PRO
           IF ELEM-PRO-CODIGO (WS-IND-PRO) = WS-CODIGO-BUSCADO
               MOVE WS-IND-PRO TO WS-IND-PRO-HALL
           END-IF.

       ANOTAR-CATEGORIA-TICKET.
           MOVE "N" TO WS-CAT-REPETIDA-SW
           MOVE ZEROS TO WS-IND-J
           PERFORM COMPARAR-CATEGORIA-TICKET
               UNTIL WS-IND-J >= WS-NUM-CAT-TICKET
               OR WS-CAT-REPETIDA-SW = "S"
           IF WS-CAT-REPETIDA-SW = "N" AND WS-NUM-CAT-TICKET < 100
               ADD 1 TO WS-NUM-CAT-TICKET
               MOVE WS-CATEGORIA-BUSCADA
                   TO ELEM-TIC-CAT (WS-NUM-CAT-TICKET)
           END-IF.

       COMPARAR-CATEGORIA-TICKET.
           ADD 1 TO WS-IND-J
           IF ELEM-TIC-CAT (WS-IND-J) = WS-CATEGORIA-BUSCADA
               MOVE "S" TO WS-CAT-REPETIDA-SW
           END-IF.

       CONTAR-CATEGORIA-TICKET.
           ADD 1 TO WS-IND-I
           MOVE ELEM-TIC-CAT (WS-IND-I) TO WS-CATEGORIA-BUSCADA
           PERFORM BUSCAR-CATEGORIA
           IF WS-IND-CAT-HALL > ZEROS
               ADD 1 TO ELEM-CAT-TICKETS (WS-IND-CAT-HALL)
           END-IF.

       BUSCAR-CATEGORIA.
           MOVE ZEROS TO WS-IND-CAT-HALL
           MOVE ZEROS TO WS-IND-CAT
           PERFORM COMPARAR-CATEGORIA
               UNTIL WS-IND-CAT >= WS-NUM-CATEGORIAS
               OR WS-IND-CAT-HALL > ZEROS
           IF WS-IND-CAT-HALL = ZEROS AND WS-NUM-CATEGORIAS < 150
               ADD 1 TO WS-NUM-CATEGORIAS
               MOVE WS-CATEGORIA-BUSCADA
                   TO ELEM-CAT-CODIGO (WS-NUM-CATEGORIAS)
               MOVE "(NO ESTA EN MAESTRO)"
                   TO ELEM-CAT-DESCRIPCION (WS-NUM-CATEGORIAS)
               MOVE ZEROS TO ELEM-CAT-TICKETS (WS-NUM-CATEGORIAS)
               MOVE WS-NUM-CATEGORIAS TO WS-IND-CAT-HALL
           END-IF.

       COMPARAR-CATEGORIA.
           ADD 1 TO WS-IND-CAT
           IF ELEM-CAT-CODIGO (WS-IND-CAT) = WS-CATEGORIA-BUSCADA
               MOVE WS-IND-CAT TO WS-IND-CAT-HALL
           END-IF.

      * Pares de productos del ticket: cada producto con los que le
      * siguen (estan en orden de codigo, asi el primero del par es
      * siempre el menor).
       FORMAR-PARES-DE-I.
           ADD 1 TO WS-IND-I
           MOVE WS-IND-I TO WS-IND-J
           PERFORM FORMAR-PAR-I-J
               UNTIL WS-IND-J >= WS-NUM-EN-TICKET.

       FORMAR-PAR-I-J.
           ADD 1 TO WS-IND-J
           MOVE ELEM-TIC-CODIGO (WS-IND-I) TO WS-PAR-A
           MOVE ELEM-TIC-CODIGO (WS-IND-J) TO WS-PAR-B
           MOVE ZEROS TO WS-IND-PAR-HALL
           MOVE ZEROS TO WS-IND-PAR
           PERFORM COMPARAR-PAR
               UNTIL WS-IND-PAR >= WS-NUM-PARES
               OR WS-IND-PAR-HALL > ZEROS
           IF WS-IND-PAR-HALL > ZEROS
               ADD 1 TO ELEM-PAR-TICKETS (WS-IND-PAR-HALL)
           ELSE
               IF WS-NUM-PARES < 5000
                   ADD 1 TO WS-NUM-PARES
                   MOVE WS-PAR-A TO ELEM-PAR-A (WS-NUM-PARES)
                   MOVE WS-PAR-B TO ELEM-PAR-B (WS-NUM-PARES)
                   MOVE 1 TO ELEM-PAR-TICKETS (WS-NUM-PARES)
                   MOVE "N" TO ELEM-PAR-LISTADO (WS-NUM-PARES)
               ELSE
                   IF WS-LLENA-PARES-SW = "N"
                       DISPLAY "AVISO: TABLA DE PARES LLENA (5000), "
                               "LOS PARES NUEVOS YA NO SE CUENTAN"
                       MOVE "S" TO WS-LLENA-PARES-SW
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
           END-IF.

       COMPARAR-PAR.
           ADD 1 TO WS-IND-PAR
           IF ELEM-PAR-A (WS-IND-PAR) = WS-PAR-A
               AND ELEM-PAR-B (WS-IND-PAR) = WS-PAR-B
               MOVE WS-IND-PAR TO WS-IND-PAR-HALL
           END-IF.

      * Pares de categorias del ticket; las categorias del ticket no
      * van ordenadas, el par se guarda con la menor delante.
       FORMAR-PARES-CAT-DE-I.
           ADD 1 TO WS-IND-I
           MOVE WS-IND-I TO WS-IND-J
           PERFORM FORMAR-PAR-CAT-I-J
               UNTIL WS-IND-J >= WS-NUM-CAT-TICKET.

       FORMAR-PAR-CAT-I-J.
           ADD 1 TO WS-IND-J
           IF ELEM-TIC-CAT (WS-IND-I) < ELEM-TIC-CAT (WS-IND-J)
               MOVE ELEM-TIC-CAT (WS-IND-I) TO WS-PCA-A
               MOVE ELEM-TIC-CAT (WS-IND-J) TO WS-PCA-B
           ELSE
               MOVE ELEM-TIC-CAT (WS-IND-J) TO WS-PCA-A
               MOVE ELEM-TIC-CAT (WS-IND-I) TO WS-PCA-B
           END-IF
           MOVE ZEROS TO WS-IND-PCA-HALL
           MOVE ZEROS TO WS-IND-PCA
           PERFORM COMPARAR-PAR-CAT
               UNTIL WS-IND-PCA >= WS-NUM-PARES-CAT
               OR WS-IND-PCA-HALL > ZEROS
           IF WS-IND-PCA-HALL > ZEROS
               ADD 1 TO ELEM-PCA-TICKETS (WS-IND-PCA-HALL)
           ELSE
               IF WS-NUM-PARES-CAT < 1000
                   ADD 1 TO WS-NUM-PARES-CAT
                   MOVE WS-PCA-A TO ELEM-PCA-A (WS-NUM-PARES-CAT)
                   MOVE WS-PCA-B TO ELEM-PCA-B (WS-NUM-PARES-CAT)
                   MOVE 1 TO ELEM-PCA-TICKETS (WS-NUM-PARES-CAT)
                   MOVE "N" TO ELEM-PCA-LISTADO (WS-NUM-PARES-CAT)
               ELSE
                   IF WS-LLENA-PCA-SW = "N"
                       DISPLAY "AVISO: TABLA DE PARES DE CATEGORIAS "
                               "LLENA (1000)"
                       MOVE "S" TO WS-LLENA-PCA-SW
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
           END-IF.

       COMPARAR-PAR-CAT.
           ADD 1 TO WS-IND-PCA
           IF ELEM-PCA-A (WS-IND-PCA) = WS-PCA-A
               AND ELEM-PCA-B (WS-IND-PCA) = WS-PCA-B
               MOVE WS-IND-PCA TO WS-IND-PCA-HALL
           END-IF.

      * Linea de la tienda y semana: pantalla y fichero.
       CERRAR-GRUPO.
           ADD 1 TO WS-CONTA-GRUPOS
           MOVE SPACES TO REG-CESTAS
           MOVE "T" TO CES-TIPO
           MOVE WS-GRUPO-TIENDA TO CES-TIENDA
           MOVE WS-GRUPO-SEMANA TO CES-SEMANA
           MOVE WS-GRUPO-TICKETS TO CES-TICKETS
           MOVE WS-GRUPO-IMPORTE TO CES-IMPORTE
           MOVE WS-GRUPO-UNIDADES TO CES-UNIDADES
           COMPUTE CES-TICKET-MEDIO ROUNDED =
               WS-GRUPO-IMPORTE / WS-GRUPO-TICKETS
           COMPUTE CES-ARTICULOS-MEDIOS ROUNDED =
               WS-GRUPO-UNIDADES / WS-GRUPO-TICKETS
           MOVE ZEROS TO WS-IND-TRAMO
           PERFORM COPIAR-TRAMO UNTIL WS-IND-TRAMO >= 8
           WRITE REG-CESTAS

           MOVE WS-GRUPO-TICKETS TO WS-NUMERO-EDIT
           MOVE CES-TICKET-MEDIO TO WS-MEDIA-EDIT
           DISPLAY WS-GRUPO-TIENDA "   " WS-GRUPO-SEMANA " "
                   WS-NUMERO-EDIT "     " WS-MEDIA-EDIT
                   WITH NO ADVANCING
           MOVE CES-ARTICULOS-MEDIOS TO WS-MEDIA-EDIT
           DISPLAY "       " WS-MEDIA-EDIT
           DISPLAY "       ARTICULOS POR TICKET" WITH NO ADVANCING
           MOVE ZEROS TO WS-IND-TRAMO
           PERFORM MOSTRAR-TRAMO UNTIL WS-IND-TRAMO >= 8
           DISPLAY " ".

       COPIAR-TRAMO.
           ADD 1 TO WS-IND-TRAMO
           MOVE WS-GRUPO-DISTRIB (WS-IND-TRAMO)
               TO CES-DISTRIBUCION (WS-IND-TRAMO).

       MOSTRAR-TRAMO.
           ADD 1 TO WS-IND-TRAMO
           MOVE WS-GRUPO-DISTRIB (WS-IND-TRAMO) TO WS-TRAMO-EDIT
           DISPLAY " " ELEM-TRAMO-NOMBRE (WS-IND-TRAMO)
                   WS-TRAMO-EDIT WITH NO ADVANCING.

      ******************************************************************
      * Pares mas frecuentes del periodo
      ******************************************************************
      * Se listan los WS-MAX-LISTADO pares con mas tickets, de mayor
      * a menor; un par visto en un solo ticket no se lista.
       LISTAR-PARES-PRODUCTOS.
           DISPLAY " "
           DISPLAY "PARES DE PRODUCTOS MAS FRECUENTES (SOPORTE Y "
                   "CONFIANZA EN %)"
           DISPLAY "PRODUCTO A / PRODUCTO B                      "
                   "TICKETS SOPORTE  A->B   B->A"
           MOVE ZEROS TO WS-CONTA-LISTADOS
           MOVE "N" TO WS-FIN-SELECCION-SW
           PERFORM SELECCIONAR-PAR
               UNTIL WS-CONTA-LISTADOS >= WS-MAX-LISTADO
               OR WS-FIN-SELECCION-SW = "S"
           IF WS-CONTA-LISTADOS = ZEROS
               DISPLAY "  (NINGUN PAR SE REPITE EN MAS DE UN TICKET)"
           END-IF.

       SELECCIONAR-PAR.
           MOVE 1 TO WS-MEJOR-TICKETS
           MOVE ZEROS TO WS-IND-PAR-HALL
           MOVE ZEROS TO WS-IND-PAR
           PERFORM COMPARAR-MEJOR-PAR
               UNTIL WS-IND-PAR >= WS-NUM-PARES
           IF WS-IND-PAR-HALL = ZEROS
               MOVE "S" TO WS-FIN-SELECCION-SW
           ELSE
               MOVE "S" TO ELEM-PAR-LISTADO (WS-IND-PAR-HALL)
               ADD 1 TO WS-CONTA-LISTADOS
               PERFORM LISTAR-PAR
           END-IF.

       COMPARAR-MEJOR-PAR.
           ADD 1 TO WS-IND-PAR
           IF ELEM-PAR-LISTADO (WS-IND-PAR) = "N"
               AND ELEM-PAR-TICKETS (WS-IND-PAR) > WS-MEJOR-TICKETS
               MOVE ELEM-PAR-TICKETS (WS-IND-PAR) TO WS-MEJOR-TICKETS
               MOVE WS-IND-PAR TO WS-IND-PAR-HALL
           END-IF.

       LISTAR-PAR.
           MOVE ELEM-PAR-A (WS-IND-PAR-HALL) TO WS-CODIGO-BUSCADO
           PERFORM BUSCAR-PRODUCTO
           MOVE ZEROS TO WS-TICKETS-A
           MOVE SPACES TO WS-DESC-A
           IF WS-IND-PRO-HALL > ZEROS
               MOVE ELEM-PRO-TICKETS (WS-IND-PRO-HALL) TO WS-TICKETS-A
               MOVE ELEM-PRO-DESCRIPCION (WS-IND-PRO-HALL) TO WS-DESC-A
           END-IF
           MOVE ELEM-PAR-B (WS-IND-PAR-HALL) TO WS-CODIGO-BUSCADO
           PERFORM BUSCAR-PRODUCTO
           MOVE ZEROS TO WS-TICKETS-B
           MOVE SPACES TO WS-DESC-B
           IF WS-IND-PRO-HALL > ZEROS
               MOVE ELEM-PRO-TICKETS (WS-IND-PRO-HALL) TO WS-TICKETS-B
               MOVE ELEM-PRO-DESCRIPCION (WS-IND-PRO-HALL) TO WS-DESC-B
           END-IF
           MOVE ELEM-PAR-TICKETS (WS-IND-PAR-HALL) TO WS-MEJOR-TICKETS
           PERFORM CALCULAR-SOPORTE

           MOVE SPACES TO REG-CESTAS-PAR
           MOVE "P" TO CES-PAR-TIPO
           MOVE ELEM-PAR-A (WS-IND-PAR-HALL) TO CES-PAR-A
           MOVE ELEM-PAR-B (WS-IND-PAR-HALL) TO CES-PAR-B
           PERFORM GRABAR-PAR

           DISPLAY ELEM-PAR-A (WS-IND-PAR-HALL) " " WS-DESC-A
           DISPLAY ELEM-PAR-B (WS-IND-PAR-HALL) " " WS-DESC-B
                   WITH NO ADVANCING
           PERFORM MOSTRAR-CIFRAS-PAR.

      * Mismo listado a nivel de categoria.
       LISTAR-PARES-CATEGORIAS.
           DISPLAY " "
           DISPLAY "PARES DE CATEGORIAS MAS FRECUENTES (SOPORTE Y "
                   "CONFIANZA EN %)"
           DISPLAY "CATEGORIA A / CATEGORIA B                    "
                   "TICKETS SOPORTE  A->B   B->A"
           MOVE ZEROS TO WS-CONTA-LISTADOS
           MOVE "N" TO WS-FIN-SELECCION-SW
           PERFORM SELECCIONAR-PAR-CAT
               UNTIL WS-CONTA-LISTADOS >= WS-MAX-LISTADO
               OR WS-FIN-SELECCION-SW = "S"
           IF WS-CONTA-LISTADOS = ZEROS
               DISPLAY "  (NINGUN PAR SE REPITE EN MAS DE UN TICKET)"
           END-IF.

       SELECCIONAR-PAR-CAT.
           MOVE 1 TO WS-MEJOR-TICKETS
           MOVE ZEROS TO WS-IND-PCA-HALL
           MOVE ZEROS TO WS-IND-PCA
           PERFORM COMPARAR-MEJOR-PAR-CAT
               UNTIL WS-IND-PCA >= WS-NUM-PARES-CAT
           IF WS-IND-PCA-HALL = ZEROS
               MOVE "S" TO WS-FIN-SELECCION-SW
           ELSE
               MOVE "S" TO ELEM-PCA-LISTADO (WS-IND-PCA-HALL)
               ADD 1 TO WS-CONTA-LISTADOS
               PERFORM LISTAR-PAR-CAT
           END-IF.

       COMPARAR-MEJOR-PAR-CAT.
           ADD 1 TO WS-IND-PCA
           IF ELEM-PCA-LISTADO (WS-IND-PCA) = "N"
               AND ELEM-PCA-TICKETS (WS-IND-PCA) > WS-MEJOR-TICKETS
               MOVE ELEM-PCA-TICKETS (WS-IND-PCA) TO WS-MEJOR-TICKETS
               MOVE WS-IND-PCA TO WS-IND-PCA-HALL
           END-IF.

       LISTAR-PAR-CAT.
           MOVE ELEM-PCA-A (WS-IND-PCA-HALL) TO WS-CATEGORIA-BUSCADA
           PERFORM BUSCAR-CATEGORIA
           MOVE ZEROS TO WS-TICKETS-A
           MOVE SPACES TO WS-DESC-A
           IF WS-IND-CAT-HALL > ZEROS
               MOVE ELEM-CAT-TICKETS (WS-IND-CAT-HALL) TO WS-TICKETS-A
               MOVE ELEM-CAT-DESCRIPCION (WS-IND-CAT-HALL) TO WS-DESC-A
           END-IF
           MOVE ELEM-PCA-B (WS-IND-PCA-HALL) TO WS-CATEGORIA-BUSCADA
           PERFORM BUSCAR-CATEGORIA
           MOVE ZEROS TO WS-TICKETS-B
           MOVE SPACES TO WS-DESC-B
           IF WS-IND-CAT-HALL > ZEROS
               MOVE ELEM-CAT-TICKETS (WS-IND-CAT-HALL) TO WS-TICKETS-B
               MOVE ELEM-CAT-DESCRIPCION (WS-IND-CAT-HALL) TO WS-DESC-B
           END-IF
           MOVE ELEM-PCA-TICKETS (WS-IND-PCA-HALL) TO WS-MEJOR-TICKETS
           PERFORM CALCULAR-SOPORTE

           MOVE SPACES TO REG-CESTAS-PAR
           MOVE "C" TO CES-PAR-TIPO
           MOVE ELEM-PCA-A (WS-IND-PCA-HALL) TO CES-PAR-A
           MOVE ELEM-PCA-B (WS-IND-PCA-HALL) TO CES-PAR-B
           PERFORM GRABAR-PAR

           DISPLAY ELEM-PCA-A (WS-IND-PCA-HALL) "   " WS-DESC-A
           DISPLAY ELEM-PCA-B (WS-IND-PCA-HALL) "   " WS-DESC-B
                   WITH NO ADVANCING
           PERFORM MOSTRAR-CIFRAS-PAR.

      * Soporte: tickets con el par sobre todos los tickets;
      * confianza A->B: tickets con el par sobre tickets con A.
       CALCULAR-SOPORTE.
           MOVE ZEROS TO WS-SOPORTE WS-CONF-AB WS-CONF-BA
           IF WS-TOTAL-TICKETS > ZEROS
               COMPUTE WS-SOPORTE ROUNDED =
                   WS-MEJOR-TICKETS * 100 / WS-TOTAL-TICKETS
           END-IF
           IF WS-TICKETS-A > ZEROS
               COMPUTE WS-CONF-AB ROUNDED =
                   WS-MEJOR-TICKETS * 100 / WS-TICKETS-A
           END-IF
           IF WS-TICKETS-B > ZEROS
               COMPUTE WS-CONF-BA ROUNDED =
                   WS-MEJOR-TICKETS * 100 / WS-TICKETS-B
           END-IF.

       GRABAR-PAR.
           MOVE WS-MEJOR-TICKETS TO CES-PAR-TICKETS
           MOVE WS-SOPORTE TO CES-PAR-SOPORTE
           MOVE WS-CONF-AB TO CES-PAR-CONF-AB
           MOVE WS-CONF-BA TO CES-PAR-CONF-BA
           MOVE WS-LUNES-DESDE TO CES-PAR-DESDE
           MOVE WS-DOMINGO-HASTA TO CES-PAR-HASTA
           WRITE REG-CESTAS-PAR.

       MOSTRAR-CIFRAS-PAR.
           MOVE WS-MEJOR-TICKETS TO WS-NUMERO-EDIT
           DISPLAY "       " WS-NUMERO-EDIT WITH NO ADVANCING
           MOVE WS-SOPORTE TO WS-PCT-EDIT
           DISPLAY "  " WS-PCT-EDIT WITH NO ADVANCING
           MOVE WS-CONF-AB TO WS-PCT-EDIT
           DISPLAY " " WS-PCT-EDIT WITH NO ADVANCING
           MOVE WS-CONF-BA TO WS-PCT-EDIT
           DISPLAY " " WS-PCT-EDIT.

       IMPRIMIR-RESUMEN.
           DISPLAY " "
           DISPLAY "=================================================="
           MOVE WS-CONTA-COPIAS TO WS-NUMERO-EDIT
           DISPLAY "FICHEROS DE VENTAS LEIDOS....: " WS-NUMERO-EDIT
           MOVE WS-CONTA-LEIDAS TO WS-NUMERO-EDIT
           DISPLAY "LINEAS LEIDAS................: " WS-NUMERO-EDIT
           MOVE WS-CONTA-SOLTADAS TO WS-NUMERO-EDIT
           DISPLAY "LINEAS DE VENTA DEL PERIODO..: " WS-NUMERO-EDIT
           MOVE WS-CONTA-ABONOS TO WS-NUMERO-EDIT
           DISPLAY "ABONOS, NO ENTRAN............: " WS-NUMERO-EDIT
           MOVE WS-CONTA-SIN-TICKET TO WS-NUMERO-EDIT
           DISPLAY "LINEAS SIN TICKET, NO ENTRAN.: " WS-NUMERO-EDIT
           MOVE WS-CONTA-INVALIDAS TO WS-NUMERO-EDIT
           DISPLAY "LINEAS NO VALIDAS SALTADAS...: " WS-NUMERO-EDIT
           MOVE WS-TOTAL-TICKETS TO WS-NUMERO-EDIT
           DISPLAY "TICKETS ANALIZADOS...........: " WS-NUMERO-EDIT
           MOVE WS-CONTA-GRUPOS TO WS-NUMERO-EDIT
           DISPLAY "TIENDAS Y SEMANAS............: " WS-NUMERO-EDIT
           DISPLAY "=================================================="
           DISPLAY "ANALISIS GRABADO EN " WS-NOMBRE-CESTAS.
