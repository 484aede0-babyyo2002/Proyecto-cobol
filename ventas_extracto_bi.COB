      ******************************************************************
      * Author:Maria Romero
      * Date:18/09/2026
      * Purpose: Extracto diario para el almacen de datos de BI, en
      *    ficheros delimitados por ";" (coma decimal) listos para
      *    cargar en estrella, en vez de las copias sueltas de
      *    TOTAL-TIENDA.DAT, TOTAL-FECHA.DAT y los maestros que luego
      *    se cruzaban mal. Paso de CADENA-NOCTURNA tras el archivado;
      *    tambien se lanza suelto pasando el dia AAAAMMDD.
      *    El dia del extracto es el ultimo dia de venta del cierre
      *    de esta noche (VENTAS-DIARIAS.DAT, que graba
      *    PROCESAR-VENTAS), salvo que se pase otro. Escribe:
      *    - BI-VENTAS-AAAAMMDD.CSV, el hecho: una fila por fecha,
      *      tienda y producto del cierre, con unidades vendidas y
      *      devueltas, importe bruto (lo vendido) y neto (vendido
      *      menos devuelto), coste del neto al coste del maestro y
      *      clase de IVA. Las ventas atrasadas que entren en el
      *      cierre van con su propia fecha;
      *    - BI-PRODUCTOS-, BI-TIENDAS- y BI-FECHAS-AAAAMMDD.CSV, las
      *      dimensiones: productos con su categoria, tiendas con su
      *      region y las fechas del hecho con anno, mes, semana ISO,
      *      dia de la semana y si fue dia comercial (tiendas
      *      abiertas segun el calendario comercial). Un producto o
      *      una tienda del hecho que no este en el maestro se annade
      *      a su dimension para que la carga no pierda filas;
      *    - BI-CONTROL-AAAAMMDD.CSV, con las filas de cada fichero
      *      y los totales del hecho, para cuadrar la carga.
      *    Repetir el extracto de un dia reescribe sus cinco ficheros
      *    (no annade), y el almacen sustituye la carga de ese dia.
      *    Si se pide un dia que no esta en el cierre de esta noche
      *    no se escribe nada: el cierre ya no es el de ese dia.
      *    RETURN-CODE 8 sin VENTAS-DIARIAS.DAT o con un dia pedido
      *    que no esta en el; 4 si falta el maestro de productos o
      *    el cierre no trajo ventas.
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
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-BI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS-DIARIAS ASSIGN TO "VENTAS-DIARIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS-DIARIAS.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CODIGO-PRODUCTO
               FILE STATUS IS FS-PRODUCTOS.
           SELECT CATEGORIAS ASSIGN TO "CATEGORIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORIAS.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT BI-VENTAS ASSIGN TO DYNAMIC WS-NOMBRE-BI-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-VENTAS.
           SELECT BI-PRODUCTOS ASSIGN TO DYNAMIC WS-NOMBRE-BI-PRODUCTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-PRODUCTOS.
           SELECT BI-TIENDAS ASSIGN TO DYNAMIC WS-NOMBRE-BI-TIENDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-TIENDAS.
           SELECT BI-FECHAS ASSIGN TO DYNAMIC WS-NOMBRE-BI-FECHAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-FECHAS.
           SELECT BI-CONTROL ASSIGN TO DYNAMIC WS-NOMBRE-BI-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      * Venta y devolucion por producto, tienda y fecha del ultimo
      * cierre (ver PROCESAR-VENTAS).
       FD VENTAS-DIARIAS.
       01 REG-VENTAS-DIARIAS.
           05 CODIGO-VTADIA           PIC X(5).
           05 TIENDA-VTADIA           PIC X(4).
           05 FECHA-VTADIA            PIC 9(8).
           05 VENDIDA-CANT-VTADIA     PIC 9(5).
           05 VENDIDA-ING-VTADIA      PIC 9(8)V99.
           05 DEVUELTA-CANT-VTADIA    PIC 9(5).
           05 DEVUELTA-ING-VTADIA     PIC 9(8)V99.

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
           05 MEDIDA-PRODUCTO      PIC X(1).
           05 CONTENIDO-PRODUCTO   PIC 9(3)V999.

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

       FD BI-VENTAS.
       01 REG-BI-VENTAS           PIC X(200).

       FD BI-PRODUCTOS.
       01 REG-BI-PRODUCTOS        PIC X(200).

       FD BI-TIENDAS.
       01 REG-BI-TIENDAS          PIC X(200).

       FD BI-FECHAS.
       01 REG-BI-FECHAS           PIC X(200).

       FD BI-CONTROL.
       01 REG-BI-CONTROL          PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-VENTAS-DIARIAS   PIC XX VALUE SPACES.
       01 FS-PRODUCTOS        PIC XX VALUE SPACES.
       01 FS-CATEGORIAS       PIC XX VALUE SPACES.
       01 FS-TIENDAS          PIC XX VALUE SPACES.
       01 FS-BI-VENTAS        PIC XX VALUE SPACES.
       01 FS-BI-PRODUCTOS     PIC XX VALUE SPACES.
       01 FS-BI-TIENDAS       PIC XX VALUE SPACES.
       01 FS-BI-FECHAS        PIC XX VALUE SPACES.
       01 FS-BI-CONTROL       PIC XX VALUE SPACES.
       01 EOF-SWITCH          PIC X VALUE "N".

       01 WS-NOMBRE-BI-VENTAS.
           05 FILLER               PIC X(10) VALUE "BI-VENTAS-".
           05 WS-NOMBRE-BIV-DIA    PIC 9(8).
           05 FILLER               PIC X(4) VALUE ".CSV".
       01 WS-NOMBRE-BI-PRODUCTOS.
           05 FILLER               PIC X(13) VALUE "BI-PRODUCTOS-".
           05 WS-NOMBRE-BIP-DIA    PIC 9(8).
           05 FILLER               PIC X(4) VALUE ".CSV".
       01 WS-NOMBRE-BI-TIENDAS.
           05 FILLER               PIC X(11) VALUE "BI-TIENDAS-".
           05 WS-NOMBRE-BIT-DIA    PIC 9(8).
           05 FILLER               PIC X(4) VALUE ".CSV".
       01 WS-NOMBRE-BI-FECHAS.
           05 FILLER               PIC X(10) VALUE "BI-FECHAS-".
           05 WS-NOMBRE-BIF-DIA    PIC 9(8).
           05 FILLER               PIC X(4) VALUE ".CSV".
       01 WS-NOMBRE-BI-CONTROL.
           05 FILLER               PIC X(11) VALUE "BI-CONTROL-".
           05 WS-NOMBRE-BIC-DIA    PIC 9(8).
           05 FILLER               PIC X(4) VALUE ".CSV".

      * Dia del extracto.
       01 WS-ARGUMENTO        PIC X(20) VALUE SPACES.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-PEDIDA     PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-EXTRACTO   PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-MAXIMA     PIC 9(8) VALUE ZEROS.
       01 WS-LINEAS-CIERRE    PIC 9(7) VALUE ZEROS.
       01 WS-LINEAS-PEDIDA    PIC 9(7) VALUE ZEROS.
       01 WS-RETORNO          PIC 9(2) VALUE ZEROS.

      * Maestro de productos indexado: lectura directa para el hecho
      * y secuencial para la dimension.
       01 WS-HAY-PRODUCTOS-SW PIC X VALUE "N".
       01 WS-TIPO-IVA-HALLADO PIC X(1) VALUE "G".
       01 WS-COSTE-HALLADO    PIC 9(3)V99 VALUE ZEROS.

      * Categorias en memoria para rotular la dimension de productos.
       01 WS-NUM-CATEGORIAS   PIC 9(3) VALUE ZEROS.
       01 WS-IND-CAT          PIC 9(3) VALUE ZEROS.
       01 WS-DESC-CATEGORIA   PIC X(30) VALUE SPACES.
       01 TABLA-CATEGORIAS.
           05 ELEM-CAT OCCURS 100 TIMES.
               10 ELEM-CAT-CODIGO      PIC X(3).
               10 ELEM-CAT-DESCRIPCION PIC X(30).

      * Tiendas del maestro mas las del hecho que no esten en el.
       01 WS-NUM-TIENDAS      PIC 9(3) VALUE ZEROS.
       01 WS-IND-TDA          PIC 9(3) VALUE ZEROS.
       01 WS-IND-TDA-HALL     PIC 9(3) VALUE ZEROS.
       01 TABLA-TIENDAS.
           05 ELEM-TDA OCCURS 200 TIMES.
               10 ELEM-TDA-CODIGO      PIC X(4).
               10 ELEM-TDA-NOMBRE      PIC X(20).
               10 ELEM-TDA-REGION      PIC X(10).
               10 ELEM-TDA-ESTADO      PIC X(1).

      * Productos del hecho que no estan en el maestro.
       01 WS-NUM-SIN-MAESTRO  PIC 9(3) VALUE ZEROS.
       01 WS-IND-SIN          PIC 9(3) VALUE ZEROS.
       01 WS-ENCONTRADO-SW    PIC X VALUE "N".
       01 TABLA-SIN-MAESTRO.
           05 ELEM-SIN-CODIGO  PIC X(5) OCCURS 500 TIMES.

      * Fechas presentes en el hecho (mas el dia del extracto).
       01 WS-NUM-FECHAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-FEC          PIC 9(3) VALUE ZEROS.
       01 WS-FECHA-BUSCADA    PIC 9(8) VALUE ZEROS.
       01 TABLA-FECHAS.
           05 ELEM-FEC-FECHA   PIC 9(8) OCCURS 400 TIMES.

      * Cifras de la fila del hecho.
       01 WS-NETO-CANT        PIC S9(6) VALUE ZEROS.
       01 WS-NETO-ING         PIC S9(9)V99 VALUE ZEROS.
       01 WS-COSTE-FILA       PIC S9(9)V99 VALUE ZEROS.

      * Totales de control.
       01 WS-FILAS-VENTAS     PIC 9(7) VALUE ZEROS.
       01 WS-FILAS-PRODUCTOS  PIC 9(7) VALUE ZEROS.
       01 WS-FILAS-TIENDAS    PIC 9(7) VALUE ZEROS.
       01 WS-FILAS-FECHAS     PIC 9(7) VALUE ZEROS.
       01 WS-TOT-VENDIDAS     PIC 9(9) VALUE ZEROS.
       01 WS-TOT-DEVUELTAS    PIC 9(9) VALUE ZEROS.
       01 WS-TOT-BRUTO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-NETO         PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOT-COSTE        PIC S9(11)V99 VALUE ZEROS.
       01 WS-FILAS-CONTROL    PIC 9(7) VALUE ZEROS.

      * Calendario de la dimension de fechas.
       01 WS-ENTERO-FECHA     PIC 9(7) VALUE ZEROS.
       01 WS-ENTERO-JUEVES    PIC 9(7) VALUE ZEROS.
       01 WS-ENTERO-AUX       PIC 9(7) VALUE ZEROS.
       01 WS-COCIENTE         PIC 9(7) VALUE ZEROS.
       01 WS-DIA-SEMANA       PIC 9(1) VALUE ZEROS.
       01 WS-FECHA-JUEVES     PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-JUEVES-R REDEFINES WS-FECHA-JUEVES.
           05 WS-JUEVES-AAAA   PIC 9(4).
           05 WS-JUEVES-MMDD   PIC 9(4).
       01 WS-PRIMERO-ANNO     PIC 9(8) VALUE ZEROS.
       01 WS-PRIMERO-ANNO-R REDEFINES WS-PRIMERO-ANNO.
           05 WS-PRIMERO-AAAA  PIC 9(4).
           05 WS-PRIMERO-MMDD  PIC 9(4).
       01 WS-SEMANA-ISO       PIC 9(2) VALUE ZEROS.
       01 WS-FECHA-PARTES.
           05 WS-FP-AAAA       PIC 9(4).
           05 WS-FP-MM         PIC 9(2).
           05 WS-FP-DD         PIC 9(2).
       01 WS-PERIODO-FECHA    PIC 9(6) VALUE ZEROS.
       01 WS-TIENDAS-ABIERTAS PIC 9(3) VALUE ZEROS.
       01 WS-DIA-COMERCIAL    PIC X(1) VALUE "N".
       01 TABLA-DIAS-LIT.
           05 FILLER PIC X(9) VALUE "LUNES".
           05 FILLER PIC X(9) VALUE "MARTES".
           05 FILLER PIC X(9) VALUE "MIERCOLES".
           05 FILLER PIC X(9) VALUE "JUEVES".
           05 FILLER PIC X(9) VALUE "VIERNES".
           05 FILLER PIC X(9) VALUE "SABADO".
           05 FILLER PIC X(9) VALUE "DOMINGO".
       01 TABLA-DIAS-R REDEFINES TABLA-DIAS-LIT.
           05 ELEM-DIA-NOMBRE PIC X(9) OCCURS 7 TIMES.

      * Consulta del calendario comercial.
       01 WS-CAL-TIENDA       PIC X(4) VALUE SPACES.
       01 WS-CAL-FECHA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-HASTA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-ESTADO       PIC X(1) VALUE SPACES.
       01 WS-CAL-DIAS         PIC 9(3)V9 VALUE ZEROS.

      * Campos editados para el texto delimitado: sin separador de
      * miles, coma decimal y signo delante solo si es negativo.
       01 WS-ED-UNIDADES      PIC -(9)9.
       01 WS-ED-IMPORTE       PIC -(11)9,99.
       01 WS-ED-PRECIO        PIC ZZ9,99.
       01 WS-ED-CONTADOR      PIC Z(6)9.
       01 WS-TXT-1            PIC X(15) VALUE SPACES.
       01 WS-TXT-2            PIC X(15) VALUE SPACES.
       01 WS-TXT-3            PIC X(15) VALUE SPACES.
       01 WS-TXT-4            PIC X(15) VALUE SPACES.
       01 WS-TXT-5            PIC X(15) VALUE SPACES.
       01 WS-TXT-6            PIC X(15) VALUE SPACES.
       01 WS-TXT-NOMBRE       PIC X(30) VALUE SPACES.
       01 WS-TXT-NOMBRE-2     PIC X(30) VALUE SPACES.
       01 WS-LINEA            PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
      * Dia del extracto pedido por el llamante (la cadena pasa
      * ceros = el ultimo dia de venta del cierre); si el parametro
      * no viene (el programa corre suelto) se cae a la linea de
      * comandos.
       01 LK-FECHA-EXTRACTO   PIC 9(8).

       PROCEDURE DIVISION USING LK-FECHA-EXTRACTO.
       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-RETORNO
           PERFORM RESOLVER-ARGUMENTO

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT VENTAS-DIARIAS
           IF FS-VENTAS-DIARIAS NOT = "00"
               DISPLAY "SIN VENTAS-DIARIAS.DAT: NO HAY CIERRE QUE "
                       "EXTRAER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM EXAMINAR-CIERRE UNTIL EOF-SWITCH = "S"
           CLOSE VENTAS-DIARIAS

           PERFORM RESOLVER-FECHA-EXTRACTO THRU
                   RESOLVER-FECHA-EXTRACTO-EXIT
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           DISPLAY "EXTRACTO BI DEL DIA " WS-FECHA-EXTRACTO
           DISPLAY "=================================================="

           PERFORM CARGAR-CATEGORIAS
           PERFORM CARGAR-TIENDAS
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE "S" TO WS-HAY-PRODUCTOS-SW
           ELSE
               DISPLAY "AVISO: SIN PRODUCTOS.IDX (LANZAR "
                       "CARGA-MAESTROS-IDX); EL HECHO SALE SIN COSTE "
                       "Y CON IVA GENERAL"
               MOVE 4 TO WS-RETORNO
           END-IF

           MOVE WS-FECHA-EXTRACTO TO WS-NOMBRE-BIV-DIA
                                     WS-NOMBRE-BIP-DIA
                                     WS-NOMBRE-BIT-DIA
                                     WS-NOMBRE-BIF-DIA
                                     WS-NOMBRE-BIC-DIA
           MOVE WS-FECHA-EXTRACTO TO WS-FECHA-BUSCADA
           PERFORM ANOTAR-FECHA

           PERFORM ESCRIBIR-HECHO
           PERFORM ESCRIBIR-DIM-PRODUCTOS
           IF WS-HAY-PRODUCTOS-SW = "S"
               CLOSE PRODUCTOS
           END-IF
           PERFORM ESCRIBIR-DIM-TIENDAS
           PERFORM ESCRIBIR-DIM-FECHAS
           PERFORM ESCRIBIR-CONTROL

           MOVE WS-FILAS-VENTAS TO WS-ED-CONTADOR
           DISPLAY "FILAS DEL HECHO.......: " WS-ED-CONTADOR
           MOVE WS-FILAS-PRODUCTOS TO WS-ED-CONTADOR
           DISPLAY "PRODUCTOS.............: " WS-ED-CONTADOR
           MOVE WS-FILAS-TIENDAS TO WS-ED-CONTADOR
           DISPLAY "TIENDAS...............: " WS-ED-CONTADOR
           MOVE WS-FILAS-FECHAS TO WS-ED-CONTADOR
           DISPLAY "FECHAS................: " WS-ED-CONTADOR
           MOVE WS-TOT-NETO TO WS-ED-IMPORTE
           DISPLAY "IMPORTE NETO..........: " WS-ED-IMPORTE
           IF WS-NUM-SIN-MAESTRO > ZEROS
               DISPLAY "AVISO: " WS-NUM-SIN-MAESTRO " PRODUCTOS DEL "
                       "HECHO NO ESTAN EN EL MAESTRO"
           END-IF
           DISPLAY "=================================================="
           DISPLAY "EXTRACTO GRABADO EN " WS-NOMBRE-BI-VENTAS
                   " Y SUS DIMENSIONES"
           MOVE WS-RETORNO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * Dia del extracto
      ******************************************************************
       RESOLVER-ARGUMENTO.
           MOVE ZEROS TO WS-FECHA-PEDIDA
           IF ADDRESS OF LK-FECHA-EXTRACTO NOT = NULL
               MOVE LK-FECHA-EXTRACTO TO WS-FECHA-PEDIDA
           ELSE
               ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
               IF WS-ARGUMENTO NOT = SPACES
                   AND FUNCTION TRIM (WS-ARGUMENTO) IS NUMERIC
                   MOVE FUNCTION NUMVAL (WS-ARGUMENTO)
                       TO WS-FECHA-PEDIDA
               END-IF
           END-IF.

      * Primera pasada por el cierre: ultimo dia de venta y lineas
      * del dia pedido.
       EXAMINAR-CIERRE.
           READ VENTAS-DIARIAS
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               ADD 1 TO WS-LINEAS-CIERRE
               IF FECHA-VTADIA > WS-FECHA-MAXIMA
                   MOVE FECHA-VTADIA TO WS-FECHA-MAXIMA
               END-IF
               IF FECHA-VTADIA = WS-FECHA-PEDIDA
                   ADD 1 TO WS-LINEAS-PEDIDA
               END-IF
           END-READ.

      * Sin dia pedido, el ultimo dia de venta del cierre; un cierre
      * vacio (noche sin ventas) se extrae igual, con el dia de ayer.
      * Un dia pedido que no esta en el cierre no se extrae: los
      * ficheros de ese dia se quedan como estaban.
       RESOLVER-FECHA-EXTRACTO.
           MOVE ZEROS TO RETURN-CODE
           IF WS-FECHA-PEDIDA NOT = ZEROS
               IF WS-LINEAS-PEDIDA = ZEROS
                   DISPLAY "EL CIERRE DE VENTAS-DIARIAS.DAT NO TIENE "
                           "VENTAS DEL DIA " WS-FECHA-PEDIDA
                   DISPLAY "(ULTIMO DIA DE VENTA DEL CIERRE: "
                           WS-FECHA-MAXIMA "): NO SE EXTRAE NADA"
                   MOVE 8 TO RETURN-CODE
                   GO TO RESOLVER-FECHA-EXTRACTO-EXIT
               END-IF
               MOVE WS-FECHA-PEDIDA TO WS-FECHA-EXTRACTO
               GO TO RESOLVER-FECHA-EXTRACTO-EXIT
           END-IF
           IF WS-LINEAS-CIERRE = ZEROS
               COMPUTE WS-FECHA-EXTRACTO =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - 1)
               DISPLAY "AVISO: EL CIERRE NO TRAJO VENTAS; SE EXTRAEN "
                       "SOLO LAS DIMENSIONES"
               MOVE 4 TO WS-RETORNO
           ELSE
               MOVE WS-FECHA-MAXIMA TO WS-FECHA-EXTRACTO
           END-IF.
       RESOLVER-FECHA-EXTRACTO-EXIT.
           EXIT.

      ******************************************************************
      * Maestros en memoria
      ******************************************************************
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
               IF WS-NUM-CATEGORIAS < 100
                   ADD 1 TO WS-NUM-CATEGORIAS
                   MOVE CODIGO-CATEGORIA
                       TO ELEM-CAT-CODIGO (WS-NUM-CATEGORIAS)
                   MOVE DESCRIPCION-CATEGORIA
                       TO ELEM-CAT-DESCRIPCION (WS-NUM-CATEGORIAS)
               END-IF
           END-READ.

       CARGAR-TIENDAS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT TIENDAS
           IF FS-TIENDAS = "00"
               PERFORM LEER-TIENDA UNTIL EOF-SWITCH = "S"
               CLOSE TIENDAS
           ELSE
               DISPLAY "AVISO: SIN TIENDAS.DAT, LAS TIENDAS SALEN "
                       "SIN REGION"
           END-IF.

       LEER-TIENDA.
           READ TIENDAS
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF WS-NUM-TIENDAS < 200
                   ADD 1 TO WS-NUM-TIENDAS
                   MOVE CODIGO-TIENDA
                       TO ELEM-TDA-CODIGO (WS-NUM-TIENDAS)
                   MOVE NOMBRE-TIENDA
                       TO ELEM-TDA-NOMBRE (WS-NUM-TIENDAS)
                   MOVE REGION-TIENDA
                       TO ELEM-TDA-REGION (WS-NUM-TIENDAS)
                   MOVE ESTADO-TIENDA
                       TO ELEM-TDA-ESTADO (WS-NUM-TIENDAS)
               END-IF
           END-READ.

      ******************************************************************
      * Hecho de ventas
      ******************************************************************
       ESCRIBIR-HECHO.
           OPEN OUTPUT BI-VENTAS
           MOVE SPACES TO WS-LINEA
           STRING "FECHA;TIENDA;PRODUCTO;UNIDADES_VENDIDAS;"
                                           DELIMITED BY SIZE
                  "UNIDADES_DEVUELTAS;IMPORTE_BRUTO;IMPORTE_NETO;"
                                           DELIMITED BY SIZE
                  "COSTE;CLASE_IVA"        DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-VENTAS FROM WS-LINEA

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT VENTAS-DIARIAS
           PERFORM ESCRIBIR-FILA-HECHO UNTIL EOF-SWITCH = "S"
           CLOSE VENTAS-DIARIAS
           CLOSE BI-VENTAS.

       ESCRIBIR-FILA-HECHO.
           READ VENTAS-DIARIAS
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               PERFORM COMPONER-FILA-HECHO
           END-READ.

       COMPONER-FILA-HECHO.
           PERFORM BUSCAR-PRODUCTO
           MOVE TIENDA-VTADIA TO WS-CAL-TIENDA
           PERFORM ANOTAR-TIENDA
           MOVE FECHA-VTADIA TO WS-FECHA-BUSCADA
           PERFORM ANOTAR-FECHA

           COMPUTE WS-NETO-CANT =
               VENDIDA-CANT-VTADIA - DEVUELTA-CANT-VTADIA
           COMPUTE WS-NETO-ING =
               VENDIDA-ING-VTADIA - DEVUELTA-ING-VTADIA
           COMPUTE WS-COSTE-FILA = WS-NETO-CANT * WS-COSTE-HALLADO

           ADD 1 TO WS-FILAS-VENTAS
           ADD VENDIDA-CANT-VTADIA TO WS-TOT-VENDIDAS
           ADD DEVUELTA-CANT-VTADIA TO WS-TOT-DEVUELTAS
           ADD VENDIDA-ING-VTADIA TO WS-TOT-BRUTO
           ADD WS-NETO-ING TO WS-TOT-NETO
           ADD WS-COSTE-FILA TO WS-TOT-COSTE

           MOVE VENDIDA-CANT-VTADIA TO WS-ED-UNIDADES
           MOVE WS-ED-UNIDADES TO WS-TXT-1
           MOVE DEVUELTA-CANT-VTADIA TO WS-ED-UNIDADES
           MOVE WS-ED-UNIDADES TO WS-TXT-2
           MOVE VENDIDA-ING-VTADIA TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-TXT-3
           MOVE WS-NETO-ING TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-TXT-4
           MOVE WS-COSTE-FILA TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-TXT-5

           MOVE SPACES TO WS-LINEA
           STRING FECHA-VTADIA                DELIMITED BY SIZE
                  ";"                         DELIMITED BY SIZE
                  TIENDA-VTADIA               DELIMITED BY SPACE
                  ";"                         DELIMITED BY SIZE
                  CODIGO-VTADIA               DELIMITED BY SPACE
                  ";"                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-1)    DELIMITED BY SIZE
                  ";"                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-2)    DELIMITED BY SIZE
                  ";"                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-3)    DELIMITED BY SIZE
                  ";"                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-4)    DELIMITED BY SIZE
                  ";"                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-5)    DELIMITED BY SIZE
                  ";"                         DELIMITED BY SIZE
                  WS-TIPO-IVA-HALLADO         DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-VENTAS FROM WS-LINEA.

      * Clase de IVA y coste del producto; sin maestro o sin el
      * producto en el, IVA general y coste cero (el producto se
      * apunta para annadirlo a su dimension).
       BUSCAR-PRODUCTO.
           MOVE "G" TO WS-TIPO-IVA-HALLADO
           MOVE ZEROS TO WS-COSTE-HALLADO
           IF WS-HAY-PRODUCTOS-SW = "S"
               MOVE CODIGO-VTADIA TO CODIGO-PRODUCTO
               READ PRODUCTOS KEY IS CODIGO-PRODUCTO
                   INVALID KEY
                       PERFORM ANOTAR-SIN-MAESTRO
                   NOT INVALID KEY
                       MOVE TIPO-IVA-PRODUCTO TO WS-TIPO-IVA-HALLADO
                       MOVE COSTE-PRODUCTO TO WS-COSTE-HALLADO
               END-READ
           ELSE
               PERFORM ANOTAR-SIN-MAESTRO
           END-IF
           IF WS-TIPO-IVA-HALLADO NOT = "R"
               AND WS-TIPO-IVA-HALLADO NOT = "E"
               MOVE "G" TO WS-TIPO-IVA-HALLADO
           END-IF.

       ANOTAR-SIN-MAESTRO.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND-SIN
           PERFORM COMPARAR-SIN-MAESTRO
               UNTIL WS-IND-SIN >= WS-NUM-SIN-MAESTRO
               OR WS-ENCONTRADO-SW = "S"
           IF WS-ENCONTRADO-SW = "N" AND WS-NUM-SIN-MAESTRO < 500
               ADD 1 TO WS-NUM-SIN-MAESTRO
               MOVE CODIGO-VTADIA
                   TO ELEM-SIN-CODIGO (WS-NUM-SIN-MAESTRO)
           END-IF.

       COMPARAR-SIN-MAESTRO.
           ADD 1 TO WS-IND-SIN
           IF ELEM-SIN-CODIGO (WS-IND-SIN) = CODIGO-VTADIA
               MOVE "S" TO WS-ENCONTRADO-SW
           END-IF.

      * Una tienda del hecho que no esta en el maestro se annade a
      * la tabla sin nombre y sin region.
       ANOTAR-TIENDA.
           MOVE ZEROS TO WS-IND-TDA-HALL
           MOVE ZEROS TO WS-IND-TDA
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
               OR WS-IND-TDA-HALL > ZEROS
           IF WS-IND-TDA-HALL = ZEROS AND WS-NUM-TIENDAS < 200
               ADD 1 TO WS-NUM-TIENDAS
               MOVE WS-CAL-TIENDA TO ELEM-TDA-CODIGO (WS-NUM-TIENDAS)
               MOVE "(NO ESTA EN MAESTRO)"
                   TO ELEM-TDA-NOMBRE (WS-NUM-TIENDAS)
               MOVE "SIN REGION" TO ELEM-TDA-REGION (WS-NUM-TIENDAS)
               MOVE SPACES TO ELEM-TDA-ESTADO (WS-NUM-TIENDAS)
           END-IF.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-CODIGO (WS-IND-TDA) = WS-CAL-TIENDA
               MOVE WS-IND-TDA TO WS-IND-TDA-HALL
           END-IF.

       ANOTAR-FECHA.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND-FEC
           PERFORM COMPARAR-FECHA
               UNTIL WS-IND-FEC >= WS-NUM-FECHAS
               OR WS-ENCONTRADO-SW = "S"
           IF WS-ENCONTRADO-SW = "N" AND WS-NUM-FECHAS < 400
               ADD 1 TO WS-NUM-FECHAS
               MOVE WS-FECHA-BUSCADA TO ELEM-FEC-FECHA (WS-NUM-FECHAS)
           END-IF.

       COMPARAR-FECHA.
           ADD 1 TO WS-IND-FEC
           IF ELEM-FEC-FECHA (WS-IND-FEC) = WS-FECHA-BUSCADA
               MOVE "S" TO WS-ENCONTRADO-SW
           END-IF.

      ******************************************************************
      * Dimensiones
      ******************************************************************
      * Productos: todo el maestro, en orden de codigo, con su
      * categoria; despues, los del hecho que no estan en el.
       ESCRIBIR-DIM-PRODUCTOS.
           OPEN OUTPUT BI-PRODUCTOS
           MOVE SPACES TO WS-LINEA
           STRING "PRODUCTO;DESCRIPCION;CATEGORIA;"
                                           DELIMITED BY SIZE
                  "DESCRIPCION_CATEGORIA;CLASE_IVA;"
                                           DELIMITED BY SIZE
                  "PRECIO_REFERENCIA;COSTE;ESTADO"
                                           DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-PRODUCTOS FROM WS-LINEA

           IF WS-HAY-PRODUCTOS-SW = "S"
               MOVE "N" TO EOF-SWITCH
               MOVE LOW-VALUES TO CODIGO-PRODUCTO
               START PRODUCTOS KEY IS NOT LESS THAN CODIGO-PRODUCTO
                   INVALID KEY
                       MOVE "S" TO EOF-SWITCH
               END-START
               PERFORM ESCRIBIR-FILA-PRODUCTO UNTIL EOF-SWITCH = "S"
           END-IF

           MOVE ZEROS TO WS-IND-SIN
           PERFORM ESCRIBIR-PRODUCTO-SIN-MAESTRO
               UNTIL WS-IND-SIN >= WS-NUM-SIN-MAESTRO
           CLOSE BI-PRODUCTOS.

       ESCRIBIR-FILA-PRODUCTO.
           READ PRODUCTOS NEXT RECORD
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               PERFORM COMPONER-FILA-PRODUCTO
           END-READ.

       COMPONER-FILA-PRODUCTO.
           MOVE SPACES TO WS-DESC-CATEGORIA
           MOVE ZEROS TO WS-IND-CAT
           PERFORM COMPARAR-CATEGORIA
               UNTIL WS-IND-CAT >= WS-NUM-CATEGORIAS
           MOVE DESCRIPCION-PRODUCTO TO WS-TXT-NOMBRE
           INSPECT WS-TXT-NOMBRE REPLACING ALL ";" BY ","
           MOVE WS-DESC-CATEGORIA TO WS-TXT-NOMBRE-2
           INSPECT WS-TXT-NOMBRE-2 REPLACING ALL ";" BY ","
           MOVE TIPO-IVA-PRODUCTO TO WS-TIPO-IVA-HALLADO
           IF WS-TIPO-IVA-HALLADO NOT = "R"
               AND WS-TIPO-IVA-HALLADO NOT = "E"
               MOVE "G" TO WS-TIPO-IVA-HALLADO
           END-IF
           MOVE PRECIO-REF-PRODUCTO TO WS-ED-PRECIO
           MOVE WS-ED-PRECIO TO WS-TXT-1
           MOVE COSTE-PRODUCTO TO WS-ED-PRECIO
           MOVE WS-ED-PRECIO TO WS-TXT-2

           MOVE SPACES TO WS-LINEA
           STRING CODIGO-PRODUCTO                DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-NOMBRE)  DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  CATEGORIA-PRODUCTO             DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-NOMBRE-2)
                                                 DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WS-TIPO-IVA-HALLADO            DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-1)       DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-2)       DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  ESTADO-PRODUCTO                DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-PRODUCTOS FROM WS-LINEA
           ADD 1 TO WS-FILAS-PRODUCTOS.

       COMPARAR-CATEGORIA.
           ADD 1 TO WS-IND-CAT
           IF ELEM-CAT-CODIGO (WS-IND-CAT) = CATEGORIA-PRODUCTO
               AND CATEGORIA-PRODUCTO NOT = SPACES
               MOVE ELEM-CAT-DESCRIPCION (WS-IND-CAT)
                   TO WS-DESC-CATEGORIA
           END-IF.

       ESCRIBIR-PRODUCTO-SIN-MAESTRO.
           ADD 1 TO WS-IND-SIN
           MOVE SPACES TO WS-LINEA
           STRING ELEM-SIN-CODIGO (WS-IND-SIN)   DELIMITED BY SPACE
                  ";(NO ESTA EN MAESTRO);;;G;0,00;0,00;"
                                                 DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-PRODUCTOS FROM WS-LINEA
           ADD 1 TO WS-FILAS-PRODUCTOS.

      * Tiendas: el maestro mas las del hecho que no estan en el.
       ESCRIBIR-DIM-TIENDAS.
           OPEN OUTPUT BI-TIENDAS
           MOVE "TIENDA;NOMBRE;REGION;ESTADO" TO WS-LINEA
           WRITE REG-BI-TIENDAS FROM WS-LINEA
           MOVE ZEROS TO WS-IND-TDA
           PERFORM ESCRIBIR-FILA-TIENDA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
           CLOSE BI-TIENDAS.

       ESCRIBIR-FILA-TIENDA.
           ADD 1 TO WS-IND-TDA
           MOVE ELEM-TDA-NOMBRE (WS-IND-TDA) TO WS-TXT-NOMBRE
           INSPECT WS-TXT-NOMBRE REPLACING ALL ";" BY ","
           MOVE ELEM-TDA-REGION (WS-IND-TDA) TO WS-TXT-NOMBRE-2
           INSPECT WS-TXT-NOMBRE-2 REPLACING ALL ";" BY ","
           MOVE SPACES TO WS-LINEA
           STRING ELEM-TDA-CODIGO (WS-IND-TDA)   DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-NOMBRE)  DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-NOMBRE-2)
                                                 DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  ELEM-TDA-ESTADO (WS-IND-TDA)   DELIMITED BY SPACE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-TIENDAS FROM WS-LINEA
           ADD 1 TO WS-FILAS-TIENDAS.

      * Fechas del hecho: anno, mes, periodo, semana ISO (la del
      * jueves de la semana, lunes a domingo), dia de la semana y
      * tiendas abiertas ese dia segun el calendario comercial (las
      * de baja en el maestro no cuentan).
       ESCRIBIR-DIM-FECHAS.
           OPEN OUTPUT BI-FECHAS
           MOVE SPACES TO WS-LINEA
           STRING "FECHA;ANNO;MES;PERIODO;ANNO_SEMANA;SEMANA;"
                                           DELIMITED BY SIZE
                  "DIA_SEMANA;NOMBRE_DIA;TIENDAS_ABIERTAS;"
                                           DELIMITED BY SIZE
                  "DIA_COMERCIAL"          DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-FECHAS FROM WS-LINEA
           MOVE ZEROS TO WS-IND-FEC
           PERFORM ESCRIBIR-FILA-FECHA
               UNTIL WS-IND-FEC >= WS-NUM-FECHAS
           CLOSE BI-FECHAS.

       ESCRIBIR-FILA-FECHA.
           ADD 1 TO WS-IND-FEC
           MOVE ELEM-FEC-FECHA (WS-IND-FEC) TO WS-FECHA-PARTES
           COMPUTE WS-PERIODO-FECHA = ELEM-FEC-FECHA (WS-IND-FEC) / 100

           COMPUTE WS-ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE (ELEM-FEC-FECHA (WS-IND-FEC))
           COMPUTE WS-ENTERO-AUX = WS-ENTERO-FECHA - 1
           DIVIDE WS-ENTERO-AUX BY 7 GIVING WS-COCIENTE
               REMAINDER WS-DIA-SEMANA
           ADD 1 TO WS-DIA-SEMANA
           COMPUTE WS-ENTERO-JUEVES =
               WS-ENTERO-FECHA + 4 - WS-DIA-SEMANA
           COMPUTE WS-FECHA-JUEVES =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-JUEVES)
           MOVE WS-JUEVES-AAAA TO WS-PRIMERO-AAAA
           MOVE 0101 TO WS-PRIMERO-MMDD
           COMPUTE WS-ENTERO-AUX = WS-ENTERO-JUEVES -
               FUNCTION INTEGER-OF-DATE (WS-PRIMERO-ANNO)
           DIVIDE WS-ENTERO-AUX BY 7 GIVING WS-SEMANA-ISO
           ADD 1 TO WS-SEMANA-ISO

           MOVE ZEROS TO WS-TIENDAS-ABIERTAS
           MOVE ZEROS TO WS-IND-TDA
           PERFORM CONTAR-TIENDA-ABIERTA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
           IF WS-TIENDAS-ABIERTAS > ZEROS
               MOVE "S" TO WS-DIA-COMERCIAL
           ELSE
               MOVE "N" TO WS-DIA-COMERCIAL
           END-IF
           MOVE WS-TIENDAS-ABIERTAS TO WS-ED-CONTADOR
           MOVE WS-ED-CONTADOR TO WS-TXT-1

           MOVE SPACES TO WS-LINEA
           STRING ELEM-FEC-FECHA (WS-IND-FEC)    DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WS-FP-AAAA                     DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WS-FP-MM                       DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WS-PERIODO-FECHA               DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WS-JUEVES-AAAA                 DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WS-SEMANA-ISO                  DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WS-DIA-SEMANA                  DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  ELEM-DIA-NOMBRE (WS-DIA-SEMANA)
                                                 DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-1)       DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WS-DIA-COMERCIAL               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-FECHAS FROM WS-LINEA
           ADD 1 TO WS-FILAS-FECHAS.

       CONTAR-TIENDA-ABIERTA.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-ESTADO (WS-IND-TDA) NOT = "C"
               AND ELEM-TDA-NOMBRE (WS-IND-TDA) NOT =
                   "(NO ESTA EN MAESTRO)"
               MOVE ELEM-TDA-CODIGO (WS-IND-TDA) TO WS-CAL-TIENDA
               MOVE ELEM-FEC-FECHA (WS-IND-FEC) TO WS-CAL-FECHA
               MOVE ZEROS TO WS-CAL-HASTA
               CALL "CONSULTAR-CALENDARIO" USING WS-CAL-TIENDA
                                                 WS-CAL-FECHA
                                                 WS-CAL-HASTA
                                                 WS-CAL-ESTADO
                                                 WS-CAL-DIAS
               IF WS-CAL-ESTADO NOT = "C"
                   ADD 1 TO WS-TIENDAS-ABIERTAS
               END-IF
           END-IF.

      ******************************************************************
      * Fichero de control
      ******************************************************************
      * Una fila por fichero del extracto, con sus filas de datos
      * (sin la cabecera) y, para el hecho, sus totales.
       ESCRIBIR-CONTROL.
           OPEN OUTPUT BI-CONTROL
           MOVE SPACES TO WS-LINEA
           STRING "FECHA_EXTRACTO;FICHERO;FILAS;UNIDADES_VENDIDAS;"
                                           DELIMITED BY SIZE
                  "UNIDADES_DEVUELTAS;IMPORTE_BRUTO;IMPORTE_NETO;"
                                           DELIMITED BY SIZE
                  "COSTE"                  DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-CONTROL FROM WS-LINEA

           MOVE WS-TOT-VENDIDAS TO WS-ED-UNIDADES
           MOVE WS-ED-UNIDADES TO WS-TXT-2
           MOVE WS-TOT-DEVUELTAS TO WS-ED-UNIDADES
           MOVE WS-ED-UNIDADES TO WS-TXT-3
           MOVE WS-TOT-BRUTO TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-TXT-4
           MOVE WS-TOT-NETO TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-TXT-5
           MOVE WS-TOT-COSTE TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-TXT-6
           MOVE WS-NOMBRE-BI-VENTAS TO WS-TXT-NOMBRE
           MOVE WS-FILAS-VENTAS TO WS-FILAS-CONTROL
           PERFORM ESCRIBIR-FILA-CONTROL

           MOVE "0" TO WS-TXT-2 WS-TXT-3
           MOVE "0,00" TO WS-TXT-4 WS-TXT-5 WS-TXT-6
           MOVE WS-NOMBRE-BI-PRODUCTOS TO WS-TXT-NOMBRE
           MOVE WS-FILAS-PRODUCTOS TO WS-FILAS-CONTROL
           PERFORM ESCRIBIR-FILA-CONTROL
           MOVE WS-NOMBRE-BI-TIENDAS TO WS-TXT-NOMBRE
           MOVE WS-FILAS-TIENDAS TO WS-FILAS-CONTROL
           PERFORM ESCRIBIR-FILA-CONTROL
           MOVE WS-NOMBRE-BI-FECHAS TO WS-TXT-NOMBRE
           MOVE WS-FILAS-FECHAS TO WS-FILAS-CONTROL
           PERFORM ESCRIBIR-FILA-CONTROL
           CLOSE BI-CONTROL.

       ESCRIBIR-FILA-CONTROL.
           MOVE WS-FILAS-CONTROL TO WS-ED-CONTADOR
           MOVE WS-ED-CONTADOR TO WS-TXT-1
           MOVE SPACES TO WS-LINEA
           STRING WS-FECHA-EXTRACTO              DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WS-TXT-NOMBRE                  DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-1)       DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-2)       DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-3)       DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-4)       DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-5)       DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-6)       DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-BI-CONTROL FROM WS-LINEA.
