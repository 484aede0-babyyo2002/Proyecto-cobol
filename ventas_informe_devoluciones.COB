      ******************************************************************
      * Author:Maria Romero
      * Date:30/09/2026
      * Purpose: Analisis de devoluciones del mes. Lee el historico
      *    DEVOLUCIONES-HISTORICO.DAT que deja ACTUALIZAR-STOCK (cada
      *    abono con su motivo, su destino y el proveedor por defecto
      *    del producto) y, para los abonos del mes pedido:
      *    - resume por motivo (defectuoso, roto, error de articulo,
      *      cambio de opinion y sin motivo) lineas, unidades e
      *      importe;
      *    - clasifica los productos por tasa de defecto: unidades
      *      devueltas por defectuosas o rotas sobre las unidades
      *      vendidas en el mes segun la foto TOTAL-FECHA-AAAAMM.DAT,
      *      y sennala con ** los que pasan del umbral;
      *    - clasifica proveedores y tiendas por unidades devueltas,
      *      con el % defectuoso y el reparto por destino (vuelta a
      *      stock, devolucion al proveedor o merma).
      *    Argumentos del job: mes AAAAMM y umbral de % de defecto
      *    (mes en curso y 5 si no se pasan).
      *    RETURN-CODE 4 si hay productos sennalados.
      *    Se lanza tambien desde CONSOLA-VENTAS.
      *    Desde la consola llega el ambito de tiendas del operador
      *    (ver COMPROBAR-AMBITO): solo cuentan los abonos y las
      *    ventas de sus tiendas, y los productos y proveedores se
      *    clasifican con ellos. Sin el parametro, todas.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-DEVOLUCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEV-HISTORICO ASSIGN TO "DEVOLUCIONES-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVHIS.
           SELECT FECHA-HIST ASSIGN TO DYNAMIC WS-NOMBRE-FECHA-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-HIST.
           SELECT SORT-DEVOL ASSIGN TO SORTDEVOL.

       DATA DIVISION.
       FILE SECTION.
      * Linea del detalle de devoluciones del cierre, el proveedor
      * por defecto del producto, la fecha en que se aplico al stock
      * y la referencia del cierre.
       FD DEV-HISTORICO.
       01 REG-DEV-HISTORICO.
           05 DEVHIS-FECHA         PIC 9(8).
           05 DEVHIS-TIENDA        PIC X(4).
           05 DEVHIS-TICKET        PIC X(8).
           05 DEVHIS-CODIGO        PIC X(5).
           05 DEVHIS-CANTIDAD      PIC 9(3).
           05 DEVHIS-IMPORTE       PIC 9(7)V99.
           05 DEVHIS-MOTIVO        PIC X(1).
           05 DEVHIS-DESTINO       PIC X(1).
           05 DEVHIS-CAJERO        PIC X(6).
           05 DEVHIS-TIENDA-ORIG   PIC X(4).
           05 DEVHIS-FECHA-ORIG    PIC X(8).
           05 DEVHIS-PROVEEDOR     PIC X(6).
           05 DEVHIS-FECHA-PROCESO PIC 9(8).
           05 DEVHIS-REFERENCIA    PIC X(22).

      * Foto mensual de subtotales por producto, fecha y tienda que
      * escribe PROCESAR-VENTAS en cada cierre del mes.
       FD FECHA-HIST.
       01 REG-FECHA-HIST.
           05 CODIGO-TOTAL-FECHA      PIC X(5).
           05 FECHA-TOTAL-FECHA       PIC 9(8).
           05 CANTIDAD-TOTAL-FECHA    PIC 9(5).
           05 INGRESO-TOTAL-FECHA     PIC 9(8)V99.
           05 TIENDA-TOTAL-FECHA      PIC X(4).

      * Clasificacion: primero los productos (SORT-NIVEL 1) por tasa
      * de defecto, despues los proveedores (2) y las tiendas (3) por
      * unidades devueltas.
       SD SORT-DEVOL.
       01 REG-SORT-DEVOL.
           05 SORT-NIVEL           PIC 9(1).
           05 SORT-ORDEN           PIC 9(7).
           05 SORT-PCT-DEFECTO     PIC 9(5)V99.
           05 SORT-CLAVE           PIC X(6).
           05 SORT-PROVEEDOR       PIC X(6).
           05 SORT-VENDIDAS        PIC 9(9).
           05 SORT-LINEAS          PIC 9(7).
           05 SORT-UNIDADES        PIC 9(7).
           05 SORT-IMPORTE         PIC 9(11)V99.
           05 SORT-UNI-MOTIVO      PIC 9(7) OCCURS 5 TIMES.
           05 SORT-UNI-DESTINO     PIC 9(7) OCCURS 3 TIMES.

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-DEVHIS    PIC X VALUE "N".
       01 EOF-SWITCH-FECHA     PIC X VALUE "N".
       01 EOF-SWITCH-SORT      PIC X VALUE "N".
       01 FS-DEVHIS            PIC XX VALUE SPACES.
       01 FS-FECHA-HIST        PIC XX VALUE SPACES.

       01 WS-NOMBRE-FECHA-HIST.
           05 FILLER               PIC X(12) VALUE "TOTAL-FECHA-".
           05 WS-NOMBRE-FECHAH-PER PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".

      * Mes del informe y umbral de % de defecto por producto.
       01 WS-ARGUMENTOS        PIC X(30) VALUE SPACES.
       01 WS-ARG-1             PIC X(12) VALUE SPACES.
       01 WS-ARG-2             PIC X(12) VALUE SPACES.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-PERIODO           PIC 9(6) VALUE ZEROS.
       01 WS-PERIODO-LINEA     PIC 9(6) VALUE ZEROS.
       01 WS-UMBRAL-PCT        PIC 9(3) VALUE 5.

      * Motivos de devolucion: F defectuoso, R roto o dannado,
      * E error de articulo, C cambio de opinion y blanco sin motivo.
      * Las dos primeras cuentan como defecto del producto.
       01 TABLA-DESC-MOTIVOS.
           05 FILLER PIC X(21) VALUE "FDEFECTUOSO          ".
           05 FILLER PIC X(21) VALUE "RROTO O DANNADO      ".
           05 FILLER PIC X(21) VALUE "EERROR DE ARTICULO   ".
           05 FILLER PIC X(21) VALUE "CCAMBIO DE OPINION   ".
           05 FILLER PIC X(21) VALUE " SIN MOTIVO          ".
       01 TABLA-MOTIVOS REDEFINES TABLA-DESC-MOTIVOS.
           05 ELEM-MOTIVO OCCURS 5 TIMES.
               10 ELEM-MOT-CODIGO      PIC X(1).
               10 ELEM-MOT-DESCRIPCION PIC X(20).
       01 TABLA-TOTAL-MOTIVOS.
           05 ELEM-TOTAL-MOTIVO OCCURS 5 TIMES.
               10 ELEM-MOT-LINEAS      PIC 9(7).
               10 ELEM-MOT-UNIDADES    PIC 9(7).
               10 ELEM-MOT-IMPORTE     PIC 9(11)V99.
       01 WS-IND-MOTIVO        PIC 9(1) VALUE ZEROS.
       01 WS-IND-DESTINO       PIC 9(1) VALUE ZEROS.
       01 WS-IND-AUX           PIC 9(1) VALUE ZEROS.

      * Acumulado por producto del mes.
       01 WS-NUM-PRODUCTOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PRD           PIC 9(4) VALUE ZEROS.
       01 WS-IND-PRD-HALL      PIC 9(4) VALUE ZEROS.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRD OCCURS 2000 TIMES.
               10 ELEM-PRD-CODIGO      PIC X(5).
               10 ELEM-PRD-PROVEEDOR   PIC X(6).
               10 ELEM-PRD-VENDIDAS    PIC 9(9).
               10 ELEM-PRD-LINEAS      PIC 9(7).
               10 ELEM-PRD-UNIDADES    PIC 9(7).
               10 ELEM-PRD-IMPORTE     PIC 9(11)V99.
               10 ELEM-PRD-UNI-MOTIVO  PIC 9(7) OCCURS 5 TIMES.
               10 ELEM-PRD-UNI-DESTINO PIC 9(7) OCCURS 3 TIMES.

      * Acumulado por proveedor del mes.
       01 WS-NUM-PROVEEDORES   PIC 9(4) VALUE ZEROS.
       01 WS-IND-PRV           PIC 9(4) VALUE ZEROS.
       01 WS-IND-PRV-HALL      PIC 9(4) VALUE ZEROS.
       01 TABLA-PROVEEDORES.
           05 ELEM-PRV OCCURS 500 TIMES.
               10 ELEM-PRV-CODIGO      PIC X(6).
               10 ELEM-PRV-LINEAS      PIC 9(7).
               10 ELEM-PRV-UNIDADES    PIC 9(7).
               10 ELEM-PRV-IMPORTE     PIC 9(11)V99.
               10 ELEM-PRV-UNI-MOTIVO  PIC 9(7) OCCURS 5 TIMES.
               10 ELEM-PRV-UNI-DESTINO PIC 9(7) OCCURS 3 TIMES.

      * Acumulado por tienda del mes.
       01 WS-NUM-TIENDAS       PIC 9(4) VALUE ZEROS.
       01 WS-IND-TDA           PIC 9(4) VALUE ZEROS.
       01 WS-IND-TDA-HALL      PIC 9(4) VALUE ZEROS.
       01 TABLA-TIENDAS.
           05 ELEM-TDA OCCURS 500 TIMES.
               10 ELEM-TDA-CODIGO      PIC X(4).
               10 ELEM-TDA-LINEAS      PIC 9(7).
               10 ELEM-TDA-UNIDADES    PIC 9(7).
               10 ELEM-TDA-IMPORTE     PIC 9(11)V99.
               10 ELEM-TDA-UNI-MOTIVO  PIC 9(7) OCCURS 5 TIMES.
               10 ELEM-TDA-UNI-DESTINO PIC 9(7) OCCURS 3 TIMES.

       01 WS-DESBORDE-SW       PIC X VALUE "N".
       01 WS-CONTA-LEIDAS      PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-MES         PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-SALTADAS    PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-SENNALADOS  PIC 9(5) VALUE ZEROS.
       01 WS-TOT-UNIDADES      PIC 9(7) VALUE ZEROS.
       01 WS-TOT-IMPORTE       PIC 9(11)V99 VALUE ZEROS.
       01 TABLA-TOTAL-DESTINOS.
           05 WS-TOT-DESTINO       PIC 9(7) OCCURS 3 TIMES.

       01 WS-DEFECTO           PIC 9(7) VALUE ZEROS.
       01 WS-PCT               PIC 9(5)V99 VALUE ZEROS.
       01 WS-NIVEL-ANTERIOR    PIC 9(1) VALUE ZEROS.
       01 WS-PUESTO            PIC 9(5) VALUE ZEROS.
       01 WS-MARCA             PIC X(2) VALUE SPACES.

       01 WS-PUESTO-EDIT       PIC ZZZZ9.
       01 WS-NUMERO-EDIT       PIC ZZZZZZ9.
       01 WS-UNIDADES-EDIT     PIC ZZZZZZ9.
       01 WS-DEFECTO-EDIT      PIC ZZZZZZ9.
       01 WS-OTROS-EDIT        PIC ZZZZZZ9.
       01 WS-VENDIDAS-EDIT     PIC ZZZ.ZZZ.ZZ9.
       01 WS-STOCK-EDIT        PIC ZZZZZZ9.
       01 WS-PROV-EDIT         PIC ZZZZZZ9.
       01 WS-MERMA-EDIT        PIC ZZZZZZ9.
       01 WS-IMPORTE-EDIT      PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-PCT-EDIT          PIC ZZ.ZZ9,99.
       01 WS-UMBRAL-EDIT       PIC ZZ9.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "DEVOL".
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "N".
       01 WS-AMBITO-RESULTADO PIC X(1) VALUE SPACES.
       01 WS-TIENDA-BUSCADA   PIC X(4) VALUE SPACES.

       LINKAGE SECTION.
      * Ambito de tiendas del operador de la consola; si no viene,
      * todas las tiendas.
       01 LK-AMBITO.
           05 LK-AMBITO-OPERADOR  PIC 9(6).
           05 LK-AMBITO-TIPO      PIC X(1).
           05 LK-AMBITO-VALOR     PIC X(10).

       PROCEDURE DIVISION USING LK-AMBITO.
       INICIO.
           IF ADDRESS OF LK-AMBITO NOT = NULL
               MOVE LK-AMBITO TO WS-AMBITO
           ELSE
               MOVE "C" TO WS-AMBITO-TIPO
           END-IF
           PERFORM INICIALIZAR
           PERFORM RESOLVER-ARGUMENTOS
           MOVE WS-UMBRAL-PCT TO WS-UMBRAL-EDIT
           DISPLAY "ANALISIS DE DEVOLUCIONES POR MOTIVO, PRODUCTO, "
                   "PROVEEDOR Y TIENDA"
           DISPLAY "MES " WS-PERIODO "  DEFECTO ANORMAL POR ENCIMA DEL "
                   WS-UMBRAL-EDIT " % DE LO VENDIDO"
           IF WS-AMBITO-TIPO NOT = "C"
               DISPLAY "AMBITO: " WS-AMBITO-TIPO " " WS-AMBITO-VALOR
           END-IF
           DISPLAY "=================================================="

           OPEN INPUT DEV-HISTORICO
           IF FS-DEVHIS NOT = "00"
               DISPLAY "SIN DEVOLUCIONES-HISTORICO.DAT: NINGUN CIERRE "
                       "HA APLICADO AUN DEVOLUCIONES AL STOCK"
               GOBACK
           END-IF
           PERFORM LEER-DEVOLUCION THRU LEER-DEVOLUCION-EXIT
               UNTIL EOF-SWITCH-DEVHIS = "S"
           CLOSE DEV-HISTORICO
           IF WS-DESBORDE-SW = "S"
               DISPLAY "AVISO: DEMASIADOS PRODUCTOS, PROVEEDORES O "
                       "TIENDAS; ALGUNAS LINEAS NO SE ACUMULAN"
           END-IF

           IF WS-CONTA-MES = ZEROS
               DISPLAY "SIN DEVOLUCIONES EN EL MES"
               GOBACK
           END-IF

           PERFORM CARGAR-VENDIDAS
           PERFORM IMPRIMIR-MOTIVOS

           SORT SORT-DEVOL ON ASCENDING KEY SORT-NIVEL
                           ON DESCENDING KEY SORT-ORDEN
                           ON DESCENDING KEY SORT-UNIDADES
               INPUT PROCEDURE IS SOLTAR-DEVOLUCIONES
               OUTPUT PROCEDURE IS IMPRIMIR-CLASIFICACION

           PERFORM IMPRIMIR-RESUMEN
           GOBACK.

      * Desde la consola el programa se llama mas de una vez en la
      * misma sesion: se limpian contadores y tablas en cada llamada.
       INICIALIZAR.
           MOVE "N" TO EOF-SWITCH-DEVHIS
           MOVE "N" TO EOF-SWITCH-FECHA
           MOVE "N" TO EOF-SWITCH-SORT
           MOVE "N" TO WS-DESBORDE-SW
           MOVE SPACES TO WS-ARGUMENTOS
           MOVE SPACES TO WS-ARG-1
           MOVE SPACES TO WS-ARG-2
           MOVE 5 TO WS-UMBRAL-PCT
           MOVE ZEROS TO WS-NUM-PRODUCTOS
           MOVE ZEROS TO WS-NUM-PROVEEDORES
           MOVE ZEROS TO WS-NUM-TIENDAS
           MOVE ZEROS TO WS-CONTA-LEIDAS
           MOVE ZEROS TO WS-CONTA-MES
           MOVE ZEROS TO WS-CONTA-SALTADAS
           MOVE ZEROS TO WS-CONTA-SENNALADOS
           MOVE ZEROS TO WS-TOT-UNIDADES
           MOVE ZEROS TO WS-TOT-IMPORTE
           INITIALIZE TABLA-TOTAL-MOTIVOS
           INITIALIZE TABLA-TOTAL-DESTINOS.

       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO = WS-FECHA-HOY / 100
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               COMPUTE WS-PERIODO = FUNCTION NUMVAL (WS-ARG-1)
           END-IF
           IF WS-ARG-2 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-2) IS NUMERIC
               COMPUTE WS-UMBRAL-PCT = FUNCTION NUMVAL (WS-ARG-2)
           END-IF.

      * Solo cuentan los abonos del mes pedido de las tiendas del
      * ambito; el mes es el de la fecha del abono, no el del cierre
      * que lo aplico.
       LEER-DEVOLUCION.
           READ DEV-HISTORICO
               AT END
                   MOVE "S" TO EOF-SWITCH-DEVHIS
                   GO TO LEER-DEVOLUCION-EXIT
           END-READ
           ADD 1 TO WS-CONTA-LEIDAS
           IF DEVHIS-FECHA IS NOT NUMERIC
               OR DEVHIS-CANTIDAD IS NOT NUMERIC
               OR DEVHIS-IMPORTE IS NOT NUMERIC
               ADD 1 TO WS-CONTA-SALTADAS
               DISPLAY "AVISO: LINEA DEL HISTORICO NO VALIDA, SE "
                       "SALTA: " DEVHIS-TICKET " " DEVHIS-CODIGO
               GO TO LEER-DEVOLUCION-EXIT
           END-IF
           COMPUTE WS-PERIODO-LINEA = DEVHIS-FECHA / 100
           IF WS-PERIODO-LINEA NOT = WS-PERIODO
               GO TO LEER-DEVOLUCION-EXIT
           END-IF
           MOVE DEVHIS-TIENDA TO WS-TIENDA-BUSCADA
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               GO TO LEER-DEVOLUCION-EXIT
           END-IF
           ADD 1 TO WS-CONTA-MES

           EVALUATE DEVHIS-MOTIVO
               WHEN "F" MOVE 1 TO WS-IND-MOTIVO
               WHEN "R" MOVE 2 TO WS-IND-MOTIVO
               WHEN "E" MOVE 3 TO WS-IND-MOTIVO
               WHEN "C" MOVE 4 TO WS-IND-MOTIVO
               WHEN OTHER MOVE 5 TO WS-IND-MOTIVO
           END-EVALUATE
           EVALUATE DEVHIS-DESTINO
               WHEN "P" MOVE 2 TO WS-IND-DESTINO
               WHEN "M" MOVE 3 TO WS-IND-DESTINO
               WHEN OTHER MOVE 1 TO WS-IND-DESTINO
           END-EVALUATE

           ADD 1 TO ELEM-MOT-LINEAS (WS-IND-MOTIVO)
           ADD DEVHIS-CANTIDAD TO ELEM-MOT-UNIDADES (WS-IND-MOTIVO)
           ADD DEVHIS-IMPORTE TO ELEM-MOT-IMPORTE (WS-IND-MOTIVO)
           ADD DEVHIS-CANTIDAD TO WS-TOT-UNIDADES
           ADD DEVHIS-IMPORTE TO WS-TOT-IMPORTE
           ADD DEVHIS-CANTIDAD TO WS-TOT-DESTINO (WS-IND-DESTINO)

           PERFORM LOCALIZAR-PRODUCTO THRU LOCALIZAR-PRODUCTO-EXIT
           IF WS-IND-PRD-HALL > ZEROS
               ADD 1 TO ELEM-PRD-LINEAS (WS-IND-PRD-HALL)
               ADD DEVHIS-CANTIDAD
                   TO ELEM-PRD-UNIDADES (WS-IND-PRD-HALL)
               ADD DEVHIS-IMPORTE TO ELEM-PRD-IMPORTE (WS-IND-PRD-HALL)
               ADD DEVHIS-CANTIDAD
                   TO ELEM-PRD-UNI-MOTIVO (WS-IND-PRD-HALL,
                                           WS-IND-MOTIVO)
               ADD DEVHIS-CANTIDAD
                   TO ELEM-PRD-UNI-DESTINO (WS-IND-PRD-HALL,
                                            WS-IND-DESTINO)
           END-IF

           PERFORM LOCALIZAR-PROVEEDOR THRU LOCALIZAR-PROVEEDOR-EXIT
           IF WS-IND-PRV-HALL > ZEROS
               ADD 1 TO ELEM-PRV-LINEAS (WS-IND-PRV-HALL)
               ADD DEVHIS-CANTIDAD
                   TO ELEM-PRV-UNIDADES (WS-IND-PRV-HALL)
               ADD DEVHIS-IMPORTE TO ELEM-PRV-IMPORTE (WS-IND-PRV-HALL)
               ADD DEVHIS-CANTIDAD
                   TO ELEM-PRV-UNI-MOTIVO (WS-IND-PRV-HALL,
                                           WS-IND-MOTIVO)
               ADD DEVHIS-CANTIDAD
                   TO ELEM-PRV-UNI-DESTINO (WS-IND-PRV-HALL,
                                            WS-IND-DESTINO)
           END-IF

           PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
           IF WS-IND-TDA-HALL > ZEROS
               ADD 1 TO ELEM-TDA-LINEAS (WS-IND-TDA-HALL)
               ADD DEVHIS-CANTIDAD
                   TO ELEM-TDA-UNIDADES (WS-IND-TDA-HALL)
               ADD DEVHIS-IMPORTE TO ELEM-TDA-IMPORTE (WS-IND-TDA-HALL)
               ADD DEVHIS-CANTIDAD
                   TO ELEM-TDA-UNI-MOTIVO (WS-IND-TDA-HALL,
                                           WS-IND-MOTIVO)
               ADD DEVHIS-CANTIDAD
                   TO ELEM-TDA-UNI-DESTINO (WS-IND-TDA-HALL,
                                            WS-IND-DESTINO)
           END-IF.
       LEER-DEVOLUCION-EXIT.
           EXIT.

      * Busca el producto en la tabla y, si no esta, lo da de alta
      * con el proveedor de su primera linea.
       LOCALIZAR-PRODUCTO.
           MOVE ZEROS TO WS-IND-PRD-HALL
           MOVE ZEROS TO WS-IND-PRD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PRD >= WS-NUM-PRODUCTOS
                  OR WS-IND-PRD-HALL > ZEROS
           IF WS-IND-PRD-HALL > ZEROS
               GO TO LOCALIZAR-PRODUCTO-EXIT
           END-IF
           IF WS-NUM-PRODUCTOS >= 2000
               MOVE "S" TO WS-DESBORDE-SW
               GO TO LOCALIZAR-PRODUCTO-EXIT
           END-IF
           ADD 1 TO WS-NUM-PRODUCTOS
           MOVE WS-NUM-PRODUCTOS TO WS-IND-PRD-HALL
           INITIALIZE ELEM-PRD (WS-IND-PRD-HALL)
           MOVE DEVHIS-CODIGO TO ELEM-PRD-CODIGO (WS-IND-PRD-HALL)
           MOVE DEVHIS-PROVEEDOR
               TO ELEM-PRD-PROVEEDOR (WS-IND-PRD-HALL).
       LOCALIZAR-PRODUCTO-EXIT.
           EXIT.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PRD
           IF ELEM-PRD-CODIGO (WS-IND-PRD) = DEVHIS-CODIGO
               MOVE WS-IND-PRD TO WS-IND-PRD-HALL
           END-IF.

      * Las lineas sin proveedor en el catalogo se acumulan juntas
      * con el proveedor en blanco.
       LOCALIZAR-PROVEEDOR.
           MOVE ZEROS TO WS-IND-PRV-HALL
           MOVE ZEROS TO WS-IND-PRV
           PERFORM COMPARAR-PROVEEDOR
               UNTIL WS-IND-PRV >= WS-NUM-PROVEEDORES
                  OR WS-IND-PRV-HALL > ZEROS
           IF WS-IND-PRV-HALL > ZEROS
               GO TO LOCALIZAR-PROVEEDOR-EXIT
           END-IF
           IF WS-NUM-PROVEEDORES >= 500
               MOVE "S" TO WS-DESBORDE-SW
               GO TO LOCALIZAR-PROVEEDOR-EXIT
           END-IF
           ADD 1 TO WS-NUM-PROVEEDORES
           MOVE WS-NUM-PROVEEDORES TO WS-IND-PRV-HALL
           INITIALIZE ELEM-PRV (WS-IND-PRV-HALL)
           MOVE DEVHIS-PROVEEDOR TO ELEM-PRV-CODIGO (WS-IND-PRV-HALL).
       LOCALIZAR-PROVEEDOR-EXIT.
           EXIT.

       COMPARAR-PROVEEDOR.
           ADD 1 TO WS-IND-PRV
           IF ELEM-PRV-CODIGO (WS-IND-PRV) = DEVHIS-PROVEEDOR
               MOVE WS-IND-PRV TO WS-IND-PRV-HALL
           END-IF.

       LOCALIZAR-TIENDA.
           MOVE ZEROS TO WS-IND-TDA-HALL
           MOVE ZEROS TO WS-IND-TDA
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
                  OR WS-IND-TDA-HALL > ZEROS
           IF WS-IND-TDA-HALL > ZEROS
               GO TO LOCALIZAR-TIENDA-EXIT
           END-IF
           IF WS-NUM-TIENDAS >= 500
               MOVE "S" TO WS-DESBORDE-SW
               GO TO LOCALIZAR-TIENDA-EXIT
           END-IF
           ADD 1 TO WS-NUM-TIENDAS
           MOVE WS-NUM-TIENDAS TO WS-IND-TDA-HALL
           INITIALIZE ELEM-TDA (WS-IND-TDA-HALL)
           MOVE DEVHIS-TIENDA TO ELEM-TDA-CODIGO (WS-IND-TDA-HALL).
       LOCALIZAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-CODIGO (WS-IND-TDA) = DEVHIS-TIENDA
               MOVE WS-IND-TDA TO WS-IND-TDA-HALL
           END-IF.

      * Unidades vendidas en el mes de los productos devueltos, de
      * la foto mensual de subtotales; si no existe la foto la tasa
      * de defecto se da por el maximo.
       CARGAR-VENDIDAS.
           MOVE WS-PERIODO TO WS-NOMBRE-FECHAH-PER
           MOVE "N" TO EOF-SWITCH-FECHA
           OPEN INPUT FECHA-HIST
           IF FS-FECHA-HIST NOT = "00"
               DISPLAY "AVISO: NO EXISTE " WS-NOMBRE-FECHA-HIST
                       "; SIN UNIDADES VENDIDAS DEL MES"
           ELSE
               PERFORM LEER-VENDIDAS THRU LEER-VENDIDAS-EXIT
                   UNTIL EOF-SWITCH-FECHA = "S"
               CLOSE FECHA-HIST
           END-IF.

       LEER-VENDIDAS.
           READ FECHA-HIST
               AT END
                   MOVE "S" TO EOF-SWITCH-FECHA
                   GO TO LEER-VENDIDAS-EXIT
           END-READ
           IF CANTIDAD-TOTAL-FECHA IS NOT NUMERIC
               GO TO LEER-VENDIDAS-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-PRD-HALL
           MOVE ZEROS TO WS-IND-PRD
           PERFORM COMPARAR-VENDIDO
               UNTIL WS-IND-PRD >= WS-NUM-PRODUCTOS
                  OR WS-IND-PRD-HALL > ZEROS
           IF WS-IND-PRD-HALL = ZEROS
               GO TO LEER-VENDIDAS-EXIT
           END-IF
           MOVE TIENDA-TOTAL-FECHA TO WS-TIENDA-BUSCADA
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "S"
               ADD CANTIDAD-TOTAL-FECHA
                   TO ELEM-PRD-VENDIDAS (WS-IND-PRD-HALL)
           END-IF.
       LEER-VENDIDAS-EXIT.
           EXIT.

       COMPARAR-VENDIDO.
           ADD 1 TO WS-IND-PRD
           IF ELEM-PRD-CODIGO (WS-IND-PRD) = CODIGO-TOTAL-FECHA
               MOVE WS-IND-PRD TO WS-IND-PRD-HALL
           END-IF.

       IMPRIMIR-MOTIVOS.
           DISPLAY "DEVOLUCIONES POR MOTIVO"
           DISPLAY "MOTIVO                  LINEAS UNIDADES  % UNID.  "
                   "         IMPORTE"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-IND-MOTIVO
           PERFORM IMPRIMIR-MOTIVO UNTIL WS-IND-MOTIVO >= 5.

       IMPRIMIR-MOTIVO.
           ADD 1 TO WS-IND-MOTIVO
           IF WS-TOT-UNIDADES > ZEROS
               COMPUTE WS-PCT ROUNDED =
                   (ELEM-MOT-UNIDADES (WS-IND-MOTIVO) * 100)
                   / WS-TOT-UNIDADES
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-PCT
           END-IF
           MOVE ELEM-MOT-LINEAS (WS-IND-MOTIVO) TO WS-NUMERO-EDIT
           MOVE ELEM-MOT-UNIDADES (WS-IND-MOTIVO) TO WS-UNIDADES-EDIT
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE ELEM-MOT-IMPORTE (WS-IND-MOTIVO) TO WS-IMPORTE-EDIT
           DISPLAY ELEM-MOT-CODIGO (WS-IND-MOTIVO) " "
                   ELEM-MOT-DESCRIPCION (WS-IND-MOTIVO) " "
                   WS-NUMERO-EDIT "  " WS-UNIDADES-EDIT " "
                   WS-PCT-EDIT " " WS-IMPORTE-EDIT.

      * Entrada del sort: un registro por producto, proveedor y
      * tienda. Los productos se ordenan por tasa de defecto sobre lo
      * vendido (sin venta en el mes una unidad defectuosa cuenta como
      * el maximo); proveedores y tiendas por unidades devueltas, con
      * el % defectuoso sobre lo devuelto.
       SOLTAR-DEVOLUCIONES.
           MOVE ZEROS TO WS-IND-PRD
           PERFORM SOLTAR-PRODUCTO
               UNTIL WS-IND-PRD >= WS-NUM-PRODUCTOS
           MOVE ZEROS TO WS-IND-PRV
           PERFORM SOLTAR-PROVEEDOR
               UNTIL WS-IND-PRV >= WS-NUM-PROVEEDORES
           MOVE ZEROS TO WS-IND-TDA
           PERFORM SOLTAR-TIENDA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS.

       SOLTAR-PRODUCTO.
           ADD 1 TO WS-IND-PRD
           MOVE 1 TO SORT-NIVEL
           MOVE ELEM-PRD-CODIGO (WS-IND-PRD) TO SORT-CLAVE
           MOVE ELEM-PRD-PROVEEDOR (WS-IND-PRD) TO SORT-PROVEEDOR
           MOVE ELEM-PRD-VENDIDAS (WS-IND-PRD) TO SORT-VENDIDAS
           MOVE ELEM-PRD-LINEAS (WS-IND-PRD) TO SORT-LINEAS
           MOVE ELEM-PRD-UNIDADES (WS-IND-PRD) TO SORT-UNIDADES
           MOVE ELEM-PRD-IMPORTE (WS-IND-PRD) TO SORT-IMPORTE
           MOVE ZEROS TO WS-IND-AUX
           PERFORM COPIAR-MOTIVO-PRODUCTO UNTIL WS-IND-AUX >= 5
           MOVE ZEROS TO WS-IND-AUX
           PERFORM COPIAR-DESTINO-PRODUCTO UNTIL WS-IND-AUX >= 3
           PERFORM CALCULAR-DEFECTO-SORT
           IF SORT-VENDIDAS > ZEROS
               COMPUTE SORT-PCT-DEFECTO ROUNDED =
                   (WS-DEFECTO * 100) / SORT-VENDIDAS
                   ON SIZE ERROR
                       MOVE 99999,99 TO SORT-PCT-DEFECTO
               END-COMPUTE
           ELSE
               IF WS-DEFECTO > ZEROS
                   MOVE 99999,99 TO SORT-PCT-DEFECTO
               ELSE
                   MOVE ZEROS TO SORT-PCT-DEFECTO
               END-IF
           END-IF
           COMPUTE SORT-ORDEN = SORT-PCT-DEFECTO * 100
           RELEASE REG-SORT-DEVOL.

       COPIAR-MOTIVO-PRODUCTO.
           ADD 1 TO WS-IND-AUX
           MOVE ELEM-PRD-UNI-MOTIVO (WS-IND-PRD, WS-IND-AUX)
               TO SORT-UNI-MOTIVO (WS-IND-AUX).

       COPIAR-DESTINO-PRODUCTO.
           ADD 1 TO WS-IND-AUX
           MOVE ELEM-PRD-UNI-DESTINO (WS-IND-PRD, WS-IND-AUX)
               TO SORT-UNI-DESTINO (WS-IND-AUX).

       SOLTAR-PROVEEDOR.
           ADD 1 TO WS-IND-PRV
           MOVE 2 TO SORT-NIVEL
           MOVE ELEM-PRV-CODIGO (WS-IND-PRV) TO SORT-CLAVE
           MOVE ELEM-PRV-CODIGO (WS-IND-PRV) TO SORT-PROVEEDOR
           MOVE ZEROS TO SORT-VENDIDAS
           MOVE ELEM-PRV-LINEAS (WS-IND-PRV) TO SORT-LINEAS
           MOVE ELEM-PRV-UNIDADES (WS-IND-PRV) TO SORT-UNIDADES
           MOVE ELEM-PRV-IMPORTE (WS-IND-PRV) TO SORT-IMPORTE
           MOVE ZEROS TO WS-IND-AUX
           PERFORM COPIAR-MOTIVO-PROVEEDOR UNTIL WS-IND-AUX >= 5
           MOVE ZEROS TO WS-IND-AUX
           PERFORM COPIAR-DESTINO-PROVEEDOR UNTIL WS-IND-AUX >= 3
           PERFORM CALCULAR-DEFECTO-SORT
           PERFORM CALCULAR-PCT-DEVUELTO
           MOVE SORT-UNIDADES TO SORT-ORDEN
           RELEASE REG-SORT-DEVOL.

       COPIAR-MOTIVO-PROVEEDOR.
           ADD 1 TO WS-IND-AUX
           MOVE ELEM-PRV-UNI-MOTIVO (WS-IND-PRV, WS-IND-AUX)
               TO SORT-UNI-MOTIVO (WS-IND-AUX).

       COPIAR-DESTINO-PROVEEDOR.
           ADD 1 TO WS-IND-AUX
           MOVE ELEM-PRV-UNI-DESTINO (WS-IND-PRV, WS-IND-AUX)
               TO SORT-UNI-DESTINO (WS-IND-AUX).

       SOLTAR-TIENDA.
           ADD 1 TO WS-IND-TDA
           MOVE 3 TO SORT-NIVEL
           MOVE ELEM-TDA-CODIGO (WS-IND-TDA) TO SORT-CLAVE
           MOVE SPACES TO SORT-PROVEEDOR
           MOVE ZEROS TO SORT-VENDIDAS
           MOVE ELEM-TDA-LINEAS (WS-IND-TDA) TO SORT-LINEAS
           MOVE ELEM-TDA-UNIDADES (WS-IND-TDA) TO SORT-UNIDADES
           MOVE ELEM-TDA-IMPORTE (WS-IND-TDA) TO SORT-IMPORTE
           MOVE ZEROS TO WS-IND-AUX
           PERFORM COPIAR-MOTIVO-TIENDA UNTIL WS-IND-AUX >= 5
           MOVE ZEROS TO WS-IND-AUX
           PERFORM COPIAR-DESTINO-TIENDA UNTIL WS-IND-AUX >= 3
           PERFORM CALCULAR-DEFECTO-SORT
           PERFORM CALCULAR-PCT-DEVUELTO
           MOVE SORT-UNIDADES TO SORT-ORDEN
           RELEASE REG-SORT-DEVOL.

       COPIAR-MOTIVO-TIENDA.
           ADD 1 TO WS-IND-AUX
           MOVE ELEM-TDA-UNI-MOTIVO (WS-IND-TDA, WS-IND-AUX)
               TO SORT-UNI-MOTIVO (WS-IND-AUX).

       COPIAR-DESTINO-TIENDA.
           ADD 1 TO WS-IND-AUX
           MOVE ELEM-TDA-UNI-DESTINO (WS-IND-TDA, WS-IND-AUX)
               TO SORT-UNI-DESTINO (WS-IND-AUX).

      * Defectuoso es lo devuelto por defecto o por rotura.
       CALCULAR-DEFECTO-SORT.
           COMPUTE WS-DEFECTO = SORT-UNI-MOTIVO (1)
                              + SORT-UNI-MOTIVO (2).

       CALCULAR-PCT-DEVUELTO.
           IF SORT-UNIDADES > ZEROS
               COMPUTE SORT-PCT-DEFECTO ROUNDED =
                   (WS-DEFECTO * 100) / SORT-UNIDADES
                   ON SIZE ERROR
                       MOVE 99999,99 TO SORT-PCT-DEFECTO
               END-COMPUTE
           ELSE
               MOVE ZEROS TO SORT-PCT-DEFECTO
           END-IF.

       IMPRIMIR-CLASIFICACION.
           MOVE ZEROS TO WS-NIVEL-ANTERIOR
           PERFORM IMPRIMIR-PUESTO THRU IMPRIMIR-PUESTO-EXIT
               UNTIL EOF-SWITCH-SORT = "S".

       IMPRIMIR-PUESTO.
           RETURN SORT-DEVOL
               AT END
                   MOVE "S" TO EOF-SWITCH-SORT
                   GO TO IMPRIMIR-PUESTO-EXIT
           END-RETURN

           IF SORT-NIVEL NOT = WS-NIVEL-ANTERIOR
               PERFORM IMPRIMIR-CABECERA-NIVEL
           END-IF

           ADD 1 TO WS-PUESTO
           PERFORM CALCULAR-DEFECTO-SORT
           MOVE SPACES TO WS-MARCA
           IF SORT-NIVEL = 1
               AND WS-DEFECTO > ZEROS
               AND SORT-PCT-DEFECTO > WS-UMBRAL-PCT
               MOVE "**" TO WS-MARCA
               ADD 1 TO WS-CONTA-SENNALADOS
           END-IF
           COMPUTE WS-OTROS-EDIT = SORT-UNI-MOTIVO (3)
                                 + SORT-UNI-MOTIVO (4)
                                 + SORT-UNI-MOTIVO (5)
           MOVE WS-PUESTO TO WS-PUESTO-EDIT
           MOVE SORT-UNIDADES TO WS-UNIDADES-EDIT
           MOVE WS-DEFECTO TO WS-DEFECTO-EDIT
           MOVE SORT-PCT-DEFECTO TO WS-PCT-EDIT
           MOVE SORT-UNI-DESTINO (1) TO WS-STOCK-EDIT
           MOVE SORT-UNI-DESTINO (2) TO WS-PROV-EDIT
           MOVE SORT-UNI-DESTINO (3) TO WS-MERMA-EDIT
           MOVE SORT-IMPORTE TO WS-IMPORTE-EDIT
           IF SORT-NIVEL = 1
               MOVE SORT-VENDIDAS TO WS-VENDIDAS-EDIT
               DISPLAY WS-PUESTO-EDIT " " SORT-CLAVE " "
                       SORT-PROVEEDOR " " WS-VENDIDAS-EDIT " "
                       WS-UNIDADES-EDIT " " WS-DEFECTO-EDIT " "
                       WS-OTROS-EDIT " " WS-PCT-EDIT " " WS-MARCA
           ELSE
               DISPLAY WS-PUESTO-EDIT " " SORT-CLAVE " "
                       WS-UNIDADES-EDIT " " WS-DEFECTO-EDIT " "
                       WS-PCT-EDIT " " WS-STOCK-EDIT " "
                       WS-PROV-EDIT " " WS-MERMA-EDIT " "
                       WS-IMPORTE-EDIT
           END-IF.
       IMPRIMIR-PUESTO-EXIT.
           EXIT.

       IMPRIMIR-CABECERA-NIVEL.
           MOVE SORT-NIVEL TO WS-NIVEL-ANTERIOR
           MOVE ZEROS TO WS-PUESTO
           DISPLAY "=================================================="
           EVALUATE SORT-NIVEL
               WHEN 1
                   DISPLAY "PRODUCTOS POR TASA DE DEFECTO SOBRE LO "
                           "VENDIDO (DEFECTUOSO O ROTO)"
                   DISPLAY "PUESTO PROD.  PROV.     VENDIDAS "
                           "DEVUELTAS DEFECTO   OTROS  % DEFECTO"
               WHEN 2
                   DISPLAY "PROVEEDORES POR UNIDADES DEVUELTAS"
                   DISPLAY "PUESTO PROV.  DEVUELTAS DEFECTO % DEFECTO"
                           "   STOCK    PROV   MERMA          IMPORTE"
               WHEN OTHER
                   DISPLAY "TIENDAS POR UNIDADES DEVUELTAS"
                   DISPLAY "PUESTO TIENDA DEVUELTAS DEFECTO % DEFECTO"
                           "   STOCK    PROV   MERMA          IMPORTE"
           END-EVALUATE
           DISPLAY "--------------------------------------------------".

       IMPRIMIR-RESUMEN.
           DISPLAY "=================================================="
           MOVE WS-CONTA-MES TO WS-NUMERO-EDIT
           DISPLAY "DEVOLUCIONES DEL MES.: " WS-NUMERO-EDIT
           MOVE WS-TOT-UNIDADES TO WS-NUMERO-EDIT
           DISPLAY "UNIDADES DEVUELTAS...: " WS-NUMERO-EDIT
           MOVE WS-TOT-DESTINO (1) TO WS-NUMERO-EDIT
           DISPLAY "  VUELTA A STOCK.....: " WS-NUMERO-EDIT
           MOVE WS-TOT-DESTINO (2) TO WS-NUMERO-EDIT
           DISPLAY "  AL PROVEEDOR.......: " WS-NUMERO-EDIT
           MOVE WS-TOT-DESTINO (3) TO WS-NUMERO-EDIT
           DISPLAY "  MERMA..............: " WS-NUMERO-EDIT
           MOVE WS-TOT-IMPORTE TO WS-IMPORTE-EDIT
           DISPLAY "IMPORTE ABONADO......: " WS-IMPORTE-EDIT
           IF WS-CONTA-SALTADAS > ZEROS
               MOVE WS-CONTA-SALTADAS TO WS-NUMERO-EDIT
               DISPLAY "LINEAS NO VALIDAS....: " WS-NUMERO-EDIT
           END-IF
           IF WS-CONTA-SENNALADOS = ZEROS
               DISPLAY "NINGUN PRODUCTO CON DEFECTO ANORMAL EN EL MES"
           ELSE
               DISPLAY "** " WS-CONTA-SENNALADOS " PRODUCTOS CON "
                       "DEFECTO ANORMAL QUE REVISAR **"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "==================================================".

      * Tienda en curso frente al ambito del operador; el ambito
      * central no necesita consulta.
       COMPROBAR-AMBITO-TIENDA.
           IF WS-AMBITO-TIPO = "C"
               MOVE "S" TO WS-AMBITO-RESULTADO
           ELSE
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             WS-TIENDA-BUSCADA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
           END-IF.
