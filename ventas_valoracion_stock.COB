      ******************************************************************
      * Author:Maria Romero
      * Date:09/09/2026
      * Purpose: Valoracion de existencias de fin de mes. Recorre
      *    STOCK.IDX entero y valora cada posicion producto-tienda
      *    a EXISTENCIAS-STOCK por COSTE-PRODUCTO del maestro de
      *    productos. Las posiciones en negativo se valoran a cero
      *    y se listan aparte.
      *    - Deja la foto del mes en STOCK-VALORADO-AAAAMM.DAT (una
      *      linea por posicion con region, categoria, unidades,
      *      coste y valor); si se repite la valoracion del mismo
      *      mes la foto se rehace.
      *    - Imprime la valoracion por tienda (con la comparacion
      *      contra la foto del mes anterior), por region y por
      *      categoria.
      *    - Genera los asientos de existencias en el formato de
      *      ASIENTOS.DAT en ASIENTOS-STOCK.DAT, con la misma
      *      secuencia, control de envio y acuse que
      *      EXPORTAR-CONTABILIDAD y REGISTRAR-FACTURAS. Las compras
      *      van a la 600 (REGISTRAR-FACTURAS), asi que el coste de
      *      ventas sale por diferencia de inventarios: por cada
      *      tienda se regulariza la cuenta de mercaderias (300)
      *      contra variacion de existencias (610) por la diferencia
      *      entre el valor de hoy y el ultimo valor contabilizado,
      *      que se guarda en STOCK-CONTABILIZADO.DAT. Repetir la
      *      valoracion solo asienta lo que haya cambiado desde la
      *      anterior.
      *    Argumento del job: periodo AAAAMM (el mes de ayer si no
      *    se pasa). Se lanza al terminar el ultimo cierre del mes,
      *    antes de aplicar movimientos del mes siguiente; la fecha
      *    contable de los asientos es el ultimo dia del periodo.
      *    RETURN-CODE 8 si no se puede leer el stock o el periodo
      *    contable esta cerrado; 4 si falta el acuse anterior.
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
      * Mod:26/09/2026 - ASIENTOS-CONTROL.DAT pasa a ser el registro de
      *    todos los ficheros enviados: cada envio annade su linea con
      *    la fecha contable y la referencia del lote, y el control de
      *    acuse toma la ultima linea.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALORAR-STOCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK ASSIGN TO "STOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLAVE-STOCK
               FILE STATUS IS FS-STOCK.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CODIGO-PRODUCTO
               FILE STATUS IS FS-PRODUCTOS.
           SELECT TIENDAS ASSIGN TO "TIENDAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CODIGO-TIENDA
               FILE STATUS IS FS-TIENDAS.
           SELECT VALORADO ASSIGN TO DYNAMIC WS-NOMBRE-VALORADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALORADO.
           SELECT CONTABILIZADO ASSIGN TO "STOCK-CONTABILIZADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABILIZADO.
           SELECT ASIENTOS ASSIGN TO "ASIENTOS-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIENTOS.
           SELECT PERIODOS ASSIGN TO "PERIODOS-CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.
           SELECT SECUENCIA ASSIGN TO "ASIENTOS-SECUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIA.
           SELECT CONTROL-ENVIO ASSIGN TO "ASIENTOS-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-ENVIO.
           SELECT ACUSE ASSIGN TO "ASIENTOS-ACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUSE.

       DATA DIVISION.
       FILE SECTION.
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
           05 MEDIDA-PRODUCTO      PIC X(1).
           05 CONTENIDO-PRODUCTO   PIC 9(3)V999.

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

      * Foto de la valoracion: una linea por posicion producto-
      * tienda. VALORADO-NEGATIVO = "S" si las existencias estaban
      * en negativo (valor a cero).
       FD VALORADO.
       01 REG-VALORADO.
           05 VALORADO-CODIGO      PIC X(5).
           05 VALORADO-TIENDA      PIC X(4).
           05 VALORADO-REGION      PIC X(10).
           05 VALORADO-CATEGORIA   PIC X(3).
           05 VALORADO-EXISTENCIAS PIC S9(7).
           05 VALORADO-COSTE       PIC 9(3)V99.
           05 VALORADO-VALOR       PIC 9(11)V99.
           05 VALORADO-NEGATIVO    PIC X(1).

      * Valor de existencias de cada tienda ya llevado a la cuenta
      * de mercaderias, con el periodo y la secuencia en que se
      * asento por ultima vez.
       FD CONTABILIZADO.
       01 REG-CONTABILIZADO.
           05 CONTAB-TIENDA        PIC X(4).
           05 CONTAB-VALOR         PIC 9(11)V99.
           05 CONTAB-PERIODO       PIC 9(6).
           05 CONTAB-SECUENCIA     PIC 9(6).

      * Mismo trazado que ASIENTOS.DAT (ver EXPORTAR-CONTABILIDAD).
       FD ASIENTOS.
       01 REG-ASIENTOS.
           05 ASIENTO-TIPO-LINEA     PIC X(1).
           05 ASIENTO-FECHA          PIC 9(8).
           05 ASIENTO-REFERENCIA     PIC X(22).
           05 ASIENTO-CUENTA         PIC 9(8).
           05 ASIENTO-DEBE-HABER     PIC X(1).
           05 ASIENTO-IMPORTE        PIC 9(11)V99.
           05 ASIENTO-TIENDA         PIC X(4).
           05 ASIENTO-CONCEPTO       PIC X(30).
           05 ASIENTO-SECUENCIA      PIC 9(6).

       FD PERIODOS.
       01 REG-PERIODOS.
           05 PERIODO-CONTABLE     PIC 9(6).
           05 ESTADO-PERIODO       PIC X(1).
           05 FILLER               PIC X(1).

       FD SECUENCIA.
       01 REG-SECUENCIA.
           05 SECUENCIA-ULTIMA       PIC 9(6).

       FD CONTROL-ENVIO.
       01 REG-CONTROL-ENVIO.
           05 CONTROL-SECUENCIA      PIC 9(6).
           05 CONTROL-LINEAS         PIC 9(6).
           05 CONTROL-DEBE           PIC 9(11)V99.
           05 CONTROL-HABER          PIC 9(11)V99.
           05 CONTROL-FECHA          PIC 9(8).
           05 CONTROL-REFERENCIA     PIC X(22).
           05 CONTROL-ANULA-SECUENCIA PIC 9(6).
           05 CONTROL-ANULA-REFERENCIA PIC X(22).
           05 CONTROL-FECHA-ENVIO    PIC 9(8).

       FD ACUSE.
       01 REG-ACUSE.
           05 ACUSE-SECUENCIA        PIC 9(6).
           05 ACUSE-LINEAS           PIC 9(6).
           05 ACUSE-DEBE             PIC 9(11)V99.
           05 ACUSE-HABER            PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 FS-STOCK             PIC XX VALUE SPACES.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 FS-VALORADO          PIC XX VALUE SPACES.
       01 FS-CONTABILIZADO     PIC XX VALUE SPACES.
       01 FS-ASIENTOS          PIC XX VALUE SPACES.
       01 FS-PERIODOS          PIC XX VALUE SPACES.
       01 FS-SECUENCIA         PIC XX VALUE SPACES.
       01 FS-CONTROL-ENVIO     PIC XX VALUE SPACES.
       01 FS-ACUSE             PIC XX VALUE SPACES.
       01 EOF-SWITCH-STOCK     PIC X VALUE "N".
       01 EOF-SWITCH-VALORADO  PIC X VALUE "N".
       01 EOF-SWITCH-CONTAB    PIC X VALUE "N".
       01 EOF-SWITCH-PERIODOS  PIC X VALUE "N".
       01 EOF-SWITCH-ACUSE     PIC X VALUE "N".
       01 EOF-SWITCH-CONTROL   PIC X VALUE "N".

       01 WS-HAY-PRODUCTOS-SW  PIC X VALUE "N".
       01 WS-PRODUCTOS-ABIERTO-SW PIC X VALUE "N".
       01 WS-HAY-TIENDAS-SW    PIC X VALUE "N".
       01 WS-TIENDAS-ABIERTO-SW PIC X VALUE "N".

       01 WS-NOMBRE-VALORADO.
           05 FILLER               PIC X(15)
                                   VALUE "STOCK-VALORADO-".
           05 WS-NOMBRE-VAL-PER    PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".

      * Periodo valorado, el anterior para la comparacion y la fecha
      * contable (ultimo dia del periodo).
       01 WS-ARGUMENTOS        PIC X(30) VALUE SPACES.
       01 WS-ARG-1             PIC X(12) VALUE SPACES.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-HORA-AHORA        PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA    PIC 9(4).
           05 WS-FECHA-MM      PIC 9(2).
           05 WS-FECHA-DD      PIC 9(2).
       01 WS-FECHA-SISTEMA-9 REDEFINES WS-FECHA-SISTEMA PIC 9(8).
       01 WS-PERIODO-CALC.
           05 WS-PERIODO-AAAA  PIC 9(4).
           05 WS-PERIODO-MM    PIC 9(2).
       01 WS-PERIODO           PIC 9(6) VALUE ZEROS.
       01 WS-PERIODO-ANTERIOR  PIC 9(6) VALUE ZEROS.
       01 WS-FECHA-CONTABLE    PIC 9(8) VALUE ZEROS.
       01 WS-HAY-FOTO-ANT-SW   PIC X VALUE "N".

      * Posicion en curso.
       01 WS-COSTE-POSICION    PIC 9(3)V99 VALUE ZEROS.
       01 WS-CATEGORIA-POSICION PIC X(3) VALUE SPACES.
       01 WS-VALOR-POSICION    PIC S9(11)V99 VALUE ZEROS.
       01 WS-TIENDA-BUSCADA    PIC X(4) VALUE SPACES.

      * Acumulado por tienda: valor de hoy, de la foto del mes
      * anterior y el ultimo contabilizado.
       01 WS-NUM-TIENDAS       PIC 9(4) VALUE ZEROS.
       01 WS-IND-TDA           PIC 9(4) VALUE ZEROS.
       01 WS-IND-TDA-HALL      PIC 9(4) VALUE ZEROS.
       01 WS-TDA-HALLADA-SW    PIC X VALUE "N".
       01 TABLA-TIENDAS.
           05 ELEM-TDA OCCURS 500 TIMES.
               10 ELEM-TDA-TIENDA        PIC X(4).
               10 ELEM-TDA-NOMBRE        PIC X(20).
               10 ELEM-TDA-REGION        PIC X(10).
               10 ELEM-TDA-POSICIONES    PIC 9(7).
               10 ELEM-TDA-NEGATIVAS     PIC 9(7).
               10 ELEM-TDA-UNIDADES      PIC 9(9).
               10 ELEM-TDA-VALOR         PIC 9(11)V99.
               10 ELEM-TDA-VALOR-ANT     PIC 9(11)V99.
               10 ELEM-TDA-EN-ANTERIOR   PIC X(1).
               10 ELEM-TDA-CONTAB        PIC 9(11)V99.

      * Acumulado por region.
       01 WS-NUM-REGIONES      PIC 9(3) VALUE ZEROS.
       01 WS-IND-REG           PIC 9(3) VALUE ZEROS.
       01 WS-IND-REG-HALL      PIC 9(3) VALUE ZEROS.
       01 WS-REG-HALLADA-SW    PIC X VALUE "N".
       01 TABLA-REGIONES.
           05 ELEM-REG OCCURS 100 TIMES.
               10 ELEM-REG-REGION        PIC X(10).
               10 ELEM-REG-POSICIONES    PIC 9(7).
               10 ELEM-REG-UNIDADES      PIC 9(9).
               10 ELEM-REG-VALOR         PIC 9(11)V99.

      * Acumulado por categoria de producto.
       01 WS-NUM-CATEGORIAS    PIC 9(3) VALUE ZEROS.
       01 WS-IND-CAT           PIC 9(3) VALUE ZEROS.
       01 WS-IND-CAT-HALL      PIC 9(3) VALUE ZEROS.
       01 WS-CAT-HALLADA-SW    PIC X VALUE "N".
       01 TABLA-CATEGORIAS.
           05 ELEM-CAT OCCURS 200 TIMES.
               10 ELEM-CAT-CATEGORIA     PIC X(3).
               10 ELEM-CAT-POSICIONES    PIC 9(7).
               10 ELEM-CAT-UNIDADES      PIC 9(9).
               10 ELEM-CAT-VALOR         PIC 9(11)V99.

       01 WS-CONTA-POSICIONES  PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-NEGATIVAS   PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-SIN-COSTE   PIC 9(7) VALUE ZEROS.
       01 WS-TOT-UNIDADES      PIC 9(9) VALUE ZEROS.
       01 WS-TOT-VALOR         PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-VALOR-ANT     PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-NEGATIVO      PIC 9(11)V99 VALUE ZEROS.
       01 WS-DIFERENCIA        PIC S9(11)V99 VALUE ZEROS.
       01 WS-PCT-DIFERENCIA    PIC S9(5)V99 VALUE ZEROS.

      * Asientos: cuentas, secuencia y totales de control, igual que
      * EXPORTAR-CONTABILIDAD.
       01 CUENTA-MERCADERIAS   PIC 9(8) VALUE 30000000.
       01 CUENTA-VARIACION-EXIST PIC 9(8) VALUE 61000000.

       01 WS-PERIODO-ASIENTO   PIC 9(6) VALUE ZEROS.
       01 WS-ESTADO-PERIODO    PIC X(1) VALUE "A".
       01 WS-SECUENCIA         PIC 9(6) VALUE ZEROS.
       01 WS-LINEAS-FICHERO    PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-DEBE        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-HABER       PIC 9(11)V99 VALUE ZEROS.
       01 WS-ENVIO-ANTERIOR.
           05 ENVIO-SECUENCIA     PIC 9(6) VALUE ZEROS.
           05 ENVIO-LINEAS        PIC 9(6) VALUE ZEROS.
           05 ENVIO-DEBE          PIC 9(11)V99 VALUE ZEROS.
           05 ENVIO-HABER         PIC 9(11)V99 VALUE ZEROS.
       01 WS-ACK-HALLADO-SW    PIC X VALUE "N".
       01 WS-ACK-CUADRA-SW     PIC X VALUE "N".
       01 WS-REFERENCIA        PIC X(22) VALUE SPACES.
       01 WS-HORA-HHMMSS       PIC 9(6) VALUE ZEROS.
       01 WS-CONCEPTO          PIC X(30) VALUE SPACES.
       01 WS-CONTA-VARIACIONES PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-FICHERO     PIC 9(11)V99 VALUE ZEROS.
       01 WS-VARIACION         PIC S9(11)V99 VALUE ZEROS.
       01 WS-IMPORTE-VARIACION PIC 9(11)V99 VALUE ZEROS.

       01 WS-EXISTENCIAS-EDIT  PIC -ZZZZZZ9.
       01 WS-NUMERO-EDIT       PIC ZZZZZZ9.
       01 WS-UNIDADES-EDIT     PIC ZZZZZZZZ9.
       01 WS-COSTE-EDIT        PIC ZZ9,99.
       01 WS-IMPORTE-EDIT      PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-ANT-EDIT  PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-DIFERENCIA-EDIT   PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-PCT-EDIT          PIC -ZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-PERIODO
           DISPLAY "VALORACION DE EXISTENCIAS DEL PERIODO " WS-PERIODO
           DISPLAY "FECHA CONTABLE " WS-FECHA-CONTABLE
                   "  COMPARADA CON " WS-PERIODO-ANTERIOR
           DISPLAY "=================================================="

           OPEN INPUT STOCK
           IF FS-STOCK NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR STOCK.IDX (FILE STATUS "
                       FS-STOCK "), NO SE VALORA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-TIENDAS
           IF WS-HAY-PRODUCTOS-SW = "N"
               DISPLAY "AVISO: SIN MAESTRO DE PRODUCTOS, TODO EL STOCK "
                       "QUEDA SIN COSTE"
           END-IF
           PERFORM CARGAR-CONTABILIZADO

           MOVE WS-PERIODO TO WS-NOMBRE-VAL-PER
           OPEN OUTPUT VALORADO
           DISPLAY "POSICIONES EN NEGATIVO (VALORADAS A CERO)"
           DISPLAY "--------------------------------------------------"
           MOVE "N" TO EOF-SWITCH-STOCK
           MOVE LOW-VALUES TO CLAVE-STOCK
           START STOCK KEY IS NOT LESS THAN CLAVE-STOCK
               INVALID KEY
                   MOVE "S" TO EOF-SWITCH-STOCK
           END-START
           PERFORM VALORAR-POSICION THRU VALORAR-POSICION-EXIT
               UNTIL EOF-SWITCH-STOCK = "S"
           CLOSE VALORADO
           CLOSE STOCK
           IF WS-CONTA-NEGATIVAS = ZEROS
               DISPLAY "NINGUNA"
           END-IF

           PERFORM CARGAR-FOTO-ANTERIOR
           IF WS-PRODUCTOS-ABIERTO-SW = "S"
               CLOSE PRODUCTOS
           END-IF
           IF WS-TIENDAS-ABIERTO-SW = "S"
               CLOSE TIENDAS
           END-IF

           PERFORM IMPRIMIR-TIENDAS
           PERFORM IMPRIMIR-REGIONES
           PERFORM IMPRIMIR-CATEGORIAS
           PERFORM IMPRIMIR-TOTALES
           PERFORM GENERAR-ASIENTOS THRU GENERAR-ASIENTOS-EXIT
           STOP RUN.

      * Periodo del argumento del job; sin argumento, el mes de
      * ayer (la valoracion se lanza tras el ultimo cierre del mes).
       RESOLVER-PERIODO.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO WS-ARG-1
           END-UNSTRING
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           COMPUTE WS-PERIODO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - 1) / 100
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               COMPUTE WS-PERIODO = FUNCTION NUMVAL (WS-ARG-1)
           END-IF

           MOVE WS-PERIODO TO WS-PERIODO-CALC
           IF WS-PERIODO-MM = 01
               SUBTRACT 1 FROM WS-PERIODO-AAAA
               MOVE 12 TO WS-PERIODO-MM
           ELSE
               SUBTRACT 1 FROM WS-PERIODO-MM
           END-IF
           MOVE WS-PERIODO-CALC TO WS-PERIODO-ANTERIOR

      * Ultimo dia del periodo: el dia anterior al 1 del siguiente.
           MOVE WS-PERIODO TO WS-PERIODO-CALC
           IF WS-PERIODO-MM = 12
               ADD 1 TO WS-PERIODO-AAAA
               MOVE 01 TO WS-PERIODO-MM
           ELSE
               ADD 1 TO WS-PERIODO-MM
           END-IF
           MOVE WS-PERIODO-AAAA TO WS-FECHA-AAAA
           MOVE WS-PERIODO-MM TO WS-FECHA-MM
           MOVE 01 TO WS-FECHA-DD
           COMPUTE WS-FECHA-CONTABLE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-SISTEMA-9) - 1).

      * Abre PRODUCTOS.IDX con el mismo criterio de maestro ausente
      * que PROCESAR-VENTAS.
       CARGAR-PRODUCTOS.
           MOVE "N" TO WS-HAY-PRODUCTOS-SW
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE "S" TO WS-PRODUCTOS-ABIERTO-SW
               READ PRODUCTOS NEXT RECORD
                   AT END CONTINUE
               NOT AT END
                   MOVE "S" TO WS-HAY-PRODUCTOS-SW
               END-READ
           END-IF.

      * Abre TIENDAS.IDX con el mismo criterio.
       CARGAR-TIENDAS.
           MOVE "N" TO WS-HAY-TIENDAS-SW
           OPEN INPUT TIENDAS
           IF FS-TIENDAS = "00"
               MOVE "S" TO WS-TIENDAS-ABIERTO-SW
               READ TIENDAS NEXT RECORD
                   AT END CONTINUE
               NOT AT END
                   MOVE "S" TO WS-HAY-TIENDAS-SW
               END-READ
           END-IF.

      * Lo ya llevado a la cuenta de mercaderias por tienda; si no
      * existe el fichero es la primera valoracion y se asienta el
      * valor entero.
       CARGAR-CONTABILIZADO.
           MOVE "N" TO EOF-SWITCH-CONTAB
           OPEN INPUT CONTABILIZADO
           IF FS-CONTABILIZADO = "00"
               PERFORM LEER-CONTABILIZADO THRU LEER-CONTABILIZADO-EXIT
                   UNTIL EOF-SWITCH-CONTAB = "S"
               CLOSE CONTABILIZADO
           ELSE
               DISPLAY "SIN STOCK-CONTABILIZADO.DAT: PRIMERA "
                       "VALORACION, SE ASIENTA EL VALOR ENTERO"
           END-IF.

       LEER-CONTABILIZADO.
           READ CONTABILIZADO
               AT END
                   MOVE "S" TO EOF-SWITCH-CONTAB
                   GO TO LEER-CONTABILIZADO-EXIT
           END-READ
           IF CONTAB-VALOR IS NOT NUMERIC
               DISPLAY "AVISO: LINEA DE STOCK-CONTABILIZADO NO "
                       "VALIDA, SE SALTA: " REG-CONTABILIZADO
               GO TO LEER-CONTABILIZADO-EXIT
           END-IF
           MOVE CONTAB-TIENDA TO WS-TIENDA-BUSCADA
           PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
           IF WS-IND-TDA-HALL NOT = ZEROS
               MOVE CONTAB-VALOR TO ELEM-TDA-CONTAB (WS-IND-TDA-HALL)
           END-IF.
       LEER-CONTABILIZADO-EXIT.
           EXIT.

      ******************************************************************
      * Valoracion de cada posicion del maestro de stock
      ******************************************************************
       VALORAR-POSICION.
           READ STOCK NEXT RECORD
               AT END
                   MOVE "S" TO EOF-SWITCH-STOCK
                   GO TO VALORAR-POSICION-EXIT
           END-READ
           ADD 1 TO WS-CONTA-POSICIONES

           MOVE ZEROS TO WS-COSTE-POSICION
           MOVE SPACES TO WS-CATEGORIA-POSICION
           IF WS-HAY-PRODUCTOS-SW = "S"
               MOVE CODIGO-STOCK TO CODIGO-PRODUCTO
               READ PRODUCTOS KEY IS CODIGO-PRODUCTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COSTE-PRODUCTO TO WS-COSTE-POSICION
                       MOVE CATEGORIA-PRODUCTO
                           TO WS-CATEGORIA-POSICION
               END-READ
           END-IF
           IF WS-COSTE-POSICION = ZEROS
               ADD 1 TO WS-CONTA-SIN-COSTE
           END-IF

           MOVE TIENDA-STOCK TO WS-TIENDA-BUSCADA
           PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
           IF WS-IND-TDA-HALL = ZEROS
               GO TO VALORAR-POSICION-EXIT
           END-IF

           COMPUTE WS-VALOR-POSICION ROUNDED =
               EXISTENCIAS-STOCK * WS-COSTE-POSICION

           MOVE SPACES TO REG-VALORADO
           MOVE CODIGO-STOCK TO VALORADO-CODIGO
           MOVE TIENDA-STOCK TO VALORADO-TIENDA
           MOVE ELEM-TDA-REGION (WS-IND-TDA-HALL) TO VALORADO-REGION
           MOVE WS-CATEGORIA-POSICION TO VALORADO-CATEGORIA
           MOVE EXISTENCIAS-STOCK TO VALORADO-EXISTENCIAS
           MOVE WS-COSTE-POSICION TO VALORADO-COSTE

           IF EXISTENCIAS-STOCK < ZEROS
               PERFORM LISTAR-NEGATIVA
               MOVE ZEROS TO VALORADO-VALOR
               MOVE "S" TO VALORADO-NEGATIVO
               WRITE REG-VALORADO
               GO TO VALORAR-POSICION-EXIT
           END-IF
           MOVE WS-VALOR-POSICION TO VALORADO-VALOR
           MOVE "N" TO VALORADO-NEGATIVO
           WRITE REG-VALORADO

           ADD 1 TO ELEM-TDA-POSICIONES (WS-IND-TDA-HALL)
           ADD EXISTENCIAS-STOCK TO ELEM-TDA-UNIDADES (WS-IND-TDA-HALL)
           ADD WS-VALOR-POSICION TO ELEM-TDA-VALOR (WS-IND-TDA-HALL)
           ADD EXISTENCIAS-STOCK TO WS-TOT-UNIDADES
           ADD WS-VALOR-POSICION TO WS-TOT-VALOR

           PERFORM LOCALIZAR-REGION THRU LOCALIZAR-REGION-EXIT
           IF WS-IND-REG-HALL NOT = ZEROS
               ADD 1 TO ELEM-REG-POSICIONES (WS-IND-REG-HALL)
               ADD EXISTENCIAS-STOCK
                   TO ELEM-REG-UNIDADES (WS-IND-REG-HALL)
               ADD WS-VALOR-POSICION TO ELEM-REG-VALOR (WS-IND-REG-HALL)
           END-IF

           PERFORM LOCALIZAR-CATEGORIA THRU LOCALIZAR-CATEGORIA-EXIT
           IF WS-IND-CAT-HALL NOT = ZEROS
               ADD 1 TO ELEM-CAT-POSICIONES (WS-IND-CAT-HALL)
               ADD EXISTENCIAS-STOCK
                   TO ELEM-CAT-UNIDADES (WS-IND-CAT-HALL)
               ADD WS-VALOR-POSICION TO ELEM-CAT-VALOR (WS-IND-CAT-HALL)
           END-IF.
       VALORAR-POSICION-EXIT.
           EXIT.

      * Una posicion en negativo no resta valor: se lista con lo que
      * valdria el descubierto para que se regularice.
       LISTAR-NEGATIVA.
           ADD 1 TO WS-CONTA-NEGATIVAS
           ADD 1 TO ELEM-TDA-NEGATIVAS (WS-IND-TDA-HALL)
           COMPUTE WS-TOT-NEGATIVO = WS-TOT-NEGATIVO - WS-VALOR-POSICION
           MOVE EXISTENCIAS-STOCK TO WS-EXISTENCIAS-EDIT
           MOVE WS-COSTE-POSICION TO WS-COSTE-EDIT
           MOVE WS-VALOR-POSICION TO WS-DIFERENCIA-EDIT
           DISPLAY CODIGO-STOCK " TIENDA " TIENDA-STOCK
                   "  UNIDADES " WS-EXISTENCIAS-EDIT
                   " A " WS-COSTE-EDIT " = " WS-DIFERENCIA-EDIT.

      ******************************************************************
      * Foto del mes anterior para la comparacion por tienda
      ******************************************************************
       CARGAR-FOTO-ANTERIOR.
           MOVE WS-PERIODO-ANTERIOR TO WS-NOMBRE-VAL-PER
           MOVE "N" TO EOF-SWITCH-VALORADO
           OPEN INPUT VALORADO
           IF FS-VALORADO NOT = "00"
               DISPLAY "AVISO: NO EXISTE " WS-NOMBRE-VALORADO
                       ", SIN COMPARACION CON EL MES ANTERIOR"
           ELSE
               MOVE "S" TO WS-HAY-FOTO-ANT-SW
               PERFORM LEER-FOTO-ANTERIOR THRU LEER-FOTO-ANTERIOR-EXIT
                   UNTIL EOF-SWITCH-VALORADO = "S"
               CLOSE VALORADO
           END-IF
           MOVE WS-PERIODO TO WS-NOMBRE-VAL-PER.

       LEER-FOTO-ANTERIOR.
           READ VALORADO
               AT END
                   MOVE "S" TO EOF-SWITCH-VALORADO
                   GO TO LEER-FOTO-ANTERIOR-EXIT
           END-READ
           IF VALORADO-VALOR IS NOT NUMERIC
               GO TO LEER-FOTO-ANTERIOR-EXIT
           END-IF
           MOVE VALORADO-TIENDA TO WS-TIENDA-BUSCADA
           PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
           IF WS-IND-TDA-HALL NOT = ZEROS
               MOVE "S" TO ELEM-TDA-EN-ANTERIOR (WS-IND-TDA-HALL)
               ADD VALORADO-VALOR
                   TO ELEM-TDA-VALOR-ANT (WS-IND-TDA-HALL)
               ADD VALORADO-VALOR TO WS-TOT-VALOR-ANT
           END-IF.
       LEER-FOTO-ANTERIOR-EXIT.
           EXIT.

      ******************************************************************
      * Acumuladores
      ******************************************************************
      * La tienda nueva toma nombre y region del maestro de tiendas.
       LOCALIZAR-TIENDA.
           MOVE "N" TO WS-TDA-HALLADA-SW
           MOVE ZEROS TO WS-IND-TDA
           MOVE ZEROS TO WS-IND-TDA-HALL
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
               OR WS-TDA-HALLADA-SW = "S"

           IF WS-TDA-HALLADA-SW = "N"
               IF WS-NUM-TIENDAS >= 500
                   DISPLAY "AVISO: MAS DE 500 TIENDAS CON STOCK, SE "
                           "IGNORA: " WS-TIENDA-BUSCADA
                   GO TO LOCALIZAR-TIENDA-EXIT
               END-IF
               ADD 1 TO WS-NUM-TIENDAS
               MOVE WS-NUM-TIENDAS TO WS-IND-TDA-HALL
               MOVE WS-TIENDA-BUSCADA
                   TO ELEM-TDA-TIENDA (WS-IND-TDA-HALL)
               MOVE SPACES TO ELEM-TDA-NOMBRE (WS-IND-TDA-HALL)
               MOVE "SIN REGION" TO ELEM-TDA-REGION (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-POSICIONES (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-NEGATIVAS (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-UNIDADES (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-VALOR (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-VALOR-ANT (WS-IND-TDA-HALL)
               MOVE "N" TO ELEM-TDA-EN-ANTERIOR (WS-IND-TDA-HALL)
               MOVE ZEROS TO ELEM-TDA-CONTAB (WS-IND-TDA-HALL)
               IF WS-HAY-TIENDAS-SW = "S"
                   MOVE WS-TIENDA-BUSCADA TO CODIGO-TIENDA
                   READ TIENDAS KEY IS CODIGO-TIENDA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NOMBRE-TIENDA
                               TO ELEM-TDA-NOMBRE (WS-IND-TDA-HALL)
                           IF REGION-TIENDA NOT = SPACES
                               MOVE REGION-TIENDA
                                   TO ELEM-TDA-REGION (WS-IND-TDA-HALL)
                           END-IF
                   END-READ
               END-IF
           END-IF.
       LOCALIZAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-TIENDA (WS-IND-TDA) = WS-TIENDA-BUSCADA
               MOVE "S" TO WS-TDA-HALLADA-SW
               MOVE WS-IND-TDA TO WS-IND-TDA-HALL
           END-IF.

       LOCALIZAR-REGION.
           MOVE "N" TO WS-REG-HALLADA-SW
           MOVE ZEROS TO WS-IND-REG
           MOVE ZEROS TO WS-IND-REG-HALL
           PERFORM COMPARAR-REGION
               UNTIL WS-IND-REG >= WS-NUM-REGIONES
               OR WS-REG-HALLADA-SW = "S"

           IF WS-REG-HALLADA-SW = "N"
               IF WS-NUM-REGIONES >= 100
                   GO TO LOCALIZAR-REGION-EXIT
               END-IF
               ADD 1 TO WS-NUM-REGIONES
               MOVE WS-NUM-REGIONES TO WS-IND-REG-HALL
               MOVE ELEM-TDA-REGION (WS-IND-TDA-HALL)
                   TO ELEM-REG-REGION (WS-IND-REG-HALL)
               MOVE ZEROS TO ELEM-REG-POSICIONES (WS-IND-REG-HALL)
               MOVE ZEROS TO ELEM-REG-UNIDADES (WS-IND-REG-HALL)
               MOVE ZEROS TO ELEM-REG-VALOR (WS-IND-REG-HALL)
           END-IF.
       LOCALIZAR-REGION-EXIT.
           EXIT.

       COMPARAR-REGION.
           ADD 1 TO WS-IND-REG
           IF ELEM-REG-REGION (WS-IND-REG)
               = ELEM-TDA-REGION (WS-IND-TDA-HALL)
               MOVE "S" TO WS-REG-HALLADA-SW
               MOVE WS-IND-REG TO WS-IND-REG-HALL
           END-IF.

       LOCALIZAR-CATEGORIA.
           MOVE "N" TO WS-CAT-HALLADA-SW
           MOVE ZEROS TO WS-IND-CAT
           MOVE ZEROS TO WS-IND-CAT-HALL
           PERFORM COMPARAR-CATEGORIA
               UNTIL WS-IND-CAT >= WS-NUM-CATEGORIAS
               OR WS-CAT-HALLADA-SW = "S"

           IF WS-CAT-HALLADA-SW = "N"
               IF WS-NUM-CATEGORIAS >= 200
                   GO TO LOCALIZAR-CATEGORIA-EXIT
               END-IF
               ADD 1 TO WS-NUM-CATEGORIAS
               MOVE WS-NUM-CATEGORIAS TO WS-IND-CAT-HALL
               MOVE WS-CATEGORIA-POSICION
                   TO ELEM-CAT-CATEGORIA (WS-IND-CAT-HALL)
               MOVE ZEROS TO ELEM-CAT-POSICIONES (WS-IND-CAT-HALL)
               MOVE ZEROS TO ELEM-CAT-UNIDADES (WS-IND-CAT-HALL)
               MOVE ZEROS TO ELEM-CAT-VALOR (WS-IND-CAT-HALL)
           END-IF.
       LOCALIZAR-CATEGORIA-EXIT.
           EXIT.

       COMPARAR-CATEGORIA.
           ADD 1 TO WS-IND-CAT
           IF ELEM-CAT-CATEGORIA (WS-IND-CAT) = WS-CATEGORIA-POSICION
               MOVE "S" TO WS-CAT-HALLADA-SW
               MOVE WS-IND-CAT TO WS-IND-CAT-HALL
           END-IF.

      ******************************************************************
      * Informe
      ******************************************************************
      * Por tienda, con el valor de la foto del mes anterior, la
      * diferencia y su %.
       IMPRIMIR-TIENDAS.
           DISPLAY "=================================================="
           DISPLAY "VALORACION POR TIENDA Y COMPARACION CON "
                   WS-PERIODO-ANTERIOR
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-IND-TDA
           PERFORM IMPRIMIR-UNA-TIENDA
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS.

       IMPRIMIR-UNA-TIENDA.
           ADD 1 TO WS-IND-TDA
           MOVE ELEM-TDA-POSICIONES (WS-IND-TDA) TO WS-NUMERO-EDIT
           MOVE ELEM-TDA-UNIDADES (WS-IND-TDA) TO WS-UNIDADES-EDIT
           DISPLAY ELEM-TDA-TIENDA (WS-IND-TDA) " "
                   ELEM-TDA-NOMBRE (WS-IND-TDA) " "
                   ELEM-TDA-REGION (WS-IND-TDA)
                   "  POSICIONES " WS-NUMERO-EDIT
                   "  UNIDADES " WS-UNIDADES-EDIT
           MOVE ELEM-TDA-VALOR (WS-IND-TDA) TO WS-IMPORTE-EDIT
           IF ELEM-TDA-EN-ANTERIOR (WS-IND-TDA) = "N"
               DISPLAY "     VALOR " WS-IMPORTE-EDIT
                       "  SIN FOTO DEL MES ANTERIOR"
           ELSE
               MOVE ELEM-TDA-VALOR-ANT (WS-IND-TDA)
                   TO WS-IMPORTE-ANT-EDIT
               COMPUTE WS-DIFERENCIA = ELEM-TDA-VALOR (WS-IND-TDA)
                   - ELEM-TDA-VALOR-ANT (WS-IND-TDA)
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
               MOVE ZEROS TO WS-PCT-DIFERENCIA
               IF ELEM-TDA-VALOR-ANT (WS-IND-TDA) > ZEROS
                   COMPUTE WS-PCT-DIFERENCIA ROUNDED =
                       WS-DIFERENCIA * 100
                       / ELEM-TDA-VALOR-ANT (WS-IND-TDA)
               END-IF
               MOVE WS-PCT-DIFERENCIA TO WS-PCT-EDIT
               DISPLAY "     VALOR " WS-IMPORTE-EDIT
                       "  ANTERIOR " WS-IMPORTE-ANT-EDIT
                       "  DIF " WS-DIFERENCIA-EDIT
                       " (" WS-PCT-EDIT "%)"
           END-IF
           IF ELEM-TDA-NEGATIVAS (WS-IND-TDA) > ZEROS
               MOVE ELEM-TDA-NEGATIVAS (WS-IND-TDA) TO WS-NUMERO-EDIT
               DISPLAY "     POSICIONES EN NEGATIVO SIN VALORAR: "
                       WS-NUMERO-EDIT
           END-IF.

       IMPRIMIR-REGIONES.
           DISPLAY "=================================================="
           DISPLAY "VALORACION POR REGION"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-IND-REG
           PERFORM IMPRIMIR-UNA-REGION
               UNTIL WS-IND-REG >= WS-NUM-REGIONES.

       IMPRIMIR-UNA-REGION.
           ADD 1 TO WS-IND-REG
           MOVE ELEM-REG-POSICIONES (WS-IND-REG) TO WS-NUMERO-EDIT
           MOVE ELEM-REG-UNIDADES (WS-IND-REG) TO WS-UNIDADES-EDIT
           MOVE ELEM-REG-VALOR (WS-IND-REG) TO WS-IMPORTE-EDIT
           DISPLAY ELEM-REG-REGION (WS-IND-REG)
                   "  POSICIONES " WS-NUMERO-EDIT
                   "  UNIDADES " WS-UNIDADES-EDIT
                   "  VALOR " WS-IMPORTE-EDIT.

       IMPRIMIR-CATEGORIAS.
           DISPLAY "=================================================="
           DISPLAY "VALORACION POR CATEGORIA"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-IND-CAT
           PERFORM IMPRIMIR-UNA-CATEGORIA
               UNTIL WS-IND-CAT >= WS-NUM-CATEGORIAS.

       IMPRIMIR-UNA-CATEGORIA.
           ADD 1 TO WS-IND-CAT
           MOVE ELEM-CAT-POSICIONES (WS-IND-CAT) TO WS-NUMERO-EDIT
           MOVE ELEM-CAT-UNIDADES (WS-IND-CAT) TO WS-UNIDADES-EDIT
           MOVE ELEM-CAT-VALOR (WS-IND-CAT) TO WS-IMPORTE-EDIT
           IF ELEM-CAT-CATEGORIA (WS-IND-CAT) = SPACES
               DISPLAY "SIN CATEGORIA"
                       "  POSICIONES " WS-NUMERO-EDIT
                       "  UNIDADES " WS-UNIDADES-EDIT
                       "  VALOR " WS-IMPORTE-EDIT
           ELSE
               DISPLAY ELEM-CAT-CATEGORIA (WS-IND-CAT)
                       "            POSICIONES " WS-NUMERO-EDIT
                       "  UNIDADES " WS-UNIDADES-EDIT
                       "  VALOR " WS-IMPORTE-EDIT
           END-IF.

       IMPRIMIR-TOTALES.
           DISPLAY "=================================================="
           MOVE WS-CONTA-POSICIONES TO WS-NUMERO-EDIT
           DISPLAY "POSICIONES LEIDAS:            " WS-NUMERO-EDIT
           MOVE WS-CONTA-NEGATIVAS TO WS-NUMERO-EDIT
           DISPLAY "POSICIONES EN NEGATIVO:       " WS-NUMERO-EDIT
           MOVE WS-CONTA-SIN-COSTE TO WS-NUMERO-EDIT
           DISPLAY "POSICIONES SIN COSTE:         " WS-NUMERO-EDIT
           MOVE WS-TOT-UNIDADES TO WS-UNIDADES-EDIT
           DISPLAY "UNIDADES VALORADAS:         " WS-UNIDADES-EDIT
           MOVE WS-TOT-VALOR TO WS-IMPORTE-EDIT
           DISPLAY "VALOR DE LAS EXISTENCIAS: " WS-IMPORTE-EDIT
           MOVE WS-TOT-NEGATIVO TO WS-IMPORTE-EDIT
           DISPLAY "DESCUBIERTO SIN VALORAR:  " WS-IMPORTE-EDIT
           IF WS-HAY-FOTO-ANT-SW = "S"
               MOVE WS-TOT-VALOR-ANT TO WS-IMPORTE-EDIT
               DISPLAY "VALOR DEL MES ANTERIOR:   " WS-IMPORTE-EDIT
               COMPUTE WS-DIFERENCIA = WS-TOT-VALOR - WS-TOT-VALOR-ANT
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
               DISPLAY "DIFERENCIA:              " WS-DIFERENCIA-EDIT
           END-IF
           DISPLAY "FOTO GRABADA EN " WS-NOMBRE-VALORADO.

      ******************************************************************
      * Asientos de existencias
      ******************************************************************
      * Por tienda, la diferencia entre el valor de hoy y lo ya
      * contabilizado: si sube, cargo a mercaderias y abono a
      * variacion de existencias; si baja, al reves.
       GENERAR-ASIENTOS.
           MOVE ZEROS TO WS-CONTA-VARIACIONES
           MOVE ZEROS TO WS-TOTAL-FICHERO
           MOVE ZEROS TO WS-IND-TDA
           PERFORM SUMAR-VARIACION UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
           DISPLAY "=================================================="
           IF WS-CONTA-VARIACIONES = ZEROS
               DISPLAY "LA CUENTA DE MERCADERIAS YA RECOGE ESTE VALOR: "
                       "SIN ASIENTOS"
               GO TO GENERAR-ASIENTOS-EXIT
           END-IF

           PERFORM COMPROBAR-PERIODO
           IF WS-ESTADO-PERIODO = "C"
               DISPLAY "ASIENTOS RECHAZADOS: LA FECHA CONTABLE "
                       WS-FECHA-CONTABLE " CAE EN EL PERIODO CERRADO "
                       WS-PERIODO-ASIENTO
               MOVE 8 TO RETURN-CODE
               GO TO GENERAR-ASIENTOS-EXIT
           END-IF

           PERFORM COMPROBAR-ACUSE THRU COMPROBAR-ACUSE-EXIT
           PERFORM RESOLVER-SECUENCIA
           COMPUTE WS-HORA-HHMMSS = WS-HORA-AHORA / 100
           MOVE SPACES TO WS-REFERENCIA
           STRING "STOCK-"         DELIMITED BY SIZE
                  WS-FECHA-HOY     DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-HORA-HHMMSS   DELIMITED BY SIZE
               INTO WS-REFERENCIA
           END-STRING
           MOVE SPACES TO WS-CONCEPTO
           STRING "VARIACION EXISTENCIAS " DELIMITED BY SIZE
                  WS-PERIODO               DELIMITED BY SIZE
               INTO WS-CONCEPTO
           END-STRING

           MOVE ZEROS TO WS-LINEAS-FICHERO
           MOVE ZEROS TO WS-TOTAL-DEBE
           MOVE ZEROS TO WS-TOTAL-HABER
           OPEN OUTPUT ASIENTOS
           MOVE SPACES TO REG-ASIENTOS
           MOVE "C" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-CONTABLE TO ASIENTO-FECHA
           MOVE WS-REFERENCIA TO ASIENTO-REFERENCIA
           MOVE ZEROS TO ASIENTO-CUENTA
           MOVE SPACE TO ASIENTO-DEBE-HABER
           MOVE WS-TOTAL-FICHERO TO ASIENTO-IMPORTE
           MOVE SPACES TO ASIENTO-TIENDA
           MOVE "VALORACION DE EXISTENCIAS" TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           ADD 1 TO WS-LINEAS-FICHERO
           WRITE REG-ASIENTOS

           MOVE ZEROS TO WS-IND-TDA
           PERFORM ASENTAR-TIENDA UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
           PERFORM GRABAR-TRAILER
           CLOSE ASIENTOS

           PERFORM GRABAR-SECUENCIA
           PERFORM GRABAR-CONTROL
           PERFORM GRABAR-CONTABILIZADO
           MOVE WS-TOTAL-FICHERO TO WS-IMPORTE-EDIT
           DISPLAY "ASIENTOS DE EXISTENCIAS GENERADOS " WS-REFERENCIA
                   "  SECUENCIA " WS-SECUENCIA
                   "  TOTAL " WS-IMPORTE-EDIT
                   "  (" WS-LINEAS-FICHERO " LINEAS)".
       GENERAR-ASIENTOS-EXIT.
           EXIT.

       SUMAR-VARIACION.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-VALOR (WS-IND-TDA)
               NOT = ELEM-TDA-CONTAB (WS-IND-TDA)
               ADD 1 TO WS-CONTA-VARIACIONES
               COMPUTE WS-VARIACION = ELEM-TDA-VALOR (WS-IND-TDA)
                   - ELEM-TDA-CONTAB (WS-IND-TDA)
               IF WS-VARIACION < ZEROS
                   COMPUTE WS-IMPORTE-VARIACION = WS-VARIACION * -1
               ELSE
                   MOVE WS-VARIACION TO WS-IMPORTE-VARIACION
               END-IF
               ADD WS-IMPORTE-VARIACION TO WS-TOTAL-FICHERO
           END-IF.

       ASENTAR-TIENDA.
           ADD 1 TO WS-IND-TDA
           IF ELEM-TDA-VALOR (WS-IND-TDA)
               NOT = ELEM-TDA-CONTAB (WS-IND-TDA)
               COMPUTE WS-VARIACION = ELEM-TDA-VALOR (WS-IND-TDA)
                   - ELEM-TDA-CONTAB (WS-IND-TDA)
               IF WS-VARIACION < ZEROS
                   COMPUTE WS-IMPORTE-VARIACION = WS-VARIACION * -1
                   MOVE CUENTA-VARIACION-EXIST TO ASIENTO-CUENTA
                   MOVE "D" TO ASIENTO-DEBE-HABER
                   PERFORM GRABAR-LINEA-STOCK
                   MOVE CUENTA-MERCADERIAS TO ASIENTO-CUENTA
                   MOVE "H" TO ASIENTO-DEBE-HABER
                   PERFORM GRABAR-LINEA-STOCK
               ELSE
                   MOVE WS-VARIACION TO WS-IMPORTE-VARIACION
                   MOVE CUENTA-MERCADERIAS TO ASIENTO-CUENTA
                   MOVE "D" TO ASIENTO-DEBE-HABER
                   PERFORM GRABAR-LINEA-STOCK
                   MOVE CUENTA-VARIACION-EXIST TO ASIENTO-CUENTA
                   MOVE "H" TO ASIENTO-DEBE-HABER
                   PERFORM GRABAR-LINEA-STOCK
               END-IF
           END-IF.

      * La cuenta y el debe/haber llegan ya puestos.
       GRABAR-LINEA-STOCK.
           MOVE "D" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-CONTABLE TO ASIENTO-FECHA
           MOVE WS-REFERENCIA TO ASIENTO-REFERENCIA
           MOVE WS-IMPORTE-VARIACION TO ASIENTO-IMPORTE
           MOVE ELEM-TDA-TIENDA (WS-IND-TDA) TO ASIENTO-TIENDA
           MOVE WS-CONCEPTO TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           ADD 1 TO WS-LINEAS-FICHERO
           IF ASIENTO-DEBE-HABER = "D"
               ADD ASIENTO-IMPORTE TO WS-TOTAL-DEBE
           ELSE
               ADD ASIENTO-IMPORTE TO WS-TOTAL-HABER
           END-IF
           WRITE REG-ASIENTOS.

       GRABAR-TRAILER.
           MOVE SPACES TO REG-ASIENTOS
           MOVE "T" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-CONTABLE TO ASIENTO-FECHA
           MOVE WS-REFERENCIA TO ASIENTO-REFERENCIA
           MOVE WS-LINEAS-FICHERO TO ASIENTO-CUENTA
           MOVE "D" TO ASIENTO-DEBE-HABER
           MOVE WS-TOTAL-DEBE TO ASIENTO-IMPORTE
           MOVE SPACES TO ASIENTO-TIENDA
           MOVE "TOTAL DE CONTROL AL DEBE" TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           WRITE REG-ASIENTOS

           MOVE SPACES TO REG-ASIENTOS
           MOVE "T" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-CONTABLE TO ASIENTO-FECHA
           MOVE WS-REFERENCIA TO ASIENTO-REFERENCIA
           MOVE WS-LINEAS-FICHERO TO ASIENTO-CUENTA
           MOVE "H" TO ASIENTO-DEBE-HABER
           MOVE WS-TOTAL-HABER TO ASIENTO-IMPORTE
           MOVE SPACES TO ASIENTO-TIENDA
           MOVE "TOTAL DE CONTROL AL HABER" TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           WRITE REG-ASIENTOS.

      * Lo contabilizado pasa a ser el valor de hoy de cada tienda.
       GRABAR-CONTABILIZADO.
           OPEN OUTPUT CONTABILIZADO
           MOVE ZEROS TO WS-IND-TDA
           PERFORM GRABAR-UN-CONTABILIZADO
               UNTIL WS-IND-TDA >= WS-NUM-TIENDAS
           CLOSE CONTABILIZADO.

       GRABAR-UN-CONTABILIZADO.
           ADD 1 TO WS-IND-TDA
           MOVE ELEM-TDA-TIENDA (WS-IND-TDA) TO CONTAB-TIENDA
           MOVE ELEM-TDA-VALOR (WS-IND-TDA) TO CONTAB-VALOR
           MOVE WS-PERIODO TO CONTAB-PERIODO
           MOVE WS-SECUENCIA TO CONTAB-SECUENCIA
           WRITE REG-CONTABILIZADO.

      * Mismo control de acuse que EXPORTAR-CONTABILIDAD: antes de
      * emitir se persigue el fichero anterior, sea cual sea, y si
      * falta su acuse se avisa con RETURN-CODE 4.
       COMPROBAR-ACUSE.
           MOVE ZEROS TO ENVIO-SECUENCIA
           OPEN INPUT CONTROL-ENVIO
           IF FS-CONTROL-ENVIO NOT = "00"
               GO TO COMPROBAR-ACUSE-EXIT
           END-IF
           MOVE "N" TO EOF-SWITCH-CONTROL
           PERFORM LEER-CONTROL-ENVIO
               UNTIL EOF-SWITCH-CONTROL = "S"
           CLOSE CONTROL-ENVIO
           IF ENVIO-SECUENCIA = ZEROS
               GO TO COMPROBAR-ACUSE-EXIT
           END-IF

           MOVE "N" TO WS-ACK-HALLADO-SW
           MOVE "N" TO WS-ACK-CUADRA-SW
           MOVE "N" TO EOF-SWITCH-ACUSE
           OPEN INPUT ACUSE
           IF FS-ACUSE = "00"
               PERFORM LEER-ACUSE THRU LEER-ACUSE-EXIT
                   UNTIL EOF-SWITCH-ACUSE = "S"
               CLOSE ACUSE
           END-IF

           EVALUATE TRUE
               WHEN WS-ACK-HALLADO-SW = "N"
                   DISPLAY "**************************************"
                   DISPLAY "** ALERTA: FINANZAS NO HA ACUSADO   **"
                   DISPLAY "** RECIBO DE LA SECUENCIA "
                           ENVIO-SECUENCIA "    **"
                   DISPLAY "**************************************"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ACK-CUADRA-SW = "N"
                   DISPLAY "**************************************"
                   DISPLAY "** ALERTA: EL ACUSE DE LA SECUENCIA **"
                   DISPLAY "** " ENVIO-SECUENCIA " NO CUADRA CON LO "
                           "ENVIADO **"
                   DISPLAY "**************************************"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ACUSE DE LA SECUENCIA " ENVIO-SECUENCIA
                           " CORRECTO"
           END-EVALUATE.
       COMPROBAR-ACUSE-EXIT.
           EXIT.

      * ASIENTOS-CONTROL.DAT guarda una linea por fichero enviado;
      * la ultima es la del envio anterior.
       LEER-CONTROL-ENVIO.
           READ CONTROL-ENVIO
               AT END MOVE "S" TO EOF-SWITCH-CONTROL
           NOT AT END
               MOVE REG-CONTROL-ENVIO TO WS-ENVIO-ANTERIOR
           END-READ.

       LEER-ACUSE.
           READ ACUSE
               AT END MOVE "S" TO EOF-SWITCH-ACUSE
           NOT AT END
               IF ACUSE-SECUENCIA = ENVIO-SECUENCIA
                   MOVE "S" TO WS-ACK-HALLADO-SW
                   IF ACUSE-LINEAS = ENVIO-LINEAS
                       AND ACUSE-DEBE = ENVIO-DEBE
                       AND ACUSE-HABER = ENVIO-HABER
                       MOVE "S" TO WS-ACK-CUADRA-SW
                   END-IF
               END-IF
           END-READ.
       LEER-ACUSE-EXIT.
           EXIT.

       RESOLVER-SECUENCIA.
           MOVE ZEROS TO WS-SECUENCIA
           OPEN INPUT SECUENCIA
           IF FS-SECUENCIA = "00"
               READ SECUENCIA
                   AT END CONTINUE
               NOT AT END
                   MOVE SECUENCIA-ULTIMA TO WS-SECUENCIA
               END-READ
               CLOSE SECUENCIA
           END-IF
           ADD 1 TO WS-SECUENCIA.

       GRABAR-SECUENCIA.
           OPEN OUTPUT SECUENCIA
           MOVE WS-SECUENCIA TO SECUENCIA-ULTIMA
           WRITE REG-SECUENCIA
           CLOSE SECUENCIA.

       GRABAR-CONTROL.
           OPEN EXTEND CONTROL-ENVIO
           IF FS-CONTROL-ENVIO NOT = "00"
               OPEN OUTPUT CONTROL-ENVIO
           END-IF
           MOVE SPACES TO REG-CONTROL-ENVIO
           MOVE WS-SECUENCIA TO CONTROL-SECUENCIA
           MOVE WS-LINEAS-FICHERO TO CONTROL-LINEAS
           MOVE WS-TOTAL-DEBE TO CONTROL-DEBE
           MOVE WS-TOTAL-HABER TO CONTROL-HABER
           MOVE WS-FECHA-CONTABLE TO CONTROL-FECHA
           MOVE WS-REFERENCIA TO CONTROL-REFERENCIA
           MOVE ZEROS TO CONTROL-ANULA-SECUENCIA
           MOVE WS-FECHA-HOY TO CONTROL-FECHA-ENVIO
           WRITE REG-CONTROL-ENVIO
           CLOSE CONTROL-ENVIO.

      * El periodo contable es el de la fecha contable de los
      * asientos, no el de hoy.
       COMPROBAR-PERIODO.
           COMPUTE WS-PERIODO-ASIENTO = WS-FECHA-CONTABLE / 100
           MOVE "A" TO WS-ESTADO-PERIODO
           MOVE "N" TO EOF-SWITCH-PERIODOS
           OPEN INPUT PERIODOS
           IF FS-PERIODOS = "00"
               PERFORM LEER-PERIODO THRU LEER-PERIODO-EXIT
                   UNTIL EOF-SWITCH-PERIODOS = "S"
               CLOSE PERIODOS
           END-IF.

       LEER-PERIODO.
           READ PERIODOS
               AT END MOVE "S" TO EOF-SWITCH-PERIODOS
           NOT AT END
               IF PERIODO-CONTABLE = WS-PERIODO-ASIENTO
                   MOVE ESTADO-PERIODO TO WS-ESTADO-PERIODO
               END-IF
           END-READ.
       LEER-PERIODO-EXIT.
           EXIT.
