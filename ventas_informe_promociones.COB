      ******************************************************************
      * Author:Maria Romero
      * Date:05/09/2026
      * Purpose: Informe de efectividad de promociones. Para cada
      *    promocion ya terminada (vigencia hasta anterior a hoy) de
      *    PROMOCIONES.DAT compara, por producto y tienda, unidades e
      *    ingreso durante la promocion contra el periodo de la misma
      *    duracion inmediatamente anterior a ella. Las ventas salen
      *    de las fotos mensuales TOTAL-FECHA-AAAAMM.DAT que deja el
      *    cierre (subtotales por producto, fecha de venta y tienda;
      *    TOTAL-FECHA.DAT solo guarda el ultimo cierre): se leen las
      *    de los meses que cubren ambos periodos mas el mes
      *    siguiente, por las ventas que se cierran con retraso.
      *    Solo cuentan los productos de la promocion (el producto o
      *    todos los de su categoria segun PRODUCTOS.DAT) y las
      *    tiendas participantes segun PROMOCION-TIENDAS.DAT, con el
      *    nombre y la region de cada tienda sacados de TIENDAS.DAT.
      *    Recibe opcionalmente un codigo de promocion como
      *    argumento del job; sin argumento saca todas las
      *    promociones activas ya terminadas.
      * Mod:25/09/2026 - El registro de PRODUCTOS.DAT lleva ya 84
      *    posiciones; se completa aqui el trazado con relleno para leer
      *    cada linea entera.
      * Mod:30/09/2026 - Ambito de tiendas del operador: desde la
      *    consola llega el ambito (ver COMPROBAR-AMBITO) y solo se
      *    acumulan e imprimen sus tiendas; el total de cada
      *    promocion pasa a ser el de su ambito. Sin el parametro,
      *    todas.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PROMOCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCIONES.
           SELECT PROMO-TIENDAS ASSIGN TO "PROMOCION-TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMO-TIENDAS.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT FECHA-HIST ASSIGN TO DYNAMIC WS-NOMBRE-FECHA-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-HIST.

       DATA DIVISION.
       FILE SECTION.
       FD PROMOCIONES.
       01 REG-PROMOCIONES.
           05 PROMO-CODIGO         PIC X(6).
           05 PROMO-DESCRIPCION    PIC X(30).
           05 PROMO-AMBITO         PIC X(1).
           05 PROMO-ARTICULO       PIC X(5).
           05 PROMO-DESDE          PIC 9(8).
           05 PROMO-HASTA          PIC 9(8).
           05 PROMO-TIPO           PIC X(1).
           05 PROMO-PRECIO         PIC 9(3)V99.
           05 PROMO-DESCUENTO      PIC 9(2)V99.
           05 PROMO-ESTADO         PIC X(1).

       FD PROMO-TIENDAS.
       01 REG-PROMO-TIENDAS.
           05 PROMTDA-CODIGO       PIC X(6).
           05 PROMTDA-TIPO         PIC X(1).
           05 PROMTDA-VALOR        PIC X(10).

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

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

      * Foto mensual de subtotales por producto, fecha y tienda que
      * escribe PROCESAR-VENTAS en cada cierre del mes.
       FD FECHA-HIST.
       01 REG-FECHA-HIST.
           05 CODIGO-TOTAL-FECHA      PIC X(5).
           05 FECHA-TOTAL-FECHA       PIC 9(8).
           05 CANTIDAD-TOTAL-FECHA    PIC 9(5).
           05 INGRESO-TOTAL-FECHA     PIC 9(8)V99.
           05 TIENDA-TOTAL-FECHA      PIC X(4).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH           PIC X VALUE "N".
       01 EOF-SWITCH-PROMO     PIC X VALUE "N".
       01 EOF-SWITCH-PROMO-TDA PIC X VALUE "N".
       01 EOF-SWITCH-PROD      PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".
       01 FS-PROMOCIONES       PIC XX VALUE SPACES.
       01 FS-PROMO-TIENDAS     PIC XX VALUE SPACES.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 FS-FECHA-HIST        PIC XX VALUE SPACES.

       01 WS-NOMBRE-FECHA-HIST.
           05 FILLER               PIC X(12) VALUE "TOTAL-FECHA-".
           05 WS-NOMBRE-FECHAH-PER PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".

       01 WS-ARGUMENTOS        PIC X(40) VALUE SPACES.
       01 WS-PROMO-PEDIDA      PIC X(6) VALUE SPACES.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-NUM-INFORMADAS    PIC 9(3) VALUE ZEROS.

      * Calendario de promociones completo.
       01 WS-NUM-PROMOCIONES   PIC 9(3) VALUE ZEROS.
       01 WS-IND-PROMO         PIC 9(3) VALUE ZEROS.
       01 TABLA-PROMOCIONES.
           05 ELEM-PROMO OCCURS 500 TIMES.
               10 ELEM-PROMO-CODIGO    PIC X(6).
               10 ELEM-PROMO-DESCRIPCION PIC X(30).
               10 ELEM-PROMO-AMBITO    PIC X(1).
               10 ELEM-PROMO-ARTICULO  PIC X(5).
               10 ELEM-PROMO-DESDE     PIC 9(8).
               10 ELEM-PROMO-HASTA     PIC 9(8).
               10 ELEM-PROMO-TIPO      PIC X(1).
               10 ELEM-PROMO-PRECIO    PIC 9(3)V99.
               10 ELEM-PROMO-DESCUENTO PIC 9(2)V99.
               10 ELEM-PROMO-ESTADO    PIC X(1).

       01 WS-NUM-PROMO-TIENDAS PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROMTDA       PIC 9(4) VALUE ZEROS.
       01 WS-PROMO-TIENDA-SW   PIC X VALUE "N".
       01 WS-PROMO-CON-TDAS-SW PIC X VALUE "N".
       01 TABLA-PROMO-TIENDAS.
           05 ELEM-PROMTDA OCCURS 2000 TIMES.
               10 ELEM-PROMTDA-CODIGO  PIC X(6).
               10 ELEM-PROMTDA-TIPO    PIC X(1).
               10 ELEM-PROMTDA-VALOR   PIC X(10).

      * Productos con su categoria, y tiendas con nombre y region.
       01 WS-NUM-PRODUCTOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD          PIC 9(4) VALUE ZEROS.
       01 WS-PRODUCTO-HALLADO-SW PIC X VALUE "N".
       01 WS-CATEGORIA-HALLADA PIC X(3) VALUE SPACES.
       01 WS-DESCRIPCION-HALLADA PIC X(30) VALUE SPACES.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-PROD-CODIGO PIC X(5).
               10 ELEM-PROD-DESCRIPCION PIC X(30).
               10 ELEM-PROD-CATEGORIA PIC X(3).
       01 WS-PRODUCTO-BUSCADO  PIC X(5) VALUE SPACES.

       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA        PIC 9(3) VALUE ZEROS.
       01 WS-TIENDA-HALLADA-SW PIC X VALUE "N".
       01 WS-NOMBRE-TIENDA-HALL PIC X(20) VALUE SPACES.
       01 WS-REGION-TIENDA-HALL PIC X(10) VALUE SPACES.
       01 TABLA-TIENDAS.
           05 ELEM-TDA OCCURS 200 TIMES.
               10 ELEM-TIENDA-CODIGO PIC X(4).
               10 ELEM-TIENDA-NOMBRE PIC X(20).
               10 ELEM-TIENDA-REGION PIC X(10).
       01 WS-TIENDA-BUSCADA    PIC X(4) VALUE SPACES.

      * Periodos de la promocion en curso: el anterior tiene la
      * misma duracion y acaba la vispera del inicio.
       01 WS-DURACION          PIC 9(5) VALUE ZEROS.
       01 WS-JULIANO-DESDE     PIC 9(7) VALUE ZEROS.
       01 WS-ANTES-DESDE       PIC 9(8) VALUE ZEROS.
       01 WS-ANTES-HASTA       PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-PARTIDA.
           05 WS-PARTIDA-AAAAMM PIC 9(6).
           05 WS-PARTIDA-DD     PIC 9(2).
       01 WS-FECHA-PARTIDA-NUM REDEFINES WS-FECHA-PARTIDA PIC 9(8).

      * Meses de foto a leer, de AAAAMM del inicio del periodo
      * anterior al mes siguiente al fin de la promocion.
       01 WS-MES-LECTURA.
           05 WS-MES-LECTURA-AAAA PIC 9(4).
           05 WS-MES-LECTURA-MM   PIC 9(2).
       01 WS-MES-LECTURA-NUM REDEFINES WS-MES-LECTURA PIC 9(6).
       01 WS-MES-FINAL.
           05 WS-MES-FINAL-AAAA   PIC 9(4).
           05 WS-MES-FINAL-MM     PIC 9(2).
       01 WS-MES-FINAL-NUM REDEFINES WS-MES-FINAL PIC 9(6).

      * Acumulado por producto y tienda de la promocion en curso:
      * 1 = periodo anterior, 2 = durante la promocion.
       01 WS-NUM-EFECTO        PIC 9(4) VALUE ZEROS.
       01 WS-IND               PIC 9(4) VALUE ZEROS.
       01 WS-IND-HALLADO       PIC 9(4) VALUE ZEROS.
       01 WS-ENCONTRADO-SW     PIC X VALUE "N".
       01 TABLA-EFECTO.
           05 ELEM-EFECTO OCCURS 3000 TIMES.
               10 ELEM-CODIGO      PIC X(5).
               10 ELEM-TIENDA      PIC X(4).
               10 ELEM-CANT-1      PIC 9(9).
               10 ELEM-ING-1       PIC 9(11)V99.
               10 ELEM-CANT-2      PIC 9(9).
               10 ELEM-ING-2       PIC 9(11)V99.
       01 WS-TOTAL-CANT-1      PIC 9(9) VALUE ZEROS.
       01 WS-TOTAL-ING-1       PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-CANT-2      PIC 9(9) VALUE ZEROS.
       01 WS-TOTAL-ING-2       PIC 9(11)V99 VALUE ZEROS.

      * Variaciones calculadas.
       01 WS-VAR-CANTIDAD      PIC S9(9) VALUE ZEROS.
       01 WS-VAR-INGRESO       PIC S9(11)V99 VALUE ZEROS.
       01 WS-VAR-PCT           PIC S9(5)V99 VALUE ZEROS.

      * Campos editados para el informe.
       01 WS-CANT-1-EDIT       PIC ZZZ.ZZZ.ZZ9.
       01 WS-CANT-2-EDIT       PIC ZZZ.ZZZ.ZZ9.
       01 WS-ING-1-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-ING-2-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-VAR-CANT-EDIT     PIC +ZZZ.ZZZ.ZZ9.
       01 WS-VAR-ING-EDIT      PIC +Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-VAR-PCT-EDIT      PIC +ZZ.ZZ9,99.
       01 WS-PRECIO-EDITADO    PIC ZZ9,99.
       01 WS-DESCUENTO-EDITADO PIC Z9,99.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "PROMO".
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "N".
       01 WS-AMBITO-RESULTADO PIC X(1) VALUE SPACES.

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
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           MOVE WS-ARGUMENTOS TO WS-PROMO-PEDIDA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM CARGAR-PROMOCIONES
           PERFORM CARGAR-PROMO-TIENDAS
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-TIENDAS

           DISPLAY "INFORME DE EFECTIVIDAD DE PROMOCIONES"
           DISPLAY "FECHA: " WS-FECHA-HOY
           IF WS-PROMO-PEDIDA NOT = SPACES
               DISPLAY "PROMOCION: " WS-PROMO-PEDIDA
           END-IF
           IF WS-AMBITO-TIPO NOT = "C"
               DISPLAY "AMBITO: " WS-AMBITO-TIPO " " WS-AMBITO-VALOR
           END-IF
           DISPLAY "=================================================="

           MOVE ZEROS TO WS-IND-PROMO
           PERFORM TRATAR-PROMOCION THRU TRATAR-PROMOCION-EXIT
               UNTIL WS-IND-PROMO >= WS-NUM-PROMOCIONES

           IF WS-NUM-INFORMADAS = ZEROS
               DISPLAY "NINGUNA PROMOCION TERMINADA QUE INFORMAR"
           ELSE
               DISPLAY "PROMOCIONES INFORMADAS: " WS-NUM-INFORMADAS
           END-IF
           DISPLAY "=================================================="
           GOBACK.

       CARGAR-PROMOCIONES.
           MOVE ZEROS TO WS-NUM-PROMOCIONES
           OPEN INPUT PROMOCIONES
           IF FS-PROMOCIONES NOT = "00"
               DISPLAY "AVISO: NO EXISTE PROMOCIONES.DAT"
           ELSE
               PERFORM LEER-PROMOCION THRU LEER-PROMOCION-EXIT
                   UNTIL EOF-SWITCH-PROMO = "S"
               CLOSE PROMOCIONES
           END-IF.

       LEER-PROMOCION.
           READ PROMOCIONES
               AT END MOVE "S" TO EOF-SWITCH-PROMO
           NOT AT END
               IF WS-NUM-PROMOCIONES < 500
                   ADD 1 TO WS-NUM-PROMOCIONES
                   MOVE REG-PROMOCIONES
                       TO ELEM-PROMO (WS-NUM-PROMOCIONES)
               END-IF
           END-READ.
       LEER-PROMOCION-EXIT.
           EXIT.

       CARGAR-PROMO-TIENDAS.
           MOVE ZEROS TO WS-NUM-PROMO-TIENDAS
           OPEN INPUT PROMO-TIENDAS
           IF FS-PROMO-TIENDAS = "00"
               PERFORM LEER-PROMO-TIENDA THRU LEER-PROMO-TIENDA-EXIT
                   UNTIL EOF-SWITCH-PROMO-TDA = "S"
               CLOSE PROMO-TIENDAS
           END-IF.

       LEER-PROMO-TIENDA.
           READ PROMO-TIENDAS
               AT END MOVE "S" TO EOF-SWITCH-PROMO-TDA
           NOT AT END
               IF WS-NUM-PROMO-TIENDAS < 2000
                   ADD 1 TO WS-NUM-PROMO-TIENDAS
                   MOVE REG-PROMO-TIENDAS
                       TO ELEM-PROMTDA (WS-NUM-PROMO-TIENDAS)
               END-IF
           END-READ.
       LEER-PROMO-TIENDA-EXIT.
           EXIT.

       CARGAR-PRODUCTOS.
           MOVE ZEROS TO WS-NUM-PRODUCTOS
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT
                   UNTIL EOF-SWITCH-PROD = "S"
               CLOSE PRODUCTOS
           END-IF.

       LEER-PRODUCTO.
           READ PRODUCTOS
               AT END MOVE "S" TO EOF-SWITCH-PROD
           NOT AT END
               IF WS-NUM-PRODUCTOS < 2000
                   ADD 1 TO WS-NUM-PRODUCTOS
                   MOVE CODIGO-PRODUCTO
                       TO ELEM-PROD-CODIGO (WS-NUM-PRODUCTOS)
                   MOVE DESCRIPCION-PRODUCTO
                       TO ELEM-PROD-DESCRIPCION (WS-NUM-PRODUCTOS)
                   MOVE CATEGORIA-PRODUCTO
                       TO ELEM-PROD-CATEGORIA (WS-NUM-PRODUCTOS)
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
                   MOVE REGION-TIENDA
                       TO ELEM-TIENDA-REGION (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

      * Selecciona la promocion: la pedida por argumento (aunque
      * este anulada) o, sin argumento, cada activa ya terminada.
       TRATAR-PROMOCION.
           ADD 1 TO WS-IND-PROMO
           IF WS-PROMO-PEDIDA NOT = SPACES
               IF ELEM-PROMO-CODIGO (WS-IND-PROMO) NOT = WS-PROMO-PEDIDA
                   GO TO TRATAR-PROMOCION-EXIT
               END-IF
           ELSE
               IF ELEM-PROMO-ESTADO (WS-IND-PROMO) = "N"
                   GO TO TRATAR-PROMOCION-EXIT
               END-IF
           END-IF

           IF ELEM-PROMO-HASTA (WS-IND-PROMO) >= WS-FECHA-HOY
               IF WS-PROMO-PEDIDA NOT = SPACES
                   DISPLAY "LA PROMOCION " WS-PROMO-PEDIDA
                           " SIGUE EN VIGOR HASTA "
                           ELEM-PROMO-HASTA (WS-IND-PROMO)
               END-IF
               GO TO TRATAR-PROMOCION-EXIT
           END-IF

           ADD 1 TO WS-NUM-INFORMADAS
           PERFORM CALCULAR-PERIODOS
           PERFORM IMPRIMIR-CABECERA-PROMO

           MOVE ZEROS TO WS-NUM-EFECTO
           MOVE WS-ANTES-DESDE TO WS-FECHA-PARTIDA
           MOVE WS-PARTIDA-AAAAMM TO WS-MES-LECTURA-NUM
           MOVE ELEM-PROMO-HASTA (WS-IND-PROMO) TO WS-FECHA-PARTIDA
           MOVE WS-PARTIDA-AAAAMM TO WS-MES-FINAL-NUM
           IF WS-MES-FINAL-MM = 12
               ADD 1 TO WS-MES-FINAL-AAAA
               MOVE 01 TO WS-MES-FINAL-MM
           ELSE
               ADD 1 TO WS-MES-FINAL-MM
           END-IF
           PERFORM CARGAR-MES
               UNTIL WS-MES-LECTURA-NUM > WS-MES-FINAL-NUM

           PERFORM IMPRIMIR-EFECTO.
       TRATAR-PROMOCION-EXIT.
           EXIT.

       CALCULAR-PERIODOS.
           MOVE ELEM-PROMO-DESDE (WS-IND-PROMO) TO WS-FECHA-PARTIDA
           COMPUTE WS-JULIANO-DESDE =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-PARTIDA-NUM)
           MOVE ELEM-PROMO-HASTA (WS-IND-PROMO) TO WS-FECHA-PARTIDA
           COMPUTE WS-DURACION =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-PARTIDA-NUM)
               - WS-JULIANO-DESDE + 1
           COMPUTE WS-ANTES-DESDE =
               FUNCTION DATE-OF-INTEGER (WS-JULIANO-DESDE - WS-DURACION)
           COMPUTE WS-ANTES-HASTA =
               FUNCTION DATE-OF-INTEGER (WS-JULIANO-DESDE - 1).

       IMPRIMIR-CABECERA-PROMO.
           DISPLAY " "
           DISPLAY "PROMOCION " ELEM-PROMO-CODIGO (WS-IND-PROMO) " "
                   ELEM-PROMO-DESCRIPCION (WS-IND-PROMO)
           IF ELEM-PROMO-AMBITO (WS-IND-PROMO) = "C"
               DISPLAY "   CATEGORIA "
                       ELEM-PROMO-ARTICULO (WS-IND-PROMO)
           ELSE
               MOVE ELEM-PROMO-ARTICULO (WS-IND-PROMO)
                   TO WS-PRODUCTO-BUSCADO
               PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
               DISPLAY "   PRODUCTO " ELEM-PROMO-ARTICULO (WS-IND-PROMO)
                       " " WS-DESCRIPCION-HALLADA
           END-IF
           IF ELEM-PROMO-TIPO (WS-IND-PROMO) = "D"
               MOVE ELEM-PROMO-DESCUENTO (WS-IND-PROMO)
                   TO WS-DESCUENTO-EDITADO
               DISPLAY "   DESCUENTO " WS-DESCUENTO-EDITADO " %"
           ELSE
               MOVE ELEM-PROMO-PRECIO (WS-IND-PROMO)
                   TO WS-PRECIO-EDITADO
               DISPLAY "   PRECIO DE PROMOCION " WS-PRECIO-EDITADO
           END-IF
           IF ELEM-PROMO-ESTADO (WS-IND-PROMO) = "N"
               DISPLAY "   ** PROMOCION ANULADA **"
           END-IF
           DISPLAY "   ANTES...: " WS-ANTES-DESDE " A " WS-ANTES-HASTA
           DISPLAY "   DURANTE.: " ELEM-PROMO-DESDE (WS-IND-PROMO)
                   " A " ELEM-PROMO-HASTA (WS-IND-PROMO)
                   " (" WS-DURACION " DIAS)".

      * Lee una foto mensual completa y pasa al mes siguiente; si la
      * foto no existe se avisa y se sigue.
       CARGAR-MES.
           MOVE WS-MES-LECTURA-NUM TO WS-NOMBRE-FECHAH-PER
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT FECHA-HIST
           IF FS-FECHA-HIST NOT = "00"
               DISPLAY "   AVISO: NO EXISTE " WS-NOMBRE-FECHA-HIST
           ELSE
               PERFORM LEER-HIST THRU LEER-HIST-EXIT
                   UNTIL EOF-SWITCH = "S"
               CLOSE FECHA-HIST
           END-IF
           IF WS-MES-LECTURA-MM = 12
               ADD 1 TO WS-MES-LECTURA-AAAA
               MOVE 01 TO WS-MES-LECTURA-MM
           ELSE
               ADD 1 TO WS-MES-LECTURA-MM
           END-IF.

       LEER-HIST.
           READ FECHA-HIST
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               PERFORM ACUMULAR-HIST THRU ACUMULAR-HIST-EXIT
           END-READ.
       LEER-HIST-EXIT.
           EXIT.

      * Solo cuentan las lineas de los dos periodos, de los
      * productos de la promocion y de tiendas participantes que
      * esten en el ambito del operador.
       ACUMULAR-HIST.
           IF FECHA-TOTAL-FECHA < WS-ANTES-DESDE
               OR FECHA-TOTAL-FECHA > ELEM-PROMO-HASTA (WS-IND-PROMO)
               GO TO ACUMULAR-HIST-EXIT
           END-IF

           IF ELEM-PROMO-AMBITO (WS-IND-PROMO) = "C"
               MOVE CODIGO-TOTAL-FECHA TO WS-PRODUCTO-BUSCADO
               PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
               IF WS-CATEGORIA-HALLADA
                   NOT = ELEM-PROMO-ARTICULO (WS-IND-PROMO)
                   GO TO ACUMULAR-HIST-EXIT
               END-IF
           ELSE
               IF CODIGO-TOTAL-FECHA
                   NOT = ELEM-PROMO-ARTICULO (WS-IND-PROMO)
                   GO TO ACUMULAR-HIST-EXIT
               END-IF
           END-IF

           MOVE TIENDA-TOTAL-FECHA TO WS-TIENDA-BUSCADA
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           PERFORM COMPROBAR-TIENDA-PROMOCION
           IF WS-PROMO-TIENDA-SW = "N"
               GO TO ACUMULAR-HIST-EXIT
           END-IF
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               GO TO ACUMULAR-HIST-EXIT
           END-IF

           PERFORM BUSCAR-EFECTO THRU BUSCAR-EFECTO-EXIT
           IF WS-ENCONTRADO-SW = "N"
               IF WS-NUM-EFECTO >= 3000
                   DISPLAY "   AVISO: MAS DE 3000 PRODUCTOS Y TIENDAS, "
                           "SE IGNORA: " CODIGO-TOTAL-FECHA " "
                           TIENDA-TOTAL-FECHA
                   GO TO ACUMULAR-HIST-EXIT
               END-IF
               ADD 1 TO WS-NUM-EFECTO
               MOVE WS-NUM-EFECTO TO WS-IND-HALLADO
               MOVE CODIGO-TOTAL-FECHA TO ELEM-CODIGO (WS-IND-HALLADO)
               MOVE TIENDA-TOTAL-FECHA TO ELEM-TIENDA (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-CANT-1 (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-ING-1 (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-CANT-2 (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-ING-2 (WS-IND-HALLADO)
           END-IF

           IF FECHA-TOTAL-FECHA < ELEM-PROMO-DESDE (WS-IND-PROMO)
               ADD CANTIDAD-TOTAL-FECHA
                   TO ELEM-CANT-1 (WS-IND-HALLADO)
               ADD INGRESO-TOTAL-FECHA
                   TO ELEM-ING-1 (WS-IND-HALLADO)
           ELSE
               ADD CANTIDAD-TOTAL-FECHA
                   TO ELEM-CANT-2 (WS-IND-HALLADO)
               ADD INGRESO-TOTAL-FECHA
                   TO ELEM-ING-2 (WS-IND-HALLADO)
           END-IF.
       ACUMULAR-HIST-EXIT.
           EXIT.

      * Misma regla que el cierre: sin lineas en PROMOCION-TIENDAS.DAT
      * participa toda la cadena; con lineas, la tienda debe figurar
      * por codigo (T) o por su region (R).
       COMPROBAR-TIENDA-PROMOCION.
           MOVE "N" TO WS-PROMO-TIENDA-SW
           MOVE "N" TO WS-PROMO-CON-TDAS-SW
           MOVE ZEROS TO WS-IND-PROMTDA
           PERFORM COMPARAR-TIENDA-PROMOCION
               UNTIL WS-IND-PROMTDA >= WS-NUM-PROMO-TIENDAS
               OR WS-PROMO-TIENDA-SW = "S"
           IF WS-PROMO-CON-TDAS-SW = "N"
               MOVE "S" TO WS-PROMO-TIENDA-SW
           END-IF.

       COMPARAR-TIENDA-PROMOCION.
           ADD 1 TO WS-IND-PROMTDA
           IF ELEM-PROMTDA-CODIGO (WS-IND-PROMTDA)
               = ELEM-PROMO-CODIGO (WS-IND-PROMO)
               MOVE "S" TO WS-PROMO-CON-TDAS-SW
               IF (ELEM-PROMTDA-TIPO (WS-IND-PROMTDA) = "R"
                   AND ELEM-PROMTDA-VALOR (WS-IND-PROMTDA)
                       = WS-REGION-TIENDA-HALL)
                   OR (ELEM-PROMTDA-TIPO (WS-IND-PROMTDA) NOT = "R"
                   AND ELEM-PROMTDA-VALOR (WS-IND-PROMTDA)
                       = WS-TIENDA-BUSCADA)
                   MOVE "S" TO WS-PROMO-TIENDA-SW
               END-IF
           END-IF.

       BUSCAR-EFECTO.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-EFECTO
               UNTIL WS-IND >= WS-NUM-EFECTO
               OR WS-ENCONTRADO-SW = "S".
       BUSCAR-EFECTO-EXIT.
           EXIT.

       COMPARAR-EFECTO.
           ADD 1 TO WS-IND
           IF ELEM-CODIGO (WS-IND) = CODIGO-TOTAL-FECHA
               AND ELEM-TIENDA (WS-IND) = TIENDA-TOTAL-FECHA
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

       IMPRIMIR-EFECTO.
           MOVE ZEROS TO WS-TOTAL-CANT-1
           MOVE ZEROS TO WS-TOTAL-ING-1
           MOVE ZEROS TO WS-TOTAL-CANT-2
           MOVE ZEROS TO WS-TOTAL-ING-2
           IF WS-NUM-EFECTO = ZEROS
               DISPLAY "   SIN VENTAS EN NINGUNO DE LOS DOS PERIODOS"
           ELSE
               MOVE ZEROS TO WS-IND
               PERFORM IMPRIMIR-UNA-LINEA
                   UNTIL WS-IND >= WS-NUM-EFECTO
               DISPLAY "   ----------------------------------------"
               IF WS-AMBITO-TIPO = "C"
                   DISPLAY "   TOTAL PROMOCION"
               ELSE
                   DISPLAY "   TOTAL PROMOCION EN SU AMBITO"
               END-IF
               PERFORM IMPRIMIR-CIFRAS-TOTAL
           END-IF.

       IMPRIMIR-UNA-LINEA.
           ADD 1 TO WS-IND
           MOVE ELEM-CODIGO (WS-IND) TO WS-PRODUCTO-BUSCADO
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           MOVE ELEM-TIENDA (WS-IND) TO WS-TIENDA-BUSCADA
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           DISPLAY "   " ELEM-CODIGO (WS-IND) " "
                   WS-DESCRIPCION-HALLADA
           DISPLAY "   TIENDA " ELEM-TIENDA (WS-IND) " "
                   WS-NOMBRE-TIENDA-HALL " (" WS-REGION-TIENDA-HALL ")"

           ADD ELEM-CANT-1 (WS-IND) TO WS-TOTAL-CANT-1
           ADD ELEM-ING-1 (WS-IND) TO WS-TOTAL-ING-1
           ADD ELEM-CANT-2 (WS-IND) TO WS-TOTAL-CANT-2
           ADD ELEM-ING-2 (WS-IND) TO WS-TOTAL-ING-2

           COMPUTE WS-VAR-CANTIDAD =
               ELEM-CANT-2 (WS-IND) - ELEM-CANT-1 (WS-IND)
           MOVE ELEM-CANT-1 (WS-IND) TO WS-CANT-1-EDIT
           MOVE ELEM-CANT-2 (WS-IND) TO WS-CANT-2-EDIT
           MOVE WS-VAR-CANTIDAD TO WS-VAR-CANT-EDIT
           DISPLAY "      UNIDADES: " WS-CANT-1-EDIT " -> "
                   WS-CANT-2-EDIT "  (" WS-VAR-CANT-EDIT ")"
           IF ELEM-CANT-1 (WS-IND) > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VAR-CANTIDAD * 100) / ELEM-CANT-1 (WS-IND)
               MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
               DISPLAY "      VARIACION UNIDADES: " WS-VAR-PCT-EDIT
                       " %"
           END-IF

           COMPUTE WS-VAR-INGRESO =
               ELEM-ING-2 (WS-IND) - ELEM-ING-1 (WS-IND)
           MOVE ELEM-ING-1 (WS-IND) TO WS-ING-1-EDIT
           MOVE ELEM-ING-2 (WS-IND) TO WS-ING-2-EDIT
           MOVE WS-VAR-INGRESO TO WS-VAR-ING-EDIT
           DISPLAY "      INGRESO.: " WS-ING-1-EDIT " -> "
                   WS-ING-2-EDIT "  (" WS-VAR-ING-EDIT ")"
           IF ELEM-ING-1 (WS-IND) > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VAR-INGRESO * 100) / ELEM-ING-1 (WS-IND)
               MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
               DISPLAY "      VARIACION INGRESO.: " WS-VAR-PCT-EDIT
                       " %"
           ELSE
               DISPLAY "      ** SIN VENTA ANTES DE LA PROMOCION **"
           END-IF.

       IMPRIMIR-CIFRAS-TOTAL.
           COMPUTE WS-VAR-CANTIDAD = WS-TOTAL-CANT-2 - WS-TOTAL-CANT-1
           MOVE WS-TOTAL-CANT-1 TO WS-CANT-1-EDIT
           MOVE WS-TOTAL-CANT-2 TO WS-CANT-2-EDIT
           MOVE WS-VAR-CANTIDAD TO WS-VAR-CANT-EDIT
           DISPLAY "      UNIDADES: " WS-CANT-1-EDIT " -> "
                   WS-CANT-2-EDIT "  (" WS-VAR-CANT-EDIT ")"
           IF WS-TOTAL-CANT-1 > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VAR-CANTIDAD * 100) / WS-TOTAL-CANT-1
               MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
               DISPLAY "      VARIACION UNIDADES: " WS-VAR-PCT-EDIT
                       " %"
           END-IF
           COMPUTE WS-VAR-INGRESO = WS-TOTAL-ING-2 - WS-TOTAL-ING-1
           MOVE WS-TOTAL-ING-1 TO WS-ING-1-EDIT
           MOVE WS-TOTAL-ING-2 TO WS-ING-2-EDIT
           MOVE WS-VAR-INGRESO TO WS-VAR-ING-EDIT
           DISPLAY "      INGRESO.: " WS-ING-1-EDIT " -> "
                   WS-ING-2-EDIT "  (" WS-VAR-ING-EDIT ")"
           IF WS-TOTAL-ING-1 > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VAR-INGRESO * 100) / WS-TOTAL-ING-1
               MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
               DISPLAY "      VARIACION INGRESO.: " WS-VAR-PCT-EDIT
                       " %"
           END-IF.

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

       BUSCAR-PRODUCTO.
           MOVE "N" TO WS-PRODUCTO-HALLADO-SW
           MOVE SPACES TO WS-DESCRIPCION-HALLADA
           MOVE SPACES TO WS-CATEGORIA-HALLADA
           MOVE ZEROS TO WS-IND-PROD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
               OR WS-PRODUCTO-HALLADO-SW = "S".
       BUSCAR-PRODUCTO-EXIT.
           EXIT.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PROD
           IF ELEM-PROD-CODIGO (WS-IND-PROD) = WS-PRODUCTO-BUSCADO
               MOVE "S" TO WS-PRODUCTO-HALLADO-SW
               MOVE ELEM-PROD-DESCRIPCION (WS-IND-PROD)
                   TO WS-DESCRIPCION-HALLADA
               MOVE ELEM-PROD-CATEGORIA (WS-IND-PROD)
                   TO WS-CATEGORIA-HALLADA
           END-IF.

       BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE SPACES TO WS-NOMBRE-TIENDA-HALL
           MOVE SPACES TO WS-REGION-TIENDA-HALL
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
               OR WS-TIENDA-HALLADA-SW = "S".
       BUSCAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TIENDA-CODIGO (WS-IND-TIENDA) = WS-TIENDA-BUSCADA
               MOVE "S" TO WS-TIENDA-HALLADA-SW
               MOVE ELEM-TIENDA-NOMBRE (WS-IND-TIENDA)
                   TO WS-NOMBRE-TIENDA-HALL
               MOVE ELEM-TIENDA-REGION (WS-IND-TIENDA)
                   TO WS-REGION-TIENDA-HALL
           END-IF.
