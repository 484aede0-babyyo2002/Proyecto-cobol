      ******************************************************************
      * Author:Maria Romero
      * Date:11/09/2026
      * Purpose: Propuesta de reequilibrio de stock entre tiendas.
      *    SUGERIR-PEDIDOS pedia a proveedor aunque una tienda
      *    estuviera sobrada y otra de la misma zona sin genero.
      *    Este programa trabaja por producto y tienda: toma la
      *    velocidad de venta de cada tienda de TOTAL-FECHA.DAT
      *    (media diaria de los ultimos N dias, como en
      *    SUGERIR-PEDIDOS) y su posicion de STOCK.IDX, y dentro de
      *    cada region empareja las tiendas por debajo de su punto
      *    de pedido con las que tienen cobertura de sobra del mismo
      *    producto. Los traspasos ya confirmados y todavia no
      *    aplicados de TRASPASOS-STOCK.DAT se cuentan como hechos.
      *    Nivel objetivo de una posicion: la venta de los dias
      *    objetivo o su punto de pedido, lo que sea mayor.
      *    - Le falta a la tienda cuyo stock esta por debajo del
      *      punto de pedido: hasta el nivel objetivo.
      *    - Le sobra a la tienda cuya cobertura pasa de los dias de
      *      exceso: lo que tiene por encima del nivel objetivo (la
      *      origen nunca se queda por debajo de su propio nivel).
      *    Escribe REEQUILIBRIO-PROPUESTO.DAT (origen, destino,
      *    producto, cantidad y los datos que justifican la linea),
      *    que logistica revisa y confirma con CONFIRMAR-TRASPASOS;
      *    lo confirmado pasa a TRASPASOS-STOCK.DAT para el siguiente
      *    ACTUALIZAR-STOCK. Se lanza despues de ACTUALIZAR-STOCK y
      *    antes de SUGERIR-PEDIDOS, que solo pide lo que el
      *    reequilibrio no cubre.
      *    Argumentos del job: "<dias-ventana> <dias-objetivo>
      *    <dias-exceso>" (14, 21 y el doble del objetivo si no se
      *    pasan). Cada pasada reescribe la propuesta entera.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPONER-REEQUILIBRIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK ASSIGN TO "STOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CLAVE-STOCK
               FILE STATUS IS FS-STOCK.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT TOTAL-FECHA ASSIGN TO "TOTAL-FECHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOTAL-FECHA.
           SELECT TRASPASOS ASSIGN TO "TRASPASOS-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRASPASOS.
           SELECT PROPUESTA ASSIGN TO "REEQUILIBRIO-PROPUESTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPUESTA.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK.
       01 REG-STOCK.
           05 CLAVE-STOCK.
               10 CODIGO-STOCK    PIC X(5).
               10 TIENDA-STOCK    PIC X(4).
           05 EXISTENCIAS-STOCK   PIC S9(7).
           05 PUNTO-PEDIDO-STOCK  PIC 9(5).

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

       FD TOTAL-FECHA.
       01 REG-TOTAL-FECHA.
           05 CODIGO-TOTAL-FECHA      PIC X(5).
           05 FECHA-TOTAL-FECHA       PIC 9(8).
           05 CANTIDAD-TOTAL-FECHA    PIC 9(5).
           05 INGRESO-TOTAL-FECHA     PIC 9(8)V99.
           05 TIENDA-TOTAL-FECHA      PIC X(4).

       FD TRASPASOS.
       01 REG-TRASPASOS.
           05 TRASPASO-ORIGEN     PIC X(4).
           05 TRASPASO-DESTINO    PIC X(4).
           05 TRASPASO-CODIGO     PIC X(5).
           05 TRASPASO-CANTIDAD   PIC 9(5).
           05 TRASPASO-DOCUMENTO  PIC X(10).

      * Linea de la propuesta. Estado: P = pendiente de revisar,
      * C = confirmada (ya esta en TRASPASOS-STOCK.DAT), R =
      * rechazada por logistica. El operador es quien la reviso.
       FD PROPUESTA.
       01 REG-PROPUESTA.
           05 PROPUESTA-FECHA         PIC 9(8).
           05 PROPUESTA-ORIGEN        PIC X(4).
           05 PROPUESTA-DESTINO       PIC X(4).
           05 PROPUESTA-CODIGO        PIC X(5).
           05 PROPUESTA-CANTIDAD      PIC 9(5).
           05 PROPUESTA-REGION        PIC X(10).
           05 PROPUESTA-EXIST-ORIGEN  PIC S9(7).
           05 PROPUESTA-COBERTURA     PIC 9(5).
           05 PROPUESTA-EXIST-DESTINO PIC S9(7).
           05 PROPUESTA-PUNTO-DESTINO PIC 9(5).
           05 PROPUESTA-ESTADO        PIC X(1).
           05 PROPUESTA-OPERADOR      PIC 9(6).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-STOCK    PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS  PIC X VALUE "N".
       01 EOF-SWITCH-FECHA    PIC X VALUE "N".
       01 EOF-SWITCH-TRASP    PIC X VALUE "N".
       01 FS-STOCK            PIC XX VALUE SPACES.
       01 FS-TIENDAS          PIC XX VALUE SPACES.
       01 FS-TOTAL-FECHA      PIC XX VALUE SPACES.
       01 FS-TRASPASOS        PIC XX VALUE SPACES.
       01 FS-PROPUESTA        PIC XX VALUE SPACES.

      * Parametros del job: ventana de velocidad, cobertura objetivo
      * y cobertura a partir de la cual una tienda esta sobrada.
       01 WS-LINEA-COMANDO    PIC X(40) VALUE SPACES.
       01 WS-ARG-1            PIC X(10) VALUE SPACES.
       01 WS-ARG-2            PIC X(10) VALUE SPACES.
       01 WS-ARG-3            PIC X(10) VALUE SPACES.
       01 WS-DIAS-VENTANA     PIC 9(3) VALUE 14.
       01 WS-DIAS-OBJETIVO    PIC 9(3) VALUE 21.
       01 WS-DIAS-EXCESO      PIC 9(3) VALUE ZEROS.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.

      * Maestro de tiendas: region y estado (una tienda cerrada ni
      * da ni recibe).
       01 WS-NUM-TIENDAS      PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA       PIC 9(3) VALUE ZEROS.
       01 WS-TIENDA-HALLADA-SW PIC X VALUE "N".
       01 WS-REGION-HALLADA   PIC X(10) VALUE SPACES.
       01 WS-ESTADO-HALLADO   PIC X(1) VALUE SPACES.
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA OCCURS 200 TIMES.
               10 ELEM-TIENDA-CODIGO PIC X(4).
               10 ELEM-TIENDA-REGION PIC X(10).
               10 ELEM-TIENDA-ESTADO PIC X(1).

      * Posiciones producto + tienda con su venta en la ventana, y
      * lo que le falta o le sobra una vez calculado el nivel.
       01 WS-NUM-POSICIONES   PIC 9(5) VALUE ZEROS.
       01 WS-IND-POS          PIC 9(5) VALUE ZEROS.
       01 WS-IND-ORIGEN       PIC 9(5) VALUE ZEROS.
       01 WS-IND-HALLADO      PIC 9(5) VALUE ZEROS.
       01 WS-ENCONTRADO-SW    PIC X VALUE "N".
       01 WS-CODIGO-BUSCADO   PIC X(5) VALUE SPACES.
       01 WS-TIENDA-BUSCADA   PIC X(4) VALUE SPACES.
       01 TABLA-POSICIONES.
           05 ELEM-POS OCCURS 20000 TIMES.
               10 ELEM-POS-CODIGO      PIC X(5).
               10 ELEM-POS-TIENDA      PIC X(4).
               10 ELEM-POS-REGION      PIC X(10).
               10 ELEM-POS-ACTIVA      PIC X(1).
               10 ELEM-POS-EXISTENCIAS PIC S9(7).
               10 ELEM-POS-PUNTO       PIC 9(5).
               10 ELEM-POS-VENDIDO     PIC 9(7).
               10 ELEM-POS-COBERTURA   PIC 9(5).
               10 ELEM-POS-FALTA       PIC 9(7).
               10 ELEM-POS-SOBRA       PIC 9(7).

      * Dos pasadas sobre TOTAL-FECHA.DAT, igual que en
      * SUGERIR-PEDIDOS.
       01 WS-PASADA           PIC 9 VALUE ZEROS.
       01 WS-FECHA-MAXIMA     PIC 9(8) VALUE ZEROS.
       01 WS-JULIANO-MAXIMO   PIC 9(7) VALUE ZEROS.
       01 WS-JULIANO-LINEA    PIC 9(7) VALUE ZEROS.
       01 WS-JULIANO-CORTE    PIC 9(7) VALUE ZEROS.

       01 WS-TASA-DIARIA      PIC 9(5)V99 VALUE ZEROS.
       01 WS-NIVEL-OBJETIVO   PIC 9(7) VALUE ZEROS.
       01 WS-CANTIDAD         PIC 9(7) VALUE ZEROS.

       01 WS-CONTA-FALTAN     PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-SOBRAN     PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-CUBIERTAS  PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-LINEAS     PIC 9(5) VALUE ZEROS.
       01 WS-UNIDADES-FALTAN  PIC 9(9) VALUE ZEROS.
       01 WS-UNIDADES-PROPUESTAS PIC 9(9) VALUE ZEROS.
       01 WS-UNIDADES-SIN-CUBRIR PIC 9(9) VALUE ZEROS.

       01 WS-EXISTENCIAS-EDIT PIC -Z.ZZZ.ZZ9.
       01 WS-DESTINO-EDIT     PIC -Z.ZZZ.ZZ9.
       01 WS-CANTIDAD-EDIT    PIC ZZ.ZZ9.
       01 WS-TOTAL-EDIT       PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "PROPUESTA DE REEQUILIBRIO ENTRE TIENDAS"
           DISPLAY "VENTANA: " WS-DIAS-VENTANA
                   " DIAS  OBJETIVO: " WS-DIAS-OBJETIVO
                   " DIAS  EXCESO: " WS-DIAS-EXCESO " DIAS"
           DISPLAY "=================================================="

           PERFORM CARGAR-TIENDAS
           IF WS-NUM-TIENDAS = ZEROS
               DISPLAY "SIN MAESTRO DE TIENDAS: NO SE SABE LA REGION "
                       "DE CADA TIENDA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-STOCK
           PERFORM BUSCAR-FECHA-MAXIMA
           IF WS-FECHA-MAXIMA = ZEROS
               DISPLAY "SIN VENTAS EN TOTAL-FECHA.DAT: NO SE PUEDE "
                       "CALCULAR LA VELOCIDAD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SUMAR-VENTANA
           PERFORM CARGAR-TRASPASOS

           MOVE ZEROS TO WS-IND-POS
           PERFORM CALCULAR-POSICION THRU CALCULAR-POSICION-EXIT
               UNTIL WS-IND-POS >= WS-NUM-POSICIONES

           OPEN OUTPUT PROPUESTA
           IF FS-PROPUESTA NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR REEQUILIBRIO-PROPUESTO.DAT "
                       "(FILE STATUS " FS-PROPUESTA ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PRODUCTO ORIGEN DESTINO REGION     CANTIDAD"
                   "  STOCK ORIGEN COB.  STOCK DESTINO"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-IND-POS
           PERFORM CUBRIR-POSICION THRU CUBRIR-POSICION-EXIT
               UNTIL WS-IND-POS >= WS-NUM-POSICIONES
           CLOSE PROPUESTA

           DISPLAY "--------------------------------------------------"
           MOVE WS-CONTA-FALTAN TO WS-TOTAL-EDIT
           DISPLAY "POSICIONES BAJO PUNTO DE PEDIDO: " WS-TOTAL-EDIT
           MOVE WS-CONTA-CUBIERTAS TO WS-TOTAL-EDIT
           DISPLAY "  CUBIERTAS DEL TODO:            " WS-TOTAL-EDIT
           MOVE WS-CONTA-SOBRAN TO WS-TOTAL-EDIT
           DISPLAY "POSICIONES CON SOBRANTE:         " WS-TOTAL-EDIT
           MOVE WS-CONTA-LINEAS TO WS-TOTAL-EDIT
           DISPLAY "LINEAS DE TRASPASO PROPUESTAS:   " WS-TOTAL-EDIT
           MOVE WS-UNIDADES-FALTAN TO WS-TOTAL-EDIT
           DISPLAY "UNIDADES QUE FALTAN:             " WS-TOTAL-EDIT
           MOVE WS-UNIDADES-PROPUESTAS TO WS-TOTAL-EDIT
           DISPLAY "UNIDADES PROPUESTAS:             " WS-TOTAL-EDIT
           MOVE WS-UNIDADES-SIN-CUBRIR TO WS-TOTAL-EDIT
           DISPLAY "SIN CUBRIR (A PROVEEDOR):        " WS-TOTAL-EDIT
           STOP RUN.

       RESOLVER-ARGUMENTOS.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2 WS-ARG-3
           END-UNSTRING
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-ARG-1) TO WS-DIAS-VENTANA
           END-IF
           IF WS-ARG-2 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-2) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-ARG-2) TO WS-DIAS-OBJETIVO
           END-IF
           IF WS-ARG-3 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-3) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-ARG-3) TO WS-DIAS-EXCESO
           END-IF
           IF WS-DIAS-VENTANA = ZEROS
               MOVE 14 TO WS-DIAS-VENTANA
           END-IF
           IF WS-DIAS-OBJETIVO = ZEROS
               MOVE 21 TO WS-DIAS-OBJETIVO
           END-IF
      * El exceso nunca por debajo del objetivo: una tienda no puede
      * estar sobrada y a la vez necesitar reponer.
           IF WS-DIAS-EXCESO < WS-DIAS-OBJETIVO
               COMPUTE WS-DIAS-EXCESO = WS-DIAS-OBJETIVO * 2
           END-IF.

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
                   MOVE REGION-TIENDA
                       TO ELEM-TIENDA-REGION (WS-NUM-TIENDAS)
                   MOVE ESTADO-TIENDA
                       TO ELEM-TIENDA-ESTADO (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

       CARGAR-STOCK.
           MOVE ZEROS TO WS-NUM-POSICIONES
           OPEN INPUT STOCK
           IF FS-STOCK = "00"
               PERFORM LEER-STOCK THRU LEER-STOCK-EXIT
                   UNTIL EOF-SWITCH-STOCK = "S"
               CLOSE STOCK
           END-IF.

       LEER-STOCK.
           READ STOCK
               AT END MOVE "S" TO EOF-SWITCH-STOCK
           NOT AT END
               IF EXISTENCIAS-STOCK IS NUMERIC
                   MOVE CODIGO-STOCK TO WS-CODIGO-BUSCADO
                   MOVE TIENDA-STOCK TO WS-TIENDA-BUSCADA
                   PERFORM LOCALIZAR-O-CREAR
                       THRU LOCALIZAR-O-CREAR-EXIT
                   IF WS-IND-HALLADO > ZEROS
                       MOVE EXISTENCIAS-STOCK
                           TO ELEM-POS-EXISTENCIAS (WS-IND-HALLADO)
                       MOVE PUNTO-PEDIDO-STOCK
                           TO ELEM-POS-PUNTO (WS-IND-HALLADO)
                   END-IF
               END-IF
           END-READ.
       LEER-STOCK-EXIT.
           EXIT.

      * Primera pasada: fecha de venta mas reciente del fichero.
       BUSCAR-FECHA-MAXIMA.
           MOVE 1 TO WS-PASADA
           MOVE "N" TO EOF-SWITCH-FECHA
           OPEN INPUT TOTAL-FECHA
           IF FS-TOTAL-FECHA = "00"
               PERFORM LEER-LINEA-FECHA THRU LEER-LINEA-FECHA-EXIT
                   UNTIL EOF-SWITCH-FECHA = "S"
               CLOSE TOTAL-FECHA
           END-IF.

      * Segunda pasada: unidades de la ventana por producto y tienda.
       SUMAR-VENTANA.
           COMPUTE WS-JULIANO-MAXIMO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-MAXIMA)
           COMPUTE WS-JULIANO-CORTE =
               WS-JULIANO-MAXIMO - WS-DIAS-VENTANA + 1
           MOVE 2 TO WS-PASADA
           MOVE "N" TO EOF-SWITCH-FECHA
           OPEN INPUT TOTAL-FECHA
           IF FS-TOTAL-FECHA = "00"
               PERFORM LEER-LINEA-FECHA THRU LEER-LINEA-FECHA-EXIT
                   UNTIL EOF-SWITCH-FECHA = "S"
               CLOSE TOTAL-FECHA
           END-IF.

       LEER-LINEA-FECHA.
           READ TOTAL-FECHA
               AT END MOVE "S" TO EOF-SWITCH-FECHA
           NOT AT END
               PERFORM TRATAR-LINEA-FECHA
                   THRU TRATAR-LINEA-FECHA-EXIT
           END-READ.
       LEER-LINEA-FECHA-EXIT.
           EXIT.

       TRATAR-LINEA-FECHA.
           IF FECHA-TOTAL-FECHA IS NOT NUMERIC
               OR FECHA-TOTAL-FECHA = ZEROS
               GO TO TRATAR-LINEA-FECHA-EXIT
           END-IF

           IF WS-PASADA = 1
               IF FECHA-TOTAL-FECHA > WS-FECHA-MAXIMA
                   MOVE FECHA-TOTAL-FECHA TO WS-FECHA-MAXIMA
               END-IF
               GO TO TRATAR-LINEA-FECHA-EXIT
           END-IF

           COMPUTE WS-JULIANO-LINEA =
               FUNCTION INTEGER-OF-DATE (FECHA-TOTAL-FECHA)
           IF WS-JULIANO-LINEA < WS-JULIANO-CORTE
               GO TO TRATAR-LINEA-FECHA-EXIT
           END-IF
      * Las lineas anteriores a la tienda en TOTAL-FECHA.DAT no
      * dicen donde se vendio: no cuentan para ninguna tienda.
           IF TIENDA-TOTAL-FECHA = SPACES
               GO TO TRATAR-LINEA-FECHA-EXIT
           END-IF

           MOVE CODIGO-TOTAL-FECHA TO WS-CODIGO-BUSCADO
           MOVE TIENDA-TOTAL-FECHA TO WS-TIENDA-BUSCADA
           PERFORM LOCALIZAR-O-CREAR THRU LOCALIZAR-O-CREAR-EXIT
           IF WS-IND-HALLADO > ZEROS
               ADD CANTIDAD-TOTAL-FECHA
                   TO ELEM-POS-VENDIDO (WS-IND-HALLADO)
           END-IF.
       TRATAR-LINEA-FECHA-EXIT.
           EXIT.

      * Los traspasos confirmados que ACTUALIZAR-STOCK todavia no ha
      * aplicado se dan por hechos: restan en la origen y suman en
      * la destino, para no proponerlos otra vez.
       CARGAR-TRASPASOS.
           OPEN INPUT TRASPASOS
           IF FS-TRASPASOS = "00"
               PERFORM LEER-TRASPASO THRU LEER-TRASPASO-EXIT
                   UNTIL EOF-SWITCH-TRASP = "S"
               CLOSE TRASPASOS
           END-IF.

       LEER-TRASPASO.
           READ TRASPASOS
               AT END
                   MOVE "S" TO EOF-SWITCH-TRASP
                   GO TO LEER-TRASPASO-EXIT
           END-READ
           IF TRASPASO-CANTIDAD IS NOT NUMERIC
               OR TRASPASO-CODIGO = SPACES
               OR TRASPASO-ORIGEN = TRASPASO-DESTINO
               GO TO LEER-TRASPASO-EXIT
           END-IF
           MOVE TRASPASO-CODIGO TO WS-CODIGO-BUSCADO
           MOVE TRASPASO-ORIGEN TO WS-TIENDA-BUSCADA
           PERFORM LOCALIZAR-O-CREAR THRU LOCALIZAR-O-CREAR-EXIT
           IF WS-IND-HALLADO > ZEROS
               SUBTRACT TRASPASO-CANTIDAD
                   FROM ELEM-POS-EXISTENCIAS (WS-IND-HALLADO)
           END-IF
           MOVE TRASPASO-DESTINO TO WS-TIENDA-BUSCADA
           PERFORM LOCALIZAR-O-CREAR THRU LOCALIZAR-O-CREAR-EXIT
           IF WS-IND-HALLADO > ZEROS
               ADD TRASPASO-CANTIDAD
                   TO ELEM-POS-EXISTENCIAS (WS-IND-HALLADO)
           END-IF.
       LEER-TRASPASO-EXIT.
           EXIT.

      * Nivel objetivo, falta y sobra de una posicion. La tasa se
      * redondea hacia arriba al pasar a unidades, como en
      * SUGERIR-PEDIDOS.
       CALCULAR-POSICION.
           ADD 1 TO WS-IND-POS
           MOVE ZEROS TO ELEM-POS-FALTA (WS-IND-POS)
           MOVE ZEROS TO ELEM-POS-SOBRA (WS-IND-POS)
           MOVE 99999 TO ELEM-POS-COBERTURA (WS-IND-POS)
           IF ELEM-POS-ACTIVA (WS-IND-POS) NOT = "S"
               GO TO CALCULAR-POSICION-EXIT
           END-IF

           COMPUTE WS-TASA-DIARIA ROUNDED =
               ELEM-POS-VENDIDO (WS-IND-POS) / WS-DIAS-VENTANA
           COMPUTE WS-NIVEL-OBJETIVO =
               (WS-TASA-DIARIA * WS-DIAS-OBJETIVO) + 0,99
           IF WS-NIVEL-OBJETIVO < ELEM-POS-PUNTO (WS-IND-POS)
               MOVE ELEM-POS-PUNTO (WS-IND-POS) TO WS-NIVEL-OBJETIVO
           END-IF

           IF ELEM-POS-EXISTENCIAS (WS-IND-POS) <= ZEROS
               MOVE ZEROS TO ELEM-POS-COBERTURA (WS-IND-POS)
           ELSE
               IF WS-TASA-DIARIA > ZEROS
                   COMPUTE ELEM-POS-COBERTURA (WS-IND-POS) =
                       ELEM-POS-EXISTENCIAS (WS-IND-POS)
                       / WS-TASA-DIARIA
                       ON SIZE ERROR
                           MOVE 99999
                               TO ELEM-POS-COBERTURA (WS-IND-POS)
                   END-COMPUTE
               END-IF
           END-IF

           IF ELEM-POS-EXISTENCIAS (WS-IND-POS) <
               ELEM-POS-PUNTO (WS-IND-POS)
               COMPUTE ELEM-POS-FALTA (WS-IND-POS) =
                   WS-NIVEL-OBJETIVO - ELEM-POS-EXISTENCIAS (WS-IND-POS)
               ADD 1 TO WS-CONTA-FALTAN
               ADD ELEM-POS-FALTA (WS-IND-POS) TO WS-UNIDADES-FALTAN
               GO TO CALCULAR-POSICION-EXIT
           END-IF

           IF ELEM-POS-COBERTURA (WS-IND-POS) > WS-DIAS-EXCESO
               AND ELEM-POS-EXISTENCIAS (WS-IND-POS) >
                   WS-NIVEL-OBJETIVO
               COMPUTE ELEM-POS-SOBRA (WS-IND-POS) =
                   ELEM-POS-EXISTENCIAS (WS-IND-POS) - WS-NIVEL-OBJETIVO
               ADD 1 TO WS-CONTA-SOBRAN
           END-IF.
       CALCULAR-POSICION-EXIT.
           EXIT.

      * Una posicion a la que le falta busca origenes del mismo
      * producto y region con sobrante, en el orden del maestro,
      * hasta cubrirse o agotarlos.
       CUBRIR-POSICION.
           ADD 1 TO WS-IND-POS
           IF ELEM-POS-FALTA (WS-IND-POS) = ZEROS
               GO TO CUBRIR-POSICION-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-ORIGEN
           PERFORM BUSCAR-ORIGEN THRU BUSCAR-ORIGEN-EXIT
               UNTIL WS-IND-ORIGEN >= WS-NUM-POSICIONES
               OR ELEM-POS-FALTA (WS-IND-POS) = ZEROS
           IF ELEM-POS-FALTA (WS-IND-POS) = ZEROS
               ADD 1 TO WS-CONTA-CUBIERTAS
           ELSE
               ADD ELEM-POS-FALTA (WS-IND-POS)
                   TO WS-UNIDADES-SIN-CUBRIR
           END-IF.
       CUBRIR-POSICION-EXIT.
           EXIT.

       BUSCAR-ORIGEN.
           ADD 1 TO WS-IND-ORIGEN
           IF ELEM-POS-SOBRA (WS-IND-ORIGEN) = ZEROS
               OR ELEM-POS-CODIGO (WS-IND-ORIGEN) NOT =
                  ELEM-POS-CODIGO (WS-IND-POS)
               OR ELEM-POS-REGION (WS-IND-ORIGEN) NOT =
                  ELEM-POS-REGION (WS-IND-POS)
               GO TO BUSCAR-ORIGEN-EXIT
           END-IF

           MOVE ELEM-POS-FALTA (WS-IND-POS) TO WS-CANTIDAD
           IF ELEM-POS-SOBRA (WS-IND-ORIGEN) < WS-CANTIDAD
               MOVE ELEM-POS-SOBRA (WS-IND-ORIGEN) TO WS-CANTIDAD
           END-IF
      * El traspaso lleva la cantidad en cinco cifras.
           IF WS-CANTIDAD > 99999
               MOVE 99999 TO WS-CANTIDAD
           END-IF
           SUBTRACT WS-CANTIDAD FROM ELEM-POS-FALTA (WS-IND-POS)
           SUBTRACT WS-CANTIDAD FROM ELEM-POS-SOBRA (WS-IND-ORIGEN)
           PERFORM GRABAR-PROPUESTA.
       BUSCAR-ORIGEN-EXIT.
           EXIT.

       GRABAR-PROPUESTA.
           MOVE WS-FECHA-HOY TO PROPUESTA-FECHA
           MOVE ELEM-POS-TIENDA (WS-IND-ORIGEN) TO PROPUESTA-ORIGEN
           MOVE ELEM-POS-TIENDA (WS-IND-POS) TO PROPUESTA-DESTINO
           MOVE ELEM-POS-CODIGO (WS-IND-POS) TO PROPUESTA-CODIGO
           MOVE WS-CANTIDAD TO PROPUESTA-CANTIDAD
           MOVE ELEM-POS-REGION (WS-IND-POS) TO PROPUESTA-REGION
           MOVE ELEM-POS-EXISTENCIAS (WS-IND-ORIGEN)
               TO PROPUESTA-EXIST-ORIGEN
           MOVE ELEM-POS-COBERTURA (WS-IND-ORIGEN)
               TO PROPUESTA-COBERTURA
           MOVE ELEM-POS-EXISTENCIAS (WS-IND-POS)
               TO PROPUESTA-EXIST-DESTINO
           MOVE ELEM-POS-PUNTO (WS-IND-POS) TO PROPUESTA-PUNTO-DESTINO
           MOVE "P" TO PROPUESTA-ESTADO
           MOVE ZEROS TO PROPUESTA-OPERADOR
           WRITE REG-PROPUESTA
           ADD 1 TO WS-CONTA-LINEAS
           ADD WS-CANTIDAD TO WS-UNIDADES-PROPUESTAS

           MOVE WS-CANTIDAD TO WS-CANTIDAD-EDIT
           MOVE PROPUESTA-EXIST-ORIGEN TO WS-EXISTENCIAS-EDIT
           MOVE PROPUESTA-EXIST-DESTINO TO WS-DESTINO-EDIT
           DISPLAY PROPUESTA-CODIGO "    " PROPUESTA-ORIGEN "   "
                   PROPUESTA-DESTINO "    " PROPUESTA-REGION " "
                   WS-CANTIDAD-EDIT "  " WS-EXISTENCIAS-EDIT " "
                   PROPUESTA-COBERTURA " " WS-DESTINO-EDIT.

      * Busca la posicion producto + tienda; si no esta la crea con
      * stock y punto de pedido a cero y la region de su tienda.
       LOCALIZAR-O-CREAR.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND-POS
           MOVE ZEROS TO WS-IND-HALLADO
           PERFORM COMPARAR-POSICION
               UNTIL WS-IND-POS >= WS-NUM-POSICIONES
               OR WS-ENCONTRADO-SW = "S"

           IF WS-ENCONTRADO-SW = "N"
               IF WS-NUM-POSICIONES >= 20000
                   DISPLAY "AVISO: TABLA DE POSICIONES LLENA, SE "
                           "IGNORA: " WS-CODIGO-BUSCADO " "
                           WS-TIENDA-BUSCADA
               ELSE
                   ADD 1 TO WS-NUM-POSICIONES
                   MOVE WS-NUM-POSICIONES TO WS-IND-HALLADO
                   PERFORM INICIAR-POSICION
               END-IF
           END-IF.
       LOCALIZAR-O-CREAR-EXIT.
           EXIT.

       COMPARAR-POSICION.
           ADD 1 TO WS-IND-POS
           IF ELEM-POS-CODIGO (WS-IND-POS) = WS-CODIGO-BUSCADO
               AND ELEM-POS-TIENDA (WS-IND-POS) = WS-TIENDA-BUSCADA
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND-POS TO WS-IND-HALLADO
           END-IF.

      * Solo reparten y reciben las tiendas del maestro que no estan
      * cerradas.
       INICIAR-POSICION.
           MOVE WS-CODIGO-BUSCADO TO ELEM-POS-CODIGO (WS-IND-HALLADO)
           MOVE WS-TIENDA-BUSCADA TO ELEM-POS-TIENDA (WS-IND-HALLADO)
           MOVE ZEROS TO ELEM-POS-EXISTENCIAS (WS-IND-HALLADO)
           MOVE ZEROS TO ELEM-POS-PUNTO (WS-IND-HALLADO)
           MOVE ZEROS TO ELEM-POS-VENDIDO (WS-IND-HALLADO)
           MOVE ZEROS TO ELEM-POS-COBERTURA (WS-IND-HALLADO)
           MOVE ZEROS TO ELEM-POS-FALTA (WS-IND-HALLADO)
           MOVE ZEROS TO ELEM-POS-SOBRA (WS-IND-HALLADO)
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           MOVE WS-REGION-HALLADA TO ELEM-POS-REGION (WS-IND-HALLADO)
           IF WS-TIENDA-HALLADA-SW = "S"
               AND WS-ESTADO-HALLADO NOT = "C"
               AND WS-REGION-HALLADA NOT = SPACES
               MOVE "S" TO ELEM-POS-ACTIVA (WS-IND-HALLADO)
           ELSE
               MOVE "N" TO ELEM-POS-ACTIVA (WS-IND-HALLADO)
           END-IF.

       BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE SPACES TO WS-REGION-HALLADA
           MOVE SPACES TO WS-ESTADO-HALLADO
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
               MOVE ELEM-TIENDA-REGION (WS-IND-TIENDA)
                   TO WS-REGION-HALLADA
               MOVE ELEM-TIENDA-ESTADO (WS-IND-TIENDA)
                   TO WS-ESTADO-HALLADO
           END-IF.
