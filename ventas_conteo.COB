      *    tabla en memoria ni reescritura del fichero entero.
      * Mod:02/09/2026 - La tabla de precios de referencia sube de
      *    500 a 2000 lineas, muy por encima del maestro real.
      * Mod:10/09/2026 - Cada ajuste aplicado al maestro se apunta
      *    tambien en el kardex KARDEX-STOCK.DAT (tipo A, documento
      *    RECUENTO con la fecha del recuento y quien conto), con el
      *    saldo antes y despues (ver ACTUALIZAR-STOCK).
      * Mod:13/09/2026 - Ambito de tiendas del operador: desde la
      *    consola llega el ambito (ver COMPROBAR-AMBITO) y solo se
      *    concilian y ajustan las lineas del recuento de sus
      *    tiendas. Las de otras tiendas no se muestran ni se tocan
      *    y se devuelven a CONTEO-STOCK.DAT al vaciarlo, para que
      *    las concilie quien las tenga en su ambito. Sin el
      *    parametro (lanzamiento suelto) vale para todas.
      * Mod:22/09/2026 - Recuento por lote de los perecederos: la
      *    linea del recuento puede traer lote y caducidad, y
      *    entonces se compara con las existencias de ese lote en
      *    LOTES-STOCK.IDX (ver ACTUALIZAR-STOCK). Una posicion con
      *    alguna linea por lote se da por contada lote a lote: los
      *    lotes que tiene y no se han contado entran con contado
      *    cero, y el stock sin lote se compara con la linea sin
      *    lote de esa posicion si la hay, o con cero si no. Al
      *    aplicar, el lote queda a lo contado (se borra si queda a
      *    cero) y la posicion de STOCK.IDX se mueve en la
      *    diferencia, con su apunte de kardex. Las lineas sin lote
      *    de posiciones sin lotes contados siguen como siempre. El
      *    diario de ajustes apunta tambien el lote y la caducidad.
      * Mod:25/09/2026 - El registro de PRODUCTOS.DAT lleva ya 84
      *    posiciones; se completa aqui el trazado con relleno para leer
      *    cada linea entera.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT AJUSTES ASSIGN TO "AJUSTES-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AJUSTES.
           SELECT KARDEX ASSIGN TO "KARDEX-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KARDEX.
           SELECT LOTES ASSIGN TO "LOTES-STOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLAVE-LOTE
               FILE STATUS IS FS-LOTES.

       DATA DIVISION.
       FILE SECTION.
           05 TIPO-IVA-PRODUCTO    PIC X(1).
           05 COSTE-PRODUCTO       PIC 9(3)V99.
           05 CATEGORIA-PRODUCTO   PIC X(3).
           05 FILLER               PIC X(19).

      * Recuento fisico: una linea por producto contado, o por lote
      * contado en los perecederos.
       FD CONTEO.
       01 REG-CONTEO.
           05 CONTEO-CODIGO       PIC X(5).
           05 CONTEO-CANTIDAD     PIC 9(7).
           05 CONTEO-FECHA        PIC 9(8).
           05 CONTEO-USUARIO      PIC 9(6).
           05 CONTEO-LOTE         PIC X(10).
           05 CONTEO-CADUCIDAD    PIC 9(8).

      * Diario de ajustes aplicados, justificante de cada correccion
      * del stock teorico.
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

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-PROD     PIC X VALUE "N".
       01 FS-PRODUCTOS        PIC XX VALUE SPACES.
       01 FS-CONTEO           PIC XX VALUE SPACES.
       01 FS-AJUSTES          PIC XX VALUE SPACES.
       01 FS-KARDEX           PIC XX VALUE SPACES.
       01 FS-LOTES            PIC XX VALUE SPACES.

      * Saldo de la posicion al aplicar el ajuste, para el kardex.
       01 WS-SALDO-ANTES      PIC S9(7) VALUE ZEROS.
       01 WS-AJUSTE-GRABADO-SW PIC X VALUE "N".

       01 WS-OPCION           PIC 9 VALUE ZEROS.


      * Lineas del recuento cargadas en memoria, con la diferencia
      * ya calculada, para poder pedir una sola confirmacion al
      * final del informe. Tipo P = posicion entera (sin lotes
      * contados), L = lote, R = resto sin lote de una posicion
      * contada por lotes.
       01 WS-NUM-CONTEOS      PIC 9(3) VALUE ZEROS.
       01 WS-IND-CONTEO       PIC 9(3) VALUE ZEROS.
       01 TABLA-CONTEOS.
               10 ELEM-CONT-USUARIO    PIC 9(6).
               10 ELEM-CONT-TEORICO    PIC S9(7).
               10 ELEM-CONT-DIFERENCIA PIC S9(7).
               10 ELEM-CONT-TIPO       PIC X(1).
               10 ELEM-CONT-LOTE       PIC X(10).
               10 ELEM-CONT-CADUCIDAD  PIC 9(8).

      * Posiciones contadas por lotes: lineas leidas del fichero
      * (las que se annaden van detras), lotes de la posicion en
      * curso y su stock sin lote.
       01 WS-NUM-LEIDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-OTRA         PIC 9(3) VALUE ZEROS.
       01 WS-LINEA-HALLADA-SW PIC X VALUE "N".
       01 WS-TIENDA-BUSCADA   PIC X(4) VALUE SPACES.
       01 WS-TEORICO-POSICION PIC S9(7) VALUE ZEROS.
       01 WS-SUMA-LOTES       PIC S9(7) VALUE ZEROS.
       01 WS-SIN-LOTE         PIC S9(7) VALUE ZEROS.
       01 EOF-SWITCH-LOTES    PIC X VALUE "N".
       01 WS-NUM-LOTES        PIC 9(3) VALUE ZEROS.
       01 WS-IND-LOTE         PIC 9(3) VALUE ZEROS.
       01 TABLA-LOTES.
           05 ELEM-LOTE OCCURS 100 TIMES.
               10 ELEM-LOTE-CADUCIDAD   PIC 9(8).
               10 ELEM-LOTE-NUMERO      PIC X(10).
               10 ELEM-LOTE-EXISTENCIAS PIC S9(7).
       01 WS-LOTE-EDIT        PIC X(10) VALUE SPACES.

       01 WS-DIFERENCIA       PIC S9(7) VALUE ZEROS.
       01 WS-VALOR-DIFERENCIA PIC S9(9)V99 VALUE ZEROS.
       01 WS-DIFERENCIA-EDIT  PIC -Z.ZZZ.ZZ9.
       01 WS-VALOR-EDIT       PIC -ZZZ.ZZZ.ZZ9,99.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "CONTE".
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "N".
       01 WS-AMBITO-RESULTADO PIC X(1) VALUE SPACES.

      * Lineas del recuento de tiendas fuera del ambito: se
      * devuelven tal cual al fichero cuando se vacia.
       01 WS-NUM-FUERA        PIC 9(3) VALUE ZEROS.
       01 WS-IND-FUERA        PIC 9(3) VALUE ZEROS.
       01 TABLA-FUERA.
           05 ELEM-FUERA OCCURS 500 TIMES PIC X(48).

       LINKAGE SECTION.
      * Ambito de tiendas del operador de la consola; si no viene,
      * todas las tiendas.
       01 LK-AMBITO.
           05 LK-AMBITO-OPERADOR  PIC 9(6).
           05 LK-AMBITO-TIPO      PIC X(1).
           05 LK-AMBITO-VALOR     PIC X(10).

       PROCEDURE DIVISION USING LK-AMBITO.
       INICIO.
           DISPLAY "CONCILIACION DEL RECUENTO FISICO DE STOCK"
           DISPLAY "=================================================="
           IF ADDRESS OF LK-AMBITO NOT = NULL
               MOVE LK-AMBITO TO WS-AMBITO
           ELSE
               MOVE "C" TO WS-AMBITO-TIPO
           END-IF
           PERFORM ABRIR-STOCK
           IF FS-STOCK NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR STOCK.IDX (FILE STATUS "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRIR-LOTES
           IF FS-LOTES NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR LOTES-STOCK.IDX (FILE "
                       "STATUS " FS-LOTES ")"
               CLOSE STOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-CONTEO
           PERFORM COMPLETAR-LOTES
           IF WS-NUM-FUERA > ZEROS
               DISPLAY "LINEAS DE TIENDAS FUERA DE SU AMBITO: "
                       WS-NUM-FUERA " (SE CONSERVAN SIN TOCAR)"
           END-IF
           IF WS-NUM-CONTEOS = ZEROS
               DISPLAY "SIN RECUENTO EN CONTEO-STOCK.DAT: NADA QUE "
                       "CONCILIAR"
               CLOSE STOCK
               CLOSE LOTES
               GOBACK
           END-IF

               DISPLAY "EL RECUENTO COINCIDE CON EL STOCK TEORICO: "
                       "NO HAY NADA QUE AJUSTAR"
               CLOSE STOCK
               CLOSE LOTES
               PERFORM VACIAR-CONTEO
               GOBACK
           END-IF
               DISPLAY "NO SE HA APLICADO NINGUN AJUSTE"
           END-IF
           CLOSE STOCK
           CLOSE LOTES
           GOBACK.

      * El maestro se abre en actualizacion desde el principio: la
       ABRIR-STOCK.
           OPEN I-O STOCK.

      * Los lotes tambien; si aun no hay fichero de lotes se crea
      * vacio, como hace ACTUALIZAR-STOCK.
       ABRIR-LOTES.
           OPEN I-O LOTES
           IF FS-LOTES = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.

       CARGAR-PRODUCTOS.
           MOVE ZEROS TO WS-NUM-PRODUCTOS
           OPEN INPUT PRODUCTOS
      * avisa y se salta (no bloquea el resto del recuento).
       CARGAR-CONTEO.
           MOVE ZEROS TO WS-NUM-CONTEOS
           MOVE ZEROS TO WS-NUM-FUERA
           OPEN INPUT CONTEO
           IF FS-CONTEO = "00"
               PERFORM LEER-CONTEO THRU LEER-CONTEO-EXIT
       ANOTAR-CONTEO.
           IF CONTEO-CODIGO = SPACES
               OR CONTEO-CANTIDAD IS NOT NUMERIC
               OR (CONTEO-LOTE NOT = SPACES
                   AND CONTEO-CADUCIDAD IS NOT NUMERIC)
               DISPLAY "AVISO: LINEA DE RECUENTO NO VALIDA, SE "
                       "SALTA: " REG-CONTEO
               GO TO ANOTAR-CONTEO-EXIT
           END-IF
      * Linea de otra tienda: se guarda aparte para devolverla.
           IF WS-AMBITO-TIPO NOT = "C"
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             CONTEO-TIENDA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
               IF WS-AMBITO-RESULTADO = "N"
                   IF WS-NUM-FUERA >= 500
                       DISPLAY "AVISO: MAS DE 500 LINEAS DE OTRAS "
                               "TIENDAS, SE IGNORA: " CONTEO-CODIGO
                   ELSE
                       ADD 1 TO WS-NUM-FUERA
                       MOVE REG-CONTEO TO ELEM-FUERA (WS-NUM-FUERA)
                   END-IF
                   GO TO ANOTAR-CONTEO-EXIT
               END-IF
           END-IF
           IF WS-NUM-CONTEOS >= 500
               DISPLAY "AVISO: MAS DE 500 LINEAS DE RECUENTO, SE "
                       "IGNORA: " CONTEO-CODIGO
               TO ELEM-CONT-CANTIDAD (WS-NUM-CONTEOS)
           MOVE CONTEO-FECHA TO ELEM-CONT-FECHA (WS-NUM-CONTEOS)
           MOVE CONTEO-USUARIO TO ELEM-CONT-USUARIO (WS-NUM-CONTEOS)
           IF CONTEO-LOTE = SPACES
               MOVE "P" TO ELEM-CONT-TIPO (WS-NUM-CONTEOS)
               MOVE SPACES TO ELEM-CONT-LOTE (WS-NUM-CONTEOS)
               MOVE ZEROS TO ELEM-CONT-CADUCIDAD (WS-NUM-CONTEOS)
               READ STOCK KEY IS CLAVE-STOCK
                   INVALID KEY
                       MOVE ZEROS TO ELEM-CONT-TEORICO (WS-NUM-CONTEOS)
                   NOT INVALID KEY
                       MOVE EXISTENCIAS-STOCK
                           TO ELEM-CONT-TEORICO (WS-NUM-CONTEOS)
               END-READ
           ELSE
      * Linea por lote: el teorico es lo que tiene ese lote.
               MOVE "L" TO ELEM-CONT-TIPO (WS-NUM-CONTEOS)
               MOVE CONTEO-LOTE TO ELEM-CONT-LOTE (WS-NUM-CONTEOS)
               MOVE CONTEO-CADUCIDAD
                   TO ELEM-CONT-CADUCIDAD (WS-NUM-CONTEOS)
               MOVE CONTEO-CODIGO TO LOTE-CODIGO
               MOVE CONTEO-TIENDA TO LOTE-TIENDA
               MOVE CONTEO-CADUCIDAD TO LOTE-CADUCIDAD
               MOVE CONTEO-LOTE TO LOTE-NUMERO
               READ LOTES KEY IS CLAVE-LOTE
                   INVALID KEY
                       MOVE ZEROS TO ELEM-CONT-TEORICO (WS-NUM-CONTEOS)
                   NOT INVALID KEY
                       MOVE LOTE-EXISTENCIAS
                           TO ELEM-CONT-TEORICO (WS-NUM-CONTEOS)
               END-READ
           END-IF
           COMPUTE ELEM-CONT-DIFERENCIA (WS-NUM-CONTEOS) =
               CONTEO-CANTIDAD - ELEM-CONT-TEORICO (WS-NUM-CONTEOS).
       ANOTAR-CONTEO-EXIT.
           EXIT.

      * Posiciones contadas por lotes: para cada una (su primera
      * linea por lote) se annaden los lotes no contados con
      * contado cero y se compara el stock sin lote con la linea
      * sin lote de la posicion, o con cero si no la hay.
       COMPLETAR-LOTES.
           MOVE WS-NUM-CONTEOS TO WS-NUM-LEIDAS
           MOVE ZEROS TO WS-IND-CONTEO
           PERFORM COMPLETAR-POSICION THRU COMPLETAR-POSICION-EXIT
               UNTIL WS-IND-CONTEO >= WS-NUM-LEIDAS.

       COMPLETAR-POSICION.
           ADD 1 TO WS-IND-CONTEO
           IF ELEM-CONT-TIPO (WS-IND-CONTEO) NOT = "L"
               GO TO COMPLETAR-POSICION-EXIT
           END-IF
           MOVE ELEM-CONT-CODIGO (WS-IND-CONTEO) TO WS-CODIGO-BUSCADO
           MOVE ELEM-CONT-TIENDA (WS-IND-CONTEO) TO WS-TIENDA-BUSCADA
           MOVE "N" TO WS-LINEA-HALLADA-SW
           MOVE ZEROS TO WS-IND-OTRA
           PERFORM BUSCAR-LOTE-ANTERIOR
               UNTIL WS-IND-OTRA >= WS-IND-CONTEO - 1
               OR WS-LINEA-HALLADA-SW = "S"
           IF WS-LINEA-HALLADA-SW = "S"
               GO TO COMPLETAR-POSICION-EXIT
           END-IF

           PERFORM RECOGER-LOTES
           MOVE ZEROS TO WS-IND-LOTE
           PERFORM ANNADIR-LOTE-NO-CONTADO
               UNTIL WS-IND-LOTE >= WS-NUM-LOTES

           MOVE WS-CODIGO-BUSCADO TO CODIGO-STOCK
           MOVE WS-TIENDA-BUSCADA TO TIENDA-STOCK
           READ STOCK KEY IS CLAVE-STOCK
               INVALID KEY
                   MOVE ZEROS TO WS-TEORICO-POSICION
               NOT INVALID KEY
                   MOVE EXISTENCIAS-STOCK TO WS-TEORICO-POSICION
           END-READ
           COMPUTE WS-SIN-LOTE = WS-TEORICO-POSICION - WS-SUMA-LOTES
           MOVE "N" TO WS-LINEA-HALLADA-SW
           MOVE ZEROS TO WS-IND-OTRA
           PERFORM BUSCAR-LINEA-SIN-LOTE
               UNTIL WS-IND-OTRA >= WS-NUM-LEIDAS
               OR WS-LINEA-HALLADA-SW = "S"
           IF WS-LINEA-HALLADA-SW = "S"
               MOVE "R" TO ELEM-CONT-TIPO (WS-IND-OTRA)
               MOVE WS-SIN-LOTE TO ELEM-CONT-TEORICO (WS-IND-OTRA)
               COMPUTE ELEM-CONT-DIFERENCIA (WS-IND-OTRA) =
                   ELEM-CONT-CANTIDAD (WS-IND-OTRA) - WS-SIN-LOTE
               GO TO COMPLETAR-POSICION-EXIT
           END-IF
           IF WS-SIN-LOTE NOT = ZEROS
               IF WS-NUM-CONTEOS >= 500
                   DISPLAY "AVISO: MAS DE 500 LINEAS DE RECUENTO, "
                           "NO SE CONCILIA EL STOCK SIN LOTE DE "
                           WS-CODIGO-BUSCADO " " WS-TIENDA-BUSCADA
               ELSE
                   ADD 1 TO WS-NUM-CONTEOS
                   MOVE ELEM-CONTEO (WS-IND-CONTEO)
                       TO ELEM-CONTEO (WS-NUM-CONTEOS)
                   MOVE "R" TO ELEM-CONT-TIPO (WS-NUM-CONTEOS)
                   MOVE SPACES TO ELEM-CONT-LOTE (WS-NUM-CONTEOS)
                   MOVE ZEROS TO ELEM-CONT-CADUCIDAD (WS-NUM-CONTEOS)
                   MOVE ZEROS TO ELEM-CONT-CANTIDAD (WS-NUM-CONTEOS)
                   MOVE WS-SIN-LOTE
                       TO ELEM-CONT-TEORICO (WS-NUM-CONTEOS)
                   COMPUTE ELEM-CONT-DIFERENCIA (WS-NUM-CONTEOS) =
                       WS-SIN-LOTE * -1
               END-IF
           END-IF.
       COMPLETAR-POSICION-EXIT.
           EXIT.

       BUSCAR-LOTE-ANTERIOR.
           ADD 1 TO WS-IND-OTRA
           IF ELEM-CONT-TIPO (WS-IND-OTRA) = "L"
               AND ELEM-CONT-CODIGO (WS-IND-OTRA) = WS-CODIGO-BUSCADO
               AND ELEM-CONT-TIENDA (WS-IND-OTRA) = WS-TIENDA-BUSCADA
               MOVE "S" TO WS-LINEA-HALLADA-SW
           END-IF.

       BUSCAR-LINEA-SIN-LOTE.
           ADD 1 TO WS-IND-OTRA
           IF ELEM-CONT-TIPO (WS-IND-OTRA) = "P"
               AND ELEM-CONT-CODIGO (WS-IND-OTRA) = WS-CODIGO-BUSCADO
               AND ELEM-CONT-TIENDA (WS-IND-OTRA) = WS-TIENDA-BUSCADA
               MOVE "S" TO WS-LINEA-HALLADA-SW
           END-IF.

      * Un lote de la posicion que no esta en el recuento se ha
      * contado a cero.
       ANNADIR-LOTE-NO-CONTADO.
           ADD 1 TO WS-IND-LOTE
           MOVE "N" TO WS-LINEA-HALLADA-SW
           MOVE ZEROS TO WS-IND-OTRA
           PERFORM BUSCAR-LOTE-CONTADO
               UNTIL WS-IND-OTRA >= WS-NUM-CONTEOS
               OR WS-LINEA-HALLADA-SW = "S"
           IF WS-LINEA-HALLADA-SW = "N"
               IF WS-NUM-CONTEOS >= 500
                   DISPLAY "AVISO: MAS DE 500 LINEAS DE RECUENTO, "
                           "NO SE CONCILIA EL LOTE "
                           ELEM-LOTE-NUMERO (WS-IND-LOTE) " DE "
                           WS-CODIGO-BUSCADO " " WS-TIENDA-BUSCADA
               ELSE
                   ADD 1 TO WS-NUM-CONTEOS
                   MOVE ELEM-CONTEO (WS-IND-CONTEO)
                       TO ELEM-CONTEO (WS-NUM-CONTEOS)
                   MOVE ELEM-LOTE-NUMERO (WS-IND-LOTE)
                       TO ELEM-CONT-LOTE (WS-NUM-CONTEOS)
                   MOVE ELEM-LOTE-CADUCIDAD (WS-IND-LOTE)
                       TO ELEM-CONT-CADUCIDAD (WS-NUM-CONTEOS)
                   MOVE ZEROS TO ELEM-CONT-CANTIDAD (WS-NUM-CONTEOS)
                   MOVE ELEM-LOTE-EXISTENCIAS (WS-IND-LOTE)
                       TO ELEM-CONT-TEORICO (WS-NUM-CONTEOS)
                   COMPUTE ELEM-CONT-DIFERENCIA (WS-NUM-CONTEOS) =
                       ELEM-LOTE-EXISTENCIAS (WS-IND-LOTE) * -1
               END-IF
           END-IF.

       BUSCAR-LOTE-CONTADO.
           ADD 1 TO WS-IND-OTRA
           IF ELEM-CONT-TIPO (WS-IND-OTRA) = "L"
               AND ELEM-CONT-CODIGO (WS-IND-OTRA) = WS-CODIGO-BUSCADO
               AND ELEM-CONT-TIENDA (WS-IND-OTRA) = WS-TIENDA-BUSCADA
               AND ELEM-CONT-LOTE (WS-IND-OTRA)
                   = ELEM-LOTE-NUMERO (WS-IND-LOTE)
               AND ELEM-CONT-CADUCIDAD (WS-IND-OTRA)
                   = ELEM-LOTE-CADUCIDAD (WS-IND-LOTE)
               MOVE "S" TO WS-LINEA-HALLADA-SW
           END-IF.

      * Lotes de la posicion en curso con existencias, en secuencia
      * de clave, y su suma.
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
           IF LOTE-EXISTENCIAS = ZEROS
               GO TO RECOGER-UN-LOTE-EXIT
           END-IF
           IF WS-NUM-LOTES >= 100
               DISPLAY "AVISO: MAS DE 100 LOTES EN " LOTE-CODIGO
                       " TIENDA " LOTE-TIENDA ", EL RESTO NO SE "
                       "CONCILIA"
               MOVE "S" TO EOF-SWITCH-LOTES
               GO TO RECOGER-UN-LOTE-EXIT
           END-IF
           ADD 1 TO WS-NUM-LOTES
           MOVE LOTE-CADUCIDAD TO ELEM-LOTE-CADUCIDAD (WS-NUM-LOTES)
           MOVE LOTE-NUMERO TO ELEM-LOTE-NUMERO (WS-NUM-LOTES)
           MOVE LOTE-EXISTENCIAS
               TO ELEM-LOTE-EXISTENCIAS (WS-NUM-LOTES)
           ADD LOTE-EXISTENCIAS TO WS-SUMA-LOTES.
       RECOGER-UN-LOTE-EXIT.
           EXIT.

       BUSCAR-PRECIO.
      * Informe de diferencias valorado al precio de referencia del
      * maestro; las lineas sin diferencia no se listan.
       INFORME-DIFERENCIAS.
           DISPLAY "PRODUCTO TIENDA LOTE        TEORICO     CONTADO"
                   "    DIFERENCIA  VALOR DIFERENCIA"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-IND-CONTEO
           MOVE ZEROS TO WS-CONTA-DIFERENCIAS
           MOVE ELEM-CONT-CANTIDAD (WS-IND-CONTEO) TO WS-CONTADO-EDIT
           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
           MOVE WS-VALOR-DIFERENCIA TO WS-VALOR-EDIT
           EVALUATE ELEM-CONT-TIPO (WS-IND-CONTEO)
               WHEN "L"
                   MOVE ELEM-CONT-LOTE (WS-IND-CONTEO) TO WS-LOTE-EDIT
               WHEN "R"
                   MOVE "SIN LOTE" TO WS-LOTE-EDIT
               WHEN OTHER
                   MOVE SPACES TO WS-LOTE-EDIT
           END-EVALUATE
           DISPLAY ELEM-CONT-CODIGO (WS-IND-CONTEO) "    "
                   ELEM-CONT-TIENDA (WS-IND-CONTEO) "   "
                   WS-LOTE-EDIT " "
                   WS-EXISTENCIAS-EDIT "  "
                   WS-CONTADO-EDIT "  "
                   WS-DIFERENCIA-EDIT "  "
           IF FS-AJUSTES NOT = "00"
               OPEN OUTPUT AJUSTES
           END-IF
           OPEN EXTEND KARDEX
           IF FS-KARDEX NOT = "00"
               OPEN OUTPUT KARDEX
           END-IF
           MOVE ZEROS TO WS-IND-CONTEO
           PERFORM APLICAR-UN-AJUSTE
               THRU APLICAR-UN-AJUSTE-EXIT
               UNTIL WS-IND-CONTEO >= WS-NUM-CONTEOS
           CLOSE KARDEX
           CLOSE AJUSTES.

       APLICAR-UN-AJUSTE.
           MOVE ELEM-CONT-CANTIDAD (WS-IND-CONTEO) TO AJUSTE-CONTADO
           MOVE ELEM-CONT-DIFERENCIA (WS-IND-CONTEO)
               TO AJUSTE-DIFERENCIA
           MOVE ELEM-CONT-LOTE (WS-IND-CONTEO) TO AJUSTE-LOTE
           MOVE ELEM-CONT-CADUCIDAD (WS-IND-CONTEO) TO AJUSTE-CADUCIDAD
           WRITE REG-AJUSTES

      * Por lote: el lote queda a lo contado y la posicion se mueve
      * en la diferencia, igual que con el resto sin lote.
           IF ELEM-CONT-TIPO (WS-IND-CONTEO) NOT = "P"
               IF ELEM-CONT-TIPO (WS-IND-CONTEO) = "L"
                   PERFORM AJUSTAR-LOTE
               END-IF
               PERFORM MOVER-POSICION
               GO TO APLICAR-UN-AJUSTE-EXIT
           END-IF

      * El maestro queda a lo contado: REWRITE si la posicion
      * existia, WRITE si el recuento la estrena.
           MOVE "N" TO WS-AJUSTE-GRABADO-SW
           MOVE ZEROS TO WS-SALDO-ANTES
           MOVE ELEM-CONT-CODIGO (WS-IND-CONTEO) TO CODIGO-STOCK
           MOVE ELEM-CONT-TIENDA (WS-IND-CONTEO) TO TIENDA-STOCK
           READ STOCK KEY IS CLAVE-STOCK
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO CREAR LA "
                                   "POSICION " CLAVE-STOCK
                       NOT INVALID KEY
                           MOVE "S" TO WS-AJUSTE-GRABADO-SW
                   END-WRITE
               NOT INVALID KEY
                   MOVE EXISTENCIAS-STOCK TO WS-SALDO-ANTES
                   MOVE ELEM-CONT-CANTIDAD (WS-IND-CONTEO)
                       TO EXISTENCIAS-STOCK
                   REWRITE REG-STOCK
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO REESCRIBIR LA "
                                   "POSICION " CLAVE-STOCK
                       NOT INVALID KEY
                           MOVE "S" TO WS-AJUSTE-GRABADO-SW
                   END-REWRITE
           END-READ
           IF WS-AJUSTE-GRABADO-SW = "S"
               PERFORM GRABAR-KARDEX
           END-IF.
       APLICAR-UN-AJUSTE-EXIT.
           EXIT.

      * El lote contado queda a lo contado; a cero se borra.
       AJUSTAR-LOTE.
           MOVE ELEM-CONT-CODIGO (WS-IND-CONTEO) TO LOTE-CODIGO
           MOVE ELEM-CONT-TIENDA (WS-IND-CONTEO) TO LOTE-TIENDA
           MOVE ELEM-CONT-CADUCIDAD (WS-IND-CONTEO) TO LOTE-CADUCIDAD
           MOVE ELEM-CONT-LOTE (WS-IND-CONTEO) TO LOTE-NUMERO
           READ LOTES KEY IS CLAVE-LOTE
               INVALID KEY
                   IF ELEM-CONT-CANTIDAD (WS-IND-CONTEO) > ZEROS
                       MOVE ELEM-CONT-CODIGO (WS-IND-CONTEO)
                           TO LOTE-CODIGO
                       MOVE ELEM-CONT-TIENDA (WS-IND-CONTEO)
                           TO LOTE-TIENDA
                       MOVE ELEM-CONT-CADUCIDAD (WS-IND-CONTEO)
                           TO LOTE-CADUCIDAD
                       MOVE ELEM-CONT-LOTE (WS-IND-CONTEO)
                           TO LOTE-NUMERO
                       MOVE ELEM-CONT-CANTIDAD (WS-IND-CONTEO)
                           TO LOTE-EXISTENCIAS
                       MOVE AJUSTE-FECHA TO LOTE-FECHA-ENTRADA
                       WRITE REG-LOTES
                           INVALID KEY
                               DISPLAY "AVISO: NO SE PUDO CREAR EL "
                                       "LOTE " CLAVE-LOTE
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF ELEM-CONT-CANTIDAD (WS-IND-CONTEO) = ZEROS
                       DELETE LOTES RECORD
                           INVALID KEY
                               DISPLAY "AVISO: NO SE PUDO BORRAR EL "
                                       "LOTE " CLAVE-LOTE
                       END-DELETE
                   ELSE
                       MOVE ELEM-CONT-CANTIDAD (WS-IND-CONTEO)
                           TO LOTE-EXISTENCIAS
                       REWRITE REG-LOTES
                           INVALID KEY
                               DISPLAY "AVISO: NO SE PUDO REESCRIBIR "
                                       "EL LOTE " CLAVE-LOTE
                       END-REWRITE
                   END-IF
           END-READ.

      * Mueve la posicion de STOCK.IDX en la diferencia de la linea
      * (la crea si no tenia ficha) y lo apunta en el kardex.
       MOVER-POSICION.
           MOVE "N" TO WS-AJUSTE-GRABADO-SW
           MOVE ZEROS TO WS-SALDO-ANTES
           MOVE ELEM-CONT-CODIGO (WS-IND-CONTEO) TO CODIGO-STOCK
           MOVE ELEM-CONT-TIENDA (WS-IND-CONTEO) TO TIENDA-STOCK
           READ STOCK KEY IS CLAVE-STOCK
               INVALID KEY
                   MOVE ELEM-CONT-CODIGO (WS-IND-CONTEO)
                       TO CODIGO-STOCK
                   MOVE ELEM-CONT-TIENDA (WS-IND-CONTEO)
                       TO TIENDA-STOCK
                   MOVE ELEM-CONT-DIFERENCIA (WS-IND-CONTEO)
                       TO EXISTENCIAS-STOCK
                   MOVE ZEROS TO PUNTO-PEDIDO-STOCK
                   WRITE REG-STOCK
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO CREAR LA "
                                   "POSICION " CLAVE-STOCK
                       NOT INVALID KEY
                           MOVE "S" TO WS-AJUSTE-GRABADO-SW
                   END-WRITE
               NOT INVALID KEY
                   MOVE EXISTENCIAS-STOCK TO WS-SALDO-ANTES
                   ADD ELEM-CONT-DIFERENCIA (WS-IND-CONTEO)
                       TO EXISTENCIAS-STOCK
                   REWRITE REG-STOCK
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO REESCRIBIR LA "
                                   "POSICION " CLAVE-STOCK
                       NOT INVALID KEY
                           MOVE "S" TO WS-AJUSTE-GRABADO-SW
                   END-REWRITE
           END-READ
           IF WS-AJUSTE-GRABADO-SW = "S"
               PERFORM GRABAR-KARDEX
           END-IF.

      * El movimiento del kardex es lo que cambio de verdad el
      * maestro: de lo que habia al aplicar a lo contado.
       GRABAR-KARDEX.
           MOVE AJUSTE-FECHA TO KARDEX-FECHA
           MOVE AJUSTE-HORA TO KARDEX-HORA
           MOVE CODIGO-STOCK TO KARDEX-CODIGO
           MOVE TIENDA-STOCK TO KARDEX-TIENDA
           MOVE "A" TO KARDEX-TIPO
           MOVE SPACES TO KARDEX-REFERENCIA
           STRING "RECUENTO "                      DELIMITED BY SIZE
                  ELEM-CONT-FECHA (WS-IND-CONTEO)  DELIMITED BY SIZE
               INTO KARDEX-REFERENCIA
           END-STRING
           COMPUTE KARDEX-CANTIDAD = EXISTENCIAS-STOCK - WS-SALDO-ANTES
           MOVE WS-SALDO-ANTES TO KARDEX-ANTES
           MOVE EXISTENCIAS-STOCK TO KARDEX-DESPUES
           MOVE ELEM-CONT-USUARIO (WS-IND-CONTEO) TO KARDEX-USUARIO
           WRITE REG-KARDEX.

      * El recuento ya conciliado se vacia para que una segunda
      * ejecucion no vuelva a aplicarlo; solo quedan las lineas de
      * tiendas fuera del ambito del operador.
       VACIAR-CONTEO.
           OPEN INPUT CONTEO
           IF FS-CONTEO = "00"
               CLOSE CONTEO
               OPEN OUTPUT CONTEO
               MOVE ZEROS TO WS-IND-FUERA
               PERFORM DEVOLVER-FUERA
                   UNTIL WS-IND-FUERA >= WS-NUM-FUERA
               CLOSE CONTEO
           END-IF.

       DEVOLVER-FUERA.
           ADD 1 TO WS-IND-FUERA
           MOVE ELEM-FUERA (WS-IND-FUERA) TO REG-CONTEO
           WRITE REG-CONTEO.
