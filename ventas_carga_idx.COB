      *    conversion unica CONVERTIR-STOCK-TIENDA, que lo explota
      *    al trazado nuevo de 21 posiciones sobre una tienda
      *    designada; sembrarlo sin convertir corromperia la clave.
      * Mod:10/09/2026 - Cada posicion sembrada en STOCK.IDX se
      *    apunta en el kardex KARDEX-STOCK.DAT como carga inicial
      *    (tipo I, saldo antes cero y despues el sembrado), que es
      *    el saldo de partida del que arranca el repaso del kardex
      *    (ver CONSULTA-KARDEX).
      * Mod:21/09/2026 - La linea de PRODUCTOS.DAT pasa de 65 a 76
      *    posiciones con la unidad de compra, las unidades por
      *    envase y el pedido minimo (ver MANTENIMIENTO-PRODUCTOS);
      *    las lineas antiguas se cargan con esos campos en blanco
      *    y los programas que los usan los tratan como compra por
      *    unidades sin minimo.
      * Mod:22/09/2026 - La linea de PRODUCTOS.DAT pasa de 76 a 77
      *    posiciones con la marca de perecedero (ver
      *    MANTENIMIENTO-PRODUCTOS); las lineas antiguas la traen en
      *    blanco, que es no perecedero.
      * Mod:23/09/2026 - La linea de PRODUCTOS.DAT pasa de 77 a 84
      *    posiciones con la medida y el contenido neto del precio
      *    por unidad (ver MANTENIMIENTO-PRODUCTOS); las lineas
      *    antiguas los traen en blanco, que es sin precio por
      *    unidad de medida.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
               ACCESS IS RANDOM
               RECORD KEY IS IDXSTK-CLAVE
               FILE STATUS IS FS-STOCK-IDX.
           SELECT KARDEX ASSIGN TO "KARDEX-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KARDEX.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS-DAT.
       01 REG-PRODUCTOS-DAT       PIC X(84).

       FD PRODUCTOS-IDX.
       01 REG-PRODUCTOS-IDX.
           05 IDXPRO-CODIGO        PIC X(5).
           05 FILLER               PIC X(79).

       FD TIENDAS-DAT.
       01 REG-TIENDAS-DAT         PIC X(36).
           05 IDXSTK-CLAVE.
               10 IDXSTK-CODIGO    PIC X(5).
               10 IDXSTK-TIENDA    PIC X(4).
           05 IDXSTK-EXISTENCIAS   PIC S9(7).
           05 FILLER               PIC X(5).

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

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 FS-TIENDAS-IDX      PIC XX VALUE SPACES.
       01 FS-STOCK-DAT        PIC XX VALUE SPACES.
       01 FS-STOCK-IDX        PIC XX VALUE SPACES.
       01 FS-KARDEX           PIC XX VALUE SPACES.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-HORA-AHORA       PIC 9(8) VALUE ZEROS.

      * Cuadre de cada una de las tres cargas.
       01 WS-LEIDOS           PIC 9(5) VALUE ZEROS.
               GO TO CARGAR-STOCK-EXIT
           END-IF
           OPEN OUTPUT STOCK-IDX
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           OPEN EXTEND KARDEX
           IF FS-KARDEX NOT = "00"
               OPEN OUTPUT KARDEX
           END-IF

           PERFORM VOLCAR-STOCK THRU VOLCAR-STOCK-EXIT
               UNTIL EOF-SWITCH = "S"

           CLOSE KARDEX
           CLOSE STOCK-DAT
           CLOSE STOCK-IDX
           PERFORM MOSTRAR-CUADRE
                           IDXSTK-CLAVE
               NOT INVALID KEY
                   ADD 1 TO WS-CARGADOS
                   PERFORM GRABAR-KARDEX
           END-WRITE.
       VOLCAR-STOCK-EXIT.
           EXIT.

       GRABAR-KARDEX.
           MOVE WS-FECHA-HOY TO KARDEX-FECHA
           MOVE WS-HORA-AHORA TO KARDEX-HORA
           MOVE IDXSTK-CODIGO TO KARDEX-CODIGO
           MOVE IDXSTK-TIENDA TO KARDEX-TIENDA
           MOVE "I" TO KARDEX-TIPO
           MOVE "CARGA INICIAL STOCK" TO KARDEX-REFERENCIA
           MOVE ZEROS TO KARDEX-ANTES
           IF IDXSTK-EXISTENCIAS IS NUMERIC
               MOVE IDXSTK-EXISTENCIAS TO KARDEX-CANTIDAD
           ELSE
               MOVE ZEROS TO KARDEX-CANTIDAD
           END-IF
           MOVE KARDEX-CANTIDAD TO KARDEX-DESPUES
           MOVE ZEROS TO KARDEX-USUARIO
           WRITE REG-KARDEX.

       MOSTRAR-CUADRE.
           DISPLAY "LEIDOS " WS-LEIDOS "  CARGADOS " WS-CARGADOS
                   "  RECHAZADOS " WS-RECHAZADOS
