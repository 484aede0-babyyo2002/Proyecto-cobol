      *    la cadena (numero de paso, FORZAR del cierre) y no debe
      *    interpretarse aqui. La lectura de COMMAND-LINE queda solo
      *    para el lanzamiento suelto, cuando el parametro no viene.
      * Mod:07/09/2026 - Medio de pago en la posicion 35 del registro
      *    (E = efectivo, T = tarjeta, V = vale). En el feed fijo un
      *    blanco (ficheros antiguos de 34 posiciones) se graba como
      *    E; en el delimitado llega como octavo campo (E/T/V o
      *    EFECTIVO/TARJETA/VALE, en blanco = efectivo) y un valor
      *    desconocido rechaza la linea. RECOGIDA-FECHA.DAT desglosa
      *    ademas el valor por medio de pago, neto de abonos, para
      *    que CUADRE-CAJA cuadre solo el efectivo, y el neto de
      *    tarjeta por tienda y dia se acumula en TARJETAS-VENTAS.DAT
      *    para CONCILIAR-TARJETAS.
      * Mod:08/09/2026 - Codigo de cajero en las posiciones 36 a 41
      *    del registro. El feed fijo lo trae al final de la linea
      *    (en blanco en los ficheros antiguos) y el delimitado como
      *    noveno campo; un cajero de mas de 6 caracteres rechaza la
      *    linea delimitada.
      * Mod:12/09/2026 - Numero de tarjeta de cliente en las
      *    posiciones 42 a 54 del registro (en blanco si el cliente
      *    no la presenta). El feed fijo la trae al final de la linea
      *    y el delimitado como decimo campo; una tarjeta de mas de
      *    13 caracteres o no numerica rechaza la linea delimitada.
      * Mod:16/09/2026 - Calendario comercial de tiendas (ver
      *    MANTENIMIENTO-CALENDARIO): una tienda abierta en el
      *    maestro pero cerrada ese dia segun el calendario (festivo,
      *    fiesta local, reforma) no tiene que entregar fichero; si
      *    falta, el parte la marca C (cerrada) en vez de F y no
      *    bloquea la recogida. Si entrega, se fusiona igual. El dia
      *    de negocio es el del sistema; lanzado suelto se puede
      *    pasar AAAAMMDD como argumento (junto a FORZAR o solo). El
      *    parte RECOGIDA.DAT lleva ahora el dia de negocio al final
      *    de cada linea, para que CALIDAD-TIENDAS lo consulte.
      * Mod:30/09/2026 - Motivo (posicion 55) y destino (posicion 56)
      *    de la devolucion en los abonos, en blanco en las ventas y
      *    en los ficheros antiguos. El feed fijo los trae al final
      *    de la linea y el delimitado como undecimo y duodecimo
      *    campo, con la letra o la palabra (F DEFECTUOSO, R ROTO, E
      *    ERROR, C CAMBIO; S STOCK, P PROVEEDOR, M MERMA); cualquier
      *    otro valor rechaza la linea delimitada.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT RECOGIDA-FECHA ASSIGN TO "RECOGIDA-FECHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECOGIDA-FECHA.
           SELECT TARJETAS-VENTAS ASSIGN TO "TARJETAS-VENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETAS-VENTAS.

       DATA DIVISION.
       FILE SECTION.
           05 FEED-FECHA      PIC 9(8).
           05 FEED-TIPO       PIC X(1).
           05 FEED-TICKET     PIC X(8).
           05 FEED-MEDIO-PAGO PIC X(1).
           05 FEED-CAJERO     PIC X(6).
           05 FEED-TARJETA    PIC X(13).
           05 FEED-MOTIVO-DEV PIC X(1).
           05 FEED-DESTINO-DEV PIC X(1).
      * Vista en crudo de la misma linea, para las tiendas que
      * entregan el feed delimitado en vez del formato fijo.
       01 REG-FEED-LINEA      PIC X(80).

       FD VENTAS.
       01 REG-VENTAS          PIC X(56).

      * Parte de recogida: una linea por tienda abierta, con P si su
      * fichero estaba presente, F si falto o C si falto en un dia
      * de cierre segun el calendario, sus totales y el dia de
      * negocio.
       FD RECOGIDA.
       01 REG-RECOGIDA.
           05 RECOGIDA-TIENDA     PIC X(4).
           05 RECOGIDA-VALOR      PIC 9(11)V99.
           05 FILLER              PIC X(1).
           05 RECOGIDA-ERRORES    PIC 9(5).
           05 FILLER              PIC X(1).
           05 RECOGIDA-FECHA-NEG  PIC 9(8).

      * Desglose por tienda y dia de negocio de lo fusionado, para
      * el cuadre de caja (ver CUADRE-CAJA). El valor es el bruto de
      * lo fusionado; el desglose por medio de pago va neto de
      * abonos (una devolucion en efectivo sale de la caja).
       FD RECOGIDA-FECHA.
       01 REG-RECOGIDA-FECHA.
           05 RECFEC-TIENDA       PIC X(4).
           05 RECFEC-FECHA        PIC 9(8).
           05 RECFEC-REGISTROS    PIC 9(7).
           05 RECFEC-VALOR        PIC 9(11)V99.
           05 RECFEC-EFECTIVO     PIC S9(11)V99.
           05 RECFEC-TARJETA      PIC S9(11)V99.
           05 RECFEC-VALE         PIC S9(11)V99.

      * Acumulado de ventas con tarjeta por tienda y dia de negocio,
      * una linea por recogida, que CONCILIAR-TARJETAS casa con la
      * liquidacion del banco adquirente.
       FD TARJETAS-VENTAS.
       01 REG-TARJETAS-VENTAS.
           05 TARVEN-TIENDA       PIC X(4).
           05 TARVEN-FECHA        PIC 9(8).
           05 TARVEN-IMPORTE      PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-TIENDAS  PIC X VALUE "N".
       01 WS-NOMBRE-FEED      PIC X(30) VALUE SPACES.
       01 WS-NOMBRE-RECOGIDO  PIC X(40) VALUE SPACES.

       01 WS-ARGUMENTO        PIC X(20) VALUE SPACES.
       01 WS-ARG-1            PIC X(10) VALUE SPACES.
       01 WS-ARG-2            PIC X(10) VALUE SPACES.
       01 WS-FORZAR-SW        PIC X VALUE "N".

      * Dia de negocio de la recogida y consulta del calendario
      * comercial para las tiendas que no han entregado.
       01 WS-FECHA-NEGOCIO    PIC 9(8) VALUE ZEROS.
       01 WS-CAL-HASTA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-ESTADO       PIC X(1) VALUE SPACES.
       01 WS-CAL-DIAS         PIC 9(3)V9 VALUE ZEROS.
       01 WS-CERRADAS         PIC 9(3) VALUE ZEROS.

      * Tiendas abiertas del maestro, con el resultado de la
      * recogida de cada una.
       01 WS-NUM-TIENDAS      PIC 9(3) VALUE ZEROS.
           05 WS-CSV-FECHA     PIC X(12).
           05 WS-CSV-TIPO      PIC X(4).
           05 WS-CSV-TICKET    PIC X(12).
           05 WS-CSV-MEDIO-PAGO PIC X(10).
           05 WS-CSV-CAJERO    PIC X(10).
           05 WS-CSV-TARJETA   PIC X(20).
           05 WS-CSV-MOTIVO-DEV PIC X(12).
           05 WS-CSV-DESTINO-DEV PIC X(12).
       01 WS-CSV-NUMERO        PIC 9(8)V99 VALUE ZEROS.
       01 WS-LINEA-VALIDA-SW   PIC X VALUE "S".
       01 WS-REG-CONVERTIDO.
           05 CONV-FECHA      PIC 9(8).
           05 CONV-TIPO       PIC X(1).
           05 CONV-TICKET     PIC X(8).
           05 CONV-MEDIO-PAGO PIC X(1).
           05 CONV-CAJERO     PIC X(6).
           05 CONV-TARJETA    PIC X(13).
           05 CONV-MOTIVO-DEV PIC X(1).
           05 CONV-DESTINO-DEV PIC X(1).

       01 WS-FALTAN           PIC 9(3) VALUE ZEROS.
       01 WS-TOTAL-REGISTROS  PIC 9(7) VALUE ZEROS.
               10 ELEM-RECFEC-FECHA     PIC 9(8).
               10 ELEM-RECFEC-REGISTROS PIC 9(7).
               10 ELEM-RECFEC-VALOR     PIC 9(11)V99.
               10 ELEM-RECFEC-EFECTIVO  PIC S9(11)V99.
               10 ELEM-RECFEC-TARJETA   PIC S9(11)V99.
               10 ELEM-RECFEC-VALE      PIC S9(11)V99.
       01 WS-IMPORTE-LINEA    PIC S9(11)V99 VALUE ZEROS.
       01 FS-TARJETAS-VENTAS  PIC XX VALUE SPACES.

       LINKAGE SECTION.
      * FORZAR de la cadena nocturna; si el parametro no viene (el

       PROCEDURE DIVISION USING LK-FORZAR.
       INICIO.
           ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           IF ADDRESS OF LK-FORZAR NOT = NULL
               IF LK-FORZAR = "S"
                   MOVE "S" TO WS-FORZAR-SW
               END-IF
           ELSE
               PERFORM RESOLVER-ARGUMENTOS
           END-IF

           DISPLAY "RECOGIDA DE FICHEROS DE VENTA POR TIENDA"
           DISPLAY "DIA DE NEGOCIO: " WS-FECHA-NEGOCIO
           DISPLAY "=================================================="

           PERFORM CARGAR-TIENDAS-ABIERTAS
           END-IF
           GOBACK.

      * Lanzado suelto: FORZAR y/o el dia de negocio AAAAMMDD, en
      * cualquier orden.
       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTO DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1 = "FORZAR" OR WS-ARG-2 = "FORZAR"
               MOVE "S" TO WS-FORZAR-SW
           END-IF
           IF WS-ARG-1 (1:8) IS NUMERIC AND WS-ARG-1 (9:2) = SPACES
               MOVE WS-ARG-1 (1:8) TO WS-FECHA-NEGOCIO
           END-IF
           IF WS-ARG-2 (1:8) IS NUMERIC AND WS-ARG-2 (9:2) = SPACES
               MOVE WS-ARG-2 (1:8) TO WS-FECHA-NEGOCIO
           END-IF.

       CARGAR-TIENDAS-ABIERTAS.
           OPEN INPUT TIENDAS
           IF FS-TIENDAS = "00"
           EXIT.

      * Primera pasada: solo se comprueba que el fichero de cada
      * tienda abierta existe, para decidir si la recogida sigue. La
      * falta de una tienda cerrada ese dia segun el calendario no
      * cuenta.
       COMPROBAR-PRESENCIA.
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-FALTAN
           MOVE ZEROS TO WS-CERRADAS
           PERFORM COMPROBAR-UNA-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS.

               MOVE "P" TO ELEM-PRESENTE (WS-IND)
               CLOSE FEED
           ELSE
               MOVE ZEROS TO WS-CAL-HASTA
               CALL "CONSULTAR-CALENDARIO" USING ELEM-TIENDA (WS-IND)
                                                 WS-FECHA-NEGOCIO
                                                 WS-CAL-HASTA
                                                 WS-CAL-ESTADO
                                                 WS-CAL-DIAS
               IF WS-CAL-ESTADO = "C"
                   MOVE "C" TO ELEM-PRESENTE (WS-IND)
                   ADD 1 TO WS-CERRADAS
               ELSE
                   MOVE "F" TO ELEM-PRESENTE (WS-IND)
                   ADD 1 TO WS-FALTAN
               END-IF
           END-IF.

       MONTAR-NOMBRE-FEED.

       FUSIONAR-UNA-TIENDA.
           ADD 1 TO WS-IND
           IF ELEM-PRESENTE (WS-IND) NOT = "P"
               GO TO FUSIONAR-UNA-TIENDA-EXIT
           END-IF

                       PERFORM FUSIONAR-LINEA-FIJA
                   END-IF
               ELSE
                   IF FEED-MEDIO-PAGO = SPACE
                       MOVE "E" TO FEED-MEDIO-PAGO
                   END-IF
                   PERFORM FUSIONAR-LINEA-FIJA
               END-IF
           END-READ.
           END-IF.

      * Parsea la linea delimitada del TPV nuevo
      * (codigo;cantidad;precio;tienda;fecha;tipo;ticket;medio de
      * pago;cajero;tarjeta de cliente;motivo y destino de la
      * devolucion, precio con coma decimal) y la valida campo a
      * campo.
      * Una linea malformada suma en el contador de errores de la
      * tienda y no llega a VENTAS.DAT: queda a la vista en el parte
      * de recogida en vez de envenenar el cierre.
       CONVERTIR-LINEA-CSV.
           MOVE "S" TO WS-LINEA-VALIDA-SW
           MOVE SPACES TO WS-CSV-CAMPOS
                    WS-CSV-FECHA
                    WS-CSV-TIPO
                    WS-CSV-TICKET
                    WS-CSV-MEDIO-PAGO
                    WS-CSV-CAJERO
                    WS-CSV-TARJETA
                    WS-CSV-MOTIVO-DEV
                    WS-CSV-DESTINO-DEV
           END-UNSTRING

           MOVE SPACES TO WS-REG-CONVERTIDO
               GO TO CONVERTIR-LINEA-CSV-EXIT
           END-IF
           MOVE WS-CSV-TIPO TO CONV-TIPO
           MOVE WS-CSV-TICKET TO CONV-TICKET

           EVALUATE WS-CSV-MEDIO-PAGO
               WHEN SPACES
               WHEN "E"
               WHEN "EFECTIVO"
                   MOVE "E" TO CONV-MEDIO-PAGO
               WHEN "T"
               WHEN "TARJETA"
                   MOVE "T" TO CONV-MEDIO-PAGO
               WHEN "V"
               WHEN "VALE"
                   MOVE "V" TO CONV-MEDIO-PAGO
               WHEN OTHER
                   PERFORM RECHAZAR-LINEA-CSV
                   GO TO CONVERTIR-LINEA-CSV-EXIT
           END-EVALUATE

           IF WS-CSV-CAJERO (7:4) NOT = SPACES
               PERFORM RECHAZAR-LINEA-CSV
               GO TO CONVERTIR-LINEA-CSV-EXIT
           END-IF
           MOVE WS-CSV-CAJERO TO CONV-CAJERO

           IF WS-CSV-TARJETA NOT = SPACES
               IF WS-CSV-TARJETA (14:7) NOT = SPACES
                   OR FUNCTION TRIM (WS-CSV-TARJETA) IS NOT NUMERIC
                   PERFORM RECHAZAR-LINEA-CSV
                   GO TO CONVERTIR-LINEA-CSV-EXIT
               END-IF
           END-IF
           MOVE WS-CSV-TARJETA TO CONV-TARJETA

           EVALUATE WS-CSV-MOTIVO-DEV
               WHEN SPACES
                   MOVE SPACE TO CONV-MOTIVO-DEV
               WHEN "F"
               WHEN "DEFECTUOSO"
                   MOVE "F" TO CONV-MOTIVO-DEV
               WHEN "R"
               WHEN "ROTO"
                   MOVE "R" TO CONV-MOTIVO-DEV
               WHEN "E"
               WHEN "ERROR"
                   MOVE "E" TO CONV-MOTIVO-DEV
               WHEN "C"
               WHEN "CAMBIO"
                   MOVE "C" TO CONV-MOTIVO-DEV
               WHEN OTHER
                   PERFORM RECHAZAR-LINEA-CSV
                   GO TO CONVERTIR-LINEA-CSV-EXIT
           END-EVALUATE

           EVALUATE WS-CSV-DESTINO-DEV
               WHEN SPACES
                   MOVE SPACE TO CONV-DESTINO-DEV
               WHEN "S"
               WHEN "STOCK"
                   MOVE "S" TO CONV-DESTINO-DEV
               WHEN "P"
               WHEN "PROVEEDOR"
                   MOVE "P" TO CONV-DESTINO-DEV
               WHEN "M"
               WHEN "MERMA"
                   MOVE "M" TO CONV-DESTINO-DEV
               WHEN OTHER
                   PERFORM RECHAZAR-LINEA-CSV
                   GO TO CONVERTIR-LINEA-CSV-EXIT
           END-EVALUATE.
       CONVERTIR-LINEA-CSV-EXIT.
           EXIT.

                   TO ELEM-RECFEC-REGISTROS (WS-IND-RECFEC-HALL)
               MOVE ZEROS
                   TO ELEM-RECFEC-VALOR (WS-IND-RECFEC-HALL)
               MOVE ZEROS
                   TO ELEM-RECFEC-EFECTIVO (WS-IND-RECFEC-HALL)
               MOVE ZEROS
                   TO ELEM-RECFEC-TARJETA (WS-IND-RECFEC-HALL)
               MOVE ZEROS
                   TO ELEM-RECFEC-VALE (WS-IND-RECFEC-HALL)
           END-IF

           ADD 1 TO ELEM-RECFEC-REGISTROS (WS-IND-RECFEC-HALL)
           COMPUTE ELEM-RECFEC-VALOR (WS-IND-RECFEC-HALL) =
               ELEM-RECFEC-VALOR (WS-IND-RECFEC-HALL)
               + (FEED-CANT * FEED-PRECIO)

      * Desglose por medio de pago, con los abonos restando. Un
      * medio desconocido no suma en ninguno (el cierre lo rechaza).
           COMPUTE WS-IMPORTE-LINEA = FEED-CANT * FEED-PRECIO
           IF FEED-TIPO = "A"
               COMPUTE WS-IMPORTE-LINEA = WS-IMPORTE-LINEA * -1
           END-IF
           EVALUATE FEED-MEDIO-PAGO
               WHEN "E"
               WHEN SPACE
                   ADD WS-IMPORTE-LINEA
                       TO ELEM-RECFEC-EFECTIVO (WS-IND-RECFEC-HALL)
               WHEN "T"
                   ADD WS-IMPORTE-LINEA
                       TO ELEM-RECFEC-TARJETA (WS-IND-RECFEC-HALL)
               WHEN "V"
                   ADD WS-IMPORTE-LINEA
                       TO ELEM-RECFEC-VALE (WS-IND-RECFEC-HALL)
           END-EVALUATE.
       ACUMULAR-RECFEC-EXIT.
           EXIT.


       GRABAR-RECOGIDA-FECHA.
           OPEN OUTPUT RECOGIDA-FECHA
           OPEN EXTEND TARJETAS-VENTAS
           IF FS-TARJETAS-VENTAS NOT = "00"
               OPEN OUTPUT TARJETAS-VENTAS
           END-IF
           MOVE ZEROS TO WS-IND-RECFEC
           PERFORM GRABAR-UN-RECFEC
               UNTIL WS-IND-RECFEC >= WS-NUM-RECFEC
           CLOSE TARJETAS-VENTAS
           CLOSE RECOGIDA-FECHA.

       GRABAR-UN-RECFEC.
           MOVE ELEM-RECFEC-REGISTROS (WS-IND-RECFEC)
               TO RECFEC-REGISTROS
           MOVE ELEM-RECFEC-VALOR (WS-IND-RECFEC) TO RECFEC-VALOR
           MOVE ELEM-RECFEC-EFECTIVO (WS-IND-RECFEC)
               TO RECFEC-EFECTIVO
           MOVE ELEM-RECFEC-TARJETA (WS-IND-RECFEC) TO RECFEC-TARJETA
           MOVE ELEM-RECFEC-VALE (WS-IND-RECFEC) TO RECFEC-VALE
           WRITE REG-RECOGIDA-FECHA

           IF ELEM-RECFEC-TARJETA (WS-IND-RECFEC) NOT = ZEROS
               MOVE ELEM-RECFEC-TIENDA (WS-IND-RECFEC)
                   TO TARVEN-TIENDA
               MOVE ELEM-RECFEC-FECHA (WS-IND-RECFEC) TO TARVEN-FECHA
               MOVE ELEM-RECFEC-TARJETA (WS-IND-RECFEC)
                   TO TARVEN-IMPORTE
               WRITE REG-TARJETAS-VENTAS
           END-IF.

      * Parte de recogida: en fichero para el cierre y por pantalla
      * para el operador.
           DISPLAY "=================================================="
           DISPLAY "TIENDAS ABIERTAS " WS-NUM-TIENDAS
                   "  FALTAN " WS-FALTAN
                   "  REGISTROS FUSIONADOS " WS-TOTAL-REGISTROS
           IF WS-CERRADAS > ZEROS
               DISPLAY "CERRADAS ESE DIA SEGUN EL CALENDARIO: "
                       WS-CERRADAS
           END-IF.

       PARTE-UNA-TIENDA.
           ADD 1 TO WS-IND
           MOVE ELEM-REGISTROS (WS-IND) TO RECOGIDA-REGISTROS
           MOVE ELEM-VALOR (WS-IND) TO RECOGIDA-VALOR
           MOVE ELEM-ERRORES (WS-IND) TO RECOGIDA-ERRORES
           MOVE WS-FECHA-NEGOCIO TO RECOGIDA-FECHA-NEG
           WRITE REG-RECOGIDA

           MOVE ELEM-VALOR (WS-IND) TO WS-VALOR-EDITADO
                       WS-VALOR-EDITADO "  ERRORES "
                       ELEM-ERRORES (WS-IND)
           ELSE
               IF ELEM-PRESENTE (WS-IND) = "C"
                   DISPLAY ELEM-TIENDA (WS-IND) "  CERRADA SEGUN EL "
                           "CALENDARIO, SIN FICHERO"
               ELSE
                   DISPLAY ELEM-TIENDA (WS-IND)
                           "  ** FALTA SU FICHERO **"
               END-IF
           END-IF.
