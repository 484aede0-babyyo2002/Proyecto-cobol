      *    venta sin declaracion, para que un descuadre de caja
      *    aflore a la mannana siguiente y no en la auditoria.
      *    RETURN-CODE 4 si hay alguna discrepancia que revisar.
      * Mod:07/09/2026 - La caja se cuadra solo contra el efectivo:
      *    RECOGIDA-FECHA.DAT desglosa el valor por medio de pago
      *    (neto de abonos) y las ventas con tarjeta o vale, que no
      *    pasan por la caja, ya no descuadran la declaracion. Las
      *    tarjetas se concilian con el banco en CONCILIAR-TARJETAS.
      *    Un dia sin efectivo y sin declaracion no es discrepancia.
      * Mod:13/09/2026 - Se puede lanzar tambien desde la consola,
      *    que pasa el ambito de tiendas del operador (ver
      *    COMPROBAR-AMBITO): solo se cuadran sus tiendas. Termina
      *    con GOBACK para volver a la consola. Lanzado como job,
      *    sin el parametro, todas.
      * Mod:16/09/2026 - Calendario comercial de tiendas (ver
      *    MANTENIMIENTO-CALENDARIO): en un dia en que la tienda
      *    estuvo cerrada no se le exige declaracion. La venta
      *    recogida de un dia cerrado sin declaracion se lista como
      *    aviso y no cuenta como discrepancia, y tampoco cuenta una
      *    declaracion a cero de un dia cerrado sin venta.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           05 RECFEC-FECHA        PIC 9(8).
           05 RECFEC-REGISTROS    PIC 9(7).
           05 RECFEC-VALOR        PIC 9(11)V99.
           05 RECFEC-EFECTIVO     PIC S9(11)V99.
           05 RECFEC-TARJETA      PIC S9(11)V99.
           05 RECFEC-VALE         PIC S9(11)V99.

      * Declaracion de caja de las tiendas: una linea por tienda y
      * dia de negocio con la recaudacion declarada.
       01 WS-ARGUMENTO        PIC X(12) VALUE SPACES.
       01 WS-TOLERANCIA       PIC 9(5)V99 VALUE 10.

      * Efectivo calculado por tienda y dia, con la marca de si su
      * declaracion ha aparecido.
       01 WS-NUM-CALCULADOS   PIC 9(4) VALUE ZEROS.
       01 WS-IND              PIC 9(4) VALUE ZEROS.
           05 ELEM-CALC OCCURS 1000 TIMES.
               10 ELEM-CALC-TIENDA    PIC X(4).
               10 ELEM-CALC-FECHA     PIC 9(8).
               10 ELEM-CALC-VALOR     PIC S9(11)V99.
               10 ELEM-CALC-DECLARADO PIC X(1).

       01 WS-DIFERENCIA       PIC S9(11)V99 VALUE ZEROS.
       01 WS-CONTA-DISCREPA   PIC 9(4) VALUE ZEROS.

       01 WS-DECLARADO-EDIT   PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-CALCULADO-EDIT   PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-DIFERENCIA-EDIT  PIC -Z.ZZZ.ZZZ.ZZ9,99.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-TIENDA    PIC X(4) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "CAJA ".
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "N".
       01 WS-AMBITO-RESULTADO PIC X(1) VALUE SPACES.

      * Consulta del calendario comercial de la tienda y el dia.
       01 WS-CAL-TIENDA       PIC X(4) VALUE SPACES.
       01 WS-CAL-FECHA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-HASTA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-ESTADO       PIC X(1) VALUE SPACES.
       01 WS-CAL-DIAS         PIC 9(3)V9 VALUE ZEROS.
       01 WS-CONTA-CERRADOS   PIC 9(4) VALUE ZEROS.

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
           PERFORM RESOLVER-ARGUMENTO
           DISPLAY "CUADRE DE CAJA DECLARADA CONTRA VENTA EN EFECTIVO"
           DISPLAY "TOLERANCIA: " WS-TOLERANCIA " EUROS"
           IF WS-AMBITO-TIPO NOT = "C"
               DISPLAY "AMBITO: " WS-AMBITO-TIPO " " WS-AMBITO-VALOR
           END-IF
           DISPLAY "=================================================="

           PERFORM CARGAR-CALCULADOS
           IF WS-NUM-CALCULADOS = ZEROS AND WS-AMBITO-TIPO NOT = "C"
               DISPLAY "SIN VENTA RECOGIDA DE LAS TIENDAS DE SU "
                       "AMBITO"
               GOBACK
           END-IF
           IF WS-NUM-CALCULADOS = ZEROS
               DISPLAY "SIN RECOGIDA-FECHA.DAT (O VACIO): LANZAR "
                       "ANTES RECOGER-FEEDS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CASAR-DECLARACIONES
           PERFORM LISTAR-SIN-DECLARACION

           DISPLAY "=================================================="
           IF WS-CONTA-CERRADOS > ZEROS
               DISPLAY "DIAS CERRADOS SEGUN EL CALENDARIO SIN "
                       "DECLARACION: " WS-CONTA-CERRADOS
           END-IF
           IF WS-CONTA-DISCREPA = ZEROS
               DISPLAY "CUADRE DE CAJA CORRECTO"
           ELSE
                       "REVISAR **"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       RESOLVER-ARGUMENTO.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
           READ RECOGIDA-FECHA
               AT END MOVE "S" TO EOF-SWITCH-RECFEC
           NOT AT END
               MOVE RECFEC-TIENDA TO WS-AMBITO-TIENDA
               PERFORM COMPROBAR-AMBITO-TIENDA
               IF WS-AMBITO-RESULTADO = "N"
                   GO TO LEER-CALCULADO-EXIT
               END-IF
               IF WS-NUM-CALCULADOS < 1000
                   ADD 1 TO WS-NUM-CALCULADOS
                   MOVE RECFEC-TIENDA
                       TO ELEM-CALC-TIENDA (WS-NUM-CALCULADOS)
                   MOVE RECFEC-FECHA
                       TO ELEM-CALC-FECHA (WS-NUM-CALCULADOS)
                   MOVE RECFEC-EFECTIVO
                       TO ELEM-CALC-VALOR (WS-NUM-CALCULADOS)
                   MOVE "N"
                       TO ELEM-CALC-DECLARADO (WS-NUM-CALCULADOS)
           EXIT.

       CASAR-UNA-DECLARACION.
           MOVE DECLARADA-TIENDA TO WS-AMBITO-TIENDA
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               GO TO CASAR-UNA-DECLARACION-EXIT
           END-IF

           IF DECLARADA-IMPORTE IS NOT NUMERIC
               DISPLAY "AVISO: DECLARACION NO VALIDA, SE SALTA: "
                       REG-DECLARADA
               OR WS-ENCONTRADO-SW = "S"

           IF WS-ENCONTRADO-SW = "N"
               IF DECLARADA-IMPORTE = ZEROS
                   MOVE DECLARADA-TIENDA TO WS-CAL-TIENDA
                   MOVE DECLARADA-FECHA TO WS-CAL-FECHA
                   PERFORM CONSULTAR-CALENDARIO-DIA
                   IF WS-CAL-ESTADO = "C"
                       GO TO CASAR-UNA-DECLARACION-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-CONTA-DISCREPA
               MOVE DECLARADA-IMPORTE TO WS-DECLARADO-EDIT
               DISPLAY DECLARADA-TIENDA " " DECLARADA-FECHA
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
               DISPLAY DECLARADA-TIENDA " " DECLARADA-FECHA
                       "  DECLARADO " WS-DECLARADO-EDIT
                       "  EFECTIVO " WS-CALCULADO-EDIT
                       "  DIFERENCIA " WS-DIFERENCIA-EDIT
           END-IF.
       CASAR-UNA-DECLARACION-EXIT.
           END-IF.

      * Dias con venta recogida para los que la tienda no ha
      * entregado declaracion: tambien son discrepancia, salvo que
      * la tienda estuviera cerrada ese dia segun el calendario.
       LISTAR-SIN-DECLARACION.
           MOVE ZEROS TO WS-IND
           PERFORM LISTAR-UN-SIN-DECLARAR
       LISTAR-UN-SIN-DECLARAR.
           ADD 1 TO WS-IND
           IF ELEM-CALC-DECLARADO (WS-IND) = "N"
               AND ELEM-CALC-VALOR (WS-IND) NOT = ZEROS
               MOVE ELEM-CALC-VALOR (WS-IND) TO WS-CALCULADO-EDIT
               MOVE ELEM-CALC-TIENDA (WS-IND) TO WS-CAL-TIENDA
               MOVE ELEM-CALC-FECHA (WS-IND) TO WS-CAL-FECHA
               PERFORM CONSULTAR-CALENDARIO-DIA
               IF WS-CAL-ESTADO = "C"
                   ADD 1 TO WS-CONTA-CERRADOS
                   DISPLAY ELEM-CALC-TIENDA (WS-IND) " "
                           ELEM-CALC-FECHA (WS-IND)
                           "  EFECTIVO " WS-CALCULADO-EDIT
                           "  (DIA CERRADO EN CALENDARIO)"
               ELSE
                   ADD 1 TO WS-CONTA-DISCREPA
                   DISPLAY ELEM-CALC-TIENDA (WS-IND) " "
                           ELEM-CALC-FECHA (WS-IND)
                           "  EFECTIVO " WS-CALCULADO-EDIT
                           "  ** SIN DECLARACION DE CAJA **"
               END-IF
           END-IF.

      * Estado de WS-CAL-TIENDA en WS-CAL-FECHA segun el calendario
      * comercial (A, C o M).
       CONSULTAR-CALENDARIO-DIA.
           MOVE ZEROS TO WS-CAL-HASTA
           CALL "CONSULTAR-CALENDARIO" USING WS-CAL-TIENDA
                                             WS-CAL-FECHA
                                             WS-CAL-HASTA
                                             WS-CAL-ESTADO
                                             WS-CAL-DIAS.

      * Tienda de WS-AMBITO-TIENDA frente al ambito del operador; el
      * ambito central no necesita consulta.
       COMPROBAR-AMBITO-TIENDA.
           IF WS-AMBITO-TIPO = "C"
               MOVE "S" TO WS-AMBITO-RESULTADO
           ELSE
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             WS-AMBITO-TIENDA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
           END-IF.
