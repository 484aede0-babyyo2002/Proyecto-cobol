      ******************************************************************
      * Author:Maria Romero
      * Date:26/09/2026
      * Purpose: Informe de cierres anulados. Cuando un cierre se
      *    repite con FORZAR y EXPORTAR-CONTABILIDAD vuelve a
      *    contabilizar el mismo dia, el fichero nuevo lleva el storno
      *    del asiento anterior. Este informe recorre el registro de
      *    envios ASIENTOS-CONTROL.DAT y, por periodo y dia contable,
      *    muestra cada asiento de cierre sustituido (referencia,
      *    secuencia, fecha de envio e importe, sacado de
      *    ASIENTOS-HISTORICO.DAT) junto a la secuencia que lleva su
      *    storno y la referencia del cierre que lo sustituye, con
      *    subtotales por periodo y el total general.
      *    Se lanza desde CONSOLA-VENTAS.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CIERRES-ANULADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-ENVIO ASSIGN TO "ASIENTOS-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-ENVIO.
           SELECT HISTORICO ASSIGN TO "ASIENTOS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.
           SELECT SORT-STORNOS ASSIGN TO SORTSTORNOS.

       DATA DIVISION.
       FILE SECTION.
      * Una linea por fichero de asientos enviado. Las lineas
      * anteriores a la referencia solo traen los cuatro primeros
      * campos.
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

      * Cabecera y detalle de cada asiento de cierre enviado.
       FD HISTORICO.
       01 REG-HISTORICO.
           05 HIST-TIPO-LINEA        PIC X(1).
           05 HIST-FECHA             PIC 9(8).
           05 HIST-REFERENCIA        PIC X(22).
           05 HIST-CUENTA            PIC 9(8).
           05 HIST-DEBE-HABER        PIC X(1).
           05 HIST-IMPORTE           PIC 9(11)V99.
           05 HIST-TIENDA            PIC X(4).
           05 HIST-CONCEPTO          PIC X(30).
           05 HIST-SECUENCIA         PIC 9(6).

       SD SORT-STORNOS.
       01 REG-SORT-STORNOS.
           05 SORT-PERIODO           PIC 9(6).
           05 SORT-FECHA             PIC 9(8).
           05 SORT-SECUENCIA         PIC 9(6).
           05 SORT-REFERENCIA        PIC X(22).
           05 SORT-ENVIO             PIC 9(8).
           05 SORT-IMPORTE           PIC 9(11)V99.
           05 SORT-ST-SECUENCIA      PIC 9(6).
           05 SORT-ST-ENVIO          PIC 9(8).
           05 SORT-ST-REFERENCIA     PIC X(22).

       WORKING-STORAGE SECTION.
       01 FS-CONTROL-ENVIO     PIC XX VALUE SPACES.
       01 FS-HISTORICO         PIC XX VALUE SPACES.
       01 EOF-SWITCH-CONTROL   PIC X VALUE "N".
       01 EOF-SWITCH-HISTORICO PIC X VALUE "N".
       01 EOF-SWITCH-SORT      PIC X VALUE "N".

      * Registro de envios en memoria, para localizar la linea del
      * asiento anulado a partir de la que lleva su storno.
       01 WS-NUM-ENVIOS        PIC 9(4) VALUE ZEROS.
       01 WS-MAX-ENVIOS        PIC 9(4) VALUE 2000.
       01 WS-DESBORDE-SW       PIC X VALUE "N".
       01 WS-IND               PIC 9(4) VALUE ZEROS.
       01 WS-IND-ANULADO       PIC 9(4) VALUE ZEROS.
       01 TABLA-ENVIOS.
           05 ELEM-ENVIO OCCURS 2000 TIMES.
               10 ELEM-SECUENCIA     PIC 9(6).
               10 ELEM-FECHA         PIC 9(8).
               10 ELEM-REFERENCIA    PIC X(22).
               10 ELEM-ANULA-SECUENCIA PIC 9(6).
               10 ELEM-FECHA-ENVIO   PIC 9(8).
               10 ELEM-IMPORTE       PIC 9(11)V99.

      * Control break por periodo.
       01 WS-PERIODO-ACTUAL    PIC 9(6) VALUE ZEROS.
       01 WS-CONTA-PERIODO     PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-PERIODO     PIC 9(11)V99 VALUE ZEROS.
       01 WS-CONTA-GENERAL     PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-GENERAL     PIC 9(11)V99 VALUE ZEROS.

       01 WS-LINEA-ANULADO.
           05 LA-FECHA             PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-REFERENCIA        PIC X(22).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-SECUENCIA         PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-ENVIO             PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-IMPORTE           PIC --.---.---.--9,99.

       01 WS-LINEA-STORNO.
           05 FILLER               PIC X(13) VALUE "STORNO: SEC. ".
           05 LS-SECUENCIA         PIC 9(6).
           05 FILLER               PIC X(5) VALUE " DEL ".
           05 LS-ENVIO             PIC 9(8).
           05 FILLER               PIC X(4) VALUE " -> ".
           05 LS-REFERENCIA        PIC X(22).

       01 WS-NUMERO-EDIT       PIC ZZZZZZ9.
       01 WS-TOTAL-EDIT        PIC --.---.---.--9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CIERRES ANULADOS POR STORNO POR PERIODO"
           DISPLAY "=================================================="
           MOVE ZEROS TO WS-CONTA-GENERAL
           MOVE ZEROS TO WS-TOTAL-GENERAL

           OPEN INPUT CONTROL-ENVIO
           IF FS-CONTROL-ENVIO NOT = "00"
               DISPLAY "NO HAY ENVIOS CONTABLES REGISTRADOS"
               GOBACK
           END-IF
           CLOSE CONTROL-ENVIO

           SORT SORT-STORNOS ON ASCENDING KEY SORT-PERIODO
                             ON ASCENDING KEY SORT-FECHA
                             ON ASCENDING KEY SORT-SECUENCIA
               INPUT PROCEDURE IS SOLTAR-STORNOS
               OUTPUT PROCEDURE IS REPASAR-STORNOS

           PERFORM IMPRIMIR-TOTALES
           GOBACK.

      * Carga el registro de envios, completa el importe de cada
      * asiento de cierre con su cabecera del historico y suelta al
      * SORT una linea por envio que lleva storno.
       SOLTAR-STORNOS.
           MOVE ZEROS TO WS-NUM-ENVIOS
           MOVE "N" TO WS-DESBORDE-SW
           MOVE "N" TO EOF-SWITCH-CONTROL
           OPEN INPUT CONTROL-ENVIO
           PERFORM CARGAR-ENVIO UNTIL EOF-SWITCH-CONTROL = "S"
           CLOSE CONTROL-ENVIO
           IF WS-DESBORDE-SW = "S"
               DISPLAY "AVISO: MAS DE " WS-MAX-ENVIOS " ENVIOS; SE "
                       "INFORMA SOLO DE LOS PRIMEROS"
           END-IF

           MOVE "N" TO EOF-SWITCH-HISTORICO
           OPEN INPUT HISTORICO
           IF FS-HISTORICO = "00"
               PERFORM LEER-HISTORICO
                   UNTIL EOF-SWITCH-HISTORICO = "S"
               CLOSE HISTORICO
           END-IF

           MOVE ZEROS TO WS-IND
           PERFORM SOLTAR-UN-STORNO THRU SOLTAR-UN-STORNO-EXIT
               UNTIL WS-IND >= WS-NUM-ENVIOS.

      * Las lineas anteriores a la referencia no traen anulacion.
       CARGAR-ENVIO.
           READ CONTROL-ENVIO
               AT END MOVE "S" TO EOF-SWITCH-CONTROL
           NOT AT END
               IF WS-NUM-ENVIOS < WS-MAX-ENVIOS
                   ADD 1 TO WS-NUM-ENVIOS
                   MOVE CONTROL-SECUENCIA
                       TO ELEM-SECUENCIA (WS-NUM-ENVIOS)
                   MOVE CONTROL-REFERENCIA
                       TO ELEM-REFERENCIA (WS-NUM-ENVIOS)
                   MOVE ZEROS TO ELEM-FECHA (WS-NUM-ENVIOS)
                   MOVE ZEROS TO ELEM-ANULA-SECUENCIA (WS-NUM-ENVIOS)
                   MOVE ZEROS TO ELEM-FECHA-ENVIO (WS-NUM-ENVIOS)
                   MOVE ZEROS TO ELEM-IMPORTE (WS-NUM-ENVIOS)
                   IF CONTROL-FECHA IS NUMERIC
                       MOVE CONTROL-FECHA
                           TO ELEM-FECHA (WS-NUM-ENVIOS)
                   END-IF
                   IF CONTROL-ANULA-SECUENCIA IS NUMERIC
                       MOVE CONTROL-ANULA-SECUENCIA
                           TO ELEM-ANULA-SECUENCIA (WS-NUM-ENVIOS)
                   END-IF
                   IF CONTROL-FECHA-ENVIO IS NUMERIC
                       MOVE CONTROL-FECHA-ENVIO
                           TO ELEM-FECHA-ENVIO (WS-NUM-ENVIOS)
                   END-IF
               ELSE
                   MOVE "S" TO WS-DESBORDE-SW
               END-IF
           END-READ.

       LEER-HISTORICO.
           READ HISTORICO
               AT END MOVE "S" TO EOF-SWITCH-HISTORICO
           NOT AT END
               IF HIST-TIPO-LINEA = "C"
                   MOVE ZEROS TO WS-IND
                   PERFORM ANOTAR-IMPORTE
                       UNTIL WS-IND >= WS-NUM-ENVIOS
               END-IF
           END-READ.

       ANOTAR-IMPORTE.
           ADD 1 TO WS-IND
           IF ELEM-SECUENCIA (WS-IND) = HIST-SECUENCIA
               AND ELEM-REFERENCIA (WS-IND) = HIST-REFERENCIA
               MOVE HIST-IMPORTE TO ELEM-IMPORTE (WS-IND)
           END-IF.

       SOLTAR-UN-STORNO.
           ADD 1 TO WS-IND
           IF ELEM-ANULA-SECUENCIA (WS-IND) = ZEROS
               GO TO SOLTAR-UN-STORNO-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-ANULADO
           PERFORM BUSCAR-ANULADO THRU BUSCAR-ANULADO-EXIT

           COMPUTE SORT-PERIODO = ELEM-FECHA (WS-IND) / 100
           MOVE ELEM-FECHA (WS-IND) TO SORT-FECHA
           MOVE ELEM-ANULA-SECUENCIA (WS-IND) TO SORT-SECUENCIA
           IF WS-IND-ANULADO > ZEROS
               MOVE ELEM-REFERENCIA (WS-IND-ANULADO)
                   TO SORT-REFERENCIA
               MOVE ELEM-FECHA-ENVIO (WS-IND-ANULADO) TO SORT-ENVIO
               MOVE ELEM-IMPORTE (WS-IND-ANULADO) TO SORT-IMPORTE
           ELSE
               MOVE "SIN REGISTRO DE ENVIO" TO SORT-REFERENCIA
               MOVE ZEROS TO SORT-ENVIO
               MOVE ZEROS TO SORT-IMPORTE
           END-IF
           MOVE ELEM-SECUENCIA (WS-IND) TO SORT-ST-SECUENCIA
           MOVE ELEM-FECHA-ENVIO (WS-IND) TO SORT-ST-ENVIO
           MOVE ELEM-REFERENCIA (WS-IND) TO SORT-ST-REFERENCIA
           RELEASE REG-SORT-STORNOS.
       SOLTAR-UN-STORNO-EXIT.
           EXIT.

      * La linea del asiento anulado es anterior a la del storno.
       BUSCAR-ANULADO.
           ADD 1 TO WS-IND-ANULADO
           IF WS-IND-ANULADO >= WS-IND
               MOVE ZEROS TO WS-IND-ANULADO
               GO TO BUSCAR-ANULADO-EXIT
           END-IF
           IF ELEM-SECUENCIA (WS-IND-ANULADO) =
              ELEM-ANULA-SECUENCIA (WS-IND)
               GO TO BUSCAR-ANULADO-EXIT
           END-IF
           GO TO BUSCAR-ANULADO.
       BUSCAR-ANULADO-EXIT.
           EXIT.

       REPASAR-STORNOS.
           MOVE "N" TO EOF-SWITCH-SORT
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "S"
               DISPLAY " "
               DISPLAY "NINGUN CIERRE HA SIDO ANULADO"
           ELSE
               PERFORM ABRIR-PERIODO
           END-IF
           PERFORM TRATAR-LINEA-SORT UNTIL EOF-SWITCH-SORT = "S".

       LEER-SORT.
           RETURN SORT-STORNOS
               AT END MOVE "S" TO EOF-SWITCH-SORT
           END-RETURN.

       TRATAR-LINEA-SORT.
           IF SORT-PERIODO NOT = WS-PERIODO-ACTUAL
               PERFORM CERRAR-PERIODO
               PERFORM ABRIR-PERIODO
           END-IF
           PERFORM MOSTRAR-STORNO
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "S"
               PERFORM CERRAR-PERIODO
           END-IF.

       ABRIR-PERIODO.
           MOVE SORT-PERIODO TO WS-PERIODO-ACTUAL
           MOVE ZEROS TO WS-CONTA-PERIODO
           MOVE ZEROS TO WS-TOTAL-PERIODO
           DISPLAY " "
           DISPLAY "PERIODO " WS-PERIODO-ACTUAL
           DISPLAY "  DIA      CIERRE ANULADO         SEC.   ENVIADO "
                   "         IMPORTE".

      * Dos lineas por cierre anulado: el asiento original y el
      * fichero que lleva su storno con el cierre que lo sustituye.
       MOSTRAR-STORNO.
           MOVE SORT-FECHA TO LA-FECHA
           MOVE SORT-REFERENCIA TO LA-REFERENCIA
           MOVE SORT-SECUENCIA TO LA-SECUENCIA
           MOVE SORT-ENVIO TO LA-ENVIO
           MOVE SORT-IMPORTE TO LA-IMPORTE
           DISPLAY "  " WS-LINEA-ANULADO
           MOVE SORT-ST-SECUENCIA TO LS-SECUENCIA
           MOVE SORT-ST-ENVIO TO LS-ENVIO
           MOVE SORT-ST-REFERENCIA TO LS-REFERENCIA
           DISPLAY "           " WS-LINEA-STORNO
           ADD 1 TO WS-CONTA-PERIODO
           ADD 1 TO WS-CONTA-GENERAL
           ADD SORT-IMPORTE TO WS-TOTAL-PERIODO
           ADD SORT-IMPORTE TO WS-TOTAL-GENERAL.

       CERRAR-PERIODO.
           MOVE WS-CONTA-PERIODO TO WS-NUMERO-EDIT
           MOVE WS-TOTAL-PERIODO TO WS-TOTAL-EDIT
           DISPLAY "TOTAL PERIODO " WS-PERIODO-ACTUAL ": "
                   WS-NUMERO-EDIT " ANULADOS  " WS-TOTAL-EDIT.

       IMPRIMIR-TOTALES.
           DISPLAY " "
           DISPLAY "=================================================="
           MOVE WS-CONTA-GENERAL TO WS-NUMERO-EDIT
           MOVE WS-TOTAL-GENERAL TO WS-TOTAL-EDIT
           DISPLAY "CIERRES ANULADOS.....: " WS-NUMERO-EDIT
                   "  " WS-TOTAL-EDIT.
