      ******************************************************************
      * Author:Maria Romero
      * Date:24/09/2026
      * Purpose: Informe de auditoria de los ajustes de periodo
      *    anterior. Ordena el registro AJUSTES-PERIODO.DAT (lo
      *    alimenta APROBAR-AJUSTES-PERIODO) por periodo original y
      *    tienda y muestra cada venta tardia con su ticket, producto
      *    e importe (los abonos en negativo), quien y cuando la
      *    aprobo y si ya esta contabilizada (fecha contable y
      *    secuencia del fichero de asientos de EXPORTAR-CONTABILIDAD)
      *    o pendiente, con subtotales por tienda y por periodo y el
      *    total general.
      *    Se lanza desde CONSOLA-VENTAS.
      * Mod:30/09/2026 - Ambito de tiendas del operador: desde la
      *    consola llega el ambito (ver COMPROBAR-AMBITO) y solo se
      *    ordenan e imprimen los ajustes de sus tiendas; los totales
      *    pasan a ser los de su ambito. Sin el parametro, todas.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-AJUSTES-PERIODO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AJUSTES ASSIGN TO "AJUSTES-PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AJUSTES.
           SELECT SORT-AJUSTES ASSIGN TO SORTAJUSTES.

       DATA DIVISION.
       FILE SECTION.
      * AJUSTE-SIGNO: V = venta, A = abono (resta). AJUSTE-ESTADO:
      * P = pendiente de contabilizar, C = contabilizado.
       FD AJUSTES.
       01 REG-AJUSTES.
           05 AJUSTE-FECHA-APROBACION PIC 9(8).
           05 AJUSTE-OPERADOR      PIC 9(6).
           05 AJUSTE-PERIODO       PIC 9(6).
           05 AJUSTE-TIENDA        PIC X(4).
           05 AJUSTE-REGISTRO      PIC X(54).
           05 AJUSTE-TIPO-IVA      PIC X(1).
           05 AJUSTE-IMPORTE       PIC 9(8)V99.
           05 AJUSTE-SIGNO         PIC X(1).
           05 AJUSTE-ESTADO        PIC X(1).
           05 AJUSTE-FECHA-CONTABLE PIC 9(8).
           05 AJUSTE-SECUENCIA     PIC 9(6).

       SD SORT-AJUSTES.
       01 REG-SORT-AJUSTES.
           05 SORT-PERIODO         PIC 9(6).
           05 SORT-TIENDA          PIC X(4).
           05 SORT-AJUSTE          PIC X(105).

       WORKING-STORAGE SECTION.
       01 FS-AJUSTES           PIC XX VALUE SPACES.
       01 EOF-SWITCH-AJUSTES   PIC X VALUE "N".
       01 EOF-SWITCH-SORT      PIC X VALUE "N".

      * Linea de venta del ajuste, con la estructura de VENTAS.DAT.
       01 REGISTRO-TRABAJO.
           05 TRABAJO-CODIGO  PIC X(5).
           05 TRABAJO-CANT    PIC 9(3).
           05 TRABAJO-PRECIO  PIC 9(3)V99.
           05 TRABAJO-TIENDA  PIC X(4).
           05 TRABAJO-FECHA   PIC 9(8).
           05 TRABAJO-TIPO    PIC X(1).
           05 TRABAJO-TICKET  PIC X(8).
           05 FILLER          PIC X(20).

      * Control break por periodo y tienda.
       01 WS-PERIODO-ACTUAL    PIC 9(6) VALUE ZEROS.
       01 WS-TIENDA-ACTUAL     PIC X(4) VALUE SPACES.
       01 WS-IMPORTE-LINEA     PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-TIENDA      PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-PERIODO     PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-GENERAL     PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-PENDIENTE   PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-CONTABLE    PIC S9(11)V99 VALUE ZEROS.
       01 WS-CONTA-AJUSTES     PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-PENDIENTES  PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-CONTABLES   PIC 9(7) VALUE ZEROS.

       01 WS-LINEA-DETALLE.
           05 LD-FECHA             PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-TICKET            PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-CODIGO            PIC X(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-IMPORTE           PIC --.---.--9,99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-OPERADOR          PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-APROBACION        PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-CONTABLE          PIC X(15).

       01 WS-CONTABLE-TEXTO.
           05 WS-CONTABLE-FECHA    PIC 9(8).
           05 FILLER               PIC X(1) VALUE "/".
           05 WS-CONTABLE-SECUENCIA PIC 9(6).

       01 WS-NUMERO-EDIT       PIC ZZZZZZ9.
       01 WS-TOTAL-EDIT        PIC --.---.---.--9,99.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "AJPER".
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
           DISPLAY "AJUSTES DE PERIODO ANTERIOR POR PERIODO Y TIENDA"
           IF WS-AMBITO-TIPO NOT = "C"
               DISPLAY "AMBITO: " WS-AMBITO-TIPO " " WS-AMBITO-VALOR
           END-IF
           DISPLAY "=================================================="
           MOVE ZEROS TO WS-CONTA-AJUSTES
           MOVE ZEROS TO WS-CONTA-PENDIENTES
           MOVE ZEROS TO WS-CONTA-CONTABLES
           MOVE ZEROS TO WS-TOTAL-GENERAL
           MOVE ZEROS TO WS-TOTAL-PENDIENTE
           MOVE ZEROS TO WS-TOTAL-CONTABLE

           OPEN INPUT AJUSTES
           IF FS-AJUSTES NOT = "00"
               DISPLAY "NO HAY AJUSTES DE PERIODO ANTERIOR APROBADOS"
               GOBACK
           END-IF
           CLOSE AJUSTES

           SORT SORT-AJUSTES ON ASCENDING KEY SORT-PERIODO
                             ON ASCENDING KEY SORT-TIENDA
               INPUT PROCEDURE IS SOLTAR-AJUSTES
               OUTPUT PROCEDURE IS REPASAR-AJUSTES

           PERFORM IMPRIMIR-TOTALES
           GOBACK.

       SOLTAR-AJUSTES.
           MOVE "N" TO EOF-SWITCH-AJUSTES
           OPEN INPUT AJUSTES
           PERFORM SOLTAR-UN-AJUSTE THRU SOLTAR-UN-AJUSTE-EXIT
               UNTIL EOF-SWITCH-AJUSTES = "S"
           CLOSE AJUSTES.

       SOLTAR-UN-AJUSTE.
           READ AJUSTES
               AT END
                   MOVE "S" TO EOF-SWITCH-AJUSTES
                   GO TO SOLTAR-UN-AJUSTE-EXIT
           END-READ
           MOVE AJUSTE-TIENDA TO WS-TIENDA-BUSCADA
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               GO TO SOLTAR-UN-AJUSTE-EXIT
           END-IF
           MOVE AJUSTE-PERIODO TO SORT-PERIODO
           MOVE AJUSTE-TIENDA TO SORT-TIENDA
           MOVE REG-AJUSTES TO SORT-AJUSTE
           RELEASE REG-SORT-AJUSTES.
       SOLTAR-UN-AJUSTE-EXIT.
           EXIT.

       REPASAR-AJUSTES.
           MOVE "N" TO EOF-SWITCH-SORT
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "N"
               PERFORM ABRIR-PERIODO
               PERFORM ABRIR-TIENDA
           END-IF
           PERFORM TRATAR-LINEA-SORT UNTIL EOF-SWITCH-SORT = "S".

       LEER-SORT.
           RETURN SORT-AJUSTES
               AT END MOVE "S" TO EOF-SWITCH-SORT
           END-RETURN.

       TRATAR-LINEA-SORT.
           IF SORT-PERIODO NOT = WS-PERIODO-ACTUAL
               PERFORM CERRAR-TIENDA
               PERFORM CERRAR-PERIODO
               PERFORM ABRIR-PERIODO
               PERFORM ABRIR-TIENDA
           ELSE
               IF SORT-TIENDA NOT = WS-TIENDA-ACTUAL
                   PERFORM CERRAR-TIENDA
                   PERFORM ABRIR-TIENDA
               END-IF
           END-IF
           PERFORM MOSTRAR-AJUSTE
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "S"
               PERFORM CERRAR-TIENDA
               PERFORM CERRAR-PERIODO
           END-IF.

       ABRIR-PERIODO.
           MOVE SORT-PERIODO TO WS-PERIODO-ACTUAL
           MOVE ZEROS TO WS-TOTAL-PERIODO
           DISPLAY " "
           DISPLAY "PERIODO ORIGINAL " WS-PERIODO-ACTUAL.

       ABRIR-TIENDA.
           MOVE SORT-TIENDA TO WS-TIENDA-ACTUAL
           MOVE ZEROS TO WS-TOTAL-TIENDA
           DISPLAY "  TIENDA " WS-TIENDA-ACTUAL
           DISPLAY "  FECHA    TICKET   PROD.        IMPORTE APROB. "
                   "APROBADO CONTABILIZADO".

      * Una linea por venta tardia; los abonos restan.
       MOSTRAR-AJUSTE.
           MOVE SORT-AJUSTE TO REG-AJUSTES
           MOVE AJUSTE-REGISTRO TO REGISTRO-TRABAJO
           IF AJUSTE-SIGNO = "A"
               COMPUTE WS-IMPORTE-LINEA = 0 - AJUSTE-IMPORTE
           ELSE
               MOVE AJUSTE-IMPORTE TO WS-IMPORTE-LINEA
           END-IF
           MOVE TRABAJO-FECHA TO LD-FECHA
           MOVE TRABAJO-TICKET TO LD-TICKET
           MOVE TRABAJO-CODIGO TO LD-CODIGO
           MOVE WS-IMPORTE-LINEA TO LD-IMPORTE
           MOVE AJUSTE-OPERADOR TO LD-OPERADOR
           MOVE AJUSTE-FECHA-APROBACION TO LD-APROBACION
           IF AJUSTE-ESTADO = "C"
               MOVE AJUSTE-FECHA-CONTABLE TO WS-CONTABLE-FECHA
               MOVE AJUSTE-SECUENCIA TO WS-CONTABLE-SECUENCIA
               MOVE WS-CONTABLE-TEXTO TO LD-CONTABLE
               ADD 1 TO WS-CONTA-CONTABLES
               ADD WS-IMPORTE-LINEA TO WS-TOTAL-CONTABLE
           ELSE
               MOVE "PENDIENTE" TO LD-CONTABLE
               ADD 1 TO WS-CONTA-PENDIENTES
               ADD WS-IMPORTE-LINEA TO WS-TOTAL-PENDIENTE
           END-IF
           DISPLAY "  " WS-LINEA-DETALLE
           ADD 1 TO WS-CONTA-AJUSTES
           ADD WS-IMPORTE-LINEA TO WS-TOTAL-TIENDA
           ADD WS-IMPORTE-LINEA TO WS-TOTAL-PERIODO
           ADD WS-IMPORTE-LINEA TO WS-TOTAL-GENERAL.

       CERRAR-TIENDA.
           MOVE WS-TOTAL-TIENDA TO WS-TOTAL-EDIT
           DISPLAY "  TOTAL TIENDA " WS-TIENDA-ACTUAL "........: "
                   WS-TOTAL-EDIT.

       CERRAR-PERIODO.
           MOVE WS-TOTAL-PERIODO TO WS-TOTAL-EDIT
           DISPLAY "TOTAL PERIODO " WS-PERIODO-ACTUAL "........: "
                   WS-TOTAL-EDIT.

       IMPRIMIR-TOTALES.
           DISPLAY " "
           DISPLAY "=================================================="
           MOVE WS-CONTA-AJUSTES TO WS-NUMERO-EDIT
           MOVE WS-TOTAL-GENERAL TO WS-TOTAL-EDIT
           DISPLAY "AJUSTES APROBADOS....: " WS-NUMERO-EDIT
                   "  " WS-TOTAL-EDIT
           MOVE WS-CONTA-CONTABLES TO WS-NUMERO-EDIT
           MOVE WS-TOTAL-CONTABLE TO WS-TOTAL-EDIT
           DISPLAY "  CONTABILIZADOS.....: " WS-NUMERO-EDIT
                   "  " WS-TOTAL-EDIT
           MOVE WS-CONTA-PENDIENTES TO WS-NUMERO-EDIT
           MOVE WS-TOTAL-PENDIENTE TO WS-TOTAL-EDIT
           DISPLAY "  PENDIENTES.........: " WS-NUMERO-EDIT
                   "  " WS-TOTAL-EDIT.

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
