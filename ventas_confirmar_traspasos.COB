      ******************************************************************
      * Author:Maria Romero
      * Date:11/09/2026
      * Purpose: Revision y confirmacion de la propuesta de
      *    reequilibrio entre tiendas (REEQUILIBRIO-PROPUESTO.DAT, la
      *    escribe PROPONER-REEQUILIBRIO). Logistica recorre las
      *    lineas pendientes una a una y acepta la cantidad
      *    propuesta, la cambia o la rechaza; al confirmar, las
      *    lineas aceptadas se annaden a TRASPASOS-STOCK.DAT con el
      *    documento RB + fecha, y ACTUALIZAR-STOCK las aplica en su
      *    siguiente pasada (el kardex las recoge con ese documento).
      *    La propuesta se reescribe con cada linea marcada
      *    C = confirmada o R = rechazada y firmada con el operador;
      *    las que no se llegan a revisar siguen pendientes (P) y
      *    SUGERIR-PEDIDOS las sigue contando como cubiertas.
      *    Se lanza desde CONSOLA-VENTAS, que pasa el codigo del
      *    operador por LINKAGE.
      * Mod:13/09/2026 - Ambito de tiendas del operador: la consola
      *    pasa tambien su ambito (ver COMPROBAR-AMBITO) y solo se
      *    revisan las lineas cuya tienda de origen o de destino
      *    esta en el; las demas siguen pendientes para quien las
      *    tenga. Sin el parametro, todas.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMAR-TRASPASOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPUESTA ASSIGN TO "REEQUILIBRIO-PROPUESTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPUESTA.
           SELECT TRASPASOS ASSIGN TO "TRASPASOS-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRASPASOS.

       DATA DIVISION.
       FILE SECTION.
      * Linea de la propuesta (ver PROPONER-REEQUILIBRIO).
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

       FD TRASPASOS.
       01 REG-TRASPASOS.
           05 TRASPASO-ORIGEN     PIC X(4).
           05 TRASPASO-DESTINO    PIC X(4).
           05 TRASPASO-CODIGO     PIC X(5).
           05 TRASPASO-CANTIDAD   PIC 9(5).
           05 TRASPASO-DOCUMENTO  PIC X(10).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 FS-PROPUESTA        PIC XX VALUE SPACES.
       01 FS-TRASPASOS        PIC XX VALUE SPACES.

       01 WS-OPCION           PIC 9 VALUE ZEROS.
       01 WS-OPERADOR         PIC 9(6) VALUE ZEROS.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-TERMINAR-SW      PIC X VALUE "N".
       01 WS-DESBORDE-SW      PIC X VALUE "N".

      * Documento de los traspasos confirmados en esta sesion.
       01 WS-DOCUMENTO.
           05 FILLER              PIC X(2) VALUE "RB".
           05 WS-DOCUMENTO-FECHA  PIC 9(8).

      * Propuesta entera en memoria; la decision de la sesion va
      * aparte hasta confirmar (N = sin tocar, C = aceptar, R =
      * rechazar).
       01 WS-NUM-LINEAS       PIC 9(4) VALUE ZEROS.
       01 WS-IND              PIC 9(4) VALUE ZEROS.
       01 TABLA-PROPUESTA.
           05 ELEM-PROPUESTA OCCURS 5000 TIMES.
               10 ELEM-REGISTRO       PIC X(67).
               10 ELEM-DECISION       PIC X(1).
               10 ELEM-CANTIDAD       PIC 9(5).
               10 ELEM-EN-AMBITO      PIC X(1).
       01 WS-CONTA-PENDIENTES PIC 9(4) VALUE ZEROS.
       01 WS-CONTA-ACEPTADAS  PIC 9(4) VALUE ZEROS.
       01 WS-CONTA-RECHAZADAS PIC 9(4) VALUE ZEROS.
       01 WS-UNIDADES-ACEPTADAS PIC 9(9) VALUE ZEROS.

       01 WS-CANTIDAD-TECLEADA PIC X(7) VALUE SPACES.
       01 WS-CANTIDAD-ACEPTADA PIC 9(7) VALUE ZEROS.

       01 WS-EXISTENCIAS-EDIT PIC -Z.ZZZ.ZZ9.
       01 WS-DESTINO-EDIT     PIC -Z.ZZZ.ZZ9.
       01 WS-CANTIDAD-EDIT    PIC ZZ.ZZ9.
       01 WS-TOTAL-EDIT       PIC ZZZ.ZZZ.ZZ9.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-TIENDA    PIC X(4) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "TRASP".
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "N".
       01 WS-AMBITO-RESULTADO PIC X(1) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR         PIC 9(6).
      * Ambito de tiendas del operador de la consola; si no viene,
      * todas las tiendas.
       01 LK-AMBITO.
           05 LK-AMBITO-OPERADOR  PIC 9(6).
           05 LK-AMBITO-TIPO      PIC X(1).
           05 LK-AMBITO-VALOR     PIC X(10).

       PROCEDURE DIVISION USING LK-OPERADOR LK-AMBITO.
       INICIO.
           DISPLAY "CONFIRMACION DE TRASPASOS DE REEQUILIBRIO"
           DISPLAY "=================================================="
           MOVE LK-OPERADOR TO WS-OPERADOR
           IF ADDRESS OF LK-AMBITO NOT = NULL
               MOVE LK-AMBITO TO WS-AMBITO
           ELSE
               MOVE "C" TO WS-AMBITO-TIPO
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO WS-DOCUMENTO-FECHA

           OPEN INPUT PROPUESTA
           IF FS-PROPUESTA NOT = "00"
               DISPLAY "SIN REEQUILIBRIO-PROPUESTO.DAT: LANZAR ANTES "
                       "PROPONER-REEQUILIBRIO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARGAR-LINEA THRU CARGAR-LINEA-EXIT
               UNTIL EOF-SWITCH = "S"
           CLOSE PROPUESTA
      * La propuesta se reescribe entera al confirmar: si no cabe en
      * la tabla no se toca, para no perder lineas.
           IF WS-DESBORDE-SW = "S"
               DISPLAY "PROPUESTA DE MAS DE 5000 LINEAS: RELANZAR "
                       "PROPONER-REEQUILIBRIO CON MAS DIAS DE EXCESO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CONTA-PENDIENTES = ZEROS
               DISPLAY "NO HAY LINEAS PENDIENTES DE REVISAR"
               GOBACK
           END-IF
           DISPLAY "LINEAS PENDIENTES: " WS-CONTA-PENDIENTES
           DISPLAY "EN CADA LINEA: CANTIDAD EN BLANCO = LA PROPUESTA, "
                   "0 = RECHAZAR, F = TERMINAR LA REVISION"
           MOVE ZEROS TO WS-IND
           PERFORM REVISAR-LINEA THRU REVISAR-LINEA-EXIT
               UNTIL WS-IND >= WS-NUM-LINEAS
               OR WS-TERMINAR-SW = "S"

           IF WS-CONTA-ACEPTADAS = ZEROS
               AND WS-CONTA-RECHAZADAS = ZEROS
               DISPLAY "NINGUNA LINEA REVISADA, NO SE GRABA NADA"
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "LINEAS ACEPTADAS:  " WS-CONTA-ACEPTADAS
           MOVE WS-UNIDADES-ACEPTADAS TO WS-TOTAL-EDIT
           DISPLAY "UNIDADES:          " WS-TOTAL-EDIT
           DISPLAY "LINEAS RECHAZADAS: " WS-CONTA-RECHAZADAS
           DISPLAY "1 - CONFIRMAR   OTRA TECLA - DESCARTAR"
           MOVE ZEROS TO WS-OPCION
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 1
               DISPLAY "REVISION DESCARTADA, NO SE GRABA NADA"
               GOBACK
           END-IF

           PERFORM GRABAR-TRASPASOS
           PERFORM REESCRIBIR-PROPUESTA
           DISPLAY "TRASPASOS GRABADOS CON DOCUMENTO " WS-DOCUMENTO
                   " PARA EL PROXIMO ACTUALIZAR-STOCK"
           GOBACK.

       CARGAR-LINEA.
           READ PROPUESTA
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO CARGAR-LINEA-EXIT
           END-READ
           IF WS-NUM-LINEAS >= 5000
               MOVE "S" TO WS-DESBORDE-SW
               MOVE "S" TO EOF-SWITCH
               GO TO CARGAR-LINEA-EXIT
           END-IF
           ADD 1 TO WS-NUM-LINEAS
           MOVE REG-PROPUESTA TO ELEM-REGISTRO (WS-NUM-LINEAS)
           MOVE "N" TO ELEM-DECISION (WS-NUM-LINEAS)
           MOVE ZEROS TO ELEM-CANTIDAD (WS-NUM-LINEAS)
           MOVE "N" TO ELEM-EN-AMBITO (WS-NUM-LINEAS)
           IF PROPUESTA-ESTADO = "P"
               PERFORM COMPROBAR-AMBITO-LINEA
               IF WS-AMBITO-RESULTADO = "S"
                   MOVE "S" TO ELEM-EN-AMBITO (WS-NUM-LINEAS)
                   ADD 1 TO WS-CONTA-PENDIENTES
               END-IF
           END-IF.
       CARGAR-LINEA-EXIT.
           EXIT.

      * Revision de una linea pendiente. La cantidad se puede bajar
      * o subir (logistica conoce el hueco en el camion).
       REVISAR-LINEA.
           ADD 1 TO WS-IND
           MOVE ELEM-REGISTRO (WS-IND) TO REG-PROPUESTA
           IF PROPUESTA-ESTADO NOT = "P"
               OR ELEM-EN-AMBITO (WS-IND) = "N"
               GO TO REVISAR-LINEA-EXIT
           END-IF

           MOVE PROPUESTA-CANTIDAD TO WS-CANTIDAD-EDIT
           MOVE PROPUESTA-EXIST-ORIGEN TO WS-EXISTENCIAS-EDIT
           MOVE PROPUESTA-EXIST-DESTINO TO WS-DESTINO-EDIT
           DISPLAY " "
           DISPLAY PROPUESTA-CODIGO " DE " PROPUESTA-ORIGEN " A "
                   PROPUESTA-DESTINO " (" PROPUESTA-REGION ")"
                   "  PROPUESTO " WS-CANTIDAD-EDIT
           DISPLAY "   ORIGEN: STOCK " WS-EXISTENCIAS-EDIT
                   "  COBERTURA " PROPUESTA-COBERTURA " DIAS"
           DISPLAY "   DESTINO: STOCK " WS-DESTINO-EDIT
                   "  PUNTO DE PEDIDO " PROPUESTA-PUNTO-DESTINO

           DISPLAY "CANTIDAD A TRASPASAR: "
           MOVE SPACES TO WS-CANTIDAD-TECLEADA
           ACCEPT WS-CANTIDAD-TECLEADA
           EVALUATE TRUE
               WHEN WS-CANTIDAD-TECLEADA = "F" OR "f"
                   MOVE "S" TO WS-TERMINAR-SW
                   GO TO REVISAR-LINEA-EXIT
               WHEN WS-CANTIDAD-TECLEADA = SPACES
                   MOVE PROPUESTA-CANTIDAD TO WS-CANTIDAD-ACEPTADA
               WHEN FUNCTION TRIM (WS-CANTIDAD-TECLEADA) IS NUMERIC
                   MOVE FUNCTION NUMVAL (WS-CANTIDAD-TECLEADA)
                       TO WS-CANTIDAD-ACEPTADA
               WHEN OTHER
                   DISPLAY "CANTIDAD NO VALIDA, LA LINEA SIGUE "
                           "PENDIENTE"
                   GO TO REVISAR-LINEA-EXIT
           END-EVALUATE
           IF WS-CANTIDAD-ACEPTADA > 99999
               DISPLAY "CANTIDAD MAYOR QUE 99999, LA LINEA SIGUE "
                       "PENDIENTE"
               GO TO REVISAR-LINEA-EXIT
           END-IF

           IF WS-CANTIDAD-ACEPTADA = ZEROS
               MOVE "R" TO ELEM-DECISION (WS-IND)
               ADD 1 TO WS-CONTA-RECHAZADAS
               DISPLAY "LINEA RECHAZADA"
           ELSE
               MOVE "C" TO ELEM-DECISION (WS-IND)
               MOVE WS-CANTIDAD-ACEPTADA TO ELEM-CANTIDAD (WS-IND)
               ADD 1 TO WS-CONTA-ACEPTADAS
               ADD WS-CANTIDAD-ACEPTADA TO WS-UNIDADES-ACEPTADAS
           END-IF.
       REVISAR-LINEA-EXIT.
           EXIT.

       GRABAR-TRASPASOS.
           OPEN EXTEND TRASPASOS
           IF FS-TRASPASOS NOT = "00"
               OPEN OUTPUT TRASPASOS
           END-IF
           MOVE ZEROS TO WS-IND
           PERFORM GRABAR-UN-TRASPASO
               UNTIL WS-IND >= WS-NUM-LINEAS
           CLOSE TRASPASOS.

       GRABAR-UN-TRASPASO.
           ADD 1 TO WS-IND
           IF ELEM-DECISION (WS-IND) = "C"
               MOVE ELEM-REGISTRO (WS-IND) TO REG-PROPUESTA
               MOVE PROPUESTA-ORIGEN TO TRASPASO-ORIGEN
               MOVE PROPUESTA-DESTINO TO TRASPASO-DESTINO
               MOVE PROPUESTA-CODIGO TO TRASPASO-CODIGO
               MOVE ELEM-CANTIDAD (WS-IND) TO TRASPASO-CANTIDAD
               MOVE WS-DOCUMENTO TO TRASPASO-DOCUMENTO
               WRITE REG-TRASPASOS
           END-IF.

      * La propuesta se reescribe entera con la decision de cada
      * linea revisada; la cantidad queda la finalmente traspasada.
       REESCRIBIR-PROPUESTA.
           OPEN OUTPUT PROPUESTA
           MOVE ZEROS TO WS-IND
           PERFORM REESCRIBIR-UNA-LINEA
               UNTIL WS-IND >= WS-NUM-LINEAS
           CLOSE PROPUESTA.

       REESCRIBIR-UNA-LINEA.
           ADD 1 TO WS-IND
           MOVE ELEM-REGISTRO (WS-IND) TO REG-PROPUESTA
           IF ELEM-DECISION (WS-IND) NOT = "N"
               MOVE ELEM-DECISION (WS-IND) TO PROPUESTA-ESTADO
               MOVE WS-OPERADOR TO PROPUESTA-OPERADOR
               IF ELEM-DECISION (WS-IND) = "C"
                   MOVE ELEM-CANTIDAD (WS-IND) TO PROPUESTA-CANTIDAD
               END-IF
           END-IF
           WRITE REG-PROPUESTA.

      * Una linea entra en el ambito del operador si lo esta su
      * tienda de origen o la de destino; el ambito central no
      * necesita consulta.
       COMPROBAR-AMBITO-LINEA.
           IF WS-AMBITO-TIPO = "C"
               MOVE "S" TO WS-AMBITO-RESULTADO
           ELSE
               MOVE PROPUESTA-ORIGEN TO WS-AMBITO-TIENDA
               PERFORM COMPROBAR-AMBITO-TIENDA
               IF WS-AMBITO-RESULTADO = "N"
                   MOVE PROPUESTA-DESTINO TO WS-AMBITO-TIENDA
                   PERFORM COMPROBAR-AMBITO-TIENDA
               END-IF
           END-IF.

       COMPROBAR-AMBITO-TIENDA.
           CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                         WS-AMBITO-TIENDA
                                         WS-AMBITO-PROGRAMA
                                         WS-AMBITO-AUDITAR
                                         WS-AMBITO-RESULTADO.
