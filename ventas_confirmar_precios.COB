      ******************************************************************
      * Author:Maria Romero
      * Date:23/09/2026
      * Purpose: Confirmacion por la tienda de los cambios de precio
      *    avisados (AVISOS-PRECIOS.DAT, lo escribe
      *    GENERAR-AVISOS-PRECIOS cada noche). El encargado recorre
      *    los avisos pendientes de su tienda, o de todas las de su
      *    ambito si no teclea ninguna, y marca cada uno como
      *    aplicado en el lineal (etiqueta cambiada) o lo deja
      *    pendiente. Al confirmar, el fichero se reescribe con los
      *    aplicados en estado C, la fecha de hoy y el operador; los
      *    pendientes con la fecha de efecto ya pasada salen en el
      *    informe de tiendas sin confirmar del job de avisos.
      *    Se lanza desde CONSOLA-VENTAS, que pasa el operador y su
      *    ambito de tiendas por LINKAGE; sin el ambito, todas.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMAR-AVISOS-PRECIOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISOS ASSIGN TO "AVISOS-PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISOS.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.

       DATA DIVISION.
       FILE SECTION.
      * Aviso de cambio de precio (ver GENERAR-AVISOS-PRECIOS).
       FD AVISOS.
       01 REG-AVISOS.
           05 AVISO-CLAVE.
               10 AVISO-TIENDA         PIC X(4).
               10 AVISO-CODIGO         PIC X(5).
               10 AVISO-FECHA-EFECTO   PIC 9(8).
               10 AVISO-ORIGEN         PIC X(1).
               10 AVISO-PROMOCION      PIC X(6).
           05 AVISO-PRECIO-ANTES   PIC 9(3)V99.
           05 AVISO-PRECIO-NUEVO   PIC 9(3)V99.
           05 AVISO-FECHA-EMISION  PIC 9(8).
           05 AVISO-ESTADO         PIC X(1).
           05 AVISO-FECHA-CONFIRMA PIC 9(8).
           05 AVISO-OPERADOR       PIC 9(6).

       FD PRODUCTOS.
       01 REG-PRODUCTOS.
           05 CODIGO-PRODUCTO      PIC X(5).
           05 DESCRIPCION-PRODUCTO PIC X(30).
           05 FILLER               PIC X(49).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 EOF-SWITCH-PROD     PIC X VALUE "N".
       01 FS-AVISOS           PIC XX VALUE SPACES.
       01 FS-PRODUCTOS        PIC XX VALUE SPACES.

       01 WS-OPCION           PIC 9 VALUE ZEROS.
       01 WS-OPERADOR         PIC 9(6) VALUE ZEROS.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-TERMINAR-SW      PIC X VALUE "N".
       01 WS-DESBORDE-SW      PIC X VALUE "N".
       01 WS-TIENDA-PEDIDA    PIC X(4) VALUE SPACES.
       01 WS-RESPUESTA        PIC X(1) VALUE SPACES.

      * Fichero de avisos entero en memoria; la decision de la sesion
      * va aparte hasta confirmar (N = sin tocar, C = aplicado).
       01 WS-NUM-LINEAS       PIC 9(4) VALUE ZEROS.
       01 WS-IND              PIC 9(4) VALUE ZEROS.
       01 TABLA-AVISOS.
           05 ELEM-AVISO OCCURS 5000 TIMES.
               10 ELEM-REGISTRO       PIC X(57).
               10 ELEM-DECISION       PIC X(1).
               10 ELEM-EN-AMBITO      PIC X(1).
       01 WS-CONTA-PENDIENTES PIC 9(4) VALUE ZEROS.
       01 WS-CONTA-APLICADOS  PIC 9(4) VALUE ZEROS.

      * Descripciones de producto para la revision.
       01 WS-NUM-PRODUCTOS    PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD         PIC 9(4) VALUE ZEROS.
       01 WS-DESCRIPCION      PIC X(30) VALUE SPACES.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-PROD-CODIGO      PIC X(5).
               10 ELEM-PROD-DESCRIPCION PIC X(30).

       01 WS-ANTES-EDIT       PIC ZZ9,99.
       01 WS-NUEVO-EDIT       PIC ZZ9,99.
       01 WS-MOTIVO           PIC X(18) VALUE SPACES.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-TIENDA    PIC X(4) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "PRECI".
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
           DISPLAY "CONFIRMACION DE CAMBIOS DE PRECIO EN TIENDA"
           DISPLAY "=================================================="
           MOVE LK-OPERADOR TO WS-OPERADOR
           IF ADDRESS OF LK-AMBITO NOT = NULL
               MOVE LK-AMBITO TO WS-AMBITO
           ELSE
               MOVE "C" TO WS-AMBITO-TIPO
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           DISPLAY "TIENDA (EN BLANCO = TODAS LAS DE SU AMBITO): "
           MOVE SPACES TO WS-TIENDA-PEDIDA
           ACCEPT WS-TIENDA-PEDIDA

           OPEN INPUT AVISOS
           IF FS-AVISOS NOT = "00"
               DISPLAY "SIN AVISOS-PRECIOS.DAT: NO HAY CAMBIOS DE "
                       "PRECIO AVISADOS"
               GOBACK
           END-IF
           PERFORM CARGAR-LINEA THRU CARGAR-LINEA-EXIT
               UNTIL EOF-SWITCH = "S"
           CLOSE AVISOS
      * El fichero se reescribe entero al confirmar: si no cabe en la
      * tabla no se toca, para no perder avisos.
           IF WS-DESBORDE-SW = "S"
               DISPLAY "AVISOS-PRECIOS.DAT CON MAS DE 5000 LINEAS: "
                       "AVISAR A SISTEMAS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CONTA-PENDIENTES = ZEROS
               DISPLAY "NO HAY CAMBIOS DE PRECIO PENDIENTES DE "
                       "CONFIRMAR"
               GOBACK
           END-IF
           PERFORM CARGAR-PRODUCTOS
           DISPLAY "CAMBIOS PENDIENTES: " WS-CONTA-PENDIENTES
           DISPLAY "EN CADA CAMBIO: S O EN BLANCO = APLICADO, "
                   "N = SIGUE PENDIENTE, F = TERMINAR LA REVISION"
           MOVE ZEROS TO WS-IND
           PERFORM REVISAR-LINEA THRU REVISAR-LINEA-EXIT
               UNTIL WS-IND >= WS-NUM-LINEAS
               OR WS-TERMINAR-SW = "S"

           IF WS-CONTA-APLICADOS = ZEROS
               DISPLAY "NINGUN CAMBIO MARCADO, NO SE GRABA NADA"
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "CAMBIOS APLICADOS: " WS-CONTA-APLICADOS
           DISPLAY "1 - CONFIRMAR   OTRA TECLA - DESCARTAR"
           MOVE ZEROS TO WS-OPCION
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 1
               DISPLAY "REVISION DESCARTADA, NO SE GRABA NADA"
               GOBACK
           END-IF

           PERFORM REESCRIBIR-AVISOS
           DISPLAY "CAMBIOS CONFIRMADOS: " WS-CONTA-APLICADOS
           GOBACK.

       CARGAR-LINEA.
           READ AVISOS
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
           MOVE REG-AVISOS TO ELEM-REGISTRO (WS-NUM-LINEAS)
           MOVE "N" TO ELEM-DECISION (WS-NUM-LINEAS)
           MOVE "N" TO ELEM-EN-AMBITO (WS-NUM-LINEAS)
           IF AVISO-ESTADO = "P"
               AND (WS-TIENDA-PEDIDA = SPACES
               OR AVISO-TIENDA = WS-TIENDA-PEDIDA)
               PERFORM COMPROBAR-AMBITO-TIENDA
               IF WS-AMBITO-RESULTADO = "S"
                   MOVE "S" TO ELEM-EN-AMBITO (WS-NUM-LINEAS)
                   ADD 1 TO WS-CONTA-PENDIENTES
               END-IF
           END-IF.
       CARGAR-LINEA-EXIT.
           EXIT.

      * Sin maestro los cambios se revisan solo con el codigo.
       CARGAR-PRODUCTOS.
           MOVE ZEROS TO WS-NUM-PRODUCTOS
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               PERFORM LEER-PRODUCTO
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
               END-IF
           END-READ.

       BUSCAR-DESCRIPCION.
           MOVE SPACES TO WS-DESCRIPCION
           MOVE ZEROS TO WS-IND-PROD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
               OR WS-DESCRIPCION NOT = SPACES.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PROD
           IF ELEM-PROD-CODIGO (WS-IND-PROD) = AVISO-CODIGO
               MOVE ELEM-PROD-DESCRIPCION (WS-IND-PROD)
                   TO WS-DESCRIPCION
           END-IF.

      * Revision de un aviso pendiente de la tienda o del ambito.
       REVISAR-LINEA.
           ADD 1 TO WS-IND
           MOVE ELEM-REGISTRO (WS-IND) TO REG-AVISOS
           IF AVISO-ESTADO NOT = "P"
               OR ELEM-EN-AMBITO (WS-IND) = "N"
               GO TO REVISAR-LINEA-EXIT
           END-IF

           PERFORM BUSCAR-DESCRIPCION
           MOVE AVISO-PRECIO-ANTES TO WS-ANTES-EDIT
           MOVE AVISO-PRECIO-NUEVO TO WS-NUEVO-EDIT
           MOVE SPACES TO WS-MOTIVO
           EVALUATE AVISO-ORIGEN
               WHEN "O"
                   STRING "OFERTA "        DELIMITED BY SIZE
                          AVISO-PROMOCION  DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               WHEN "F"
                   STRING "FIN OFERTA "    DELIMITED BY SIZE
                          AVISO-PROMOCION  DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               WHEN OTHER
                   MOVE "CAMBIO DE PRECIO" TO WS-MOTIVO
           END-EVALUATE
           DISPLAY " "
           DISPLAY "TIENDA " AVISO-TIENDA "  EFECTO " AVISO-FECHA-EFECTO
                   "  " WS-MOTIVO
           DISPLAY "   " AVISO-CODIGO " " WS-DESCRIPCION
                   "  DE " WS-ANTES-EDIT " A " WS-NUEVO-EDIT
           IF AVISO-FECHA-EFECTO < WS-FECHA-HOY
               DISPLAY "   *** EN VIGOR DESDE EL " AVISO-FECHA-EFECTO
                       " SIN CONFIRMAR ***"
           END-IF

           DISPLAY "APLICADO EN EL LINEAL (S/N/F): "
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           EVALUATE WS-RESPUESTA
               WHEN "F"
               WHEN "f"
                   MOVE "S" TO WS-TERMINAR-SW
               WHEN SPACE
               WHEN "S"
               WHEN "s"
                   MOVE "C" TO ELEM-DECISION (WS-IND)
                   ADD 1 TO WS-CONTA-APLICADOS
               WHEN OTHER
                   DISPLAY "EL CAMBIO SIGUE PENDIENTE"
           END-EVALUATE.
       REVISAR-LINEA-EXIT.
           EXIT.

      * El fichero se reescribe entero; los aplicados quedan
      * confirmados con la fecha de hoy y el operador.
       REESCRIBIR-AVISOS.
           OPEN OUTPUT AVISOS
           MOVE ZEROS TO WS-IND
           PERFORM REESCRIBIR-UNA-LINEA
               UNTIL WS-IND >= WS-NUM-LINEAS
           CLOSE AVISOS.

       REESCRIBIR-UNA-LINEA.
           ADD 1 TO WS-IND
           MOVE ELEM-REGISTRO (WS-IND) TO REG-AVISOS
           IF ELEM-DECISION (WS-IND) = "C"
               MOVE "C" TO AVISO-ESTADO
               MOVE WS-FECHA-HOY TO AVISO-FECHA-CONFIRMA
               MOVE WS-OPERADOR TO AVISO-OPERADOR
           END-IF
           WRITE REG-AVISOS.

      * Tienda del aviso frente al ambito del operador; el ambito
      * central no necesita consulta.
       COMPROBAR-AMBITO-TIENDA.
           IF WS-AMBITO-TIPO = "C"
               MOVE "S" TO WS-AMBITO-RESULTADO
           ELSE
               MOVE AVISO-TIENDA TO WS-AMBITO-TIENDA
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             WS-AMBITO-TIENDA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
           END-IF.
