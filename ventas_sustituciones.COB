      ******************************************************************
      * Author:Maria Romero
      * Date:20/09/2026
      * Purpose: Consulta de la tabla de sustituciones de codigo de
      *    producto SUSTITUCIONES.DAT (ver MANTENIMIENTO-PRODUCTOS):
      *    una linea por codigo sustituido con el codigo que lo
      *    reemplaza y la fecha desde la que rige la sustitucion.
      *    Devuelve el codigo final de la cadena para un codigo y una
      *    fecha: si el codigo esta sustituido con vigencia en esa
      *    fecha se pasa al nuevo, y asi sucesivamente (un codigo
      *    que sustituyo a otro puede a su vez estar sustituido).
      *    Con la fecha a ceros se sigue la cadena completa sin
      *    mirar la vigencia, que es lo que quieren los informes que
      *    encadenan el historico de un producto con el de su
      *    predecesor. Un codigo sin sustitucion se devuelve igual.
      *    La cadena se corta a los 10 saltos por si el fichero
      *    trajera un ciclo (el mantenimiento ya no los deja dar).
      *    Lo llaman PROCESAR-VENTAS (venta y abono bajo un codigo
      *    sustituido), ACTUALIZAR-STOCK (traspaso de existencias al
      *    codigo nuevo), COMPARAR-TOTALES, PROYECCION-MES y
      *    TENDENCIA-VENTAS (historico encadenado).
      *    La tabla se carga en la primera llamada y se conserva; el
      *    mantenimiento cancela este programa al grabar para que la
      *    siguiente llamada vea los cambios.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-SUSTITUCION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSTITUCIONES ASSIGN TO "SUSTITUCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSTITUCIONES.

       DATA DIVISION.
       FILE SECTION.
      * Codigo sustituido, codigo que lo reemplaza y fecha desde la
      * que rige la sustitucion.
       FD SUSTITUCIONES.
       01 REG-SUSTITUCIONES.
           05 SUST-ANTIGUO         PIC X(5).
           05 SUST-NUEVO           PIC X(5).
           05 SUST-DESDE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-SUSTITUCIONES     PIC XX VALUE SPACES.
       01 EOF-SWITCH-SUST      PIC X VALUE "N".

      * Tabla de sustituciones en memoria; se conserva entre llamadas.
       01 WS-CARGADO-SW        PIC X VALUE "N".
       01 WS-NUM-SUSTIT        PIC 9(3) VALUE ZEROS.
       01 WS-IND               PIC 9(3) VALUE ZEROS.
       01 TABLA-SUSTITUCIONES.
           05 ELEM-SUSTIT OCCURS 500 TIMES.
               10 ELEM-ANTIGUO     PIC X(5).
               10 ELEM-NUEVO       PIC X(5).
               10 ELEM-DESDE       PIC 9(8).

      * Recorrido de la cadena: eslabon hallado en la pasada en
      * curso y numero de saltos dados.
       01 WS-HALLADO-SW        PIC X VALUE "N".
       01 WS-SALTOS            PIC 9(2) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-CODIGO            PIC X(5).
       01 LK-FECHA             PIC 9(8).
       01 LK-CODIGO-FINAL      PIC X(5).

       PROCEDURE DIVISION USING LK-CODIGO LK-FECHA LK-CODIGO-FINAL.
       INICIO.
           MOVE LK-CODIGO TO LK-CODIGO-FINAL
           IF WS-CARGADO-SW = "N"
               PERFORM CARGAR-SUSTITUCIONES
           END-IF
           IF WS-NUM-SUSTIT = ZEROS OR LK-CODIGO = SPACES
               GOBACK
           END-IF

           MOVE ZEROS TO WS-SALTOS
           MOVE "S" TO WS-HALLADO-SW
           PERFORM DAR-UN-SALTO
               UNTIL WS-HALLADO-SW = "N" OR WS-SALTOS >= 10
           GOBACK.

      * Un eslabon de la cadena: busca el codigo en curso entre los
      * sustituidos (con vigencia en la fecha, si la hay) y, si
      * esta, pasa a su codigo nuevo.
       DAR-UN-SALTO.
           MOVE "N" TO WS-HALLADO-SW
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-SUSTITUCION
               UNTIL WS-IND >= WS-NUM-SUSTIT
               OR WS-HALLADO-SW = "S"
           IF WS-HALLADO-SW = "S"
               MOVE ELEM-NUEVO (WS-IND) TO LK-CODIGO-FINAL
               ADD 1 TO WS-SALTOS
           END-IF.

       COMPARAR-SUSTITUCION.
           ADD 1 TO WS-IND
           IF ELEM-ANTIGUO (WS-IND) = LK-CODIGO-FINAL
               IF LK-FECHA IS NOT NUMERIC
                   OR LK-FECHA = ZEROS
                   OR ELEM-DESDE (WS-IND) <= LK-FECHA
                   MOVE "S" TO WS-HALLADO-SW
               END-IF
           END-IF.

      * Sin SUSTITUCIONES.DAT ningun codigo esta sustituido.
       CARGAR-SUSTITUCIONES.
           MOVE "S" TO WS-CARGADO-SW
           MOVE ZEROS TO WS-NUM-SUSTIT
           OPEN INPUT SUSTITUCIONES
           IF FS-SUSTITUCIONES = "00"
               PERFORM LEER-SUSTITUCION THRU LEER-SUSTITUCION-EXIT
                   UNTIL EOF-SWITCH-SUST = "S"
               CLOSE SUSTITUCIONES
           END-IF.

       LEER-SUSTITUCION.
           READ SUSTITUCIONES
               AT END MOVE "S" TO EOF-SWITCH-SUST
           NOT AT END
               IF SUST-DESDE IS NOT NUMERIC
                   OR SUST-ANTIGUO = SPACES
                   OR SUST-NUEVO = SPACES
                   GO TO LEER-SUSTITUCION-EXIT
               END-IF
               IF WS-NUM-SUSTIT < 500
                   ADD 1 TO WS-NUM-SUSTIT
                   MOVE SUST-ANTIGUO TO ELEM-ANTIGUO (WS-NUM-SUSTIT)
                   MOVE SUST-NUEVO TO ELEM-NUEVO (WS-NUM-SUSTIT)
                   MOVE SUST-DESDE TO ELEM-DESDE (WS-NUM-SUSTIT)
               ELSE
                   DISPLAY "AVISO: MAS DE 500 SUSTITUCIONES, SE "
                           "IGNORA: " REG-SUSTITUCIONES
               END-IF
           END-READ.
       LEER-SUSTITUCION-EXIT.
           EXIT.
