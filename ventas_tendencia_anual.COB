      ******************************************************************
      * Author:Maria Romero
      * Date:25/09/2026
      * Purpose: Tendencia de las ventas de los ultimos diez annos a
      *    partir de los acumulados anuales TOTAL-AAAA.DAT que escribe
      *    CIERRE-ANUAL, de modo que sigue funcionando cuando
      *    ARCHIVAR-CIERRE ya ha purgado las fotos mensuales.
      *    Argumentos del job: "AAAA D", ultimo anno del informe (sin
      *    argumento, el anterior al de hoy) y dimension del
      *    desglose: R = region (por defecto), T = tienda,
      *    C = categoria. Muestra la empresa y cada clave de la
      *    dimension anno por anno, con unidades, ingreso y la
      *    variacion del ingreso sobre el anno anterior. Un anno sin
      *    acumulado anual sale como SIN CIERRE ANUAL.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-TENDENCIA-ANUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANUAL ASSIGN TO DYNAMIC WS-NOMBRE-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANUAL.

       DATA DIVISION.
       FILE SECTION.
      * Acumulado anual de CIERRE-ANUAL. ANUAL-TIPO: E = empresa,
      * R = region, T = tienda, C = categoria, P = producto.
       FD ANUAL.
       01 REG-ANUAL.
           05 ANUAL-ANNO           PIC 9(4).
           05 ANUAL-TIPO           PIC X(1).
           05 ANUAL-CLAVE          PIC X(10).
           05 ANUAL-NOMBRE         PIC X(20).
           05 ANUAL-REGION         PIC X(10).
           05 ANUAL-CANTIDAD       PIC 9(9).
           05 ANUAL-INGRESO        PIC 9(11)V99.
           05 ANUAL-MES OCCURS 12 TIMES.
               10 ANUAL-MES-CANTIDAD PIC 9(7).
               10 ANUAL-MES-INGRESO  PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 FS-ANUAL            PIC XX VALUE SPACES.

       01 WS-NOMBRE-ANUAL.
           05 FILLER               PIC X(6) VALUE "TOTAL-".
           05 WS-NOMBRE-ANUAL-AAAA PIC 9(4).
           05 FILLER               PIC X(4) VALUE ".DAT".

       01 WS-ARGUMENTOS       PIC X(40) VALUE SPACES.
       01 WS-ARG-1            PIC X(4) VALUE SPACES.
       01 WS-ARG-2            PIC X(1) VALUE SPACES.
       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA    PIC 9(4).
           05 WS-FECHA-MM      PIC 9(2).
           05 WS-FECHA-DD      PIC 9(2).
       01 WS-ANNO-HASTA       PIC 9(4) VALUE ZEROS.
       01 WS-ANNO-DESDE       PIC 9(4) VALUE ZEROS.
       01 WS-DIMENSION        PIC X(1) VALUE "R".
       01 WS-TITULO-DIMENSION PIC X(10) VALUE SPACES.

      * Annos del informe: columna 1 = AAAA-9, columna 10 = AAAA.
       01 WS-IND-ANNO         PIC 9(2) VALUE ZEROS.
       01 WS-ANNOS-CERRADOS   PIC 9(2) VALUE ZEROS.
       01 TABLA-ANNOS.
           05 ELEM-ANNO-CIERRE OCCURS 10 TIMES.
               10 ELEM-ANNO        PIC 9(4).
               10 ELEM-ANNO-HAY    PIC X(1).

      * Cifras por clave (la empresa va en la primera) y anno.
       01 WS-NUM-CLAVES       PIC 9(3) VALUE ZEROS.
       01 WS-IND              PIC 9(3) VALUE ZEROS.
       01 WS-IND-HALLADO      PIC 9(3) VALUE ZEROS.
       01 WS-DESBORDE-SW      PIC X VALUE "N".
       01 TABLA-TENDENCIA.
           05 ELEM-TEND OCCURS 200 TIMES.
               10 ELEM-TIPO        PIC X(1).
               10 ELEM-CLAVE       PIC X(10).
               10 ELEM-NOMBRE      PIC X(20).
               10 ELEM-REGION      PIC X(10).
               10 ELEM-CIFRAS OCCURS 10 TIMES.
                   15 ELEM-HAY         PIC X(1).
                   15 ELEM-CANTIDAD    PIC 9(9).
                   15 ELEM-INGRESO     PIC 9(11)V99.

       01 WS-VAR-PCT          PIC S9(5)V99 VALUE ZEROS.
       01 WS-CANT-EDIT        PIC ZZZ.ZZZ.ZZ9.
       01 WS-ING-EDIT         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-VAR-PCT-EDIT     PIC +ZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           DISPLAY "TENDENCIA ANUAL " WS-ANNO-DESDE "-" WS-ANNO-HASTA
                   " POR " WS-TITULO-DIMENSION

           MOVE ZEROS TO WS-ANNOS-CERRADOS
           MOVE ZEROS TO WS-IND-ANNO
           PERFORM CARGAR-ANNO
               UNTIL WS-IND-ANNO >= 10
           IF WS-ANNOS-CERRADOS = ZEROS
               DISPLAY "NINGUN ANNO DEL PERIODO TIENE CIERRE ANUAL"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-IND
           PERFORM IMPRIMIR-CLAVE
               UNTIL WS-IND >= WS-NUM-CLAVES
           DISPLAY "=================================================="
           IF WS-DESBORDE-SW = "S"
               DISPLAY "AVISO: MAS DE 200 CLAVES, EL INFORME ESTA "
                       "INCOMPLETO"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF WS-ARG-1 IS NUMERIC
               MOVE WS-ARG-1 TO WS-ANNO-HASTA
           ELSE
               COMPUTE WS-ANNO-HASTA = WS-FECHA-AAAA - 1
           END-IF
           COMPUTE WS-ANNO-DESDE = WS-ANNO-HASTA - 9
           IF WS-ARG-2 = "T" OR WS-ARG-2 = "C"
               MOVE WS-ARG-2 TO WS-DIMENSION
           END-IF
           EVALUATE WS-DIMENSION
               WHEN "T"
                   MOVE "TIENDA" TO WS-TITULO-DIMENSION
               WHEN "C"
                   MOVE "CATEGORIA" TO WS-TITULO-DIMENSION
               WHEN OTHER
                   MOVE "REGION" TO WS-TITULO-DIMENSION
           END-EVALUATE

      * La empresa ocupa siempre la primera posicion de la tabla.
           MOVE 1 TO WS-NUM-CLAVES
           INITIALIZE ELEM-TEND (1)
           MOVE "E" TO ELEM-TIPO (1).

      * Lee el acumulado de un anno, si lo hay, quedandose con la
      * linea de empresa y las de la dimension pedida.
       CARGAR-ANNO.
           ADD 1 TO WS-IND-ANNO
           COMPUTE ELEM-ANNO (WS-IND-ANNO) =
               WS-ANNO-DESDE + WS-IND-ANNO - 1
           MOVE ELEM-ANNO (WS-IND-ANNO) TO WS-NOMBRE-ANUAL-AAAA
           MOVE "N" TO ELEM-ANNO-HAY (WS-IND-ANNO)
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT ANUAL
           IF FS-ANUAL = "00"
               MOVE "S" TO ELEM-ANNO-HAY (WS-IND-ANNO)
               ADD 1 TO WS-ANNOS-CERRADOS
               PERFORM LEER-ANUAL
                   UNTIL EOF-SWITCH = "S"
               CLOSE ANUAL
           END-IF.

       LEER-ANUAL.
           READ ANUAL
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF ANUAL-TIPO = "E" OR ANUAL-TIPO = WS-DIMENSION
                   PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
               END-IF
           END-READ.

       ACUMULAR-CLAVE.
           MOVE ZEROS TO WS-IND-HALLADO
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-CLAVE
               UNTIL WS-IND >= WS-NUM-CLAVES
               OR WS-IND-HALLADO > ZEROS
           IF WS-IND-HALLADO = ZEROS
               IF WS-NUM-CLAVES >= 200
                   MOVE "S" TO WS-DESBORDE-SW
                   GO TO ACUMULAR-CLAVE-EXIT
               END-IF
               ADD 1 TO WS-NUM-CLAVES
               MOVE WS-NUM-CLAVES TO WS-IND-HALLADO
               INITIALIZE ELEM-TEND (WS-IND-HALLADO)
               MOVE ANUAL-TIPO TO ELEM-TIPO (WS-IND-HALLADO)
               MOVE ANUAL-CLAVE TO ELEM-CLAVE (WS-IND-HALLADO)
           END-IF
      * El nombre y la region de la tienda son los del ultimo anno.
           IF ANUAL-NOMBRE NOT = SPACES
               MOVE ANUAL-NOMBRE TO ELEM-NOMBRE (WS-IND-HALLADO)
               MOVE ANUAL-REGION TO ELEM-REGION (WS-IND-HALLADO)
           END-IF
           MOVE "S" TO ELEM-HAY (WS-IND-HALLADO, WS-IND-ANNO)
           ADD ANUAL-CANTIDAD
               TO ELEM-CANTIDAD (WS-IND-HALLADO, WS-IND-ANNO)
           ADD ANUAL-INGRESO
               TO ELEM-INGRESO (WS-IND-HALLADO, WS-IND-ANNO).
       ACUMULAR-CLAVE-EXIT.
           EXIT.

       COMPARAR-CLAVE.
           ADD 1 TO WS-IND
           IF ELEM-TIPO (WS-IND) = ANUAL-TIPO
               AND ELEM-CLAVE (WS-IND) = ANUAL-CLAVE
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

       IMPRIMIR-CLAVE.
           ADD 1 TO WS-IND
           DISPLAY "=================================================="
           EVALUATE ELEM-TIPO (WS-IND)
               WHEN "E"
                   DISPLAY "TOTAL EMPRESA"
               WHEN "T"
                   DISPLAY "TIENDA " ELEM-CLAVE (WS-IND) (1:4) " "
                           ELEM-NOMBRE (WS-IND) " ("
                           ELEM-REGION (WS-IND) ")"
               WHEN OTHER
                   IF ELEM-CLAVE (WS-IND) = SPACES
                       DISPLAY WS-TITULO-DIMENSION " (SIN INFORMAR)"
                   ELSE
                       DISPLAY WS-TITULO-DIMENSION " "
                               ELEM-CLAVE (WS-IND)
                   END-IF
           END-EVALUATE
           MOVE ZEROS TO WS-IND-ANNO
           PERFORM IMPRIMIR-ANNO
               UNTIL WS-IND-ANNO >= 10.

       IMPRIMIR-ANNO.
           ADD 1 TO WS-IND-ANNO
           IF ELEM-ANNO-HAY (WS-IND-ANNO) = "N"
               DISPLAY "   " ELEM-ANNO (WS-IND-ANNO)
                       "  SIN CIERRE ANUAL"
           ELSE
               IF ELEM-HAY (WS-IND, WS-IND-ANNO) NOT = "S"
                   DISPLAY "   " ELEM-ANNO (WS-IND-ANNO)
                           "  SIN VENTA"
               ELSE
                   PERFORM IMPRIMIR-CIFRAS-ANNO
               END-IF
           END-IF.

      * La variacion se da sobre el anno anterior cuando este tiene
      * acumulado y venta.
       IMPRIMIR-CIFRAS-ANNO.
           MOVE ELEM-CANTIDAD (WS-IND, WS-IND-ANNO) TO WS-CANT-EDIT
           MOVE ELEM-INGRESO (WS-IND, WS-IND-ANNO) TO WS-ING-EDIT
           IF WS-IND-ANNO > 1
               AND ELEM-INGRESO (WS-IND, WS-IND-ANNO - 1) > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   ((ELEM-INGRESO (WS-IND, WS-IND-ANNO)
                     - ELEM-INGRESO (WS-IND, WS-IND-ANNO - 1)) * 100)
                   / ELEM-INGRESO (WS-IND, WS-IND-ANNO - 1)
               MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
               DISPLAY "   " ELEM-ANNO (WS-IND-ANNO)
                       "  UNIDADES " WS-CANT-EDIT
                       "  INGRESO " WS-ING-EDIT
                       "  " WS-VAR-PCT-EDIT " %"
           ELSE
               DISPLAY "   " ELEM-ANNO (WS-IND-ANNO)
                       "  UNIDADES " WS-CANT-EDIT
                       "  INGRESO " WS-ING-EDIT
           END-IF.
