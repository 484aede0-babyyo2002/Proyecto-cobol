      ******************************************************************
      * Author:Maria Romero
      * Date:25/09/2026
      * Purpose: Acumulado del anno hasta un mes contra el mismo
      *    acumulado del anno anterior. Recibe el periodo AAAAMM como
      *    argumento del job (sin argumento, el mes anterior al de
      *    hoy) y suma los meses 01 a MM de los dos annos por
      *    empresa, region, tienda y categoria, con las unidades, el
      *    ingreso, la variacion y el porcentaje.
      *    Cada anno se toma del acumulado anual TOTAL-AAAA.DAT que
      *    escribe CIERRE-ANUAL, que guarda el desglose por mes; si
      *    el anno no esta cerrado se suman las fotos mensuales
      *    TOTAL-TIENDA-AAAAMM.DAT y se avisa de los meses que
      *    falten. El informe dice de donde ha salido cada anno.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ACUMULADO-ANUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIENDA-HIST ASSIGN TO DYNAMIC WS-NOMBRE-TDAHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDA-HIST.
           SELECT ANUAL ASSIGN TO DYNAMIC WS-NOMBRE-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD TIENDA-HIST.
       01 REG-TIENDA-HIST.
           05 CODIGO-TOTAL-TIENDA     PIC X(5).
           05 TIENDA-TOTAL-TIENDA     PIC X(4).
           05 NOMBRE-TOTAL-TIENDA     PIC X(20).
           05 REGION-TOTAL-TIENDA     PIC X(10).
           05 CANTIDAD-TOTAL-TIENDA   PIC 9(5).
           05 INGRESO-TOTAL-TIENDA    PIC 9(8)V99.
           05 TIPO-IVA-TOTAL-TIENDA   PIC X(1).
           05 CATEGORIA-TOTAL-TIENDA  PIC X(3).

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
       01 FS-TIENDA-HIST      PIC XX VALUE SPACES.
       01 FS-ANUAL            PIC XX VALUE SPACES.

       01 WS-NOMBRE-TDAHIST.
           05 FILLER               PIC X(13)
                                   VALUE "TOTAL-TIENDA-".
           05 WS-NOMBRE-TDAH-PER   PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-NOMBRE-ANUAL.
           05 FILLER               PIC X(6) VALUE "TOTAL-".
           05 WS-NOMBRE-ANUAL-AAAA PIC 9(4).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-NOMBRE-FICHERO   PIC X(40) VALUE SPACES.
       01 WS-INFO-FICHERO.
           05 WS-INFO-TAMANO       PIC X(8).
           05 WS-INFO-RESTO        PIC X(8).

       01 WS-ARGUMENTO        PIC X(10) VALUE SPACES.
       01 WS-ARG-PER REDEFINES WS-ARGUMENTO.
           05 WS-ARG-PERIODO       PIC X(6).
           05 FILLER               PIC X(4).
       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA    PIC 9(4).
           05 WS-FECHA-MM      PIC 9(2).
           05 WS-FECHA-DD      PIC 9(2).
       01 WS-PERIODO-CALC.
           05 WS-PERIODO-AAAA  PIC 9(4).
           05 WS-PERIODO-MM    PIC 9(2).
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO-CALC PIC 9(6).

      * Annos a comparar: 1 = anterior, 2 = actual; meses 01 a
      * WS-MES-HASTA de cada uno.
       01 WS-ANNO-1           PIC 9(4) VALUE ZEROS.
       01 WS-ANNO-2           PIC 9(4) VALUE ZEROS.
       01 WS-MES-HASTA        PIC 9(2) VALUE ZEROS.
       01 WS-MES              PIC 9(2) VALUE ZEROS.
       01 WS-ANNO-EN-CURSO    PIC 9(4) VALUE ZEROS.
       01 WS-COLUMNA          PIC 9 VALUE ZEROS.
       01 WS-MESES-FALTAN     PIC 9(2) VALUE ZEROS.
       01 WS-ORIGEN-1         PIC X(40) VALUE SPACES.
       01 WS-ORIGEN-2         PIC X(40) VALUE SPACES.
       01 WS-ORIGEN           PIC X(40) VALUE SPACES.
       01 WS-MESES-EDIT       PIC Z9.
       01 WS-RETORNO          PIC 9 VALUE ZEROS.

      * Linea en curso, venga del acumulado anual o de una foto.
       01 WS-BUSCA-TIPO       PIC X(1) VALUE SPACE.
       01 WS-BUSCA-CLAVE      PIC X(10) VALUE SPACES.
       01 WS-LINEA-NOMBRE     PIC X(20) VALUE SPACES.
       01 WS-LINEA-REGION     PIC X(10) VALUE SPACES.
       01 WS-LINEA-CANTIDAD   PIC 9(9) VALUE ZEROS.
       01 WS-LINEA-INGRESO    PIC 9(11)V99 VALUE ZEROS.

      * Acumulado de los dos annos por tipo y clave.
       01 WS-NUM-CLAVES       PIC 9(3) VALUE ZEROS.
       01 WS-IND              PIC 9(3) VALUE ZEROS.
       01 WS-IND-HALLADO      PIC 9(3) VALUE ZEROS.
       01 WS-DESBORDE-SW      PIC X VALUE "N".
       01 TABLA-ACUMULADO.
           05 ELEM-ACUM OCCURS 400 TIMES.
               10 ELEM-TIPO        PIC X(1).
               10 ELEM-CLAVE       PIC X(10).
               10 ELEM-NOMBRE      PIC X(20).
               10 ELEM-REGION      PIC X(10).
               10 ELEM-CANT-1      PIC 9(9).
               10 ELEM-ING-1       PIC 9(11)V99.
               10 ELEM-CANT-2      PIC 9(9).
               10 ELEM-ING-2       PIC 9(11)V99.

      * Orden y titulo de las secciones del informe.
       01 TABLA-SECCIONES.
           05 FILLER PIC X(11) VALUE "EEMPRESA".
           05 FILLER PIC X(11) VALUE "RREGIONES".
           05 FILLER PIC X(11) VALUE "TTIENDAS".
           05 FILLER PIC X(11) VALUE "CCATEGORIAS".
       01 TABLA-SECCIONES-R REDEFINES TABLA-SECCIONES.
           05 ELEM-SECCION OCCURS 4 TIMES.
               10 ELEM-SECCION-TIPO   PIC X(1).
               10 ELEM-SECCION-TITULO PIC X(10).
       01 WS-IND-SECCION      PIC 9 VALUE ZEROS.

       01 WS-VAR-CANTIDAD     PIC S9(9) VALUE ZEROS.
       01 WS-VAR-INGRESO      PIC S9(11)V99 VALUE ZEROS.
       01 WS-VAR-PCT          PIC S9(5)V99 VALUE ZEROS.

       01 WS-CANT-1-EDIT      PIC ZZZ.ZZZ.ZZ9.
       01 WS-CANT-2-EDIT      PIC ZZZ.ZZZ.ZZ9.
       01 WS-ING-1-EDIT       PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-ING-2-EDIT       PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-VAR-CANT-EDIT    PIC +ZZZ.ZZZ.ZZ9.
       01 WS-VAR-ING-EDIT     PIC +Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-VAR-PCT-EDIT     PIC +ZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-PERIODO

           MOVE 1 TO WS-COLUMNA
           MOVE WS-ANNO-1 TO WS-ANNO-EN-CURSO
           PERFORM CARGAR-ANNO
           MOVE WS-ORIGEN TO WS-ORIGEN-1
           MOVE 2 TO WS-COLUMNA
           MOVE WS-ANNO-2 TO WS-ANNO-EN-CURSO
           PERFORM CARGAR-ANNO
           MOVE WS-ORIGEN TO WS-ORIGEN-2
           MOVE WS-MES-HASTA TO WS-MESES-EDIT

           DISPLAY "=================================================="
           DISPLAY "ACUMULADO DEL ANNO HASTA " WS-PERIODO-NUM
                   " CONTRA EL ANNO ANTERIOR (" WS-MESES-EDIT
                   " MESES)"
           DISPLAY "ANNO " WS-ANNO-1 ": " WS-ORIGEN-1
           DISPLAY "ANNO " WS-ANNO-2 ": " WS-ORIGEN-2
           IF WS-DESBORDE-SW = "S"
               DISPLAY "AVISO: MAS DE 400 CLAVES, EL INFORME ESTA "
                       "INCOMPLETO"
               MOVE 4 TO WS-RETORNO
           END-IF
           MOVE ZEROS TO WS-IND-SECCION
           PERFORM IMPRIMIR-SECCION
               UNTIL WS-IND-SECCION >= 4
           DISPLAY "=================================================="
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

      * Periodo del argumento del job; sin argumento, el mes anterior
      * al de hoy (el ultimo con foto de cierre).
       RESOLVER-PERIODO.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
           IF WS-ARG-PERIODO IS NUMERIC
               MOVE WS-ARG-PERIODO TO WS-PERIODO-CALC
           ELSE
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FECHA-AAAA TO WS-PERIODO-AAAA
               MOVE WS-FECHA-MM   TO WS-PERIODO-MM
               IF WS-PERIODO-MM = 01
                   SUBTRACT 1 FROM WS-PERIODO-AAAA
                   MOVE 12 TO WS-PERIODO-MM
               ELSE
                   SUBTRACT 1 FROM WS-PERIODO-MM
               END-IF
           END-IF
           IF WS-PERIODO-MM < 01 OR WS-PERIODO-MM > 12
               DISPLAY "PERIODO NO VALIDO: " WS-PERIODO-NUM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO-AAAA TO WS-ANNO-2
           COMPUTE WS-ANNO-1 = WS-PERIODO-AAAA - 1
           MOVE WS-PERIODO-MM TO WS-MES-HASTA.

      * Un anno cerrado se lee de TOTAL-AAAA.DAT; uno abierto (o sin
      * cerrar) de sus fotos mensuales.
       CARGAR-ANNO.
           MOVE WS-ANNO-EN-CURSO TO WS-NOMBRE-ANUAL-AAAA
           MOVE SPACES TO WS-NOMBRE-FICHERO
           MOVE WS-NOMBRE-ANUAL TO WS-NOMBRE-FICHERO
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-NOMBRE-FICHERO WS-INFO-FICHERO
           IF RETURN-CODE = ZEROS
               MOVE SPACES TO WS-ORIGEN
               STRING "ACUMULADO ANUAL " WS-NOMBRE-ANUAL
                   DELIMITED BY SIZE INTO WS-ORIGEN
               END-STRING
               MOVE "N" TO EOF-SWITCH
               OPEN INPUT ANUAL
               PERFORM LEER-ANUAL
                   UNTIL EOF-SWITCH = "S"
               CLOSE ANUAL
           ELSE
               MOVE ZEROS TO WS-MESES-FALTAN
               MOVE ZEROS TO WS-MES
               PERFORM CARGAR-FOTO-MES
                   UNTIL WS-MES >= WS-MES-HASTA
               MOVE SPACES TO WS-ORIGEN
               IF WS-MESES-FALTAN = ZEROS
                   STRING "FOTOS MENSUALES" DELIMITED BY SIZE
                       INTO WS-ORIGEN
                   END-STRING
               ELSE
                   MOVE WS-MESES-FALTAN TO WS-MESES-EDIT
                   STRING "FOTOS MENSUALES, FALTAN " WS-MESES-EDIT
                          " MESES" DELIMITED BY SIZE
                       INTO WS-ORIGEN
                   END-STRING
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.

       LEER-ANUAL.
           READ ANUAL
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF ANUAL-TIPO NOT = "P"
                   MOVE ZEROS TO WS-LINEA-CANTIDAD
                   MOVE ZEROS TO WS-LINEA-INGRESO
                   MOVE ZEROS TO WS-MES
                   PERFORM SUMAR-MES-ANUAL
                       UNTIL WS-MES >= WS-MES-HASTA
                   MOVE ANUAL-TIPO TO WS-BUSCA-TIPO
                   MOVE ANUAL-CLAVE TO WS-BUSCA-CLAVE
                   MOVE ANUAL-NOMBRE TO WS-LINEA-NOMBRE
                   MOVE ANUAL-REGION TO WS-LINEA-REGION
                   PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
               END-IF
           END-READ.

       SUMAR-MES-ANUAL.
           ADD 1 TO WS-MES
           ADD ANUAL-MES-CANTIDAD (WS-MES) TO WS-LINEA-CANTIDAD
           ADD ANUAL-MES-INGRESO (WS-MES) TO WS-LINEA-INGRESO.

       CARGAR-FOTO-MES.
           ADD 1 TO WS-MES
           MOVE WS-ANNO-EN-CURSO TO WS-PERIODO-AAAA
           MOVE WS-MES TO WS-PERIODO-MM
           MOVE WS-PERIODO-NUM TO WS-NOMBRE-TDAH-PER
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT TIENDA-HIST
           IF FS-TIENDA-HIST NOT = "00"
               DISPLAY "AVISO: NO EXISTE " WS-NOMBRE-TDAHIST
               ADD 1 TO WS-MESES-FALTAN
           ELSE
               PERFORM LEER-FOTO
                   UNTIL EOF-SWITCH = "S"
               CLOSE TIENDA-HIST
           END-IF
           MOVE WS-ANNO-2 TO WS-PERIODO-AAAA
           MOVE WS-MES-HASTA TO WS-PERIODO-MM.

       LEER-FOTO.
           READ TIENDA-HIST
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               MOVE CANTIDAD-TOTAL-TIENDA TO WS-LINEA-CANTIDAD
               MOVE INGRESO-TOTAL-TIENDA TO WS-LINEA-INGRESO
               MOVE SPACES TO WS-LINEA-NOMBRE
               MOVE SPACES TO WS-LINEA-REGION
               MOVE "E" TO WS-BUSCA-TIPO
               MOVE SPACES TO WS-BUSCA-CLAVE
               PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
               MOVE "R" TO WS-BUSCA-TIPO
               MOVE REGION-TOTAL-TIENDA TO WS-BUSCA-CLAVE
               PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
               MOVE "C" TO WS-BUSCA-TIPO
               MOVE CATEGORIA-TOTAL-TIENDA TO WS-BUSCA-CLAVE
               PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
               MOVE "T" TO WS-BUSCA-TIPO
               MOVE TIENDA-TOTAL-TIENDA TO WS-BUSCA-CLAVE
               MOVE NOMBRE-TOTAL-TIENDA TO WS-LINEA-NOMBRE
               MOVE REGION-TOTAL-TIENDA TO WS-LINEA-REGION
               PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
           END-READ.

      * Suma la linea en curso en la columna del anno que se carga.
       ACUMULAR-CLAVE.
           MOVE ZEROS TO WS-IND-HALLADO
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-CLAVE
               UNTIL WS-IND >= WS-NUM-CLAVES
               OR WS-IND-HALLADO > ZEROS
           IF WS-IND-HALLADO = ZEROS
               IF WS-NUM-CLAVES >= 400
                   MOVE "S" TO WS-DESBORDE-SW
                   GO TO ACUMULAR-CLAVE-EXIT
               END-IF
               ADD 1 TO WS-NUM-CLAVES
               MOVE WS-NUM-CLAVES TO WS-IND-HALLADO
               INITIALIZE ELEM-ACUM (WS-IND-HALLADO)
               MOVE WS-BUSCA-TIPO TO ELEM-TIPO (WS-IND-HALLADO)
               MOVE WS-BUSCA-CLAVE TO ELEM-CLAVE (WS-IND-HALLADO)
           END-IF
           IF WS-LINEA-NOMBRE NOT = SPACES
               MOVE WS-LINEA-NOMBRE TO ELEM-NOMBRE (WS-IND-HALLADO)
               MOVE WS-LINEA-REGION TO ELEM-REGION (WS-IND-HALLADO)
           END-IF
           IF WS-COLUMNA = 1
               ADD WS-LINEA-CANTIDAD TO ELEM-CANT-1 (WS-IND-HALLADO)
               ADD WS-LINEA-INGRESO TO ELEM-ING-1 (WS-IND-HALLADO)
           ELSE
               ADD WS-LINEA-CANTIDAD TO ELEM-CANT-2 (WS-IND-HALLADO)
               ADD WS-LINEA-INGRESO TO ELEM-ING-2 (WS-IND-HALLADO)
           END-IF.
       ACUMULAR-CLAVE-EXIT.
           EXIT.

       COMPARAR-CLAVE.
           ADD 1 TO WS-IND
           IF ELEM-TIPO (WS-IND) = WS-BUSCA-TIPO
               AND ELEM-CLAVE (WS-IND) = WS-BUSCA-CLAVE
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

       IMPRIMIR-SECCION.
           ADD 1 TO WS-IND-SECCION
           DISPLAY "=================================================="
           DISPLAY ELEM-SECCION-TITULO (WS-IND-SECCION)
           MOVE ZEROS TO WS-IND
           PERFORM IMPRIMIR-CLAVE
               UNTIL WS-IND >= WS-NUM-CLAVES.

       IMPRIMIR-CLAVE.
           ADD 1 TO WS-IND
           IF ELEM-TIPO (WS-IND) = ELEM-SECCION-TIPO (WS-IND-SECCION)
               EVALUATE ELEM-TIPO (WS-IND)
                   WHEN "E"
                       DISPLAY "TOTAL EMPRESA"
                   WHEN "T"
                       DISPLAY "TIENDA " ELEM-CLAVE (WS-IND) (1:4)
                               " " ELEM-NOMBRE (WS-IND) " ("
                               ELEM-REGION (WS-IND) ")"
                   WHEN OTHER
                       IF ELEM-CLAVE (WS-IND) = SPACES
                           DISPLAY "(SIN INFORMAR)"
                       ELSE
                           DISPLAY ELEM-CLAVE (WS-IND)
                       END-IF
               END-EVALUATE
               PERFORM IMPRIMIR-CIFRAS
           END-IF.

       IMPRIMIR-CIFRAS.
           COMPUTE WS-VAR-CANTIDAD =
               ELEM-CANT-2 (WS-IND) - ELEM-CANT-1 (WS-IND)
           COMPUTE WS-VAR-INGRESO =
               ELEM-ING-2 (WS-IND) - ELEM-ING-1 (WS-IND)
           MOVE ELEM-CANT-1 (WS-IND) TO WS-CANT-1-EDIT
           MOVE ELEM-CANT-2 (WS-IND) TO WS-CANT-2-EDIT
           MOVE ELEM-ING-1 (WS-IND) TO WS-ING-1-EDIT
           MOVE ELEM-ING-2 (WS-IND) TO WS-ING-2-EDIT
           MOVE WS-VAR-CANTIDAD TO WS-VAR-CANT-EDIT
           MOVE WS-VAR-INGRESO TO WS-VAR-ING-EDIT
           DISPLAY "   UNIDADES: " WS-CANT-1-EDIT " -> "
                   WS-CANT-2-EDIT "  (" WS-VAR-CANT-EDIT ")"
           DISPLAY "   INGRESO.: " WS-ING-1-EDIT " -> "
                   WS-ING-2-EDIT "  (" WS-VAR-ING-EDIT ")"
           IF ELEM-ING-1 (WS-IND) > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VAR-INGRESO * 100) / ELEM-ING-1 (WS-IND)
               MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
               DISPLAY "   VARIACION INGRESO: " WS-VAR-PCT-EDIT " %"
           ELSE
               IF ELEM-ING-2 (WS-IND) > ZEROS
                   DISPLAY "   ** SIN VENTA EN " WS-ANNO-1 " **"
               END-IF
           END-IF.
