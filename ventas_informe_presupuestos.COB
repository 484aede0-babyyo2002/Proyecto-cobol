      ******************************************************************
      * Author:Maria Romero
      * Date:06/09/2026
      * Purpose: Presupuesto contra real por tienda y por region.
      *    Recibe el mes AAAAMM como argumento (sin argumento, el mes
      *    en curso). El real sale de las fotos TOTAL-TIENDA-AAAAMM
      *    .DAT que deja el cierre y el presupuesto de PRESUPUESTOS
      *    .DAT: por tienda y mes se toma la linea global (categoria
      *    en blanco) si existe y, si no, la suma de sus lineas por
      *    categoria. Para el mes y para el acumulado del anno (de
      *    enero al mes pedido) muestra real, presupuesto,
      *    desviacion y porcentaje de cumplimiento; despues el
      *    resumen por region y el total de empresa. Si el mes
      *    pedido es el mes en curso y aun no ha terminado, proyecta
      *    el real a fin de mes con el mismo ritmo diario que
      *    PROYECCION-MES (dias transcurridos segun el ultimo dia con
      *    venta en TOTAL-FECHA-AAAAMM.DAT) y dice si cada tienda va
      *    camino de cumplir.
      * Mod:13/09/2026 - Ambito de tiendas del operador: desde la
      *    consola llega el ambito (ver COMPROBAR-AMBITO) y solo se
      *    imprimen sus tiendas y sus regiones; el total de empresa
      *    pasa a ser el total de su ambito. Sin el parametro,
      *    todas.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PRESUPUESTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIENDA-HIST ASSIGN TO DYNAMIC WS-NOMBRE-TDAHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDA-HIST.
           SELECT FECHA-HIST ASSIGN TO DYNAMIC WS-NOMBRE-FECHA-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-HIST.
           SELECT PRESUPUESTOS ASSIGN TO "PRESUPUESTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESUPUESTOS.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.

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

       FD FECHA-HIST.
       01 REG-FECHA-HIST.
           05 CODIGO-TOTAL-FECHA      PIC X(5).
           05 FECHA-TOTAL-FECHA       PIC 9(8).
           05 CANTIDAD-TOTAL-FECHA    PIC 9(5).
           05 INGRESO-TOTAL-FECHA     PIC 9(8)V99.
           05 TIENDA-TOTAL-FECHA      PIC X(4).

       FD PRESUPUESTOS.
       01 REG-PRESUPUESTOS.
           05 PRES-TIENDA          PIC X(4).
           05 PRES-PERIODO         PIC 9(6).
           05 PRES-CATEGORIA       PIC X(3).
           05 PRES-IMPORTE         PIC 9(9)V99.

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 EOF-SWITCH-FECHA    PIC X VALUE "N".
       01 EOF-SWITCH-PRES     PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS  PIC X VALUE "N".
       01 FS-TIENDA-HIST      PIC XX VALUE SPACES.
       01 FS-FECHA-HIST       PIC XX VALUE SPACES.
       01 FS-PRESUPUESTOS     PIC XX VALUE SPACES.
       01 FS-TIENDAS          PIC XX VALUE SPACES.

       01 WS-NOMBRE-TDAHIST.
           05 FILLER               PIC X(13)
                                   VALUE "TOTAL-TIENDA-".
           05 WS-NOMBRE-TDAH-PER   PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-NOMBRE-FECHA-HIST.
           05 FILLER               PIC X(12) VALUE "TOTAL-FECHA-".
           05 WS-NOMBRE-FECHAH-PER PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".

      * Mes pedido (argumento AAAAMM o el mes en curso).
       01 WS-ARGUMENTO        PIC X(10) VALUE SPACES.
       01 WS-PERIODO          PIC 9(6) VALUE ZEROS.
       01 WS-PERIODO-DESC REDEFINES WS-PERIODO.
           05 WS-PERIODO-AAAA  PIC 9(4).
           05 WS-PERIODO-MM    PIC 9(2).
       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA    PIC 9(4).
           05 WS-FECHA-MM      PIC 9(2).
           05 WS-FECHA-DD      PIC 9(2).
       01 WS-PERIODO-HOY      PIC 9(6) VALUE ZEROS.

      * Mes del acumulado que se esta cargando o sumando.
       01 WS-MES              PIC 9(2) VALUE ZEROS.
       01 WS-MES-LECTURA      PIC 9(6) VALUE ZEROS.
       01 WS-MES-LECTURA-DESC REDEFINES WS-MES-LECTURA.
           05 WS-MES-LECT-AAAA PIC 9(4).
           05 WS-MES-LECT-MM   PIC 9(2).

      * Proyeccion del mes en curso: dias del mes y dias
      * transcurridos (ultimo dia con venta).
       01 WS-PROYECTAR-SW     PIC X VALUE "N".
       01 WS-FECHA-PRIMERO    PIC 9(8) VALUE ZEROS.
       01 WS-PERIODO-SIG.
           05 WS-PER-SIG-AAAA  PIC 9(4).
           05 WS-PER-SIG-MM    PIC 9(2).
       01 WS-DIAS-MES         PIC 9(2) VALUE ZEROS.
       01 WS-DIAS-CURSO       PIC 9(2) VALUE ZEROS.
       01 WS-MES-LINEA        PIC 9(6) VALUE ZEROS.
       01 WS-DIA-LINEA        PIC 9(2) VALUE ZEROS.

      * Por tienda y mes del anno: real, linea global, suma de
      * lineas por categoria y marca de si hay linea global.
       01 WS-NUM-TIENDAS      PIC 9(3) VALUE ZEROS.
       01 WS-IND              PIC 9(3) VALUE ZEROS.
       01 WS-IND-HALLADO      PIC 9(3) VALUE ZEROS.
       01 WS-ENCONTRADO-SW    PIC X VALUE "N".
       01 WS-TIENDA-BUSCADA   PIC X(4) VALUE SPACES.
       01 TABLA-TIENDAS.
           05 ELEM-TDA OCCURS 200 TIMES.
               10 ELEM-TDA-CODIGO  PIC X(4).
               10 ELEM-TDA-NOMBRE  PIC X(20).
               10 ELEM-TDA-REGION  PIC X(10).
               10 ELEM-MES OCCURS 12 TIMES.
                   15 ELEM-REAL      PIC 9(9)V99.
                   15 ELEM-GLOBAL    PIC 9(9)V99.
                   15 ELEM-SUMA-CAT  PIC 9(9)V99.
                   15 ELEM-CON-GLOBAL PIC X(1).

      * Cifras de la tienda en curso.
       01 WS-REAL-MES         PIC 9(11)V99 VALUE ZEROS.
       01 WS-PRES-MES         PIC 9(11)V99 VALUE ZEROS.
       01 WS-REAL-ACUM        PIC 9(11)V99 VALUE ZEROS.
       01 WS-PRES-ACUM        PIC 9(11)V99 VALUE ZEROS.
       01 WS-PROY-MES         PIC 9(11)V99 VALUE ZEROS.
       01 WS-PRES-UN-MES      PIC 9(11)V99 VALUE ZEROS.

      * Acumulado por region, rellenado al imprimir las tiendas.
       01 WS-NUM-REGIONES     PIC 9(3) VALUE ZEROS.
       01 WS-IND-REG          PIC 9(3) VALUE ZEROS.
       01 WS-REGION-HALLADA-SW PIC X VALUE "N".
       01 WS-IND-REG-HALL     PIC 9(3) VALUE ZEROS.
       01 TABLA-REGIONES.
           05 ELEM-REG OCCURS 50 TIMES.
               10 ELEM-REG-NOMBRE    PIC X(10).
               10 ELEM-REG-REAL-MES  PIC 9(11)V99.
               10 ELEM-REG-PRES-MES  PIC 9(11)V99.
               10 ELEM-REG-REAL-ACUM PIC 9(11)V99.
               10 ELEM-REG-PRES-ACUM PIC 9(11)V99.
               10 ELEM-REG-PROY-MES  PIC 9(11)V99.

      * Totales de empresa.
       01 WS-TOT-REAL-MES     PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-PRES-MES     PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-REAL-ACUM    PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-PRES-ACUM    PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-PROY-MES     PIC 9(11)V99 VALUE ZEROS.

      * Linea de cifras a imprimir: etiqueta, real y presupuesto.
       01 WS-CIF-ETIQUETA     PIC X(13) VALUE SPACES.
       01 WS-CIF-REAL         PIC 9(11)V99 VALUE ZEROS.
       01 WS-CIF-PRES         PIC 9(11)V99 VALUE ZEROS.
       01 WS-DESVIACION       PIC S9(11)V99 VALUE ZEROS.
       01 WS-CUMPLIMIENTO     PIC 9(5)V99 VALUE ZEROS.

      * Campos editados para el informe.
       01 WS-REAL-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-PRES-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-DESV-EDIT        PIC +Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-CUMPL-EDIT       PIC ZZ.ZZ9,99.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "PRESU".
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "N".
       01 WS-AMBITO-RESULTADO PIC X(1) VALUE SPACES.

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
           PERFORM RESOLVER-PERIODO
           DISPLAY "PRESUPUESTO CONTRA REAL - MES " WS-PERIODO
                   "  (ACUMULADO DESDE " WS-PERIODO-AAAA "01)"
           IF WS-AMBITO-TIPO NOT = "C"
               DISPLAY "AMBITO: " WS-AMBITO-TIPO " " WS-AMBITO-VALOR
           END-IF
           DISPLAY "=================================================="

           PERFORM CARGAR-TIENDAS
           PERFORM CARGAR-PRESUPUESTOS

           MOVE ZEROS TO WS-MES
           PERFORM CARGAR-MES-REAL
               UNTIL WS-MES >= WS-PERIODO-MM

           IF WS-PROYECTAR-SW = "S"
               PERFORM CALCULAR-DIAS-MES
               PERFORM CALCULAR-DIAS-CURSO
               IF WS-DIAS-CURSO >= WS-DIAS-MES
                   MOVE "N" TO WS-PROYECTAR-SW
               ELSE
                   DISPLAY "MES EN CURSO: DIAS TRANSCURRIDOS "
                           WS-DIAS-CURSO " DE " WS-DIAS-MES
               END-IF
           END-IF
           DISPLAY "CIFRAS: REAL / PRESUPUESTO (DESVIACION) Y "
                   "PORCENTAJE DE CUMPLIMIENTO"
           DISPLAY "--------------------------------------------------"

           PERFORM IMPRIMIR-TIENDAS
           PERFORM IMPRIMIR-REGIONES
           PERFORM IMPRIMIR-TOTAL
           GOBACK.

      * Mes pedido: argumento AAAAMM o el mes en curso. Solo se
      * proyecta cuando el mes pedido es el mes en curso.
       RESOLVER-PERIODO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-HOY =
               (WS-FECHA-AAAA * 100) + WS-FECHA-MM
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
           IF WS-ARGUMENTO NOT = SPACES
               AND FUNCTION TRIM (WS-ARGUMENTO) IS NUMERIC
               COMPUTE WS-PERIODO = FUNCTION NUMVAL (WS-ARGUMENTO)
           ELSE
               MOVE WS-PERIODO-HOY TO WS-PERIODO
           END-IF
           IF WS-PERIODO-MM < 01 OR WS-PERIODO-MM > 12
               MOVE WS-PERIODO-HOY TO WS-PERIODO
           END-IF
           IF WS-PERIODO = WS-PERIODO-HOY
               MOVE "S" TO WS-PROYECTAR-SW
           END-IF.

      * Tiendas del maestro, con los doce meses a cero.
       CARGAR-TIENDAS.
           OPEN INPUT TIENDAS
           IF FS-TIENDAS = "00"
               PERFORM LEER-TIENDA THRU LEER-TIENDA-EXIT
                   UNTIL EOF-SWITCH-TIENDAS = "S"
               CLOSE TIENDAS
           END-IF.

       LEER-TIENDA.
           READ TIENDAS
               AT END MOVE "S" TO EOF-SWITCH-TIENDAS
           NOT AT END
               MOVE CODIGO-TIENDA TO WS-TIENDA-BUSCADA
               PERFORM LOCALIZAR-O-CREAR THRU LOCALIZAR-O-CREAR-EXIT
               IF WS-IND-HALLADO > ZEROS
                   MOVE NOMBRE-TIENDA
                       TO ELEM-TDA-NOMBRE (WS-IND-HALLADO)
                   MOVE REGION-TIENDA
                       TO ELEM-TDA-REGION (WS-IND-HALLADO)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

      * Lineas del anno pedido hasta el mes pedido; la global y la
      * suma de categorias se guardan por separado.
       CARGAR-PRESUPUESTOS.
           OPEN INPUT PRESUPUESTOS
           IF FS-PRESUPUESTOS NOT = "00"
               DISPLAY "AVISO: NO EXISTE PRESUPUESTOS.DAT"
           ELSE
               PERFORM LEER-PRESUPUESTO THRU LEER-PRESUPUESTO-EXIT
                   UNTIL EOF-SWITCH-PRES = "S"
               CLOSE PRESUPUESTOS
           END-IF.

       LEER-PRESUPUESTO.
           READ PRESUPUESTOS
               AT END MOVE "S" TO EOF-SWITCH-PRES
           NOT AT END
               PERFORM TRATAR-PRESUPUESTO
                   THRU TRATAR-PRESUPUESTO-EXIT
           END-READ.
       LEER-PRESUPUESTO-EXIT.
           EXIT.

       TRATAR-PRESUPUESTO.
           MOVE PRES-PERIODO TO WS-MES-LECTURA
           IF WS-MES-LECT-AAAA NOT = WS-PERIODO-AAAA
               OR WS-MES-LECT-MM > WS-PERIODO-MM
               OR WS-MES-LECT-MM < 01
               GO TO TRATAR-PRESUPUESTO-EXIT
           END-IF

           MOVE PRES-TIENDA TO WS-TIENDA-BUSCADA
           PERFORM LOCALIZAR-O-CREAR THRU LOCALIZAR-O-CREAR-EXIT
           IF WS-IND-HALLADO = ZEROS
               GO TO TRATAR-PRESUPUESTO-EXIT
           END-IF

           MOVE WS-MES-LECT-MM TO WS-MES
           IF PRES-CATEGORIA = SPACES
               MOVE PRES-IMPORTE
                   TO ELEM-GLOBAL (WS-IND-HALLADO, WS-MES)
               MOVE "S" TO ELEM-CON-GLOBAL (WS-IND-HALLADO, WS-MES)
           ELSE
               ADD PRES-IMPORTE
                   TO ELEM-SUMA-CAT (WS-IND-HALLADO, WS-MES)
           END-IF.
       TRATAR-PRESUPUESTO-EXIT.
           EXIT.

      * Foto TOTAL-TIENDA-AAAAMM.DAT de un mes del acumulado; si no
      * existe se avisa y el mes queda a cero.
       CARGAR-MES-REAL.
           ADD 1 TO WS-MES
           MOVE WS-PERIODO-AAAA TO WS-MES-LECT-AAAA
           MOVE WS-MES TO WS-MES-LECT-MM
           MOVE WS-MES-LECTURA TO WS-NOMBRE-TDAH-PER
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT TIENDA-HIST
           IF FS-TIENDA-HIST NOT = "00"
               DISPLAY "AVISO: NO EXISTE " WS-NOMBRE-TDAHIST
           ELSE
               PERFORM LEER-HIST THRU LEER-HIST-EXIT
                   UNTIL EOF-SWITCH = "S"
               CLOSE TIENDA-HIST
           END-IF.

       LEER-HIST.
           READ TIENDA-HIST
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               MOVE TIENDA-TOTAL-TIENDA TO WS-TIENDA-BUSCADA
               PERFORM LOCALIZAR-O-CREAR THRU LOCALIZAR-O-CREAR-EXIT
               IF WS-IND-HALLADO > ZEROS
                   IF ELEM-TDA-NOMBRE (WS-IND-HALLADO) = SPACES
                       MOVE NOMBRE-TOTAL-TIENDA
                           TO ELEM-TDA-NOMBRE (WS-IND-HALLADO)
                       MOVE REGION-TOTAL-TIENDA
                           TO ELEM-TDA-REGION (WS-IND-HALLADO)
                   END-IF
                   ADD INGRESO-TOTAL-TIENDA
                       TO ELEM-REAL (WS-IND-HALLADO, WS-MES)
               END-IF
           END-READ.
       LEER-HIST-EXIT.
           EXIT.

       LOCALIZAR-O-CREAR.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-IND-HALLADO
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS
               OR WS-ENCONTRADO-SW = "S"

           IF WS-ENCONTRADO-SW = "N"
               IF WS-NUM-TIENDAS >= 200
                   DISPLAY "AVISO: MAS DE 200 TIENDAS, SE IGNORA: "
                           WS-TIENDA-BUSCADA
                   GO TO LOCALIZAR-O-CREAR-EXIT
               END-IF
               ADD 1 TO WS-NUM-TIENDAS
               MOVE WS-NUM-TIENDAS TO WS-IND-HALLADO
               INITIALIZE ELEM-TDA (WS-IND-HALLADO)
               MOVE WS-TIENDA-BUSCADA
                   TO ELEM-TDA-CODIGO (WS-IND-HALLADO)
           END-IF.
       LOCALIZAR-O-CREAR-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND
           IF ELEM-TDA-CODIGO (WS-IND) = WS-TIENDA-BUSCADA
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

      * Dias del mes: distancia en dias julianos entre el 1 del mes
      * y el 1 del mes siguiente.
       CALCULAR-DIAS-MES.
           COMPUTE WS-FECHA-PRIMERO = (WS-PERIODO * 100) + 1
           MOVE WS-PERIODO-AAAA TO WS-PER-SIG-AAAA
           MOVE WS-PERIODO-MM   TO WS-PER-SIG-MM
           IF WS-PER-SIG-MM = 12
               ADD 1 TO WS-PER-SIG-AAAA
               MOVE 01 TO WS-PER-SIG-MM
           ELSE
               ADD 1 TO WS-PER-SIG-MM
           END-IF
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE
                   ((WS-PER-SIG-AAAA * 10000)
                    + (WS-PER-SIG-MM * 100) + 1)
               - FUNCTION INTEGER-OF-DATE (WS-FECHA-PRIMERO).

      * Dias transcurridos: ultimo dia con venta en la foto diaria
      * del mes; sin foto, hasta ayer (como minimo un dia).
       CALCULAR-DIAS-CURSO.
           MOVE ZEROS TO WS-DIAS-CURSO
           MOVE WS-PERIODO TO WS-NOMBRE-FECHAH-PER
           OPEN INPUT FECHA-HIST
           IF FS-FECHA-HIST = "00"
               PERFORM LEER-FECHA-HIST THRU LEER-FECHA-HIST-EXIT
                   UNTIL EOF-SWITCH-FECHA = "S"
               CLOSE FECHA-HIST
           END-IF
           IF WS-DIAS-CURSO = ZEROS
               COMPUTE WS-DIAS-CURSO = WS-FECHA-DD - 1
           END-IF
           IF WS-DIAS-CURSO = ZEROS
               MOVE 1 TO WS-DIAS-CURSO
           END-IF.

       LEER-FECHA-HIST.
           READ FECHA-HIST
               AT END MOVE "S" TO EOF-SWITCH-FECHA
           NOT AT END
               IF FECHA-TOTAL-FECHA IS NUMERIC
                   COMPUTE WS-MES-LINEA = FECHA-TOTAL-FECHA / 100
                   IF WS-MES-LINEA = WS-PERIODO
                       COMPUTE WS-DIA-LINEA =
                           FECHA-TOTAL-FECHA - (WS-MES-LINEA * 100)
                       IF WS-DIA-LINEA > WS-DIAS-CURSO
                           MOVE WS-DIA-LINEA TO WS-DIAS-CURSO
                       END-IF
                   END-IF
               END-IF
           END-READ.
       LEER-FECHA-HIST-EXIT.
           EXIT.

       IMPRIMIR-TIENDAS.
           MOVE ZEROS TO WS-IND
           PERFORM IMPRIMIR-TIENDA THRU IMPRIMIR-TIENDA-EXIT
               UNTIL WS-IND >= WS-NUM-TIENDAS
           IF WS-NUM-TIENDAS = ZEROS
               DISPLAY "SIN TIENDAS NI PRESUPUESTO"
           END-IF.

       IMPRIMIR-TIENDA.
           ADD 1 TO WS-IND
           MOVE ELEM-TDA-CODIGO (WS-IND) TO WS-TIENDA-BUSCADA
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               GO TO IMPRIMIR-TIENDA-EXIT
           END-IF

           MOVE ZEROS TO WS-REAL-ACUM
           MOVE ZEROS TO WS-PRES-ACUM
           MOVE ZEROS TO WS-MES
           PERFORM SUMAR-MES-TIENDA
               UNTIL WS-MES >= WS-PERIODO-MM

           IF WS-REAL-ACUM = ZEROS AND WS-PRES-ACUM = ZEROS
               CONTINUE
           ELSE
               DISPLAY "TIENDA " ELEM-TDA-CODIGO (WS-IND) " "
                       ELEM-TDA-NOMBRE (WS-IND) " ("
                       ELEM-TDA-REGION (WS-IND) ")"
               PERFORM IMPRIMIR-BLOQUE
               DISPLAY " "
               PERFORM ACUMULAR-REGION THRU ACUMULAR-REGION-EXIT
               ADD WS-REAL-MES  TO WS-TOT-REAL-MES
               ADD WS-PRES-MES  TO WS-TOT-PRES-MES
               ADD WS-REAL-ACUM TO WS-TOT-REAL-ACUM
               ADD WS-PRES-ACUM TO WS-TOT-PRES-ACUM
               ADD WS-PROY-MES  TO WS-TOT-PROY-MES
           END-IF.
       IMPRIMIR-TIENDA-EXIT.
           EXIT.

      * Presupuesto de un mes: la linea global si la hay, si no la
      * suma de categorias. El ultimo mes sumado es el mes pedido.
       SUMAR-MES-TIENDA.
           ADD 1 TO WS-MES
           IF ELEM-CON-GLOBAL (WS-IND, WS-MES) = "S"
               MOVE ELEM-GLOBAL (WS-IND, WS-MES) TO WS-PRES-UN-MES
           ELSE
               MOVE ELEM-SUMA-CAT (WS-IND, WS-MES) TO WS-PRES-UN-MES
           END-IF
           ADD ELEM-REAL (WS-IND, WS-MES) TO WS-REAL-ACUM
           ADD WS-PRES-UN-MES TO WS-PRES-ACUM
           IF WS-MES = WS-PERIODO-MM
               MOVE ELEM-REAL (WS-IND, WS-MES) TO WS-REAL-MES
               MOVE WS-PRES-UN-MES TO WS-PRES-MES
               MOVE ZEROS TO WS-PROY-MES
               IF WS-PROYECTAR-SW = "S"
                   COMPUTE WS-PROY-MES ROUNDED =
                       (WS-REAL-MES / WS-DIAS-CURSO) * WS-DIAS-MES
               END-IF
           END-IF.

      * Mes, acumulado y, si procede, proyeccion de las cifras que
      * haya en WS-REAL-MES / WS-PRES-MES / WS-REAL-ACUM /
      * WS-PRES-ACUM / WS-PROY-MES.
       IMPRIMIR-BLOQUE.
           MOVE "   MES......." TO WS-CIF-ETIQUETA
           MOVE WS-REAL-MES TO WS-CIF-REAL
           MOVE WS-PRES-MES TO WS-CIF-PRES
           PERFORM IMPRIMIR-CIFRAS
           MOVE "   ACUMULADO." TO WS-CIF-ETIQUETA
           MOVE WS-REAL-ACUM TO WS-CIF-REAL
           MOVE WS-PRES-ACUM TO WS-CIF-PRES
           PERFORM IMPRIMIR-CIFRAS
           IF WS-PROYECTAR-SW = "S"
               MOVE "   PROYECCION" TO WS-CIF-ETIQUETA
               MOVE WS-PROY-MES TO WS-CIF-REAL
               MOVE WS-PRES-MES TO WS-CIF-PRES
               PERFORM IMPRIMIR-CIFRAS
               IF WS-PRES-MES > ZEROS
                   IF WS-PROY-MES >= WS-PRES-MES
                       DISPLAY "   ** EN OBJETIVO A FIN DE MES **"
                   ELSE
                       DISPLAY "   ** NO LLEGA AL PRESUPUESTO AL "
                               "RITMO ACTUAL **"
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-CIFRAS.
           COMPUTE WS-DESVIACION = WS-CIF-REAL - WS-CIF-PRES
           MOVE WS-CIF-REAL TO WS-REAL-EDIT
           MOVE WS-CIF-PRES TO WS-PRES-EDIT
           MOVE WS-DESVIACION TO WS-DESV-EDIT
           IF WS-CIF-PRES > ZEROS
               COMPUTE WS-CUMPLIMIENTO ROUNDED =
                   (WS-CIF-REAL * 100) / WS-CIF-PRES
               MOVE WS-CUMPLIMIENTO TO WS-CUMPL-EDIT
               DISPLAY WS-CIF-ETIQUETA ": " WS-REAL-EDIT " / "
                       WS-PRES-EDIT " (" WS-DESV-EDIT ") "
                       WS-CUMPL-EDIT " %"
           ELSE
               DISPLAY WS-CIF-ETIQUETA ": " WS-REAL-EDIT " / "
                       WS-PRES-EDIT " (" WS-DESV-EDIT ") "
                       "SIN PRESUPUESTO"
           END-IF.

       ACUMULAR-REGION.
           MOVE "N" TO WS-REGION-HALLADA-SW
           MOVE ZEROS TO WS-IND-REG
           PERFORM COMPARAR-REGION
               UNTIL WS-IND-REG >= WS-NUM-REGIONES
               OR WS-REGION-HALLADA-SW = "S"

           IF WS-REGION-HALLADA-SW = "N"
               IF WS-NUM-REGIONES >= 50
                   DISPLAY "AVISO: MAS DE 50 REGIONES, SE IGNORA: "
                           ELEM-TDA-REGION (WS-IND)
                   GO TO ACUMULAR-REGION-EXIT
               END-IF
               ADD 1 TO WS-NUM-REGIONES
               MOVE WS-NUM-REGIONES TO WS-IND-REG-HALL
               INITIALIZE ELEM-REG (WS-IND-REG-HALL)
               MOVE ELEM-TDA-REGION (WS-IND)
                   TO ELEM-REG-NOMBRE (WS-IND-REG-HALL)
           END-IF

           ADD WS-REAL-MES  TO ELEM-REG-REAL-MES (WS-IND-REG-HALL)
           ADD WS-PRES-MES  TO ELEM-REG-PRES-MES (WS-IND-REG-HALL)
           ADD WS-REAL-ACUM TO ELEM-REG-REAL-ACUM (WS-IND-REG-HALL)
           ADD WS-PRES-ACUM TO ELEM-REG-PRES-ACUM (WS-IND-REG-HALL)
           ADD WS-PROY-MES  TO ELEM-REG-PROY-MES (WS-IND-REG-HALL).
       ACUMULAR-REGION-EXIT.
           EXIT.

       COMPARAR-REGION.
           ADD 1 TO WS-IND-REG
           IF ELEM-REG-NOMBRE (WS-IND-REG) = ELEM-TDA-REGION (WS-IND)
               MOVE "S" TO WS-REGION-HALLADA-SW
               MOVE WS-IND-REG TO WS-IND-REG-HALL
           END-IF.

       IMPRIMIR-REGIONES.
           DISPLAY "=================================================="
           DISPLAY "RESUMEN POR REGION"
           MOVE ZEROS TO WS-IND-REG
           PERFORM IMPRIMIR-UNA-REGION
               UNTIL WS-IND-REG >= WS-NUM-REGIONES.

       IMPRIMIR-UNA-REGION.
           ADD 1 TO WS-IND-REG
           DISPLAY "REGION " ELEM-REG-NOMBRE (WS-IND-REG)
           MOVE ELEM-REG-REAL-MES (WS-IND-REG) TO WS-REAL-MES
           MOVE ELEM-REG-PRES-MES (WS-IND-REG) TO WS-PRES-MES
           MOVE ELEM-REG-REAL-ACUM (WS-IND-REG) TO WS-REAL-ACUM
           MOVE ELEM-REG-PRES-ACUM (WS-IND-REG) TO WS-PRES-ACUM
           MOVE ELEM-REG-PROY-MES (WS-IND-REG) TO WS-PROY-MES
           PERFORM IMPRIMIR-BLOQUE.

       IMPRIMIR-TOTAL.
           DISPLAY "=================================================="
           IF WS-AMBITO-TIPO = "C"
               DISPLAY "TOTAL EMPRESA"
           ELSE
               DISPLAY "TOTAL DE SU AMBITO"
           END-IF
           MOVE WS-TOT-REAL-MES  TO WS-REAL-MES
           MOVE WS-TOT-PRES-MES  TO WS-PRES-MES
           MOVE WS-TOT-REAL-ACUM TO WS-REAL-ACUM
           MOVE WS-TOT-PRES-ACUM TO WS-PRES-ACUM
           MOVE WS-TOT-PROY-MES  TO WS-PROY-MES
           PERFORM IMPRIMIR-BLOQUE
           DISPLAY "==================================================".

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
