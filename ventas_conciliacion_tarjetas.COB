      ******************************************************************
      * Author:Maria Romero
      * Date:07/09/2026
      * Purpose: Conciliacion de las ventas con tarjeta contra la
      *    liquidacion del banco adquirente. RECOGER-FEEDS acumula en
      *    TARJETAS-VENTAS.DAT el neto de tarjeta (ventas menos
      *    abonos) por tienda y dia de negocio; el banco entrega
      *    LIQUIDACION-TARJETAS.DAT con una linea por comercio
      *    (codigo de tienda) y dia de venta: bruto liquidado,
      *    comision retenida, neto abonado y fecha del abono.
      *    Este programa casa ambos por tienda y dia dentro de una
      *    ventana de dias hacia atras y lista para tesoreria:
      *    - dias con venta con tarjeta sin liquidacion pasados los
      *      dias de gracia del banco (abono no recibido),
      *    - diferencias entre lo vendido y el bruto liquidado que
      *      superan la tolerancia,
      *    - abonos por debajo de bruto menos comision (retrocesiones
      *      o retenciones del banco),
      *    - liquidaciones sin venta con tarjeta registrada,
      *    ademas de la comision de cada dia y el total de comision
      *    y su porcentaje medio. Argumentos del job: tolerancia en
      *    euros y dias de gracia ("1,00 3" si no se pasan).
      *    RETURN-CODE 4 si hay algo que perseguir.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-TARJETAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS-VENTAS ASSIGN TO "TARJETAS-VENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETAS-VENTAS.
           SELECT LIQUIDACION ASSIGN TO "LIQUIDACION-TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIQUIDACION.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS-VENTAS.
       01 REG-TARJETAS-VENTAS.
           05 TARVEN-TIENDA       PIC X(4).
           05 TARVEN-FECHA        PIC 9(8).
           05 TARVEN-IMPORTE      PIC S9(11)V99.

      * Liquidacion del banco adquirente: una linea por comercio y
      * dia de venta.
       FD LIQUIDACION.
       01 REG-LIQUIDACION.
           05 LIQ-TIENDA          PIC X(4).
           05 LIQ-FECHA           PIC 9(8).
           05 LIQ-BRUTO           PIC 9(11)V99.
           05 LIQ-COMISION        PIC 9(7)V99.
           05 LIQ-NETO            PIC 9(11)V99.
           05 LIQ-FECHA-ABONO     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-VENTAS   PIC X VALUE "N".
       01 EOF-SWITCH-LIQ      PIC X VALUE "N".
       01 FS-TARJETAS-VENTAS  PIC XX VALUE SPACES.
       01 FS-LIQUIDACION      PIC XX VALUE SPACES.

      * Tolerancia en euros y dias de gracia del banco para abonar.
       01 WS-ARGUMENTOS       PIC X(30) VALUE SPACES.
       01 WS-ARG-1            PIC X(12) VALUE SPACES.
       01 WS-ARG-2            PIC X(12) VALUE SPACES.
       01 WS-TOLERANCIA       PIC 9(5)V99 VALUE 1.
       01 WS-DIAS-GRACIA      PIC 9(3) VALUE 3.

      * Solo se concilian los dias de la ventana: ni lo vendido ni
      * lo liquidado antes de esa fecha entra en el cruce.
       01 WS-DIAS-VENTANA     PIC 9(3) VALUE 60.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-DIA-HOY          PIC 9(7) VALUE ZEROS.
       01 WS-FECHA-DESDE      PIC 9(8) VALUE ZEROS.
       01 WS-ANTIGUEDAD       PIC S9(7) VALUE ZEROS.

      * Tienda y dia con lo vendido y lo liquidado.
       01 WS-NUM-DIAS         PIC 9(5) VALUE ZEROS.
       01 WS-IND              PIC 9(5) VALUE ZEROS.
       01 WS-IND-HALLADO      PIC 9(5) VALUE ZEROS.
       01 WS-ENCONTRADO-SW    PIC X VALUE "N".
       01 WS-TIENDA-BUSCADA   PIC X(4) VALUE SPACES.
       01 WS-FECHA-BUSCADA    PIC 9(8) VALUE ZEROS.
       01 TABLA-CONCILIACION.
           05 ELEM-CONC OCCURS 15000 TIMES.
               10 ELEM-TIENDA      PIC X(4).
               10 ELEM-FECHA       PIC 9(8).
               10 ELEM-VENDIDO     PIC S9(11)V99.
               10 ELEM-CON-VENTA   PIC X(1).
               10 ELEM-BRUTO       PIC 9(11)V99.
               10 ELEM-COMISION    PIC 9(9)V99.
               10 ELEM-NETO        PIC 9(11)V99.
               10 ELEM-FECHA-ABONO PIC 9(8).
               10 ELEM-LIQUIDADO   PIC X(1).

       01 WS-DIFERENCIA       PIC S9(11)V99 VALUE ZEROS.
       01 WS-DIF-ABSOLUTA     PIC 9(11)V99 VALUE ZEROS.
       01 WS-RETENIDO         PIC S9(11)V99 VALUE ZEROS.
       01 WS-COMISION-PCT     PIC 9(3)V99 VALUE ZEROS.

       01 WS-CONTA-DISCREPA   PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-PENDIENTES PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-CASADOS    PIC 9(5) VALUE ZEROS.
       01 WS-TOT-VENDIDO      PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOT-BRUTO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-COMISION     PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-NETO         PIC 9(11)V99 VALUE ZEROS.

       01 WS-VENDIDO-EDIT     PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-BRUTO-EDIT       PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-COMISION-EDIT    PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-NETO-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-DIFERENCIA-EDIT  PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-PCT-EDIT         PIC ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           DISPLAY "CONCILIACION DE VENTAS CON TARJETA CONTRA "
                   "LIQUIDACION DEL BANCO"
           DISPLAY "DESDE " WS-FECHA-DESDE "  TOLERANCIA "
                   WS-TOLERANCIA " EUROS  GRACIA " WS-DIAS-GRACIA
                   " DIAS"
           DISPLAY "=================================================="

           PERFORM CARGAR-VENTAS
           PERFORM CARGAR-LIQUIDACION
           IF WS-NUM-DIAS = ZEROS
               DISPLAY "SIN VENTAS CON TARJETA NI LIQUIDACIONES EN LA "
                       "VENTANA"
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-IND
           PERFORM CONCILIAR-UN-DIA
               UNTIL WS-IND >= WS-NUM-DIAS
           PERFORM IMPRIMIR-RESUMEN
           STOP RUN.

       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1 NOT = SPACES
               COMPUTE WS-TOLERANCIA = FUNCTION NUMVAL (WS-ARG-1)
           END-IF
           IF WS-ARG-2 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-2) IS NUMERIC
               COMPUTE WS-DIAS-GRACIA = FUNCTION NUMVAL (WS-ARG-2)
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-HOY - WS-DIAS-VENTANA).

      * Neto de tarjeta por tienda y dia; la misma combinacion puede
      * venir de varias recogidas y se suma.
       CARGAR-VENTAS.
           OPEN INPUT TARJETAS-VENTAS
           IF FS-TARJETAS-VENTAS NOT = "00"
               DISPLAY "AVISO: SIN TARJETAS-VENTAS.DAT (NINGUNA "
                       "RECOGIDA CON VENTA CON TARJETA)"
           ELSE
               PERFORM LEER-VENTA THRU LEER-VENTA-EXIT
                   UNTIL EOF-SWITCH-VENTAS = "S"
               CLOSE TARJETAS-VENTAS
           END-IF.

       LEER-VENTA.
           READ TARJETAS-VENTAS
               AT END MOVE "S" TO EOF-SWITCH-VENTAS
           NOT AT END
               IF TARVEN-FECHA IS NUMERIC
                   AND TARVEN-FECHA >= WS-FECHA-DESDE
                   MOVE TARVEN-TIENDA TO WS-TIENDA-BUSCADA
                   MOVE TARVEN-FECHA TO WS-FECHA-BUSCADA
                   PERFORM LOCALIZAR-O-CREAR
                       THRU LOCALIZAR-O-CREAR-EXIT
                   IF WS-IND-HALLADO > ZEROS
                       ADD TARVEN-IMPORTE
                           TO ELEM-VENDIDO (WS-IND-HALLADO)
                       MOVE "S" TO ELEM-CON-VENTA (WS-IND-HALLADO)
                   END-IF
               END-IF
           END-READ.
       LEER-VENTA-EXIT.
           EXIT.

       CARGAR-LIQUIDACION.
           OPEN INPUT LIQUIDACION
           IF FS-LIQUIDACION NOT = "00"
               DISPLAY "AVISO: SIN LIQUIDACION-TARJETAS.DAT; TODO "
                       "QUEDARA COMO NO LIQUIDADO"
           ELSE
               PERFORM LEER-LIQUIDACION THRU LEER-LIQUIDACION-EXIT
                   UNTIL EOF-SWITCH-LIQ = "S"
               CLOSE LIQUIDACION
           END-IF.

       LEER-LIQUIDACION.
           READ LIQUIDACION
               AT END MOVE "S" TO EOF-SWITCH-LIQ
           NOT AT END
               PERFORM TRATAR-LIQUIDACION
                   THRU TRATAR-LIQUIDACION-EXIT
           END-READ.
       LEER-LIQUIDACION-EXIT.
           EXIT.

       TRATAR-LIQUIDACION.
           IF LIQ-FECHA IS NOT NUMERIC
               OR LIQ-BRUTO IS NOT NUMERIC
               OR LIQ-COMISION IS NOT NUMERIC
               OR LIQ-NETO IS NOT NUMERIC
               DISPLAY "AVISO: LINEA DE LIQUIDACION NO VALIDA, SE "
                       "SALTA: " REG-LIQUIDACION
               GO TO TRATAR-LIQUIDACION-EXIT
           END-IF
           IF LIQ-FECHA < WS-FECHA-DESDE
               GO TO TRATAR-LIQUIDACION-EXIT
           END-IF

           MOVE LIQ-TIENDA TO WS-TIENDA-BUSCADA
           MOVE LIQ-FECHA TO WS-FECHA-BUSCADA
           PERFORM LOCALIZAR-O-CREAR THRU LOCALIZAR-O-CREAR-EXIT
           IF WS-IND-HALLADO = ZEROS
               GO TO TRATAR-LIQUIDACION-EXIT
           END-IF
           ADD LIQ-BRUTO TO ELEM-BRUTO (WS-IND-HALLADO)
           ADD LIQ-COMISION TO ELEM-COMISION (WS-IND-HALLADO)
           ADD LIQ-NETO TO ELEM-NETO (WS-IND-HALLADO)
           MOVE LIQ-FECHA-ABONO TO ELEM-FECHA-ABONO (WS-IND-HALLADO)
           MOVE "S" TO ELEM-LIQUIDADO (WS-IND-HALLADO).
       TRATAR-LIQUIDACION-EXIT.
           EXIT.

       LOCALIZAR-O-CREAR.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-IND-HALLADO
           PERFORM COMPARAR-DIA
               UNTIL WS-IND >= WS-NUM-DIAS
               OR WS-ENCONTRADO-SW = "S"

           IF WS-ENCONTRADO-SW = "N"
               IF WS-NUM-DIAS >= 15000
                   DISPLAY "AVISO: MAS DE 15000 COMBINACIONES "
                           "TIENDA-DIA, SE IGNORA: " WS-TIENDA-BUSCADA
                           " " WS-FECHA-BUSCADA
                   GO TO LOCALIZAR-O-CREAR-EXIT
               END-IF
               ADD 1 TO WS-NUM-DIAS
               MOVE WS-NUM-DIAS TO WS-IND-HALLADO
               MOVE WS-TIENDA-BUSCADA TO ELEM-TIENDA (WS-IND-HALLADO)
               MOVE WS-FECHA-BUSCADA TO ELEM-FECHA (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-VENDIDO (WS-IND-HALLADO)
               MOVE "N" TO ELEM-CON-VENTA (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-BRUTO (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-COMISION (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-NETO (WS-IND-HALLADO)
               MOVE ZEROS TO ELEM-FECHA-ABONO (WS-IND-HALLADO)
               MOVE "N" TO ELEM-LIQUIDADO (WS-IND-HALLADO)
           END-IF.
       LOCALIZAR-O-CREAR-EXIT.
           EXIT.

       COMPARAR-DIA.
           ADD 1 TO WS-IND
           IF ELEM-TIENDA (WS-IND) = WS-TIENDA-BUSCADA
               AND ELEM-FECHA (WS-IND) = WS-FECHA-BUSCADA
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

      * Un dia de una tienda: sin liquidacion (pendiente o no
      * recibida), liquidacion sin venta, o casado con sus
      * diferencias de importe y de abono.
       CONCILIAR-UN-DIA.
           ADD 1 TO WS-IND
           ADD ELEM-VENDIDO (WS-IND) TO WS-TOT-VENDIDO
           ADD ELEM-BRUTO (WS-IND) TO WS-TOT-BRUTO
           ADD ELEM-COMISION (WS-IND) TO WS-TOT-COMISION
           ADD ELEM-NETO (WS-IND) TO WS-TOT-NETO
           MOVE ELEM-VENDIDO (WS-IND) TO WS-VENDIDO-EDIT
           MOVE ELEM-BRUTO (WS-IND) TO WS-BRUTO-EDIT
           MOVE ELEM-COMISION (WS-IND) TO WS-COMISION-EDIT
           MOVE ELEM-NETO (WS-IND) TO WS-NETO-EDIT

           EVALUATE TRUE
               WHEN ELEM-LIQUIDADO (WS-IND) = "N"
                   PERFORM TRATAR-SIN-LIQUIDACION
               WHEN ELEM-CON-VENTA (WS-IND) = "N"
                   ADD 1 TO WS-CONTA-DISCREPA
                   DISPLAY ELEM-TIENDA (WS-IND) " "
                           ELEM-FECHA (WS-IND)
                           "  LIQUIDADO " WS-BRUTO-EDIT
                           "  ** LIQUIDACION SIN VENTA CON TARJETA **"
               WHEN OTHER
                   PERFORM TRATAR-CASADO
           END-EVALUATE.

       TRATAR-SIN-LIQUIDACION.
           COMPUTE WS-ANTIGUEDAD = WS-DIA-HOY
               - FUNCTION INTEGER-OF-DATE (ELEM-FECHA (WS-IND))
           IF WS-ANTIGUEDAD > WS-DIAS-GRACIA
               ADD 1 TO WS-CONTA-DISCREPA
               DISPLAY ELEM-TIENDA (WS-IND) " " ELEM-FECHA (WS-IND)
                       "  VENDIDO " WS-VENDIDO-EDIT
                       "  ** LIQUIDACION NO RECIBIDA **"
           ELSE
               ADD 1 TO WS-CONTA-PENDIENTES
           END-IF.

       TRATAR-CASADO.
           ADD 1 TO WS-CONTA-CASADOS
           COMPUTE WS-DIFERENCIA =
               ELEM-BRUTO (WS-IND) - ELEM-VENDIDO (WS-IND)
           IF WS-DIFERENCIA < ZEROS
               COMPUTE WS-DIF-ABSOLUTA = WS-DIFERENCIA * -1
           ELSE
               MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
           END-IF
           IF WS-DIF-ABSOLUTA > WS-TOLERANCIA
               ADD 1 TO WS-CONTA-DISCREPA
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
               DISPLAY ELEM-TIENDA (WS-IND) " " ELEM-FECHA (WS-IND)
                       "  VENDIDO " WS-VENDIDO-EDIT
                       "  LIQUIDADO " WS-BRUTO-EDIT
                       "  DIFERENCIA " WS-DIFERENCIA-EDIT
           END-IF

      * Lo abonado debe ser el bruto menos la comision; si el banco
      * abona menos es una retrocesion o una retencion.
           COMPUTE WS-RETENIDO = ELEM-BRUTO (WS-IND)
               - ELEM-COMISION (WS-IND) - ELEM-NETO (WS-IND)
           IF WS-RETENIDO > WS-TOLERANCIA
               ADD 1 TO WS-CONTA-DISCREPA
               MOVE WS-RETENIDO TO WS-DIFERENCIA-EDIT
               DISPLAY ELEM-TIENDA (WS-IND) " " ELEM-FECHA (WS-IND)
                       "  ABONADO " WS-NETO-EDIT " EL "
                       ELEM-FECHA-ABONO (WS-IND)
                       "  RETENIDO " WS-DIFERENCIA-EDIT
                       "  ** RETROCESION O RETENCION **"
           END-IF

           IF ELEM-BRUTO (WS-IND) > ZEROS
               COMPUTE WS-COMISION-PCT ROUNDED =
                   (ELEM-COMISION (WS-IND) * 100) / ELEM-BRUTO (WS-IND)
               MOVE WS-COMISION-PCT TO WS-PCT-EDIT
               DISPLAY ELEM-TIENDA (WS-IND) " " ELEM-FECHA (WS-IND)
                       "  COMISION " WS-COMISION-EDIT
                       " (" WS-PCT-EDIT " %)"
           END-IF.

       IMPRIMIR-RESUMEN.
           DISPLAY "=================================================="
           MOVE WS-TOT-VENDIDO TO WS-VENDIDO-EDIT
           MOVE WS-TOT-BRUTO TO WS-BRUTO-EDIT
           MOVE WS-TOT-COMISION TO WS-COMISION-EDIT
           MOVE WS-TOT-NETO TO WS-NETO-EDIT
           DISPLAY "VENDIDO CON TARJETA..: " WS-VENDIDO-EDIT
           DISPLAY "BRUTO LIQUIDADO......: " WS-BRUTO-EDIT
           DISPLAY "COMISION DEL BANCO...: " WS-COMISION-EDIT
           IF WS-TOT-BRUTO > ZEROS
               COMPUTE WS-COMISION-PCT ROUNDED =
                   (WS-TOT-COMISION * 100) / WS-TOT-BRUTO
               MOVE WS-COMISION-PCT TO WS-PCT-EDIT
               DISPLAY "COMISION MEDIA.......: " WS-PCT-EDIT " %"
           END-IF
           DISPLAY "NETO ABONADO.........: " WS-NETO-EDIT
           DISPLAY "DIAS CASADOS " WS-CONTA-CASADOS
                   "  PENDIENTES DENTRO DE GRACIA "
                   WS-CONTA-PENDIENTES
           IF WS-CONTA-DISCREPA = ZEROS
               DISPLAY "CONCILIACION DE TARJETAS CORRECTA"
           ELSE
               DISPLAY "** " WS-CONTA-DISCREPA " INCIDENCIAS QUE "
                       "PERSEGUIR **"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "==================================================".
