      *    se termina con RETURN-CODE 4 (la exportacion del dia
      *    sigue adelante: el aviso es para perseguir el fichero
      *    anterior, no para parar el nuevo).
      * Mod:24/09/2026 - Ajustes de periodo anterior: las ventas
      *    tardias de periodos cerrados que finanzas aprueba en
      *    APROBAR-AJUSTES-PERIODO (AJUSTES-PERIODO.DAT) se
      *    contabilizan en la fecha contable del cierre, que ya se
      *    ha comprobado abierta, como un segundo asiento del mismo
      *    fichero con referencia AJUSTE-AAAAMMDD-HHMMSS: por tienda
      *    y periodo original, cargo (o abono si domina lo devuelto)
      *    a clientes y abono a ventas netas e IVA de cada clase,
      *    con el periodo original en el concepto. Los ajustes
      *    contabilizados quedan en estado C con la fecha contable y
      *    la secuencia del fichero; TOTAL-TIENDA.DAT y las fotos
      *    TOTAL-AAAAMM.DAT no se tocan. La comprobacion del acuse
      *    se ejecuta ahora hasta su parrafo de salida (al no haber
      *    envio anterior se colaba en el resto del programa).
      * Mod:25/09/2026 - El calendario PERIODOS-CONTABLES.DAT lleva la
      *    marca de bloqueo del ejercicio (CIERRE-ANUAL); aqui solo se
      *    completa el trazado con relleno. Un periodo bloqueado sigue
      *    en estado C.
      * Mod:26/09/2026 - Storno de cierres repetidos:
      *    ASIENTOS-CONTROL.DAT pasa a guardar una linea por fichero
      *    enviado, con fecha contable y referencia. Si el dia ya se
      *    contabilizo con otro asiento de cierre no anulado, el fichero
      *    lleva primero su storno (lineas de ASIENTOS-HISTORICO.DAT con
      *    debe y haber cambiados) y despues el asiento que lo
      *    sustituye; los totales de control cubren los dos.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT ACUSE ASSIGN TO "ASIENTOS-ACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUSE.
           SELECT AJUSTES ASSIGN TO "AJUSTES-PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AJUSTES.
           SELECT HISTORICO ASSIGN TO "ASIENTOS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       01 REG-SECUENCIA.
           05 SECUENCIA-ULTIMA       PIC 9(6).

      * Registro de los ficheros enviados, una linea por secuencia
      * (la ultima es el envio anterior): totales de control para
      * cotejar con el acuse de finanzas, fecha contable y referencia
      * del lote y, si el fichero lleva un storno, la secuencia y la
      * referencia del asiento que anula.
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

      * Acuse de recibo que devuelve el paquete de finanzas: una
      * linea por fichero importado, con sus totales.
       01 REG-PERIODOS.
           05 PERIODO-CONTABLE     PIC 9(6).
           05 ESTADO-PERIODO       PIC X(1).
           05 FILLER               PIC X(1).

      * Ajustes de periodo anterior aprobados por finanzas (ver
      * APROBAR-AJUSTES-PERIODO). AJUSTE-SIGNO: V = venta, A =
      * abono; AJUSTE-ESTADO: P = pendiente, C = contabilizado.
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

      * Copia de las lineas de cabecera y detalle de cada asiento de
      * cierre enviado, con el trazado de ASIENTOS.DAT: de aqui sale
      * el storno cuando el dia se vuelve a contabilizar.
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

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 WS-TOTAL-HABER      PIC 9(11)V99 VALUE ZEROS.

      * Lo enviado la ultima vez y el acuse que le corresponde.
       01 EOF-SWITCH-CONTROL  PIC X VALUE "N".
       01 WS-ENVIO-ANTERIOR.
           05 ENVIO-SECUENCIA     PIC 9(6) VALUE ZEROS.
           05 ENVIO-LINEAS        PIC 9(6) VALUE ZEROS.
           05 ENVIO-DEBE          PIC 9(11)V99 VALUE ZEROS.
           05 ENVIO-HABER         PIC 9(11)V99 VALUE ZEROS.
           05 ENVIO-FECHA         PIC 9(8) VALUE ZEROS.
           05 ENVIO-REFERENCIA    PIC X(22) VALUE SPACES.
           05 ENVIO-ANULA-SECUENCIA PIC 9(6) VALUE ZEROS.
           05 ENVIO-ANULA-REFERENCIA PIC X(22) VALUE SPACES.
           05 ENVIO-FECHA-ENVIO   PIC 9(8) VALUE ZEROS.
       01 WS-ACK-HALLADO-SW   PIC X VALUE "N".
       01 WS-ACK-CUADRA-SW    PIC X VALUE "N".

      * Asiento de cierre del mismo dia contable ya enviado y no
      * anulado todavia: si lo hay, este fichero lleva su storno
      * (todas sus lineas con el debe y el haber cambiados) delante
      * del asiento que lo sustituye.
       01 FS-HISTORICO        PIC XX VALUE SPACES.
       01 EOF-SWITCH-HISTORICO PIC X VALUE "N".
       01 WS-HAY-ANTERIOR-SW  PIC X VALUE "N".
       01 WS-ANTERIOR-SECUENCIA PIC 9(6) VALUE ZEROS.
       01 WS-ANTERIOR-REFERENCIA PIC X(22) VALUE SPACES.
       01 WS-ANTERIOR-ACK-SW  PIC X VALUE "N".
       01 WS-REFERENCIA-STORNO PIC X(22) VALUE SPACES.
       01 WS-STORNO-LINEAS    PIC 9(6) VALUE ZEROS.
       01 WS-STORNO-IMPORTE   PIC 9(11)V99 VALUE ZEROS.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-CONCEPTO-STORNO.
           05 FILLER              PIC X(23)
                                  VALUE "STORNO DE LA SECUENCIA ".
           05 WS-CONCEPTO-ST-SEC  PIC 9(6).
       01 WS-CONCEPTO-ANULA.
           05 FILLER              PIC X(6) VALUE "ANULA ".
           05 WS-CONCEPTO-AN-REF  PIC X(22).

      * Cuentas del plan contable a las que exporta el asiento.
       01 CUENTA-CLIENTES     PIC 9(8) VALUE 43000000.
       01 CUENTA-VENTAS       PIC 9(8) VALUE 70000000.

       01 WS-IMPORTE-EDITADO  PIC Z.ZZZ.ZZZ.ZZ9,99.

      * Registro de ajustes entero en memoria (se reescribe con los
      * contabilizados) y su acumulado por tienda y periodo
      * original con signo, por clase de IVA. ELEM-AJ-MARCA: S = va
      * en el asiento de este fichero.
       01 FS-AJUSTES          PIC XX VALUE SPACES.
       01 EOF-SWITCH-AJUSTES  PIC X VALUE "N".
       01 WS-AJ-DESBORDE-SW   PIC X VALUE "N".
       01 WS-NUM-AJUSTES      PIC 9(4) VALUE ZEROS.
       01 WS-IND-AJ           PIC 9(4) VALUE ZEROS.
       01 WS-AJ-CONTABILIZADOS PIC 9(4) VALUE ZEROS.
       01 TABLA-AJUSTES.
           05 ELEM-AJUSTE OCCURS 5000 TIMES.
               10 ELEM-AJ-REGISTRO PIC X(105).
               10 ELEM-AJ-MARCA    PIC X(1).
       01 WS-NUM-GRUPOS-AJ    PIC 9(3) VALUE ZEROS.
       01 WS-IND-GRUPO        PIC 9(3) VALUE ZEROS.
       01 WS-GRUPO-HALLADO    PIC 9(3) VALUE ZEROS.
       01 TABLA-GRUPOS-AJUSTE.
           05 ELEM-GRUPO-AJ OCCURS 500 TIMES.
               10 ELEM-GAJ-PERIODO  PIC 9(6).
               10 ELEM-GAJ-TIENDA   PIC X(4).
               10 ELEM-GAJ-GENERAL  PIC S9(11)V99.
               10 ELEM-GAJ-REDUCIDO PIC S9(11)V99.
               10 ELEM-GAJ-EXENTO   PIC S9(11)V99.
       01 WS-AJ-IMPORTE       PIC S9(11)V99 VALUE ZEROS.
       01 WS-AJ-NETO-TOTAL    PIC S9(11)V99 VALUE ZEROS.

      * Importes con signo de la clase en curso: bruto, neto y cuota
      * (bruto menos neto redondeado, como en el asiento del cierre).
       01 WS-AJ-BRUTO         PIC S9(11)V99 VALUE ZEROS.
       01 WS-AJ-NETO          PIC S9(11)V99 VALUE ZEROS.
       01 WS-AJ-CUOTA         PIC S9(11)V99 VALUE ZEROS.
       01 WS-AJ-PCT           PIC 9(2)V99 VALUE ZEROS.
       01 WS-AJ-DEBE-HABER    PIC X(1) VALUE SPACE.

       01 WS-REFERENCIA-AJUSTE PIC X(22) VALUE SPACES.
       01 WS-CONCEPTO-AJUSTE.
           05 FILLER              PIC X(11) VALUE "AJUSTE PER.".
           05 WS-CONCEPTO-AJ-PER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-CONCEPTO-AJ-TEXTO PIC X(12).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EXPORTACION CONTABLE DEL CIERRE"
           PERFORM COMPROBAR-ACUSE THRU COMPROBAR-ACUSE-EXIT
           PERFORM RESOLVER-SECUENCIA
           PERFORM LEER-ULTIMO-CIERRE
           PERFORM COMPROBAR-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARGAR-AJUSTES THRU CARGAR-AJUSTES-EXIT
           PERFORM BUSCAR-ENVIO-ANTERIOR
               THRU BUSCAR-ENVIO-ANTERIOR-EXIT
           PERFORM GRABAR-ASIENTO
           PERFORM GUARDAR-HISTORICO
           PERFORM GRABAR-SECUENCIA
           PERFORM GRABAR-CONTROL
           IF WS-AJ-CONTABILIZADOS > ZEROS
               PERFORM MARCAR-AJUSTES
           END-IF
           GOBACK.

      * Antes de emitir nada se persigue el fichero anterior: si la
           IF FS-CONTROL-ENVIO NOT = "00"
               GO TO COMPROBAR-ACUSE-EXIT
           END-IF
           MOVE "N" TO EOF-SWITCH-CONTROL
           PERFORM LEER-CONTROL-ENVIO
               UNTIL EOF-SWITCH-CONTROL = "S"
           CLOSE CONTROL-ENVIO
           IF ENVIO-SECUENCIA = ZEROS
               GO TO COMPROBAR-ACUSE-EXIT
                           ENVIO-SECUENCIA "    **"
                   DISPLAY "** COMPROBAR QUE EL FICHERO ANTERIOR**"
                   DISPLAY "** SE IMPORTO ANTES DE CONTABILIZAR **"
                   PERFORM AVISAR-PAREJA-STORNO
                   DISPLAY "**************************************"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ACK-CUADRA-SW = "N"
                   DISPLAY "** ALERTA: EL ACUSE DE LA SECUENCIA **"
                   DISPLAY "** " ENVIO-SECUENCIA " NO CUADRA CON LO "
                           "ENVIADO **"
                   PERFORM AVISAR-PAREJA-STORNO
                   DISPLAY "**************************************"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ACUSE DE LA SECUENCIA " ENVIO-SECUENCIA
                           " CORRECTO"
                   PERFORM AVISAR-PAREJA-STORNO
           END-EVALUATE.
       COMPROBAR-ACUSE-EXIT.
           EXIT.

      * Las lineas escritas antes de llevar referencia (38
      * posiciones) no tienen anulacion.
       LEER-CONTROL-ENVIO.
           READ CONTROL-ENVIO
               AT END MOVE "S" TO EOF-SWITCH-CONTROL
           NOT AT END
               MOVE REG-CONTROL-ENVIO TO WS-ENVIO-ANTERIOR
               IF ENVIO-ANULA-SECUENCIA IS NOT NUMERIC
                   MOVE ZEROS TO ENVIO-ANULA-SECUENCIA
               END-IF
           END-READ.

      * Un fichero con storno lleva dos asientos que van juntos: la
      * anulacion del cierre anterior y el cierre que lo sustituye.
      * Sus totales de control (y el acuse) cubren los dos.
       AVISAR-PAREJA-STORNO.
           IF ENVIO-ANULA-SECUENCIA > ZEROS
               DISPLAY "   (LLEVA EL STORNO DE LA SECUENCIA "
                       ENVIO-ANULA-SECUENCIA " " ENVIO-ANULA-REFERENCIA
               DISPLAY "    Y EL CIERRE QUE LA SUSTITUYE "
                       ENVIO-REFERENCIA ")"
           END-IF.

       LEER-ACUSE.
           READ ACUSE
               AT END MOVE "S" TO EOF-SWITCH-ACUSE
           CLOSE SECUENCIA.

       GRABAR-CONTROL.
           OPEN EXTEND CONTROL-ENVIO
           IF FS-CONTROL-ENVIO NOT = "00"
               OPEN OUTPUT CONTROL-ENVIO
           END-IF
           MOVE SPACES TO REG-CONTROL-ENVIO
           MOVE WS-SECUENCIA TO CONTROL-SECUENCIA
           MOVE WS-LINEAS-FICHERO TO CONTROL-LINEAS
           MOVE WS-TOTAL-DEBE TO CONTROL-DEBE
           MOVE WS-TOTAL-HABER TO CONTROL-HABER
           MOVE WS-FECHA-ASIENTO TO CONTROL-FECHA
           MOVE WS-REFERENCIA TO CONTROL-REFERENCIA
           IF WS-HAY-ANTERIOR-SW = "S"
               MOVE WS-ANTERIOR-SECUENCIA TO CONTROL-ANULA-SECUENCIA
               MOVE WS-ANTERIOR-REFERENCIA
                   TO CONTROL-ANULA-REFERENCIA
           ELSE
               MOVE ZEROS TO CONTROL-ANULA-SECUENCIA
           END-IF
           MOVE WS-FECHA-HOY TO CONTROL-FECHA-ENVIO
           WRITE REG-CONTROL-ENVIO
           CLOSE CONTROL-ENVIO.

               ACCEPT WS-FECHA-ASIENTO FROM DATE YYYYMMDD
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-HORA-HHMMSS = WS-HORA-CIERRE / 100
           MOVE SPACES TO WS-REFERENCIA
           STRING "CIERRE-"        DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-HORA-HHMMSS   DELIMITED BY SIZE
               INTO WS-REFERENCIA
           END-STRING
           MOVE SPACES TO WS-REFERENCIA-AJUSTE
           STRING "AJUSTE-"        DELIMITED BY SIZE
                  WS-FECHA-ASIENTO DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-HORA-HHMMSS   DELIMITED BY SIZE
               INTO WS-REFERENCIA-AJUSTE
           END-STRING
           MOVE SPACES TO WS-REFERENCIA-STORNO
           STRING "STORNO-"        DELIMITED BY SIZE
                  WS-FECHA-ASIENTO DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-HORA-HHMMSS   DELIMITED BY SIZE
               INTO WS-REFERENCIA-STORNO
           END-STRING.

       LEER-CIERRE.
       GRABAR-ASIENTO.
           OPEN OUTPUT ASIENTOS

           IF WS-HAY-ANTERIOR-SW = "S"
               PERFORM GRABAR-STORNO THRU GRABAR-STORNO-EXIT
           END-IF

           MOVE SPACES TO REG-ASIENTOS
           MOVE "C" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-ASIENTO TO ASIENTO-FECHA
           PERFORM GRABAR-ABONO-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS

           IF WS-NUM-GRUPOS-AJ > ZEROS
               PERFORM GRABAR-ASIENTO-AJUSTES
           END-IF

           PERFORM GRABAR-TRAILER

           CLOSE ASIENTOS
           MOVE "TOTAL DE CONTROL AL HABER" TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           WRITE REG-ASIENTOS.

      ******************************************************************
      * Ajustes de periodo anterior
      ******************************************************************
      * Carga el registro de ajustes y acumula los pendientes por
      * tienda y periodo original. Si el registro no cabe en la tabla
      * no se contabiliza ningun ajuste (no se podria reescribir sin
      * perder lineas) y se avisa con RETURN-CODE 4.
       CARGAR-AJUSTES.
           MOVE ZEROS TO WS-NUM-AJUSTES
           MOVE ZEROS TO WS-NUM-GRUPOS-AJ
           MOVE ZEROS TO WS-AJ-CONTABILIZADOS
           MOVE ZEROS TO WS-AJ-NETO-TOTAL
           MOVE "N" TO EOF-SWITCH-AJUSTES
           MOVE "N" TO WS-AJ-DESBORDE-SW
           OPEN INPUT AJUSTES
           IF FS-AJUSTES NOT = "00"
               GO TO CARGAR-AJUSTES-EXIT
           END-IF
           PERFORM LEER-AJUSTE THRU LEER-AJUSTE-EXIT
               UNTIL EOF-SWITCH-AJUSTES = "S"
           CLOSE AJUSTES
           IF WS-AJ-DESBORDE-SW = "S"
               DISPLAY "AVISO: AJUSTES-PERIODO.DAT CON MAS DE 5000 "
                       "LINEAS, NO SE CONTABILIZA NINGUN AJUSTE"
               MOVE ZEROS TO WS-NUM-GRUPOS-AJ
               MOVE ZEROS TO WS-AJ-CONTABILIZADOS
               MOVE 4 TO RETURN-CODE
               GO TO CARGAR-AJUSTES-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-AJ
           PERFORM ACUMULAR-AJUSTE THRU ACUMULAR-AJUSTE-EXIT
               UNTIL WS-IND-AJ >= WS-NUM-AJUSTES.
       CARGAR-AJUSTES-EXIT.
           EXIT.

       LEER-AJUSTE.
           READ AJUSTES
               AT END
                   MOVE "S" TO EOF-SWITCH-AJUSTES
                   GO TO LEER-AJUSTE-EXIT
           END-READ
           IF WS-NUM-AJUSTES >= 5000
               MOVE "S" TO WS-AJ-DESBORDE-SW
               MOVE "S" TO EOF-SWITCH-AJUSTES
               GO TO LEER-AJUSTE-EXIT
           END-IF
           ADD 1 TO WS-NUM-AJUSTES
           MOVE REG-AJUSTES TO ELEM-AJ-REGISTRO (WS-NUM-AJUSTES)
           MOVE "N" TO ELEM-AJ-MARCA (WS-NUM-AJUSTES).
       LEER-AJUSTE-EXIT.
           EXIT.

       ACUMULAR-AJUSTE.
           ADD 1 TO WS-IND-AJ
           MOVE ELEM-AJ-REGISTRO (WS-IND-AJ) TO REG-AJUSTES
           IF AJUSTE-ESTADO NOT = "P"
               GO TO ACUMULAR-AJUSTE-EXIT
           END-IF
           MOVE ZEROS TO WS-GRUPO-HALLADO
           MOVE ZEROS TO WS-IND-GRUPO
           PERFORM COMPARAR-GRUPO-AJUSTE
               UNTIL WS-IND-GRUPO >= WS-NUM-GRUPOS-AJ
               OR WS-GRUPO-HALLADO > ZEROS
           IF WS-GRUPO-HALLADO = ZEROS
               IF WS-NUM-GRUPOS-AJ >= 500
                   DISPLAY "AVISO: MAS DE 500 GRUPOS DE AJUSTE, QUEDA "
                           "PARA LA PROXIMA: " AJUSTE-TIENDA " "
                           AJUSTE-PERIODO
                   MOVE 4 TO RETURN-CODE
                   GO TO ACUMULAR-AJUSTE-EXIT
               END-IF
               ADD 1 TO WS-NUM-GRUPOS-AJ
               MOVE WS-NUM-GRUPOS-AJ TO WS-GRUPO-HALLADO
               MOVE AJUSTE-PERIODO
                   TO ELEM-GAJ-PERIODO (WS-GRUPO-HALLADO)
               MOVE AJUSTE-TIENDA TO ELEM-GAJ-TIENDA (WS-GRUPO-HALLADO)
               MOVE ZEROS TO ELEM-GAJ-GENERAL (WS-GRUPO-HALLADO)
               MOVE ZEROS TO ELEM-GAJ-REDUCIDO (WS-GRUPO-HALLADO)
               MOVE ZEROS TO ELEM-GAJ-EXENTO (WS-GRUPO-HALLADO)
           END-IF

           IF AJUSTE-SIGNO = "A"
               COMPUTE WS-AJ-IMPORTE = 0 - AJUSTE-IMPORTE
           ELSE
               MOVE AJUSTE-IMPORTE TO WS-AJ-IMPORTE
           END-IF
           EVALUATE AJUSTE-TIPO-IVA
               WHEN "R"
                   ADD WS-AJ-IMPORTE
                       TO ELEM-GAJ-REDUCIDO (WS-GRUPO-HALLADO)
               WHEN "E"
                   ADD WS-AJ-IMPORTE
                       TO ELEM-GAJ-EXENTO (WS-GRUPO-HALLADO)
               WHEN OTHER
                   ADD WS-AJ-IMPORTE
                       TO ELEM-GAJ-GENERAL (WS-GRUPO-HALLADO)
           END-EVALUATE
           ADD WS-AJ-IMPORTE TO WS-AJ-NETO-TOTAL
           MOVE "S" TO ELEM-AJ-MARCA (WS-IND-AJ)
           ADD 1 TO WS-AJ-CONTABILIZADOS.
       ACUMULAR-AJUSTE-EXIT.
           EXIT.

       COMPARAR-GRUPO-AJUSTE.
           ADD 1 TO WS-IND-GRUPO
           IF ELEM-GAJ-PERIODO (WS-IND-GRUPO) = AJUSTE-PERIODO
               AND ELEM-GAJ-TIENDA (WS-IND-GRUPO) = AJUSTE-TIENDA
               MOVE WS-IND-GRUPO TO WS-GRUPO-HALLADO
           END-IF.

      * Segundo asiento del fichero, con su propia cabecera y
      * referencia: por cada tienda y periodo original y por cada
      * clase de IVA, el bruto a clientes contra el neto a ventas y
      * la cuota a IVA. Un acumulado negativo (mas abonos que
      * ventas) invierte el debe y el haber.
       GRABAR-ASIENTO-AJUSTES.
           MOVE SPACES TO REG-ASIENTOS
           MOVE "C" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-ASIENTO TO ASIENTO-FECHA
           MOVE WS-REFERENCIA-AJUSTE TO ASIENTO-REFERENCIA
           MOVE ZEROS TO ASIENTO-CUENTA
           MOVE SPACE TO ASIENTO-DEBE-HABER
           IF WS-AJ-NETO-TOTAL < ZEROS
               COMPUTE ASIENTO-IMPORTE = 0 - WS-AJ-NETO-TOTAL
           ELSE
               MOVE WS-AJ-NETO-TOTAL TO ASIENTO-IMPORTE
           END-IF
           MOVE SPACES TO ASIENTO-TIENDA
           MOVE "AJUSTES DE PERIODOS ANTERIORES" TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           ADD 1 TO WS-LINEAS-FICHERO
           WRITE REG-ASIENTOS

           MOVE ZEROS TO WS-IND-GRUPO
           PERFORM GRABAR-GRUPO-AJUSTE
               UNTIL WS-IND-GRUPO >= WS-NUM-GRUPOS-AJ

           MOVE WS-AJ-NETO-TOTAL TO WS-IMPORTE-EDITADO
           DISPLAY "ASIENTO DE AJUSTES " WS-REFERENCIA-AJUSTE
                   "  " WS-AJ-CONTABILIZADOS " VENTAS TARDIAS, NETO "
                   WS-IMPORTE-EDITADO
           IF WS-AJ-NETO-TOTAL < ZEROS
               DISPLAY "   (NETO NEGATIVO: PREDOMINAN LOS ABONOS)"
           END-IF.

       GRABAR-GRUPO-AJUSTE.
           ADD 1 TO WS-IND-GRUPO
           MOVE ELEM-GAJ-PERIODO (WS-IND-GRUPO) TO WS-CONCEPTO-AJ-PER

           MOVE ELEM-GAJ-GENERAL (WS-IND-GRUPO) TO WS-AJ-BRUTO
           IF WS-AJ-BRUTO NOT = ZEROS
               MOVE TIPO-PCT-GENERAL TO WS-AJ-PCT
               PERFORM CALCULAR-NETO-AJUSTE
               PERFORM GRABAR-CLIENTES-AJUSTE
               MOVE CUENTA-VENTAS TO ASIENTO-CUENTA
               MOVE WS-AJ-NETO TO WS-AJ-IMPORTE
               MOVE "VENTAS GEN." TO WS-CONCEPTO-AJ-TEXTO
               PERFORM GRABAR-LINEA-AJUSTE
               MOVE CUENTA-IVA-GENERAL TO ASIENTO-CUENTA
               MOVE WS-AJ-CUOTA TO WS-AJ-IMPORTE
               MOVE "IVA GENERAL" TO WS-CONCEPTO-AJ-TEXTO
               PERFORM GRABAR-LINEA-AJUSTE
           END-IF

           MOVE ELEM-GAJ-REDUCIDO (WS-IND-GRUPO) TO WS-AJ-BRUTO
           IF WS-AJ-BRUTO NOT = ZEROS
               MOVE TIPO-PCT-REDUCIDO TO WS-AJ-PCT
               PERFORM CALCULAR-NETO-AJUSTE
               PERFORM GRABAR-CLIENTES-AJUSTE
               MOVE CUENTA-VENTAS TO ASIENTO-CUENTA
               MOVE WS-AJ-NETO TO WS-AJ-IMPORTE
               MOVE "VENTAS RED." TO WS-CONCEPTO-AJ-TEXTO
               PERFORM GRABAR-LINEA-AJUSTE
               MOVE CUENTA-IVA-REDUCIDO TO ASIENTO-CUENTA
               MOVE WS-AJ-CUOTA TO WS-AJ-IMPORTE
               MOVE "IVA REDUCIDO" TO WS-CONCEPTO-AJ-TEXTO
               PERFORM GRABAR-LINEA-AJUSTE
           END-IF

           MOVE ELEM-GAJ-EXENTO (WS-IND-GRUPO) TO WS-AJ-BRUTO
           IF WS-AJ-BRUTO NOT = ZEROS
               PERFORM GRABAR-CLIENTES-AJUSTE
               MOVE CUENTA-VENTAS TO ASIENTO-CUENTA
               MOVE WS-AJ-BRUTO TO WS-AJ-IMPORTE
               MOVE "VENTAS EXENT" TO WS-CONCEPTO-AJ-TEXTO
               PERFORM GRABAR-LINEA-AJUSTE
           END-IF.

       CALCULAR-NETO-AJUSTE.
           COMPUTE WS-AJ-NETO ROUNDED =
               WS-AJ-BRUTO * 100 / (100 + WS-AJ-PCT)
           COMPUTE WS-AJ-CUOTA = WS-AJ-BRUTO - WS-AJ-NETO.

      * El bruto de la clase va a clientes al debe (al haber si es
      * negativo); las lineas de ventas e IVA van al lado contrario.
       GRABAR-CLIENTES-AJUSTE.
           MOVE CUENTA-CLIENTES TO ASIENTO-CUENTA
           COMPUTE WS-AJ-IMPORTE = 0 - WS-AJ-BRUTO
           MOVE "CLIENTES" TO WS-CONCEPTO-AJ-TEXTO
           PERFORM GRABAR-LINEA-AJUSTE.

      * WS-AJ-IMPORTE llega con signo de haber: positivo al haber,
      * negativo al debe por su valor absoluto.
       GRABAR-LINEA-AJUSTE.
           MOVE "D" TO ASIENTO-TIPO-LINEA
           MOVE WS-FECHA-ASIENTO TO ASIENTO-FECHA
           MOVE WS-REFERENCIA-AJUSTE TO ASIENTO-REFERENCIA
           IF WS-AJ-IMPORTE < ZEROS
               MOVE "D" TO ASIENTO-DEBE-HABER
               COMPUTE ASIENTO-IMPORTE = 0 - WS-AJ-IMPORTE
               ADD ASIENTO-IMPORTE TO WS-TOTAL-DEBE
           ELSE
               MOVE "H" TO ASIENTO-DEBE-HABER
               MOVE WS-AJ-IMPORTE TO ASIENTO-IMPORTE
               ADD ASIENTO-IMPORTE TO WS-TOTAL-HABER
           END-IF
           MOVE ELEM-GAJ-TIENDA (WS-IND-GRUPO) TO ASIENTO-TIENDA
           MOVE WS-CONCEPTO-AJUSTE TO ASIENTO-CONCEPTO
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           ADD 1 TO WS-LINEAS-FICHERO
           WRITE REG-ASIENTOS.

      * Reescribe el registro de ajustes con los que han ido en el
      * fichero de hoy marcados como contabilizados.
       MARCAR-AJUSTES.
           OPEN OUTPUT AJUSTES
           MOVE ZEROS TO WS-IND-AJ
           PERFORM MARCAR-UN-AJUSTE
               UNTIL WS-IND-AJ >= WS-NUM-AJUSTES
           CLOSE AJUSTES.

       MARCAR-UN-AJUSTE.
           ADD 1 TO WS-IND-AJ
           MOVE ELEM-AJ-REGISTRO (WS-IND-AJ) TO REG-AJUSTES
           IF ELEM-AJ-MARCA (WS-IND-AJ) = "S"
               MOVE "C" TO AJUSTE-ESTADO
               MOVE WS-FECHA-ASIENTO TO AJUSTE-FECHA-CONTABLE
               MOVE WS-SECUENCIA TO AJUSTE-SECUENCIA
           END-IF
           WRITE REG-AJUSTES.

      ******************************************************************
      * Storno del cierre anterior del mismo dia
      ******************************************************************
      * Recorre el registro de envios buscando el ultimo asiento de
      * cierre de la misma fecha contable que no haya anulado ya un
      * envio posterior. Si lo hay se comprueba ademas que finanzas
      * acuso su fichero: un storno de algo que no llego a
      * importarse descuadraria la contabilidad.
       BUSCAR-ENVIO-ANTERIOR.
           MOVE "N" TO WS-HAY-ANTERIOR-SW
           MOVE ZEROS TO WS-ANTERIOR-SECUENCIA
           MOVE SPACES TO WS-ANTERIOR-REFERENCIA
           OPEN INPUT CONTROL-ENVIO
           IF FS-CONTROL-ENVIO NOT = "00"
               GO TO BUSCAR-ENVIO-ANTERIOR-EXIT
           END-IF
           MOVE "N" TO EOF-SWITCH-CONTROL
           PERFORM LEER-ENVIO-CIERRE
               UNTIL EOF-SWITCH-CONTROL = "S"
           CLOSE CONTROL-ENVIO
           IF WS-HAY-ANTERIOR-SW = "N"
               GO TO BUSCAR-ENVIO-ANTERIOR-EXIT
           END-IF

           DISPLAY "EL DIA " WS-FECHA-ASIENTO " YA SE CONTABILIZO CON "
                   WS-ANTERIOR-REFERENCIA " (SECUENCIA "
                   WS-ANTERIOR-SECUENCIA ")"
           DISPLAY "SE ANULA CON UN STORNO " WS-REFERENCIA-STORNO
                   " DELANTE DEL ASIENTO QUE LO SUSTITUYE"

           MOVE "N" TO WS-ANTERIOR-ACK-SW
           MOVE "N" TO EOF-SWITCH-ACUSE
           OPEN INPUT ACUSE
           IF FS-ACUSE = "00"
               PERFORM LEER-ACUSE-ANTERIOR
                   UNTIL EOF-SWITCH-ACUSE = "S"
               CLOSE ACUSE
           END-IF
           IF WS-ANTERIOR-ACK-SW = "N"
               DISPLAY "**************************************"
               DISPLAY "** ALERTA: LA SECUENCIA "
                       WS-ANTERIOR-SECUENCIA " QUE  **"
               DISPLAY "** SE ANULA NO TIENE ACUSE DE       **"
               DISPLAY "** FINANZAS: EL STORNO SOLO VALE SI**"
               DISPLAY "** AQUELLA SE IMPORTO              **"
               DISPLAY "**************************************"
               MOVE 4 TO RETURN-CODE
           END-IF.
       BUSCAR-ENVIO-ANTERIOR-EXIT.
           EXIT.

       LEER-ENVIO-CIERRE.
           READ CONTROL-ENVIO
               AT END MOVE "S" TO EOF-SWITCH-CONTROL
           NOT AT END
               IF CONTROL-REFERENCIA (1:7) = "CIERRE-"
                   AND CONTROL-FECHA IS NUMERIC
                   AND CONTROL-FECHA = WS-FECHA-ASIENTO
                   MOVE "S" TO WS-HAY-ANTERIOR-SW
                   MOVE CONTROL-SECUENCIA TO WS-ANTERIOR-SECUENCIA
                   MOVE CONTROL-REFERENCIA TO WS-ANTERIOR-REFERENCIA
               END-IF
               IF CONTROL-ANULA-SECUENCIA IS NUMERIC
                   AND WS-HAY-ANTERIOR-SW = "S"
                   AND CONTROL-ANULA-SECUENCIA = WS-ANTERIOR-SECUENCIA
                   MOVE "N" TO WS-HAY-ANTERIOR-SW
               END-IF
           END-READ.

       LEER-ACUSE-ANTERIOR.
           READ ACUSE
               AT END MOVE "S" TO EOF-SWITCH-ACUSE
           NOT AT END
               IF ACUSE-SECUENCIA = WS-ANTERIOR-SECUENCIA
                   MOVE "S" TO WS-ANTERIOR-ACK-SW
               END-IF
           END-READ.

      * Primer asiento del fichero: las lineas del cierre anterior
      * sacadas de ASIENTOS-HISTORICO.DAT con el debe y el haber
      * cambiados. La cabecera da la secuencia anulada y cada linea
      * la referencia del lote anulado. Sin copia de las lineas no
      * hay storno: se avisa para anularlo a mano.
       GRABAR-STORNO.
           MOVE ZEROS TO WS-STORNO-LINEAS
           MOVE ZEROS TO WS-STORNO-IMPORTE
           MOVE WS-ANTERIOR-SECUENCIA TO WS-CONCEPTO-ST-SEC
           MOVE WS-ANTERIOR-REFERENCIA TO WS-CONCEPTO-AN-REF
           MOVE "N" TO EOF-SWITCH-HISTORICO
           OPEN INPUT HISTORICO
           IF FS-HISTORICO = "00"
               PERFORM LEER-HISTORICO-STORNO
                   UNTIL EOF-SWITCH-HISTORICO = "S"
               CLOSE HISTORICO
           END-IF
           IF WS-STORNO-LINEAS = ZEROS
               DISPLAY "AVISO: SIN COPIA DE LAS LINEAS DE LA "
                       "SECUENCIA " WS-ANTERIOR-SECUENCIA
                       " EN ASIENTOS-HISTORICO.DAT"
               DISPLAY "   NO SE GENERA STORNO: ANULAR "
                       WS-ANTERIOR-REFERENCIA " A MANO"
               MOVE "N" TO WS-HAY-ANTERIOR-SW
               MOVE 4 TO RETURN-CODE
               GO TO GRABAR-STORNO-EXIT
           END-IF
           MOVE WS-STORNO-IMPORTE TO WS-IMPORTE-EDITADO
           DISPLAY "STORNO GENERADO " WS-REFERENCIA-STORNO
                   "  ANULA " WS-ANTERIOR-REFERENCIA
                   "  TOTAL " WS-IMPORTE-EDITADO.
       GRABAR-STORNO-EXIT.
           EXIT.

       LEER-HISTORICO-STORNO.
           READ HISTORICO
               AT END MOVE "S" TO EOF-SWITCH-HISTORICO
           NOT AT END
               IF HIST-SECUENCIA = WS-ANTERIOR-SECUENCIA
                   AND HIST-REFERENCIA = WS-ANTERIOR-REFERENCIA
                   PERFORM GRABAR-LINEA-STORNO
               END-IF
           END-READ.

       GRABAR-LINEA-STORNO.
           MOVE REG-HISTORICO TO REG-ASIENTOS
           MOVE WS-FECHA-ASIENTO TO ASIENTO-FECHA
           MOVE WS-REFERENCIA-STORNO TO ASIENTO-REFERENCIA
           MOVE WS-SECUENCIA TO ASIENTO-SECUENCIA
           EVALUATE HIST-TIPO-LINEA
               WHEN "C"
                   MOVE HIST-IMPORTE TO WS-STORNO-IMPORTE
                   MOVE WS-CONCEPTO-STORNO TO ASIENTO-CONCEPTO
               WHEN OTHER
                   IF HIST-DEBE-HABER = "D"
                       MOVE "H" TO ASIENTO-DEBE-HABER
                       ADD ASIENTO-IMPORTE TO WS-TOTAL-HABER
                   ELSE
                       MOVE "D" TO ASIENTO-DEBE-HABER
                       ADD ASIENTO-IMPORTE TO WS-TOTAL-DEBE
                   END-IF
                   MOVE WS-CONCEPTO-ANULA TO ASIENTO-CONCEPTO
           END-EVALUATE
           ADD 1 TO WS-STORNO-LINEAS
           ADD 1 TO WS-LINEAS-FICHERO
           WRITE REG-ASIENTOS.

      * Guarda la cabecera y el detalle del asiento de cierre de este
      * fichero (no el de ajustes, el storno ni la cola) para poder
      * anularlo si el dia se vuelve a contabilizar.
       GUARDAR-HISTORICO.
           OPEN EXTEND HISTORICO
           IF FS-HISTORICO NOT = "00"
               OPEN OUTPUT HISTORICO
           END-IF
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT ASIENTOS
           PERFORM COPIAR-LINEA-HISTORICO
               UNTIL EOF-SWITCH = "S"
           CLOSE ASIENTOS
           CLOSE HISTORICO.

       COPIAR-LINEA-HISTORICO.
           READ ASIENTOS
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF ASIENTO-REFERENCIA = WS-REFERENCIA
                   AND ASIENTO-TIPO-LINEA NOT = "T"
                   MOVE REG-ASIENTOS TO REG-HISTORICO
                   WRITE REG-HISTORICO
               END-IF
           END-READ.
