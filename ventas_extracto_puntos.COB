      ******************************************************************
      * Author:Maria Romero
      * Date:12/09/2026
      * Purpose: Extracto mensual de puntos del programa de
      *    fidelizacion. Ordena por tarjeta el libro de puntos
      *    PUNTOS-MOVIMIENTOS.DAT (lo alimentan PROCESAR-VENTAS con
      *    los puntos ganados y retirados por abono y
      *    MANTENIMIENTO-CLIENTES con los canjes) hasta el ultimo dia
      *    del mes y, por cada tarjeta con saldo o con movimientos en
      *    el mes, escribe en EXTRACTO-PUNTOS-AAAAMM.DAT el saldo
      *    inicial, los puntos ganados, retirados, canjeados y
      *    caducados en el mes, el saldo final y los puntos que
      *    caducan a final del mes siguiente, con el nombre y el
      *    correo del maestro CLIENTES.DAT para el envio.
      *    Caducidad: los puntos ganados caducan a los N meses del
      *    mes en que se ganaron, y los canjes y abonos gastan primero
      *    los mas antiguos. Los puntos que vencen con el mes se
      *    apuntan en el libro con tipo X fechados el ultimo dia del
      *    mes; repetir el extracto del mismo mes los encuentra ya
      *    apuntados y no vuelve a caducar nada.
      *    Argumentos del job: periodo AAAAMM (el mes de ayer si no se
      *    pasa) y meses de vigencia de los puntos (12 si no se pasa).
      *    RETURN-CODE 8 si no existe el libro de puntos.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-PUNTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNTOS-MOVIMIENTOS ASSIGN TO "PUNTOS-MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PUNTOS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT EXTRACTO ASSIGN TO DYNAMIC WS-NOMBRE-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.
           SELECT SORT-PUNTOS ASSIGN TO SORTPUNTOS.

       DATA DIVISION.
       FILE SECTION.
      * G ganados, D retirados por abono, C canjeados, X caducados.
       FD PUNTOS-MOVIMIENTOS.
       01 REG-PUNTOS.
           05 PUNTOS-FECHA         PIC 9(8).
           05 PUNTOS-TARJETA       PIC X(13).
           05 PUNTOS-TIENDA        PIC X(4).
           05 PUNTOS-TICKET        PIC X(8).
           05 PUNTOS-TIPO          PIC X(1).
           05 PUNTOS-IMPORTE       PIC 9(7)V99.
           05 PUNTOS-PUNTOS        PIC S9(7).

       FD CLIENTES.
       01 REG-CLIENTES.
           05 TARJETA-CLIENTE      PIC X(13).
           05 NOMBRE-CLIENTE       PIC X(30).
           05 CPOSTAL-CLIENTE      PIC X(5).
           05 TELEFONO-CLIENTE     PIC X(9).
           05 EMAIL-CLIENTE        PIC X(40).
           05 FECHA-ALTA-CLIENTE   PIC 9(8).
           05 TIENDA-ALTA-CLIENTE  PIC X(4).
           05 ESTADO-CLIENTE       PIC X(1).
           05 CONSENTIMIENTO-CLIENTE PIC X(1).

      * Una linea por tarjeta; EXT-ESTADO en blanco = tarjeta usada
      * en caja que no consta en el maestro de clientes.
       FD EXTRACTO.
       01 REG-EXTRACTO.
           05 EXT-PERIODO          PIC 9(6).
           05 EXT-TARJETA          PIC X(13).
           05 EXT-NOMBRE           PIC X(30).
           05 EXT-EMAIL            PIC X(40).
           05 EXT-ESTADO           PIC X(1).
           05 EXT-SALDO-INICIAL    PIC S9(7).
           05 EXT-GANADOS          PIC S9(7).
           05 EXT-RETIRADOS        PIC S9(7).
           05 EXT-CANJEADOS        PIC S9(7).
           05 EXT-CADUCADOS        PIC S9(7).
           05 EXT-SALDO-FINAL      PIC S9(7).
           05 EXT-CADUCAN-PROXIMO  PIC 9(7).
           05 EXT-FECHA-CADUCIDAD  PIC 9(8).

       SD SORT-PUNTOS.
       01 REG-SORT-PUNTOS.
           05 SORT-TARJETA         PIC X(13).
           05 SORT-FECHA           PIC 9(8).
           05 SORT-TIPO            PIC X(1).
           05 SORT-CANTIDAD        PIC S9(7).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-PUNTOS    PIC X VALUE "N".
       01 EOF-SWITCH-CLIENTES  PIC X VALUE "N".
       01 EOF-SWITCH-SORT      PIC X VALUE "N".
       01 FS-PUNTOS            PIC XX VALUE SPACES.
       01 FS-CLIENTES          PIC XX VALUE SPACES.
       01 FS-EXTRACTO          PIC XX VALUE SPACES.

       01 WS-NOMBRE-EXTRACTO.
           05 FILLER               PIC X(16)
                                   VALUE "EXTRACTO-PUNTOS-".
           05 WS-NOMBRE-EXT-PER    PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".

       01 WS-ARGUMENTOS        PIC X(30) VALUE SPACES.
       01 WS-ARG-1             PIC X(12) VALUE SPACES.
       01 WS-ARG-2             PIC X(12) VALUE SPACES.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-PERIODO           PIC 9(6) VALUE ZEROS.
       01 WS-MESES-VIGENCIA    PIC 9(3) VALUE 12.
       01 WS-PERIODO-CALC.
           05 WS-PERIODO-AAAA      PIC 9(4).
           05 WS-PERIODO-MM        PIC 9(2).
       01 WS-FECHA-SISTEMA-9   PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-SISTEMA REDEFINES WS-FECHA-SISTEMA-9.
           05 WS-FECHA-AAAA        PIC 9(4).
           05 WS-FECHA-MM          PIC 9(2).
           05 WS-FECHA-DD          PIC 9(2).
      * Primer y ultimo dia del periodo y ultimo dia del siguiente.
       01 WS-FECHA-DESDE       PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HASTA       PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HASTA-SIG   PIC 9(8) VALUE ZEROS.
      * Los meses se cuentan como AAAA * 12 + MM para poder restar
      * la vigencia: lo ganado hasta el mes WS-MES-CORTE ya vencio
      * al final del periodo; lo ganado en el mes siguiente al corte
      * vence a final del mes que viene.
       01 WS-MES-PERIODO       PIC 9(6) VALUE ZEROS.
       01 WS-MES-CORTE         PIC S9(6) VALUE ZEROS.
       01 WS-MES-LINEA         PIC 9(6) VALUE ZEROS.
       01 WS-FECHA-LINEA-9     PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-LINEA REDEFINES WS-FECHA-LINEA-9.
           05 WS-LINEA-AAAA        PIC 9(4).
           05 WS-LINEA-MM          PIC 9(2).
           05 WS-LINEA-DD          PIC 9(2).

      * Maestro de clientes en memoria, para el nombre y el correo.
       01 WS-NUM-CLIENTES      PIC 9(5) VALUE ZEROS.
       01 WS-IND-CLI           PIC 9(5) VALUE ZEROS.
       01 WS-CLIENTE-HALLADO-SW PIC X VALUE "N".
       01 TABLA-CLIENTES.
           05 ELEM-CLIENTE OCCURS 20000 TIMES.
               10 ELEM-TARJETA     PIC X(13).
               10 ELEM-NOMBRE      PIC X(30).
               10 ELEM-EMAIL       PIC X(40).
               10 ELEM-ESTADO      PIC X(1).

      * Acumulados de la tarjeta en curso del control break.
       01 WS-TARJETA-ACTUAL    PIC X(13) VALUE SPACES.
       01 ACUMULADOS-TARJETA.
           05 WS-SALDO-INICIAL     PIC S9(9) VALUE ZEROS.
           05 WS-GANADOS-MES       PIC S9(9) VALUE ZEROS.
           05 WS-RETIRADOS-MES     PIC S9(9) VALUE ZEROS.
           05 WS-CANJEADOS-MES     PIC S9(9) VALUE ZEROS.
           05 WS-CADUCADOS-MES     PIC S9(9) VALUE ZEROS.
           05 WS-GANADOS-VENCIDOS  PIC S9(9) VALUE ZEROS.
           05 WS-GANADOS-PROXIMOS  PIC S9(9) VALUE ZEROS.
           05 WS-GASTADOS          PIC S9(9) VALUE ZEROS.
           05 WS-CADUCADOS-ANTES   PIC S9(9) VALUE ZEROS.
       01 WS-CADUCAN-AHORA     PIC S9(9) VALUE ZEROS.
       01 WS-CADUCAN-PROXIMO   PIC S9(9) VALUE ZEROS.
       01 WS-SALDO-FINAL       PIC S9(9) VALUE ZEROS.

       01 WS-CONTA-LEIDOS      PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-INVALIDOS   PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-EXTRACTOS   PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-SIN-FICHA   PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-CADUCADAS   PIC 9(7) VALUE ZEROS.
       01 TOTALES-PERIODO.
           05 WS-TOT-GANADOS       PIC S9(11) VALUE ZEROS.
           05 WS-TOT-RETIRADOS     PIC S9(11) VALUE ZEROS.
           05 WS-TOT-CANJEADOS     PIC S9(11) VALUE ZEROS.
           05 WS-TOT-CADUCADOS     PIC S9(11) VALUE ZEROS.
           05 WS-TOT-SALDO         PIC S9(11) VALUE ZEROS.
           05 WS-TOT-PROXIMOS      PIC S9(11) VALUE ZEROS.

       01 WS-NUMERO-EDIT       PIC ZZZZZZ9.
       01 WS-PUNTOS-EDIT       PIC -ZZ.ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           DISPLAY "EXTRACTO DE PUNTOS DEL PERIODO " WS-PERIODO
                   "  (VIGENCIA " WS-MESES-VIGENCIA " MESES)"
           DISPLAY "=================================================="

           OPEN INPUT PUNTOS-MOVIMIENTOS
           IF FS-PUNTOS NOT = "00"
               DISPLAY "SIN PUNTOS-MOVIMIENTOS.DAT: NINGUN CIERRE HA "
                       "GRABADO AUN PUNTOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PUNTOS-MOVIMIENTOS
           PERFORM CARGAR-CLIENTES

           MOVE WS-PERIODO TO WS-NOMBRE-EXT-PER
           OPEN OUTPUT EXTRACTO
           SORT SORT-PUNTOS ON ASCENDING KEY SORT-TARJETA
                            ON ASCENDING KEY SORT-FECHA
               INPUT PROCEDURE IS SOLTAR-PUNTOS
               OUTPUT PROCEDURE IS REPASAR-PUNTOS
           CLOSE EXTRACTO

           PERFORM IMPRIMIR-RESUMEN
           STOP RUN.

      * Periodo del argumento del job; sin argumento, el mes de ayer
      * (el extracto se lanza tras el ultimo cierre del mes).
       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - 1) / 100
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               COMPUTE WS-PERIODO = FUNCTION NUMVAL (WS-ARG-1)
           END-IF
           IF WS-ARG-2 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-2) IS NUMERIC
               COMPUTE WS-MESES-VIGENCIA = FUNCTION NUMVAL (WS-ARG-2)
           END-IF
           IF WS-MESES-VIGENCIA = ZEROS
               MOVE 12 TO WS-MESES-VIGENCIA
           END-IF

           MOVE WS-PERIODO TO WS-PERIODO-CALC
           COMPUTE WS-MES-PERIODO =
               WS-PERIODO-AAAA * 12 + WS-PERIODO-MM
           COMPUTE WS-MES-CORTE = WS-MES-PERIODO - WS-MESES-VIGENCIA
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1

      * Ultimo dia del periodo: el dia anterior al 1 del siguiente;
      * igual para el ultimo dia del mes siguiente.
           PERFORM AVANZAR-MES
           COMPUTE WS-FECHA-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-SISTEMA-9) - 1)
           PERFORM AVANZAR-MES
           COMPUTE WS-FECHA-HASTA-SIG = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-SISTEMA-9) - 1).

       AVANZAR-MES.
           IF WS-PERIODO-MM = 12
               ADD 1 TO WS-PERIODO-AAAA
               MOVE 01 TO WS-PERIODO-MM
           ELSE
               ADD 1 TO WS-PERIODO-MM
           END-IF
           MOVE WS-PERIODO-AAAA TO WS-FECHA-AAAA
           MOVE WS-PERIODO-MM TO WS-FECHA-MM
           MOVE 01 TO WS-FECHA-DD.

       CARGAR-CLIENTES.
           MOVE ZEROS TO WS-NUM-CLIENTES
           OPEN INPUT CLIENTES
           IF FS-CLIENTES NOT = "00"
               DISPLAY "AVISO: SIN CLIENTES.DAT, LOS EXTRACTOS SALEN "
                       "SIN NOMBRE NI CORREO"
           ELSE
               PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT
                   UNTIL EOF-SWITCH-CLIENTES = "S"
               CLOSE CLIENTES
           END-IF.

       LEER-CLIENTE.
           READ CLIENTES
               AT END MOVE "S" TO EOF-SWITCH-CLIENTES
           NOT AT END
               IF WS-NUM-CLIENTES < 20000
                   ADD 1 TO WS-NUM-CLIENTES
                   MOVE TARJETA-CLIENTE
                       TO ELEM-TARJETA (WS-NUM-CLIENTES)
                   MOVE NOMBRE-CLIENTE
                       TO ELEM-NOMBRE (WS-NUM-CLIENTES)
                   MOVE EMAIL-CLIENTE
                       TO ELEM-EMAIL (WS-NUM-CLIENTES)
                   MOVE ESTADO-CLIENTE
                       TO ELEM-ESTADO (WS-NUM-CLIENTES)
               ELSE
                   DISPLAY "AVISO: MAESTRO CON MAS DE 20000 CLIENTES, "
                           "SE IGNORA: " TARJETA-CLIENTE
               END-IF
           END-READ.
       LEER-CLIENTE-EXIT.
           EXIT.

      * Entran al sort las lineas validas fechadas hasta el ultimo
      * dia del periodo; lo posterior no existe para este extracto.
       SOLTAR-PUNTOS.
           MOVE "N" TO EOF-SWITCH-PUNTOS
           OPEN INPUT PUNTOS-MOVIMIENTOS
           PERFORM SOLTAR-UNA-LINEA THRU SOLTAR-UNA-LINEA-EXIT
               UNTIL EOF-SWITCH-PUNTOS = "S"
           CLOSE PUNTOS-MOVIMIENTOS.

       SOLTAR-UNA-LINEA.
           READ PUNTOS-MOVIMIENTOS
               AT END
                   MOVE "S" TO EOF-SWITCH-PUNTOS
                   GO TO SOLTAR-UNA-LINEA-EXIT
           END-READ
           ADD 1 TO WS-CONTA-LEIDOS
           IF PUNTOS-FECHA IS NOT NUMERIC
               OR PUNTOS-PUNTOS IS NOT NUMERIC
               OR PUNTOS-TARJETA = SPACES
               ADD 1 TO WS-CONTA-INVALIDOS
               DISPLAY "AVISO: LINEA DE PUNTOS NO VALIDA, SE SALTA: "
                       REG-PUNTOS
               GO TO SOLTAR-UNA-LINEA-EXIT
           END-IF
           IF PUNTOS-FECHA > WS-FECHA-HASTA
               GO TO SOLTAR-UNA-LINEA-EXIT
           END-IF
           MOVE PUNTOS-TARJETA TO SORT-TARJETA
           MOVE PUNTOS-FECHA TO SORT-FECHA
           MOVE PUNTOS-TIPO TO SORT-TIPO
           MOVE PUNTOS-PUNTOS TO SORT-CANTIDAD
           RELEASE REG-SORT-PUNTOS.
       SOLTAR-UNA-LINEA-EXIT.
           EXIT.

      * Control break por tarjeta. El libro ya esta cerrado (lo cerro
      * el procedimiento de entrada), asi que los puntos que vencen
      * se le annaden aqui mismo.
       REPASAR-PUNTOS.
           MOVE "N" TO EOF-SWITCH-SORT
           OPEN EXTEND PUNTOS-MOVIMIENTOS
           IF FS-PUNTOS NOT = "00"
               OPEN OUTPUT PUNTOS-MOVIMIENTOS
           END-IF
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "N"
               MOVE SORT-TARJETA TO WS-TARJETA-ACTUAL
               INITIALIZE ACUMULADOS-TARJETA
           END-IF
           PERFORM TRATAR-LINEA-SORT UNTIL EOF-SWITCH-SORT = "S"
           CLOSE PUNTOS-MOVIMIENTOS.

       LEER-SORT.
           RETURN SORT-PUNTOS
               AT END MOVE "S" TO EOF-SWITCH-SORT
           END-RETURN.

       TRATAR-LINEA-SORT.
           IF SORT-TARJETA NOT = WS-TARJETA-ACTUAL
               PERFORM CERRAR-TARJETA THRU CERRAR-TARJETA-EXIT
               MOVE SORT-TARJETA TO WS-TARJETA-ACTUAL
               INITIALIZE ACUMULADOS-TARJETA
           END-IF
           PERFORM ACUMULAR-LINEA
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "S"
               PERFORM CERRAR-TARJETA THRU CERRAR-TARJETA-EXIT
           END-IF.

      * Lo anterior al periodo va al saldo inicial; lo del periodo,
      * a su columna. Para la caducidad se separa lo ganado hasta el
      * mes de corte (ya vencido) y hasta el mes siguiente (vence el
      * mes que viene) de todo lo gastado en canjes y abonos y de
      * lo que ya caduco.
       ACUMULAR-LINEA.
           IF SORT-FECHA < WS-FECHA-DESDE
               ADD SORT-CANTIDAD TO WS-SALDO-INICIAL
           ELSE
               EVALUATE SORT-TIPO
                   WHEN "G"
                       ADD SORT-CANTIDAD TO WS-GANADOS-MES
                   WHEN "D"
                       ADD SORT-CANTIDAD TO WS-RETIRADOS-MES
                   WHEN "C"
                       ADD SORT-CANTIDAD TO WS-CANJEADOS-MES
                   WHEN "X"
                       ADD SORT-CANTIDAD TO WS-CADUCADOS-MES
               END-EVALUATE
           END-IF

           MOVE SORT-FECHA TO WS-FECHA-LINEA-9
           COMPUTE WS-MES-LINEA = WS-LINEA-AAAA * 12 + WS-LINEA-MM
           EVALUATE SORT-TIPO
               WHEN "G"
                   IF WS-MES-LINEA <= WS-MES-CORTE
                       ADD SORT-CANTIDAD TO WS-GANADOS-VENCIDOS
                   END-IF
                   IF WS-MES-LINEA <= WS-MES-CORTE + 1
                       ADD SORT-CANTIDAD TO WS-GANADOS-PROXIMOS
                   END-IF
               WHEN "X"
                   SUBTRACT SORT-CANTIDAD FROM WS-CADUCADOS-ANTES
               WHEN OTHER
                   SUBTRACT SORT-CANTIDAD FROM WS-GASTADOS
           END-EVALUATE.

      * Cierra la tarjeta: apunta lo que vence con el periodo, calcula
      * lo que vencera el mes que viene y escribe la linea del
      * extracto si hay saldo o movimiento en el mes.
       CERRAR-TARJETA.
           COMPUTE WS-CADUCAN-AHORA = WS-GANADOS-VENCIDOS
               - WS-GASTADOS - WS-CADUCADOS-ANTES
           IF WS-CADUCAN-AHORA > ZEROS
               MOVE WS-FECHA-HASTA TO PUNTOS-FECHA
               MOVE WS-TARJETA-ACTUAL TO PUNTOS-TARJETA
               MOVE SPACES TO PUNTOS-TIENDA
               MOVE SPACES TO PUNTOS-TICKET
               MOVE "X" TO PUNTOS-TIPO
               MOVE ZEROS TO PUNTOS-IMPORTE
               COMPUTE PUNTOS-PUNTOS = ZEROS - WS-CADUCAN-AHORA
               WRITE REG-PUNTOS
               ADD 1 TO WS-CONTA-CADUCADAS
               SUBTRACT WS-CADUCAN-AHORA FROM WS-CADUCADOS-MES
               ADD WS-CADUCAN-AHORA TO WS-CADUCADOS-ANTES
           END-IF

           COMPUTE WS-CADUCAN-PROXIMO = WS-GANADOS-PROXIMOS
               - WS-GASTADOS - WS-CADUCADOS-ANTES
           IF WS-CADUCAN-PROXIMO < ZEROS
               MOVE ZEROS TO WS-CADUCAN-PROXIMO
           END-IF
           COMPUTE WS-SALDO-FINAL = WS-SALDO-INICIAL + WS-GANADOS-MES
               + WS-RETIRADOS-MES + WS-CANJEADOS-MES
               + WS-CADUCADOS-MES

           IF WS-SALDO-FINAL = ZEROS
               AND WS-GANADOS-MES = ZEROS
               AND WS-RETIRADOS-MES = ZEROS
               AND WS-CANJEADOS-MES = ZEROS
               AND WS-CADUCADOS-MES = ZEROS
               GO TO CERRAR-TARJETA-EXIT
           END-IF

           MOVE SPACES TO REG-EXTRACTO
           MOVE WS-PERIODO TO EXT-PERIODO
           MOVE WS-TARJETA-ACTUAL TO EXT-TARJETA
           PERFORM BUSCAR-CLIENTE THRU BUSCAR-CLIENTE-EXIT
           IF WS-CLIENTE-HALLADO-SW = "S"
               MOVE ELEM-NOMBRE (WS-IND-CLI) TO EXT-NOMBRE
               MOVE ELEM-EMAIL (WS-IND-CLI) TO EXT-EMAIL
               MOVE ELEM-ESTADO (WS-IND-CLI) TO EXT-ESTADO
           ELSE
               ADD 1 TO WS-CONTA-SIN-FICHA
           END-IF
           MOVE WS-SALDO-INICIAL TO EXT-SALDO-INICIAL
           MOVE WS-GANADOS-MES TO EXT-GANADOS
           MOVE WS-RETIRADOS-MES TO EXT-RETIRADOS
           MOVE WS-CANJEADOS-MES TO EXT-CANJEADOS
           MOVE WS-CADUCADOS-MES TO EXT-CADUCADOS
           MOVE WS-SALDO-FINAL TO EXT-SALDO-FINAL
           MOVE WS-CADUCAN-PROXIMO TO EXT-CADUCAN-PROXIMO
           MOVE WS-FECHA-HASTA-SIG TO EXT-FECHA-CADUCIDAD
           WRITE REG-EXTRACTO
           ADD 1 TO WS-CONTA-EXTRACTOS

           ADD WS-GANADOS-MES TO WS-TOT-GANADOS
           ADD WS-RETIRADOS-MES TO WS-TOT-RETIRADOS
           ADD WS-CANJEADOS-MES TO WS-TOT-CANJEADOS
           ADD WS-CADUCADOS-MES TO WS-TOT-CADUCADOS
           ADD WS-SALDO-FINAL TO WS-TOT-SALDO
           ADD WS-CADUCAN-PROXIMO TO WS-TOT-PROXIMOS.
       CERRAR-TARJETA-EXIT.
           EXIT.

       BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-HALLADO-SW
           MOVE ZEROS TO WS-IND-CLI
           PERFORM COMPARAR-CLIENTE
               UNTIL WS-IND-CLI >= WS-NUM-CLIENTES
               OR WS-CLIENTE-HALLADO-SW = "S".
       BUSCAR-CLIENTE-EXIT.
           EXIT.

       COMPARAR-CLIENTE.
           ADD 1 TO WS-IND-CLI
           IF ELEM-TARJETA (WS-IND-CLI) = WS-TARJETA-ACTUAL
               MOVE "S" TO WS-CLIENTE-HALLADO-SW
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE WS-CONTA-LEIDOS TO WS-NUMERO-EDIT
           DISPLAY "LINEAS DEL LIBRO LEIDAS......: " WS-NUMERO-EDIT
           MOVE WS-CONTA-INVALIDOS TO WS-NUMERO-EDIT
           DISPLAY "LINEAS NO VALIDAS SALTADAS...: " WS-NUMERO-EDIT
           MOVE WS-CONTA-EXTRACTOS TO WS-NUMERO-EDIT
           DISPLAY "EXTRACTOS GRABADOS...........: " WS-NUMERO-EDIT
           MOVE WS-CONTA-SIN-FICHA TO WS-NUMERO-EDIT
           DISPLAY "  DE TARJETAS SIN FICHA......: " WS-NUMERO-EDIT
           MOVE WS-CONTA-CADUCADAS TO WS-NUMERO-EDIT
           DISPLAY "TARJETAS CON PUNTOS CADUCADOS: " WS-NUMERO-EDIT
           DISPLAY "--------------------------------------------------"
           MOVE WS-TOT-GANADOS TO WS-PUNTOS-EDIT
           DISPLAY "PUNTOS GANADOS...............: " WS-PUNTOS-EDIT
           MOVE WS-TOT-RETIRADOS TO WS-PUNTOS-EDIT
           DISPLAY "RETIRADOS POR ABONOS.........: " WS-PUNTOS-EDIT
           MOVE WS-TOT-CANJEADOS TO WS-PUNTOS-EDIT
           DISPLAY "CANJEADOS....................: " WS-PUNTOS-EDIT
           MOVE WS-TOT-CADUCADOS TO WS-PUNTOS-EDIT
           DISPLAY "CADUCADOS....................: " WS-PUNTOS-EDIT
           MOVE WS-TOT-SALDO TO WS-PUNTOS-EDIT
           DISPLAY "SALDO VIVO A FIN DE MES......: " WS-PUNTOS-EDIT
           MOVE WS-TOT-PROXIMOS TO WS-PUNTOS-EDIT
           DISPLAY "CADUCAN EL " WS-FECHA-HASTA-SIG "........: "
                   WS-PUNTOS-EDIT
           DISPLAY "=================================================="
           DISPLAY "EXTRACTO GRABADO EN " WS-NOMBRE-EXTRACTO.
