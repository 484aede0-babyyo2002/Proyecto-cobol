      ******************************************************************
      * Author:Maria Romero
      * Date:12/09/2026
      * Purpose: Informe de actividad de los clientes del programa de
      *    fidelizacion, para recuperar a los que han dejado de venir.
      *    Ordena el libro de puntos PUNTOS-MOVIMIENTOS.DAT por
      *    tarjeta y tienda y, por cada tarjeta, saca de las lineas
      *    de venta (G) y abono (D) de la ventana:
      *    - visitas (tickets con tarjeta) y visitas por mes
      *    - gasto neto de abonos y ticket medio
      *    - tienda habitual (la de mas visitas; sin visitas en la
      *      ventana, la tienda de alta del maestro)
      *    - ultima visita (de todo el libro) y dias sin venir.
      *    Los clientes activos del maestro CLIENTES.DAT que llevan
      *    mas de N dias sin venir, o que nunca han comprado y se
      *    dieron de alta hace mas de N dias, se marcan como
      *    inactivos; los que aceptaron comunicaciones se escriben en
      *    CLIENTES-INACTIVOS.DAT para la campanna de recuperacion.
      *    Argumentos del job: dias sin venir para considerar
      *    inactivo a un cliente (90 si no se pasa) y meses de la
      *    ventana de frecuencia y gasto (12 si no se pasa).
      *    RETURN-CODE 8 si no existe el maestro de clientes.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CLIENTES.

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
           SELECT INACTIVOS ASSIGN TO "CLIENTES-INACTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INACTIVOS.
           SELECT SORT-VISITAS ASSIGN TO SORTCLIEN.

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

      * Clientes inactivos que aceptan comunicaciones; ULTIMA-VISITA
      * a ceros = nunca ha comprado con la tarjeta.
       FD INACTIVOS.
       01 REG-INACTIVOS.
           05 INACT-TARJETA        PIC X(13).
           05 INACT-NOMBRE         PIC X(30).
           05 INACT-TELEFONO       PIC X(9).
           05 INACT-EMAIL          PIC X(40).
           05 INACT-TIENDA         PIC X(4).
           05 INACT-ULTIMA-VISITA  PIC 9(8).
           05 INACT-DIAS           PIC 9(5).
           05 INACT-VISITAS        PIC 9(5).
           05 INACT-GASTO          PIC S9(7)V99.
           05 INACT-TICKET-MEDIO   PIC S9(5)V99.

       SD SORT-VISITAS.
       01 REG-SORT-VISITAS.
           05 SORT-TARJETA         PIC X(13).
           05 SORT-TIENDA          PIC X(4).
           05 SORT-FECHA           PIC 9(8).
           05 SORT-TIPO            PIC X(1).
           05 SORT-IMPORTE         PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-PUNTOS    PIC X VALUE "N".
       01 EOF-SWITCH-CLIENTES  PIC X VALUE "N".
       01 EOF-SWITCH-SORT      PIC X VALUE "N".
       01 FS-PUNTOS            PIC XX VALUE SPACES.
       01 FS-CLIENTES          PIC XX VALUE SPACES.
       01 FS-INACTIVOS         PIC XX VALUE SPACES.

       01 WS-ARGUMENTOS        PIC X(30) VALUE SPACES.
       01 WS-ARG-1             PIC X(12) VALUE SPACES.
       01 WS-ARG-2             PIC X(12) VALUE SPACES.
       01 WS-DIAS-INACTIVO     PIC 9(3) VALUE 90.
       01 WS-MESES-VENTANA     PIC 9(3) VALUE 12.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-DIA-HOY           PIC 9(7) VALUE ZEROS.
      * Inicio de la ventana: el mismo dia, WS-MESES-VENTANA meses
      * atras (dia 28 como mucho, para que exista en todo mes).
       01 WS-FECHA-DESDE-9     PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-DESDE REDEFINES WS-FECHA-DESDE-9.
           05 WS-DESDE-AAAA        PIC 9(4).
           05 WS-DESDE-MM          PIC 9(2).
           05 WS-DESDE-DD          PIC 9(2).
       01 WS-MESES-CALC        PIC 9(6) VALUE ZEROS.

      * Maestro de clientes en memoria; ELEM-VISTO marca los que
      * tienen movimientos en el libro.
       01 WS-NUM-CLIENTES      PIC 9(5) VALUE ZEROS.
       01 WS-IND-CLI           PIC 9(5) VALUE ZEROS.
       01 WS-CLIENTE-HALLADO-SW PIC X VALUE "N".
       01 TABLA-CLIENTES.
           05 ELEM-CLIENTE OCCURS 20000 TIMES.
               10 ELEM-TARJETA     PIC X(13).
               10 ELEM-NOMBRE      PIC X(30).
               10 ELEM-TELEFONO    PIC X(9).
               10 ELEM-EMAIL       PIC X(40).
               10 ELEM-FECHA-ALTA  PIC 9(8).
               10 ELEM-TIENDA-ALTA PIC X(4).
               10 ELEM-ESTADO      PIC X(1).
               10 ELEM-CONSENTIMIENTO PIC X(1).
               10 ELEM-VISTO       PIC X(1).

      * Acumulados del control break: tarjeta y tienda en curso.
       01 WS-TARJETA-ACTUAL    PIC X(13) VALUE SPACES.
       01 WS-TIENDA-ACTUAL     PIC X(4) VALUE SPACES.
       01 ACUMULADOS-TARJETA.
           05 WS-VISITAS           PIC 9(5) VALUE ZEROS.
           05 WS-GASTO             PIC S9(9)V99 VALUE ZEROS.
           05 WS-ULTIMA-VISITA     PIC 9(8) VALUE ZEROS.
           05 WS-TIENDA-HABITUAL   PIC X(4) VALUE SPACES.
           05 WS-VISITAS-HABITUAL  PIC 9(5) VALUE ZEROS.
       01 WS-VISITAS-TIENDA    PIC 9(5) VALUE ZEROS.
       01 WS-TICKET-MEDIO      PIC S9(7)V99 VALUE ZEROS.
       01 WS-FRECUENCIA        PIC 9(5)V9 VALUE ZEROS.
       01 WS-DIAS-SIN-VENIR    PIC 9(5) VALUE ZEROS.
       01 WS-INACTIVO-SW       PIC X VALUE "N".
       01 WS-MARCA             PIC X(14) VALUE SPACES.
       01 WS-NOMBRE-LISTADO    PIC X(20) VALUE SPACES.

       01 WS-CONTA-TARJETAS    PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-SIN-FICHA   PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-INACTIVOS   PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-NUNCA       PIC 9(7) VALUE ZEROS.
       01 WS-CONTA-CONTACTABLES PIC 9(7) VALUE ZEROS.
       01 WS-TOT-VISITAS       PIC 9(9) VALUE ZEROS.
       01 WS-TOT-GASTO         PIC S9(11)V99 VALUE ZEROS.

       01 WS-VISITAS-EDIT      PIC ZZZZ9.
       01 WS-FRECUENCIA-EDIT   PIC ZZZ9,9.
       01 WS-MEDIO-EDIT        PIC -ZZ.ZZ9,99.
       01 WS-DIAS-EDIT         PIC ZZZZ9.
       01 WS-NUMERO-EDIT       PIC ZZZZZZ9.
       01 WS-IMPORTE-EDIT      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           DISPLAY "ACTIVIDAD DE CLIENTES A " WS-FECHA-HOY
                   "  VENTANA DESDE " WS-FECHA-DESDE-9
                   "  INACTIVO A MAS DE " WS-DIAS-INACTIVO " DIAS"
           DISPLAY "=================================================="

           PERFORM CARGAR-CLIENTES
           IF FS-CLIENTES NOT = "00"
               DISPLAY "SIN CLIENTES.DAT: NO HAY CLIENTES QUE ANALIZAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT INACTIVOS
           DISPLAY "TARJETA       NOMBRE               TDA  VISIT "
                   "X MES   T.MEDIO ULTIMA    DIAS"
           DISPLAY "--------------------------------------------------"
           OPEN INPUT PUNTOS-MOVIMIENTOS
           IF FS-PUNTOS = "00"
               CLOSE PUNTOS-MOVIMIENTOS
               SORT SORT-VISITAS ON ASCENDING KEY SORT-TARJETA
                                 ON ASCENDING KEY SORT-TIENDA
                   INPUT PROCEDURE IS SOLTAR-VISITAS
                   OUTPUT PROCEDURE IS REPASAR-VISITAS
           ELSE
               DISPLAY "AVISO: SIN PUNTOS-MOVIMIENTOS.DAT, NINGUN "
                       "CLIENTE HA COMPRADO AUN CON TARJETA"
           END-IF

           DISPLAY "--------------------------------------------------"
           DISPLAY "CLIENTES SIN NINGUNA COMPRA CON TARJETA"
           MOVE ZEROS TO WS-IND-CLI
           PERFORM REVISAR-SIN-COMPRAS
               UNTIL WS-IND-CLI >= WS-NUM-CLIENTES
           IF WS-CONTA-NUNCA = ZEROS
               DISPLAY "NINGUNO"
           END-IF
           CLOSE INACTIVOS

           PERFORM IMPRIMIR-RESUMEN
           STOP RUN.

       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               COMPUTE WS-DIAS-INACTIVO = FUNCTION NUMVAL (WS-ARG-1)
           END-IF
           IF WS-ARG-2 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-2) IS NUMERIC
               COMPUTE WS-MESES-VENTANA = FUNCTION NUMVAL (WS-ARG-2)
           END-IF
           IF WS-MESES-VENTANA = ZEROS
               MOVE 12 TO WS-MESES-VENTANA
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
           MOVE WS-FECHA-HOY TO WS-FECHA-DESDE-9
           COMPUTE WS-MESES-CALC = WS-DESDE-AAAA * 12 + WS-DESDE-MM
               - 1 - WS-MESES-VENTANA
           DIVIDE WS-MESES-CALC BY 12 GIVING WS-DESDE-AAAA
               REMAINDER WS-DESDE-MM
           ADD 1 TO WS-DESDE-MM
           IF WS-DESDE-DD > 28
               MOVE 28 TO WS-DESDE-DD
           END-IF.

       CARGAR-CLIENTES.
           MOVE ZEROS TO WS-NUM-CLIENTES
           OPEN INPUT CLIENTES
           IF FS-CLIENTES = "00"
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
                   MOVE TELEFONO-CLIENTE
                       TO ELEM-TELEFONO (WS-NUM-CLIENTES)
                   MOVE EMAIL-CLIENTE
                       TO ELEM-EMAIL (WS-NUM-CLIENTES)
                   MOVE FECHA-ALTA-CLIENTE
                       TO ELEM-FECHA-ALTA (WS-NUM-CLIENTES)
                   MOVE TIENDA-ALTA-CLIENTE
                       TO ELEM-TIENDA-ALTA (WS-NUM-CLIENTES)
                   MOVE ESTADO-CLIENTE
                       TO ELEM-ESTADO (WS-NUM-CLIENTES)
                   MOVE CONSENTIMIENTO-CLIENTE
                       TO ELEM-CONSENTIMIENTO (WS-NUM-CLIENTES)
                   MOVE "N" TO ELEM-VISTO (WS-NUM-CLIENTES)
               ELSE
                   DISPLAY "AVISO: MAESTRO CON MAS DE 20000 CLIENTES, "
                           "SE IGNORA: " TARJETA-CLIENTE
               END-IF
           END-READ.
       LEER-CLIENTE-EXIT.
           EXIT.

      * Solo interesan las ventas y los abonos; canjes y caducidades
      * no son visitas.
       SOLTAR-VISITAS.
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
           IF PUNTOS-TIPO NOT = "G"
               AND PUNTOS-TIPO NOT = "D"
               GO TO SOLTAR-UNA-LINEA-EXIT
           END-IF
           IF PUNTOS-FECHA IS NOT NUMERIC
               OR PUNTOS-IMPORTE IS NOT NUMERIC
               OR PUNTOS-TARJETA = SPACES
               DISPLAY "AVISO: LINEA DE PUNTOS NO VALIDA, SE SALTA: "
                       REG-PUNTOS
               GO TO SOLTAR-UNA-LINEA-EXIT
           END-IF
           MOVE PUNTOS-TARJETA TO SORT-TARJETA
           MOVE PUNTOS-TIENDA TO SORT-TIENDA
           MOVE PUNTOS-FECHA TO SORT-FECHA
           MOVE PUNTOS-TIPO TO SORT-TIPO
           MOVE PUNTOS-IMPORTE TO SORT-IMPORTE
           RELEASE REG-SORT-VISITAS.
       SOLTAR-UNA-LINEA-EXIT.
           EXIT.

       REPASAR-VISITAS.
           MOVE "N" TO EOF-SWITCH-SORT
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "N"
               MOVE SORT-TARJETA TO WS-TARJETA-ACTUAL
               MOVE SORT-TIENDA TO WS-TIENDA-ACTUAL
               INITIALIZE ACUMULADOS-TARJETA
               MOVE ZEROS TO WS-VISITAS-TIENDA
           END-IF
           PERFORM TRATAR-LINEA-SORT UNTIL EOF-SWITCH-SORT = "S".

       LEER-SORT.
           RETURN SORT-VISITAS
               AT END MOVE "S" TO EOF-SWITCH-SORT
           END-RETURN.

       TRATAR-LINEA-SORT.
           IF SORT-TARJETA NOT = WS-TARJETA-ACTUAL
               PERFORM CERRAR-TIENDA
               PERFORM CERRAR-TARJETA
               MOVE SORT-TARJETA TO WS-TARJETA-ACTUAL
               MOVE SORT-TIENDA TO WS-TIENDA-ACTUAL
               INITIALIZE ACUMULADOS-TARJETA
               MOVE ZEROS TO WS-VISITAS-TIENDA
           END-IF
           IF SORT-TIENDA NOT = WS-TIENDA-ACTUAL
               PERFORM CERRAR-TIENDA
               MOVE SORT-TIENDA TO WS-TIENDA-ACTUAL
               MOVE ZEROS TO WS-VISITAS-TIENDA
           END-IF
           PERFORM ACUMULAR-LINEA THRU ACUMULAR-LINEA-EXIT
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "S"
               PERFORM CERRAR-TIENDA
               PERFORM CERRAR-TARJETA
           END-IF.

      * Cada linea G es un ticket con tarjeta (una visita); la D
      * descuenta su importe del gasto. La ultima visita se toma de
      * todo el libro, la frecuencia y el gasto solo de la ventana.
       ACUMULAR-LINEA.
           IF SORT-TIPO = "G"
               AND SORT-FECHA > WS-ULTIMA-VISITA
               MOVE SORT-FECHA TO WS-ULTIMA-VISITA
           END-IF
           IF SORT-FECHA < WS-FECHA-DESDE-9
               OR SORT-FECHA > WS-FECHA-HOY
               GO TO ACUMULAR-LINEA-EXIT
           END-IF
           IF SORT-TIPO = "G"
               ADD 1 TO WS-VISITAS
               ADD 1 TO WS-VISITAS-TIENDA
               ADD SORT-IMPORTE TO WS-GASTO
           ELSE
               SUBTRACT SORT-IMPORTE FROM WS-GASTO
           END-IF.
       ACUMULAR-LINEA-EXIT.
           EXIT.

      * En empate de visitas se queda la primera tienda por codigo.
       CERRAR-TIENDA.
           IF WS-VISITAS-TIENDA > WS-VISITAS-HABITUAL
               MOVE WS-VISITAS-TIENDA TO WS-VISITAS-HABITUAL
               MOVE WS-TIENDA-ACTUAL TO WS-TIENDA-HABITUAL
           END-IF.

       CERRAR-TARJETA.
           ADD 1 TO WS-CONTA-TARJETAS
           ADD WS-VISITAS TO WS-TOT-VISITAS
           ADD WS-GASTO TO WS-TOT-GASTO
           PERFORM BUSCAR-CLIENTE THRU BUSCAR-CLIENTE-EXIT
           IF WS-CLIENTE-HALLADO-SW = "S"
               MOVE "S" TO ELEM-VISTO (WS-IND-CLI)
               MOVE ELEM-NOMBRE (WS-IND-CLI) TO WS-NOMBRE-LISTADO
               IF WS-TIENDA-HABITUAL = SPACES
                   MOVE ELEM-TIENDA-ALTA (WS-IND-CLI)
                       TO WS-TIENDA-HABITUAL
               END-IF
           ELSE
               ADD 1 TO WS-CONTA-SIN-FICHA
               MOVE "(SIN FICHA)" TO WS-NOMBRE-LISTADO
           END-IF

           MOVE ZEROS TO WS-TICKET-MEDIO
           IF WS-VISITAS > ZEROS
               COMPUTE WS-TICKET-MEDIO ROUNDED = WS-GASTO / WS-VISITAS
           END-IF
           COMPUTE WS-FRECUENCIA ROUNDED =
               WS-VISITAS / WS-MESES-VENTANA
           MOVE ZEROS TO WS-DIAS-SIN-VENIR
           IF WS-ULTIMA-VISITA NOT = ZEROS
               COMPUTE WS-DIAS-SIN-VENIR = WS-DIA-HOY
                   - FUNCTION INTEGER-OF-DATE (WS-ULTIMA-VISITA)
           END-IF

           MOVE "N" TO WS-INACTIVO-SW
           MOVE SPACES TO WS-MARCA
           IF WS-ULTIMA-VISITA NOT = ZEROS
               AND WS-DIAS-SIN-VENIR > WS-DIAS-INACTIVO
               MOVE "S" TO WS-INACTIVO-SW
               MOVE "** INACTIVO" TO WS-MARCA
           END-IF
           IF WS-CLIENTE-HALLADO-SW = "S"
               AND ELEM-ESTADO (WS-IND-CLI) = "B"
               MOVE "N" TO WS-INACTIVO-SW
               MOVE "(BAJA)" TO WS-MARCA
           END-IF

           MOVE WS-VISITAS TO WS-VISITAS-EDIT
           MOVE WS-FRECUENCIA TO WS-FRECUENCIA-EDIT
           MOVE WS-TICKET-MEDIO TO WS-MEDIO-EDIT
           MOVE WS-DIAS-SIN-VENIR TO WS-DIAS-EDIT
           DISPLAY WS-TARJETA-ACTUAL " " WS-NOMBRE-LISTADO " "
                   WS-TIENDA-HABITUAL " " WS-VISITAS-EDIT " "
                   WS-FRECUENCIA-EDIT " " WS-MEDIO-EDIT " "
                   WS-ULTIMA-VISITA " " WS-DIAS-EDIT " " WS-MARCA

      * Solo los clientes del maestro son localizables.
           IF WS-INACTIVO-SW = "S"
               AND WS-CLIENTE-HALLADO-SW = "S"
               ADD 1 TO WS-CONTA-INACTIVOS
               PERFORM GRABAR-INACTIVO
           END-IF.

      * Cliente activo del maestro sin ninguna linea en el libro: si
      * se dio de alta hace mas de N dias, tambien es inactivo.
       REVISAR-SIN-COMPRAS.
           ADD 1 TO WS-IND-CLI
           IF ELEM-VISTO (WS-IND-CLI) = "N"
               AND ELEM-ESTADO (WS-IND-CLI) = "A"
               AND ELEM-FECHA-ALTA (WS-IND-CLI) IS NUMERIC
               AND ELEM-FECHA-ALTA (WS-IND-CLI) NOT = ZEROS
               COMPUTE WS-DIAS-SIN-VENIR = WS-DIA-HOY
                   - FUNCTION INTEGER-OF-DATE
                       (ELEM-FECHA-ALTA (WS-IND-CLI))
               IF WS-DIAS-SIN-VENIR > WS-DIAS-INACTIVO
                   ADD 1 TO WS-CONTA-NUNCA
                   ADD 1 TO WS-CONTA-INACTIVOS
                   MOVE WS-DIAS-SIN-VENIR TO WS-DIAS-EDIT
                   DISPLAY ELEM-TARJETA (WS-IND-CLI) " "
                           ELEM-NOMBRE (WS-IND-CLI) " "
                           ELEM-TIENDA-ALTA (WS-IND-CLI) " ALTA "
                           ELEM-FECHA-ALTA (WS-IND-CLI) " "
                           WS-DIAS-EDIT " DIAS"
                   MOVE ELEM-TARJETA (WS-IND-CLI) TO WS-TARJETA-ACTUAL
                   MOVE ELEM-TIENDA-ALTA (WS-IND-CLI)
                       TO WS-TIENDA-HABITUAL
                   MOVE ZEROS TO WS-ULTIMA-VISITA
                   MOVE ZEROS TO WS-VISITAS
                   MOVE ZEROS TO WS-GASTO
                   MOVE ZEROS TO WS-TICKET-MEDIO
                   PERFORM GRABAR-INACTIVO
               END-IF
           END-IF.

      * Sin consentimiento no se le escribe: cuenta como inactivo
      * pero no entra en el fichero de la campanna.
       GRABAR-INACTIVO.
           IF ELEM-CONSENTIMIENTO (WS-IND-CLI) NOT = "S"
               GO TO GRABAR-INACTIVO-EXIT
           END-IF
           ADD 1 TO WS-CONTA-CONTACTABLES
           MOVE WS-TARJETA-ACTUAL TO INACT-TARJETA
           MOVE ELEM-NOMBRE (WS-IND-CLI) TO INACT-NOMBRE
           MOVE ELEM-TELEFONO (WS-IND-CLI) TO INACT-TELEFONO
           MOVE ELEM-EMAIL (WS-IND-CLI) TO INACT-EMAIL
           MOVE WS-TIENDA-HABITUAL TO INACT-TIENDA
           MOVE WS-ULTIMA-VISITA TO INACT-ULTIMA-VISITA
           MOVE WS-DIAS-SIN-VENIR TO INACT-DIAS
           MOVE WS-VISITAS TO INACT-VISITAS
           MOVE WS-GASTO TO INACT-GASTO
           MOVE WS-TICKET-MEDIO TO INACT-TICKET-MEDIO
           WRITE REG-INACTIVOS.
       GRABAR-INACTIVO-EXIT.
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
           DISPLAY "=================================================="
           MOVE WS-NUM-CLIENTES TO WS-NUMERO-EDIT
           DISPLAY "CLIENTES EN EL MAESTRO.......: " WS-NUMERO-EDIT
           MOVE WS-CONTA-TARJETAS TO WS-NUMERO-EDIT
           DISPLAY "TARJETAS CON MOVIMIENTOS.....: " WS-NUMERO-EDIT
           MOVE WS-CONTA-SIN-FICHA TO WS-NUMERO-EDIT
           DISPLAY "  DE ELLAS SIN FICHA.........: " WS-NUMERO-EDIT
           MOVE WS-TOT-VISITAS TO WS-NUMERO-EDIT
           DISPLAY "VISITAS EN LA VENTANA........: " WS-NUMERO-EDIT
           MOVE WS-TOT-GASTO TO WS-IMPORTE-EDIT
           DISPLAY "GASTO NETO EN LA VENTANA.....: " WS-IMPORTE-EDIT
           MOVE WS-CONTA-INACTIVOS TO WS-NUMERO-EDIT
           DISPLAY "CLIENTES INACTIVOS...........: " WS-NUMERO-EDIT
           MOVE WS-CONTA-NUNCA TO WS-NUMERO-EDIT
           DISPLAY "  DE ELLOS SIN NINGUNA COMPRA: " WS-NUMERO-EDIT
           MOVE WS-CONTA-CONTACTABLES TO WS-NUMERO-EDIT
           DISPLAY "  QUE ACEPTAN COMUNICACIONES.: " WS-NUMERO-EDIT
           DISPLAY "(GRABADOS EN CLIENTES-INACTIVOS.DAT)".
