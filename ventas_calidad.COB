      *    por fecha: si la de hoy ya esta grabada (relanzamiento de
      *    la cadena, segunda pasada manual) no se annade otra y la
      *    clasificacion se imprime sin duplicar incidencias.
      * Mod:07/09/2026 - El registro de ventas pasa a 35 posiciones
      *    (medio de pago al final); el rechazado y el sospechoso lo
      *    arrastran y el motivo del rechazo se corre una posicion.
      * Mod:08/09/2026 - El registro de ventas pasa a 41 posiciones
      *    (codigo de cajero al final); el motivo del rechazo se
      *    corre otras seis posiciones.
      * Mod:12/09/2026 - El registro de ventas pasa a 54 posiciones
      *    (tarjeta de cliente al final); el motivo del rechazo se
      *    corre otras trece posiciones.
      * Mod:13/09/2026 - Ambito de tiendas del operador: desde la
      *    consola llega el ambito (ver COMPROBAR-AMBITO) y la
      *    clasificacion solo presenta sus tiendas. La foto diaria
      *    del historico se sigue grabando para todas. En la cadena
      *    nocturna no llega el parametro y sale completa.
      * Mod:16/09/2026 - Calendario comercial de tiendas: una falta
      *    de fichero solo cuenta si la tienda debia abrir ese dia.
      *    RECOGER-FEEDS ya marca C las tiendas cerradas segun el
      *    calendario; aqui se vuelve a consultar el dia de negocio
      *    del parte (o el de hoy, en partes antiguos sin fecha) por
      *    si el cierre se apunto en el calendario despues de la
      *    recogida.
      * Mod:30/09/2026 - El registro de ventas pasa a 56 posiciones
      *    (motivo y destino de la devolucion al final); el motivo
      *    del rechazo se corre otras dos posiciones.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
               10 RECH-CANT        PIC X(3).
               10 RECH-PRECIO      PIC X(5).
               10 RECH-TIENDA      PIC X(4).
               10 RECH-RESTO       PIC X(39).
           05 FILLER               PIC X(01).
           05 RECHAZADAS-MOTIVO    PIC X(20).
           05 FILLER               PIC X(01).
               10 SOSP-CANT        PIC X(3).
               10 SOSP-PRECIO      PIC X(5).
               10 SOSP-TIENDA      PIC X(4).
               10 SOSP-RESTO       PIC X(39).
           05 FILLER               PIC X(27).

       FD RECOGIDA.
           05 RECOGIDA-VALOR      PIC 9(11)V99.
           05 FILLER              PIC X(1).
           05 RECOGIDA-ERRORES    PIC 9(5).
           05 FILLER              PIC X(1).
           05 RECOGIDA-FECHA-NEG  PIC 9(8).

       FD TIENDAS.
       01 REG-TIENDAS.

       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.

      * Consulta del calendario comercial para las faltas.
       01 WS-CAL-FECHA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-HASTA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-ESTADO       PIC X(1) VALUE SPACES.
       01 WS-CAL-DIAS         PIC 9(3)V9 VALUE ZEROS.

      * Incidencias de la pasada de hoy, por tienda.
       01 WS-NUM-HOY          PIC 9(3) VALUE ZEROS.
       01 WS-IND-HOY          PIC 9(3) VALUE ZEROS.
       01 WS-IND-J            PIC 9(3) VALUE ZEROS.
       01 WS-ELEM-AUX         PIC X(32) VALUE SPACES.

      * Ambito de tiendas del operador (C = todas si no viene).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE "C".
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE "CALID".
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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CUADRO DE CALIDAD DE DATOS POR TIENDA"
           DISPLAY "=================================================="
           IF ADDRESS OF LK-AMBITO NOT = NULL
               MOVE LK-AMBITO TO WS-AMBITO
           ELSE
               MOVE "C" TO WS-AMBITO-TIPO
           END-IF
           IF WS-AMBITO-TIPO NOT = "C"
               DISPLAY "AMBITO: " WS-AMBITO-TIPO " " WS-AMBITO-VALOR
           END-IF

           PERFORM CARGAR-TIENDAS
           PERFORM CONTAR-RECHAZOS
               AT END MOVE "S" TO EOF-SWITCH-RECO
           NOT AT END
               IF RECOGIDA-PRESENTE = "F"
                   PERFORM CONSULTAR-DIA-FALTA
                   IF WS-CAL-ESTADO = "C"
                       GO TO LEER-RECOGIDA-EXIT
                   END-IF
                   MOVE RECOGIDA-TIENDA TO WS-TIENDA-ATRIBUIDA
                   PERFORM LOCALIZAR-HOY THRU LOCALIZAR-HOY-EXIT
                   IF WS-IND-HOY-HALL > ZEROS
       LEER-RECOGIDA-EXIT.
           EXIT.

      * Estado en el calendario comercial del dia de la falta.
       CONSULTAR-DIA-FALTA.
           IF RECOGIDA-FECHA-NEG IS NUMERIC
               AND RECOGIDA-FECHA-NEG NOT = ZEROS
               MOVE RECOGIDA-FECHA-NEG TO WS-CAL-FECHA
           ELSE
               MOVE WS-FECHA-HOY TO WS-CAL-FECHA
           END-IF
           MOVE ZEROS TO WS-CAL-HASTA
           CALL "CONSULTAR-CALENDARIO" USING RECOGIDA-TIENDA
                                             WS-CAL-FECHA
                                             WS-CAL-HASTA
                                             WS-CAL-ESTADO
                                             WS-CAL-DIAS.

       LOCALIZAR-HOY.
           MOVE "N" TO WS-HOY-HALLADO-SW
           MOVE ZEROS TO WS-IND-HOY
           EXIT.

       ACUMULAR-LINEA-HIST.
           PERFORM COMPROBAR-AMBITO-TIENDA
           IF WS-AMBITO-RESULTADO = "N"
               GO TO ACUMULAR-LINEA-HIST-EXIT
           END-IF

           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-ACUMULADO
           ADD 1 TO WS-IND-REG
           DISPLAY ELEM-REG-NOMBRE (WS-IND-REG) "  "
                   ELEM-REG-TOTAL (WS-IND-REG) " INCIDENCIAS".

      * Tienda de la linea del historico frente al ambito del
      * operador; el ambito central no necesita consulta.
       COMPROBAR-AMBITO-TIENDA.
           IF WS-AMBITO-TIPO = "C"
               MOVE "S" TO WS-AMBITO-RESULTADO
           ELSE
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             HIST-TIENDA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
           END-IF.
