      *    PERIODOS-CONTABLES.DAT:
      *    periodo contable (6 digitos, AAAAMM)
      *    estado (A=abierto, C=cerrado)
      *    bloqueo (S=ejercicio cerrado por CIERRE-ANUAL)
      *    Permite dar de alta periodos, cerrarlos o reabrirlos y
      *    listar el calendario. PROCESAR-VENTAS rechaza a
      *    VENTAS-RECHAZADAS.DAT las ventas fechadas en un periodo
      *    periodo cerrado. Un periodo que no figura en el
      *    calendario se considera abierto, para no bloquear la
      *    operativa mientras el calendario se va poblando.
      * Mod:25/09/2026 - Marca de bloqueo por periodo que pone
      *    CIERRE-ANUAL al cerrar el ejercicio: un periodo bloqueado
      *    sigue cerrado (estado C) y ya no se puede reabrir. El
      *    calendario crece a 8 posiciones; los demas lectores lo
      *    completan con relleno.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
       01 REG-PERIODOS.
           05 PERIODO-CONTABLE     PIC 9(6).
           05 ESTADO-PERIODO       PIC X(1).
           05 BLOQUEO-PERIODO      PIC X(1).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-PERIODOS  PIC X VALUE "N".
           05 ELEM-PERIODO OCCURS 120 TIMES.
               10 ELEM-PERIODO-NUM PIC 9(6).
               10 ELEM-ESTADO      PIC X(1).
               10 ELEM-BLOQUEO     PIC X(1).

       01 WS-PERIODO-PEDIDO    PIC X(6) VALUE SPACES.
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO-PEDIDO PIC 9(6).
           MOVE WS-PERIODO-NUM
               TO ELEM-PERIODO-NUM (WS-NUM-PERIODOS)
           MOVE "A" TO ELEM-ESTADO (WS-NUM-PERIODOS)
           MOVE SPACE TO ELEM-BLOQUEO (WS-NUM-PERIODOS)
           DISPLAY "PERIODO DADO DE ALTA (ABIERTO): "
                   WS-PERIODO-PEDIDO.
       ALTA-PERIODO-EXIT.
               GO TO CAMBIAR-ESTADO-EXIT
           END-IF

      * Los meses de un ejercicio ya cerrado por CIERRE-ANUAL no se
      * reabren: su acumulado anual TOTAL-AAAA.DAT ya esta grabado.
           IF ELEM-BLOQUEO (WS-IND-HALLADO) = "S"
               DISPLAY "EJERCICIO CERRADO Y BLOQUEADO, EL PERIODO NO "
                       "SE PUEDE REABRIR"
               GO TO CAMBIAR-ESTADO-EXIT
           END-IF

           IF ELEM-ESTADO (WS-IND-HALLADO) = "C"
               MOVE "A" TO ELEM-ESTADO (WS-IND-HALLADO)
               DISPLAY "PERIODO REABIERTO: " WS-PERIODO-PEDIDO
       LISTAR-UN-PERIODO.
           ADD 1 TO WS-IND
           IF ELEM-ESTADO (WS-IND) = "C"
               IF ELEM-BLOQUEO (WS-IND) = "S"
                   DISPLAY ELEM-PERIODO-NUM (WS-IND)
                           "  CERRADO (EJERCICIO BLOQUEADO)"
               ELSE
                   DISPLAY ELEM-PERIODO-NUM (WS-IND) "  CERRADO"
               END-IF
           ELSE
               DISPLAY ELEM-PERIODO-NUM (WS-IND) "  ABIERTO"
           END-IF.
