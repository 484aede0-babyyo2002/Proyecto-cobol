      * LO LLAMA APLICAR_MOVIMIENTOS ANTES DE APLICAR NADA, PARA QUE
      * SIEMPRE EXISTA UNA FOTO DEL MAESTRO ANTERIOR AL ULTIMO
      * TRABAJO DE APLICACION.
      * MODIFICACIONES:
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX Y EL DE LAS COPIAS DE
      *   GENERACION PASAN A 91 POSICIONES CON EL AMBITO DE TIENDAS DEL
      *   USUARIO DETRAS (VER MODIF_USUARIO); AQUI SOLO SE COMPLETA EL
      *   TRAZADO.
      * 29/09/2026 - TRAS REESCRIBIR EL MANIFIESTO SE PODA EL DIARIO DE
      *   MOVIMIENTOS DIARIO-MOVIMIENTOS.DAT (VER REGDIARIOMOV): LOS
      *   LOTES ANTERIORES A LA GENERACION MAS VIEJA CONSERVADA YA NO
      *   LOS NECESITA NINGUNA RECUPERACION (VER RECUPERAR_USUARIES).
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT MANIFIESTO ASSIGN TO 'GENERACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-MANIFIESTO.

      *----DIARIO DE MOVIMIENTOS APLICADOS Y SU COPIA DE TRABAJO
      *----PARA LA PODA.
           SELECT DIARIO ASSIGN TO 'DIARIO-MOVIMIENTOS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DIARIO.

           SELECT DIARIO-TRABAJO ASSIGN TO 'DIARIO-MOVIMIENTOS.TRABAJO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DIARIO-TRABAJO.
      ******************************************************************
      *                       DATA DIVISION
      ******************************************************************
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----COPIA DE GENERACION MAS RECIENTE (SECUENCIAL).
       FD  GENERACION
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-GENERACION                     PIC X(91).

      *----MANIFIESTO: UNA LINEA POR GENERACION CONSERVADA.
       FD  MANIFIESTO
           05 MANIF-FECHA                     PIC 9(08).
           05 MANIF-HORA                      PIC 9(08).
           05 MANIF-REGISTROS                 PIC 9(05).

      *----DIARIO DE MOVIMIENTOS (VER REGDIARIOMOV); PARA LA PODA
      *----SOLO HACE FALTA EL LOTE.
       FD  DIARIO
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-DIARIO.
           05 DIARIO-LOTE.
              10 DIARIO-LOTE-FECHA            PIC 9(08).
              10 DIARIO-LOTE-HORA             PIC 9(08).
           05 FILLER                          PIC X(87).

       FD  DIARIO-TRABAJO
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-DIARIO-TRABAJO                 PIC X(103).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
       01  FS-USUARIES                       PIC 9(02).
       01  FS-GENERACION                     PIC 9(02).
       01  FS-MANIFIESTO                     PIC 9(02).
       01  FS-DIARIO                         PIC 9(02).
       01  FS-DIARIO-TRABAJO                 PIC 9(02).
      *----AUXILIAR PARA COMPROBAR_FS.
       01  WS-FICHERO-CHK                    PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
       01  SWITCHES.
           03  SW-EOF-USUARIES               PIC X(02)   VALUE "NO".
           03  SW-EOF-MANIFIESTO             PIC X(02)   VALUE "NO".
           03  SW-EOF-DIARIO                 PIC X(02)   VALUE "NO".

      *----CONTADORES.
       01  CONTA-COPIADOS                    PIC 9(05)   VALUE ZEROS.
       01  CONTA-PODADOS                     PIC 9(07)   VALUE ZEROS.

      *----RODADO DE NOMBRES DE FICHERO DE GENERACION.
       01  WS-GEN                            PIC 9(01)   VALUE ZEROS.
           05 WS-MANIF-REGISTROS             PIC 9(05).
       01  WS-MANIF-TRABAJO.
           05 WS-MANIF-TRAB-GEN              PIC 9(01).
           05 WS-MANIF-TRAB-FECHA            PIC 9(08).
           05 WS-MANIF-TRAB-HORA             PIC 9(08).
           05 FILLER                         PIC X(05).

      *----FECHA Y HORA DE LA GENERACION MAS VIEJA CONSERVADA: EL
      *----DIARIO ANTERIOR A ELLA YA NO SIRVE PARA RECUPERAR NADA.
       01  WS-SELLO-MAS-VIEJO.
           05 WS-VIEJO-FECHA                 PIC 9(08)   VALUE ZEROS.
           05 WS-VIEJO-HORA                  PIC 9(08)   VALUE ZEROS.

      ******************************************************************
      *                    PROCEDURE DIVISION
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           WRITE REG-MANIFIESTO FROM WS-MANIF-NUEVO
           MOVE WS-MANIF-FECHA TO WS-VIEJO-FECHA
           MOVE WS-MANIF-HORA  TO WS-VIEJO-HORA

           MOVE ZEROS TO WS-I
           PERFORM 3100-GRABAR-ANTERIOR
           DISPLAY "GENERACION 1 GRABADA (" CONTA-COPIADOS
                   " REGISTROS)"

           PERFORM 3200-PODAR-DIARIO THRU 3200-FIN-PODAR-DIARIO

           GOBACK.

       3000-FIN-FIN.
           ADD 1 TO WS-I
           MOVE ELEM-MANIF (WS-I) TO WS-MANIF-TRABAJO
           COMPUTE WS-MANIF-TRAB-GEN = WS-I + 1
           WRITE REG-MANIFIESTO FROM WS-MANIF-TRABAJO
           MOVE WS-MANIF-TRAB-FECHA TO WS-VIEJO-FECHA
           MOVE WS-MANIF-TRAB-HORA  TO WS-VIEJO-HORA.

       3100-FIN-GRABAR-ANTERIOR.
      *--------------------------
           EXIT.

      * PODA DEL DIARIO DE MOVIMIENTOS: LOS LOTES ANTERIORES A LA
      * GENERACION MAS VIEJA QUE SIGUE EN EL MANIFIESTO YA ESTAN
      * DENTRO DE TODAS LAS COPIAS CONSERVADAS. LO QUE QUEDA PASA
      * POR LA COPIA DE TRABAJO Y VUELVE AL DIARIO, COMO EN
      * ROLLOVER_DIARIOS, SOLO SI HAY ALGO QUE QUITAR.
       3200-PODAR-DIARIO.
      *-------------------
           MOVE ZEROS TO CONTA-PODADOS
           MOVE "NO" TO SW-EOF-DIARIO
           OPEN INPUT DIARIO
           IF FS-DIARIO NOT = 00
               GO TO 3200-FIN-PODAR-DIARIO
           END-IF

           OPEN OUTPUT DIARIO-TRABAJO
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "DIARIO-TRABAJO" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-DIARIO-TRABAJO
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           PERFORM 3250-FILTRAR-DIARIO THRU 3250-FIN-FILTRAR-DIARIO
               UNTIL SW-EOF-DIARIO = "SI"
           CLOSE DIARIO
                 DIARIO-TRABAJO

           IF CONTA-PODADOS > ZEROS
               OPEN INPUT  DIARIO-TRABAJO
                    OUTPUT DIARIO
               MOVE "OPEN" TO WS-OPERACION-CHK
               MOVE "DIARIO" TO WS-FICHERO-CHK
               CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
                   WS-FICHERO-CHK FS-DIARIO
                   WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK
               MOVE "NO" TO SW-EOF-DIARIO
               PERFORM 3270-DEVOLVER-DIARIO
                   THRU 3270-FIN-DEVOLVER-DIARIO
                   UNTIL SW-EOF-DIARIO = "SI"
               CLOSE DIARIO-TRABAJO
                     DIARIO
               DISPLAY "DIARIO DE MOVIMIENTOS PODADO: " CONTA-PODADOS
                       " LINEAS ANTERIORES A " WS-VIEJO-FECHA
           END-IF

           OPEN OUTPUT DIARIO-TRABAJO
           CLOSE DIARIO-TRABAJO.

       3200-FIN-PODAR-DIARIO.
      *-----------------------
           EXIT.

       3250-FILTRAR-DIARIO.
      *---------------------
           READ DIARIO
               AT END MOVE "SI" TO SW-EOF-DIARIO
           NOT AT END
               IF DIARIO-LOTE < WS-SELLO-MAS-VIEJO
                   ADD 1 TO CONTA-PODADOS
               ELSE
                   WRITE REG-DIARIO-TRABAJO FROM REG-DIARIO
               END-IF
           END-READ.

       3250-FIN-FILTRAR-DIARIO.
      *-------------------------
           EXIT.

       3270-DEVOLVER-DIARIO.
      *----------------------
           READ DIARIO-TRABAJO
               AT END MOVE "SI" TO SW-EOF-DIARIO
           NOT AT END
               WRITE REG-DIARIO FROM REG-DIARIO-TRABAJO
           END-READ.

       3270-FIN-DEVOLVER-DIARIO.
      *--------------------------
           EXIT.

       END PROGRAM COPIA_GENERACION.
