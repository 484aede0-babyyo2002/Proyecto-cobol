      *   APLICAR_MOVIMIENTOS: TOLERA QUE NO HAYA MOVIMIENTOS
      *   PENDIENTES, VACIA EL FICHERO DE MOVIMIENTOS UNA VEZ
      *   APLICADO Y DEVUELVE EL CONTROL CON GOBACK.
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX PASA A 91 POSICIONES
      *   CON EL AMBITO DE TIENDAS DEL USUARIO DETRAS (VER
      *   MODIF_USUARIO); AQUI SOLO SE COMPLETA EL TRAZADO CON RELLENO.
      * 29/09/2026 - ANTES DE VACIAR ALTA_USUARIO.TXT CADA ALTA TRATADA
      *   SE COPIA, CON SU RESULTADO (APLICADA O RECHAZADA), AL DIARIO
      *   DE MOVIMIENTOS DIARIO-MOVIMIENTOS.DAT (VER REGDIARIOMOV), DEL
      *   QUE RECUPERAR_USUARIES LA REPITE SI HAY QUE RECONSTRUIR EL
      *   MAESTRO DESDE UNA COPIA DE GENERACION.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS FS-ALTA.

      *-----FICHEROS DE SALIDA
           SELECT DIARIO ASSIGN TO "DIARIO-MOVIMIENTOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS FS-DIARIO.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 REG-USUARIO-CODIGO              PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIO-ALIAS               PIC X(10).
           05 FILLER                          PIC X(65).

       FD  ALTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REGALTA                       PIC X(80).

      *----DIARIO DE MOVIMIENTOS APLICADOS (VER REGDIARIOMOV).
       FD  DIARIO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REGDIARIO                     PIC X(103).

      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
      *----REGISTROS DE ESTADO.
       01  FS-USUARIO                   PIC 9(02)  VALUE ZEROS.
       01  FS-ALTA                      PIC 9(02)  VALUE ZEROS.
       01  FS-DIARIO                    PIC 9(02)  VALUE ZEROS.
       01  WS-FICHERO-CHK               PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
       01  WS-PROGRAMA-CHK                   PIC X(20)

      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGUSU_ALTA.
           COPY REGDIARIOMOV.

      *----SWITCHES FINAL DE FICHERO
       01  SW-EOF-ALTA                   PIC X(02)  VALUE "NO".
               CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
                   WS-FICHERO-CHK FS-ALTA
                   WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK
               PERFORM 1200-ABRIR-DIARIO THRU 1200-FIN-ABRIR-DIARIO
           END-IF.

       1100-FIN-ABRIR-FICHEROS.
      *------------------------
           EXIT.

      * EL DIARIO CRECE DE UNA PASADA A OTRA; ESTA PASADA ES UN LOTE
      * NUEVO, IDENTIFICADO POR LA FECHA Y HORA EN QUE ARRANCA.
       1200-ABRIR-DIARIO.
      *------------------
           OPEN EXTEND DIARIO
           IF FS-DIARIO NOT = 00
               OPEN OUTPUT DIARIO
           END-IF
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "DIARIO" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-DIARIO
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           ACCEPT DIARIO-LOTE-FECHA FROM DATE YYYYMMDD
           ACCEPT DIARIO-LOTE-HORA  FROM TIME
           MOVE "A"   TO DIARIO-TIPO
           MOVE ZEROS TO DIARIO-SECUENCIA.

       1200-FIN-ABRIR-DIARIO.
      *----------------------
           EXIT.

      * CADA ALTA SE GRABA DIRECTAMENTE POR SU CLAVE; EL WRITE
      * DEVUELVE CLAVE INVALIDA SI EL CODIGO (O EL ALIAS, CLAVE
      * ALTERNATIVA) YA EXISTE, Y ESA ALTA SE RECHAZA SIN PARAR EL
           WRITE REG-USUARIO
               INVALID KEY
                   ADD 1 TO CONTA-ALTAS-RECHAZADAS
                   MOVE "R" TO DIARIO-RESULTADO
                   DISPLAY "ALTA RECHAZADA (CODIGO O ALIAS YA "
                           "EXISTENTE): " REGUSU_ALTA-CODIGO
                           " / " REGUSU_ALTA-ALIAS
               NOT INVALID KEY
                   ADD 1 TO CONTA-ALTAS-APLICADAS
                   MOVE "A" TO DIARIO-RESULTADO
           END-WRITE

           PERFORM 2100-ANOTAR-DIARIO THRU 2100-FIN-ANOTAR-DIARIO

           PERFORM 9100-LEER-ALTA THRU 9100-FIN-LEER-ALTA.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

      * COPIA DEL MOVIMIENTO TRATADO EN EL DIARIO, CON SU RESULTADO,
      * ANTES DE QUE EL FICHERO DE ALTAS SE VACIE.
       2100-ANOTAR-DIARIO.
      *-------------------
           ADD 1 TO DIARIO-SECUENCIA
           MOVE REGUSU_ALTA TO DIARIO-MOVIMIENTO
           WRITE REGDIARIO FROM REG-DIARIO-MOV

           MOVE "WRITE" TO WS-OPERACION-CHK
           MOVE "DIARIO" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-DIARIO
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK.

       2100-FIN-ANOTAR-DIARIO.
      *-----------------------
           EXIT.

       3000-FIN.
      *---------
           PERFORM 3100-CERRAR-FICHEROS THRU 3100-FIN-CERRAR-FICHEROS
           MOVE "I" TO WS-ESTADO-MAESTRO-CHK

           IF FS-ALTA NOT = 35
               CLOSE DIARIO
               OPEN OUTPUT ALTA
               CLOSE ALTA
           END-IF.
