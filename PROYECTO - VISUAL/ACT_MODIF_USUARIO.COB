      *   APLICAR_MOVIMIENTOS: TOLERA QUE NO HAYA MOVIMIENTOS
      *   PENDIENTES, VACIA EL FICHERO DE MOVIMIENTOS UNA VEZ
      *   APLICADO Y DEVUELVE EL CONTROL CON GOBACK.
      * 13/09/2026 - EL MAESTRO LLEVA DETRAS EL AMBITO DE TIENDAS, QUE
      *   NO VIAJA EN LA MODIFICACION (SOLO CAMBIA POR LA COLA DE
      *   APROBACIONES): SE CONSERVA EL DEL MAESTRO AL REESCRIBIR.
      * 29/09/2026 - ANTES DE VACIAR MODIF_USUARIO.TXT CADA MODIFICACION
      *   TRATADA SE COPIA, CON SU RESULTADO (APLICADA O SALTADA), AL
      *   DIARIO DE MOVIMIENTOS DIARIO-MOVIMIENTOS.DAT (VER
      *   REGDIARIOMOV), DEL QUE RECUPERAR_USUARIES LA REPITE SI HAY QUE
      *   RECONSTRUIR EL MAESTRO DESDE UNA COPIA DE GENERACION.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS FS-MODIFICACION.

      *-----FICHEROS DE SALIDA
           SELECT DIARIO ASSIGN TO "DIARIO-MOVIMIENTOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS FS-DIARIO.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 FILLER                          PIC X(10).
           05 REG-USUARIO-ALIAS               PIC X(10).
           05 FILLER                          PIC X(54).
           05 REG-USUARIO-AMBITO              PIC X(11).

       FD  MODIFICACION
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REGMODIFICACION               PIC X(80).

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
       01  FS-MODIFICACION              PIC 9(02)  VALUE ZEROS.
       01  FS-DIARIO                    PIC 9(02)  VALUE ZEROS.
       01  WS-FICHERO-CHK               PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
       01  WS-PROGRAMA-CHK                   PIC X(20)

      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGUSU_MODIF.
           COPY REGDIARIOMOV.

      *----SWITCHES FINAL DE FICHERO
       01  SW-EOF-MODIF                  PIC X(02)  VALUE "NO".

      *----AMBITO DE TIENDAS DEL MAESTRO, QUE LA MODIFICACION NO TOCA.
       01  WS-AMBITO-MAESTRO             PIC X(11)  VALUE SPACES.

      *----CONTADORES-ESTADISTICAS PARA EL CUADRE DE LA APLICACION.
       01  CONTADORES.
           03  CONTA-MODIF-LEIDAS        PIC 9(05)  VALUE ZEROS.
               CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
                   WS-FICHERO-CHK FS-MODIFICACION
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
           MOVE "M"   TO DIARIO-TIPO
           MOVE ZEROS TO DIARIO-SECUENCIA.

       1200-FIN-ABRIR-DIARIO.
      *----------------------
           EXIT.

      * El registro cuyo codigo coincide con la modificacion se
      * relee por clave y se reescribe en su sitio con los campos ya
      * modificados; un codigo inexistente se avisa y se salta.
           READ USUARIO KEY IS REG-USUARIO-CODIGO
               INVALID KEY
                   ADD 1 TO CONTA-MODIF-RECHAZADAS
                   MOVE "R" TO DIARIO-RESULTADO
                   DISPLAY "MODIFICACION SIN USUARIO EN EL MAESTRO, "
                           "SE SALTA: " REGUSU_MODIF-CODIGO
               NOT INVALID KEY
                   MOVE REG-USUARIO-AMBITO TO WS-AMBITO-MAESTRO
                   MOVE REGUSU_MODIF TO REG-USUARIO
                   MOVE WS-AMBITO-MAESTRO TO REG-USUARIO-AMBITO
                   REWRITE REG-USUARIO
                       INVALID KEY
                           ADD 1 TO CONTA-MODIF-RECHAZADAS
                           MOVE "R" TO DIARIO-RESULTADO
                           DISPLAY "MODIFICACION RECHAZADA (ALIAS "
                                   "DUPLICADO): " REGUSU_MODIF-CODIGO
                       NOT INVALID KEY
                           ADD 1 TO CONTA-MODIF-APLICADAS
                           MOVE "A" TO DIARIO-RESULTADO
                   END-REWRITE
           END-READ

           PERFORM 2100-ANOTAR-DIARIO THRU 2100-FIN-ANOTAR-DIARIO

           PERFORM 9100-LEER-MODIF THRU 9100-FIN-LEER-MODIF.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

      * COPIA DEL MOVIMIENTO TRATADO EN EL DIARIO, CON SU RESULTADO,
      * ANTES DE QUE EL FICHERO DE MODIFICACIONES SE VACIE.
       2100-ANOTAR-DIARIO.
      *-------------------
           ADD 1 TO DIARIO-SECUENCIA
           MOVE REGUSU_MODIF TO DIARIO-MOVIMIENTO
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

           IF FS-MODIFICACION NOT = 35
               CLOSE DIARIO
               OPEN OUTPUT MODIFICACION
               CLOSE MODIFICACION
           END-IF.
