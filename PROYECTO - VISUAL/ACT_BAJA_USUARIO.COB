      *   HISTORICO DE BAJAS Y DEVUELVE EL CONTROL CON GOBACK. EL
      *   HISTORICO NO SE VACIA: LAS BAJAS PENDIENTES Y EL
      *   JUSTIFICANTE DE LAS APLICADAS DEBEN CONSERVARSE.
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX PASA A 91 POSICIONES
      *   CON EL AMBITO DE TIENDAS DEL USUARIO DETRAS (VER
      *   MODIF_USUARIO); AQUI SOLO SE COMPLETA EL TRAZADO CON RELLENO.
      * 29/09/2026 - CADA BAJA QUE SE APLICA EN ESTA PASADA SE COPIA,
      *   CON SU RESULTADO, AL DIARIO DE MOVIMIENTOS
      *   DIARIO-MOVIMIENTOS.DAT (VER REGDIARIOMOV), DEL QUE
      *   RECUPERAR_USUARIES LA REPITE SI HAY QUE RECONSTRUIR EL MAESTRO
      *   DESDE UNA COPIA DE GENERACION.
      ******************************************************************

       IDENTIFICATION DIVISION.

           SELECT SORT-BAJA      ASSIGN TO SORTBAJA.

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

       FD  BAJA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REGNUEVABAJA                  PIC X(98).

      *----DIARIO DE MOVIMIENTOS APLICADOS (VER REGDIARIOMOV).
       FD  DIARIO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REGDIARIO                     PIC X(103).

       SD  SORT-BAJA
           RECORD CONTAINS 98 CHARACTERS.
       01  SORT-REGUSU-BAJA.
       01  FS-BAJA                      PIC 9(02)  VALUE ZEROS.
       01  FS-BAJA-ORD                  PIC 9(02)  VALUE ZEROS.
       01  FS-NUEVA-BAJA                PIC 9(02)  VALUE ZEROS.
       01  FS-DIARIO                    PIC 9(02)  VALUE ZEROS.
       01  WS-FICHERO-CHK               PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
       01  WS-PROGRAMA-CHK                   PIC X(20)

      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGUSU_BAJA.
           COPY REGDIARIOMOV.

      *----FECHA DEL DIA, PARA DECIDIR QUE BAJAS YA SON EFECTIVAS.
       01  WS-FECHA-HOY                  PIC 9(08)  VALUE ZEROS.
           MOVE "NUEVA-BAJA" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-NUEVA-BAJA
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

      * EL DIARIO CRECE DE UNA PASADA A OTRA; ESTA PASADA ES UN LOTE
      * NUEVO, IDENTIFICADO POR LA FECHA Y HORA EN QUE ARRANCA.
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
           MOVE "B"   TO DIARIO-TIPO
           MOVE ZEROS TO DIARIO-SECUENCIA.

       1100-FIN-ABRIR-FICHEROS.
      *------------------------
               MOVE REGUSU_BAJA-CODIGO TO REG-USUARIO-CODIGO
               DELETE USUARIO
                   INVALID KEY
                       MOVE "R" TO DIARIO-RESULTADO
                       DISPLAY "BAJA SIN USUARIO EN EL MAESTRO, "
                               "SOLO SE MARCA APLICADA: "
                               REGUSU_BAJA-CODIGO
                   NOT INVALID KEY
                       MOVE "A" TO DIARIO-RESULTADO
               END-DELETE
               PERFORM 2100-ANOTAR-DIARIO THRU 2100-FIN-ANOTAR-DIARIO
           END-IF

           PERFORM 2150-GRABAR-BAJA THRU 2150-FIN-GRABAR-BAJA
      *-----------------
           EXIT.

      * LA BAJA QUE SE ACABA DE APLICAR PASA AL DIARIO CON SU
      * RESULTADO. LAS PENDIENTES O ANULADAS NO SON MOVIMIENTOS DEL
      * MAESTRO Y NO SE ANOTAN.
       2100-ANOTAR-DIARIO.
      *-------------------
           ADD 1 TO DIARIO-SECUENCIA
           MOVE REGUSU_BAJA TO DIARIO-MOVIMIENTO
           WRITE REGDIARIO FROM REG-DIARIO-MOV

           MOVE "WRITE" TO WS-OPERACION-CHK
           MOVE "DIARIO" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-DIARIO
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK.

       2100-FIN-ANOTAR-DIARIO.
      *-----------------------
           EXIT.

      * SE TRASLADA EL REGISTRO DE BAJA AL NUEVO HISTORICO TAL CUAL
      * ESTA (PENDIENTE, ANULADA, O RECIEN MARCADA COMO APLICADA).
       2150-GRABAR-BAJA.
           CLOSE   USUARIO
                   BAJA-ORDENADA
                   NUEVA-BAJA
                   DIARIO

           MOVE "I" TO WS-ESTADO-MAESTRO-CHK.

