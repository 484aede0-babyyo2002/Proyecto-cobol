      *      5 EXPORTAR-CONTABILIDAD
      *      6 ARCHIVAR-CIERRE
      *      7 CALIDAD-TIENDAS
      *      8 EXTRACTO-BI
      *      9 INFORME-FLASH
      *    apunta el resultado de cada paso en CADENA-ESTADO.DAT
      *    (fecha, paso, programa, estado, hora y return-code) y
      *    hace cumplir las dependencias: sin cuadre limpio (paso 4
      *    la cadena como paso 7, tras el archivado: asi la tarjeta
      *    se actualiza cada cierre en vez de esperar a la pasada
      *    semanal manual.
      * Mod:17/09/2026 - El flash de ventas de la mannana entra como
      *    paso 8. Se ejecuta aunque la cadena se haya detenido, para
      *    que el fallo llegue a los directores en el propio flash, y
      *    antes de llamarlo se graba el estado de los pasos 1 a 7
      *    para que el flash lo recoja.
      * Mod:18/09/2026 - El extracto diario para BI entra como paso
      *    8, tras el marcador de calidad, y el flash pasa a ser el
      *    paso 9 para seguir siendo el ultimo. El RETURN-CODE 4 del
      *    extracto (sin maestro de productos o cierre sin ventas) se
      *    apunta como AV y la cadena sigue.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           05 FILLER PIC X(22) VALUE "EXPORTAR-CONTABILIDAD".
           05 FILLER PIC X(22) VALUE "ARCHIVAR-CIERRE".
           05 FILLER PIC X(22) VALUE "CALIDAD-TIENDAS".
           05 FILLER PIC X(22) VALUE "EXTRACTO-BI".
           05 FILLER PIC X(22) VALUE "INFORME-FLASH".
       01 TABLA-PASOS-R REDEFINES TABLA-PASOS-LIT.
           05 ELEM-PASO-NOMBRE PIC X(22) OCCURS 9 TIMES.

      * Resultado de cada paso de esta ejecucion.
       01 TABLA-RESULTADOS.
           05 ELEM-RESULTADO OCCURS 9 TIMES.
               10 ELEM-RES-ESTADO  PIC X(2).
               10 ELEM-RES-HORA    PIC 9(8).
               10 ELEM-RES-RETORNO PIC 9(4).
       01 WS-IND              PIC 9(1) VALUE ZEROS.
       01 WS-CADENA-ROTA-SW   PIC X VALUE "N".
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
      * S en la grabacion final del estado, que es la que se lista;
      * la previa al flash se graba sin listar.
       01 WS-ESTADO-FINAL-SW  PIC X VALUE "N".

      * Parametros del cierre encadenado: ejecucion nueva, FORZAR
      * segun el argumento del job y sin simulacro.
      * Ceros = que el archivado use su retencion por defecto.
       01 WS-RETENCION-CERO   PIC 9(3) VALUE ZEROS.

      * Ceros = extracto de BI del ultimo dia de venta del cierre.
       01 WS-FECHA-EXTRACTO-CERO PIC 9(8) VALUE ZEROS.

      * Ceros = flash del ultimo dia de venta cerrado.
       01 WS-FECHA-FLASH-CERO PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           MOVE ZEROS TO WS-PASO
           PERFORM PREPARAR-RESULTADOS
               UNTIL WS-PASO >= 9

           MOVE ZEROS TO WS-PASO
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-EXIT
               UNTIL WS-PASO >= 9

           MOVE "S" TO WS-ESTADO-FINAL-SW
           PERFORM GRABAR-ESTADO

           DISPLAY "=================================================="
               DISPLAY "FORZAR ACTIVO: EL CIERRE REPROCESARA UN "
                       "DIA YA CERRADO"
           END-IF
           IF WS-PASO-INICIAL < 1 OR WS-PASO-INICIAL > 9
               MOVE 1 TO WS-PASO-INICIAL
           END-IF.

                       " SALTADO (RELANZAMIENTO)"
               GO TO EJECUTAR-PASO-EXIT
           END-IF
      * El flash sale aunque la cadena este rota: es como se
      * enteran los directores de que la noche fallo.
           IF WS-CADENA-ROTA-SW = "S" AND WS-PASO NOT = 9
               GO TO EJECUTAR-PASO-EXIT
           END-IF
           IF WS-PASO = 9
               PERFORM GRABAR-ESTADO
           END-IF

           DISPLAY " "
           DISPLAY "PASO " WS-PASO " - " ELEM-PASO-NOMBRE (WS-PASO)
                   CALL "ARCHIVAR-CIERRE" USING WS-RETENCION-CERO
               WHEN 7
                   CALL "CALIDAD-TIENDAS"
               WHEN 8
                   CALL "EXTRACTO-BI" USING WS-FECHA-EXTRACTO-CERO
               WHEN 9
                   CALL "INFORME-FLASH" USING WS-FECHA-FLASH-CERO
           END-EVALUATE

           ACCEPT ELEM-RES-HORA (WS-PASO) FROM TIME
           ELSE
      * El 4 de la exportacion es el aviso de acuse pendiente, no
      * un fallo: los asientos del dia salieron y la cadena sigue.
      * Igual el 4 del extracto de BI: los ficheros salieron.
           IF (WS-PASO = 5 OR WS-PASO = 8) AND RETURN-CODE = 4
               MOVE "AV" TO ELEM-RES-ESTADO (WS-PASO)
               DISPLAY "PASO " WS-PASO " "
                       ELEM-PASO-NOMBRE (WS-PASO)
           OPEN OUTPUT CADENA
           MOVE ZEROS TO WS-IND
           PERFORM GRABAR-UN-PASO
               UNTIL WS-IND >= 9
           CLOSE CADENA.

       GRABAR-UN-PASO.
           MOVE ELEM-RES-HORA (WS-IND) TO CADENA-HORA
           MOVE ELEM-RES-RETORNO (WS-IND) TO CADENA-RETORNO
           WRITE REG-CADENA
           IF WS-ESTADO-FINAL-SW = "S"
               DISPLAY "PASO " CADENA-PASO " " CADENA-PROGRAMA " "
                       CADENA-ESTADO " (RC " CADENA-RETORNO ")"
           END-IF.
