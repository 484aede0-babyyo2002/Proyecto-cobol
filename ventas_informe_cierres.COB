      *    la ejecucion fue nueva o una reanudacion desde checkpoint.
      *    Pensado para que la reunion de relevo tenga una sola hoja
      *    que mirar.
      * Mod:14/09/2026 - Las ejecuciones nuevas forzadas (tipo F en
      *    CIERRES.DAT) se distinguen de las nuevas normales.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
                   "  RECHAZADOS " WS-RECHAZADOS-EDIT
           DISPLAY "   PRODUCTOS TOTALIZADOS " WS-PRODUCTOS-EDIT

           EVALUATE WS-CIERRE-TIPO
               WHEN "R"
                   DISPLAY "   REANUDACION DESDE EL REGISTRO "
                           WS-CIERRE-PUNTO
               WHEN "F"
                   DISPLAY "   EJECUCION NUEVA FORZADA (FORZAR)"
               WHEN OTHER
                   DISPLAY "   EJECUCION NUEVA"
           END-EVALUATE
           DISPLAY " "

           IF WS-IND = 1
