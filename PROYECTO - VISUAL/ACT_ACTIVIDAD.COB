      *   APLICAR_MOVIMIENTOS: ACTIVIDAD.TXT ACUMULA AHORA UN TOQUE
      *   POR LOGIN; SE TOLERA QUE NO HAYA TOQUES PENDIENTES Y EL
      *   FICHERO SE VACIA UNA VEZ APLICADO.
      * 30/09/2026 - EL REGISTRO DEL MAESTRO SE COMPLETA A LAS 91
      *   POSICIONES DE REGUSUARIES (ROL, CAMBIO OBLIGADO, FECHA DE
      *   FIN, ESTADO Y AMBITO DE TIENDAS TRAS LA ULTIMA ACTIVIDAD):
      *   CON EL TRAZADO CORTO EL REWRITE DEL TOQUE DE ACTIVIDAD
      *   PERDIA ESOS CAMPOS.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 REG-USUARIO-ALIAS               PIC X(10).
           05 FILLER                          PIC X(35).
           05 REG-USUARIO-ULTIMA-ACTIVIDAD    PIC 9(08).
           05 FILLER                          PIC X(22).

       FD  ACTIVIDAD
           BLOCK CONTAINS 0 RECORDS
