      * 21/08/2026 - AL TERMINAR DEVUELVE EL CONTROL CON GOBACK EN
      *   VEZ DE STOP RUN: ESTE PROGRAMA SE INVOCA CON CALL DESDE
      *   IDENTIFICACION Y NO DEBE CORTAR LA SESION DEL LLAMANTE.
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX PASA A 91 POSICIONES
      *   CON EL AMBITO DE TIENDAS DEL USUARIO DETRAS (VER
      *   MODIF_USUARIO); AQUI SOLO SE COMPLETA EL TRAZADO CON RELLENO.

      ******************************************************************
      *                 IDENTIFICATION DIVISION
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----FICHERO DE SALIDA.
       FD  BAJA
