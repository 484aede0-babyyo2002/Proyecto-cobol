      * OBJETIVO: LISTAR LOS USUARIOS DEL MAESTRO USUARIES.IDX CUYA
      * ULTIMA ACTIVIDAD (ALTA, MODIFICACION O LOGIN) SUPERA EL NUMERO DE DIAS
      * CONFIGURADO, PARA QUE SOPORTE VALORE SI PROCEDE DARLOS DE BAJA.
      * MODIFICACIONES:
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX PASA A 91 POSICIONES
      *   CON EL AMBITO DE TIENDAS DEL USUARIO DETRAS (VER
      *   MODIF_USUARIO); AQUI SOLO SE COMPLETA EL TRAZADO CON RELLENO.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      ******************************************************************
      *                  WORKING-STORAGE SECTION
