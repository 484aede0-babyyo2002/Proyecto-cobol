      *   SOBRE EL MAESTRO. ANTES DE VACIAR EL MAESTRO SE TOMA UNA
      *   COPIA DE GENERACION (VER COPIA_GENERACION), PARA QUE UNA
      *   IMPORTACION MALA PUEDA DESHACERSE CON RESTAURAR_USUARIES.
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX PASA A 91 POSICIONES
      *   CON EL AMBITO DE TIENDAS DEL USUARIO DETRAS (VER
      *   MODIF_USUARIO); AQUI SOLO SE COMPLETA EL TRAZADO CON RELLENO.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----FICHERO DE CONTROL (SIGUIENTE CODIGO A ASIGNAR).
       FD  CONTROL-CODIGO
