      * LAS QUE UN OPERADOR YA LIBERO ALLI VIENEN ANOTADAS EN
      * ALTAS-LIBERADAS.TXT Y LA CRIBA LAS DEJA PASAR SIN COTEJAR
      * (CADA ANOTACION VALE PARA UNA SOLA PASADA: SE CONSUME AQUI).
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

      *----ALTAS PENDIENTES DE APLICAR.
       FD  ALTAS
