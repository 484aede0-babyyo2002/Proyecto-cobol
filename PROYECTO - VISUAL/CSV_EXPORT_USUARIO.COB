      * 09/08/2026 - LA CONTRASENA (HASH) Y LA ULTIMA-ACTIVIDAD DEJAN
      *   DE EXPORTARSE: MARKETING/SOPORTE NO NECESITAN ESOS CAMPOS Y
      *   NO DEBEN SALIR DEL MAESTRO HACIA UNA HOJA DE CALCULO.
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX PASA A 91 POSICIONES
      *   CON EL AMBITO DE TIENDAS DEL USUARIO DETRAS (VER
      *   MODIF_USUARIO); AQUI SOLO SE COMPLETA EL TRAZADO CON RELLENO.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----FICHERO DE SALIDA.
       FD  USUARIOS-CSV
