      * NO ARRANCA SI APLICAR_MOVIMIENTOS ESTA EN CURSO (TIPO A):
      * ESTE PROGRAMA ESCRIBE EN ALTA_USUARIO.TXT Y NO DEBE
      * CRUZARSE CON EL FIN DE DIA.
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

      *----ALTAS RETENIDAS POR SOSPECHA DE DUPLICADO.
       FD  RETENIDAS
