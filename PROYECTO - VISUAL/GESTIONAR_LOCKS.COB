      * LIMPIAR UNO CONCRETO O TODOS. CADA LIMPIEZA QUEDA EN
      * AUDITORIA.DAT (ACCION LOCKS) CON EL ADMINISTRADOR QUE LA
      * EJECUTO.
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

      *----CANDADO DE SESIONES.
       FD  SESIONES
