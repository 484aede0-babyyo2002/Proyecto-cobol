      * 21/08/2026 - EL MAESTRO ES AHORA EL FICHERO INDEXADO
      *   USUARIES.IDX: EL SORT SE ALIMENTA CON UN PROCEDIMIENTO DE
      *   ENTRADA QUE LO RECORRE EN SECUENCIA DE CLAVE.
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX PASA A 91 POSICIONES
      *   CON EL AMBITO DE TIENDAS DEL USUARIO DETRAS (VER
      *   MODIF_USUARIO); AQUI SOLO SE COMPLETA EL TRAZADO CON RELLENO.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----FICHERO DE SALIDA DEL SORT, YA ORDENADO POR LOCALIDAD.
       FD  USUARIES-ORD
