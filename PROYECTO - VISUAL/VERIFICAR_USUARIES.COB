      *   - ROL CONOCIDO (N, S O A)
      *   - CONTROL.DAT POR ENCIMA DEL CODIGO MAS ALTO EN EL MAESTRO
      * TERMINA CON UN VEREDICTO CLARO: OK O ERRORES (Y CUANTOS).
      * MODIFICACIONES:
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX PASA A 91 POSICIONES
      *   CON EL AMBITO DE TIENDAS DEL USUARIO DETRAS (VER
      *   MODIF_USUARIO); AQUI SOLO SE COMPLETA EL TRAZADO CON RELLENO.
      * 29/09/2026 - TERMINA CON GOBACK EN VEZ DE STOP RUN Y PONE A CERO
      *   SUS CONTADORES AL ENTRAR, PARA QUE RECUPERAR_USUARIES PUEDA
      *   LLAMARLO AL FINAL DE LA RECUPERACION Y SEGUIR CON SU INFORME;
      *   LANZADO SOLO SE COMPORTA IGUAL (CODIGO DE RETORNO 8 SI HAY
      *   ERRORES).
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----FICHERO DE CONTROL (SIGUIENTE CODIGO A ASIGNAR).
       FD  CONTROL-CODIGO

           MOVE "NO" TO SW-EOF-USUARIES
           MOVE "SI" TO SW-PRIMER-REGISTRO
           MOVE "NO" TO SW-ALIAS-TRUNCADO
           MOVE ZEROS TO WS-NUM-ALIAS
                         WS-CODIGO-ANTERIOR
                         WS-CODIGO-MAXIMO
           INITIALIZE CONTADORES
           MOVE ZEROS TO RETURN-CODE

           OPEN INPUT USUARIES
           MOVE "OPEN" TO WS-OPERACION-CHK
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       3000-FIN-FIN.
      *-------------
