      *   UN SEGUNDO OPERADOR CON ROL ADMINISTRADOR QUIEN LA APRUEBA
      *   Y RECARGA EL MAESTRO DESDE APROBAR_OPERACIONES, QUE AUDITA
      *   LA RESTAURACION (ACCION RESTA).
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX Y EL DE LAS COPIAS DE
      *   GENERACION PASAN A 91 POSICIONES CON EL AMBITO DE TIENDAS DEL
      *   USUARIO DETRAS (VER MODIF_USUARIO); AQUI SOLO SE COMPLETA EL
      *   TRAZADO. LA COLA DE APROBACIONES PASA A 74 POSICIONES CON EL
      *   TIPO DE AMBITO DE LA ACCION AMBIT, QUE LAS PETICIONES DE ESTE
      *   PROGRAMA DEJAN EN BLANCO.
      * 27/09/2026 - LA COLA DE APROBACIONES GUARDA ADEMAS LA HORA DE LA
      *   DECISION (REGAPROBACION PASA DE 74 A 82 POSICIONES, VER
      *   CADUCAR_APROBACIONES E INFORME_APROBACIONES); LA SOLICITUD
      *   NUEVA LA DEJA A CEROS.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----COPIA DE GENERACION ELEGIDA.
       FD  GENERACION
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-GENERACION                     PIC X(91).

      *----MANIFIESTO DE GENERACIONES.
       FD  MANIFIESTO
       FD  APROBACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-APROB                          PIC X(82).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
           MOVE "P"                  TO APROB-ESTADO
           MOVE ZEROS                TO APROB-APROBADOR
           MOVE ZEROS                TO APROB-FECHA-DECISION
           MOVE SPACE                TO APROB-AMBITO-TIPO
           MOVE ZEROS                TO APROB-HORA-DECISION

           OPEN EXTEND APROBACIONES
           IF FS-APROBACIONES NOT = 00
