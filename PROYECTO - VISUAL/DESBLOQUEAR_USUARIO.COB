      *   OPERADOR CON ROL ADMINISTRADOR QUIEN LA APRUEBA Y APLICA
      *   DESDE APROBAR_OPERACIONES, QUE PONE EL CONTADOR A CERO,
      *   EL ESTADO A ACTIVA Y AUDITA EL DESBLOQUEO.
      * 13/09/2026 - EL REGISTRO DE USUARIES.IDX PASA A 91 POSICIONES
      *   CON EL AMBITO DE TIENDAS DEL USUARIO DETRAS (VER
      *   MODIF_USUARIO); AQUI SOLO SE COMPLETA EL TRAZADO CON RELLENO.
      *   LA COLA DE APROBACIONES PASA A 74 POSICIONES CON EL TIPO DE
      *   AMBITO DE LA ACCION AMBIT, QUE LAS PETICIONES DE ESTE PROGRAMA
      *   DEJAN EN BLANCO.
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

      *----CONTADOR DE FALLOS POR ALIAS (VER IDENTIFICACION).
       FD  INTENTOS
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
