      * ALIAS), QUE ES EL QUE USAN DESDE AHORA TODOS LOS PROGRAMAS
      * DEL SUBSISTEMA. SE EJECUTA DESPUES DE CONVERTIR_CODIGOS, QUE
      * ES QUIEN DEJA USUARIES.TXT EN EL FORMATO NUEVO (CODIGO DE 6,
      * ROL Y MARCA DE CAMBIO OBLIGADO; HOY 91 POSICIONES CON LA
      * FECHA DE FIN, EL ESTADO DE SUSPENSION Y EL AMBITO DE TIENDAS
      * DETRAS) QUE ESTE PROGRAMA LEE. UNA LINEA MAS CORTA DE UN
      * FORMATO ANTERIOR SE CARGA CON LOS CAMPOS QUE LE FALTAN EN
      * BLANCO. CUENTA LOS REGISTROS LEIDOS Y CARGADOS Y
      * NO DA LA CARGA POR BUENA SI NO COINCIDEN (UN DUPLICADO DE
      * CODIGO O DE ALIAS HARIA RECHAZAR EL WRITE Y DEBE REVISARSE
      * ANTES DE SEGUIR). EL USUARIES.TXT ORIGINAL NO SE TOCA.
      * MODIFICACIONES:
      * 13/09/2026 - LA LINEA DE USUARIES.TXT Y EL REGISTRO DE
      *   USUARIES.IDX PASAN A 91 POSICIONES CON EL AMBITO DE TIENDAS
      *   DEL USUARIO DETRAS; UNA LINEA MAS CORTA DE UN FORMATO ANTERIOR
      *   SE CARGA CON LOS CAMPOS QUE LE FALTAN EN BLANCO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD  USUARIES-TXT
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-TXT                            PIC X(91).

      *----MAESTRO INDEXADO DE LLEGADA; SOLO SE NOMBRAN LOS CAMPOS
      *----CLAVE, EL RESTO VIAJA TAL CUAL.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
