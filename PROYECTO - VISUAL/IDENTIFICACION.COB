      *   ULTIMOS 10 INTENTOS DE LOGIN DE LOGINS.DAT (INCLUIDOS LOS
      *   FALLIDOS), PARA DETECTAR UNA RACHA DE INTENTOS CONTRA SU
      *   ALIAS ANTES DEL BLOQUEO Y NO DESPUES.
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
      * 28/09/2026 - BLOQUEO PREVENTIVO: UN ALIAS EN ESTADO B CON CERO
      *   FALLOS EN INTENTOS-LOGIN.DAT LO HA BLOQUEADO VIGILAR_LOGINS
      *   POR UN HALLAZGO DE GRAVEDAD ALTA; EL LOGIN SE RECHAZA IGUAL
      *   PERO CON SU MENSAJE PROPIO, Y SE LEVANTA CON
      *   DESBLOQUEAR_USUARIO.

      ******************************************************************
      *                 IDENTIFICATION DIVISION
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----FICHERO DE SALIDA.
       FD  ACTIVIDAD
       FD  APROBACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-APROB                          PIC X(82).

      *----ELEVACIONES TEMPORALES DE ROL.
       FD  ELEVACIONES
           IF WS-IND-INTENTO > ZEROS
               AND ELEM-INT-ESTADO (WS-IND-INTENTO) = "B"
               MOVE "SI" TO SW-CUENTA-BLOQUEADA
      *----CERO FALLOS: BLOQUEO PREVENTIVO DE VIGILAR_LOGINS.
               IF ELEM-INT-FALLOS (WS-IND-INTENTO) = ZEROS
                   DISPLAY "CUENTA BLOQUEADA PREVENTIVAMENTE POR "
                           "SEGURIDAD: CONTACTA CON SOPORTE "
                           "(DESBLOQUEAR_USUARIO)"
               ELSE
                   DISPLAY "CUENTA BLOQUEADA POR INTENTOS FALLIDOS: "
                           "CONTACTA CON SOPORTE (DESBLOQUEAR_USUARIO)"
               END-IF
               PERFORM 2089-ANOTAR-LOGIN THRU 2089-FIN-ANOTAR-LOGIN
               GO TO 2050-FIN-LOGIN
           END-IF
           MOVE "P"                  TO APROB-ESTADO
           MOVE ZEROS                TO APROB-APROBADOR
           MOVE ZEROS                TO APROB-FECHA-DECISION
           MOVE SPACE                TO APROB-AMBITO-TIPO
           MOVE ZEROS                TO APROB-HORA-DECISION

           OPEN EXTEND APROBACIONES
           IF FS-APROBACIONES NOT = 00
