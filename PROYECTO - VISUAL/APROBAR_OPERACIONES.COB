      * QUE LAS SESIONES DE IDENTIFICACION: LAS APROBACIONES TOCAN
      * BAJA_USUARIO.TXT Y EL MAESTRO Y NO DEBEN CRUZARSE CON EL
      * FIN DE DIA.
      * MODIFICACIONES:
      * 13/09/2026 - NUEVA ACCION AMBIT: EL AMBITO DE TIENDAS PEDIDO
      *   DESDE ALTA_USUARIO O MODIF_USUARIO SE GRABA EN EL MAESTRO
      *   AL APROBARLO (TIPO Y TIENDA O REGION) Y SE AUDITA COMO
      *   AMBIT CON EL VALOR COMO CAMPO. SI EL ALTA AUN NO ESTA EN EL
      *   MAESTRO (APLICAR_MOVIMIENTOS NO HA PASADO) LA SOLICITUD SE
      *   QUEDA PENDIENTE, COMO CUALQUIER OTRO APLICADO FALLIDO.
      * 15/09/2026 - NUEVA ACCION DEGRA: PASO A ROL N DE UNA CUENTA
      *   REVOCADA EN LA RECERTIFICACION (REVISAR_RECERTIFICACION) O
      *   SIN RESPUESTA AL CIERRE DE LA CAMPANA
      *   (CERRAR_RECERTIFICACION, SOLICITANTE CEROS). AL APROBARLA
      *   EL MAESTRO PASA A ROL N Y LAS ELEVACIONES VIGENTES DE LA
      *   CUENTA SE MARCAN REVERTIDAS (AUDITADAS COMO REVRT CON EL
      *   APROBADOR COMO OPERADOR). NADIE APRUEBA LA DEGRADACION DE
      *   SU PROPIA CUENTA.
      * 27/09/2026 - LA DECISION SE SELLA TAMBIEN CON LA HORA
      *   (APROB-HORA-DECISION, LA COLA PASA DE 74 A 82 POSICIONES) PARA
      *   MEDIR EL TIEMPO DE RESPUESTA EN INFORME_APROBACIONES. LAS
      *   SOLICITUDES CADUCADAS (ESTADO C, VER CADUCAR_APROBACIONES) NO
      *   SE PRESENTAN, COMO LAS YA DECIDIDAS.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-INTENTOS.

      *----ELEVACIONES TEMPORALES DE ROL (DEGRADACION) Y COPIA DE
      *----TRABAJO PARA REESCRIBIRLAS.
           SELECT ELEVACIONES ASSIGN TO 'ELEVACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ELEVACIONES.

           SELECT ELEVA-TRABAJO ASSIGN TO 'ELEVACIONES.TRABAJO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ELEVA-TRABAJO.

           SELECT GENERACION ASSIGN TO DYNAMIC WS-NOMBRE-GENERACION
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-GENERACION.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----COLA DE APROBACIONES.
       FD  APROBACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-APROB                          PIC X(82).

      *----DESBORDE DE LA COLA.
       FD  DESBORDE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-DESBORDE                       PIC X(82).

      *----FICHERO DE AUDITORIA.
       FD  AUDITORIA
           05 INTENTOS-FALLOS                 PIC 9(02).
           05 INTENTOS-ESTADO                 PIC X(01).

      *----ELEVACIONES TEMPORALES DE ROL.
       FD  ELEVACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-ELEVA                          PIC X(30).

      *----COPIA DE TRABAJO DE LAS ELEVACIONES.
       FD  ELEVA-TRABAJO
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-ELEVA-TRABAJO                  PIC X(30).

      *----COPIA DE GENERACION A RESTAURAR.
       FD  GENERACION
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-GENERACION                     PIC X(91).

      *----CANDADO DE SESIONES: TIPO P = PANTALLA, A = APLICACION.
       FD  SESIONES
       01  FS-HISTORIAL                      PIC 9(02).
       01  FS-INTENTOS                       PIC 9(02).
       01  FS-GENERACION                     PIC 9(02).
       01  FS-ELEVACIONES                    PIC 9(02).
       01  FS-ELEVA-TRABAJO                  PIC 9(02).
       01  FS-SESIONES                       PIC 9(02).
      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGUSUARIES.
           COPY REGAUDITORIA.
           COPY REGHISTCONTRASENA.
           COPY REGAPROBACION.
           COPY REGELEVACION.

      *----AUXILIARES.
       01  AUXILIARES.
       01  WS-NUM-SOLICITUDES                PIC 9(03)   VALUE ZEROS.
       01  WS-I-SOL                          PIC 9(03)   VALUE ZEROS.
       01  TABLA-SOLICITUDES.
           03  ELEM-SOLICITUD OCCURS 200 TIMES PIC X(82).

      *----SWITCHES.
       01  SWITCHES.
           03  SW-APLICADA                   PIC X(02)   VALUE "NO".
           03  SW-EOF-SESIONES               PIC X(02)   VALUE "NO".
           03  SW-APLICACION-EN-CURSO        PIC X(02)   VALUE "NO".
           03  SW-EOF-ELEVACIONES            PIC X(02)   VALUE "NO".

      *----CANDADO DE ESTA SESION (SE LIBERA AL TERMINAR) Y TABLA
      *----DEL FICHERO DE CANDADOS COMPLETO.
       01  CONTA-RECHAZADAS                  PIC 9(03)   VALUE ZEROS.
       01  CONTA-RESTAURADOS                 PIC 9(05)   VALUE ZEROS.
       01  CONTA-RECH-CARGA                  PIC 9(05)   VALUE ZEROS.
       01  CONTA-ELEV-REVERTIDAS             PIC 9(03)   VALUE ZEROS.

      *----REGISTRO QUE EXIGE BAJA_USUARIO EN SU LINKAGE.
       01  WS-REGUSUA-BAJA.
           DISPLAY "SOLICITUD " APROB-ID "  ACCION " APROB-ACCION
           DISPLAY "   PEDIDA EL " APROB-FECHA " POR "
                   APROB-SOLICITANTE
           IF APROB-ES-DEGRADACION AND APROB-SOLICITANTE = ZEROS
               DISPLAY "   (CIERRE DE LA CAMPANA " APROB-DETALLE
                       " SIN RESPUESTA DEL REVISOR)"
           END-IF
           DISPLAY "   OBJETIVO " APROB-OBJ-CODIGO " "
                   APROB-OBJ-ALIAS "  DETALLE " APROB-DETALLE
           IF APROB-ES-AMBITO
               DISPLAY "   AMBITO PEDIDO (C/R/T): " APROB-AMBITO-TIPO
                       " " APROB-DETALLE
           END-IF

      *----CUATRO OJOS: NADIE DECIDE SOBRE SU PROPIA SOLICITUD.
           IF APROB-SOLICITANTE = WS-OPERADOR-CODIGO
                       "OTRO ADMINISTRADOR **"
               GO TO 2200-FIN-TRATAR-SOLICITUD
           END-IF
           IF APROB-ES-DEGRADACION
               AND APROB-OBJ-CODIGO = WS-OPERADOR-CODIGO
               DISPLAY "   ** DEGRADACION DE LA CUENTA PROPIA: DEBE "
                       "DECIDIRLA OTRO ADMINISTRADOR **"
               GO TO 2200-FIN-TRATAR-SOLICITUD
           END-IF

           DISPLAY "1 - APROBAR   2 - RECHAZAR   3 - SALTAR   "
                   "0 - SALIR"
      *----------------------
           MOVE WS-OPERADOR-CODIGO TO APROB-APROBADOR
           ACCEPT APROB-FECHA-DECISION FROM DATE YYYYMMDD
           ACCEPT APROB-HORA-DECISION  FROM TIME
           MOVE REG-APROBACION TO ELEM-SOLICITUD (WS-I-SOL).

       2250-FIN-SELLAR-DECISION.
               WHEN APROB-ES-BAJA
                   PERFORM 2700-APLICAR-BAJA
                       THRU 2700-FIN-APLICAR-BAJA
               WHEN APROB-ES-AMBITO
                   PERFORM 2750-APLICAR-AMBITO
                       THRU 2750-FIN-APLICAR-AMBITO
               WHEN APROB-ES-DEGRADACION
                   PERFORM 2770-APLICAR-DEGRADACION
                       THRU 2770-FIN-APLICAR-DEGRADACION
               WHEN OTHER
                   DISPLAY "ACCION NO CATALOGADA: " APROB-ACCION
           END-EVALUATE.
      *-----------------------
           EXIT.

      * AMBITO APROBADO: TIPO Y TIENDA O REGION AL MAESTRO, Y
      * AUDITORIA CON EL APROBADOR COMO OPERADOR. UN ALTA QUE AUN NO
      * SE HA APLICADO NO ESTA EN EL MAESTRO: LA SOLICITUD ESPERA.
       2750-APLICAR-AMBITO.
      *---------------------
           OPEN I-O USUARIES
           MOVE APROB-OBJ-CODIGO TO REG-USUARIES-CODIGO
           READ USUARIES KEY IS REG-USUARIES-CODIGO
               INVALID KEY
                   DISPLAY "USUARIO NO ENCONTRADO (ALTA PENDIENTE DE "
                           "APLICAR?): " APROB-OBJ-CODIGO
                   CLOSE USUARIES
                   GO TO 2750-FIN-APLICAR-AMBITO
           END-READ
           MOVE REG-USUARIES TO REGUSUA

           MOVE APROB-AMBITO-TIPO TO REGUSUA-AMBITO-TIPO
           IF REGUSUA-AMBITO-CENTRAL
               MOVE SPACES TO REGUSUA-AMBITO-VALOR
           ELSE
               MOVE APROB-DETALLE TO REGUSUA-AMBITO-VALOR
           END-IF
           MOVE REGUSUA TO REG-USUARIES
           REWRITE REG-USUARIES
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL AMBITO"
               NOT INVALID KEY
                   MOVE "SI" TO SW-APLICADA
           END-REWRITE
           CLOSE USUARIES

           IF SW-APLICADA = "NO"
               GO TO 2750-FIN-APLICAR-AMBITO
           END-IF

           PERFORM 2850-AUDITAR-APLICACION
               THRU 2850-FIN-AUDITAR-APLICACION

           DISPLAY "AMBITO DE " APROB-OBJ-ALIAS ": "
                   REGUSUA-AMBITO-TIPO " " REGUSUA-AMBITO-VALOR.

       2750-FIN-APLICAR-AMBITO.
      *-------------------------
           EXIT.

      * DEGRADACION APROBADA: ROL N AL MAESTRO Y REVERSION DE LAS
      * ELEVACIONES VIGENTES DE LA CUENTA, PARA QUE EL ROL REVOCADO
      * NO SIGA VIVO POR LA VIA DE UNA ELEVACION.
       2770-APLICAR-DEGRADACION.
      *--------------------------
           OPEN I-O USUARIES
           MOVE APROB-OBJ-CODIGO TO REG-USUARIES-CODIGO
           READ USUARIES KEY IS REG-USUARIES-CODIGO
               INVALID KEY
                   DISPLAY "USUARIO NO ENCONTRADO: " APROB-OBJ-CODIGO
                   CLOSE USUARIES
                   GO TO 2770-FIN-APLICAR-DEGRADACION
           END-READ
           MOVE REG-USUARIES TO REGUSUA

           MOVE "N" TO REGUSUA-ROL
           MOVE REGUSUA TO REG-USUARIES
           REWRITE REG-USUARIES
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL ROL"
               NOT INVALID KEY
                   MOVE "SI" TO SW-APLICADA
           END-REWRITE
           CLOSE USUARIES

           IF SW-APLICADA = "NO"
               GO TO 2770-FIN-APLICAR-DEGRADACION
           END-IF

      *----LAS ELEVACIONES PASAN POR LA COPIA DE TRABAJO Y VUELVEN
      *----AL FICHERO CON LAS DE LA CUENTA YA REVERTIDAS.
           MOVE ZEROS TO CONTA-ELEV-REVERTIDAS
           OPEN INPUT ELEVACIONES
           IF FS-ELEVACIONES = 00
               OPEN OUTPUT ELEVA-TRABAJO
               MOVE "NO" TO SW-EOF-ELEVACIONES
               PERFORM 2780-REVERTIR-ELEVACION
                   THRU 2780-FIN-REVERTIR-ELEVACION
                   UNTIL SW-EOF-ELEVACIONES = "SI"
               CLOSE ELEVACIONES
                     ELEVA-TRABAJO
               OPEN INPUT ELEVA-TRABAJO
               OPEN OUTPUT ELEVACIONES
               MOVE "NO" TO SW-EOF-ELEVACIONES
               PERFORM 2790-DEVOLVER-ELEVACION
                   THRU 2790-FIN-DEVOLVER-ELEVACION
                   UNTIL SW-EOF-ELEVACIONES = "SI"
               CLOSE ELEVACIONES
                     ELEVA-TRABAJO
               OPEN OUTPUT ELEVA-TRABAJO
               CLOSE ELEVA-TRABAJO
           END-IF

           PERFORM 2850-AUDITAR-APLICACION
               THRU 2850-FIN-AUDITAR-APLICACION

           DISPLAY "CUENTA " APROB-OBJ-ALIAS " PASADA A ROL N"
           IF CONTA-ELEV-REVERTIDAS > ZEROS
               DISPLAY "ELEVACIONES REVERTIDAS: " CONTA-ELEV-REVERTIDAS
           END-IF.

       2770-FIN-APLICAR-DEGRADACION.
      *------------------------------
           EXIT.

       2780-REVERTIR-ELEVACION.
      *-------------------------
           READ ELEVACIONES INTO REG-ELEVACION
               AT END
                   MOVE "SI" TO SW-EOF-ELEVACIONES
                   GO TO 2780-FIN-REVERTIR-ELEVACION
           END-READ
           IF ELEVA-CODIGO = APROB-OBJ-CODIGO
               AND ELEVA-VIGENTE
               MOVE "R" TO ELEVA-ESTADO
               ADD 1 TO CONTA-ELEV-REVERTIDAS
               ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT AUDIT-HORA  FROM TIME
               MOVE "REVRT"              TO AUDIT-ACCION
               MOVE ELEVA-CODIGO         TO AUDIT-CODIGO
               MOVE SPACES               TO AUDIT-CAMPO
               STRING "ROL "      DELIMITED BY SIZE
                      ELEVA-ROL   DELIMITED BY SIZE
                   INTO AUDIT-CAMPO
               END-STRING
               MOVE WS-OPERADOR-CODIGO   TO AUDIT-OPERADOR
               OPEN EXTEND AUDITORIA
               IF FS-AUDITORIA NOT = 00
                   OPEN OUTPUT AUDITORIA
               END-IF
               WRITE REG-AUD FROM REG-AUDITORIA
               CLOSE AUDITORIA
           END-IF
           WRITE REG-ELEVA-TRABAJO FROM REG-ELEVACION.

       2780-FIN-REVERTIR-ELEVACION.
      *-----------------------------
           EXIT.

       2790-DEVOLVER-ELEVACION.
      *-------------------------
           READ ELEVA-TRABAJO
               AT END MOVE "SI" TO SW-EOF-ELEVACIONES
           NOT AT END
               WRITE REG-ELEVA FROM REG-ELEVA-TRABAJO
           END-READ.

       2790-FIN-DEVOLVER-ELEVACION.
      *-----------------------------
           EXIT.

      * LA DECISION QUEDA EN LA AUDITORIA (APROB O RECHZ) CON EL
      * APROBADOR COMO OPERADOR Y LA ACCION DECIDIDA COMO CAMPO.
       2800-AUDITAR-DECISION.
           EXIT.

      * LA OPERACION APLICADA SE AUDITA ADEMAS CON SU ACCION DE
      * SIEMPRE (RESET/DESBL/RESTA/AMBIT/DEGRA) Y EL APROBADOR COMO
      * OPERADOR.
       2850-AUDITAR-APLICACION.
      *-------------------------
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD
