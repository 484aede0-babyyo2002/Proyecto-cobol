      ******************************************************************
      * AUTOR: MARILUZ
      * FECHA:15/09/2026
      * OBJETIVO: PASO DE FIN DE DIA (LO LANZA APLICAR_MOVIMIENTOS)
      * QUE CIERRA LA CAMPANA DE RECERTIFICACION EN CURSO CUANDO
      * LLEGA SU FECHA LIMITE (VER ABRIR_RECERTIFICACION). LAS
      * LINEAS QUE SIGUEN SIN RESPUESTA SE MARCAN VENCIDAS (V), SE
      * AUDITAN COMO RECVE SIN OPERADOR (LO DECIDE EL CALENDARIO, NO
      * UNA PERSONA) Y SE PIDE SU PASO A ROL N EN LA COLA DE
      * APROBACIONES (ACCION DEGRA, SOLICITANTE CEROS), QUE UN
      * ADMINISTRADOR APLICA EN APROBAR_OPERACIONES COMO LAS
      * REVOCACIONES DEL REVISOR. LA CAMPANA CERRADA SE ANNADE A
      * RECERTIFICACION-HIST.DAT, SE VACIA RECERTIFICACION.DAT Y SE
      * ESCRIBE EL ACTA DE CIERRE EN ACTA-RECERTIFICACION.TXT (POR
      * LOCALIDAD, CON QUIEN DECIDIO CADA CUENTA Y CUANDO, LOS
      * TOTALES Y EL ESPACIO PARA LA FIRMA), QUE ES LO QUE SE
      * ENTREGA A AUDITORIA. EL ACTA SE AMPLIA DE UNA CAMPANA A OTRA.
      * ANTES DE LA FECHA LIMITE EL PASO SOLO INFORMA DEL AVANCE.
      * MODIFICACIONES:
      * 27/09/2026 - LA COLA DE APROBACIONES GUARDA ADEMAS LA HORA DE LA
      *   DECISION (REGAPROBACION PASA DE 74 A 82 POSICIONES, VER
      *   CADUCAR_APROBACIONES E INFORME_APROBACIONES); LA SOLICITUD
      *   NUEVA LA DEJA A CEROS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.CERRAR_RECERTIFICACION.
      ******************************************************************
      *                   ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERTIFICACION ASSIGN TO 'RECERTIFICACION.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RECERTIFICACION.

           SELECT HISTORICO ASSIGN TO 'RECERTIFICACION-HIST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-HISTORICO.

           SELECT ACTA ASSIGN TO 'ACTA-RECERTIFICACION.TXT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ACTA.

           SELECT APROBACIONES ASSIGN TO 'APROBACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-APROBACIONES.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.
      ******************************************************************
      *                       DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----CAMPANA DE RECERTIFICACION EN CURSO.
       FD  RECERTIFICACION
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-RECER                          PIC X(65).

      *----CAMPANAS CERRADAS.
       FD  HISTORICO
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-HISTORICO                      PIC X(65).

      *----ACTA DE CIERRE PARA AUDITORIA.
       FD  ACTA
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-ACTA                           PIC X(80).

      *----COLA DE APROBACIONES.
       FD  APROBACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-APROB                          PIC X(82).

      *----FICHERO DE AUDITORIA.
       FD  AUDITORIA
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-AUD                            PIC X(43).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----FILE STATUS
       01  FS-RECERTIFICACION                PIC 9(02).
       01  FS-HISTORICO                      PIC 9(02).
       01  FS-ACTA                           PIC 9(02).
       01  FS-APROBACIONES                   PIC 9(02).
       01  FS-AUDITORIA                      PIC 9(02).
      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGAUDITORIA.
           COPY REGAPROBACION.
           COPY REGRECERTIFICACION.

       01  WS-FECHA-HOY                      PIC 9(08)   VALUE ZEROS.
       01  WS-CAMPANA                        PIC X(06)   VALUE SPACES.
       01  WS-FECHA-LIMITE                   PIC 9(08)   VALUE ZEROS.

      *----SIGUIENTE NUMERO LIBRE DE LA COLA DE APROBACIONES.
       01  WS-SIGUIENTE-ID                   PIC 9(05)   VALUE ZEROS.

      *----CONTROL DE RUPTURA POR LOCALIDAD.
       01  WS-LOCALIDAD-ACTUAL               PIC X(10)   VALUE SPACES.
       01  WS-PRIMERA-LOCALIDAD              PIC X(02)   VALUE "SI".

      *----SWITCHES.
       01  SWITCHES.
           03  SW-EOF-RECERTIFICACION        PIC X(02)   VALUE "NO".
           03  SW-EOF-APROBACIONES           PIC X(02)   VALUE "NO".

      *----CONTADORES.
       01  CONTADORES.
           03  CONTA-LOCALIDAD               PIC 9(05)   VALUE ZEROS.
           03  CONTA-LINEAS                  PIC 9(05)   VALUE ZEROS.
           03  CONTA-CONFIRMADAS             PIC 9(05)   VALUE ZEROS.
           03  CONTA-REVOCADAS               PIC 9(05)   VALUE ZEROS.
           03  CONTA-VENCIDAS                PIC 9(05)   VALUE ZEROS.

      *----LINEAS DEL ACTA.
       01  WS-ACTA-TITULO.
           05 FILLER                         PIC X(48) VALUE
              "ACTA DE RECERTIFICACION DE CUENTAS PRIVILEGIADAS".
           05 FILLER                         PIC X(32) VALUE SPACES.
       01  WS-ACTA-CAMPANA.
           05 FILLER                         PIC X(08) VALUE "CAMPANA ".
           05 ACTA-CAMPANA                   PIC X(06).
           05 FILLER                         PIC X(15)
                                      VALUE "  FECHA LIMITE ".
           05 ACTA-FECHA-LIMITE              PIC 9(08).
           05 FILLER                         PIC X(14)
                                      VALUE "  CERRADA EL ".
           05 ACTA-FECHA-CIERRE              PIC 9(08).
           05 FILLER                         PIC X(21) VALUE SPACES.
       01  WS-ACTA-LOCALIDAD.
           05 FILLER                         PIC X(11)
                                      VALUE "LOCALIDAD: ".
           05 ACTA-LOCALIDAD                 PIC X(10).
           05 FILLER                         PIC X(59) VALUE SPACES.
       01  WS-ACTA-DETALLE.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 ACTA-CODIGO                    PIC 9(06).
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 ACTA-ALIAS                     PIC X(10).
           05 FILLER                         PIC X(05) VALUE " ROL ".
           05 ACTA-ROL                       PIC X(01).
           05 FILLER                         PIC X(06) VALUE " ELEV ".
           05 ACTA-ROL-ELEVADO               PIC X(01).
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 ACTA-DECISION                  PIC X(11).
           05 FILLER                         PIC X(05) VALUE " POR ".
           05 ACTA-REVISOR                   PIC 9(06).
           05 FILLER                         PIC X(04) VALUE " EL ".
           05 ACTA-FECHA-DECISION            PIC 9(08).
           05 FILLER                         PIC X(13) VALUE SPACES.
       01  WS-ACTA-SUBTOTAL.
           05 FILLER                         PIC X(11)
                                      VALUE "  SUBTOTAL ".
           05 ACTA-SUB-LOCALIDAD             PIC X(10).
           05 FILLER                         PIC X(02) VALUE ": ".
           05 ACTA-SUB-CUENTAS               PIC ZZZZ9.
           05 FILLER                         PIC X(08) VALUE " CUENTAS".
           05 FILLER                         PIC X(44) VALUE SPACES.
       01  WS-ACTA-TOTAL.
           05 ACTA-TOTAL-TEXTO               PIC X(30).
           05 ACTA-TOTAL-CUENTAS             PIC ZZZZ9.
           05 FILLER                         PIC X(45) VALUE SPACES.
       01  WS-ACTA-FIRMA.
           05 FILLER                         PIC X(50) VALUE
              "FIRMA DEL RESPONSABLE: ______________________ ".
           05 FILLER                         PIC X(30) VALUE
              "FECHA: __________".
       01  WS-ACTA-RAYA                      PIC X(80) VALUE ALL "-".

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO

           IF WS-CAMPANA NOT = SPACES
               AND WS-FECHA-HOY NOT < WS-FECHA-LIMITE
               PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO
           END-IF

           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           DISPLAY "CIERRE DE LA CAMPANA DE RECERTIFICACION"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           INITIALIZE CONTADORES
           MOVE SPACES TO WS-CAMPANA
           MOVE SPACES TO WS-LOCALIDAD-ACTUAL
           MOVE "SI"   TO WS-PRIMERA-LOCALIDAD
           MOVE "NO"   TO SW-EOF-RECERTIFICACION

      *----CAMPANA Y FECHA LIMITE DE LA PRIMERA LINEA; DE PASO SE
      *----CUENTA LO PENDIENTE PARA EL AVISO DE AVANCE.
           OPEN INPUT RECERTIFICACION
           IF FS-RECERTIFICACION = 00
               PERFORM 1100-CONTAR-LINEA THRU 1100-FIN-CONTAR-LINEA
                   UNTIL SW-EOF-RECERTIFICACION = "SI"
               CLOSE RECERTIFICACION
           END-IF

           IF WS-CAMPANA = SPACES
               DISPLAY "NO HAY CAMPANA DE RECERTIFICACION EN CURSO"
           ELSE
               IF WS-FECHA-HOY < WS-FECHA-LIMITE
                   DISPLAY "CAMPANA " WS-CAMPANA " EN CURSO HASTA EL "
                           WS-FECHA-LIMITE ": " CONTA-VENCIDAS
                           " DE " CONTA-LINEAS " SIN RESPONDER"
               END-IF
           END-IF.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1100-CONTAR-LINEA.
      *-------------------
           READ RECERTIFICACION INTO REG-RECERTIFICACION
               AT END MOVE "SI" TO SW-EOF-RECERTIFICACION
           NOT AT END
               IF WS-CAMPANA = SPACES
                   MOVE RECER-CAMPANA      TO WS-CAMPANA
                   MOVE RECER-FECHA-LIMITE TO WS-FECHA-LIMITE
               END-IF
               ADD 1 TO CONTA-LINEAS
               IF RECER-PENDIENTE
                   ADD 1 TO CONTA-VENCIDAS
               END-IF
           END-READ.

       1100-FIN-CONTAR-LINEA.
      *-----------------------
           EXIT.

       2000-PROCESO.
      *-------------
           INITIALIZE CONTADORES
           MOVE "NO" TO SW-EOF-RECERTIFICACION
           PERFORM 2050-SIGUIENTE-ID THRU 2050-FIN-SIGUIENTE-ID

           OPEN INPUT RECERTIFICACION
           OPEN EXTEND HISTORICO
           IF FS-HISTORICO NOT = 00
               OPEN OUTPUT HISTORICO
           END-IF
           OPEN EXTEND ACTA
           IF FS-ACTA NOT = 00
               OPEN OUTPUT ACTA
           END-IF

           MOVE WS-CAMPANA      TO ACTA-CAMPANA
           MOVE WS-FECHA-LIMITE TO ACTA-FECHA-LIMITE
           MOVE WS-FECHA-HOY    TO ACTA-FECHA-CIERRE
           WRITE REG-ACTA FROM WS-ACTA-RAYA
           WRITE REG-ACTA FROM WS-ACTA-TITULO
           WRITE REG-ACTA FROM WS-ACTA-CAMPANA
           WRITE REG-ACTA FROM WS-ACTA-RAYA

           PERFORM 2100-CERRAR-LINEA THRU 2100-FIN-CERRAR-LINEA
               UNTIL SW-EOF-RECERTIFICACION = "SI"
           IF WS-PRIMERA-LOCALIDAD = "NO"
               PERFORM 2300-SUBTOTAL-LOCALIDAD
                   THRU 2300-FIN-SUBTOTAL-LOCALIDAD
           END-IF

           PERFORM 2400-TOTALES-ACTA THRU 2400-FIN-TOTALES-ACTA

           CLOSE RECERTIFICACION
                 HISTORICO
                 ACTA

      *----LA CAMPANA YA ESTA EN EL HISTORICO: SE VACIA LA VIVA PARA
      *----QUE ABRIR_RECERTIFICACION PUEDA ABRIR LA SIGUIENTE.
           OPEN OUTPUT RECERTIFICACION
           CLOSE RECERTIFICACION.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

      * EL SIGUIENTE NUMERO DE SOLICITUD ES EL MAYOR DE LA COLA MAS
      * UNO (1 SI LA COLA NO EXISTE TODAVIA).
       2050-SIGUIENTE-ID.
      *-------------------
           MOVE ZEROS TO WS-SIGUIENTE-ID
           MOVE "NO" TO SW-EOF-APROBACIONES
           OPEN INPUT APROBACIONES
           IF FS-APROBACIONES = 00
               PERFORM 2060-LEER-COLA THRU 2060-FIN-LEER-COLA
                   UNTIL SW-EOF-APROBACIONES = "SI"
               CLOSE APROBACIONES
           END-IF
           ADD 1 TO WS-SIGUIENTE-ID.

       2050-FIN-SIGUIENTE-ID.
      *-----------------------
           EXIT.

       2060-LEER-COLA.
      *----------------
           READ APROBACIONES INTO REG-APROBACION
               AT END MOVE "SI" TO SW-EOF-APROBACIONES
           NOT AT END
               IF APROB-ID > WS-SIGUIENTE-ID
                   MOVE APROB-ID TO WS-SIGUIENTE-ID
               END-IF
           END-READ.

       2060-FIN-LEER-COLA.
      *--------------------
           EXIT.

       2100-CERRAR-LINEA.
      *-------------------
           READ RECERTIFICACION INTO REG-RECERTIFICACION
               AT END
                   MOVE "SI" TO SW-EOF-RECERTIFICACION
                   GO TO 2100-FIN-CERRAR-LINEA
           END-READ

           IF RECER-PENDIENTE
               MOVE "V"          TO RECER-ESTADO
               MOVE ZEROS        TO RECER-REVISOR
               MOVE WS-FECHA-HOY TO RECER-FECHA-DECISION
               PERFORM 2200-VENCER-LINEA THRU 2200-FIN-VENCER-LINEA
           END-IF

           WRITE REG-HISTORICO FROM REG-RECERTIFICACION

           IF RECER-LOCALIDAD NOT = WS-LOCALIDAD-ACTUAL
               OR WS-PRIMERA-LOCALIDAD = "SI"
               IF WS-PRIMERA-LOCALIDAD = "NO"
                   PERFORM 2300-SUBTOTAL-LOCALIDAD
                       THRU 2300-FIN-SUBTOTAL-LOCALIDAD
               END-IF
               MOVE "NO"            TO WS-PRIMERA-LOCALIDAD
               MOVE RECER-LOCALIDAD TO WS-LOCALIDAD-ACTUAL
               MOVE ZEROS           TO CONTA-LOCALIDAD
               MOVE RECER-LOCALIDAD TO ACTA-LOCALIDAD
               WRITE REG-ACTA FROM WS-ACTA-LOCALIDAD
           END-IF

           ADD 1 TO CONTA-LOCALIDAD
           ADD 1 TO CONTA-LINEAS
           EVALUATE TRUE
               WHEN RECER-CONFIRMADA
                   MOVE "CONFIRMADA" TO ACTA-DECISION
                   ADD 1 TO CONTA-CONFIRMADAS
               WHEN RECER-REVOCADA
                   MOVE "REVOCADA"   TO ACTA-DECISION
                   ADD 1 TO CONTA-REVOCADAS
               WHEN OTHER
                   MOVE "VENCIDA"    TO ACTA-DECISION
                   ADD 1 TO CONTA-VENCIDAS
           END-EVALUATE
           MOVE RECER-CODIGO         TO ACTA-CODIGO
           MOVE RECER-ALIAS          TO ACTA-ALIAS
           MOVE RECER-ROL            TO ACTA-ROL
           MOVE RECER-ROL-ELEVADO    TO ACTA-ROL-ELEVADO
           MOVE RECER-REVISOR        TO ACTA-REVISOR
           MOVE RECER-FECHA-DECISION TO ACTA-FECHA-DECISION
           WRITE REG-ACTA FROM WS-ACTA-DETALLE.

       2100-FIN-CERRAR-LINEA.
      *-----------------------
           EXIT.

      * LINEA SIN RESPUESTA: AUDITORIA RECVE SIN OPERADOR Y PASO A
      * ROL N PEDIDO EN LA COLA, QUE APLICA UN ADMINISTRADOR.
       2200-VENCER-LINEA.
      *-------------------
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA  FROM TIME
           MOVE "RECVE"              TO AUDIT-ACCION
           MOVE RECER-CODIGO         TO AUDIT-CODIGO
           MOVE RECER-CAMPANA        TO AUDIT-CAMPO
           MOVE ZEROS                TO AUDIT-OPERADOR
           PERFORM 2250-GRABAR-AUDITORIA
               THRU 2250-FIN-GRABAR-AUDITORIA

           MOVE WS-SIGUIENTE-ID      TO APROB-ID
           ADD 1 TO WS-SIGUIENTE-ID
           ACCEPT APROB-FECHA FROM DATE YYYYMMDD
           ACCEPT APROB-HORA  FROM TIME
           MOVE "DEGRA"              TO APROB-ACCION
           MOVE ZEROS                TO APROB-SOLICITANTE
           MOVE RECER-CODIGO         TO APROB-OBJ-CODIGO
           MOVE RECER-ALIAS          TO APROB-OBJ-ALIAS
           MOVE RECER-CAMPANA        TO APROB-DETALLE
           MOVE "P"                  TO APROB-ESTADO
           MOVE ZEROS                TO APROB-APROBADOR
           MOVE ZEROS                TO APROB-FECHA-DECISION
           MOVE SPACE                TO APROB-AMBITO-TIPO
           MOVE ZEROS                TO APROB-HORA-DECISION

           OPEN EXTEND APROBACIONES
           IF FS-APROBACIONES NOT = 00
               OPEN OUTPUT APROBACIONES
           END-IF
           WRITE REG-APROB FROM REG-APROBACION
           CLOSE APROBACIONES

           MOVE "PETIC"              TO AUDIT-ACCION
           MOVE "DEGRA"              TO AUDIT-CAMPO
           PERFORM 2250-GRABAR-AUDITORIA
               THRU 2250-FIN-GRABAR-AUDITORIA

           DISPLAY "SIN RESPUESTA: " RECER-CODIGO " " RECER-ALIAS
                   " - PASO A ROL N PEDIDO (SOLICITUD " APROB-ID ")".

       2200-FIN-VENCER-LINEA.
      *-----------------------
           EXIT.

       2250-GRABAR-AUDITORIA.
      *-----------------------
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = 00
               OPEN OUTPUT AUDITORIA
           END-IF
           WRITE REG-AUD FROM REG-AUDITORIA
           CLOSE AUDITORIA.

       2250-FIN-GRABAR-AUDITORIA.
      *---------------------------
           EXIT.

       2300-SUBTOTAL-LOCALIDAD.
      *-------------------------
           MOVE WS-LOCALIDAD-ACTUAL TO ACTA-SUB-LOCALIDAD
           MOVE CONTA-LOCALIDAD     TO ACTA-SUB-CUENTAS
           WRITE REG-ACTA FROM WS-ACTA-SUBTOTAL.

       2300-FIN-SUBTOTAL-LOCALIDAD.
      *-----------------------------
           EXIT.

       2400-TOTALES-ACTA.
      *-------------------
           WRITE REG-ACTA FROM WS-ACTA-RAYA
           MOVE "CUENTAS REVISADAS............:" TO ACTA-TOTAL-TEXTO
           MOVE CONTA-LINEAS TO ACTA-TOTAL-CUENTAS
           WRITE REG-ACTA FROM WS-ACTA-TOTAL
           MOVE "   CONFIRMADAS...............:" TO ACTA-TOTAL-TEXTO
           MOVE CONTA-CONFIRMADAS TO ACTA-TOTAL-CUENTAS
           WRITE REG-ACTA FROM WS-ACTA-TOTAL
           MOVE "   REVOCADAS.................:" TO ACTA-TOTAL-TEXTO
           MOVE CONTA-REVOCADAS TO ACTA-TOTAL-CUENTAS
           WRITE REG-ACTA FROM WS-ACTA-TOTAL
           MOVE "   VENCIDAS SIN RESPUESTA....:" TO ACTA-TOTAL-TEXTO
           MOVE CONTA-VENCIDAS TO ACTA-TOTAL-CUENTAS
           WRITE REG-ACTA FROM WS-ACTA-TOTAL
           MOVE SPACES TO REG-ACTA
           WRITE REG-ACTA
           WRITE REG-ACTA FROM WS-ACTA-FIRMA
           WRITE REG-ACTA FROM WS-ACTA-RAYA.

       2400-FIN-TOTALES-ACTA.
      *-----------------------
           EXIT.

       3000-FIN.
      *---------
           IF WS-CAMPANA NOT = SPACES
               AND WS-FECHA-HOY NOT < WS-FECHA-LIMITE
               DISPLAY "CAMPANA " WS-CAMPANA " CERRADA: "
                       CONTA-LINEAS " CUENTAS"
               DISPLAY "   CONFIRMADAS " CONTA-CONFIRMADAS
                       "  REVOCADAS " CONTA-REVOCADAS
                       "  VENCIDAS " CONTA-VENCIDAS
               DISPLAY "ACTA EN ACTA-RECERTIFICACION.TXT"
           END-IF
           GOBACK.

       3000-FIN-FIN.
      *-------------
           EXIT.

       END PROGRAM CERRAR_RECERTIFICACION.
