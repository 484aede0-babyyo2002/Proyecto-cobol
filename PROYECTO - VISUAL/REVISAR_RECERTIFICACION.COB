      ******************************************************************
      * AUTOR: MARILUZ
      * FECHA:15/09/2026
      * OBJETIVO: REVISION DE LA CAMPANA DE RECERTIFICACION EN CURSO
      * (RECERTIFICACION.DAT, VER ABRIR_RECERTIFICACION). UN REVISOR
      * CON ROL ADMINISTRADOR RECORRE LAS LINEAS PENDIENTES, AGRUPADAS
      * POR LOCALIDAD, Y CONFIRMA CADA CUENTA (SIGUE NECESITANDO EL
      * ROL) O LA REVOCA. NADIE REVISA SU PROPIA CUENTA. LA
      * CONFIRMACION QUEDA EN AUDITORIA.DAT COMO RECOK Y LA REVOCACION
      * COMO RECRV, CON EL REVISOR COMO OPERADOR Y LA CAMPANA COMO
      * CAMPO. LA REVOCACION NO TOCA EL MAESTRO: DEJA EN LA COLA DE
      * APROBACIONES UNA SOLICITUD DEGRA (PASO A ROL N Y REVERSION
      * DE LAS ELEVACIONES VIGENTES) QUE OTRO ADMINISTRADOR APLICA EN
      * APROBAR_OPERACIONES, Y SE AUDITA COMO PETIC IGUAL QUE LAS
      * DEMAS SOLICITUDES. LO QUE QUEDE SIN RESPONDER EN LA FECHA
      * LIMITE LO CIERRA CERRAR_RECERTIFICACION.
      * LA SESION DEJA SU CANDADO EN SESIONES-LOCK.DAT (TIPO P) Y NO
      * ARRANCA SI APLICAR_MOVIMIENTOS ESTA EN CURSO (TIPO A), QUE ES
      * QUIEN CIERRA LA CAMPANA EN EL FIN DE DIA.
      * MODIFICACIONES:
      * 27/09/2026 - LA COLA DE APROBACIONES GUARDA ADEMAS LA HORA DE LA
      *   DECISION (REGAPROBACION PASA DE 74 A 82 POSICIONES, VER
      *   CADUCAR_APROBACIONES E INFORME_APROBACIONES); LA SOLICITUD
      *   NUEVA LA DEJA A CEROS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.REVISAR_RECERTIFICACION.
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
           SELECT USUARIES ASSIGN TO 'USUARIES.IDX'
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS REG-USUARIES-CODIGO
                  ALTERNATE RECORD KEY IS REG-USUARIES-ALIAS
                  FILE STATUS IS FS-USUARIES.

           SELECT RECERTIFICACION ASSIGN TO 'RECERTIFICACION.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RECERTIFICACION.

      *----DESBORDE DE LA CAMPANA: LO QUE NO CABE EN LA TABLA SE
      *----APARCA AQUI Y SE DEVUELVE INTACTO AL REESCRIBIR.
           SELECT DESBORDE ASSIGN TO 'RECERTIFICACION.TRABAJO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DESBORDE.

           SELECT APROBACIONES ASSIGN TO 'APROBACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-APROBACIONES.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *----CANDADO DE SESIONES (VER GESTIONAR_LOCKS).
           SELECT SESIONES ASSIGN TO 'SESIONES-LOCK.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SESIONES.
      ******************************************************************
      *                       DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----MAESTRO INDEXADO; SOLO SE NOMBRAN LOS CAMPOS CLAVE.
       FD  USUARIES.
       01  REG-USUARIES.
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----CAMPANA DE RECERTIFICACION.
       FD  RECERTIFICACION
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-RECER                          PIC X(65).

      *----DESBORDE DE LA CAMPANA.
       FD  DESBORDE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-DESBORDE                       PIC X(65).

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

      *----CANDADO DE SESIONES: TIPO P = PANTALLA, A = APLICACION.
       FD  SESIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-SESION.
           05 SESION-TIPO                     PIC X(01).
           05 SESION-PROGRAMA                 PIC X(20).
           05 SESION-FECHA                    PIC 9(08).
           05 SESION-HORA                     PIC 9(08).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----FILE STATUS
       01  FS-USUARIES                       PIC 9(02).
       01  FS-RECERTIFICACION                PIC 9(02).
       01  FS-DESBORDE                       PIC 9(02).
       01  FS-APROBACIONES                   PIC 9(02).
       01  FS-AUDITORIA                      PIC 9(02).
       01  FS-SESIONES                       PIC 9(02).
      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGUSUARIES.
           COPY REGAUDITORIA.
           COPY REGAPROBACION.
           COPY REGRECERTIFICACION.

      *----AUXILIARES.
       01  AUXILIARES.
           03  AUXILIAR-ALIAS                PIC X(10) VALUE SPACES.
           03  AUXILIAR-CONTRASENA           PIC X(08) VALUE SPACES.
           03  WS-CONTRASENA-HASH            PIC X(08) VALUE SPACES.

      *----REVISOR EN SESION.
       01  WS-OPERADOR-CODIGO                PIC 9(06)   VALUE ZEROS.
       01  WS-OPERADOR-ROL                   PIC X(01)   VALUE SPACES.

      *----CAMPANA COMPLETA EN MEMORIA; SE REESCRIBE ENTERA AL SALIR
      *----CON LOS ESTADOS PUESTOS AL DIA.
       01  WS-NUM-LINEAS                     PIC 9(03)   VALUE ZEROS.
       01  WS-I-LIN                          PIC 9(03)   VALUE ZEROS.
       01  TABLA-CAMPANA.
           03  ELEM-LINEA OCCURS 500 TIMES   PIC X(65).

      *----CONTROL DE RUPTURA POR LOCALIDAD.
       01  WS-LOCALIDAD-ACTUAL               PIC X(10)   VALUE SPACES.

      *----SIGUIENTE NUMERO LIBRE DE LA COLA DE APROBACIONES.
       01  WS-SIGUIENTE-ID                   PIC 9(05)   VALUE ZEROS.

      *----SWITCHES.
       01  SWITCHES.
           03  SW-OPERADOR-OK                PIC X(02)   VALUE "NO".
           03  SW-EOF-RECERTIFICACION        PIC X(02)   VALUE "NO".
           03  SW-EOF-APROBACIONES           PIC X(02)   VALUE "NO".
           03  SW-SALIR                      PIC X(02)   VALUE "NO".
           03  SW-HAY-DESBORDE               PIC X(02)   VALUE "NO".
           03  SW-EOF-DESBORDE               PIC X(02)   VALUE "NO".
           03  SW-EOF-SESIONES               PIC X(02)   VALUE "NO".
           03  SW-APLICACION-EN-CURSO        PIC X(02)   VALUE "NO".

      *----CANDADO DE ESTA SESION (SE LIBERA AL TERMINAR) Y TABLA
      *----DEL FICHERO DE CANDADOS COMPLETO.
       01  WS-LOCK-PROPIO.
           05 WS-LOCK-FECHA                  PIC 9(08)   VALUE ZEROS.
           05 WS-LOCK-HORA                   PIC 9(08)   VALUE ZEROS.
       01  WS-NUM-SESIONES                   PIC 9(03)   VALUE ZEROS.
       01  WS-I-SES                          PIC 9(03)   VALUE ZEROS.
       01  TABLA-SESIONES.
           03  ELEM-SESION OCCURS 100 TIMES PIC X(37).
       01  WS-SESION-TRABAJO.
           05 TRAB-SESION-TIPO               PIC X(01).
           05 TRAB-SESION-PROGRAMA           PIC X(20).
           05 TRAB-SESION-FECHA              PIC 9(08).
           05 TRAB-SESION-HORA               PIC 9(08).

       01  WS-OPCION                         PIC 9(01)   VALUE ZEROS.
       01  WS-FECHA-HOY                      PIC 9(08)   VALUE ZEROS.

      *----CONTADORES.
       01  CONTA-CONFIRMADAS                 PIC 9(03)   VALUE ZEROS.
       01  CONTA-REVOCADAS                   PIC 9(03)   VALUE ZEROS.
       01  CONTA-PENDIENTES                  PIC 9(03)   VALUE ZEROS.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO

           PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO

           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           DISPLAY "REVISION DE LA CAMPANA DE RECERTIFICACION"
           DISPLAY " "

           INITIALIZE  AUXILIARES
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           DISPLAY "INTRODUCE TU ALIAS: "
           ACCEPT AUXILIAR-ALIAS
           DISPLAY "INTRODUCE TU CONTRASENNA: "
           ACCEPT AUXILIAR-CONTRASENA
           CALL 'HASH_CONTRASENA' USING AUXILIAR-CONTRASENA
                                         WS-CONTRASENA-HASH

           PERFORM 1100-RESOLVER-OPERADOR
               THRU 1100-FIN-RESOLVER-OPERADOR

           PERFORM 1300-COMPROBAR-CANDADOS
               THRU 1300-FIN-COMPROBAR-CANDADOS
           IF SW-APLICACION-EN-CURSO = "SI"
               DISPLAY "APLICAR_MOVIMIENTOS ESTA EN CURSO: LA "
                       "REVISION NO PUEDE ARRANCAR"
               DISPLAY "REINTENTAR CUANDO TERMINE (O LIMPIAR UN "
                       "CANDADO HUERFANO CON GESTIONAR_LOCKS)"
               STOP RUN
           END-IF
           PERFORM 1350-REGISTRAR-CANDADO
               THRU 1350-FIN-REGISTRAR-CANDADO.

       1000-FIN-INICIO.
      *----------------
           EXIT.

      * SOLO UN ADMINISTRADOR PUEDE REVISAR LA CAMPANA.
       1100-RESOLVER-OPERADOR.
      *------------------------
           OPEN INPUT USUARIES
           MOVE AUXILIAR-ALIAS TO REG-USUARIES-ALIAS
           READ USUARIES KEY IS REG-USUARIES-ALIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-USUARIES TO REGUSUA
                   IF REGUSUA-CONTRASENA = WS-CONTRASENA-HASH
                       MOVE "SI" TO SW-OPERADOR-OK
                       MOVE REGUSUA-CODIGO TO WS-OPERADOR-CODIGO
                       MOVE REGUSUA-ROL    TO WS-OPERADOR-ROL
                   END-IF
           END-READ
           CLOSE USUARIES

           IF SW-OPERADOR-OK = "NO"
               DISPLAY "USUARIO O CONTRASENA INCORRECTO"
               STOP RUN
           END-IF

           IF WS-OPERADOR-ROL NOT = "A"
               DISPLAY "SOLO UN ADMINISTRADOR PUEDE REVISAR LA "
                       "CAMPANA"
               STOP RUN
           END-IF.

       1100-FIN-RESOLVER-OPERADOR.
      *----------------------------
           EXIT.

       2000-PROCESO.
      *-------------
           PERFORM 2100-CARGAR-CAMPANA THRU 2100-FIN-CARGAR-CAMPANA

      *----SIN CAMPANA SE SIGUE HASTA EL FIN PARA QUE EL CANDADO DE
      *----LA SESION QUEDE LIBERADO.
           IF WS-NUM-LINEAS = ZEROS
               DISPLAY "NO HAY CAMPANA DE RECERTIFICACION EN CURSO"
               GO TO 2000-FIN-PROCESO
           END-IF

           MOVE ELEM-LINEA (1) TO REG-RECERTIFICACION
           DISPLAY "CAMPANA " RECER-CAMPANA
                   "  FECHA LIMITE " RECER-FECHA-LIMITE
           IF RECER-FECHA-LIMITE < WS-FECHA-HOY
               DISPLAY "** LA FECHA LIMITE YA HA PASADO: LA CAMPANA "
                       "SE CIERRA EN EL PROXIMO FIN DE DIA **"
           END-IF

           PERFORM 2200-TRATAR-LINEA THRU 2200-FIN-TRATAR-LINEA
               VARYING WS-I-LIN FROM 1 BY 1
               UNTIL WS-I-LIN > WS-NUM-LINEAS
               OR SW-SALIR = "SI"

           PERFORM 2900-GRABAR-CAMPANA THRU 2900-FIN-GRABAR-CAMPANA.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-CARGAR-CAMPANA.
      *---------------------
           OPEN INPUT RECERTIFICACION
           IF FS-RECERTIFICACION = 00
               PERFORM 2150-LEER-LINEA THRU 2150-FIN-LEER-LINEA
                   UNTIL SW-EOF-RECERTIFICACION = "SI"
               CLOSE RECERTIFICACION
               IF SW-HAY-DESBORDE = "SI"
                   CLOSE DESBORDE
               END-IF
           END-IF.

       2100-FIN-CARGAR-CAMPANA.
      *-------------------------
           EXIT.

       2150-LEER-LINEA.
      *-----------------
           READ RECERTIFICACION
               AT END MOVE "SI" TO SW-EOF-RECERTIFICACION
           NOT AT END
               IF WS-NUM-LINEAS < 500
                   ADD 1 TO WS-NUM-LINEAS
                   MOVE REG-RECER TO ELEM-LINEA (WS-NUM-LINEAS)
               ELSE
      *----LO QUE NO CABE SE APARCA EN EL DESBORDE Y SE DEVUELVE
      *----INTACTO A LA CAMPANA AL REESCRIBIRLA.
                   IF SW-HAY-DESBORDE = "NO"
                       DISPLAY "AVISO: MAS DE 500 LINEAS, EL RESTO "
                               "SE DEJA PARA OTRA SESION"
                       OPEN OUTPUT DESBORDE
                       MOVE "SI" TO SW-HAY-DESBORDE
                   END-IF
                   WRITE REG-DESBORDE FROM REG-RECER
               END-IF
           END-READ.

       2150-FIN-LEER-LINEA.
      *---------------------
           EXIT.

       2200-TRATAR-LINEA.
      *-------------------
           MOVE ELEM-LINEA (WS-I-LIN) TO REG-RECERTIFICACION
           IF NOT RECER-PENDIENTE
               GO TO 2200-FIN-TRATAR-LINEA
           END-IF

           IF RECER-LOCALIDAD NOT = WS-LOCALIDAD-ACTUAL
               MOVE RECER-LOCALIDAD TO WS-LOCALIDAD-ACTUAL
               DISPLAY " "
               DISPLAY "LOCALIDAD: " WS-LOCALIDAD-ACTUAL
               DISPLAY "-------------------------------------"
           END-IF

           DISPLAY " "
           DISPLAY "CUENTA " RECER-CODIGO " " RECER-ALIAS
                   "  ROL EN MAESTRO " RECER-ROL
           IF RECER-ROL-ELEVADO NOT = SPACE
               DISPLAY "   ELEVACION VIGENTE: ROL " RECER-ROL-ELEVADO
                       " HASTA " RECER-FECHA-EXPIRA
           END-IF

      *----CUATRO OJOS: NADIE RECERTIFICA SU PROPIA CUENTA.
           IF RECER-CODIGO = WS-OPERADOR-CODIGO
               DISPLAY "   ** CUENTA PROPIA: DEBE REVISARLA OTRO "
                       "ADMINISTRADOR **"
               GO TO 2200-FIN-TRATAR-LINEA
           END-IF

           DISPLAY "1 - CONFIRMAR   2 - REVOCAR   3 - SALTAR   "
                   "0 - SALIR"
           MOVE ZEROS TO WS-OPCION
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 1
                   MOVE "C" TO RECER-ESTADO
                   PERFORM 2250-SELLAR-DECISION
                       THRU 2250-FIN-SELLAR-DECISION
                   PERFORM 2800-AUDITAR-DECISION
                       THRU 2800-FIN-AUDITAR-DECISION
                   ADD 1 TO CONTA-CONFIRMADAS
                   DISPLAY "CUENTA CONFIRMADA"
               WHEN 2
                   MOVE "R" TO RECER-ESTADO
                   PERFORM 2250-SELLAR-DECISION
                       THRU 2250-FIN-SELLAR-DECISION
                   PERFORM 2800-AUDITAR-DECISION
                       THRU 2800-FIN-AUDITAR-DECISION
                   PERFORM 2300-ENCOLAR-DEGRADACION
                       THRU 2300-FIN-ENCOLAR-DEGRADACION
                   ADD 1 TO CONTA-REVOCADAS
                   DISPLAY "CUENTA REVOCADA: PASO A ROL N PENDIENTE "
                           "DE APROBACION (SOLICITUD " APROB-ID ")"
               WHEN 0
                   MOVE "SI" TO SW-SALIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-FIN-TRATAR-LINEA.
      *-----------------------
           EXIT.

       2250-SELLAR-DECISION.
      *----------------------
           MOVE WS-OPERADOR-CODIGO TO RECER-REVISOR
           MOVE WS-FECHA-HOY       TO RECER-FECHA-DECISION
           MOVE REG-RECERTIFICACION TO ELEM-LINEA (WS-I-LIN).

       2250-FIN-SELLAR-DECISION.
      *--------------------------
           EXIT.

      * LA REVOCACION SE PIDE EN LA COLA CON EL SIGUIENTE NUMERO
      * LIBRE; EL PASO A ROL N SOLO SE APLICARA CUANDO OTRO
      * ADMINISTRADOR LA APRUEBE. EL DETALLE LLEVA LA CAMPANA.
       2300-ENCOLAR-DEGRADACION.
      *--------------------------
           PERFORM 2350-SIGUIENTE-ID THRU 2350-FIN-SIGUIENTE-ID

           MOVE WS-SIGUIENTE-ID      TO APROB-ID
           ACCEPT APROB-FECHA FROM DATE YYYYMMDD
           ACCEPT APROB-HORA  FROM TIME
           MOVE "DEGRA"              TO APROB-ACCION
           MOVE WS-OPERADOR-CODIGO   TO APROB-SOLICITANTE
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

      *----LA PETICION QUEDA EN LA AUDITORIA COMO LAS DEMAS.
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA  FROM TIME
           MOVE "PETIC"              TO AUDIT-ACCION
           MOVE RECER-CODIGO         TO AUDIT-CODIGO
           MOVE "DEGRA"              TO AUDIT-CAMPO
           MOVE WS-OPERADOR-CODIGO   TO AUDIT-OPERADOR
           PERFORM 2850-GRABAR-AUDITORIA
               THRU 2850-FIN-GRABAR-AUDITORIA.

       2300-FIN-ENCOLAR-DEGRADACION.
      *------------------------------
           EXIT.

      * EL SIGUIENTE NUMERO DE SOLICITUD ES EL MAYOR DE LA COLA MAS
      * UNO (1 SI LA COLA NO EXISTE TODAVIA).
       2350-SIGUIENTE-ID.
      *-------------------
           MOVE ZEROS TO WS-SIGUIENTE-ID
           MOVE "NO" TO SW-EOF-APROBACIONES
           OPEN INPUT APROBACIONES
           IF FS-APROBACIONES = 00
               PERFORM 2360-LEER-COLA THRU 2360-FIN-LEER-COLA
                   UNTIL SW-EOF-APROBACIONES = "SI"
               CLOSE APROBACIONES
           END-IF
           ADD 1 TO WS-SIGUIENTE-ID.

       2350-FIN-SIGUIENTE-ID.
      *-----------------------
           EXIT.

       2360-LEER-COLA.
      *----------------
           READ APROBACIONES INTO REG-APROBACION
               AT END MOVE "SI" TO SW-EOF-APROBACIONES
           NOT AT END
               IF APROB-ID > WS-SIGUIENTE-ID
                   MOVE APROB-ID TO WS-SIGUIENTE-ID
               END-IF
           END-READ.

       2360-FIN-LEER-COLA.
      *--------------------
           EXIT.

      * LA DECISION QUEDA EN LA AUDITORIA (RECOK O RECRV) CON EL
      * REVISOR COMO OPERADOR Y LA CAMPANA COMO CAMPO.
       2800-AUDITAR-DECISION.
      *-----------------------
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA  FROM TIME
           IF RECER-CONFIRMADA
               MOVE "RECOK" TO AUDIT-ACCION
           ELSE
               MOVE "RECRV" TO AUDIT-ACCION
           END-IF
           MOVE RECER-CODIGO         TO AUDIT-CODIGO
           MOVE RECER-CAMPANA        TO AUDIT-CAMPO
           MOVE WS-OPERADOR-CODIGO   TO AUDIT-OPERADOR
           PERFORM 2850-GRABAR-AUDITORIA
               THRU 2850-FIN-GRABAR-AUDITORIA.

       2800-FIN-AUDITAR-DECISION.
      *---------------------------
           EXIT.

       2850-GRABAR-AUDITORIA.
      *-----------------------
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = 00
               OPEN OUTPUT AUDITORIA
           END-IF
           WRITE REG-AUD FROM REG-AUDITORIA
           CLOSE AUDITORIA.

       2850-FIN-GRABAR-AUDITORIA.
      *---------------------------
           EXIT.

      * LA CAMPANA SE REESCRIBE ENTERA CON LOS ESTADOS PUESTOS AL
      * DIA; EL DESBORDE VUELVE DETRAS SIN TOCAR.
       2900-GRABAR-CAMPANA.
      *---------------------
           OPEN OUTPUT RECERTIFICACION
           PERFORM 2950-GRABAR-LINEA THRU 2950-FIN-GRABAR-LINEA
               VARYING WS-I-LIN FROM 1 BY 1
               UNTIL WS-I-LIN > WS-NUM-LINEAS
           IF SW-HAY-DESBORDE = "SI"
               OPEN INPUT DESBORDE
               PERFORM 2960-DEVOLVER-DESBORDE
                   THRU 2960-FIN-DEVOLVER-DESBORDE
                   UNTIL SW-EOF-DESBORDE = "SI"
               CLOSE DESBORDE
               OPEN OUTPUT DESBORDE
               CLOSE DESBORDE
           END-IF
           CLOSE RECERTIFICACION.

       2900-FIN-GRABAR-CAMPANA.
      *-------------------------
           EXIT.

       2950-GRABAR-LINEA.
      *-------------------
           MOVE ELEM-LINEA (WS-I-LIN) TO REG-RECER
           MOVE ELEM-LINEA (WS-I-LIN) TO REG-RECERTIFICACION
           IF RECER-PENDIENTE
               ADD 1 TO CONTA-PENDIENTES
           END-IF
           WRITE REG-RECER.

       2950-FIN-GRABAR-LINEA.
      *-----------------------
           EXIT.

       2960-DEVOLVER-DESBORDE.
      *------------------------
           READ DESBORDE
               AT END MOVE "SI" TO SW-EOF-DESBORDE
           NOT AT END
               MOVE REG-DESBORDE TO REG-RECERTIFICACION
               IF RECER-PENDIENTE
                   ADD 1 TO CONTA-PENDIENTES
               END-IF
               WRITE REG-RECER FROM REG-DESBORDE
           END-READ.

       2960-FIN-DEVOLVER-DESBORDE.
      *----------------------------
           EXIT.

       3000-FIN.
      *---------
           PERFORM 3100-LIBERAR-CANDADO
               THRU 3100-FIN-LIBERAR-CANDADO
           DISPLAY " "
           DISPLAY "CUENTAS CONFIRMADAS....: " CONTA-CONFIRMADAS
           DISPLAY "CUENTAS REVOCADAS......: " CONTA-REVOCADAS
           DISPLAY "PENDIENTES DE RESPUESTA: " CONTA-PENDIENTES
           DISPLAY "COMPLETADO"
           STOP RUN.
       3000-FIN-FIN.
      *-------------
           EXIT.

      * CARGA EL FICHERO DE CANDADOS Y MIRA SI HAY UNA APLICACION
      * DE FIN DE DIA EN CURSO (TIPO A).
       1300-COMPROBAR-CANDADOS.
      *-------------------------
           MOVE ZEROS TO WS-NUM-SESIONES
           MOVE "NO" TO SW-EOF-SESIONES
           MOVE "NO" TO SW-APLICACION-EN-CURSO
           OPEN INPUT SESIONES
           IF FS-SESIONES = 00
               PERFORM 1310-LEER-CANDADO THRU 1310-FIN-LEER-CANDADO
                   UNTIL SW-EOF-SESIONES = "SI"
               CLOSE SESIONES
           END-IF.

       1300-FIN-COMPROBAR-CANDADOS.
      *-----------------------------
           EXIT.

       1310-LEER-CANDADO.
      *-------------------
           READ SESIONES
               AT END MOVE "SI" TO SW-EOF-SESIONES
           NOT AT END
               IF WS-NUM-SESIONES < 100
                   ADD 1 TO WS-NUM-SESIONES
                   MOVE REG-SESION
                       TO ELEM-SESION (WS-NUM-SESIONES)
               END-IF
               IF SESION-TIPO = "A"
                   MOVE "SI" TO SW-APLICACION-EN-CURSO
               END-IF
           END-READ.

       1310-FIN-LEER-CANDADO.
      *-----------------------
           EXIT.

      * REGISTRA EL CANDADO DE ESTA SESION DE PANTALLA; LA FECHA Y
      * LA HORA SON SU IDENTIDAD PARA LIBERARLO AL TERMINAR.
       1350-REGISTRAR-CANDADO.
      *------------------------
           ACCEPT WS-LOCK-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-HORA  FROM TIME

           MOVE "P" TO SESION-TIPO
           MOVE "REVISAR_RECERTIFIC" TO SESION-PROGRAMA
           MOVE WS-LOCK-FECHA TO SESION-FECHA
           MOVE WS-LOCK-HORA  TO SESION-HORA

           OPEN EXTEND SESIONES
           IF FS-SESIONES NOT = 00
               OPEN OUTPUT SESIONES
           END-IF
           WRITE REG-SESION
           CLOSE SESIONES.

       1350-FIN-REGISTRAR-CANDADO.
      *----------------------------
           EXIT.

      * AL TERMINAR, EL FICHERO DE CANDADOS SE REESCRIBE SIN EL DE
      * ESTA SESION (IDENTIFICADO POR SU FECHA Y HORA DE ALTA).
       3100-LIBERAR-CANDADO.
      *----------------------
           MOVE ZEROS TO WS-NUM-SESIONES
           MOVE "NO" TO SW-EOF-SESIONES
           OPEN INPUT SESIONES
           IF FS-SESIONES = 00
               PERFORM 1310-LEER-CANDADO THRU 1310-FIN-LEER-CANDADO
                   UNTIL SW-EOF-SESIONES = "SI"
               CLOSE SESIONES
           END-IF

           OPEN OUTPUT SESIONES
           PERFORM 3150-REGRABAR-CANDADO
               THRU 3150-FIN-REGRABAR-CANDADO
               VARYING WS-I-SES FROM 1 BY 1
               UNTIL WS-I-SES > WS-NUM-SESIONES
           CLOSE SESIONES.

       3100-FIN-LIBERAR-CANDADO.
      *--------------------------
           EXIT.

       3150-REGRABAR-CANDADO.
      *-----------------------
           MOVE ELEM-SESION (WS-I-SES) TO WS-SESION-TRABAJO
           IF TRAB-SESION-TIPO = "P"
               AND TRAB-SESION-FECHA = WS-LOCK-FECHA
               AND TRAB-SESION-HORA = WS-LOCK-HORA
               CONTINUE
           ELSE
               MOVE WS-SESION-TRABAJO TO REG-SESION
               WRITE REG-SESION
           END-IF.

       3150-FIN-REGRABAR-CANDADO.
      *---------------------------
           EXIT.

       END PROGRAM REVISAR_RECERTIFICACION.
