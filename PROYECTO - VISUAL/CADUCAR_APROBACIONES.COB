      ******************************************************************
      * AUTOR: MARILUZ
      * FECHA:27/09/2026
      * OBJETIVO: TRABAJO DIARIO DE VIGILANCIA DE LA COLA DE
      * APROBACIONES APROBACIONES.DAT. LAS SOLICITUDES PENDIENTES (P)
      * NO CADUCABAN NUNCA: SI NINGUN ADMINISTRADOR ENTRABA EN
      * APROBAR_OPERACIONES, UN RESET DE CONTRASENA PODIA ESPERAR DIAS
      * CON EL USUARIO SIN PODER TRABAJAR. AQUI SE CALCULA LA
      * ANTIGUEDAD EN HORAS DE CADA PENDIENTE (FECHA Y HORA DE LA
      * PETICION CONTRA LA HORA DEL TRABAJO) Y:
      *   - LAS QUE PASAN DE LAS HORAS DE AVISO (PRIMER ARGUMENTO, 24
      *     SI NO SE INDICA) SE LISTAN CON SU ANTIGUEDAD Y SOLICITANTE
      *     Y SE ESCALAN: UN REGISTRO POR ADMINISTRADOR ACTIVO Y
      *     SOLICITUD EN EL EXTRACTO NOTIFICACIONES-APROBACION.DAT,
      *     COMO EL DE LAS BAJAS PENDIENTES (VER NOTIFICAR_BAJAS);
      *   - LAS QUE PASAN DEL MAXIMO (SEGUNDO ARGUMENTO, 168 SI NO SE
      *     INDICA) CADUCAN: PASAN A ESTADO C CON FECHA Y HORA DE
      *     DECISION Y APROBADOR CEROS, SE AUDITAN COMO CADUC SIN
      *     OPERADOR (LO DECIDE EL RELOJ, NO UNA PERSONA) Y TAMBIEN SE
      *     AVISA A LOS ADMINISTRADORES PARA QUE EL SOLICITANTE LA
      *     PIDA DE NUEVO SI SIGUE HACIENDO FALTA.
      * LAS DEGRADACIONES (DEGRA) NO CADUCAN: SON EL RESULTADO DE LA
      * RECERTIFICACION Y DEJARLAS CAER DEVOLVERIA EL PRIVILEGIO
      * REVOCADO; PASADO EL MAXIMO SE SIGUEN ESCALANDO CADA DIA.
      * LA COLA SE REESCRIBE ENTERA, ASI QUE EL TRABAJO NO ARRANCA SI
      * HAY SESIONES DE PANTALLA (CANDADO P) O EL FIN DE DIA (A) EN
      * CURSO, Y MIENTRAS CORRE DEJA SU PROPIO CANDADO A, QUE BARRA
      * LAS PANTALLAS (VER GESTIONAR_LOCKS).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.CADUCAR_APROBACIONES.
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
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS REG-USUARIES-CODIGO
                  ALTERNATE RECORD KEY IS REG-USUARIES-ALIAS
                  FILE STATUS IS FS-USUARIES.

           SELECT APROBACIONES ASSIGN TO 'APROBACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-APROBACIONES.

      *----COPIA DE LA COLA CON LOS ESTADOS PUESTOS AL DIA; AL
      *----TERMINAR SE DEVUELVE ENTERA A APROBACIONES.DAT.
           SELECT NUEVA-COLA ASSIGN TO 'APROBACIONES.NUEVA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NUEVA-COLA.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *----EXTRACTO DE AVISOS A LOS ADMINISTRADORES; SE AMPLIA DE
      *----UNA EJECUCION A OTRA HASTA QUE SE RECOGE.
           SELECT NOTIFICACIONES
                  ASSIGN TO 'NOTIFICACIONES-APROBACION.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NOTIFICACIONES.

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

      *----COLA DE APROBACIONES.
       FD  APROBACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-APROB                          PIC X(82).

      *----COPIA NUEVA DE LA COLA.
       FD  NUEVA-COLA
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-NUEVA-COLA                     PIC X(82).

      *----FICHERO DE AUDITORIA.
       FD  AUDITORIA
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-AUD                            PIC X(43).

      *----AVISO A UN ADMINISTRADOR SOBRE UNA SOLICITUD ATRASADA.
       FD  NOTIFICACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-NOTIFICACION.
           05 NOTIF-DEST-CODIGO               PIC 9(06).
           05 NOTIF-DEST-NOMBRE               PIC X(10).
           05 NOTIF-DEST-ALIAS                PIC X(10).
           05 NOTIF-ID                        PIC 9(05).
           05 NOTIF-ACCION                    PIC X(05).
           05 NOTIF-SOLICITANTE               PIC 9(06).
           05 NOTIF-OBJ-ALIAS                 PIC X(10).
           05 NOTIF-FECHA-PETICION            PIC 9(08).
           05 NOTIF-HORAS                     PIC 9(05).
           05 NOTIF-TEXTO                     PIC X(40).

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
       01  FS-APROBACIONES                   PIC 9(02).
       01  FS-NUEVA-COLA                     PIC 9(02).
       01  FS-AUDITORIA                      PIC 9(02).
       01  FS-NOTIFICACIONES                 PIC 9(02).
       01  FS-SESIONES                       PIC 9(02).
      *----AUXILIAR PARA COMPROBAR_FS.
       01  WS-FICHERO-CHK                    PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
       01  WS-PROGRAMA-CHK                   PIC X(20)
                                      VALUE "CADUCAR_APROBACIONES".
       01  WS-OPERACION-CHK                  PIC X(10) VALUE SPACES.
       01  WS-ESTADO-MAESTRO-CHK             PIC X(01) VALUE "I".
      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGUSUARIES.
           COPY REGAUDITORIA.
           COPY REGAPROBACION.

      *----PARAMETROS: HORAS DE AVISO Y HORAS MAXIMAS PENDIENTE.
       01  WS-ARGUMENTOS                     PIC X(20)   VALUE SPACES.
       01  WS-ARG-AVISO                      PIC X(10)   VALUE SPACES.
       01  WS-ARG-MAXIMO                     PIC X(10)   VALUE SPACES.
       01  HORAS-AVISO                       PIC 9(05)   VALUE 24.
       01  HORAS-MAXIMO                      PIC 9(05)   VALUE 168.

      *----FECHA Y HORA DEL TRABAJO Y ANTIGUEDAD DE LA SOLICITUD.
       01  WS-FECHA-HOY                      PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-HOY                       PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-HOY-R REDEFINES WS-HORA-HOY.
           05 WS-HOY-HH                      PIC 9(02).
           05 WS-HOY-MI                      PIC 9(02).
           05 FILLER                         PIC 9(04).
       01  WS-HORA-PETICION                  PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-PETICION-R REDEFINES WS-HORA-PETICION.
           05 WS-PET-HH                      PIC 9(02).
           05 WS-PET-MI                      PIC 9(02).
           05 FILLER                         PIC 9(04).
       01  WS-MINUTOS                        PIC S9(09)  VALUE ZEROS.
       01  WS-HORAS                          PIC 9(05)   VALUE ZEROS.

      *----ADMINISTRADORES ACTIVOS, DESTINATARIOS DE LOS AVISOS.
       01  WS-NUM-ADMIN                      PIC 9(03)   VALUE ZEROS.
       01  WS-I-ADM                          PIC 9(03)   VALUE ZEROS.
       01  TABLA-ADMIN.
           03  ELEM-ADMIN OCCURS 100 TIMES.
               05 ELEM-ADM-CODIGO            PIC 9(06).
               05 ELEM-ADM-NOMBRE            PIC X(10).
               05 ELEM-ADM-ALIAS             PIC X(10).

      *----TEXTO DEL AVISO DE LA SOLICITUD EN CURSO.
       01  WS-TEXTO-AVISO                    PIC X(40)   VALUE SPACES.

      *----SWITCHES.
       01  SWITCHES.
           03  SW-EOF-USUARIES               PIC X(02)   VALUE "NO".
           03  SW-EOF-APROBACIONES           PIC X(02)   VALUE "NO".
           03  SW-EOF-NUEVA-COLA             PIC X(02)   VALUE "NO".
           03  SW-EOF-SESIONES               PIC X(02)   VALUE "NO".
           03  SW-SESIONES-ACTIVAS           PIC X(02)   VALUE "NO".

      *----CANDADO DE ESTE TRABAJO (SE LIBERA AL TERMINAR) Y TABLA
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

      *----CONTADORES.
       01  CONTADORES.
           03  CONTA-PENDIENTES              PIC 9(05)   VALUE ZEROS.
           03  CONTA-AVISADAS                PIC 9(05)   VALUE ZEROS.
           03  CONTA-CADUCADAS               PIC 9(05)   VALUE ZEROS.
           03  CONTA-AVISOS                  PIC 9(05)   VALUE ZEROS.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO

           PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO
                                 UNTIL SW-EOF-APROBACIONES = "SI"

           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           DISPLAY "ANTIGUEDAD Y CADUCIDAD DE LA COLA DE APROBACIONES"

           INITIALIZE SWITCHES
                      CONTADORES

           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACES
               INTO WS-ARG-AVISO WS-ARG-MAXIMO
           END-UNSTRING
           IF WS-ARG-AVISO NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-AVISO) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-ARG-AVISO) TO HORAS-AVISO
           END-IF
           IF WS-ARG-MAXIMO NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-MAXIMO) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-ARG-MAXIMO) TO HORAS-MAXIMO
           END-IF
           IF HORAS-AVISO = ZEROS
               MOVE 24 TO HORAS-AVISO
           END-IF
           IF HORAS-MAXIMO = ZEROS
               MOVE 168 TO HORAS-MAXIMO
           END-IF
      *----NUNCA CADUCA NADA QUE NO SE HAYA AVISADO ANTES.
           IF HORAS-MAXIMO < HORAS-AVISO
               MOVE HORAS-AVISO TO HORAS-MAXIMO
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY  FROM TIME

           DISPLAY "AVISO A PARTIR DE " HORAS-AVISO " HORAS, "
                   "CADUCIDAD A PARTIR DE " HORAS-MAXIMO " HORAS"
           DISPLAY " "

           PERFORM 1300-COMPROBAR-CANDADOS
               THRU 1300-FIN-COMPROBAR-CANDADOS
           IF SW-SESIONES-ACTIVAS = "SI"
               DISPLAY "HAY SESIONES DE PANTALLA O UN FIN DE DIA EN "
                       "CURSO: EL TRABAJO NO ARRANCA"
               DISPLAY "REINTENTAR CUANDO TERMINEN (O LIMPIAR UN "
                       "CANDADO HUERFANO CON GESTIONAR_LOCKS)"
               STOP RUN
           END-IF
           PERFORM 1350-REGISTRAR-CANDADO
               THRU 1350-FIN-REGISTRAR-CANDADO

           PERFORM 1100-CARGAR-ADMINISTRADORES
               THRU 1100-FIN-CARGAR-ADMINISTRADORES

           PERFORM 1200-ABRIR-FICHEROS THRU 1200-FIN-ABRIR-FICHEROS

           PERFORM 2100-LEER-SOLICITUD THRU 2100-FIN-LEER-SOLICITUD.

       1000-FIN-INICIO.
      *----------------
           EXIT.

      * LOS AVISOS VAN A TODOS LOS ADMINISTRADORES CON LA CUENTA
      * ACTIVA (NO SUSPENDIDA), QUE SON QUIENES PUEDEN DECIDIR.
       1100-CARGAR-ADMINISTRADORES.
      *-----------------------------
           MOVE ZEROS TO WS-NUM-ADMIN
           OPEN INPUT USUARIES
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "USUARIES" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-USUARIES
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           PERFORM 1150-LEER-USUARIO THRU 1150-FIN-LEER-USUARIO
               UNTIL SW-EOF-USUARIES = "SI"
           CLOSE USUARIES

           IF WS-NUM-ADMIN = ZEROS
               DISPLAY "AVISO: NO HAY ADMINISTRADORES ACTIVOS EN EL "
                       "MAESTRO; NO SE GENERAN AVISOS"
           END-IF.

       1100-FIN-CARGAR-ADMINISTRADORES.
      *---------------------------------
           EXIT.

       1150-LEER-USUARIO.
      *-------------------
           READ USUARIES INTO REGUSUA
               AT END MOVE "SI" TO SW-EOF-USUARIES
           END-READ
           MOVE "READ" TO WS-OPERACION-CHK
           MOVE "USUARIES" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-USUARIES
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           IF SW-EOF-USUARIES = "SI"
               GO TO 1150-FIN-LEER-USUARIO
           END-IF
           IF REGUSUA-ROL-ADMIN
               AND NOT REGUSUA-SUSPENDIDO
               AND WS-NUM-ADMIN < 100
               ADD 1 TO WS-NUM-ADMIN
               MOVE REGUSUA-CODIGO TO ELEM-ADM-CODIGO (WS-NUM-ADMIN)
               MOVE REGUSUA-NOMBRE TO ELEM-ADM-NOMBRE (WS-NUM-ADMIN)
               MOVE REGUSUA-ALIAS  TO ELEM-ADM-ALIAS (WS-NUM-ADMIN)
           END-IF.

       1150-FIN-LEER-USUARIO.
      *-----------------------
           EXIT.

      * SIN COLA NO HAY NADA QUE VIGILAR: SE SALE LIBERANDO EL
      * CANDADO.
       1200-ABRIR-FICHEROS.
      *--------------------
           OPEN INPUT APROBACIONES
           IF FS-APROBACIONES NOT = 00
               DISPLAY "LA COLA DE APROBACIONES ESTA VACIA"
               PERFORM 3100-LIBERAR-CANDADO
                   THRU 3100-FIN-LIBERAR-CANDADO
               STOP RUN
           END-IF

           OPEN OUTPUT NUEVA-COLA
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "NUEVA-COLA" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-NUEVA-COLA
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           OPEN EXTEND NOTIFICACIONES
           IF FS-NOTIFICACIONES NOT = 00
               OPEN OUTPUT NOTIFICACIONES
           END-IF
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "NOTIFICACIONES" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-NOTIFICACIONES
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK.

       1200-FIN-ABRIR-FICHEROS.
      *------------------------
           EXIT.

      * CADA PENDIENTE SE VALORA POR SU ANTIGUEDAD; TODAS LAS LINEAS
      * PASAN A LA COPIA NUEVA DE LA COLA, CON EL ESTADO AL DIA.
       2000-PROCESO.
      *-------------
           IF APROB-PENDIENTE
               AND APROB-FECHA IS NUMERIC
               AND APROB-FECHA NOT = ZEROS
               ADD 1 TO CONTA-PENDIENTES
               PERFORM 2200-CALCULAR-ANTIGUEDAD
                   THRU 2200-FIN-CALCULAR-ANTIGUEDAD
               PERFORM 2300-VALORAR-SOLICITUD
                   THRU 2300-FIN-VALORAR-SOLICITUD
           END-IF

           WRITE REG-NUEVA-COLA FROM REG-APROBACION
           MOVE "WRITE" TO WS-OPERACION-CHK
           MOVE "NUEVA-COLA" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-NUEVA-COLA
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           PERFORM 2100-LEER-SOLICITUD THRU 2100-FIN-LEER-SOLICITUD.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-LEER-SOLICITUD.
      *---------------------
           MOVE SPACES TO REG-APROBACION
           READ APROBACIONES INTO REG-APROBACION
               AT END MOVE "SI" TO SW-EOF-APROBACIONES
           END-READ

           MOVE "READ" TO WS-OPERACION-CHK
           MOVE "APROBACIONES" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-APROBACIONES
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK.

       2100-FIN-LEER-SOLICITUD.
      *-------------------------
           EXIT.

      * HORAS COMPLETAS DESDE LA PETICION: DIAS ENTRE FECHAS POR
      * 1440 MINUTOS MAS LA DIFERENCIA DE HORA Y MINUTO DEL DIA.
       2200-CALCULAR-ANTIGUEDAD.
      *--------------------------
           MOVE ZEROS TO WS-HORA-PETICION
           IF APROB-HORA IS NUMERIC
               MOVE APROB-HORA TO WS-HORA-PETICION
           END-IF
           COMPUTE WS-MINUTOS =
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
                - FUNCTION INTEGER-OF-DATE (APROB-FECHA)) * 1440
               + (WS-HOY-HH * 60 + WS-HOY-MI)
               - (WS-PET-HH * 60 + WS-PET-MI)
           IF WS-MINUTOS < ZEROS
               MOVE ZEROS TO WS-MINUTOS
           END-IF
           COMPUTE WS-HORAS = WS-MINUTOS / 60.

       2200-FIN-CALCULAR-ANTIGUEDAD.
      *------------------------------
           EXIT.

       2300-VALORAR-SOLICITUD.
      *------------------------
           IF WS-HORAS < HORAS-AVISO
               GO TO 2300-FIN-VALORAR-SOLICITUD
           END-IF

           IF WS-HORAS >= HORAS-MAXIMO
               AND NOT APROB-ES-DEGRADACION
               PERFORM 2400-CADUCAR-SOLICITUD
                   THRU 2400-FIN-CADUCAR-SOLICITUD
               MOVE "CADUCADA SIN DECIDIR: PEDIRLA DE NUEVO"
                   TO WS-TEXTO-AVISO
           ELSE
               ADD 1 TO CONTA-AVISADAS
               IF WS-HORAS >= HORAS-MAXIMO
                   MOVE "DEGRADACION FUERA DE PLAZO: DECIDIR YA"
                       TO WS-TEXTO-AVISO
               ELSE
                   MOVE "ATRASADA: DECIDIR EN APROBAR_OPERACIONES"
                       TO WS-TEXTO-AVISO
               END-IF
           END-IF

           DISPLAY "SOLICITUD " APROB-ID "  ACCION " APROB-ACCION
                   "  PEDIDA EL " APROB-FECHA " POR " APROB-SOLICITANTE
           DISPLAY "   OBJETIVO " APROB-OBJ-CODIGO " " APROB-OBJ-ALIAS
                   "  ANTIGUEDAD " WS-HORAS " HORAS"
           DISPLAY "   " WS-TEXTO-AVISO

           PERFORM 2500-AVISAR-ADMINISTRADOR
               THRU 2500-FIN-AVISAR-ADMINISTRADOR
               VARYING WS-I-ADM FROM 1 BY 1
               UNTIL WS-I-ADM > WS-NUM-ADMIN.

       2300-FIN-VALORAR-SOLICITUD.
      *----------------------------
           EXIT.

      * LA CADUCIDAD SE SELLA COMO UNA DECISION SIN APROBADOR Y SE
      * AUDITA COMO CADUC, CON LA ACCION CADUCADA COMO CAMPO.
       2400-CADUCAR-SOLICITUD.
      *------------------------
           MOVE "C" TO APROB-ESTADO
           MOVE ZEROS TO APROB-APROBADOR
           MOVE WS-FECHA-HOY TO APROB-FECHA-DECISION
           MOVE WS-HORA-HOY  TO APROB-HORA-DECISION
           ADD 1 TO CONTA-CADUCADAS

           MOVE WS-FECHA-HOY         TO AUDIT-FECHA
           MOVE WS-HORA-HOY          TO AUDIT-HORA
           MOVE "CADUC"              TO AUDIT-ACCION
           MOVE APROB-OBJ-CODIGO     TO AUDIT-CODIGO
           MOVE APROB-ACCION         TO AUDIT-CAMPO
           MOVE ZEROS                TO AUDIT-OPERADOR

           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = 00
               OPEN OUTPUT AUDITORIA
           END-IF
           WRITE REG-AUD FROM REG-AUDITORIA
           CLOSE AUDITORIA.

       2400-FIN-CADUCAR-SOLICITUD.
      *----------------------------
           EXIT.

       2500-AVISAR-ADMINISTRADOR.
      *---------------------------
           MOVE SPACES TO REG-NOTIFICACION
           MOVE ELEM-ADM-CODIGO (WS-I-ADM)  TO NOTIF-DEST-CODIGO
           MOVE ELEM-ADM-NOMBRE (WS-I-ADM)  TO NOTIF-DEST-NOMBRE
           MOVE ELEM-ADM-ALIAS (WS-I-ADM)   TO NOTIF-DEST-ALIAS
           MOVE APROB-ID                    TO NOTIF-ID
           MOVE APROB-ACCION                TO NOTIF-ACCION
           MOVE APROB-SOLICITANTE           TO NOTIF-SOLICITANTE
           MOVE APROB-OBJ-ALIAS             TO NOTIF-OBJ-ALIAS
           MOVE APROB-FECHA                 TO NOTIF-FECHA-PETICION
           MOVE WS-HORAS                    TO NOTIF-HORAS
           MOVE WS-TEXTO-AVISO              TO NOTIF-TEXTO
           WRITE REG-NOTIFICACION
           MOVE "WRITE" TO WS-OPERACION-CHK
           MOVE "NOTIFICACIONES" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-NOTIFICACIONES
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK
           ADD 1 TO CONTA-AVISOS.

       2500-FIN-AVISAR-ADMINISTRADOR.
      *-------------------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE APROBACIONES
                 NUEVA-COLA
                 NOTIFICACIONES

           PERFORM 3200-DEVOLVER-COLA THRU 3200-FIN-DEVOLVER-COLA

           PERFORM 3100-LIBERAR-CANDADO
               THRU 3100-FIN-LIBERAR-CANDADO

           DISPLAY " "
           DISPLAY "SOLICITUDES PENDIENTES....: " CONTA-PENDIENTES
           DISPLAY "ATRASADAS AVISADAS........: " CONTA-AVISADAS
           DISPLAY "CADUCADAS.................: " CONTA-CADUCADAS
           DISPLAY "AVISOS A ADMINISTRADORES..: " CONTA-AVISOS
           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

      * LA COPIA CON LOS ESTADOS AL DIA PASA A SER LA COLA DEFINITIVA.
       3200-DEVOLVER-COLA.
      *--------------------
           OPEN INPUT  NUEVA-COLA
                OUTPUT APROBACIONES
           MOVE "OPEN" TO WS-OPERACION-CHK
           MOVE "APROBACIONES" TO WS-FICHERO-CHK
           CALL 'COMPROBAR_FS' USING WS-PROGRAMA-CHK
               WS-FICHERO-CHK FS-APROBACIONES
               WS-OPERACION-CHK WS-ESTADO-MAESTRO-CHK

           PERFORM 3250-COPIAR-SOLICITUD THRU 3250-FIN-COPIAR-SOLICITUD
               UNTIL SW-EOF-NUEVA-COLA = "SI"

           CLOSE NUEVA-COLA
                 APROBACIONES.

       3200-FIN-DEVOLVER-COLA.
      *------------------------
           EXIT.

       3250-COPIAR-SOLICITUD.
      *-----------------------
           READ NUEVA-COLA
               AT END MOVE "SI" TO SW-EOF-NUEVA-COLA
           NOT AT END
               WRITE REG-APROB FROM REG-NUEVA-COLA
           END-READ.

       3250-FIN-COPIAR-SOLICITUD.
      *---------------------------
           EXIT.

      * CARGA EL FICHERO DE CANDADOS Y MIRA SI HAY SESIONES DE
      * PANTALLA (TIPO P) O UNA APLICACION (TIPO A) EN CURSO.
       1300-COMPROBAR-CANDADOS.
      *-------------------------
           MOVE ZEROS TO WS-NUM-SESIONES
           MOVE "NO" TO SW-EOF-SESIONES
           MOVE "NO" TO SW-SESIONES-ACTIVAS
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
               IF SESION-TIPO = "P" OR SESION-TIPO = "A"
                   MOVE "SI" TO SW-SESIONES-ACTIVAS
               END-IF
           END-READ.

       1310-FIN-LEER-CANDADO.
      *-----------------------
           EXIT.

      * EL CANDADO DEL TRABAJO BARRA LAS PANTALLAS MIENTRAS LA COLA
      * SE ESTA REESCRIBIENDO.
       1350-REGISTRAR-CANDADO.
      *------------------------
           ACCEPT WS-LOCK-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-HORA  FROM TIME

           MOVE "A" TO SESION-TIPO
           MOVE "CADUCAR_APROBACIONES" TO SESION-PROGRAMA
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
      * ESTE TRABAJO (IDENTIFICADO POR SU FECHA Y HORA DE ALTA).
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
           IF TRAB-SESION-TIPO = "A"
               AND TRAB-SESION-PROGRAMA = "CADUCAR_APROBACIONES"
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

       END PROGRAM CADUCAR_APROBACIONES.
