      ******************************************************************
      * AUTOR: MARILUZ
      * FECHA:27/09/2026
      * OBJETIVO: INFORME MENSUAL DE SERVICIO DE LA COLA DE
      * APROBACIONES. PARA LAS SOLICITUDES DECIDIDAS EN EL MES
      * (AAAAMM COMO ARGUMENTO DEL JOB, EL MES ANTERIOR SI NO SE
      * INDICA) CALCULA EL TIEMPO DE RESPUESTA EN HORAS, DE LA
      * PETICION A LA DECISION, Y LO RESUME:
      *   - POR TIPO DE ACCION: DECIDIDAS, APROBADAS, RECHAZADAS,
      *     CADUCADAS (VER CADUCAR_APROBACIONES), MEDIA Y MAXIMO;
      *   - POR APROBADOR: APROBADAS, RECHAZADAS, MEDIA Y MAXIMO (LAS
      *     CADUCADAS NO TIENEN APROBADOR Y VAN EN LINEA APARTE).
      * LAS DECISIONES ANTERIORES A QUE LA COLA GUARDARA LA HORA DE
      * LA DECISION SE MIDEN POR DIAS COMPLETOS Y SE CUENTAN APARTE.
      * AL FINAL SE DAN LAS QUE SIGUEN PENDIENTES Y SU ANTIGUEDAD
      * MAXIMA AL SACAR EL INFORME.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.INFORME_APROBACIONES.
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
           SELECT APROBACIONES ASSIGN TO 'APROBACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-APROBACIONES.
      ******************************************************************
      *                       DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----COLA DE APROBACIONES.
       FD  APROBACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-APROB                          PIC X(82).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----FILE STATUS
       01  FS-APROBACIONES                   PIC 9(02).
      *----AUXILIAR PARA COMPROBAR_FS.
       01  WS-FICHERO-CHK                    PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
       01  WS-PROGRAMA-CHK                   PIC X(20)
                                      VALUE "INFORME_APROBACIONES".
       01  WS-OPERACION-CHK                  PIC X(10) VALUE SPACES.
       01  WS-ESTADO-MAESTRO-CHK             PIC X(01) VALUE "I".
      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGAPROBACION.

      *----PARAMETRO: MES DEL INFORME.
       01  WS-ARGUMENTO                      PIC X(10)   VALUE SPACES.
       01  WS-MES-INFORME                    PIC 9(06)   VALUE ZEROS.
       01  WS-MES-INFORME-R REDEFINES WS-MES-INFORME.
           05 WS-MES-AAAA                    PIC 9(04).
           05 WS-MES-MM                      PIC 9(02).

      *----FECHAS Y HORAS PARA EL TIEMPO DE RESPUESTA.
       01  WS-FECHA-HOY                      PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAAA                    PIC 9(04).
           05 WS-HOY-MM                      PIC 9(02).
           05 WS-HOY-DD                      PIC 9(02).
       01  WS-HORA-HOY                       PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-FIN                      PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-FIN                       PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-FIN-R REDEFINES WS-HORA-FIN.
           05 WS-FIN-HH                      PIC 9(02).
           05 WS-FIN-MI                      PIC 9(02).
           05 FILLER                         PIC 9(04).
       01  WS-HORA-PETICION                  PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-PETICION-R REDEFINES WS-HORA-PETICION.
           05 WS-PET-HH                      PIC 9(02).
           05 WS-PET-MI                      PIC 9(02).
           05 FILLER                         PIC 9(04).
       01  WS-MINUTOS                        PIC S9(09)  VALUE ZEROS.
       01  WS-HORAS                          PIC 9(05)   VALUE ZEROS.

      *----ACUMULADOS POR TIPO DE ACCION.
       01  WS-NUM-ACCIONES                   PIC 9(02)   VALUE ZEROS.
       01  WS-I-ACC                          PIC 9(02)   VALUE ZEROS.
       01  TABLA-ACCIONES.
           03  ELEM-ACCION OCCURS 20 TIMES.
               05 ELEM-ACC-ACCION            PIC X(05).
               05 ELEM-ACC-APROBADAS         PIC 9(05).
               05 ELEM-ACC-RECHAZADAS        PIC 9(05).
               05 ELEM-ACC-CADUCADAS         PIC 9(05).
               05 ELEM-ACC-HORAS             PIC 9(09).
               05 ELEM-ACC-MAXIMO            PIC 9(05).

      *----ACUMULADOS POR APROBADOR (SOLO APROBADAS Y RECHAZADAS).
       01  WS-NUM-APROBADORES                PIC 9(03)   VALUE ZEROS.
       01  WS-I-APR                          PIC 9(03)   VALUE ZEROS.
       01  TABLA-APROBADORES.
           03  ELEM-APROBADOR OCCURS 100 TIMES.
               05 ELEM-APR-CODIGO            PIC 9(06).
               05 ELEM-APR-APROBADAS         PIC 9(05).
               05 ELEM-APR-RECHAZADAS        PIC 9(05).
               05 ELEM-APR-HORAS             PIC 9(09).
               05 ELEM-APR-MAXIMO            PIC 9(05).

      *----LINEAS DEL INFORME.
       01  WS-LINEA-ACCION.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LA-ACCION                      PIC X(05).
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LA-DECIDIDAS                   PIC ZZZZ9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LA-APROBADAS                   PIC ZZZZ9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LA-RECHAZADAS                  PIC ZZZZ9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LA-CADUCADAS                   PIC ZZZZ9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LA-MEDIA                       PIC ZZZZ9,9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LA-MAXIMO                      PIC ZZZZ9.
       01  WS-LINEA-APROBADOR.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LP-CODIGO                      PIC 9(06).
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 LP-DECIDIDAS                   PIC ZZZZ9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LP-APROBADAS                   PIC ZZZZ9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LP-RECHAZADAS                  PIC ZZZZ9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LP-MEDIA                       PIC ZZZZ9,9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 LP-MAXIMO                      PIC ZZZZ9.
       01  WS-DECIDIDAS                      PIC 9(05)   VALUE ZEROS.
       01  WS-MEDIA                          PIC 9(05)V9 VALUE ZEROS.

      *----SWITCHES.
       01  SWITCHES.
           03  SW-EOF-APROBACIONES           PIC X(02)   VALUE "NO".
           03  SW-HALLADO                    PIC X(02)   VALUE "NO".

      *----CONTADORES.
       01  CONTADORES.
           03  CONTA-DECIDIDAS               PIC 9(05)   VALUE ZEROS.
           03  CONTA-APROBADAS               PIC 9(05)   VALUE ZEROS.
           03  CONTA-RECHAZADAS              PIC 9(05)   VALUE ZEROS.
           03  CONTA-CADUCADAS               PIC 9(05)   VALUE ZEROS.
           03  CONTA-SIN-HORA                PIC 9(05)   VALUE ZEROS.
           03  CONTA-PENDIENTES              PIC 9(05)   VALUE ZEROS.
           03  CONTA-DESBORDE                PIC 9(05)   VALUE ZEROS.
           03  TOTAL-HORAS                   PIC 9(09)   VALUE ZEROS.
           03  MAXIMO-HORAS                  PIC 9(05)   VALUE ZEROS.
           03  MAXIMO-PENDIENTE              PIC 9(05)   VALUE ZEROS.

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
           INITIALIZE SWITCHES
                      CONTADORES
           MOVE ZEROS TO WS-NUM-ACCIONES
           MOVE ZEROS TO WS-NUM-APROBADORES

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY  FROM TIME

      *----POR DEFECTO, EL MES ANTERIOR AL DE HOY.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
           IF WS-ARGUMENTO NOT = SPACES
               AND FUNCTION TRIM (WS-ARGUMENTO) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-ARGUMENTO) TO WS-MES-INFORME
           END-IF
           IF WS-MES-INFORME = ZEROS
               OR WS-MES-MM < 1 OR WS-MES-MM > 12
               MOVE WS-HOY-AAAA TO WS-MES-AAAA
               MOVE WS-HOY-MM   TO WS-MES-MM
               IF WS-MES-MM = 1
                   MOVE 12 TO WS-MES-MM
                   SUBTRACT 1 FROM WS-MES-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-MES-MM
               END-IF
           END-IF

           DISPLAY "TIEMPO DE RESPUESTA DE LA COLA DE APROBACIONES"
           DISPLAY "MES " WS-MES-INFORME
           DISPLAY "----------------------------------------------"

           OPEN INPUT APROBACIONES
           IF FS-APROBACIONES NOT = 00
               DISPLAY "LA COLA DE APROBACIONES ESTA VACIA"
               STOP RUN
           END-IF

           PERFORM 2100-LEER-SOLICITUD THRU 2100-FIN-LEER-SOLICITUD.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       2000-PROCESO.
      *-------------
           IF APROB-FECHA IS NUMERIC
               AND APROB-FECHA NOT = ZEROS
               EVALUATE TRUE
                   WHEN APROB-PENDIENTE
                       PERFORM 2500-ANOTAR-PENDIENTE
                           THRU 2500-FIN-ANOTAR-PENDIENTE
                   WHEN APROB-APROBADA
                   WHEN APROB-RECHAZADA
                   WHEN APROB-CADUCADA
                       IF APROB-FECHA-DECISION IS NUMERIC
                           AND APROB-FECHA-DECISION (1:6) =
                               WS-MES-INFORME
                           PERFORM 2200-ANOTAR-DECISION
                               THRU 2200-FIN-ANOTAR-DECISION
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

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

      * SIN HORA DE DECISION (LINEAS ANTERIORES A QUE SE GUARDARA)
      * SE TOMA LA MISMA HORA DE LA PETICION: DIAS COMPLETOS.
       2200-ANOTAR-DECISION.
      *----------------------
           MOVE APROB-FECHA-DECISION TO WS-FECHA-FIN
           IF APROB-HORA-DECISION IS NUMERIC
               AND APROB-HORA-DECISION NOT = ZEROS
               MOVE APROB-HORA-DECISION TO WS-HORA-FIN
           ELSE
               MOVE ZEROS TO WS-HORA-FIN
               IF APROB-HORA IS NUMERIC
                   MOVE APROB-HORA TO WS-HORA-FIN
               END-IF
               ADD 1 TO CONTA-SIN-HORA
           END-IF
           PERFORM 2300-CALCULAR-HORAS THRU 2300-FIN-CALCULAR-HORAS

           ADD 1 TO CONTA-DECIDIDAS
           ADD WS-HORAS TO TOTAL-HORAS
           IF WS-HORAS > MAXIMO-HORAS
               MOVE WS-HORAS TO MAXIMO-HORAS
           END-IF

           MOVE "NO" TO SW-HALLADO
           PERFORM 2410-BUSCAR-ACCION THRU 2410-FIN-BUSCAR-ACCION
               VARYING WS-I-ACC FROM 1 BY 1
               UNTIL WS-I-ACC > WS-NUM-ACCIONES
               OR SW-HALLADO = "SI"
           IF SW-HALLADO = "NO"
               IF WS-NUM-ACCIONES < 20
                   ADD 1 TO WS-NUM-ACCIONES
                   MOVE WS-NUM-ACCIONES TO WS-I-ACC
                   INITIALIZE ELEM-ACCION (WS-I-ACC)
                   MOVE APROB-ACCION TO ELEM-ACC-ACCION (WS-I-ACC)
               ELSE
                   ADD 1 TO CONTA-DESBORDE
                   GO TO 2200-FIN-ANOTAR-DECISION
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-I-ACC
           END-IF
           ADD WS-HORAS TO ELEM-ACC-HORAS (WS-I-ACC)
           IF WS-HORAS > ELEM-ACC-MAXIMO (WS-I-ACC)
               MOVE WS-HORAS TO ELEM-ACC-MAXIMO (WS-I-ACC)
           END-IF
           EVALUATE TRUE
               WHEN APROB-APROBADA
                   ADD 1 TO ELEM-ACC-APROBADAS (WS-I-ACC)
                   ADD 1 TO CONTA-APROBADAS
               WHEN APROB-RECHAZADA
                   ADD 1 TO ELEM-ACC-RECHAZADAS (WS-I-ACC)
                   ADD 1 TO CONTA-RECHAZADAS
               WHEN OTHER
                   ADD 1 TO ELEM-ACC-CADUCADAS (WS-I-ACC)
                   ADD 1 TO CONTA-CADUCADAS
                   GO TO 2200-FIN-ANOTAR-DECISION
           END-EVALUATE

           MOVE "NO" TO SW-HALLADO
           PERFORM 2420-BUSCAR-APROBADOR THRU 2420-FIN-BUSCAR-APROBADOR
               VARYING WS-I-APR FROM 1 BY 1
               UNTIL WS-I-APR > WS-NUM-APROBADORES
               OR SW-HALLADO = "SI"
           IF SW-HALLADO = "NO"
               IF WS-NUM-APROBADORES < 100
                   ADD 1 TO WS-NUM-APROBADORES
                   MOVE WS-NUM-APROBADORES TO WS-I-APR
                   INITIALIZE ELEM-APROBADOR (WS-I-APR)
                   MOVE APROB-APROBADOR TO ELEM-APR-CODIGO (WS-I-APR)
               ELSE
                   ADD 1 TO CONTA-DESBORDE
                   GO TO 2200-FIN-ANOTAR-DECISION
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-I-APR
           END-IF
           ADD WS-HORAS TO ELEM-APR-HORAS (WS-I-APR)
           IF WS-HORAS > ELEM-APR-MAXIMO (WS-I-APR)
               MOVE WS-HORAS TO ELEM-APR-MAXIMO (WS-I-APR)
           END-IF
           IF APROB-APROBADA
               ADD 1 TO ELEM-APR-APROBADAS (WS-I-APR)
           ELSE
               ADD 1 TO ELEM-APR-RECHAZADAS (WS-I-APR)
           END-IF.

       2200-FIN-ANOTAR-DECISION.
      *--------------------------
           EXIT.

      * HORAS COMPLETAS ENTRE LA PETICION Y WS-FECHA-FIN/WS-HORA-FIN.
       2300-CALCULAR-HORAS.
      *---------------------
           MOVE ZEROS TO WS-HORA-PETICION
           IF APROB-HORA IS NUMERIC
               MOVE APROB-HORA TO WS-HORA-PETICION
           END-IF
           COMPUTE WS-MINUTOS =
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-FIN)
                - FUNCTION INTEGER-OF-DATE (APROB-FECHA)) * 1440
               + (WS-FIN-HH * 60 + WS-FIN-MI)
               - (WS-PET-HH * 60 + WS-PET-MI)
           IF WS-MINUTOS < ZEROS
               MOVE ZEROS TO WS-MINUTOS
           END-IF
           COMPUTE WS-HORAS = WS-MINUTOS / 60.

       2300-FIN-CALCULAR-HORAS.
      *-------------------------
           EXIT.

      * AL SALIR POR HALLADO EL VARYING YA HA AVANZADO UNA POSICION.
       2410-BUSCAR-ACCION.
      *--------------------
           IF ELEM-ACC-ACCION (WS-I-ACC) = APROB-ACCION
               MOVE "SI" TO SW-HALLADO
           END-IF.

       2410-FIN-BUSCAR-ACCION.
      *------------------------
           EXIT.

       2420-BUSCAR-APROBADOR.
      *-----------------------
           IF ELEM-APR-CODIGO (WS-I-APR) = APROB-APROBADOR
               MOVE "SI" TO SW-HALLADO
           END-IF.

       2420-FIN-BUSCAR-APROBADOR.
      *---------------------------
           EXIT.

      * LO QUE SIGUE PENDIENTE SE MIDE HASTA AHORA.
       2500-ANOTAR-PENDIENTE.
      *-----------------------
           ADD 1 TO CONTA-PENDIENTES
           MOVE WS-FECHA-HOY TO WS-FECHA-FIN
           MOVE WS-HORA-HOY  TO WS-HORA-FIN
           PERFORM 2300-CALCULAR-HORAS THRU 2300-FIN-CALCULAR-HORAS
           IF WS-HORAS > MAXIMO-PENDIENTE
               MOVE WS-HORAS TO MAXIMO-PENDIENTE
           END-IF.

       2500-FIN-ANOTAR-PENDIENTE.
      *---------------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE APROBACIONES

           DISPLAY " "
           DISPLAY "POR TIPO DE ACCION (HORAS DE RESPUESTA)"
           DISPLAY "  ACCION DECID  APROB   RECH  CADUC    MEDIA MAXIMO"
           PERFORM 3100-LISTAR-ACCION THRU 3100-FIN-LISTAR-ACCION
               VARYING WS-I-ACC FROM 1 BY 1
               UNTIL WS-I-ACC > WS-NUM-ACCIONES

           DISPLAY " "
           DISPLAY "POR APROBADOR (HORAS DE RESPUESTA)"
           DISPLAY "  CODIGO DECID  APROB   RECH    MEDIA MAXIMO"
           PERFORM 3200-LISTAR-APROBADOR THRU 3200-FIN-LISTAR-APROBADOR
               VARYING WS-I-APR FROM 1 BY 1
               UNTIL WS-I-APR > WS-NUM-APROBADORES
           IF CONTA-CADUCADAS > ZEROS
               DISPLAY "  SIN APROBADOR (CADUCADAS): " CONTA-CADUCADAS
           END-IF

           MOVE ZEROS TO WS-MEDIA
           IF CONTA-DECIDIDAS > ZEROS
               COMPUTE WS-MEDIA ROUNDED = TOTAL-HORAS / CONTA-DECIDIDAS
           END-IF
           MOVE WS-MEDIA TO LA-MEDIA

           DISPLAY " "
           DISPLAY "----------------------------------------------"
           DISPLAY "DECIDIDAS EN EL MES.......: " CONTA-DECIDIDAS
           DISPLAY "  APROBADAS...............: " CONTA-APROBADAS
           DISPLAY "  RECHAZADAS..............: " CONTA-RECHAZADAS
           DISPLAY "  CADUCADAS...............: " CONTA-CADUCADAS
           DISPLAY "RESPUESTA MEDIA (HORAS)...: " LA-MEDIA
           DISPLAY "RESPUESTA MAXIMA (HORAS)..: " MAXIMO-HORAS
           IF CONTA-SIN-HORA > ZEROS
               DISPLAY "  (" CONTA-SIN-HORA " SIN HORA DE DECISION, "
                       "MEDIDAS POR DIAS COMPLETOS)"
           END-IF
           IF CONTA-DESBORDE > ZEROS
               DISPLAY "  (" CONTA-DESBORDE " NO CABEN EN LAS TABLAS "
                       "DEL DESGLOSE)"
           END-IF
           DISPLAY "PENDIENTES AHORA..........: " CONTA-PENDIENTES
           DISPLAY "  LA MAS ANTIGUA (HORAS)..: " MAXIMO-PENDIENTE
           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3100-LISTAR-ACCION.
      *--------------------
           COMPUTE WS-DECIDIDAS = ELEM-ACC-APROBADAS (WS-I-ACC)
               + ELEM-ACC-RECHAZADAS (WS-I-ACC)
               + ELEM-ACC-CADUCADAS (WS-I-ACC)
           COMPUTE WS-MEDIA ROUNDED =
               ELEM-ACC-HORAS (WS-I-ACC) / WS-DECIDIDAS
           MOVE ELEM-ACC-ACCION (WS-I-ACC)     TO LA-ACCION
           MOVE WS-DECIDIDAS                   TO LA-DECIDIDAS
           MOVE ELEM-ACC-APROBADAS (WS-I-ACC)  TO LA-APROBADAS
           MOVE ELEM-ACC-RECHAZADAS (WS-I-ACC) TO LA-RECHAZADAS
           MOVE ELEM-ACC-CADUCADAS (WS-I-ACC)  TO LA-CADUCADAS
           MOVE WS-MEDIA                       TO LA-MEDIA
           MOVE ELEM-ACC-MAXIMO (WS-I-ACC)     TO LA-MAXIMO
           DISPLAY WS-LINEA-ACCION.

       3100-FIN-LISTAR-ACCION.
      *------------------------
           EXIT.

       3200-LISTAR-APROBADOR.
      *-----------------------
           COMPUTE WS-DECIDIDAS = ELEM-APR-APROBADAS (WS-I-APR)
               + ELEM-APR-RECHAZADAS (WS-I-APR)
           COMPUTE WS-MEDIA ROUNDED =
               ELEM-APR-HORAS (WS-I-APR) / WS-DECIDIDAS
           MOVE ELEM-APR-CODIGO (WS-I-APR)     TO LP-CODIGO
           MOVE WS-DECIDIDAS                   TO LP-DECIDIDAS
           MOVE ELEM-APR-APROBADAS (WS-I-APR)  TO LP-APROBADAS
           MOVE ELEM-APR-RECHAZADAS (WS-I-APR) TO LP-RECHAZADAS
           MOVE WS-MEDIA                       TO LP-MEDIA
           MOVE ELEM-APR-MAXIMO (WS-I-APR)     TO LP-MAXIMO
           DISPLAY WS-LINEA-APROBADOR.

       3200-FIN-LISTAR-APROBADOR.
      *---------------------------
           EXIT.

       END PROGRAM INFORME_APROBACIONES.
