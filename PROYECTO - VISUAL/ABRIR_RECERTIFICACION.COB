      ******************************************************************
      * AUTOR: MARILUZ
      * FECHA:15/09/2026
      * OBJETIVO: APERTURA TRIMESTRAL DE LA CAMPANA DE RECERTIFICACION
      * DE CUENTAS PRIVILEGIADAS. LOS ROLES DE SOPORTE Y ADMINISTRADOR
      * SE CONCEDEN EN EL ALTA Y NADIE LOS VUELVE A MIRAR; AQUI SE
      * VUELCAN A RECERTIFICACION.DAT (VER REGRECERTIFICACION) TODAS
      * LAS CUENTAS DEL MAESTRO CON ROL S O A Y TODAS LAS QUE TIENEN
      * UNA ELEVACION VIGENTE EN ELEVACIONES.DAT, ORDENADAS POR
      * LOCALIDAD (Y POR ALIAS DENTRO DE CADA LOCALIDAD), CON LA
      * CAMPANA DEL TRIMESTRE (AAAATN) Y LA FECHA LIMITE PARA
      * RESPONDER: HOY MAS N DIAS, N COMO ARGUMENTO DEL JOB (30 SI
      * NO SE INDICA). UN REVISOR CONFIRMA O REVOCA CADA LINEA EN
      * REVISAR_RECERTIFICACION Y CERRAR_RECERTIFICACION (PASO DEL
      * FIN DE DIA) CIERRA LA CAMPANA AL LLEGAR LA FECHA LIMITE.
      * SI HAY UNA CAMPANA EN CURSO EL JOB SE NIEGA A ABRIR OTRA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.ABRIR_RECERTIFICACION.
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

           SELECT ELEVACIONES ASSIGN TO 'ELEVACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ELEVACIONES.

           SELECT RECERTIFICACION ASSIGN TO 'RECERTIFICACION.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RECERTIFICACION.

           SELECT SORT-RECER ASSIGN TO SORTRECER.
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

      *----ELEVACIONES TEMPORALES DE ROL.
       FD  ELEVACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-ELEVA                          PIC X(30).

      *----CAMPANA DE RECERTIFICACION, SALIDA DEL SORT.
       FD  RECERTIFICACION
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-RECER                          PIC X(65).

      *----FICHERO DE TRABAJO PARA ORDENAR POR LOCALIDAD.
       SD  SORT-RECER
           RECORD CONTAINS 65 CHARACTERS.
       01  SORT-RECERTIFICACION.
           05 SORT-RECER-CAMPANA             PIC X(06).
           05 SORT-RECER-LOCALIDAD           PIC X(10).
           05 SORT-RECER-CODIGO              PIC 9(06).
           05 SORT-RECER-ALIAS               PIC X(10).
           05 FILLER                         PIC X(33).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----FILE STATUS
       01  FS-USUARIES                       PIC 9(02).
       01  FS-ELEVACIONES                    PIC 9(02).
       01  FS-RECERTIFICACION                PIC 9(02).
      *----COPYS DE ARCHIVOS(PARA DEFINIR EL AREA DEL REGISTRO)
           COPY REGUSUARIES.
           COPY REGELEVACION.
           COPY REGRECERTIFICACION.

      *----PARAMETRO: DIAS PARA RESPONDER LA CAMPANA.
       01  WS-ARGUMENTO                       PIC X(10)   VALUE SPACES.
       01  DIAS-PLAZO-CAMPANA                 PIC 9(03)   VALUE 30.

      *----FECHA DEL DIA, FECHA LIMITE Y CAMPANA DEL TRIMESTRE.
       01  WS-FECHA-HOY                       PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANNO                     PIC 9(04).
           05 WS-HOY-MES                      PIC 9(02).
           05 WS-HOY-DIA                      PIC 9(02).
       01  WS-DIA-JULIANO                     PIC 9(07)   VALUE ZEROS.
       01  WS-FECHA-LIMITE                    PIC 9(08)   VALUE ZEROS.
       01  WS-CAMPANA.
           05 WS-CAMPANA-ANNO                 PIC 9(04).
           05 FILLER                          PIC X(01)   VALUE "T".
           05 WS-CAMPANA-TRIMESTRE            PIC 9(01).

      *----ELEVACIONES VIGENTES EN MEMORIA (CODIGO, ROL, EXPIRACION).
       01  WS-NUM-ELEVACIONES                PIC 9(03)   VALUE ZEROS.
       01  WS-I-ELE                          PIC 9(03)   VALUE ZEROS.
       01  TABLA-ELEVACIONES.
           03  ELEM-ELEVACION OCCURS 200 TIMES.
               05 ELEM-ELE-CODIGO            PIC 9(06).
               05 ELEM-ELE-ROL               PIC X(01).
               05 ELEM-ELE-EXPIRA            PIC 9(08).

      *----SWITCHES.
       01  SWITCHES.
           03  SW-EOF-ELEVACIONES            PIC X(02)   VALUE "NO".
           03  SW-EOF-MAESTRO                PIC X(02)   VALUE "NO".

      *----CONTADORES.
       01  CONTADORES.
           03  CONTA-CAMPANA                 PIC 9(05)   VALUE ZEROS.
           03  CONTA-POR-ROL                 PIC 9(05)   VALUE ZEROS.
           03  CONTA-POR-ELEVACION           PIC 9(05)   VALUE ZEROS.

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
           DISPLAY "APERTURA DE CAMPANA DE RECERTIFICACION"
           DISPLAY "--------------------------------------"

           INITIALIZE  CONTADORES

           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
           IF WS-ARGUMENTO NOT = SPACES
               AND FUNCTION TRIM (WS-ARGUMENTO) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-ARGUMENTO)
                   TO DIAS-PLAZO-CAMPANA
           END-IF
           IF DIAS-PLAZO-CAMPANA = ZEROS
               MOVE 30 TO DIAS-PLAZO-CAMPANA
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
               + DIAS-PLAZO-CAMPANA
           MOVE FUNCTION DATE-OF-INTEGER (WS-DIA-JULIANO)
               TO WS-FECHA-LIMITE

           MOVE WS-HOY-ANNO TO WS-CAMPANA-ANNO
           COMPUTE WS-CAMPANA-TRIMESTRE = (WS-HOY-MES - 1) / 3 + 1

           PERFORM 1100-COMPROBAR-CAMPANA
               THRU 1100-FIN-COMPROBAR-CAMPANA

           PERFORM 1200-CARGAR-ELEVACIONES
               THRU 1200-FIN-CARGAR-ELEVACIONES

           DISPLAY "CAMPANA " WS-CAMPANA
                   "  FECHA LIMITE " WS-FECHA-LIMITE.

       1000-FIN-INICIO.
      *----------------
           EXIT.

      * UNA CAMPANA NO CERRADA DEJA LINEAS EN RECERTIFICACION.DAT
      * (CERRAR_RECERTIFICACION LAS PASA AL HISTORICO AL CERRARLA);
      * MIENTRAS LAS HAYA NO SE ABRE OTRA.
       1100-COMPROBAR-CAMPANA.
      *------------------------
           OPEN INPUT RECERTIFICACION
           IF FS-RECERTIFICACION NOT = 00
               GO TO 1100-FIN-COMPROBAR-CAMPANA
           END-IF
           READ RECERTIFICACION INTO REG-RECERTIFICACION
               AT END
                   CLOSE RECERTIFICACION
                   GO TO 1100-FIN-COMPROBAR-CAMPANA
           END-READ
           CLOSE RECERTIFICACION

           DISPLAY "HAY UNA CAMPANA EN CURSO (" RECER-CAMPANA
                   ", FECHA LIMITE " RECER-FECHA-LIMITE ")"
           DISPLAY "NO SE ABRE OTRA HASTA QUE CERRAR_RECERTIFICACION "
                   "LA CIERRE"
           STOP RUN.

       1100-FIN-COMPROBAR-CAMPANA.
      *----------------------------
           EXIT.

      * SOLO CUENTAN LAS ELEVACIONES VIGENTES Y NO EXPIRADAS, IGUAL
      * QUE EN LAS COMPROBACIONES DE ROL DE IDENTIFICACION.
       1200-CARGAR-ELEVACIONES.
      *-------------------------
           OPEN INPUT ELEVACIONES
           IF FS-ELEVACIONES = 00
               PERFORM 1250-LEER-ELEVACION
                   THRU 1250-FIN-LEER-ELEVACION
                   UNTIL SW-EOF-ELEVACIONES = "SI"
               CLOSE ELEVACIONES
           END-IF.

       1200-FIN-CARGAR-ELEVACIONES.
      *-----------------------------
           EXIT.

       1250-LEER-ELEVACION.
      *---------------------
           READ ELEVACIONES INTO REG-ELEVACION
               AT END MOVE "SI" TO SW-EOF-ELEVACIONES
           NOT AT END
               IF ELEVA-VIGENTE
                   AND ELEVA-FECHA-EXPIRA NOT < WS-FECHA-HOY
                   IF WS-NUM-ELEVACIONES < 200
                       ADD 1 TO WS-NUM-ELEVACIONES
                       MOVE ELEVA-CODIGO
                           TO ELEM-ELE-CODIGO (WS-NUM-ELEVACIONES)
                       MOVE ELEVA-ROL
                           TO ELEM-ELE-ROL (WS-NUM-ELEVACIONES)
                       MOVE ELEVA-FECHA-EXPIRA
                           TO ELEM-ELE-EXPIRA (WS-NUM-ELEVACIONES)
                   ELSE
                       DISPLAY "AVISO: MAS DE 200 ELEVACIONES "
                               "VIGENTES, NO ENTRA LA DE " ELEVA-CODIGO
                   END-IF
               END-IF
           END-READ.

       1250-FIN-LEER-ELEVACION.
      *-------------------------
           EXIT.

       2000-PROCESO.
      *-------------
           SORT SORT-RECER
               ON ASCENDING KEY SORT-RECER-LOCALIDAD
               ON ASCENDING KEY SORT-RECER-ALIAS
               INPUT PROCEDURE IS 2100-VOLCAR-MAESTRO
               GIVING RECERTIFICACION.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

      * RECORRE EL MAESTRO EN SECUENCIA DE CLAVE Y SUELTA AL SORT
      * CADA CUENTA PRIVILEGIADA O ELEVADA.
       2100-VOLCAR-MAESTRO.
      *---------------------
           OPEN INPUT USUARIES
           PERFORM 2150-SOLTAR-CUENTA THRU 2150-FIN-SOLTAR-CUENTA
               UNTIL SW-EOF-MAESTRO = "SI"
           CLOSE USUARIES.

       2100-FIN-VOLCAR-MAESTRO.
      *-------------------------
           EXIT.

       2150-SOLTAR-CUENTA.
      *--------------------
           READ USUARIES NEXT RECORD
               AT END
                   MOVE "SI" TO SW-EOF-MAESTRO
                   GO TO 2150-FIN-SOLTAR-CUENTA
           END-READ
           MOVE REG-USUARIES TO REGUSUA

           INITIALIZE REG-RECERTIFICACION
           MOVE SPACE TO RECER-ROL-ELEVADO
           PERFORM 2200-BUSCAR-ELEVACION THRU 2200-FIN-BUSCAR-ELEVACION
               VARYING WS-I-ELE FROM 1 BY 1
               UNTIL WS-I-ELE > WS-NUM-ELEVACIONES

           IF NOT REGUSUA-ROL-SOPORTE
               AND NOT REGUSUA-ROL-ADMIN
               AND RECER-ROL-ELEVADO = SPACE
               GO TO 2150-FIN-SOLTAR-CUENTA
           END-IF

           MOVE WS-CAMPANA           TO RECER-CAMPANA
           MOVE REGUSUA-LOCALICAD    TO RECER-LOCALIDAD
           MOVE REGUSUA-CODIGO       TO RECER-CODIGO
           MOVE REGUSUA-ALIAS        TO RECER-ALIAS
           MOVE REGUSUA-ROL          TO RECER-ROL
           MOVE WS-FECHA-LIMITE      TO RECER-FECHA-LIMITE
           MOVE "P"                  TO RECER-ESTADO
           MOVE ZEROS                TO RECER-REVISOR
           MOVE ZEROS                TO RECER-FECHA-DECISION
           RELEASE SORT-RECERTIFICACION FROM REG-RECERTIFICACION

           ADD 1 TO CONTA-CAMPANA
           IF REGUSUA-ROL-SOPORTE OR REGUSUA-ROL-ADMIN
               ADD 1 TO CONTA-POR-ROL
           ELSE
               ADD 1 TO CONTA-POR-ELEVACION
           END-IF.

       2150-FIN-SOLTAR-CUENTA.
      *------------------------
           EXIT.

      * CON VARIAS ELEVACIONES VIGENTES SE ANOTA LA QUE VENCE MAS
      * TARDE.
       2200-BUSCAR-ELEVACION.
      *-----------------------
           IF ELEM-ELE-CODIGO (WS-I-ELE) = REGUSUA-CODIGO
               AND ELEM-ELE-EXPIRA (WS-I-ELE) > RECER-FECHA-EXPIRA
               MOVE ELEM-ELE-ROL (WS-I-ELE)    TO RECER-ROL-ELEVADO
               MOVE ELEM-ELE-EXPIRA (WS-I-ELE) TO RECER-FECHA-EXPIRA
           END-IF.

       2200-FIN-BUSCAR-ELEVACION.
      *---------------------------
           EXIT.

       3000-FIN.
      *---------
           DISPLAY " "
           DISPLAY "CUENTAS EN LA CAMPANA......: " CONTA-CAMPANA
           DISPLAY "   CON ROL S/A EN MAESTRO..: " CONTA-POR-ROL
           DISPLAY "   SOLO POR ELEVACION......: " CONTA-POR-ELEVACION
           DISPLAY "REVISION EN REVISAR_RECERTIFICACION HASTA EL "
                   WS-FECHA-LIMITE
           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       END PROGRAM ABRIR_RECERTIFICACION.
