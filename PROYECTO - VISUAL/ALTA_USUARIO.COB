      *   VEZ DE STOP RUN: ESTE PROGRAMA SE INVOCA CON CALL DESDE
      *   IDENTIFICACION Y EL STOP RUN IMPEDIA LLEGAR AL MENU DE
      *   ACCIONES DEL SUBSISTEMA.
      * 13/09/2026 - LA FICHA PIDE TAMBIEN EL AMBITO DE TIENDAS DEL
      *   USUARIO EN LA CONSOLA DE VENTAS (CAMPO 8: C CENTRAL, R UNA
      *   REGION, T UNA TIENDA; EN BLANCO SI NO TRABAJA CON VENTAS).
      *   NO VA EN EL ALTA: SE DEJA EN LA COLA DE APROBACIONES
      *   (ACCION AMBIT, AUDITADA COMO PETIC) Y SOLO SE APLICA
      *   CUANDO UN ADMINISTRADOR LO APRUEBA CON EL ALTA YA EN EL
      *   MAESTRO. EL ALTA EN LOTE NO LLEVA AMBITO.
      * 27/09/2026 - LA COLA DE APROBACIONES GUARDA ADEMAS LA HORA DE LA
      *   DECISION (REGAPROBACION PASA DE 74 A 82 POSICIONES, VER
      *   CADUCAR_APROBACIONES E INFORME_APROBACIONES); LA SOLICITUD
      *   NUEVA LA DEJA A CEROS.

      ******************************************************************
      *                 IDENTIFICATION DIVISION
           SELECT ALTA-BATCH ASSIGN TO 'ALTA-BATCH.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ALTA-BATCH.

      *----COLA DE APROBACIONES PENDIENTES (VER APROBAR_OPERACIONES).
           SELECT APROBACIONES ASSIGN TO 'APROBACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-APROBACIONES.
      ******************************************************************
      *                       DATA DIVISION
      ******************************************************************
           05 REG-USUARIES-CODIGO             PIC 9(06).
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(65).

      *----FICHERO DE SALIDA.
       FD  ALTA
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-ALTA-BATCH                 PIC X(80).

      *----COLA DE APROBACIONES.
       FD  APROBACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-APROB                      PIC X(82).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
       01  FS-CONTROL                        PIC 9(02).
       01  FS-AUDITORIA                      PIC 9(02).
       01  FS-ALTA-BATCH                     PIC 9(02).
       01  FS-APROBACIONES                   PIC 9(02).
      *----AUXILIAR PARA COMPROBAR_FS.
       01  WS-FICHERO-CHK                    PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
           COPY REGUSUARIES.
           COPY REGUSU_ALTA.
           COPY REGAUDITORIA.
           COPY REGAPROBACION.

      *----TABLAS.

      *----SU HASH (VER HASH_CONTRASENA) AL CONFIRMAR LA FICHA.
       01  WS-CONTRASENA-CLARA               PIC X(08)   VALUE SPACES.

      *----AMBITO DE TIENDAS PEDIDO EN LA FICHA (CAMPO 8). NO VA EN EL
      *----ALTA: SE ENCOLA PARA APROBACION.
       01  WS-AMBITO-PEDIDO.
           03  WS-AMBITO-PEDIDO-TIPO         PIC X(01)   VALUE SPACE.
               88 WS-AMBITO-PEDIDO-OK            VALUE "C" "R" "T".
           03  WS-AMBITO-PEDIDO-VALOR        PIC X(10)   VALUE SPACES.

      *----SIGUIENTE NUMERO DE SOLICITUD DE LA COLA.
       01  WS-SIGUIENTE-ID                   PIC 9(05)   VALUE ZEROS.
       01  SW-EOF-APROBACIONES               PIC X(02)   VALUE "NO".

       01  WS-REGUSUA.
           05 WS-REGUSUA-CODIGO              PIC 9(06)     VALUE ZEROS.
           05 WS-REGUSUA-NOMBRE              PIC X(10)     VALUE SPACES.
           03  LINE 11 COLUMN 01 VALUE "7. ROL (N/S/A).: ".
           03  LINE 11 COLUMN 20 PIC X(01)
                   FROM REGUSU_ALTA-ROL.
           03  LINE 12 COLUMN 01 VALUE "8. AMBITO......: ".
           03  LINE 12 COLUMN 20 PIC X(01)
                   FROM WS-AMBITO-PEDIDO-TIPO.
           03  LINE 12 COLUMN 22 PIC X(10)
                   FROM WS-AMBITO-PEDIDO-VALOR.
           03  LINE 13 COLUMN 01
               VALUE "CAMPO A RELLENAR/CORREGIR, O 0 PARA".
           03  LINE 14 COLUMN 01
               VALUE "CONFIRMAR EL ALTA: ".

      *----PANTALLAS DE EDICION DE UN UNICO CAMPO, EN SU MISMA POSICION.
       01  CAMPO-EDIC-ROL.
           03  LINE 11 COLUMN 20 PIC X(01)
                   USING REGUSU_ALTA-ROL.
       01  CAMPO-EDIC-AMBITO.
           03  LINE 12 COLUMN 20 PIC X(01)
                   USING WS-AMBITO-PEDIDO-TIPO.
           03  LINE 12 COLUMN 22 PIC X(10)
                   USING WS-AMBITO-PEDIDO-VALOR.

      ******************************************************************
      *                    PROCEDURE DIVISION
           PERFORM 2300-GRABAR-ALTA  THRU 2300-FIN-GRABAR-ALTA
           PERFORM 2400-ACTUALIZAR-CONTROL
               THRU 2400-FIN-ACTUALIZAR-CONTROL
           PERFORM 2500-AUDITAR-ALTA THRU 2500-FIN-AUDITAR-ALTA
           IF WS-AMBITO-PEDIDO-TIPO NOT = SPACE
               PERFORM 2700-ENCOLAR-AMBITO
                   THRU 2700-FIN-ENCOLAR-AMBITO
           END-IF.

       2000-FIN-PROCESO.
      *-----------------
           MOVE "N" TO REGUSU_ALTA-ROL
           MOVE ZEROS TO REGUSU_ALTA-FECHA-FIN
           MOVE SPACE TO REGUSU_ALTA-ESTADO
           MOVE SPACES TO WS-AMBITO-PEDIDO
           MOVE "NO" TO SW-FICHA-CONFIRMADA

           PERFORM 2205-CICLO-FICHA THRU 2205-FIN-CICLO-FICHA
                       THRU 2218-FIN-PEDIR-CONTRASENA
               WHEN 7
                   PERFORM 2221-PEDIR-ROL THRU 2221-FIN-PEDIR-ROL
               WHEN 8
                   PERFORM 2222-PEDIR-AMBITO THRU 2222-FIN-PEDIR-AMBITO
               WHEN 0
                   PERFORM 2215-CONFIRMAR-FICHA
                       THRU 2215-FIN-CONFIRMAR-FICHA
      *--------------------
           EXIT.

      * PIDE EL AMBITO DE TIENDAS: C (CENTRAL) VA SIN VALOR; R Y T
      * LLEVAN LA REGION O LA TIENDA; EN BLANCO NO SE PIDE NADA. SI
      * NO ES VALIDO SE AVISA Y SE DEJA EN BLANCO.
       2222-PEDIR-AMBITO.
      *-------------------
           ACCEPT CAMPO-EDIC-AMBITO

           IF WS-AMBITO-PEDIDO-TIPO = SPACE
               MOVE SPACES TO WS-AMBITO-PEDIDO-VALOR
           ELSE
               IF NOT WS-AMBITO-PEDIDO-OK
                   OR (WS-AMBITO-PEDIDO-TIPO = "C"
                       AND WS-AMBITO-PEDIDO-VALOR NOT = SPACES)
                   OR (WS-AMBITO-PEDIDO-TIPO NOT = "C"
                       AND WS-AMBITO-PEDIDO-VALOR = SPACES)
                   DISPLAY "AMBITO NO VALIDO (C, R REGION O T TIENDA)"
                       LINE 16 COLUMN 01
                   MOVE SPACES TO WS-AMBITO-PEDIDO
               END-IF
           END-IF.

       2222-FIN-PEDIR-AMBITO.
      *-----------------------
           EXIT.

       2216-COMPROBAR-FECHA-NACI.
      *---------------------------
           MOVE "NO" TO SW-FECHA-VALIDA
      *-----------------------
           EXIT.

      * EL AMBITO PEDIDO SE ANNADE A LA COLA CON EL SIGUIENTE NUMERO
      * LIBRE (TIPO EN APROB-AMBITO-TIPO, TIENDA O REGION EN EL
      * DETALLE) Y LA PETICION QUEDA EN LA AUDITORIA (ACCION PETIC).
      * EN EL ALTA EN AUTOSERVICIO EL SOLICITANTE ES EL PROPIO CODIGO
      * NUEVO, IGUAL QUE EN LA AUDITORIA DEL ALTA.
       2700-ENCOLAR-AMBITO.
      *---------------------
           PERFORM 2750-SIGUIENTE-ID THRU 2750-FIN-SIGUIENTE-ID

           MOVE WS-SIGUIENTE-ID        TO APROB-ID
           ACCEPT APROB-FECHA FROM DATE YYYYMMDD
           ACCEPT APROB-HORA  FROM TIME
           MOVE "AMBIT"                TO APROB-ACCION
           MOVE REGUSU_ALTA-CODIGO     TO APROB-SOLICITANTE
           MOVE REGUSU_ALTA-CODIGO     TO APROB-OBJ-CODIGO
           MOVE REGUSU_ALTA-ALIAS      TO APROB-OBJ-ALIAS
           MOVE WS-AMBITO-PEDIDO-VALOR TO APROB-DETALLE
           MOVE "P"                    TO APROB-ESTADO
           MOVE ZEROS                  TO APROB-APROBADOR
           MOVE ZEROS                  TO APROB-FECHA-DECISION
           MOVE WS-AMBITO-PEDIDO-TIPO  TO APROB-AMBITO-TIPO
           MOVE ZEROS                  TO APROB-HORA-DECISION

           OPEN EXTEND APROBACIONES
           IF FS-APROBACIONES NOT = 00
               OPEN OUTPUT APROBACIONES
           END-IF
           WRITE REG-APROB FROM REG-APROBACION
           CLOSE APROBACIONES

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA  FROM TIME
           MOVE "PETIC"                TO AUDIT-ACCION
           MOVE REGUSU_ALTA-CODIGO     TO AUDIT-CODIGO
           MOVE "AMBITO"               TO AUDIT-CAMPO
           MOVE REGUSU_ALTA-CODIGO     TO AUDIT-OPERADOR

           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           WRITE REG-AUD FROM REG-AUDITORIA
           CLOSE AUDITORIA

           DISPLAY "AMBITO DE TIENDAS PENDIENTE DE APROBACION POR UN "
                   "ADMINISTRADOR (SOLICITUD " APROB-ID ")".

       2700-FIN-ENCOLAR-AMBITO.
      *-------------------------
           EXIT.

      * EL SIGUIENTE NUMERO DE SOLICITUD ES EL MAYOR DE LA COLA MAS
      * UNO (1 SI LA COLA NO EXISTE TODAVIA).
       2750-SIGUIENTE-ID.
      *-------------------
           MOVE ZEROS TO WS-SIGUIENTE-ID
           MOVE "NO" TO SW-EOF-APROBACIONES
           OPEN INPUT APROBACIONES
           IF FS-APROBACIONES = 00
               PERFORM 2760-LEER-COLA THRU 2760-FIN-LEER-COLA
                   UNTIL SW-EOF-APROBACIONES = "SI"
               CLOSE APROBACIONES
           END-IF
           ADD 1 TO WS-SIGUIENTE-ID.

       2750-FIN-SIGUIENTE-ID.
      *-----------------------
           EXIT.

       2760-LEER-COLA.
      *----------------
           READ APROBACIONES INTO REG-APROBACION
               AT END MOVE "SI" TO SW-EOF-APROBACIONES
           NOT AT END
               IF APROB-ID > WS-SIGUIENTE-ID
                   MOVE APROB-ID TO WS-SIGUIENTE-ID
               END-IF
           END-READ.

       2760-FIN-LEER-COLA.
      *--------------------
           EXIT.

       3000-FIN.
      *---------
           DISPLAY CONTA-USUARIOS " ALTAS ANOTADAS (PENDIENTES DE "
