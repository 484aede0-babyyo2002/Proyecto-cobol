      *   SUSPENDER LA CUENTA AL VENCER. EDITAR LA FECHA DE FIN
      *   LIMPIA ADEMAS LA MARCA DE SUSPENSION: SI LA PERSONA SE
      *   QUEDA, RETRASAR O BORRAR LA FECHA REACTIVA LA CUENTA.
      * 13/09/2026 - LA FICHA MUESTRA EL AMBITO DE TIENDAS DEL USUARIO
      *   EN LA CONSOLA DE VENTAS (CAMPO 8: TIPO C/R/T Y TIENDA O
      *   REGION). SOLO SOPORTE O UN ADMINISTRADOR SOBRE LA CUENTA DE
      *   UN TERCERO PUEDE CAMBIARLO, Y EL CAMBIO NO SE GRABA EN LA
      *   MODIFICACION: SE DEJA EN LA COLA DE APROBACIONES (ACCION
      *   AMBIT, AUDITADA COMO PETIC) HASTA QUE OTRO ADMINISTRADOR LO
      *   APRUEBE. EL CAMBIO FORZADO CONSERVA EL AMBITO DEL MAESTRO.
      * 27/09/2026 - LA COLA DE APROBACIONES GUARDA ADEMAS LA HORA DE LA
      *   DECISION (REGAPROBACION PASA DE 74 A 82 POSICIONES, VER
      *   CADUCAR_APROBACIONES E INFORME_APROBACIONES); LA SOLICITUD
      *   NUEVA LA DEJA A CEROS.

      ******************************************************************
      *                 IDENTIFICATION DIVISION
           SELECT HISTORIAL ASSIGN TO 'HIST_CONTRASENA.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-HISTORIAL.

      *----COLA DE APROBACIONES PENDIENTES (VER APROBAR_OPERACIONES).
           SELECT APROBACIONES ASSIGN TO 'APROBACIONES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-APROBACIONES.
      ******************************************************************
      *                       DATA DIVISION
      ******************************************************************
           05 FILLER                          PIC X(10).
           05 REG-USUARIES-ALIAS              PIC X(10).
           05 FILLER                          PIC X(54).
           05 REG-USUARIES-AMBITO             PIC X(11).

      *----FICHERO DE SALIDA.
       FD  MODIFICACION
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-HIST                       PIC X(22).

      *----COLA DE APROBACIONES.
       FD  APROBACIONES
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.
       01  REG-APROB                          PIC X(82).
      ******************************************************************
      *                  WORKING-STORAGE SECTION
      ******************************************************************
       01  FS-MODIFICACION                   PIC 9(02).
       01  FS-AUDITORIA                      PIC 9(02).
       01  FS-HISTORIAL                      PIC 9(02).
       01  FS-APROBACIONES                   PIC 9(02).
      *----AUXILIAR PARA COMPROBAR_FS.
       01  WS-FICHERO-CHK                    PIC X(15).
      *----CONTEXTO PARA EL DIARIO DE ERRORES DE COMPROBAR_FS.
           COPY REGUSU_MODIF.
           COPY REGAUDITORIA.
           COPY REGHISTCONTRASENA.
           COPY REGAPROBACION.

      *----TABLAS.

           03  WS-HIST-RECIENTE OCCURS 3 TIMES
                                     PIC X(08) VALUE SPACES.
       01  WS-I                              PIC 9(02)   VALUE ZEROS.

      *----AMBITO DE TIENDAS PEDIDO EN LA FICHA (CAMPO 8). NO VA EN LA
      *----MODIFICACION: SI CAMBIA SE ENCOLA PARA APROBACION.
       01  WS-AMBITO-PEDIDO.
           03  WS-AMBITO-PEDIDO-TIPO         PIC X(01)   VALUE SPACE.
               88 WS-AMBITO-PEDIDO-OK            VALUE "C" "R" "T".
           03  WS-AMBITO-PEDIDO-VALOR        PIC X(10)   VALUE SPACES.
       01  SW-AMBITO-TOCADO                  PIC X(02)   VALUE "NO".
       01  WS-AMBITO-MAESTRO                 PIC X(11)   VALUE SPACES.

      *----SIGUIENTE NUMERO DE SOLICITUD DE LA COLA.
       01  WS-SIGUIENTE-ID                   PIC 9(05)   VALUE ZEROS.
       01  SW-EOF-APROBACIONES               PIC X(02)   VALUE "NO".
******************************************************************
       LINKAGE SECTION.
       01  LS-REGUSUA.
           03  LINE 11 COLUMN 01 VALUE "7. FECHA FIN...: ".
           03  LINE 11 COLUMN 20 PIC 9(08)
                   FROM REGUSU_MODIF-FECHA-FIN.
           03  LINE 12 COLUMN 01 VALUE "8. AMBITO......: ".
           03  LINE 12 COLUMN 20 PIC X(01)
                   FROM WS-AMBITO-PEDIDO-TIPO.
           03  LINE 12 COLUMN 22 PIC X(10)
                   FROM WS-AMBITO-PEDIDO-VALOR.
           03  LINE 13 COLUMN 01
               VALUE "CAMPO A MODIFICAR, O 0 PARA CONFIRMAR".
           03  LINE 14 COLUMN 01
               VALUE "LOS CAMBIOS: ".

      *----PANTALLAS DE EDICION DE UN UNICO CAMPO, EN SU MISMA POSICION.
       01  CAMPO-EDIC-FECHA-FIN.
           03  LINE 11 COLUMN 20 PIC 9(08)
                   USING REGUSU_MODIF-FECHA-FIN.
       01  CAMPO-EDIC-AMBITO.
           03  LINE 12 COLUMN 20 PIC X(01)
                   USING WS-AMBITO-PEDIDO-TIPO.
           03  LINE 12 COLUMN 22 PIC X(10)
                   USING WS-AMBITO-PEDIDO-VALOR.

      ******************************************************************
      *                    PROCEDURE DIVISION
                   PERFORM 2200-TRATAR-MODIF
                       THRU 2200-FIN-TRATAR-MODIF
               END-IF
               IF ACCION NOT = ZEROS
                   PERFORM 2300-GRABAR-MODIF THRU 2300-FIN-GRABAR-MODIF
               END-IF
               IF LS-MOTIVO-CAMBIO = "C" OR LS-MOTIVO-CAMBIO = "T"
                   PERFORM 2350-ACTUALIZAR-MAESTRO
                       THRU 2350-FIN-ACTUALIZAR-MAESTRO
               END-IF
               PERFORM 2400-AUDITAR-MODIF THRU 2400-FIN-AUDITAR-MODIF
               IF SW-AMBITO-TOCADO = "SI"
                   PERFORM 2500-ENCOLAR-AMBITO
                       THRU 2500-FIN-ENCOLAR-AMBITO
               END-IF.
      *     ELSE
      *         DISPLAY "USUARIO O CONTRASENA INCORRECTO"
      *     END-IF.
           MOVE ZEROS  TO ACCION
           MOVE "NO"   TO SW-FICHA-CONFIRMADA
           MOVE "NO"   TO SW-CONTRASENA-TOCADA
           MOVE "NO"   TO SW-AMBITO-TOCADO
           MOVE REGUSUA-AMBITO-TIPO  TO WS-AMBITO-PEDIDO-TIPO
           MOVE REGUSUA-AMBITO-VALOR TO WS-AMBITO-PEDIDO-VALOR

           PERFORM 2205-LIMPIAR-CAMPO-TOCADO
               THRU 2205-FIN-LIMPIAR-CAMPO-TOCADO
      *----EDITAR LA FECHA DE FIN LIMPIA LA SUSPENSION: SI LA
      *----PERSONA SE QUEDA, RETRASAR O BORRAR LA FECHA REACTIVA.
                   MOVE SPACE TO REGUSU_MODIF-ESTADO
               WHEN 8
                   PERFORM 2220-EDITAR-AMBITO
                       THRU 2220-FIN-EDITAR-AMBITO
               WHEN 0
                   IF ACCION = ZEROS AND SW-AMBITO-TOCADO = "NO"
                       DISPLAY "NO HAS MODIFICADO NINGUN CAMPO"
                           LINE 16 COLUMN 01
                   ELSE
      *----------------------
           EXIT.

      * EL AMBITO DE TIENDAS DE UNA CUENTA SOLO LO PIDE SOPORTE O UN
      * ADMINISTRADOR SOBRE UN TERCERO, NUNCA EL PROPIO USUARIO. C
      * (CENTRAL) VA SIN VALOR; R Y T LLEVAN LA REGION O LA TIENDA.
      * SI NO QUEDA DISTINTO DEL DEL MAESTRO NO HAY NADA QUE PEDIR.
       2220-EDITAR-AMBITO.
      *--------------------
           IF LS-OPERADOR-CODIGO = REGUSUA-CODIGO
               DISPLAY "EL AMBITO LO CAMBIA SOPORTE O UN ADMINISTRADOR"
                   LINE 16 COLUMN 01
               GO TO 2220-FIN-EDITAR-AMBITO
           END-IF

           ACCEPT CAMPO-EDIC-AMBITO

           IF NOT WS-AMBITO-PEDIDO-OK
               OR (WS-AMBITO-PEDIDO-TIPO = "C"
                   AND WS-AMBITO-PEDIDO-VALOR NOT = SPACES)
               OR (WS-AMBITO-PEDIDO-TIPO NOT = "C"
                   AND WS-AMBITO-PEDIDO-VALOR = SPACES)
               DISPLAY "AMBITO NO VALIDO (C, R REGION O T TIENDA)"
                   LINE 16 COLUMN 01
               MOVE REGUSUA-AMBITO-TIPO  TO WS-AMBITO-PEDIDO-TIPO
               MOVE REGUSUA-AMBITO-VALOR TO WS-AMBITO-PEDIDO-VALOR
               MOVE "NO" TO SW-AMBITO-TOCADO
               GO TO 2220-FIN-EDITAR-AMBITO
           END-IF

           IF WS-AMBITO-PEDIDO-TIPO = REGUSUA-AMBITO-TIPO
               AND WS-AMBITO-PEDIDO-VALOR = REGUSUA-AMBITO-VALOR
               MOVE "NO" TO SW-AMBITO-TOCADO
           ELSE
               MOVE "SI" TO SW-AMBITO-TOCADO
           END-IF.

       2220-FIN-EDITAR-AMBITO.
      *------------------------
           EXIT.

      * PIDE LA CONTRASENA UNA SEGUNDA VEZ PARA CONFIRMARLA, LA
      * COMPARA CONTRA EL HISTORICO DE CONTRASENAS YA USADAS POR EL
      * USUARIO Y, SI TODO ES CORRECTO, ARCHIVA LA CONTRASENA QUE DEJA
                   DISPLAY "USUARIO NO ENCONTRADO EN EL MAESTRO: "
                           REGUSU_MODIF-CODIGO
               NOT INVALID KEY
                   MOVE REG-USUARIES-AMBITO TO WS-AMBITO-MAESTRO
                   MOVE REGUSU_MODIF TO REG-USUARIES
                   MOVE WS-AMBITO-MAESTRO TO REG-USUARIES-AMBITO
                   REWRITE REG-USUARIES
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL "
      *---------------------------
           EXIT.

      * EL AMBITO PEDIDO SE ANNADE A LA COLA CON EL SIGUIENTE NUMERO
      * LIBRE (TIPO EN APROB-AMBITO-TIPO, TIENDA O REGION EN EL
      * DETALLE) Y LA PETICION QUEDA EN LA AUDITORIA (ACCION PETIC)
      * CON EL SOLICITANTE COMO OPERADOR.
       2500-ENCOLAR-AMBITO.
      *---------------------
           PERFORM 2550-SIGUIENTE-ID THRU 2550-FIN-SIGUIENTE-ID

           MOVE WS-SIGUIENTE-ID        TO APROB-ID
           ACCEPT APROB-FECHA FROM DATE YYYYMMDD
           ACCEPT APROB-HORA  FROM TIME
           MOVE "AMBIT"                TO APROB-ACCION
           MOVE LS-OPERADOR-CODIGO     TO APROB-SOLICITANTE
           MOVE REGUSUA-CODIGO         TO APROB-OBJ-CODIGO
           MOVE REGUSUA-ALIAS          TO APROB-OBJ-ALIAS
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
           MOVE REGUSUA-CODIGO         TO AUDIT-CODIGO
           MOVE "AMBITO"               TO AUDIT-CAMPO
           MOVE LS-OPERADOR-CODIGO     TO AUDIT-OPERADOR

           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           WRITE REG-AUD FROM REG-AUDITORIA
           CLOSE AUDITORIA

           DISPLAY "CAMBIO DE AMBITO PENDIENTE DE APROBACION POR UN "
                   "ADMINISTRADOR (SOLICITUD " APROB-ID ")".

       2500-FIN-ENCOLAR-AMBITO.
      *-------------------------
           EXIT.

      * EL SIGUIENTE NUMERO DE SOLICITUD ES EL MAYOR DE LA COLA MAS
      * UNO (1 SI LA COLA NO EXISTE TODAVIA).
       2550-SIGUIENTE-ID.
      *-------------------
           MOVE ZEROS TO WS-SIGUIENTE-ID
           MOVE "NO" TO SW-EOF-APROBACIONES
           OPEN INPUT APROBACIONES
           IF FS-APROBACIONES = 00
               PERFORM 2560-LEER-COLA THRU 2560-FIN-LEER-COLA
                   UNTIL SW-EOF-APROBACIONES = "SI"
               CLOSE APROBACIONES
           END-IF
           ADD 1 TO WS-SIGUIENTE-ID.

       2550-FIN-SIGUIENTE-ID.
      *-----------------------
           EXIT.

       2560-LEER-COLA.
      *----------------
           READ APROBACIONES INTO REG-APROBACION
               AT END MOVE "SI" TO SW-EOF-APROBACIONES
           NOT AT END
               IF APROB-ID > WS-SIGUIENTE-ID
                   MOVE APROB-ID TO WS-SIGUIENTE-ID
               END-IF
           END-READ.

       2560-FIN-LEER-COLA.
      *--------------------
           EXIT.

       3000-FIN.
      *---------
           DISPLAY CONTA-USUARIOS " MODIFICACIONES ANOTADAS "
