      ******************************************************************
      * Author:Maria Romero
      * Date:13/09/2026
      * Purpose: Comprobacion del ambito de tiendas del operador de
      *    la consola de ventas. Cada usuario del maestro USUARIES.IDX
      *    lleva un ambito (C central = todas las tiendas, R una
      *    region, T una tienda, en blanco sin asignar); la consola lo
      *    resuelve al abrir sesion (los roles de soporte y
      *    administrador son de central) y lo pasa a los programas de
      *    tienda, que llaman aqui con cada tienda que van a mostrar o
      *    aceptar. La region de la tienda se toma de TIENDAS.DAT,
      *    que se carga la primera vez y se recarga si aparece una
      *    tienda que no estaba. Devuelve S si la tienda entra en el
      *    ambito y N si no; con la marca de auditar a S, cada
      *    negativa se apunta en AUDITORIA.DAT (la misma auditoria
      *    del subsistema de usuarios) como accion FUERA, con el
      *    operador, la tienda y el programa que la pidio. Una tienda
      *    en blanco sirve para auditar el intento de un operador sin
      *    ambito asignado.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPROBAR-AMBITO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.

      * Auditoria del subsistema de usuarios (trazado REGAUDITORIA).
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           05 AUDIT-FECHA          PIC 9(8).
           05 AUDIT-HORA           PIC 9(8).
           05 AUDIT-ACCION         PIC X(5).
           05 AUDIT-CODIGO         PIC 9(6).
           05 AUDIT-CAMPO.
               10 AUDIT-TIENDA     PIC X(4).
               10 FILLER           PIC X(1).
               10 AUDIT-PROGRAMA   PIC X(5).
           05 AUDIT-OPERADOR       PIC 9(6).

       WORKING-STORAGE SECTION.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".

      * Tiendas y regiones en memoria; se conserva entre llamadas.
       01 WS-CARGADAS-SW       PIC X VALUE "N".
       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND               PIC 9(3) VALUE ZEROS.
       01 WS-ENCONTRADA-SW     PIC X VALUE "N".
       01 WS-REGION-HALLADA    PIC X(10) VALUE SPACES.
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA OCCURS 200 TIMES.
               10 ELEM-CODIGO      PIC X(4).
               10 ELEM-REGION      PIC X(10).

       LINKAGE SECTION.
       01 LK-AMBITO.
           05 LK-AMBITO-OPERADOR   PIC 9(6).
           05 LK-AMBITO-TIPO       PIC X(1).
               88 LK-AMBITO-CENTRAL    VALUE "C".
               88 LK-AMBITO-REGION     VALUE "R".
               88 LK-AMBITO-TIENDA     VALUE "T".
           05 LK-AMBITO-VALOR      PIC X(10).
       01 LK-TIENDA            PIC X(4).
       01 LK-PROGRAMA          PIC X(5).
       01 LK-AUDITAR           PIC X(1).
       01 LK-RESULTADO         PIC X(1).

       PROCEDURE DIVISION USING LK-AMBITO LK-TIENDA LK-PROGRAMA
                                LK-AUDITAR LK-RESULTADO.
       INICIO.
           MOVE "N" TO LK-RESULTADO
           EVALUATE TRUE
               WHEN LK-AMBITO-CENTRAL
                   MOVE "S" TO LK-RESULTADO
               WHEN LK-AMBITO-TIENDA
                   IF LK-TIENDA NOT = SPACES
                       AND LK-TIENDA = LK-AMBITO-VALOR
                       MOVE "S" TO LK-RESULTADO
                   END-IF
               WHEN LK-AMBITO-REGION
                   PERFORM BUSCAR-REGION THRU BUSCAR-REGION-EXIT
                   IF WS-ENCONTRADA-SW = "S"
                       AND WS-REGION-HALLADA = LK-AMBITO-VALOR
                       MOVE "S" TO LK-RESULTADO
                   END-IF
           END-EVALUATE

           IF LK-RESULTADO = "N" AND LK-AUDITAR = "S"
               PERFORM GRABAR-AUDITORIA
           END-IF
           GOBACK.

      * Region de la tienda pedida; una tienda que no esta en la
      * tabla provoca una recarga por si se dio de alta despues de
      * la primera llamada.
       BUSCAR-REGION.
           MOVE SPACES TO WS-REGION-HALLADA
           IF LK-TIENDA = SPACES
               MOVE "N" TO WS-ENCONTRADA-SW
               GO TO BUSCAR-REGION-EXIT
           END-IF
           IF WS-CARGADAS-SW = "N"
               PERFORM CARGAR-TIENDAS
           END-IF
           PERFORM BUSCAR-TIENDA
           IF WS-ENCONTRADA-SW = "N"
               PERFORM CARGAR-TIENDAS
               PERFORM BUSCAR-TIENDA
           END-IF.
       BUSCAR-REGION-EXIT.
           EXIT.

       BUSCAR-TIENDA.
           MOVE "N" TO WS-ENCONTRADA-SW
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS
               OR WS-ENCONTRADA-SW = "S".

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND
           IF ELEM-CODIGO (WS-IND) = LK-TIENDA
               MOVE "S" TO WS-ENCONTRADA-SW
               MOVE ELEM-REGION (WS-IND) TO WS-REGION-HALLADA
           END-IF.

       CARGAR-TIENDAS.
           MOVE ZEROS TO WS-NUM-TIENDAS
           MOVE "N" TO EOF-SWITCH-TIENDAS
           MOVE "S" TO WS-CARGADAS-SW
           OPEN INPUT TIENDAS
           IF FS-TIENDAS = "00"
               PERFORM LEER-TIENDA THRU LEER-TIENDA-EXIT
                   UNTIL EOF-SWITCH-TIENDAS = "S"
               CLOSE TIENDAS
           END-IF.

       LEER-TIENDA.
           READ TIENDAS
               AT END MOVE "S" TO EOF-SWITCH-TIENDAS
           NOT AT END
               IF WS-NUM-TIENDAS < 200
                   ADD 1 TO WS-NUM-TIENDAS
                   MOVE CODIGO-TIENDA TO ELEM-CODIGO (WS-NUM-TIENDAS)
                   MOVE REGION-TIENDA TO ELEM-REGION (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

      * El intento fuera de ambito queda en la auditoria de usuarios
      * con el operador como codigo y como operador, y la tienda y
      * el programa en el campo.
       GRABAR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA FROM TIME
           MOVE "FUERA" TO AUDIT-ACCION
           MOVE LK-AMBITO-OPERADOR TO AUDIT-CODIGO
           MOVE LK-TIENDA TO AUDIT-TIENDA
           MOVE LK-PROGRAMA TO AUDIT-PROGRAMA
           MOVE LK-AMBITO-OPERADOR TO AUDIT-OPERADOR
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
