      ******************************************************************
      * Author:Maria Romero
      * Date:06/09/2026
      * Purpose: Carga del presupuesto anual de ventas que envia
      *    finanzas. El fichero (por defecto PRESUPUESTO-ANUAL.DAT,
      *    o el nombre pasado como argumento del job) trae una linea
      *    delimitada por punto y coma por tienda, mes y categoria:
      *       TIENDA;AAAAMM;CATEGORIA;IMPORTE
      *    con la categoria en blanco para el objetivo de la tienda
      *    entera y el importe con coma decimal (125000,00). Se
      *    valida todo el fichero antes de tocar nada: tienda del
      *    maestro, mes AAAAMM valido, categoria en blanco o dada de
      *    alta, importe mayor que cero y sin claves repetidas. Con
      *    una sola linea rechazada no se graba nada (RETURN-CODE 8)
      *    para no dejar un anno a medias. Si todo es correcto, los
      *    annos que trae el fichero se sustituyen enteros en
      *    PRESUPUESTOS.DAT y el resto de annos se conserva; cada
      *    anno cargado deja una linea en MAESTROS-AUDITORIA.DAT
      *    (fichero PRESUPUEST, clave CARGA) con las lineas que tenia
      *    y las que tiene. Los retoques sueltos se hacen despues con
      *    MANTENIMIENTO-PRESUPUESTOS.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR-PRESUPUESTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANUAL ASSIGN TO DYNAMIC WS-NOMBRE-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANUAL.
           SELECT PRESUPUESTOS ASSIGN TO "PRESUPUESTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESUPUESTOS.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT CATEGORIAS ASSIGN TO "CATEGORIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORIAS.
           SELECT AUDITORIA ASSIGN TO "MAESTROS-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD ANUAL.
       01 REG-ANUAL                PIC X(80).

       FD PRESUPUESTOS.
       01 REG-PRESUPUESTOS.
           05 PRES-TIENDA          PIC X(4).
           05 PRES-PERIODO         PIC 9(6).
           05 PRES-CATEGORIA       PIC X(3).
           05 PRES-IMPORTE         PIC 9(9)V99.

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

       FD CATEGORIAS.
       01 REG-CATEGORIAS.
           05 CODIGO-CATEGORIA      PIC X(3).
           05 DESCRIPCION-CATEGORIA PIC X(30).

       FD AUDITORIA.
       01 REG-AUDITORIA-M.
           05 AUDM-FECHA       PIC 9(8).
           05 AUDM-HORA        PIC 9(8).
           05 AUDM-OPERADOR    PIC 9(6).
           05 AUDM-FICHERO     PIC X(10).
           05 AUDM-CLAVE       PIC X(6).
           05 AUDM-CAMPO       PIC X(12).
           05 AUDM-VIEJO       PIC X(14).
           05 AUDM-NUEVO       PIC X(14).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-ANUAL     PIC X VALUE "N".
       01 EOF-SWITCH-PRES      PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".
       01 EOF-SWITCH-CATEG     PIC X VALUE "N".
       01 FS-ANUAL             PIC XX VALUE SPACES.
       01 FS-PRESUPUESTOS      PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 FS-CATEGORIAS        PIC XX VALUE SPACES.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.

       01 WS-ARGUMENTO         PIC X(30) VALUE SPACES.
       01 WS-NOMBRE-ANUAL      PIC X(30) VALUE SPACES.

      * Presupuesto vigente completo.
       01 WS-NUM-PRESUPUESTOS  PIC 9(5) VALUE ZEROS.
       01 WS-IND               PIC 9(5) VALUE ZEROS.
       01 TABLA-PRESUPUESTOS.
           05 ELEM-PRESUPUESTO OCCURS 10000 TIMES.
               10 ELEM-TIENDA      PIC X(4).
               10 ELEM-PERIODO     PIC 9(6).
               10 ELEM-CATEGORIA   PIC X(3).
               10 ELEM-IMPORTE     PIC 9(9)V99.

      * Lineas validas del fichero de finanzas.
       01 WS-NUM-NUEVAS        PIC 9(5) VALUE ZEROS.
       01 WS-IND-NUEVA         PIC 9(5) VALUE ZEROS.
       01 WS-DUPLICADA-SW      PIC X VALUE "N".
       01 TABLA-NUEVAS.
           05 ELEM-NUEVA OCCURS 10000 TIMES.
               10 ELEM-NUE-TIENDA  PIC X(4).
               10 ELEM-NUE-PERIODO PIC 9(6).
               10 ELEM-NUE-CATEGORIA PIC X(3).
               10 ELEM-NUE-IMPORTE PIC 9(9)V99.

      * Annos que trae el fichero, con las lineas que tenian antes y
      * las que quedan despues.
       01 WS-NUM-ANNOS         PIC 9(2) VALUE ZEROS.
       01 WS-IND-ANNO          PIC 9(2) VALUE ZEROS.
       01 WS-ANNO-HALLADO-SW   PIC X VALUE "N".
       01 WS-IND-ANNO-HALL     PIC 9(2) VALUE ZEROS.
       01 WS-ANNO-BUSCADO      PIC 9(4) VALUE ZEROS.
       01 TABLA-ANNOS.
           05 ELEM-ANNO OCCURS 10 TIMES.
               10 ELEM-ANNO-AAAA   PIC 9(4).
               10 ELEM-ANNO-ANTES  PIC 9(5).
               10 ELEM-ANNO-AHORA  PIC 9(5).

      * Tiendas y categorias de los maestros.
       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA        PIC 9(3) VALUE ZEROS.
       01 WS-TIENDA-HALLADA-SW PIC X VALUE "N".
       01 TABLA-TIENDAS.
           05 ELEM-TDA-CODIGO OCCURS 200 TIMES PIC X(4).
       01 WS-NUM-CATEGORIAS    PIC 9(3) VALUE ZEROS.
       01 WS-IND-CATEG         PIC 9(3) VALUE ZEROS.
       01 WS-CATEG-HALLADA-SW  PIC X VALUE "N".
       01 TABLA-CATEGORIAS.
           05 ELEM-CATEG-CODIGO OCCURS 100 TIMES PIC X(3).

      * Campos de la linea delimitada en curso.
       01 WS-CSV-TIENDA        PIC X(10) VALUE SPACES.
       01 WS-CSV-PERIODO       PIC X(10) VALUE SPACES.
       01 WS-CSV-CATEGORIA     PIC X(10) VALUE SPACES.
       01 WS-CSV-IMPORTE       PIC X(20) VALUE SPACES.
       01 WS-LINEA-VALIDA-SW   PIC X VALUE "S".
       01 WS-LINEA-PERIODO     PIC 9(6) VALUE ZEROS.
       01 WS-LINEA-PERIODO-DESC REDEFINES WS-LINEA-PERIODO.
           05 WS-LINEA-AAAA    PIC 9(4).
           05 WS-LINEA-MM      PIC 9(2).
       01 WS-LINEA-IMPORTE     PIC 9(9)V99 VALUE ZEROS.
       01 WS-CONTA-LEIDAS      PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-RECHAZADAS  PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-CONSERVADAS PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
           IF WS-ARGUMENTO = SPACES
               MOVE "PRESUPUESTO-ANUAL.DAT" TO WS-NOMBRE-ANUAL
           ELSE
               MOVE WS-ARGUMENTO TO WS-NOMBRE-ANUAL
           END-IF
           DISPLAY "CARGA DEL PRESUPUESTO ANUAL DESDE " WS-NOMBRE-ANUAL
           DISPLAY "=================================================="

           PERFORM CARGAR-TIENDAS
           PERFORM CARGAR-CATEGORIAS
           PERFORM CARGAR-PRESUPUESTOS

           OPEN INPUT ANUAL
           IF FS-ANUAL NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR " WS-NOMBRE-ANUAL
                       " (FILE STATUS " FS-ANUAL ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-ANUAL THRU LEER-ANUAL-EXIT
               UNTIL EOF-SWITCH-ANUAL = "S"
           CLOSE ANUAL

           DISPLAY "LINEAS LEIDAS....: " WS-CONTA-LEIDAS
           DISPLAY "LINEAS VALIDAS...: " WS-NUM-NUEVAS
           DISPLAY "LINEAS RECHAZADAS: " WS-CONTA-RECHAZADAS
           IF WS-CONTA-RECHAZADAS > ZEROS
               DISPLAY "HAY LINEAS RECHAZADAS: NO SE CARGA NADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUM-NUEVAS = ZEROS
               DISPLAY "FICHERO SIN LINEAS: NO SE CARGA NADA"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GRABAR-PRESUPUESTOS
           PERFORM GRABAR-AUDITORIA-ANNOS
           DISPLAY "LINEAS CONSERVADAS DE OTROS ANNOS: "
                   WS-CONTA-CONSERVADAS
           DISPLAY "PRESUPUESTOS.DAT GRABADO ("
                   WS-CONTA-CONSERVADAS " + " WS-NUM-NUEVAS
                   " LINEAS)"
           STOP RUN.

       CARGAR-TIENDAS.
           MOVE ZEROS TO WS-NUM-TIENDAS
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
                   MOVE CODIGO-TIENDA
                       TO ELEM-TDA-CODIGO (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

       CARGAR-CATEGORIAS.
           MOVE ZEROS TO WS-NUM-CATEGORIAS
           OPEN INPUT CATEGORIAS
           IF FS-CATEGORIAS = "00"
               PERFORM LEER-CATEGORIA THRU LEER-CATEGORIA-EXIT
                   UNTIL EOF-SWITCH-CATEG = "S"
               CLOSE CATEGORIAS
           END-IF.

       LEER-CATEGORIA.
           READ CATEGORIAS
               AT END MOVE "S" TO EOF-SWITCH-CATEG
           NOT AT END
               IF WS-NUM-CATEGORIAS < 100
                   ADD 1 TO WS-NUM-CATEGORIAS
                   MOVE CODIGO-CATEGORIA
                       TO ELEM-CATEG-CODIGO (WS-NUM-CATEGORIAS)
               END-IF
           END-READ.
       LEER-CATEGORIA-EXIT.
           EXIT.

       CARGAR-PRESUPUESTOS.
           MOVE ZEROS TO WS-NUM-PRESUPUESTOS
           OPEN INPUT PRESUPUESTOS
           IF FS-PRESUPUESTOS = "00"
               PERFORM LEER-PRESUPUESTO THRU LEER-PRESUPUESTO-EXIT
                   UNTIL EOF-SWITCH-PRES = "S"
               CLOSE PRESUPUESTOS
           END-IF.

       LEER-PRESUPUESTO.
           READ PRESUPUESTOS
               AT END MOVE "S" TO EOF-SWITCH-PRES
           NOT AT END
               IF WS-NUM-PRESUPUESTOS < 10000
                   ADD 1 TO WS-NUM-PRESUPUESTOS
                   MOVE REG-PRESUPUESTOS
                       TO ELEM-PRESUPUESTO (WS-NUM-PRESUPUESTOS)
               END-IF
           END-READ.
       LEER-PRESUPUESTO-EXIT.
           EXIT.

       LEER-ANUAL.
           READ ANUAL
               AT END MOVE "S" TO EOF-SWITCH-ANUAL
           NOT AT END
               IF REG-ANUAL NOT = SPACES
                   ADD 1 TO WS-CONTA-LEIDAS
                   PERFORM VALIDAR-LINEA THRU VALIDAR-LINEA-EXIT
               END-IF
           END-READ.
       LEER-ANUAL-EXIT.
           EXIT.

       VALIDAR-LINEA.
           MOVE SPACES TO WS-CSV-TIENDA
           MOVE SPACES TO WS-CSV-PERIODO
           MOVE SPACES TO WS-CSV-CATEGORIA
           MOVE SPACES TO WS-CSV-IMPORTE
           UNSTRING REG-ANUAL DELIMITED BY ";"
               INTO WS-CSV-TIENDA
                    WS-CSV-PERIODO
                    WS-CSV-CATEGORIA
                    WS-CSV-IMPORTE
           END-UNSTRING

           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           IF WS-TIENDA-HALLADA-SW = "N"
               DISPLAY "TIENDA DESCONOCIDA: " REG-ANUAL
               PERFORM RECHAZAR-LINEA
               GO TO VALIDAR-LINEA-EXIT
           END-IF

           IF FUNCTION TRIM (WS-CSV-PERIODO) IS NOT NUMERIC
               OR WS-CSV-PERIODO = SPACES
               DISPLAY "MES NO VALIDO: " REG-ANUAL
               PERFORM RECHAZAR-LINEA
               GO TO VALIDAR-LINEA-EXIT
           END-IF
           COMPUTE WS-LINEA-PERIODO = FUNCTION NUMVAL (WS-CSV-PERIODO)
           IF WS-LINEA-MM < 01 OR WS-LINEA-MM > 12
               OR WS-LINEA-AAAA < 2000
               DISPLAY "MES NO VALIDO: " REG-ANUAL
               PERFORM RECHAZAR-LINEA
               GO TO VALIDAR-LINEA-EXIT
           END-IF

           IF WS-CSV-CATEGORIA NOT = SPACES
               PERFORM BUSCAR-CATEGORIA THRU BUSCAR-CATEGORIA-EXIT
               IF WS-CATEG-HALLADA-SW = "N"
                   DISPLAY "CATEGORIA DESCONOCIDA: " REG-ANUAL
                   PERFORM RECHAZAR-LINEA
                   GO TO VALIDAR-LINEA-EXIT
               END-IF
           END-IF

           IF WS-CSV-IMPORTE = SPACES
               DISPLAY "IMPORTE EN BLANCO: " REG-ANUAL
               PERFORM RECHAZAR-LINEA
               GO TO VALIDAR-LINEA-EXIT
           END-IF
           COMPUTE WS-LINEA-IMPORTE = FUNCTION NUMVAL (WS-CSV-IMPORTE)
           IF WS-LINEA-IMPORTE = ZEROS
               DISPLAY "IMPORTE NO VALIDO: " REG-ANUAL
               PERFORM RECHAZAR-LINEA
               GO TO VALIDAR-LINEA-EXIT
           END-IF

           PERFORM BUSCAR-DUPLICADA THRU BUSCAR-DUPLICADA-EXIT
           IF WS-DUPLICADA-SW = "S"
               DISPLAY "CLAVE REPETIDA EN EL FICHERO: " REG-ANUAL
               PERFORM RECHAZAR-LINEA
               GO TO VALIDAR-LINEA-EXIT
           END-IF

           IF WS-NUM-NUEVAS >= 10000
               DISPLAY "MAS DE 10000 LINEAS, SE IGNORA: " REG-ANUAL
               PERFORM RECHAZAR-LINEA
               GO TO VALIDAR-LINEA-EXIT
           END-IF

           MOVE WS-LINEA-AAAA TO WS-ANNO-BUSCADO
           PERFORM BUSCAR-ANNO THRU BUSCAR-ANNO-EXIT
           IF WS-ANNO-HALLADO-SW = "N"
               IF WS-NUM-ANNOS >= 10
                   DISPLAY "MAS DE 10 ANNOS EN EL FICHERO: " REG-ANUAL
                   PERFORM RECHAZAR-LINEA
                   GO TO VALIDAR-LINEA-EXIT
               END-IF
               ADD 1 TO WS-NUM-ANNOS
               MOVE WS-NUM-ANNOS TO WS-IND-ANNO-HALL
               MOVE WS-LINEA-AAAA TO ELEM-ANNO-AAAA (WS-IND-ANNO-HALL)
               MOVE ZEROS TO ELEM-ANNO-ANTES (WS-IND-ANNO-HALL)
               MOVE ZEROS TO ELEM-ANNO-AHORA (WS-IND-ANNO-HALL)
           END-IF
           ADD 1 TO ELEM-ANNO-AHORA (WS-IND-ANNO-HALL)

           ADD 1 TO WS-NUM-NUEVAS
           MOVE WS-CSV-TIENDA TO ELEM-NUE-TIENDA (WS-NUM-NUEVAS)
           MOVE WS-LINEA-PERIODO TO ELEM-NUE-PERIODO (WS-NUM-NUEVAS)
           MOVE WS-CSV-CATEGORIA TO ELEM-NUE-CATEGORIA (WS-NUM-NUEVAS)
           MOVE WS-LINEA-IMPORTE TO ELEM-NUE-IMPORTE (WS-NUM-NUEVAS).
       VALIDAR-LINEA-EXIT.
           EXIT.

       RECHAZAR-LINEA.
           ADD 1 TO WS-CONTA-RECHAZADAS.

       BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
               OR WS-TIENDA-HALLADA-SW = "S".
       BUSCAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TDA-CODIGO (WS-IND-TIENDA) = WS-CSV-TIENDA
               MOVE "S" TO WS-TIENDA-HALLADA-SW
           END-IF.

       BUSCAR-CATEGORIA.
           MOVE "N" TO WS-CATEG-HALLADA-SW
           MOVE ZEROS TO WS-IND-CATEG
           PERFORM COMPARAR-CATEGORIA
               UNTIL WS-IND-CATEG >= WS-NUM-CATEGORIAS
               OR WS-CATEG-HALLADA-SW = "S".
       BUSCAR-CATEGORIA-EXIT.
           EXIT.

       COMPARAR-CATEGORIA.
           ADD 1 TO WS-IND-CATEG
           IF ELEM-CATEG-CODIGO (WS-IND-CATEG) = WS-CSV-CATEGORIA
               MOVE "S" TO WS-CATEG-HALLADA-SW
           END-IF.

       BUSCAR-DUPLICADA.
           MOVE "N" TO WS-DUPLICADA-SW
           MOVE ZEROS TO WS-IND-NUEVA
           PERFORM COMPARAR-DUPLICADA
               UNTIL WS-IND-NUEVA >= WS-NUM-NUEVAS
               OR WS-DUPLICADA-SW = "S".
       BUSCAR-DUPLICADA-EXIT.
           EXIT.

       COMPARAR-DUPLICADA.
           ADD 1 TO WS-IND-NUEVA
           IF ELEM-NUE-TIENDA (WS-IND-NUEVA) = WS-CSV-TIENDA
               AND ELEM-NUE-PERIODO (WS-IND-NUEVA) = WS-LINEA-PERIODO
               AND ELEM-NUE-CATEGORIA (WS-IND-NUEVA)
                   = WS-CSV-CATEGORIA
               MOVE "S" TO WS-DUPLICADA-SW
           END-IF.

       BUSCAR-ANNO.
           MOVE "N" TO WS-ANNO-HALLADO-SW
           MOVE ZEROS TO WS-IND-ANNO
           PERFORM COMPARAR-ANNO
               UNTIL WS-IND-ANNO >= WS-NUM-ANNOS
               OR WS-ANNO-HALLADO-SW = "S".
       BUSCAR-ANNO-EXIT.
           EXIT.

       COMPARAR-ANNO.
           ADD 1 TO WS-IND-ANNO
           IF ELEM-ANNO-AAAA (WS-IND-ANNO) = WS-ANNO-BUSCADO
               MOVE "S" TO WS-ANNO-HALLADO-SW
               MOVE WS-IND-ANNO TO WS-IND-ANNO-HALL
           END-IF.

      * Reescribe PRESUPUESTOS.DAT: primero las lineas vigentes de
      * annos que el fichero no trae, despues las nuevas.
       GRABAR-PRESUPUESTOS.
           OPEN OUTPUT PRESUPUESTOS
           MOVE ZEROS TO WS-CONTA-CONSERVADAS
           MOVE ZEROS TO WS-IND
           PERFORM CONSERVAR-LINEA
               UNTIL WS-IND >= WS-NUM-PRESUPUESTOS
           MOVE ZEROS TO WS-IND-NUEVA
           PERFORM GRABAR-LINEA-NUEVA
               UNTIL WS-IND-NUEVA >= WS-NUM-NUEVAS
           CLOSE PRESUPUESTOS.

       CONSERVAR-LINEA.
           ADD 1 TO WS-IND
           MOVE ELEM-PERIODO (WS-IND) TO WS-LINEA-PERIODO
           MOVE WS-LINEA-AAAA TO WS-ANNO-BUSCADO
           PERFORM BUSCAR-ANNO THRU BUSCAR-ANNO-EXIT
           IF WS-ANNO-HALLADO-SW = "S"
               ADD 1 TO ELEM-ANNO-ANTES (WS-IND-ANNO-HALL)
           ELSE
               ADD 1 TO WS-CONTA-CONSERVADAS
               MOVE ELEM-PRESUPUESTO (WS-IND) TO REG-PRESUPUESTOS
               WRITE REG-PRESUPUESTOS
           END-IF.

       GRABAR-LINEA-NUEVA.
           ADD 1 TO WS-IND-NUEVA
           MOVE ELEM-NUEVA (WS-IND-NUEVA) TO REG-PRESUPUESTOS
           WRITE REG-PRESUPUESTOS.

      * Una linea de diario por anno sustituido, con las lineas que
      * tenia y las que tiene ahora.
       GRABAR-AUDITORIA-ANNOS.
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE ZEROS TO WS-IND-ANNO
           PERFORM AUDITAR-UN-ANNO
               UNTIL WS-IND-ANNO >= WS-NUM-ANNOS
           CLOSE AUDITORIA.

       AUDITAR-UN-ANNO.
           ADD 1 TO WS-IND-ANNO
           ACCEPT AUDM-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDM-HORA FROM TIME
           MOVE ZEROS TO AUDM-OPERADOR
           MOVE "PRESUPUEST" TO AUDM-FICHERO
           MOVE "CARGA" TO AUDM-CLAVE
           MOVE SPACES TO AUDM-CAMPO
           STRING "ANNO "                      DELIMITED BY SIZE
                  ELEM-ANNO-AAAA (WS-IND-ANNO) DELIMITED BY SIZE
               INTO AUDM-CAMPO
           END-STRING
           MOVE ELEM-ANNO-ANTES (WS-IND-ANNO) TO AUDM-VIEJO
           MOVE ELEM-ANNO-AHORA (WS-IND-ANNO) TO AUDM-NUEVO
           WRITE REG-AUDITORIA-M
           DISPLAY "ANNO " ELEM-ANNO-AAAA (WS-IND-ANNO)
                   ": " ELEM-ANNO-ANTES (WS-IND-ANNO)
                   " LINEAS ANTES, " ELEM-ANNO-AHORA (WS-IND-ANNO)
                   " AHORA".
