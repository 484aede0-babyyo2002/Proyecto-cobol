      ******************************************************************
      * Author:Maria Romero
      * Date:25/09/2026
      * Purpose: Cierre del ejercicio. Con el anno AAAA como
      *    argumento del job (el anno anterior al de hoy si no se
      *    pasa):
      *    - comprueba que los doce periodos AAAA01 a AAAA12 figuran
      *      en PERIODOS-CONTABLES.DAT y estan cerrados, y que
      *      existen las doce fotos mensuales TOTAL-AAAAMM.DAT y
      *      TOTAL-TIENDA-AAAAMM.DAT; si falta algo no se hace nada
      *      y el job termina con RETURN-CODE 8;
      *    - suma las fotos por tienda del anno en el acumulado anual
      *      TOTAL-AAAA.DAT, una linea por empresa, region, tienda,
      *      categoria y producto con las unidades y el ingreso del
      *      anno y de cada mes (con el mes se puede sacar el
      *      acumulado a cualquier mes aunque las fotos mensuales ya
      *      se hayan purgado);
      *    - coteja el ingreso de cada mes de las fotos por tienda
      *      con el de la foto de empresa y avisa si no cuadran
      *      (RETURN-CODE 4);
      *    - bloquea el ejercicio: los doce periodos quedan marcados
      *      en el calendario y MANTENIMIENTO-PERIODOS ya no los deja
      *      reabrir. Un ejercicio ya bloqueado no se vuelve a cerrar
      *      (RETURN-CODE 4).
      *    ARCHIVAR-CIERRE no purga las fotos de un anno sin
      *    acumulado anual. Los informes INFORME-ACUMULADO-ANUAL y
      *    INFORME-TENDENCIA-ANUAL leen TOTAL-AAAA.DAT.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-ANUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "PERIODOS-CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.
           SELECT TIENDA-HIST ASSIGN TO DYNAMIC WS-NOMBRE-TDAHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDA-HIST.
           SELECT TOTAL-HIST ASSIGN TO DYNAMIC WS-NOMBRE-TOTAL-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOTAL-HIST.
           SELECT ANUAL ASSIGN TO DYNAMIC WS-NOMBRE-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANUAL.

       DATA DIVISION.
       FILE SECTION.
      * BLOQUEO-PERIODO: S = ejercicio cerrado por este programa.
       FD PERIODOS.
       01 REG-PERIODOS.
           05 PERIODO-CONTABLE     PIC 9(6).
           05 ESTADO-PERIODO       PIC X(1).
           05 BLOQUEO-PERIODO      PIC X(1).

       FD TIENDA-HIST.
       01 REG-TIENDA-HIST.
           05 CODIGO-TOTAL-TIENDA     PIC X(5).
           05 TIENDA-TOTAL-TIENDA     PIC X(4).
           05 NOMBRE-TOTAL-TIENDA     PIC X(20).
           05 REGION-TOTAL-TIENDA     PIC X(10).
           05 CANTIDAD-TOTAL-TIENDA   PIC 9(5).
           05 INGRESO-TOTAL-TIENDA    PIC 9(8)V99.
           05 TIPO-IVA-TOTAL-TIENDA   PIC X(1).
           05 CATEGORIA-TOTAL-TIENDA  PIC X(3).

       FD TOTAL-HIST.
       01 REG-TOTAL-HIST.
           05 CODIGO-TOTAL-HIST    PIC X(5).
           05 CANTIDAD-TOTAL-HIST  PIC 9(5).
           05 INGRESO-TOTAL-HIST   PIC 9(8)V99.

      * Acumulado anual. ANUAL-TIPO: E = empresa, R = region,
      * T = tienda, C = categoria, P = producto; ANUAL-CLAVE lleva
      * la region, la tienda, la categoria o el codigo (en blanco
      * para la empresa). Nombre y region solo en las tiendas.
       FD ANUAL.
       01 REG-ANUAL.
           05 ANUAL-ANNO           PIC 9(4).
           05 ANUAL-TIPO           PIC X(1).
           05 ANUAL-CLAVE          PIC X(10).
           05 ANUAL-NOMBRE         PIC X(20).
           05 ANUAL-REGION         PIC X(10).
           05 ANUAL-CANTIDAD       PIC 9(9).
           05 ANUAL-INGRESO        PIC 9(11)V99.
           05 ANUAL-MES OCCURS 12 TIMES.
               10 ANUAL-MES-CANTIDAD PIC 9(7).
               10 ANUAL-MES-INGRESO  PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH           PIC X VALUE "N".
       01 EOF-SWITCH-PERIODOS  PIC X VALUE "N".
       01 FS-PERIODOS          PIC XX VALUE SPACES.
       01 FS-TIENDA-HIST       PIC XX VALUE SPACES.
       01 FS-TOTAL-HIST        PIC XX VALUE SPACES.
       01 FS-ANUAL             PIC XX VALUE SPACES.

       01 WS-NOMBRE-TDAHIST.
           05 FILLER               PIC X(13)
                                   VALUE "TOTAL-TIENDA-".
           05 WS-NOMBRE-TDAH-PER   PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-NOMBRE-TOTAL-HIST.
           05 FILLER               PIC X(6) VALUE "TOTAL-".
           05 WS-NOMBRE-HIST-PER   PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-NOMBRE-ANUAL.
           05 FILLER               PIC X(6) VALUE "TOTAL-".
           05 WS-NOMBRE-ANUAL-AAAA PIC 9(4).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-NOMBRE-FICHERO    PIC X(40) VALUE SPACES.
       01 WS-INFO-FICHERO.
           05 WS-INFO-TAMANO       PIC X(8).
           05 WS-INFO-RESTO        PIC X(8).

       01 WS-ARGUMENTO         PIC X(10) VALUE SPACES.
       01 WS-ARG-ANNO REDEFINES WS-ARGUMENTO.
           05 WS-ARG-AAAA          PIC X(4).
           05 FILLER               PIC X(6).
       01 WS-ANNO              PIC 9(4) VALUE ZEROS.
       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA        PIC 9(4).
           05 WS-FECHA-MM          PIC 9(2).
           05 WS-FECHA-DD          PIC 9(2).
       01 WS-PERIODO-CALC.
           05 WS-PERIODO-AAAA      PIC 9(4).
           05 WS-PERIODO-MM        PIC 9(2).
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO-CALC PIC 9(6).
       01 WS-MES               PIC 9(2) VALUE ZEROS.

      * Calendario de periodos en memoria; se vuelve a grabar entero
      * con los meses del ejercicio bloqueados.
       01 WS-NUM-PERIODOS      PIC 9(3) VALUE ZEROS.
       01 WS-IND-PER           PIC 9(3) VALUE ZEROS.
       01 WS-IND-PER-HALL      PIC 9(3) VALUE ZEROS.
       01 TABLA-PERIODOS.
           05 ELEM-PERIODO OCCURS 120 TIMES.
               10 ELEM-PERIODO-NUM PIC 9(6).
               10 ELEM-ESTADO      PIC X(1).
               10 ELEM-BLOQUEO     PIC X(1).

       01 WS-INCIDENCIAS       PIC 9(3) VALUE ZEROS.
       01 WS-MESES-BLOQUEADOS  PIC 9(2) VALUE ZEROS.
       01 WS-DESBORDE-SW       PIC X VALUE "N".

      * Acumulado del ejercicio por tipo y clave, con el desglose
      * mensual.
       01 WS-NUM-ANUAL         PIC 9(4) VALUE ZEROS.
       01 WS-IND-AN            PIC 9(4) VALUE ZEROS.
       01 WS-IND-AN-HALL       PIC 9(4) VALUE ZEROS.
       01 TABLA-ANUAL.
           05 ELEM-ANUAL OCCURS 1000 TIMES.
               10 ELEM-TIPO        PIC X(1).
               10 ELEM-CLAVE       PIC X(10).
               10 ELEM-NOMBRE      PIC X(20).
               10 ELEM-REGION      PIC X(10).
               10 ELEM-CANTIDAD    PIC 9(9).
               10 ELEM-INGRESO     PIC 9(11)V99.
               10 ELEM-MES OCCURS 12 TIMES.
                   15 ELEM-MES-CANTIDAD PIC 9(7).
                   15 ELEM-MES-INGRESO  PIC 9(9)V99.
       01 WS-BUSCA-TIPO        PIC X(1) VALUE SPACE.
       01 WS-BUSCA-CLAVE       PIC X(10) VALUE SPACES.

      * Orden de grabacion de TOTAL-AAAA.DAT.
       01 TABLA-TIPOS.
           05 FILLER               PIC X(5) VALUE "ERTCP".
       01 TABLA-TIPOS-R REDEFINES TABLA-TIPOS.
           05 ELEM-TIPO-ORDEN      PIC X(1) OCCURS 5 TIMES.
       01 WS-IND-TIPO          PIC 9(1) VALUE ZEROS.

      * Cotejo mensual de las fotos por tienda con la de empresa.
       01 WS-ING-MES-TIENDAS   PIC 9(11)V99 VALUE ZEROS.
       01 WS-ING-MES-EMPRESA   PIC 9(11)V99 VALUE ZEROS.
       01 WS-LINEAS-MES        PIC 9(7) VALUE ZEROS.
       01 WS-LINEAS-LEIDAS     PIC 9(7) VALUE ZEROS.
       01 WS-LINEAS-ANUAL      PIC 9(5) VALUE ZEROS.

       01 WS-CANT-EDIT         PIC ZZZ.ZZZ.ZZ9.
       01 WS-ING-EDIT          PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-ING-EDIT-2        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-NUMERO-EDIT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           DISPLAY "CIERRE DEL EJERCICIO " WS-ANNO
           DISPLAY "=================================================="
           PERFORM CARGAR-PERIODOS

           MOVE ZEROS TO WS-INCIDENCIAS
           MOVE ZEROS TO WS-MESES-BLOQUEADOS
           MOVE ZEROS TO WS-MES
           PERFORM COMPROBAR-MES
               UNTIL WS-MES >= 12
           IF WS-MESES-BLOQUEADOS = 12
               DISPLAY "EL EJERCICIO " WS-ANNO " YA ESTA CERRADO Y "
                       "BLOQUEADO: NO SE VUELVE A CERRAR"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-MES
           PERFORM COMPROBAR-FOTOS
               UNTIL WS-MES >= 12
           IF WS-INCIDENCIAS > ZEROS
               DISPLAY "CIERRE DEL EJERCICIO NO REALIZADO: "
                       WS-INCIDENCIAS " INCIDENCIAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-NUM-ANUAL
           MOVE ZEROS TO WS-MES
           PERFORM ACUMULAR-MES
               UNTIL WS-MES >= 12
           IF WS-DESBORDE-SW = "S"
               DISPLAY "CIERRE DEL EJERCICIO NO REALIZADO: EL "
                       "ACUMULADO NO CABE EN LA TABLA (1000 CLAVES)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GRABAR-ANUAL
           PERFORM BLOQUEAR-EJERCICIO
           PERFORM IMPRIMIR-RESUMEN
           STOP RUN.

      * Anno del argumento del job; sin argumento, el anterior al de
      * hoy (el cierre del ejercicio se lanza en enero).
       RESOLVER-ARGUMENTOS.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF WS-ARG-AAAA IS NUMERIC
               MOVE WS-ARG-AAAA TO WS-ANNO
           ELSE
               COMPUTE WS-ANNO = WS-FECHA-AAAA - 1
           END-IF
           MOVE WS-ANNO TO WS-NOMBRE-ANUAL-AAAA.

       CARGAR-PERIODOS.
           MOVE ZEROS TO WS-NUM-PERIODOS
           OPEN INPUT PERIODOS
           IF FS-PERIODOS = "00"
               PERFORM LEER-PERIODO
                   UNTIL EOF-SWITCH-PERIODOS = "S"
               CLOSE PERIODOS
           END-IF.

       LEER-PERIODO.
           READ PERIODOS
               AT END MOVE "S" TO EOF-SWITCH-PERIODOS
           NOT AT END
               IF WS-NUM-PERIODOS < 120
                   ADD 1 TO WS-NUM-PERIODOS
                   MOVE REG-PERIODOS
                       TO ELEM-PERIODO (WS-NUM-PERIODOS)
               ELSE
                   DISPLAY "AVISO: CALENDARIO CON MAS DE 120 "
                           "LINEAS, SE IGNORA: " PERIODO-CONTABLE
               END-IF
           END-READ.

      * Cada mes del ejercicio tiene que estar en el calendario y
      * cerrado, y tener sus dos fotos mensuales.
       COMPROBAR-MES.
           ADD 1 TO WS-MES
           MOVE WS-ANNO TO WS-PERIODO-AAAA
           MOVE WS-MES TO WS-PERIODO-MM
           PERFORM BUSCAR-PERIODO
           IF WS-IND-PER-HALL = ZEROS
               DISPLAY "PERIODO " WS-PERIODO-NUM
                       " NO FIGURA EN EL CALENDARIO"
               ADD 1 TO WS-INCIDENCIAS
           ELSE
               IF ELEM-ESTADO (WS-IND-PER-HALL) NOT = "C"
                   DISPLAY "PERIODO " WS-PERIODO-NUM
                           " ABIERTO: CERRARLO ANTES EN "
                           "MANTENIMIENTO-PERIODOS"
                   ADD 1 TO WS-INCIDENCIAS
               END-IF
               IF ELEM-BLOQUEO (WS-IND-PER-HALL) = "S"
                   ADD 1 TO WS-MESES-BLOQUEADOS
               END-IF
           END-IF.

       COMPROBAR-FOTOS.
           ADD 1 TO WS-MES
           MOVE WS-ANNO TO WS-PERIODO-AAAA
           MOVE WS-MES TO WS-PERIODO-MM
           MOVE WS-PERIODO-NUM TO WS-NOMBRE-TDAH-PER
           MOVE SPACES TO WS-NOMBRE-FICHERO
           MOVE WS-NOMBRE-TDAHIST TO WS-NOMBRE-FICHERO
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-NOMBRE-FICHERO WS-INFO-FICHERO
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "FALTA LA FOTO MENSUAL " WS-NOMBRE-TDAHIST
               ADD 1 TO WS-INCIDENCIAS
           END-IF
           MOVE WS-PERIODO-NUM TO WS-NOMBRE-HIST-PER
           MOVE SPACES TO WS-NOMBRE-FICHERO
           MOVE WS-NOMBRE-TOTAL-HIST TO WS-NOMBRE-FICHERO
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-NOMBRE-FICHERO WS-INFO-FICHERO
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "FALTA LA FOTO MENSUAL " WS-NOMBRE-TOTAL-HIST
               ADD 1 TO WS-INCIDENCIAS
           END-IF
           MOVE ZEROS TO RETURN-CODE.

       BUSCAR-PERIODO.
           MOVE ZEROS TO WS-IND-PER-HALL
           MOVE ZEROS TO WS-IND-PER
           PERFORM COMPARAR-PERIODO
               UNTIL WS-IND-PER >= WS-NUM-PERIODOS
               OR WS-IND-PER-HALL > ZEROS.

       COMPARAR-PERIODO.
           ADD 1 TO WS-IND-PER
           IF ELEM-PERIODO-NUM (WS-IND-PER) = WS-PERIODO-NUM
               MOVE WS-IND-PER TO WS-IND-PER-HALL
           END-IF.

      * Suma la foto por tienda del mes en el acumulado y la coteja
      * con la foto de empresa del mismo mes.
       ACUMULAR-MES.
           ADD 1 TO WS-MES
           MOVE WS-ANNO TO WS-PERIODO-AAAA
           MOVE WS-MES TO WS-PERIODO-MM
           MOVE WS-PERIODO-NUM TO WS-NOMBRE-TDAH-PER
           MOVE WS-PERIODO-NUM TO WS-NOMBRE-HIST-PER
           MOVE ZEROS TO WS-ING-MES-TIENDAS
           MOVE ZEROS TO WS-ING-MES-EMPRESA
           MOVE ZEROS TO WS-LINEAS-MES

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT TIENDA-HIST
           PERFORM LEER-TIENDA-HIST
               UNTIL EOF-SWITCH = "S"
           CLOSE TIENDA-HIST

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT TOTAL-HIST
           PERFORM LEER-TOTAL-HIST
               UNTIL EOF-SWITCH = "S"
           CLOSE TOTAL-HIST

           MOVE WS-ING-MES-TIENDAS TO WS-ING-EDIT
           MOVE WS-LINEAS-MES TO WS-NUMERO-EDIT
           DISPLAY "MES " WS-PERIODO-NUM ": " WS-NUMERO-EDIT
                   " LINEAS  INGRESO " WS-ING-EDIT
           IF WS-ING-MES-TIENDAS NOT = WS-ING-MES-EMPRESA
               MOVE WS-ING-MES-EMPRESA TO WS-ING-EDIT-2
               DISPLAY "   AVISO: LA FOTO DE EMPRESA DEL MES SUMA "
                       WS-ING-EDIT-2
               MOVE 4 TO RETURN-CODE
           END-IF.

       LEER-TIENDA-HIST.
           READ TIENDA-HIST
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               ADD 1 TO WS-LINEAS-MES
               ADD 1 TO WS-LINEAS-LEIDAS
               ADD INGRESO-TOTAL-TIENDA TO WS-ING-MES-TIENDAS
               MOVE "E" TO WS-BUSCA-TIPO
               MOVE SPACES TO WS-BUSCA-CLAVE
               PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
               MOVE "R" TO WS-BUSCA-TIPO
               MOVE REGION-TOTAL-TIENDA TO WS-BUSCA-CLAVE
               PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
               MOVE "T" TO WS-BUSCA-TIPO
               MOVE TIENDA-TOTAL-TIENDA TO WS-BUSCA-CLAVE
               PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
               MOVE "C" TO WS-BUSCA-TIPO
               MOVE CATEGORIA-TOTAL-TIENDA TO WS-BUSCA-CLAVE
               PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
               MOVE "P" TO WS-BUSCA-TIPO
               MOVE CODIGO-TOTAL-TIENDA TO WS-BUSCA-CLAVE
               PERFORM ACUMULAR-CLAVE THRU ACUMULAR-CLAVE-EXIT
           END-READ.

       LEER-TOTAL-HIST.
           READ TOTAL-HIST
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               ADD INGRESO-TOTAL-HIST TO WS-ING-MES-EMPRESA
           END-READ.

      * Busca la clave del tipo en curso (la da de alta si no esta)
      * y le suma la linea de la foto en el anno y en el mes.
       ACUMULAR-CLAVE.
           MOVE ZEROS TO WS-IND-AN-HALL
           MOVE ZEROS TO WS-IND-AN
           PERFORM COMPARAR-CLAVE
               UNTIL WS-IND-AN >= WS-NUM-ANUAL
               OR WS-IND-AN-HALL > ZEROS
           IF WS-IND-AN-HALL = ZEROS
               IF WS-NUM-ANUAL >= 1000
                   MOVE "S" TO WS-DESBORDE-SW
                   GO TO ACUMULAR-CLAVE-EXIT
               END-IF
               ADD 1 TO WS-NUM-ANUAL
               MOVE WS-NUM-ANUAL TO WS-IND-AN-HALL
               INITIALIZE ELEM-ANUAL (WS-IND-AN-HALL)
               MOVE WS-BUSCA-TIPO TO ELEM-TIPO (WS-IND-AN-HALL)
               MOVE WS-BUSCA-CLAVE TO ELEM-CLAVE (WS-IND-AN-HALL)
           END-IF
           IF WS-BUSCA-TIPO = "T"
               MOVE NOMBRE-TOTAL-TIENDA
                   TO ELEM-NOMBRE (WS-IND-AN-HALL)
               MOVE REGION-TOTAL-TIENDA
                   TO ELEM-REGION (WS-IND-AN-HALL)
           END-IF
           ADD CANTIDAD-TOTAL-TIENDA TO ELEM-CANTIDAD (WS-IND-AN-HALL)
           ADD INGRESO-TOTAL-TIENDA TO ELEM-INGRESO (WS-IND-AN-HALL)
           ADD CANTIDAD-TOTAL-TIENDA
               TO ELEM-MES-CANTIDAD (WS-IND-AN-HALL, WS-MES)
           ADD INGRESO-TOTAL-TIENDA
               TO ELEM-MES-INGRESO (WS-IND-AN-HALL, WS-MES).
       ACUMULAR-CLAVE-EXIT.
           EXIT.

       COMPARAR-CLAVE.
           ADD 1 TO WS-IND-AN
           IF ELEM-TIPO (WS-IND-AN) = WS-BUSCA-TIPO
               AND ELEM-CLAVE (WS-IND-AN) = WS-BUSCA-CLAVE
               MOVE WS-IND-AN TO WS-IND-AN-HALL
           END-IF.

      * TOTAL-AAAA.DAT se graba de cero: empresa, regiones, tiendas,
      * categorias y productos, en ese orden.
       GRABAR-ANUAL.
           OPEN OUTPUT ANUAL
           MOVE ZEROS TO WS-LINEAS-ANUAL
           MOVE ZEROS TO WS-IND-TIPO
           PERFORM GRABAR-TIPO
               UNTIL WS-IND-TIPO >= 5
           CLOSE ANUAL.

       GRABAR-TIPO.
           ADD 1 TO WS-IND-TIPO
           MOVE ZEROS TO WS-IND-AN
           PERFORM GRABAR-CLAVE
               UNTIL WS-IND-AN >= WS-NUM-ANUAL.

       GRABAR-CLAVE.
           ADD 1 TO WS-IND-AN
           IF ELEM-TIPO (WS-IND-AN) = ELEM-TIPO-ORDEN (WS-IND-TIPO)
               MOVE WS-ANNO TO ANUAL-ANNO
               MOVE ELEM-ANUAL (WS-IND-AN) TO REG-ANUAL (5:)
               WRITE REG-ANUAL
               ADD 1 TO WS-LINEAS-ANUAL
           END-IF.

      * Los doce meses quedan marcados y el calendario se vuelve a
      * grabar entero.
       BLOQUEAR-EJERCICIO.
           MOVE ZEROS TO WS-MES
           PERFORM BLOQUEAR-MES
               UNTIL WS-MES >= 12
           OPEN OUTPUT PERIODOS
           MOVE ZEROS TO WS-IND-PER
           PERFORM GRABAR-PERIODO
               UNTIL WS-IND-PER >= WS-NUM-PERIODOS
           CLOSE PERIODOS.

       BLOQUEAR-MES.
           ADD 1 TO WS-MES
           MOVE WS-ANNO TO WS-PERIODO-AAAA
           MOVE WS-MES TO WS-PERIODO-MM
           PERFORM BUSCAR-PERIODO
           IF WS-IND-PER-HALL > ZEROS
               MOVE "S" TO ELEM-BLOQUEO (WS-IND-PER-HALL)
           END-IF.

       GRABAR-PERIODO.
           ADD 1 TO WS-IND-PER
           MOVE ELEM-PERIODO (WS-IND-PER) TO REG-PERIODOS
           WRITE REG-PERIODOS.

       IMPRIMIR-RESUMEN.
           MOVE 1 TO WS-IND-AN
           DISPLAY "=================================================="
           MOVE WS-LINEAS-LEIDAS TO WS-NUMERO-EDIT
           DISPLAY "LINEAS DE FOTOS LEIDAS.....: " WS-NUMERO-EDIT
           MOVE ELEM-CANTIDAD (WS-IND-AN) TO WS-CANT-EDIT
           DISPLAY "UNIDADES DEL EJERCICIO.....: " WS-CANT-EDIT
           MOVE ELEM-INGRESO (WS-IND-AN) TO WS-ING-EDIT
           DISPLAY "INGRESO DEL EJERCICIO......: " WS-ING-EDIT
           MOVE WS-LINEAS-ANUAL TO WS-NUMERO-EDIT
           DISPLAY "LINEAS EN " WS-NOMBRE-ANUAL ": " WS-NUMERO-EDIT
           DISPLAY "EJERCICIO " WS-ANNO " CERRADO Y BLOQUEADO EN "
                   "PERIODOS-CONTABLES.DAT".
