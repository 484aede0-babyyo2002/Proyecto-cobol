      ******************************************************************
      * Author:Maria Romero
      * Date:16/09/2026
      * Purpose: Mantenimiento del calendario comercial de las
      *    tiendas CALENDARIO-TIENDAS.DAT. El calendario solo guarda
      *    las excepciones a la apertura normal, una linea por dia:
      *    fecha (AAAAMMDD)
      *    ambito (T=una tienda, R=una region entera)
      *    tienda o region (10 caracteres)
      *    estado (C=cerrada, M=media jornada, A=abierta)
      *    motivo (20 caracteres: festivo, fiesta local, reforma...)
      *    La linea de una tienda manda sobre la de su region, de
      *    modo que un festivo regional se marca una vez para la
      *    region y la tienda que abre ese dia lleva su propia linea
      *    A. Los dias se marcan y se quitan por rangos desde-hasta
      *    (una reforma de tres semanas es un solo alta).
      *    RECOGER-FEEDS, CUADRE-CAJA, CALIDAD-TIENDAS,
      *    PROYECCION-MES y las comparativas consultan el calendario
      *    via CONSULTAR-CALENDARIO para no exigir ni penalizar nada
      *    en los dias de cierre y para contar dias comerciales.
      *    Cada dia marcado, cambiado o quitado queda apuntado en
      *    MAESTROS-AUDITORIA.DAT con el operador (fichero
      *    CALENDARIO, clave = tienda o los seis primeros caracteres
      *    de la region, campo = ambito y fecha); ver
      *    CONSULTA-AUDITORIA-VENTAS.
      *    Se lanza desde CONSOLA-VENTAS, que pasa el codigo del
      *    operador por LINKAGE; devuelve el control con GOBACK.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CALENDARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO ASSIGN TO "CALENDARIO-TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT AUDITORIA ASSIGN TO "MAESTROS-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO.
       01 REG-CALENDARIO.
           05 CAL-FECHA            PIC 9(8).
           05 CAL-TIPO             PIC X(1).
           05 CAL-VALOR            PIC X(10).
           05 CAL-ESTADO           PIC X(1).
           05 CAL-MOTIVO           PIC X(20).

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

      * Diario de cambios de los maestros del lado de ventas (ver
      * CONSULTA-AUDITORIA-VENTAS).
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
       01 EOF-SWITCH-CAL       PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".
       01 FS-CALENDARIO        PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 WS-OPCION            PIC 9 VALUE ZEROS.
       01 WS-SALIR-SW          PIC X VALUE "N".
       01 WS-ENCONTRADO-SW     PIC X VALUE "N".
       01 WS-DATOS-VALIDOS-SW  PIC X VALUE "N".

      * Calendario completo cargado en memoria; se vuelca entero a
      * CALENDARIO-TIENDAS.DAT al salir.
       01 WS-NUM-DIAS-CAL      PIC 9(4) VALUE ZEROS.
       01 WS-IND               PIC 9(4) VALUE ZEROS.
       01 WS-IND-HALLADO       PIC 9(4) VALUE ZEROS.
       01 TABLA-CALENDARIO.
           05 ELEM-CAL OCCURS 3000 TIMES.
               10 ELEM-FECHA       PIC 9(8).
               10 ELEM-TIPO        PIC X(1).
               10 ELEM-VALOR       PIC X(10).
               10 ELEM-ESTADO      PIC X(1).
               10 ELEM-MOTIVO      PIC X(20).

      * Tiendas y regiones del maestro de tiendas, para validar el
      * ambito de cada linea.
       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA        PIC 9(3) VALUE ZEROS.
       01 WS-TIENDA-HALLADA-SW PIC X VALUE "N".
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA OCCURS 200 TIMES.
               10 ELEM-TIENDA-CODIGO PIC X(4).
               10 ELEM-TIENDA-REGION PIC X(10).

       01 WS-TIPO-PEDIDO       PIC X(1) VALUE SPACES.
       01 WS-VALOR-PEDIDO      PIC X(10) VALUE SPACES.
       01 WS-ESTADO-PEDIDO     PIC X(1) VALUE SPACES.
       01 WS-MOTIVO-PEDIDO     PIC X(20) VALUE SPACES.
       01 WS-DESDE-TECLEADO    PIC X(8) VALUE SPACES.
       01 WS-DESDE-NUM REDEFINES WS-DESDE-TECLEADO PIC 9(8).
       01 WS-HASTA-TECLEADO    PIC X(8) VALUE SPACES.
       01 WS-HASTA-NUM REDEFINES WS-HASTA-TECLEADO PIC 9(8).
       01 WS-DESDE-PEDIDO      PIC 9(8) VALUE ZEROS.
       01 WS-HASTA-PEDIDO      PIC 9(8) VALUE ZEROS.

      * Recorrido del rango en dias julianos; un rango no pasa de
      * un anno.
       01 WS-DIA-DESDE         PIC 9(7) VALUE ZEROS.
       01 WS-DIA-HASTA         PIC 9(7) VALUE ZEROS.
       01 WS-DIA-CURSO         PIC 9(7) VALUE ZEROS.
       01 WS-FECHA-CURSO       PIC 9(8) VALUE ZEROS.
       01 WS-CONTA-DIAS        PIC 9(4) VALUE ZEROS.
       01 WS-CONTA-LISTADOS    PIC 9(4) VALUE ZEROS.

      * Consulta de los dias de una tienda en un mes, resuelta por
      * CONSULTAR-CALENDARIO contra el calendario ya grabado.
       01 WS-PERIODO-TECLEADO  PIC X(6) VALUE SPACES.
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO-TECLEADO PIC 9(6).
       01 WS-CONS-TIENDA       PIC X(4) VALUE SPACES.
       01 WS-CONS-FECHA        PIC 9(8) VALUE ZEROS.
       01 WS-CONS-HASTA        PIC 9(8) VALUE ZEROS.
       01 WS-CONS-ESTADO       PIC X(1) VALUE SPACES.
       01 WS-CONS-DIAS         PIC 9(3)V9 VALUE ZEROS.
       01 WS-CONS-TOTAL        PIC 9(3)V9 VALUE ZEROS.
       01 WS-DIAS-EDITADO      PIC ZZ9,9.

      * Diario de cambios: operador en sesion y contenido del dia
      * antes y despues del cambio.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.
       01 WS-OPERADOR          PIC 9(6) VALUE ZEROS.
       01 WS-AUD-CLAVE         PIC X(6) VALUE SPACES.
       01 WS-AUD-CAMPO.
           05 WS-AUD-CAMPO-TIPO    PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-AUD-CAMPO-FECHA   PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
       01 WS-AUD-VIEJO.
           05 WS-AUD-VIEJO-ESTADO  PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-AUD-VIEJO-MOTIVO  PIC X(12).
       01 WS-AUD-NUEVO.
           05 WS-AUD-NUEVO-ESTADO  PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-AUD-NUEVO-MOTIVO  PIC X(12).

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC 9(6).

       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           DISPLAY "MANTENIMIENTO DEL CALENDARIO COMERCIAL DE TIENDAS"
           MOVE LK-OPERADOR TO WS-OPERADOR
           PERFORM CARGAR-CALENDARIO
           PERFORM CARGAR-TIENDAS
           PERFORM TRATAR-OPCION UNTIL WS-SALIR-SW = "S"
           PERFORM GRABAR-CALENDARIO
           GOBACK.

      * Carga CALENDARIO-TIENDAS.DAT completo en TABLA-CALENDARIO; si
      * el fichero aun no existe se parte de un calendario vacio
      * (todos los dias de apertura normal).
       CARGAR-CALENDARIO.
           MOVE ZEROS TO WS-NUM-DIAS-CAL
           OPEN INPUT CALENDARIO
           IF FS-CALENDARIO = "00"
               PERFORM LEER-CALENDARIO THRU LEER-CALENDARIO-EXIT
                   UNTIL EOF-SWITCH-CAL = "S"
               CLOSE CALENDARIO
           END-IF.

       LEER-CALENDARIO.
           READ CALENDARIO
               AT END MOVE "S" TO EOF-SWITCH-CAL
           NOT AT END
               IF WS-NUM-DIAS-CAL < 3000
                   ADD 1 TO WS-NUM-DIAS-CAL
                   MOVE REG-CALENDARIO
                       TO ELEM-CAL (WS-NUM-DIAS-CAL)
               ELSE
                   DISPLAY "AVISO: CALENDARIO CON MAS DE 3000 "
                           "LINEAS, SE IGNORA: " REG-CALENDARIO
               END-IF
           END-READ.
       LEER-CALENDARIO-EXIT.
           EXIT.

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
                       TO ELEM-TIENDA-CODIGO (WS-NUM-TIENDAS)
                   MOVE REGION-TIENDA
                       TO ELEM-TIENDA-REGION (WS-NUM-TIENDAS)
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

       TRATAR-OPCION.
           DISPLAY " "
           DISPLAY "1 - MARCAR DIAS (CERRADA/MEDIA JORNADA/ABIERTA)"
           DISPLAY "2 - QUITAR DIAS DEL CALENDARIO"
           DISPLAY "3 - LISTAR CALENDARIO"
           DISPLAY "4 - DIAS COMERCIALES DE UNA TIENDA EN UN MES"
           DISPLAY "0 - SALIR Y GRABAR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM MARCAR-DIAS THRU MARCAR-DIAS-EXIT
               WHEN 2
                   PERFORM QUITAR-DIAS THRU QUITAR-DIAS-EXIT
               WHEN 3
                   PERFORM LISTAR-CALENDARIO
                       THRU LISTAR-CALENDARIO-EXIT
               WHEN 4
                   PERFORM CONSULTAR-MES THRU CONSULTAR-MES-EXIT
               WHEN 0
                   MOVE "S" TO WS-SALIR-SW
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      * Alta o cambio de los dias de un rango para una tienda o una
      * region; un dia que ya tenia linea se actualiza.
       MARCAR-DIAS.
           PERFORM PEDIR-AMBITO THRU PEDIR-AMBITO-EXIT
           IF WS-DATOS-VALIDOS-SW = "N"
               GO TO MARCAR-DIAS-EXIT
           END-IF
           PERFORM PEDIR-RANGO THRU PEDIR-RANGO-EXIT
           IF WS-DATOS-VALIDOS-SW = "N"
               GO TO MARCAR-DIAS-EXIT
           END-IF

           MOVE SPACES TO WS-ESTADO-PEDIDO
           DISPLAY "ESTADO (C=CERRADA, M=MEDIA JORNADA, A=ABIERTA): "
           ACCEPT WS-ESTADO-PEDIDO
           IF WS-ESTADO-PEDIDO NOT = "C" AND WS-ESTADO-PEDIDO NOT = "M"
               AND WS-ESTADO-PEDIDO NOT = "A"
               DISPLAY "ESTADO NO VALIDO"
               GO TO MARCAR-DIAS-EXIT
           END-IF
           MOVE SPACES TO WS-MOTIVO-PEDIDO
           DISPLAY "MOTIVO (20 CARACTERES): "
           ACCEPT WS-MOTIVO-PEDIDO

           MOVE ZEROS TO WS-CONTA-DIAS
           MOVE WS-DIA-DESDE TO WS-DIA-CURSO
           PERFORM MARCAR-UN-DIA THRU MARCAR-UN-DIA-EXIT
               UNTIL WS-DIA-CURSO > WS-DIA-HASTA
           DISPLAY "DIAS MARCADOS: " WS-CONTA-DIAS.
       MARCAR-DIAS-EXIT.
           EXIT.

       MARCAR-UN-DIA.
           COMPUTE WS-FECHA-CURSO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-CURSO)
           ADD 1 TO WS-DIA-CURSO
           PERFORM BUSCAR-DIA THRU BUSCAR-DIA-EXIT
           MOVE WS-TIPO-PEDIDO TO WS-AUD-CAMPO-TIPO
           MOVE WS-FECHA-CURSO TO WS-AUD-CAMPO-FECHA
           MOVE WS-ESTADO-PEDIDO TO WS-AUD-NUEVO-ESTADO
           MOVE WS-MOTIVO-PEDIDO TO WS-AUD-NUEVO-MOTIVO

           IF WS-ENCONTRADO-SW = "S"
               IF ELEM-ESTADO (WS-IND-HALLADO) = WS-ESTADO-PEDIDO
                   AND ELEM-MOTIVO (WS-IND-HALLADO) = WS-MOTIVO-PEDIDO
                   GO TO MARCAR-UN-DIA-EXIT
               END-IF
               MOVE ELEM-ESTADO (WS-IND-HALLADO)
                   TO WS-AUD-VIEJO-ESTADO
               MOVE ELEM-MOTIVO (WS-IND-HALLADO)
                   TO WS-AUD-VIEJO-MOTIVO
               MOVE WS-ESTADO-PEDIDO TO ELEM-ESTADO (WS-IND-HALLADO)
               MOVE WS-MOTIVO-PEDIDO TO ELEM-MOTIVO (WS-IND-HALLADO)
           ELSE
               IF WS-NUM-DIAS-CAL >= 3000
                   DISPLAY "CALENDARIO LLENO, NO SE MARCA EL DIA "
                           WS-FECHA-CURSO
                   GO TO MARCAR-UN-DIA-EXIT
               END-IF
               ADD 1 TO WS-NUM-DIAS-CAL
               MOVE WS-FECHA-CURSO TO ELEM-FECHA (WS-NUM-DIAS-CAL)
               MOVE WS-TIPO-PEDIDO TO ELEM-TIPO (WS-NUM-DIAS-CAL)
               MOVE WS-VALOR-PEDIDO TO ELEM-VALOR (WS-NUM-DIAS-CAL)
               MOVE WS-ESTADO-PEDIDO TO ELEM-ESTADO (WS-NUM-DIAS-CAL)
               MOVE WS-MOTIVO-PEDIDO TO ELEM-MOTIVO (WS-NUM-DIAS-CAL)
               MOVE SPACES TO WS-AUD-VIEJO-ESTADO
               MOVE SPACES TO WS-AUD-VIEJO-MOTIVO
           END-IF
           ADD 1 TO WS-CONTA-DIAS
           PERFORM GRABAR-AUDITORIA.
       MARCAR-UN-DIA-EXIT.
           EXIT.

      * Baja de los dias de un rango: vuelven a la apertura normal
      * (o a lo que diga la region, si la linea era de tienda). La
      * baja sube la ultima linea al hueco; el orden del fichero no
      * tiene significado.
       QUITAR-DIAS.
           PERFORM PEDIR-AMBITO THRU PEDIR-AMBITO-EXIT
           IF WS-DATOS-VALIDOS-SW = "N"
               GO TO QUITAR-DIAS-EXIT
           END-IF
           PERFORM PEDIR-RANGO THRU PEDIR-RANGO-EXIT
           IF WS-DATOS-VALIDOS-SW = "N"
               GO TO QUITAR-DIAS-EXIT
           END-IF

           MOVE ZEROS TO WS-CONTA-DIAS
           MOVE WS-DIA-DESDE TO WS-DIA-CURSO
           PERFORM QUITAR-UN-DIA THRU QUITAR-UN-DIA-EXIT
               UNTIL WS-DIA-CURSO > WS-DIA-HASTA
           DISPLAY "DIAS QUITADOS: " WS-CONTA-DIAS.
       QUITAR-DIAS-EXIT.
           EXIT.

       QUITAR-UN-DIA.
           COMPUTE WS-FECHA-CURSO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-CURSO)
           ADD 1 TO WS-DIA-CURSO
           PERFORM BUSCAR-DIA THRU BUSCAR-DIA-EXIT
           IF WS-ENCONTRADO-SW = "N"
               GO TO QUITAR-UN-DIA-EXIT
           END-IF

           MOVE WS-TIPO-PEDIDO TO WS-AUD-CAMPO-TIPO
           MOVE WS-FECHA-CURSO TO WS-AUD-CAMPO-FECHA
           MOVE ELEM-ESTADO (WS-IND-HALLADO) TO WS-AUD-VIEJO-ESTADO
           MOVE ELEM-MOTIVO (WS-IND-HALLADO) TO WS-AUD-VIEJO-MOTIVO
           MOVE SPACES TO WS-AUD-NUEVO-ESTADO
           MOVE SPACES TO WS-AUD-NUEVO-MOTIVO
           MOVE ELEM-CAL (WS-NUM-DIAS-CAL)
               TO ELEM-CAL (WS-IND-HALLADO)
           SUBTRACT 1 FROM WS-NUM-DIAS-CAL
           ADD 1 TO WS-CONTA-DIAS
           PERFORM GRABAR-AUDITORIA.
       QUITAR-UN-DIA-EXIT.
           EXIT.

      * Listado de las lineas de un rango, filtrado opcionalmente por
      * tienda o region (en blanco = todas).
       LISTAR-CALENDARIO.
           MOVE SPACES TO WS-VALOR-PEDIDO
           DISPLAY "TIENDA O REGION (BLANCO = TODAS): "
           ACCEPT WS-VALOR-PEDIDO
           PERFORM PEDIR-RANGO THRU PEDIR-RANGO-EXIT
           IF WS-DATOS-VALIDOS-SW = "N"
               GO TO LISTAR-CALENDARIO-EXIT
           END-IF

           DISPLAY "FECHA    A TIENDA/REG  E MOTIVO"
           MOVE ZEROS TO WS-CONTA-LISTADOS
           MOVE ZEROS TO WS-IND
           PERFORM LISTAR-UN-DIA
               UNTIL WS-IND >= WS-NUM-DIAS-CAL
           DISPLAY "LINEAS LISTADAS: " WS-CONTA-LISTADOS
                   "  (EN EL CALENDARIO: " WS-NUM-DIAS-CAL ")".
       LISTAR-CALENDARIO-EXIT.
           EXIT.

       LISTAR-UN-DIA.
           ADD 1 TO WS-IND
           IF ELEM-FECHA (WS-IND) >= WS-DESDE-PEDIDO
               AND ELEM-FECHA (WS-IND) <= WS-HASTA-PEDIDO
               AND (WS-VALOR-PEDIDO = SPACES
                    OR ELEM-VALOR (WS-IND) = WS-VALOR-PEDIDO)
               ADD 1 TO WS-CONTA-LISTADOS
               DISPLAY ELEM-FECHA (WS-IND) " "
                       ELEM-TIPO (WS-IND) " "
                       ELEM-VALOR (WS-IND) "  "
                       ELEM-ESTADO (WS-IND) " "
                       ELEM-MOTIVO (WS-IND)
           END-IF.

      * Dias de un mes para una tienda tal como los veran los jobs:
      * linea de la tienda, si no la de su region, si no abierta. El
      * calendario se graba antes para que la consulta vea los
      * cambios de esta sesion.
       CONSULTAR-MES.
           MOVE SPACES TO WS-CONS-TIENDA
           DISPLAY "CODIGO DE TIENDA (4 CARACTERES): "
           ACCEPT WS-CONS-TIENDA
           MOVE WS-CONS-TIENDA TO WS-VALOR-PEDIDO
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           IF WS-TIENDA-HALLADA-SW = "N"
               DISPLAY "TIENDA DESCONOCIDA: " WS-CONS-TIENDA
               GO TO CONSULTAR-MES-EXIT
           END-IF
           MOVE SPACES TO WS-PERIODO-TECLEADO
           DISPLAY "MES (AAAAMM): "
           ACCEPT WS-PERIODO-TECLEADO
           IF WS-PERIODO-TECLEADO IS NOT NUMERIC
               DISPLAY "MES NO VALIDO"
               GO TO CONSULTAR-MES-EXIT
           END-IF
           COMPUTE WS-DESDE-PEDIDO = (WS-PERIODO-NUM * 100) + 1
           COMPUTE WS-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE (WS-DESDE-PEDIDO)
           IF WS-DIA-DESDE = ZEROS
               DISPLAY "MES NO VALIDO"
               GO TO CONSULTAR-MES-EXIT
           END-IF

           PERFORM GRABAR-CALENDARIO

           DISPLAY "DIAS NO NORMALES DE " WS-CONS-TIENDA
                   " EN " WS-PERIODO-NUM ":"
           MOVE ZEROS TO WS-CONS-TOTAL
           MOVE WS-DIA-DESDE TO WS-DIA-CURSO
           MOVE WS-DESDE-PEDIDO TO WS-FECHA-CURSO
           PERFORM CONSULTAR-UN-DIA
               UNTIL WS-FECHA-CURSO (1:6) NOT = WS-PERIODO-TECLEADO
           MOVE WS-CONS-TOTAL TO WS-DIAS-EDITADO
           DISPLAY "DIAS COMERCIALES DEL MES: " WS-DIAS-EDITADO.
       CONSULTAR-MES-EXIT.
           EXIT.

       CONSULTAR-UN-DIA.
           MOVE WS-FECHA-CURSO TO WS-CONS-FECHA
           MOVE ZEROS TO WS-CONS-HASTA
           CALL "CONSULTAR-CALENDARIO" USING WS-CONS-TIENDA
                                             WS-CONS-FECHA
                                             WS-CONS-HASTA
                                             WS-CONS-ESTADO
                                             WS-CONS-DIAS
           ADD WS-CONS-DIAS TO WS-CONS-TOTAL
           EVALUATE WS-CONS-ESTADO
               WHEN "C"
                   DISPLAY "   " WS-FECHA-CURSO "  CERRADA"
               WHEN "M"
                   DISPLAY "   " WS-FECHA-CURSO "  MEDIA JORNADA"
           END-EVALUATE
           ADD 1 TO WS-DIA-CURSO
           COMPUTE WS-FECHA-CURSO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-CURSO).

      * Ambito de la linea: T y un codigo de tienda del maestro, o R
      * y una region con alguna tienda en el maestro.
       PEDIR-AMBITO.
           MOVE "S" TO WS-DATOS-VALIDOS-SW
           MOVE SPACES TO WS-TIPO-PEDIDO
           DISPLAY "T=TIENDA, R=REGION ENTERA: "
           ACCEPT WS-TIPO-PEDIDO
           MOVE SPACES TO WS-VALOR-PEDIDO
           EVALUATE WS-TIPO-PEDIDO
               WHEN "T"
                   DISPLAY "CODIGO DE TIENDA (4 CARACTERES): "
                   ACCEPT WS-VALOR-PEDIDO
                   PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
                   IF WS-TIENDA-HALLADA-SW = "N"
                       DISPLAY "TIENDA DESCONOCIDA: " WS-VALOR-PEDIDO
                       MOVE "N" TO WS-DATOS-VALIDOS-SW
                   END-IF
               WHEN "R"
                   DISPLAY "REGION (10 CARACTERES): "
                   ACCEPT WS-VALOR-PEDIDO
                   PERFORM BUSCAR-REGION THRU BUSCAR-REGION-EXIT
                   IF WS-TIENDA-HALLADA-SW = "N"
                       DISPLAY "REGION SIN TIENDAS EN EL MAESTRO: "
                               WS-VALOR-PEDIDO
                       MOVE "N" TO WS-DATOS-VALIDOS-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO NO VALIDO (T O R)"
                   MOVE "N" TO WS-DATOS-VALIDOS-SW
           END-EVALUATE
           MOVE WS-VALOR-PEDIDO (1:6) TO WS-AUD-CLAVE.
       PEDIR-AMBITO-EXIT.
           EXIT.

      * Rango de fechas AAAAMMDD; la fecha hasta en blanco es el
      * mismo dia. Deja WS-DATOS-VALIDOS-SW a "N" si las fechas no
      * son validas, van al reves o abarcan mas de un anno.
       PEDIR-RANGO.
           MOVE "S" TO WS-DATOS-VALIDOS-SW
           MOVE SPACES TO WS-DESDE-TECLEADO
           DISPLAY "DESDE (AAAAMMDD): "
           ACCEPT WS-DESDE-TECLEADO
           MOVE SPACES TO WS-HASTA-TECLEADO
           DISPLAY "HASTA (AAAAMMDD, BLANCO = EL MISMO DIA): "
           ACCEPT WS-HASTA-TECLEADO
           IF WS-HASTA-TECLEADO = SPACES
               MOVE WS-DESDE-TECLEADO TO WS-HASTA-TECLEADO
           END-IF
           IF WS-DESDE-TECLEADO IS NOT NUMERIC
               OR WS-HASTA-TECLEADO IS NOT NUMERIC
               DISPLAY "FECHAS NO VALIDAS"
               MOVE "N" TO WS-DATOS-VALIDOS-SW
               GO TO PEDIR-RANGO-EXIT
           END-IF
           MOVE WS-DESDE-NUM TO WS-DESDE-PEDIDO
           MOVE WS-HASTA-NUM TO WS-HASTA-PEDIDO
           COMPUTE WS-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE (WS-DESDE-PEDIDO)
           COMPUTE WS-DIA-HASTA =
               FUNCTION INTEGER-OF-DATE (WS-HASTA-PEDIDO)
           IF WS-DIA-DESDE = ZEROS OR WS-DIA-HASTA = ZEROS
               DISPLAY "FECHAS NO VALIDAS"
               MOVE "N" TO WS-DATOS-VALIDOS-SW
               GO TO PEDIR-RANGO-EXIT
           END-IF
           IF WS-DIA-HASTA < WS-DIA-DESDE
               DISPLAY "LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE"
               MOVE "N" TO WS-DATOS-VALIDOS-SW
               GO TO PEDIR-RANGO-EXIT
           END-IF
           IF WS-DIA-HASTA - WS-DIA-DESDE > 366
               DISPLAY "EL RANGO NO PUEDE PASAR DE UN ANNO"
               MOVE "N" TO WS-DATOS-VALIDOS-SW
           END-IF.
       PEDIR-RANGO-EXIT.
           EXIT.

      * Busca la linea del dia WS-FECHA-CURSO para el ambito pedido
      * y deja el indice en WS-IND-HALLADO si la encuentra.
       BUSCAR-DIA.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-IND-HALLADO
           PERFORM COMPARAR-DIA
               UNTIL WS-IND >= WS-NUM-DIAS-CAL
               OR WS-ENCONTRADO-SW = "S".
       BUSCAR-DIA-EXIT.
           EXIT.

       COMPARAR-DIA.
           ADD 1 TO WS-IND
           IF ELEM-FECHA (WS-IND) = WS-FECHA-CURSO
               AND ELEM-TIPO (WS-IND) = WS-TIPO-PEDIDO
               AND ELEM-VALOR (WS-IND) = WS-VALOR-PEDIDO
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

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
           IF ELEM-TIENDA-CODIGO (WS-IND-TIENDA) = WS-VALOR-PEDIDO
               MOVE "S" TO WS-TIENDA-HALLADA-SW
           END-IF.

       BUSCAR-REGION.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM COMPARAR-REGION
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
               OR WS-TIENDA-HALLADA-SW = "S".
       BUSCAR-REGION-EXIT.
           EXIT.

       COMPARAR-REGION.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TIENDA-REGION (WS-IND-TIENDA) = WS-VALOR-PEDIDO
               MOVE "S" TO WS-TIENDA-HALLADA-SW
           END-IF.

       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           ACCEPT AUDM-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDM-HORA FROM TIME
           MOVE WS-OPERADOR TO AUDM-OPERADOR
           MOVE "CALENDARIO" TO AUDM-FICHERO
           MOVE WS-AUD-CLAVE TO AUDM-CLAVE
           MOVE WS-AUD-CAMPO TO AUDM-CAMPO
           MOVE WS-AUD-VIEJO TO AUDM-VIEJO
           MOVE WS-AUD-NUEVO TO AUDM-NUEVO
           WRITE REG-AUDITORIA-M
           CLOSE AUDITORIA.

      * Vuelca la tabla completa de nuevo a CALENDARIO-TIENDAS.DAT y
      * cancela la consulta para que la siguiente llamada de la
      * sesion recargue el calendario.
       GRABAR-CALENDARIO.
           OPEN OUTPUT CALENDARIO
           MOVE ZEROS TO WS-IND
           PERFORM GRABAR-UN-DIA
               UNTIL WS-IND >= WS-NUM-DIAS-CAL
           CLOSE CALENDARIO
           CANCEL "CONSULTAR-CALENDARIO"
           DISPLAY "CALENDARIO COMERCIAL GRABADO ("
                   WS-NUM-DIAS-CAL " LINEAS)".

       GRABAR-UN-DIA.
           ADD 1 TO WS-IND
           MOVE ELEM-CAL (WS-IND) TO REG-CALENDARIO
           WRITE REG-CALENDARIO.
