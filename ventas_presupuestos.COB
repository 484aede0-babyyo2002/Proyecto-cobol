      ******************************************************************
      * Author:Maria Romero
      * Date:06/09/2026
      * Purpose: Mantenimiento del presupuesto mensual de ventas por
      *    tienda PRESUPUESTOS.DAT:
      *    codigo de tienda (4 caracteres)
      *    mes AAAAMM
      *    categoria (3 caracteres; en blanco = la tienda entera)
      *    ingreso presupuestado (9 enteros y 2 decimales)
      *    Una tienda puede llevar un objetivo global del mes, un
      *    objetivo por categoria o ambos; INFORME-PRESUPUESTOS toma
      *    el global si existe y si no la suma de sus categorias.
      *    El fichero anual de finanzas se carga de golpe con
      *    CARGAR-PRESUPUESTOS; aqui se retocan lineas sueltas. Cada
      *    alta, cambio de importe o baja queda apuntado en
      *    MAESTROS-AUDITORIA.DAT con el operador (fichero
      *    PRESUPUEST, clave la tienda, campo mes y categoria); ver
      *    CONSULTA-AUDITORIA-VENTAS.
      *    Se lanza desde CONSOLA-VENTAS, que pasa el codigo del
      *    operador por LINKAGE; devuelve el control con GOBACK.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRESUPUESTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 EOF-SWITCH-PRES      PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".
       01 EOF-SWITCH-CATEG     PIC X VALUE "N".
       01 FS-PRESUPUESTOS      PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 FS-CATEGORIAS        PIC XX VALUE SPACES.
       01 WS-OPCION            PIC 9 VALUE ZEROS.
       01 WS-SALIR-SW          PIC X VALUE "N".
       01 WS-ENCONTRADO-SW     PIC X VALUE "N".

      * Presupuesto completo cargado en memoria; se vuelca entero a
      * PRESUPUESTOS.DAT al salir.
       01 WS-NUM-PRESUPUESTOS  PIC 9(5) VALUE ZEROS.
       01 WS-IND               PIC 9(5) VALUE ZEROS.
       01 WS-IND-HALLADO       PIC 9(5) VALUE ZEROS.
       01 TABLA-PRESUPUESTOS.
           05 ELEM-PRESUPUESTO OCCURS 10000 TIMES.
               10 ELEM-TIENDA      PIC X(4).
               10 ELEM-PERIODO     PIC 9(6).
               10 ELEM-CATEGORIA   PIC X(3).
               10 ELEM-IMPORTE     PIC 9(9)V99.

      * Tiendas y categorias de los maestros, para validar la clave.
       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA        PIC 9(3) VALUE ZEROS.
       01 WS-TIENDA-HALLADA-SW PIC X VALUE "N".
       01 WS-NOMBRE-HALLADO    PIC X(20) VALUE SPACES.
       01 TABLA-TIENDAS.
           05 ELEM-TDA OCCURS 200 TIMES.
               10 ELEM-TDA-CODIGO  PIC X(4).
               10 ELEM-TDA-NOMBRE  PIC X(20).
       01 WS-NUM-CATEGORIAS    PIC 9(3) VALUE ZEROS.
       01 WS-IND-CATEG         PIC 9(3) VALUE ZEROS.
       01 WS-CATEG-HALLADA-SW  PIC X VALUE "N".
       01 TABLA-CATEGORIAS.
           05 ELEM-CATEG-CODIGO OCCURS 100 TIMES PIC X(3).

       01 WS-TIENDA-PEDIDA     PIC X(4) VALUE SPACES.
       01 WS-CATEGORIA-PEDIDA  PIC X(3) VALUE SPACES.
       01 WS-PERIODO-TECLEADO  PIC X(6) VALUE SPACES.
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO-TECLEADO PIC 9(6).
       01 WS-PERIODO-PEDIDO    PIC 9(6) VALUE ZEROS.
       01 WS-PERIODO-DESC REDEFINES WS-PERIODO-PEDIDO.
           05 WS-PERIODO-AAAA  PIC 9(4).
           05 WS-PERIODO-MM    PIC 9(2).
       01 WS-ANNO-TECLEADO     PIC X(4) VALUE SPACES.
       01 WS-ANNO-NUM REDEFINES WS-ANNO-TECLEADO PIC 9(4).
       01 WS-ANNO-PEDIDO       PIC 9(4) VALUE ZEROS.
       01 WS-IMPORTE-TECLEADO  PIC X(15) VALUE SPACES.
       01 WS-IMPORTE-PEDIDO    PIC 9(9)V99 VALUE ZEROS.
       01 WS-CLAVE-VALIDA-SW   PIC X VALUE "N".
       01 WS-PERIODO-LINEA     PIC 9(6) VALUE ZEROS.
       01 WS-PERIODO-LINEA-DESC REDEFINES WS-PERIODO-LINEA.
           05 WS-LINEA-AAAA    PIC 9(4).
           05 WS-LINEA-MM      PIC 9(2).
       01 WS-TOTAL-ANNO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-CONTA-LINEAS      PIC 9(5) VALUE ZEROS.

       01 WS-IMPORTE-EDITADO   PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-TOTAL-EDITADO     PIC Z.ZZZ.ZZZ.ZZ9,99.

      * Diario de cambios: operador en sesion y campos de la linea.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.
       01 WS-OPERADOR          PIC 9(6) VALUE ZEROS.
       01 WS-AUD-CAMPO         PIC X(12) VALUE SPACES.
       01 WS-AUD-VIEJO         PIC X(14) VALUE SPACES.
       01 WS-AUD-NUEVO         PIC X(14) VALUE SPACES.
       01 WS-AUD-IMPORTE       PIC Z(8)9,99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC 9(6).

       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           DISPLAY "MANTENIMIENTO DEL PRESUPUESTO DE VENTAS POR TIENDA"
           MOVE LK-OPERADOR TO WS-OPERADOR
           PERFORM CARGAR-PRESUPUESTOS
           PERFORM CARGAR-TIENDAS
           PERFORM CARGAR-CATEGORIAS
           PERFORM TRATAR-OPCION UNTIL WS-SALIR-SW = "S"
           PERFORM GRABAR-PRESUPUESTOS
           GOBACK.

      * Carga PRESUPUESTOS.DAT completo; si el fichero aun no existe
      * se parte de un presupuesto vacio.
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
               ELSE
                   DISPLAY "AVISO: PRESUPUESTO CON MAS DE 10000 "
                           "LINEAS, SE IGNORA: " REG-PRESUPUESTOS
               END-IF
           END-READ.
       LEER-PRESUPUESTO-EXIT.
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
                       TO ELEM-TDA-CODIGO (WS-NUM-TIENDAS)
                   MOVE NOMBRE-TIENDA
                       TO ELEM-TDA-NOMBRE (WS-NUM-TIENDAS)
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

       TRATAR-OPCION.
           DISPLAY " "
           DISPLAY "1 - ALTA O CAMBIO DE IMPORTE DE UNA LINEA"
           DISPLAY "2 - BAJA DE UNA LINEA"
           DISPLAY "3 - LISTAR PRESUPUESTO DE UNA TIENDA Y ANNO"
           DISPLAY "0 - SALIR Y GRABAR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM GRABAR-LINEA THRU GRABAR-LINEA-EXIT
               WHEN 2
                   PERFORM BAJA-LINEA THRU BAJA-LINEA-EXIT
               WHEN 3
                   PERFORM LISTAR-TIENDA THRU LISTAR-TIENDA-EXIT
               WHEN 0
                   MOVE "S" TO WS-SALIR-SW
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      * Si la clave tienda-mes-categoria ya existe se cambia su
      * importe; si no, se da de alta.
       GRABAR-LINEA.
           PERFORM PEDIR-CLAVE THRU PEDIR-CLAVE-EXIT
           IF WS-CLAVE-VALIDA-SW = "N"
               GO TO GRABAR-LINEA-EXIT
           END-IF

           PERFORM BUSCAR-LINEA THRU BUSCAR-LINEA-EXIT
           IF WS-ENCONTRADO-SW = "S"
               MOVE ELEM-IMPORTE (WS-IND-HALLADO) TO WS-IMPORTE-EDITADO
               DISPLAY "IMPORTE ACTUAL: " WS-IMPORTE-EDITADO
           ELSE
               IF WS-NUM-PRESUPUESTOS >= 10000
                   DISPLAY "PRESUPUESTO LLENO, NO SE PUEDE DAR DE ALTA"
                   GO TO GRABAR-LINEA-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-IMPORTE-TECLEADO
           DISPLAY "INGRESO PRESUPUESTADO (EJ. 125000,00): "
           ACCEPT WS-IMPORTE-TECLEADO
           IF WS-IMPORTE-TECLEADO = SPACES
               DISPLAY "IMPORTE EN BLANCO, NO SE GRABA"
               GO TO GRABAR-LINEA-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-IMPORTE-TECLEADO)
               TO WS-IMPORTE-PEDIDO

           PERFORM MONTAR-CAMPO-AUDITORIA
           IF WS-ENCONTRADO-SW = "S"
               MOVE ELEM-IMPORTE (WS-IND-HALLADO) TO WS-AUD-IMPORTE
               MOVE WS-AUD-IMPORTE TO WS-AUD-VIEJO
               MOVE WS-IMPORTE-PEDIDO TO ELEM-IMPORTE (WS-IND-HALLADO)
           ELSE
               MOVE SPACES TO WS-AUD-VIEJO
               ADD 1 TO WS-NUM-PRESUPUESTOS
               MOVE WS-TIENDA-PEDIDA
                   TO ELEM-TIENDA (WS-NUM-PRESUPUESTOS)
               MOVE WS-PERIODO-PEDIDO
                   TO ELEM-PERIODO (WS-NUM-PRESUPUESTOS)
               MOVE WS-CATEGORIA-PEDIDA
                   TO ELEM-CATEGORIA (WS-NUM-PRESUPUESTOS)
               MOVE WS-IMPORTE-PEDIDO
                   TO ELEM-IMPORTE (WS-NUM-PRESUPUESTOS)
           END-IF
           MOVE WS-IMPORTE-PEDIDO TO WS-AUD-IMPORTE
           MOVE WS-AUD-IMPORTE TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "LINEA DE PRESUPUESTO GRABADA".
       GRABAR-LINEA-EXIT.
           EXIT.

      * La baja sube la ultima linea al hueco; el orden del fichero
      * no tiene significado.
       BAJA-LINEA.
           PERFORM PEDIR-CLAVE THRU PEDIR-CLAVE-EXIT
           IF WS-CLAVE-VALIDA-SW = "N"
               GO TO BAJA-LINEA-EXIT
           END-IF
           PERFORM BUSCAR-LINEA THRU BUSCAR-LINEA-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "LINEA NO ENCONTRADA EN EL PRESUPUESTO"
               GO TO BAJA-LINEA-EXIT
           END-IF

           PERFORM MONTAR-CAMPO-AUDITORIA
           MOVE ELEM-IMPORTE (WS-IND-HALLADO) TO WS-AUD-IMPORTE
           MOVE WS-AUD-IMPORTE TO WS-AUD-VIEJO
           MOVE SPACES TO WS-AUD-NUEVO
           MOVE ELEM-PRESUPUESTO (WS-NUM-PRESUPUESTOS)
               TO ELEM-PRESUPUESTO (WS-IND-HALLADO)
           SUBTRACT 1 FROM WS-NUM-PRESUPUESTOS
           PERFORM GRABAR-AUDITORIA
           DISPLAY "LINEA DE PRESUPUESTO DADA DE BAJA".
       BAJA-LINEA-EXIT.
           EXIT.

       LISTAR-TIENDA.
           MOVE SPACES TO WS-TIENDA-PEDIDA
           DISPLAY "CODIGO DE TIENDA (4 CARACTERES): "
           ACCEPT WS-TIENDA-PEDIDA
           MOVE SPACES TO WS-ANNO-TECLEADO
           DISPLAY "ANNO (AAAA): "
           ACCEPT WS-ANNO-TECLEADO
           IF WS-ANNO-TECLEADO IS NOT NUMERIC
               DISPLAY "ANNO NO VALIDO"
               GO TO LISTAR-TIENDA-EXIT
           END-IF
           MOVE WS-ANNO-NUM TO WS-ANNO-PEDIDO
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           DISPLAY "PRESUPUESTO " WS-ANNO-PEDIDO " DE LA TIENDA "
                   WS-TIENDA-PEDIDA " " WS-NOMBRE-HALLADO
           DISPLAY "MES    CAT         IMPORTE"
           MOVE ZEROS TO WS-TOTAL-ANNO
           MOVE ZEROS TO WS-CONTA-LINEAS
           MOVE ZEROS TO WS-IND
           PERFORM LISTAR-UNA-LINEA
               UNTIL WS-IND >= WS-NUM-PRESUPUESTOS
           MOVE WS-TOTAL-ANNO TO WS-TOTAL-EDITADO
           DISPLAY "LINEAS: " WS-CONTA-LINEAS
           DISPLAY "SUMA GLOBALES DEL ANNO: " WS-TOTAL-EDITADO.
       LISTAR-TIENDA-EXIT.
           EXIT.

      * La suma del anno solo recoge las lineas globales, para no
      * contar dos veces a las tiendas que llevan ambas.
       LISTAR-UNA-LINEA.
           ADD 1 TO WS-IND
           MOVE ELEM-PERIODO (WS-IND) TO WS-PERIODO-LINEA
           IF ELEM-TIENDA (WS-IND) = WS-TIENDA-PEDIDA
               AND WS-LINEA-AAAA = WS-ANNO-PEDIDO
               ADD 1 TO WS-CONTA-LINEAS
               MOVE ELEM-IMPORTE (WS-IND) TO WS-IMPORTE-EDITADO
               DISPLAY ELEM-PERIODO (WS-IND) " "
                       ELEM-CATEGORIA (WS-IND) " "
                       WS-IMPORTE-EDITADO
               IF ELEM-CATEGORIA (WS-IND) = SPACES
                   ADD ELEM-IMPORTE (WS-IND) TO WS-TOTAL-ANNO
               END-IF
           END-IF.

      * Tienda del maestro, mes AAAAMM valido y categoria en blanco
      * o dada de alta en CATEGORIAS.DAT.
       PEDIR-CLAVE.
           MOVE "S" TO WS-CLAVE-VALIDA-SW
           MOVE SPACES TO WS-TIENDA-PEDIDA
           DISPLAY "CODIGO DE TIENDA (4 CARACTERES): "
           ACCEPT WS-TIENDA-PEDIDA
           PERFORM BUSCAR-TIENDA THRU BUSCAR-TIENDA-EXIT
           IF WS-TIENDA-HALLADA-SW = "N"
               DISPLAY "TIENDA DESCONOCIDA: " WS-TIENDA-PEDIDA
               MOVE "N" TO WS-CLAVE-VALIDA-SW
               GO TO PEDIR-CLAVE-EXIT
           END-IF

           MOVE SPACES TO WS-PERIODO-TECLEADO
           DISPLAY "MES (AAAAMM): "
           ACCEPT WS-PERIODO-TECLEADO
           IF WS-PERIODO-TECLEADO IS NOT NUMERIC
               DISPLAY "MES NO VALIDO"
               MOVE "N" TO WS-CLAVE-VALIDA-SW
               GO TO PEDIR-CLAVE-EXIT
           END-IF
           MOVE WS-PERIODO-NUM TO WS-PERIODO-PEDIDO
           IF WS-PERIODO-MM < 01 OR WS-PERIODO-MM > 12
               DISPLAY "MES NO VALIDO"
               MOVE "N" TO WS-CLAVE-VALIDA-SW
               GO TO PEDIR-CLAVE-EXIT
           END-IF

           MOVE SPACES TO WS-CATEGORIA-PEDIDA
           DISPLAY "CATEGORIA (BLANCO = TIENDA ENTERA): "
           ACCEPT WS-CATEGORIA-PEDIDA
           IF WS-CATEGORIA-PEDIDA NOT = SPACES
               PERFORM BUSCAR-CATEGORIA THRU BUSCAR-CATEGORIA-EXIT
               IF WS-CATEG-HALLADA-SW = "N"
                   DISPLAY "CATEGORIA DESCONOCIDA: "
                           WS-CATEGORIA-PEDIDA
                   MOVE "N" TO WS-CLAVE-VALIDA-SW
               END-IF
           END-IF.
       PEDIR-CLAVE-EXIT.
           EXIT.

      * El campo del diario lleva el mes y la categoria de la linea.
       MONTAR-CAMPO-AUDITORIA.
           MOVE SPACES TO WS-AUD-CAMPO
           STRING WS-PERIODO-PEDIDO   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-CATEGORIA-PEDIDA DELIMITED BY SIZE
               INTO WS-AUD-CAMPO
           END-STRING.

       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           ACCEPT AUDM-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDM-HORA FROM TIME
           MOVE WS-OPERADOR TO AUDM-OPERADOR
           MOVE "PRESUPUEST" TO AUDM-FICHERO
           MOVE WS-TIENDA-PEDIDA TO AUDM-CLAVE
           MOVE WS-AUD-CAMPO TO AUDM-CAMPO
           MOVE WS-AUD-VIEJO TO AUDM-VIEJO
           MOVE WS-AUD-NUEVO TO AUDM-NUEVO
           WRITE REG-AUDITORIA-M
           CLOSE AUDITORIA.

       BUSCAR-LINEA.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-IND-HALLADO
           PERFORM COMPARAR-LINEA
               UNTIL WS-IND >= WS-NUM-PRESUPUESTOS
               OR WS-ENCONTRADO-SW = "S".
       BUSCAR-LINEA-EXIT.
           EXIT.

       COMPARAR-LINEA.
           ADD 1 TO WS-IND
           IF ELEM-TIENDA (WS-IND) = WS-TIENDA-PEDIDA
               AND ELEM-PERIODO (WS-IND) = WS-PERIODO-PEDIDO
               AND ELEM-CATEGORIA (WS-IND) = WS-CATEGORIA-PEDIDA
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

       BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA-SW
           MOVE SPACES TO WS-NOMBRE-HALLADO
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
               OR WS-TIENDA-HALLADA-SW = "S".
       BUSCAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TDA-CODIGO (WS-IND-TIENDA) = WS-TIENDA-PEDIDA
               MOVE "S" TO WS-TIENDA-HALLADA-SW
               MOVE ELEM-TDA-NOMBRE (WS-IND-TIENDA)
                   TO WS-NOMBRE-HALLADO
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
           IF ELEM-CATEG-CODIGO (WS-IND-CATEG) = WS-CATEGORIA-PEDIDA
               MOVE "S" TO WS-CATEG-HALLADA-SW
           END-IF.

      * Vuelca la tabla completa de nuevo al fichero.
       GRABAR-PRESUPUESTOS.
           OPEN OUTPUT PRESUPUESTOS
           MOVE ZEROS TO WS-IND
           PERFORM GRABAR-UNA-LINEA
               UNTIL WS-IND >= WS-NUM-PRESUPUESTOS
           CLOSE PRESUPUESTOS
           DISPLAY "PRESUPUESTO GRABADO (" WS-NUM-PRESUPUESTOS
                   " LINEAS)".

       GRABAR-UNA-LINEA.
           ADD 1 TO WS-IND
           MOVE ELEM-PRESUPUESTO (WS-IND) TO REG-PRESUPUESTOS
           WRITE REG-PRESUPUESTOS.
