      ******************************************************************
      * Author:Maria Romero
      * Date:02/09/2026
      * Purpose: Mantenimiento del maestro de proveedores
      *    PROVEEDORES.DAT:
      *    codigo de proveedor (6 caracteres)
      *    nombre (30 caracteres)
      *    NIF (9 caracteres)
      *    plazo de entrega en dias (3 digitos)
      *    estado (A=activo, B=bloqueado)
      *    y de su catalogo PROVEEDOR-PRODUCTOS.DAT (una linea por
      *    proveedor y producto que sirve). Hasta ahora el proveedor
      *    de la recepcion era texto libre; REGISTRAR-ENTRADAS lo
      *    valida contra este maestro (rechaza proveedores
      *    desconocidos o bloqueados) y avisa cuando el producto no
      *    figura en el catalogo del proveedor. Cada alta, campo
      *    modificado, bloqueo o linea de catalogo queda apuntado en
      *    MAESTROS-AUDITORIA.DAT con el operador (fichero PROVEEDOR
      *    o CATALOGO); ver CONSULTA-AUDITORIA-VENTAS.
      *    Se lanza desde CONSOLA-VENTAS, que pasa el codigo del
      *    operador por LINKAGE; devuelve el control con GOBACK.
      * Mod:25/09/2026 - El registro de PRODUCTOS.DAT lleva ya 84
      *    posiciones; se completa aqui el trazado con relleno para leer
      *    cada linea entera.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PROVEEDORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVEEDORES.
           SELECT CATALOGO ASSIGN TO "PROVEEDOR-PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.
           SELECT AUDITORIA ASSIGN TO "MAESTROS-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD PROVEEDORES.
       01 REG-PROVEEDORES.
           05 CODIGO-PROVEEDOR     PIC X(6).
           05 NOMBRE-PROVEEDOR     PIC X(30).
           05 NIF-PROVEEDOR        PIC X(9).
           05 PLAZO-PROVEEDOR      PIC 9(3).
           05 ESTADO-PROVEEDOR     PIC X(1).

      * Catalogo: productos que sirve cada proveedor.
       FD CATALOGO.
       01 REG-CATALOGO.
           05 CATPROV-PROVEEDOR    PIC X(6).
           05 CATPROV-CODIGO       PIC X(5).

       FD PRODUCTOS.
       01 REG-PRODUCTOS.
           05 CODIGO-PRODUCTO      PIC X(5).
           05 DESCRIPCION-PRODUCTO PIC X(30).
           05 PRECIO-REF-PRODUCTO  PIC 9(3)V99.
           05 ESTADO-PRODUCTO      PIC X(1).
           05 MIN-CANTIDAD-PRODUCTO PIC 9(5).
           05 MIN-INGRESO-PRODUCTO PIC 9(8)V99.
           05 TIPO-IVA-PRODUCTO    PIC X(1).
           05 COSTE-PRODUCTO       PIC 9(3)V99.
           05 CATEGORIA-PRODUCTO   PIC X(3).
           05 FILLER               PIC X(19).

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
       01 EOF-SWITCH-PROVEEDORES PIC X VALUE "N".
       01 EOF-SWITCH-CATALOGO  PIC X VALUE "N".
       01 EOF-SWITCH-PROD      PIC X VALUE "N".
       01 FS-PROVEEDORES       PIC XX VALUE SPACES.
       01 FS-CATALOGO          PIC XX VALUE SPACES.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 WS-OPCION            PIC 9 VALUE ZEROS.
       01 WS-SALIR-SW          PIC X VALUE "N".
       01 WS-ENCONTRADO-SW     PIC X VALUE "N".

      * Maestro completo cargado en memoria; se vuelca entero a
      * PROVEEDORES.DAT al salir, igual que entro.
       01 WS-NUM-PROVEEDORES   PIC 9(3) VALUE ZEROS.
       01 WS-IND               PIC 9(3) VALUE ZEROS.
       01 WS-IND-HALLADO       PIC 9(3) VALUE ZEROS.
       01 TABLA-PROVEEDORES.
           05 ELEM-PROVEEDOR OCCURS 500 TIMES.
               10 ELEM-CODIGO      PIC X(6).
               10 ELEM-NOMBRE      PIC X(30).
               10 ELEM-NIF         PIC X(9).
               10 ELEM-PLAZO       PIC 9(3).
               10 ELEM-ESTADO      PIC X(1).

      * Catalogo completo en memoria, igual que el maestro.
       01 WS-NUM-CATALOGO      PIC 9(4) VALUE ZEROS.
       01 WS-IND-CAT           PIC 9(4) VALUE ZEROS.
       01 WS-IND-CAT-HALLADO   PIC 9(4) VALUE ZEROS.
       01 WS-CAT-HALLADO-SW    PIC X VALUE "N".
       01 WS-CONTA-CATALOGO    PIC 9(4) VALUE ZEROS.
       01 TABLA-CATALOGO.
           05 ELEM-CATALOGO OCCURS 5000 TIMES.
               10 ELEM-CAT-PROVEEDOR PIC X(6).
               10 ELEM-CAT-CODIGO    PIC X(5).

      * Codigos y descripciones del maestro de productos, para
      * validar lo que se annade al catalogo.
       01 WS-NUM-PRODUCTOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD          PIC 9(4) VALUE ZEROS.
       01 WS-PRODUCTO-HALLADO-SW PIC X VALUE "N".
       01 WS-DESCRIPCION-HALLADA PIC X(30) VALUE SPACES.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-PROD-CODIGO PIC X(5).
               10 ELEM-PROD-DESCRIPCION PIC X(30).

       01 WS-CODIGO-PEDIDO     PIC X(6) VALUE SPACES.
       01 WS-NOMBRE-PEDIDO     PIC X(30) VALUE SPACES.
       01 WS-NIF-PEDIDO        PIC X(9) VALUE SPACES.
       01 WS-PLAZO-TECLEADO    PIC X(3) VALUE SPACES.
       01 WS-PLAZO-NUM REDEFINES WS-PLAZO-TECLEADO PIC 9(3).
       01 WS-PLAZO-PEDIDO      PIC 9(3) VALUE ZEROS.
       01 WS-PRODUCTO-PEDIDO   PIC X(5) VALUE SPACES.

      * Diario de cambios: operador en sesion y valores previos del
      * proveedor en modificacion.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.
       01 WS-OPERADOR          PIC 9(6) VALUE ZEROS.
       01 WS-AUD-FICHERO       PIC X(10) VALUE SPACES.
       01 WS-AUD-CAMPO         PIC X(12) VALUE SPACES.
       01 WS-AUD-VIEJO         PIC X(14) VALUE SPACES.
       01 WS-AUD-NUEVO         PIC X(14) VALUE SPACES.
       01 ANTERIOR-PROVEEDOR.
           05 ANT-NOMBRE       PIC X(30) VALUE SPACES.
           05 ANT-NIF          PIC X(9) VALUE SPACES.
           05 ANT-PLAZO        PIC 9(3) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC 9(6).

       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE PROVEEDORES"
           MOVE LK-OPERADOR TO WS-OPERADOR
           PERFORM CARGAR-PROVEEDORES
           PERFORM CARGAR-CATALOGO
           PERFORM CARGAR-PRODUCTOS
           PERFORM TRATAR-OPCION UNTIL WS-SALIR-SW = "S"
           PERFORM GRABAR-PROVEEDORES
           PERFORM GRABAR-CATALOGO
           GOBACK.

      * Carga PROVEEDORES.DAT completo en TABLA-PROVEEDORES; si el
      * fichero aun no existe se parte de un maestro vacio.
       CARGAR-PROVEEDORES.
           MOVE ZEROS TO WS-NUM-PROVEEDORES
           OPEN INPUT PROVEEDORES
           IF FS-PROVEEDORES = "00"
               PERFORM LEER-PROVEEDOR THRU LEER-PROVEEDOR-EXIT
                   UNTIL EOF-SWITCH-PROVEEDORES = "S"
               CLOSE PROVEEDORES
           END-IF.

       LEER-PROVEEDOR.
           READ PROVEEDORES
               AT END MOVE "S" TO EOF-SWITCH-PROVEEDORES
           NOT AT END
               IF WS-NUM-PROVEEDORES < 500
                   ADD 1 TO WS-NUM-PROVEEDORES
                   MOVE REG-PROVEEDORES
                       TO ELEM-PROVEEDOR (WS-NUM-PROVEEDORES)
               ELSE
                   DISPLAY "AVISO: MAESTRO CON MAS DE 500 LINEAS, "
                           "SE IGNORA: " CODIGO-PROVEEDOR
               END-IF
           END-READ.
       LEER-PROVEEDOR-EXIT.
           EXIT.

       CARGAR-CATALOGO.
           MOVE ZEROS TO WS-NUM-CATALOGO
           OPEN INPUT CATALOGO
           IF FS-CATALOGO = "00"
               PERFORM LEER-CATALOGO THRU LEER-CATALOGO-EXIT
                   UNTIL EOF-SWITCH-CATALOGO = "S"
               CLOSE CATALOGO
           END-IF.

       LEER-CATALOGO.
           READ CATALOGO
               AT END MOVE "S" TO EOF-SWITCH-CATALOGO
           NOT AT END
               IF WS-NUM-CATALOGO < 5000
                   ADD 1 TO WS-NUM-CATALOGO
                   MOVE REG-CATALOGO
                       TO ELEM-CATALOGO (WS-NUM-CATALOGO)
               ELSE
                   DISPLAY "AVISO: CATALOGO CON MAS DE 5000 LINEAS, "
                           "SE IGNORA: " REG-CATALOGO
               END-IF
           END-READ.
       LEER-CATALOGO-EXIT.
           EXIT.

       CARGAR-PRODUCTOS.
           MOVE ZEROS TO WS-NUM-PRODUCTOS
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT
                   UNTIL EOF-SWITCH-PROD = "S"
               CLOSE PRODUCTOS
           END-IF.

       LEER-PRODUCTO.
           READ PRODUCTOS
               AT END MOVE "S" TO EOF-SWITCH-PROD
           NOT AT END
               IF WS-NUM-PRODUCTOS < 2000
                   ADD 1 TO WS-NUM-PRODUCTOS
                   MOVE CODIGO-PRODUCTO
                       TO ELEM-PROD-CODIGO (WS-NUM-PRODUCTOS)
                   MOVE DESCRIPCION-PRODUCTO
                       TO ELEM-PROD-DESCRIPCION (WS-NUM-PRODUCTOS)
               END-IF
           END-READ.
       LEER-PRODUCTO-EXIT.
           EXIT.

       TRATAR-OPCION.
           DISPLAY " "
           DISPLAY "1 - ALTA DE PROVEEDOR"
           DISPLAY "2 - MODIFICAR NOMBRE, NIF Y PLAZO"
           DISPLAY "3 - BLOQUEAR / DESBLOQUEAR"
           DISPLAY "4 - LISTAR MAESTRO"
           DISPLAY "5 - ANNADIR PRODUCTO AL CATALOGO"
           DISPLAY "6 - QUITAR PRODUCTO DEL CATALOGO"
           DISPLAY "7 - LISTAR CATALOGO DE UN PROVEEDOR"
           DISPLAY "0 - SALIR Y GRABAR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM ALTA-PROVEEDOR THRU ALTA-PROVEEDOR-EXIT
               WHEN 2
                   PERFORM MODIFICAR-PROVEEDOR
                       THRU MODIFICAR-PROVEEDOR-EXIT
               WHEN 3
                   PERFORM CAMBIAR-ESTADO THRU CAMBIAR-ESTADO-EXIT
               WHEN 4
                   PERFORM LISTAR-PROVEEDORES
               WHEN 5
                   PERFORM ALTA-CATALOGO THRU ALTA-CATALOGO-EXIT
               WHEN 6
                   PERFORM BAJA-CATALOGO THRU BAJA-CATALOGO-EXIT
               WHEN 7
                   PERFORM LISTAR-CATALOGO THRU LISTAR-CATALOGO-EXIT
               WHEN 0
                   MOVE "S" TO WS-SALIR-SW
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       ALTA-PROVEEDOR.
           PERFORM PEDIR-CODIGO
           IF WS-CODIGO-PEDIDO = SPACES
               DISPLAY "CODIGO EN BLANCO, ALTA CANCELADA"
               GO TO ALTA-PROVEEDOR-EXIT
           END-IF

           PERFORM BUSCAR-PROVEEDOR THRU BUSCAR-PROVEEDOR-EXIT
           IF WS-ENCONTRADO-SW = "S"
               DISPLAY "EL CODIGO YA EXISTE EN EL MAESTRO"
               GO TO ALTA-PROVEEDOR-EXIT
           END-IF

           IF WS-NUM-PROVEEDORES >= 500
               DISPLAY "MAESTRO LLENO, NO SE PUEDE DAR DE ALTA"
               GO TO ALTA-PROVEEDOR-EXIT
           END-IF

           PERFORM PEDIR-DATOS-PROVEEDOR

           ADD 1 TO WS-NUM-PROVEEDORES
           MOVE WS-CODIGO-PEDIDO TO ELEM-CODIGO (WS-NUM-PROVEEDORES)
           MOVE WS-NOMBRE-PEDIDO TO ELEM-NOMBRE (WS-NUM-PROVEEDORES)
           MOVE WS-NIF-PEDIDO TO ELEM-NIF (WS-NUM-PROVEEDORES)
           MOVE WS-PLAZO-PEDIDO TO ELEM-PLAZO (WS-NUM-PROVEEDORES)
           MOVE "A" TO ELEM-ESTADO (WS-NUM-PROVEEDORES)
           MOVE "PROVEEDOR" TO WS-AUD-FICHERO
           MOVE "ALTA" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VIEJO
           MOVE WS-NOMBRE-PEDIDO TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "PROVEEDOR DADO DE ALTA: " WS-CODIGO-PEDIDO.
       ALTA-PROVEEDOR-EXIT.
           EXIT.

       MODIFICAR-PROVEEDOR.
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-PROVEEDOR THRU BUSCAR-PROVEEDOR-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "CODIGO NO ENCONTRADO EN EL MAESTRO"
               GO TO MODIFICAR-PROVEEDOR-EXIT
           END-IF

           DISPLAY "NOMBRE ACTUAL: " ELEM-NOMBRE (WS-IND-HALLADO)
           DISPLAY "NIF ACTUAL...: " ELEM-NIF (WS-IND-HALLADO)
           DISPLAY "PLAZO ACTUAL.: " ELEM-PLAZO (WS-IND-HALLADO)
                   " DIAS"
           MOVE ELEM-NOMBRE (WS-IND-HALLADO) TO ANT-NOMBRE
           MOVE ELEM-NIF (WS-IND-HALLADO) TO ANT-NIF
           MOVE ELEM-PLAZO (WS-IND-HALLADO) TO ANT-PLAZO

           PERFORM PEDIR-DATOS-PROVEEDOR

           MOVE WS-NOMBRE-PEDIDO TO ELEM-NOMBRE (WS-IND-HALLADO)
           MOVE WS-NIF-PEDIDO TO ELEM-NIF (WS-IND-HALLADO)
           MOVE WS-PLAZO-PEDIDO TO ELEM-PLAZO (WS-IND-HALLADO)
           PERFORM AUDITAR-MODIFICACION
           DISPLAY "PROVEEDOR MODIFICADO: " WS-CODIGO-PEDIDO.
       MODIFICAR-PROVEEDOR-EXIT.
           EXIT.

      * Un proveedor bloqueado sigue en el maestro (sus recepciones
      * antiguas lo referencian) pero REGISTRAR-ENTRADAS le rechaza
      * las entregas nuevas.
       CAMBIAR-ESTADO.
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-PROVEEDOR THRU BUSCAR-PROVEEDOR-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "CODIGO NO ENCONTRADO EN EL MAESTRO"
               GO TO CAMBIAR-ESTADO-EXIT
           END-IF

           MOVE "PROVEEDOR" TO WS-AUD-FICHERO
           MOVE "ESTADO" TO WS-AUD-CAMPO
           MOVE ELEM-ESTADO (WS-IND-HALLADO) TO WS-AUD-VIEJO
           IF ELEM-ESTADO (WS-IND-HALLADO) = "B"
               MOVE "A" TO ELEM-ESTADO (WS-IND-HALLADO)
               DISPLAY "PROVEEDOR DESBLOQUEADO: " WS-CODIGO-PEDIDO
           ELSE
               MOVE "B" TO ELEM-ESTADO (WS-IND-HALLADO)
               DISPLAY "PROVEEDOR BLOQUEADO: " WS-CODIGO-PEDIDO
           END-IF
           MOVE ELEM-ESTADO (WS-IND-HALLADO) TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA.
       CAMBIAR-ESTADO-EXIT.
           EXIT.

       LISTAR-PROVEEDORES.
           DISPLAY "CODIGO NOMBRE                         NIF       "
                   "PLAZO ESTADO"
           MOVE ZEROS TO WS-IND
           PERFORM LISTAR-UN-PROVEEDOR
               UNTIL WS-IND >= WS-NUM-PROVEEDORES
           DISPLAY "TOTAL PROVEEDORES EN EL MAESTRO: "
                   WS-NUM-PROVEEDORES.

       LISTAR-UN-PROVEEDOR.
           ADD 1 TO WS-IND
           DISPLAY ELEM-CODIGO (WS-IND) " "
                   ELEM-NOMBRE (WS-IND) " "
                   ELEM-NIF (WS-IND) " "
                   ELEM-PLAZO (WS-IND) "   "
                   ELEM-ESTADO (WS-IND).

      * Alta de una linea de catalogo: el proveedor debe existir y
      * el producto estar en el maestro de productos.
       ALTA-CATALOGO.
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-PROVEEDOR THRU BUSCAR-PROVEEDOR-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "PROVEEDOR NO ENCONTRADO EN EL MAESTRO"
               GO TO ALTA-CATALOGO-EXIT
           END-IF

           PERFORM PEDIR-PRODUCTO
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           IF WS-PRODUCTO-HALLADO-SW = "N"
               DISPLAY "PRODUCTO DESCONOCIDO: " WS-PRODUCTO-PEDIDO
               GO TO ALTA-CATALOGO-EXIT
           END-IF

           PERFORM BUSCAR-CATALOGO THRU BUSCAR-CATALOGO-EXIT
           IF WS-CAT-HALLADO-SW = "S"
               DISPLAY "EL PRODUCTO YA ESTA EN EL CATALOGO"
               GO TO ALTA-CATALOGO-EXIT
           END-IF

           IF WS-NUM-CATALOGO >= 5000
               DISPLAY "CATALOGO LLENO, NO SE PUEDE ANNADIR"
               GO TO ALTA-CATALOGO-EXIT
           END-IF

           ADD 1 TO WS-NUM-CATALOGO
           MOVE WS-CODIGO-PEDIDO
               TO ELEM-CAT-PROVEEDOR (WS-NUM-CATALOGO)
           MOVE WS-PRODUCTO-PEDIDO
               TO ELEM-CAT-CODIGO (WS-NUM-CATALOGO)
           MOVE "CATALOGO" TO WS-AUD-FICHERO
           MOVE "ALTA PRODUCT" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VIEJO
           MOVE WS-PRODUCTO-PEDIDO TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "ANNADIDO AL CATALOGO: " WS-PRODUCTO-PEDIDO " "
                   WS-DESCRIPCION-HALLADA.
       ALTA-CATALOGO-EXIT.
           EXIT.

      * La baja de una linea sube la ultima del catalogo al hueco;
      * el orden del fichero no tiene significado.
       BAJA-CATALOGO.
           PERFORM PEDIR-CODIGO
           PERFORM PEDIR-PRODUCTO
           PERFORM BUSCAR-CATALOGO THRU BUSCAR-CATALOGO-EXIT
           IF WS-CAT-HALLADO-SW = "N"
               DISPLAY "EL PRODUCTO NO ESTA EN EL CATALOGO DE ESE "
                       "PROVEEDOR"
               GO TO BAJA-CATALOGO-EXIT
           END-IF

           MOVE ELEM-CATALOGO (WS-NUM-CATALOGO)
               TO ELEM-CATALOGO (WS-IND-CAT-HALLADO)
           SUBTRACT 1 FROM WS-NUM-CATALOGO
           MOVE "CATALOGO" TO WS-AUD-FICHERO
           MOVE "BAJA PRODUCT" TO WS-AUD-CAMPO
           MOVE WS-PRODUCTO-PEDIDO TO WS-AUD-VIEJO
           MOVE SPACES TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "QUITADO DEL CATALOGO: " WS-PRODUCTO-PEDIDO.
       BAJA-CATALOGO-EXIT.
           EXIT.

       LISTAR-CATALOGO.
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-PROVEEDOR THRU BUSCAR-PROVEEDOR-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "PROVEEDOR NO ENCONTRADO EN EL MAESTRO"
               GO TO LISTAR-CATALOGO-EXIT
           END-IF
           DISPLAY "CATALOGO DE " WS-CODIGO-PEDIDO " "
                   ELEM-NOMBRE (WS-IND-HALLADO)
           MOVE ZEROS TO WS-CONTA-CATALOGO
           MOVE ZEROS TO WS-IND-CAT
           PERFORM LISTAR-UNA-LINEA-CATALOGO
               UNTIL WS-IND-CAT >= WS-NUM-CATALOGO
           DISPLAY "PRODUCTOS EN EL CATALOGO: " WS-CONTA-CATALOGO.
       LISTAR-CATALOGO-EXIT.
           EXIT.

       LISTAR-UNA-LINEA-CATALOGO.
           ADD 1 TO WS-IND-CAT
           IF ELEM-CAT-PROVEEDOR (WS-IND-CAT) = WS-CODIGO-PEDIDO
               ADD 1 TO WS-CONTA-CATALOGO
               MOVE ELEM-CAT-CODIGO (WS-IND-CAT) TO WS-PRODUCTO-PEDIDO
               PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
               DISPLAY "   " ELEM-CAT-CODIGO (WS-IND-CAT) " "
                       WS-DESCRIPCION-HALLADA
           END-IF.

       PEDIR-CODIGO.
           MOVE SPACES TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DE PROVEEDOR (6 CARACTERES): "
           ACCEPT WS-CODIGO-PEDIDO.

       PEDIR-PRODUCTO.
           MOVE SPACES TO WS-PRODUCTO-PEDIDO
           DISPLAY "CODIGO DE PRODUCTO (5 CARACTERES): "
           ACCEPT WS-PRODUCTO-PEDIDO.

       PEDIR-DATOS-PROVEEDOR.
           MOVE SPACES TO WS-NOMBRE-PEDIDO
           DISPLAY "NOMBRE (30 CARACTERES): "
           ACCEPT WS-NOMBRE-PEDIDO
           MOVE SPACES TO WS-NIF-PEDIDO
           DISPLAY "NIF (9 CARACTERES): "
           ACCEPT WS-NIF-PEDIDO
           MOVE SPACES TO WS-PLAZO-TECLEADO
           DISPLAY "PLAZO DE ENTREGA EN DIAS (3 DIGITOS): "
           ACCEPT WS-PLAZO-TECLEADO
           IF WS-PLAZO-TECLEADO IS NUMERIC
               MOVE WS-PLAZO-NUM TO WS-PLAZO-PEDIDO
           ELSE
               DISPLAY "PLAZO NO VALIDO, SE TOMA 0"
               MOVE ZEROS TO WS-PLAZO-PEDIDO
           END-IF.

      * Una linea de diario por cada campo que de verdad cambio.
       AUDITAR-MODIFICACION.
           MOVE "PROVEEDOR" TO WS-AUD-FICHERO
           IF WS-NOMBRE-PEDIDO NOT = ANT-NOMBRE
               MOVE "NOMBRE" TO WS-AUD-CAMPO
               MOVE ANT-NOMBRE TO WS-AUD-VIEJO
               MOVE WS-NOMBRE-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-NIF-PEDIDO NOT = ANT-NIF
               MOVE "NIF" TO WS-AUD-CAMPO
               MOVE ANT-NIF TO WS-AUD-VIEJO
               MOVE WS-NIF-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-PLAZO-PEDIDO NOT = ANT-PLAZO
               MOVE "PLAZO" TO WS-AUD-CAMPO
               MOVE ANT-PLAZO TO WS-AUD-VIEJO
               MOVE WS-PLAZO-PEDIDO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF.

       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           ACCEPT AUDM-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDM-HORA FROM TIME
           MOVE WS-OPERADOR TO AUDM-OPERADOR
           MOVE WS-AUD-FICHERO TO AUDM-FICHERO
           MOVE WS-CODIGO-PEDIDO TO AUDM-CLAVE
           MOVE WS-AUD-CAMPO TO AUDM-CAMPO
           MOVE WS-AUD-VIEJO TO AUDM-VIEJO
           MOVE WS-AUD-NUEVO TO AUDM-NUEVO
           WRITE REG-AUDITORIA-M
           CLOSE AUDITORIA.

      * Busca WS-CODIGO-PEDIDO en la tabla y deja el indice en
      * WS-IND-HALLADO si lo encuentra.
       BUSCAR-PROVEEDOR.
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           MOVE ZEROS TO WS-IND-HALLADO
           PERFORM COMPARAR-PROVEEDOR
               UNTIL WS-IND >= WS-NUM-PROVEEDORES
               OR WS-ENCONTRADO-SW = "S".
       BUSCAR-PROVEEDOR-EXIT.
           EXIT.

       COMPARAR-PROVEEDOR.
           ADD 1 TO WS-IND
           IF ELEM-CODIGO (WS-IND) = WS-CODIGO-PEDIDO
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

       BUSCAR-CATALOGO.
           MOVE "N" TO WS-CAT-HALLADO-SW
           MOVE ZEROS TO WS-IND-CAT
           MOVE ZEROS TO WS-IND-CAT-HALLADO
           PERFORM COMPARAR-CATALOGO
               UNTIL WS-IND-CAT >= WS-NUM-CATALOGO
               OR WS-CAT-HALLADO-SW = "S".
       BUSCAR-CATALOGO-EXIT.
           EXIT.

       COMPARAR-CATALOGO.
           ADD 1 TO WS-IND-CAT
           IF ELEM-CAT-PROVEEDOR (WS-IND-CAT) = WS-CODIGO-PEDIDO
               AND ELEM-CAT-CODIGO (WS-IND-CAT) = WS-PRODUCTO-PEDIDO
               MOVE "S" TO WS-CAT-HALLADO-SW
               MOVE WS-IND-CAT TO WS-IND-CAT-HALLADO
           END-IF.

       BUSCAR-PRODUCTO.
           MOVE "N" TO WS-PRODUCTO-HALLADO-SW
           MOVE SPACES TO WS-DESCRIPCION-HALLADA
           MOVE ZEROS TO WS-IND-PROD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
               OR WS-PRODUCTO-HALLADO-SW = "S".
       BUSCAR-PRODUCTO-EXIT.
           EXIT.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PROD
           IF ELEM-PROD-CODIGO (WS-IND-PROD) = WS-PRODUCTO-PEDIDO
               MOVE "S" TO WS-PRODUCTO-HALLADO-SW
               MOVE ELEM-PROD-DESCRIPCION (WS-IND-PROD)
                   TO WS-DESCRIPCION-HALLADA
           END-IF.

      * Vuelca las tablas completas de nuevo a sus ficheros.
       GRABAR-PROVEEDORES.
           OPEN OUTPUT PROVEEDORES
           MOVE ZEROS TO WS-IND
           PERFORM GRABAR-UN-PROVEEDOR
               UNTIL WS-IND >= WS-NUM-PROVEEDORES
           CLOSE PROVEEDORES
           DISPLAY "MAESTRO DE PROVEEDORES GRABADO ("
                   WS-NUM-PROVEEDORES " PROVEEDORES)".

       GRABAR-UN-PROVEEDOR.
           ADD 1 TO WS-IND
           MOVE ELEM-PROVEEDOR (WS-IND) TO REG-PROVEEDORES
           WRITE REG-PROVEEDORES.

       GRABAR-CATALOGO.
           OPEN OUTPUT CATALOGO
           MOVE ZEROS TO WS-IND-CAT
           PERFORM GRABAR-UNA-LINEA-CATALOGO
               UNTIL WS-IND-CAT >= WS-NUM-CATALOGO
           CLOSE CATALOGO
           DISPLAY "CATALOGO DE PROVEEDORES GRABADO ("
                   WS-NUM-CATALOGO " LINEAS)".

       GRABAR-UNA-LINEA-CATALOGO.
           ADD 1 TO WS-IND-CAT
           MOVE ELEM-CATALOGO (WS-IND-CAT) TO REG-CATALOGO
           WRITE REG-CATALOGO.
