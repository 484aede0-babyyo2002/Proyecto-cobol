      *    creciendo, y este era el programa que de verdad frenaba
      *    el crecimiento (el alta 501 se rechazaba con MAESTRO
      *    LLENO y la reescritura truncaba el fichero al tope).
      * Mod:20/09/2026 - Sustitucion de codigos: cuando un producto
      *    se reemplaza por otro (cambio de proveedor, de formato o
      *    de referencia) se apunta en SUSTITUCIONES.DAT el codigo
      *    antiguo, el nuevo y la fecha desde la que rige (opciones
      *    5, 6 y 7: sustituir, anular y listar). Los dos codigos
      *    tienen que existir en el maestro, un codigo solo puede
      *    estar sustituido una vez y no se admiten ciclos; al
      *    sustituir, el codigo antiguo queda descontinuado. Con la
      *    tabla (via CONSULTAR-SUSTITUCION) PROCESAR-VENTAS pasa al
      *    codigo nuevo las ventas y abonos del antiguo desde esa
      *    fecha, ACTUALIZAR-STOCK traspasa las existencias y las
      *    comparativas, la proyeccion y la tendencia encadenan el
      *    historico. Cada alta y anulacion queda en el diario de
      *    cambios (campo SUSTITUCION).
      * Mod:21/09/2026 - Datos de compra del producto: unidad de
      *    compra (3 caracteres, p.ej. CAJ o PAQ), unidades por
      *    envase (3 digitos) y pedido minimo en unidades (5
      *    digitos). Un producto que se compra suelto lleva UD y 1
      *    unidad por envase; las lineas antiguas sin estos datos se
      *    cargan asi y sin minimo. REGISTRAR-ENTRADAS deja recibir
      *    en envases o en unidades y convierte a unidades para el
      *    stock; SUGERIR-PEDIDOS y GENERAR-PEDIDOS-COMPRA suben la
      *    cantidad al minimo y a envases completos. Los cambios
      *    quedan en el diario (campos UD-COMPRA, UDS-ENVASE y
      *    PEDIDO-MIN).
      * Mod:22/09/2026 - Marca de producto perecedero (S/N, blanco
      *    en las lineas antiguas = no perecedero). De un perecedero
      *    REGISTRAR-ENTRADAS exige lote y fecha de caducidad en cada
      *    recepcion y el stock se lleva por lote en LOTES-STOCK.IDX
      *    (ver ACTUALIZAR-STOCK, CONCILIAR-CONTEO e
      *    INFORME-CADUCIDADES). Los cambios quedan en el diario
      *    (campo PERECEDERO).
      * Mod:23/09/2026 - Etiquetas de lineal: cada producto puede
      *    llevar la medida de su precio por unidad (K=kilo, L=litro,
      *    blanco = sin precio por unidad) y su contenido neto en
      *    kilos o litros (3 enteros y 3 decimales); con ellos
      *    GENERAR-AVISOS-PRECIOS imprime el precio por kilo o litro.
      *    El cambio de precio admite ahora una fecha de vigencia
      *    futura: el maestro toma el precio nuevo al momento, pero
      *    la linea del historico lleva la fecha tecleada, asi que
      *    el cierre sigue contrastando con el precio anterior hasta
      *    ese dia y las tiendas reciben el aviso y las etiquetas
      *    con antelacion. Si el producto no tiene en el historico
      *    ningun precio vigente hoy se annade antes el actual con
      *    fecha de hoy, para que no se pierda. Los cambios quedan
      *    en el diario (campos MEDIDA, CONTENIDO y PRECIO-DESDE).
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           SELECT AUDITORIA ASSIGN TO "MAESTROS-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT SUSTITUCIONES ASSIGN TO "SUSTITUCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSTITUCIONES.

       DATA DIVISION.
       FILE SECTION.
           05 TIPO-IVA-PRODUCTO    PIC X(1).
           05 COSTE-PRODUCTO       PIC 9(3)V99.
           05 CATEGORIA-PRODUCTO   PIC X(3).
           05 UNIDAD-COMPRA-PRODUCTO PIC X(3).
           05 UNIDADES-ENVASE-PRODUCTO PIC 9(3).
           05 MINIMO-PEDIDO-PRODUCTO PIC 9(5).
           05 PERECEDERO-PRODUCTO  PIC X(1).
           05 MEDIDA-PRODUCTO      PIC X(1).
           05 CONTENIDO-PRODUCTO   PIC 9(3)V999.

      * Maestro de categorias (ver MANTENIMIENTO-CATEGORIAS); aqui
      * solo se lee para validar el codigo tecleado.
           05 AUDM-VIEJO       PIC X(14).
           05 AUDM-NUEVO       PIC X(14).

      * Sustituciones de codigo: codigo sustituido, codigo que lo
      * reemplaza y fecha desde la que rige.
       FD SUSTITUCIONES.
       01 REG-SUSTITUCIONES.
           05 SUST-ANTIGUO         PIC X(5).
           05 SUST-NUEVO           PIC X(5).
           05 SUST-DESDE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH-PRODUCTOS PIC X VALUE "N".
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
               10 ELEM-TIPO-IVA    PIC X(1).
               10 ELEM-COSTE       PIC 9(3)V99.
               10 ELEM-CATEGORIA   PIC X(3).
               10 ELEM-UNIDAD-COMPRA PIC X(3).
               10 ELEM-UNIDADES-ENVASE PIC 9(3).
               10 ELEM-MINIMO-PEDIDO PIC 9(5).
               10 ELEM-PERECEDERO  PIC X(1).
               10 ELEM-MEDIDA      PIC X(1).
               10 ELEM-CONTENIDO   PIC 9(3)V999.

       01 WS-CODIGO-PEDIDO     PIC X(5) VALUE SPACES.
       01 WS-DESCRIPCION-PED   PIC X(30) VALUE SPACES.
       01 WS-TIPO-IVA-PEDIDO   PIC X(1) VALUE SPACES.
       01 WS-COSTE-PEDIDO      PIC 9(3)V99 VALUE ZEROS.
       01 WS-CATEGORIA-PEDIDA  PIC X(3) VALUE SPACES.
       01 WS-UNIDAD-COMPRA-PED PIC X(3) VALUE SPACES.
       01 WS-UDS-ENVASE-PED    PIC 9(3) VALUE ZEROS.
       01 WS-MIN-PEDIDO-PED    PIC 9(5) VALUE ZEROS.
       01 WS-PERECEDERO-PED    PIC X(1) VALUE SPACES.
       01 WS-MEDIDA-PED        PIC X(1) VALUE SPACES.
       01 WS-CONTENIDO-PED     PIC 9(3)V999 VALUE ZEROS.
       01 FS-PRECIOS-HIST      PIC XX VALUE SPACES.
       01 WS-PRECIO-ANTERIOR   PIC 9(3)V99 VALUE ZEROS.

      * Fecha desde la que rige el precio tecleado (hoy si no se da
      * otra) y busqueda en el historico de un precio vigente hoy.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-VIGENCIA-TECLEADA PIC X(8) VALUE SPACES.
       01 WS-VIGENCIA-NUM REDEFINES WS-VIGENCIA-TECLEADA PIC 9(8).
       01 WS-VIGENCIA-PRECIO   PIC 9(8) VALUE ZEROS.
       01 WS-DIA-VIGENCIA      PIC 9(7) VALUE ZEROS.
       01 EOF-SWITCH-PREHIS    PIC X VALUE "N".
       01 WS-VIGENTE-HOY-SW    PIC X VALUE "N".
       01 WS-CONTENIDO-EDIT    PIC ZZ9,999.

      * Diario de cambios: operador en sesion, campos de la linea en
      * curso y edicion de importes para dejarlos legibles.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.
           05 ANT-TIPO-IVA     PIC X(1) VALUE SPACES.
           05 ANT-COSTE        PIC 9(3)V99 VALUE ZEROS.
           05 ANT-CATEGORIA    PIC X(3) VALUE SPACES.
           05 ANT-UNIDAD-COMPRA PIC X(3) VALUE SPACES.
           05 ANT-UDS-ENVASE   PIC 9(3) VALUE ZEROS.
           05 ANT-MIN-PEDIDO   PIC 9(5) VALUE ZEROS.
           05 ANT-PERECEDERO   PIC X(1) VALUE SPACES.
           05 ANT-MEDIDA       PIC X(1) VALUE SPACES.
           05 ANT-CONTENIDO    PIC 9(3)V999 VALUE ZEROS.

      * Maestro de categorias en memoria, solo los codigos, para
      * avisar de categorias aun no dadas de alta.

       01 WS-PRECIO-EDITADO    PIC ZZ9,99.

      * Tabla de sustituciones completa en memoria; solo se vuelca a
      * SUSTITUCIONES.DAT al salir si ha cambiado.
       01 EOF-SWITCH-SUST      PIC X VALUE "N".
       01 FS-SUSTITUCIONES     PIC XX VALUE SPACES.
       01 WS-SUST-CAMBIADA-SW  PIC X VALUE "N".
       01 WS-NUM-SUSTIT        PIC 9(3) VALUE ZEROS.
       01 WS-IND-SUST          PIC 9(3) VALUE ZEROS.
       01 WS-SUST-HALLADA-SW   PIC X VALUE "N".
       01 WS-IND-SUST-HALLADA  PIC 9(3) VALUE ZEROS.
       01 TABLA-SUSTITUCIONES.
           05 ELEM-SUSTIT OCCURS 500 TIMES.
               10 ELEM-SUST-ANTIGUO PIC X(5).
               10 ELEM-SUST-NUEVO   PIC X(5).
               10 ELEM-SUST-DESDE   PIC 9(8).

      * Sustitucion en curso: codigo antiguo (WS-CODIGO-PEDIDO),
      * codigo nuevo, fecha de vigencia y recorrido de la cadena del
      * codigo nuevo para no admitir ciclos.
       01 WS-CODIGO-NUEVO      PIC X(5) VALUE SPACES.
       01 WS-CODIGO-CADENA     PIC X(5) VALUE SPACES.
       01 WS-CICLO-SW          PIC X VALUE "N".
       01 WS-SALTOS            PIC 9(2) VALUE ZEROS.
       01 WS-DESDE-TECLEADO    PIC X(8) VALUE SPACES.
       01 WS-DESDE-NUM REDEFINES WS-DESDE-TECLEADO PIC 9(8).
       01 WS-DESDE-SUST        PIC 9(8) VALUE ZEROS.
       01 WS-DIA-DESDE         PIC 9(7) VALUE ZEROS.
       01 WS-AUD-SUSTITUCION.
           05 WS-AUD-SUST-NUEVO    PIC X(5).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-AUD-SUST-DESDE    PIC 9(8).

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC 9(6).

       INICIO.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE PRODUCTOS"
           MOVE LK-OPERADOR TO WS-OPERADOR
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-CATEGORIAS
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-SUSTITUCIONES
           PERFORM TRATAR-OPCION UNTIL WS-SALIR-SW = "S"
           PERFORM GRABAR-PRODUCTOS
           IF WS-SUST-CAMBIADA-SW = "S"
               PERFORM GRABAR-SUSTITUCIONES
           END-IF
           GOBACK.

      * Carga PRODUCTOS.DAT completo en TABLA-PRODUCTOS; si el fichero
                   ADD 1 TO WS-NUM-PRODUCTOS
                   MOVE REG-PRODUCTOS
                       TO ELEM-PRODUCTO (WS-NUM-PRODUCTOS)
                   PERFORM COMPLETAR-DATOS-COMPRA
               ELSE
                   DISPLAY "AVISO: MAESTRO CON MAS DE 2000 LINEAS, "
                           "SE IGNORA: " CODIGO-PRODUCTO
       LEER-PRODUCTO-EXIT.
           EXIT.

      * Una linea anterior a los datos de compra trae esos campos en
      * blanco: se compra por unidades y sin pedido minimo. Tampoco
      * trae la marca de perecedero: no lo es. Sin medida o sin
      * contenido no hay precio por unidad de medida.
       COMPLETAR-DATOS-COMPRA.
           IF ELEM-UNIDADES-ENVASE (WS-NUM-PRODUCTOS) IS NOT NUMERIC
               OR ELEM-UNIDADES-ENVASE (WS-NUM-PRODUCTOS) = ZEROS
               MOVE 1 TO ELEM-UNIDADES-ENVASE (WS-NUM-PRODUCTOS)
           END-IF
           IF ELEM-UNIDAD-COMPRA (WS-NUM-PRODUCTOS) = SPACES
               MOVE "UD" TO ELEM-UNIDAD-COMPRA (WS-NUM-PRODUCTOS)
           END-IF
           IF ELEM-MINIMO-PEDIDO (WS-NUM-PRODUCTOS) IS NOT NUMERIC
               MOVE ZEROS TO ELEM-MINIMO-PEDIDO (WS-NUM-PRODUCTOS)
           END-IF
           IF ELEM-PERECEDERO (WS-NUM-PRODUCTOS) NOT = "S"
               MOVE "N" TO ELEM-PERECEDERO (WS-NUM-PRODUCTOS)
           END-IF
           IF ELEM-CONTENIDO (WS-NUM-PRODUCTOS) IS NOT NUMERIC
               OR ELEM-CONTENIDO (WS-NUM-PRODUCTOS) = ZEROS
               OR (ELEM-MEDIDA (WS-NUM-PRODUCTOS) NOT = "K"
                   AND ELEM-MEDIDA (WS-NUM-PRODUCTOS) NOT = "L")
               MOVE SPACES TO ELEM-MEDIDA (WS-NUM-PRODUCTOS)
               MOVE ZEROS TO ELEM-CONTENIDO (WS-NUM-PRODUCTOS)
           END-IF.

      * Carga los codigos de CATEGORIAS.DAT; si el maestro de
      * categorias aun no existe no se valida la categoria tecleada.
       CARGAR-CATEGORIAS.
           DISPLAY "2 - MODIFICAR DESCRIPCION Y PRECIO"
           DISPLAY "3 - DESCONTINUAR / REACTIVAR"
           DISPLAY "4 - LISTAR MAESTRO"
           DISPLAY "5 - SUSTITUIR UN CODIGO POR OTRO"
           DISPLAY "6 - ANULAR UNA SUSTITUCION"
           DISPLAY "7 - LISTAR SUSTITUCIONES"
           DISPLAY "0 - SALIR Y GRABAR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION
                   PERFORM CAMBIAR-ESTADO THRU CAMBIAR-ESTADO-EXIT
               WHEN 4
                   PERFORM LISTAR-PRODUCTOS
               WHEN 5
                   PERFORM SUSTITUIR-CODIGO
                       THRU SUSTITUIR-CODIGO-EXIT
               WHEN 6
                   PERFORM ANULAR-SUSTITUCION
                       THRU ANULAR-SUSTITUCION-EXIT
               WHEN 7
                   PERFORM LISTAR-SUSTITUCIONES
               WHEN 0
                   MOVE "S" TO WS-SALIR-SW
               WHEN OTHER
               TO ELEM-COSTE (WS-NUM-PRODUCTOS)
           MOVE WS-CATEGORIA-PEDIDA
               TO ELEM-CATEGORIA (WS-NUM-PRODUCTOS)
           MOVE WS-UNIDAD-COMPRA-PED
               TO ELEM-UNIDAD-COMPRA (WS-NUM-PRODUCTOS)
           MOVE WS-UDS-ENVASE-PED
               TO ELEM-UNIDADES-ENVASE (WS-NUM-PRODUCTOS)
           MOVE WS-MIN-PEDIDO-PED
               TO ELEM-MINIMO-PEDIDO (WS-NUM-PRODUCTOS)
           MOVE WS-PERECEDERO-PED
               TO ELEM-PERECEDERO (WS-NUM-PRODUCTOS)
           MOVE WS-MEDIDA-PED TO ELEM-MEDIDA (WS-NUM-PRODUCTOS)
           MOVE WS-CONTENIDO-PED
               TO ELEM-CONTENIDO (WS-NUM-PRODUCTOS)
           MOVE WS-FECHA-HOY TO WS-VIGENCIA-PRECIO
           PERFORM GRABAR-PRECIO-HIST
           MOVE "ALTA" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VIEJO
           MOVE ELEM-TIPO-IVA (WS-IND-HALLADO) TO ANT-TIPO-IVA
           MOVE ELEM-COSTE (WS-IND-HALLADO) TO ANT-COSTE
           MOVE ELEM-CATEGORIA (WS-IND-HALLADO) TO ANT-CATEGORIA
           MOVE ELEM-UNIDAD-COMPRA (WS-IND-HALLADO)
               TO ANT-UNIDAD-COMPRA
           MOVE ELEM-UNIDADES-ENVASE (WS-IND-HALLADO)
               TO ANT-UDS-ENVASE
           MOVE ELEM-MINIMO-PEDIDO (WS-IND-HALLADO) TO ANT-MIN-PEDIDO
           MOVE ELEM-PERECEDERO (WS-IND-HALLADO) TO ANT-PERECEDERO
           MOVE ELEM-MEDIDA (WS-IND-HALLADO) TO ANT-MEDIDA
           MOVE ELEM-CONTENIDO (WS-IND-HALLADO) TO ANT-CONTENIDO
           DISPLAY "COMPRA ACTUAL.....: "
                   ELEM-UNIDAD-COMPRA (WS-IND-HALLADO) " DE "
                   ELEM-UNIDADES-ENVASE (WS-IND-HALLADO)
                   " UDS, PEDIDO MINIMO "
                   ELEM-MINIMO-PEDIDO (WS-IND-HALLADO) " UDS"
           DISPLAY "PERECEDERO ACTUAL.: "
                   ELEM-PERECEDERO (WS-IND-HALLADO)
           MOVE ELEM-CONTENIDO (WS-IND-HALLADO) TO WS-CONTENIDO-EDIT
           DISPLAY "MEDIDA ACTUAL.....: "
                   ELEM-MEDIDA (WS-IND-HALLADO) " CONTENIDO "
                   WS-CONTENIDO-EDIT

           PERFORM PEDIR-DATOS-PRODUCTO

               TO ELEM-PRECIO-REF (WS-IND-HALLADO)
      * Solo los cambios reales de precio generan linea de historico.
           IF WS-PRECIO-PEDIDO NOT = WS-PRECIO-ANTERIOR
               PERFORM PEDIR-VIGENCIA-PRECIO
                   THRU PEDIR-VIGENCIA-PRECIO-EXIT
               IF WS-VIGENCIA-PRECIO > WS-FECHA-HOY
                   PERFORM ANCLAR-PRECIO-VIGENTE
               END-IF
               PERFORM GRABAR-PRECIO-HIST
           END-IF
           MOVE WS-MIN-CANT-PEDIDO
               TO ELEM-COSTE (WS-IND-HALLADO)
           MOVE WS-CATEGORIA-PEDIDA
               TO ELEM-CATEGORIA (WS-IND-HALLADO)
           MOVE WS-UNIDAD-COMPRA-PED
               TO ELEM-UNIDAD-COMPRA (WS-IND-HALLADO)
           MOVE WS-UDS-ENVASE-PED
               TO ELEM-UNIDADES-ENVASE (WS-IND-HALLADO)
           MOVE WS-MIN-PEDIDO-PED
               TO ELEM-MINIMO-PEDIDO (WS-IND-HALLADO)
           MOVE WS-PERECEDERO-PED
               TO ELEM-PERECEDERO (WS-IND-HALLADO)
           MOVE WS-MEDIDA-PED TO ELEM-MEDIDA (WS-IND-HALLADO)
           MOVE WS-CONTENIDO-PED TO ELEM-CONTENIDO (WS-IND-HALLADO)
           PERFORM AUDITAR-MODIFICACION
           DISPLAY "PRODUCTO MODIFICADO: " WS-CODIGO-PEDIDO.
       MODIFICAR-PRODUCTO-EXIT.
       CAMBIAR-ESTADO-EXIT.
           EXIT.

      * Sustituye el codigo antiguo por el nuevo desde una fecha.
      * Los dos tienen que existir en el maestro, el nuevo no puede
      * estar descontinuado, el antiguo no puede estar ya sustituido
      * y la cadena del nuevo no puede volver al antiguo. El codigo
      * antiguo queda descontinuado.
       SUSTITUIR-CODIGO.
           DISPLAY "CODIGO QUE SE SUSTITUYE:"
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "CODIGO NO ENCONTRADO EN EL MAESTRO"
               GO TO SUSTITUIR-CODIGO-EXIT
           END-IF
           PERFORM BUSCAR-SUSTITUCION THRU BUSCAR-SUSTITUCION-EXIT
           IF WS-SUST-HALLADA-SW = "S"
               DISPLAY "EL CODIGO YA ESTA SUSTITUIDO POR "
                       ELEM-SUST-NUEVO (WS-IND-SUST-HALLADA)
                       " (ANULAR ANTES LA SUSTITUCION)"
               GO TO SUSTITUIR-CODIGO-EXIT
           END-IF
           IF WS-NUM-SUSTIT >= 500
               DISPLAY "TABLA DE SUSTITUCIONES LLENA"
               GO TO SUSTITUIR-CODIGO-EXIT
           END-IF

           MOVE SPACES TO WS-CODIGO-NUEVO
           DISPLAY "CODIGO NUEVO QUE LO REEMPLAZA: "
           ACCEPT WS-CODIGO-NUEVO
           IF WS-CODIGO-NUEVO = SPACES
               OR WS-CODIGO-NUEVO = WS-CODIGO-PEDIDO
               DISPLAY "CODIGO NUEVO NO VALIDO, SUSTITUCION CANCELADA"
               GO TO SUSTITUIR-CODIGO-EXIT
           END-IF
           MOVE WS-CODIGO-PEDIDO TO WS-CODIGO-CADENA
           MOVE WS-CODIGO-NUEVO TO WS-CODIGO-PEDIDO
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           MOVE WS-CODIGO-CADENA TO WS-CODIGO-PEDIDO
           IF WS-ENCONTRADO-SW = "N"
               DISPLAY "EL CODIGO NUEVO NO EXISTE EN EL MAESTRO "
                       "(DARLO DE ALTA ANTES)"
               GO TO SUSTITUIR-CODIGO-EXIT
           END-IF
           IF ELEM-ESTADO (WS-IND-HALLADO) = "D"
               DISPLAY "EL CODIGO NUEVO ESTA DESCONTINUADO"
               GO TO SUSTITUIR-CODIGO-EXIT
           END-IF

           PERFORM COMPROBAR-CICLO
           IF WS-CICLO-SW = "S"
               DISPLAY "EL CODIGO NUEVO YA ACABA SUSTITUIDO POR EL "
                       "ANTIGUO: SE FORMARIA UN CICLO"
               GO TO SUSTITUIR-CODIGO-EXIT
           END-IF

           MOVE SPACES TO WS-DESDE-TECLEADO
           DISPLAY "VIGENTE DESDE (AAAAMMDD, BLANCO = HOY): "
           ACCEPT WS-DESDE-TECLEADO
           IF WS-DESDE-TECLEADO = SPACES
               ACCEPT WS-DESDE-SUST FROM DATE YYYYMMDD
           ELSE
               IF WS-DESDE-TECLEADO IS NOT NUMERIC
                   DISPLAY "FECHA NO VALIDA, SUSTITUCION CANCELADA"
                   GO TO SUSTITUIR-CODIGO-EXIT
               END-IF
               MOVE WS-DESDE-NUM TO WS-DESDE-SUST
               COMPUTE WS-DIA-DESDE =
                   FUNCTION INTEGER-OF-DATE (WS-DESDE-SUST)
               IF WS-DIA-DESDE = ZEROS
                   DISPLAY "FECHA NO VALIDA, SUSTITUCION CANCELADA"
                   GO TO SUSTITUIR-CODIGO-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-NUM-SUSTIT
           MOVE WS-CODIGO-PEDIDO TO ELEM-SUST-ANTIGUO (WS-NUM-SUSTIT)
           MOVE WS-CODIGO-NUEVO TO ELEM-SUST-NUEVO (WS-NUM-SUSTIT)
           MOVE WS-DESDE-SUST TO ELEM-SUST-DESDE (WS-NUM-SUSTIT)
           MOVE "S" TO WS-SUST-CAMBIADA-SW

           MOVE "SUSTITUCION" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VIEJO
           MOVE WS-CODIGO-NUEVO TO WS-AUD-SUST-NUEVO
           MOVE WS-DESDE-SUST TO WS-AUD-SUST-DESDE
           MOVE WS-AUD-SUSTITUCION TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA

      * El codigo antiguo deja de estar a la venta.
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           IF ELEM-ESTADO (WS-IND-HALLADO) NOT = "D"
               MOVE "ESTADO" TO WS-AUD-CAMPO
               MOVE ELEM-ESTADO (WS-IND-HALLADO) TO WS-AUD-VIEJO
               MOVE "D" TO ELEM-ESTADO (WS-IND-HALLADO)
               MOVE "D" TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           DISPLAY "CODIGO " WS-CODIGO-PEDIDO " SUSTITUIDO POR "
                   WS-CODIGO-NUEVO " DESDE " WS-DESDE-SUST
                   " (EL ANTIGUO QUEDA DESCONTINUADO)".
       SUSTITUIR-CODIGO-EXIT.
           EXIT.

      * Sigue la cadena de sustituciones del codigo nuevo; si pasa
      * por el codigo antiguo, la sustitucion cerraria un ciclo.
       COMPROBAR-CICLO.
           MOVE "N" TO WS-CICLO-SW
           MOVE ZEROS TO WS-SALTOS
           MOVE WS-CODIGO-NUEVO TO WS-CODIGO-CADENA
           MOVE "S" TO WS-SUST-HALLADA-SW
           PERFORM SEGUIR-CADENA
               UNTIL WS-SUST-HALLADA-SW = "N"
               OR WS-CICLO-SW = "S"
               OR WS-SALTOS >= 10.

       SEGUIR-CADENA.
           MOVE "N" TO WS-SUST-HALLADA-SW
           MOVE ZEROS TO WS-IND-SUST
           PERFORM COMPARAR-ESLABON
               UNTIL WS-IND-SUST >= WS-NUM-SUSTIT
               OR WS-SUST-HALLADA-SW = "S"
           IF WS-SUST-HALLADA-SW = "S"
               MOVE ELEM-SUST-NUEVO (WS-IND-SUST) TO WS-CODIGO-CADENA
               ADD 1 TO WS-SALTOS
               IF WS-CODIGO-CADENA = WS-CODIGO-PEDIDO
                   MOVE "S" TO WS-CICLO-SW
               END-IF
           END-IF.

       COMPARAR-ESLABON.
           ADD 1 TO WS-IND-SUST
           IF ELEM-SUST-ANTIGUO (WS-IND-SUST) = WS-CODIGO-CADENA
               MOVE "S" TO WS-SUST-HALLADA-SW
           END-IF.

      * Quita la sustitucion de un codigo; el codigo antiguo sigue
      * descontinuado hasta que se reactive con la opcion 3.
       ANULAR-SUSTITUCION.
           DISPLAY "CODIGO SUSTITUIDO:"
           PERFORM PEDIR-CODIGO
           PERFORM BUSCAR-SUSTITUCION THRU BUSCAR-SUSTITUCION-EXIT
           IF WS-SUST-HALLADA-SW = "N"
               DISPLAY "EL CODIGO NO ESTA SUSTITUIDO"
               GO TO ANULAR-SUSTITUCION-EXIT
           END-IF

           MOVE "SUSTITUCION" TO WS-AUD-CAMPO
           MOVE ELEM-SUST-NUEVO (WS-IND-SUST-HALLADA)
               TO WS-AUD-SUST-NUEVO
           MOVE ELEM-SUST-DESDE (WS-IND-SUST-HALLADA)
               TO WS-AUD-SUST-DESDE
           MOVE WS-AUD-SUSTITUCION TO WS-AUD-VIEJO
           MOVE "ANULADA" TO WS-AUD-NUEVO
           PERFORM GRABAR-AUDITORIA

           MOVE WS-IND-SUST-HALLADA TO WS-IND-SUST
           PERFORM CORRER-SUSTITUCION
               UNTIL WS-IND-SUST >= WS-NUM-SUSTIT
           SUBTRACT 1 FROM WS-NUM-SUSTIT
           MOVE "S" TO WS-SUST-CAMBIADA-SW
           DISPLAY "SUSTITUCION ANULADA: " WS-CODIGO-PEDIDO
           DISPLAY "EL CODIGO SIGUE DESCONTINUADO; REACTIVARLO CON "
                   "LA OPCION 3 SI VUELVE A LA VENTA".
       ANULAR-SUSTITUCION-EXIT.
           EXIT.

      * Corre una posicion hacia arriba las lineas que siguen a la
      * anulada.
       CORRER-SUSTITUCION.
           MOVE ELEM-SUSTIT (WS-IND-SUST + 1)
               TO ELEM-SUSTIT (WS-IND-SUST)
           ADD 1 TO WS-IND-SUST.

       LISTAR-SUSTITUCIONES.
           DISPLAY "ANTIGUO  NUEVO  DESDE"
           MOVE ZEROS TO WS-IND-SUST
           PERFORM LISTAR-UNA-SUSTITUCION
               UNTIL WS-IND-SUST >= WS-NUM-SUSTIT
           DISPLAY "TOTAL SUSTITUCIONES: " WS-NUM-SUSTIT.

       LISTAR-UNA-SUSTITUCION.
           ADD 1 TO WS-IND-SUST
           DISPLAY ELEM-SUST-ANTIGUO (WS-IND-SUST) "    "
                   ELEM-SUST-NUEVO (WS-IND-SUST) "  "
                   ELEM-SUST-DESDE (WS-IND-SUST).

      * Busca WS-CODIGO-PEDIDO entre los codigos sustituidos y deja
      * el indice en WS-IND-SUST-HALLADA si lo encuentra.
       BUSCAR-SUSTITUCION.
           MOVE "N" TO WS-SUST-HALLADA-SW
           MOVE ZEROS TO WS-IND-SUST
           MOVE ZEROS TO WS-IND-SUST-HALLADA
           PERFORM COMPARAR-SUSTITUCION
               UNTIL WS-IND-SUST >= WS-NUM-SUSTIT
               OR WS-SUST-HALLADA-SW = "S".
       BUSCAR-SUSTITUCION-EXIT.
           EXIT.

       COMPARAR-SUSTITUCION.
           ADD 1 TO WS-IND-SUST
           IF ELEM-SUST-ANTIGUO (WS-IND-SUST) = WS-CODIGO-PEDIDO
               MOVE "S" TO WS-SUST-HALLADA-SW
               MOVE WS-IND-SUST TO WS-IND-SUST-HALLADA
           END-IF.

      * Carga SUSTITUCIONES.DAT; sin fichero no hay sustituciones.
       CARGAR-SUSTITUCIONES.
           MOVE ZEROS TO WS-NUM-SUSTIT
           OPEN INPUT SUSTITUCIONES
           IF FS-SUSTITUCIONES = "00"
               PERFORM LEER-SUSTITUCION THRU LEER-SUSTITUCION-EXIT
                   UNTIL EOF-SWITCH-SUST = "S"
               CLOSE SUSTITUCIONES
           END-IF.

       LEER-SUSTITUCION.
           READ SUSTITUCIONES
               AT END MOVE "S" TO EOF-SWITCH-SUST
           NOT AT END
               IF WS-NUM-SUSTIT < 500
                   ADD 1 TO WS-NUM-SUSTIT
                   MOVE REG-SUSTITUCIONES
                       TO ELEM-SUSTIT (WS-NUM-SUSTIT)
               ELSE
                   DISPLAY "AVISO: MAS DE 500 SUSTITUCIONES, SE "
                           "IGNORA: " SUST-ANTIGUO
               END-IF
           END-READ.
       LEER-SUSTITUCION-EXIT.
           EXIT.

      * Vuelca la tabla de sustituciones y cancela la consulta para
      * que la siguiente llamada de la sesion recargue la tabla.
       GRABAR-SUSTITUCIONES.
           OPEN OUTPUT SUSTITUCIONES
           MOVE ZEROS TO WS-IND-SUST
           PERFORM GRABAR-UNA-SUSTITUCION
               UNTIL WS-IND-SUST >= WS-NUM-SUSTIT
           CLOSE SUSTITUCIONES
           CANCEL "CONSULTAR-SUSTITUCION"
           DISPLAY "SUSTITUCIONES GRABADAS (" WS-NUM-SUSTIT
                   " LINEAS)".

       GRABAR-UNA-SUSTITUCION.
           ADD 1 TO WS-IND-SUST
           MOVE ELEM-SUSTIT (WS-IND-SUST) TO REG-SUSTITUCIONES
           WRITE REG-SUSTITUCIONES.

       LISTAR-PRODUCTOS.
           DISPLAY "CODIGO DESCRIPCION                    "
                   "PRECIO ESTADO"
                   ELEM-TIPO-IVA (WS-IND) "  COSTE "
                   ELEM-COSTE (WS-IND) "  MIN "
                   ELEM-MIN-CANTIDAD (WS-IND) " UDS / "
                   ELEM-MIN-INGRESO (WS-IND) "  COMPRA "
                   ELEM-UNIDAD-COMPRA (WS-IND) " DE "
                   ELEM-UNIDADES-ENVASE (WS-IND) "  PED.MIN "
                   ELEM-MINIMO-PEDIDO (WS-IND) "  PERECED. "
                   ELEM-PERECEDERO (WS-IND) "  MEDIDA "
                   ELEM-MEDIDA (WS-IND) " "
                   ELEM-CONTENIDO (WS-IND).

       PEDIR-CODIGO.
           MOVE SPACES TO WS-CODIGO-PEDIDO
                   DISPLAY "AVISO: LA CATEGORIA NO EXISTE EN "
                           "CATEGORIAS.DAT, SE GRABA IGUALMENTE"
               END-IF
           END-IF
           MOVE SPACES TO WS-UNIDAD-COMPRA-PED
           DISPLAY "UNIDAD DE COMPRA (3 CARACTERES, EJ. CAJ, "
                   "BLANCO = POR UNIDADES): "
           ACCEPT WS-UNIDAD-COMPRA-PED
           MOVE ZEROS TO WS-UDS-ENVASE-PED
           IF WS-UNIDAD-COMPRA-PED NOT = SPACES
               AND WS-UNIDAD-COMPRA-PED NOT = "UD"
               DISPLAY "UNIDADES POR ENVASE (3 DIGITOS): "
               ACCEPT WS-UDS-ENVASE-PED
           END-IF
      * Sin unidad de compra, o con envase de una unidad o menos,
      * el producto se compra suelto.
           IF WS-UNIDAD-COMPRA-PED = SPACES
               OR WS-UDS-ENVASE-PED IS NOT NUMERIC
               OR WS-UDS-ENVASE-PED <= 1
               MOVE "UD" TO WS-UNIDAD-COMPRA-PED
               MOVE 1 TO WS-UDS-ENVASE-PED
           END-IF
           MOVE ZEROS TO WS-MIN-PEDIDO-PED
           DISPLAY "PEDIDO MINIMO EN UNIDADES (0 = SIN MINIMO): "
           ACCEPT WS-MIN-PEDIDO-PED
           IF WS-MIN-PEDIDO-PED IS NOT NUMERIC
               MOVE ZEROS TO WS-MIN-PEDIDO-PED
           END-IF
           MOVE SPACES TO WS-PERECEDERO-PED
           DISPLAY "PERECEDERO, CON LOTE Y CADUCIDAD (S/N): "
           ACCEPT WS-PERECEDERO-PED
           IF WS-PERECEDERO-PED NOT = "S"
               MOVE "N" TO WS-PERECEDERO-PED
           END-IF
           MOVE SPACES TO WS-MEDIDA-PED
           MOVE ZEROS TO WS-CONTENIDO-PED
           DISPLAY "PRECIO POR UNIDAD EN ETIQUETA (K=KILO, L=LITRO, "
                   "BLANCO = NO): "
           ACCEPT WS-MEDIDA-PED
           IF WS-MEDIDA-PED = "K" OR WS-MEDIDA-PED = "L"
               DISPLAY "CONTENIDO NETO EN KILOS O LITROS "
                       "(EJ. 000,750): "
               ACCEPT WS-CONTENIDO-PED
               IF WS-CONTENIDO-PED IS NOT NUMERIC
                   OR WS-CONTENIDO-PED = ZEROS
                   DISPLAY "CONTENIDO NO VALIDO, SIN PRECIO POR "
                           "UNIDAD DE MEDIDA"
                   MOVE SPACES TO WS-MEDIDA-PED
                   MOVE ZEROS TO WS-CONTENIDO-PED
               END-IF
           ELSE
               MOVE SPACES TO WS-MEDIDA-PED
           END-IF.

      * Fecha desde la que rige el precio nuevo: hoy si se deja en
      * blanco; no se admiten fechas pasadas (el historico no se
      * reescribe hacia atras).
       PEDIR-VIGENCIA-PRECIO.
           MOVE WS-FECHA-HOY TO WS-VIGENCIA-PRECIO
           MOVE SPACES TO WS-VIGENCIA-TECLEADA
           DISPLAY "PRECIO NUEVO VIGENTE DESDE (AAAAMMDD, BLANCO = "
                   "HOY): "
           ACCEPT WS-VIGENCIA-TECLEADA
           IF WS-VIGENCIA-TECLEADA = SPACES
               GO TO PEDIR-VIGENCIA-PRECIO-EXIT
           END-IF
           IF WS-VIGENCIA-TECLEADA IS NOT NUMERIC
               DISPLAY "FECHA NO VALIDA, EL PRECIO RIGE DESDE HOY"
               GO TO PEDIR-VIGENCIA-PRECIO-EXIT
           END-IF
           COMPUTE WS-DIA-VIGENCIA =
               FUNCTION INTEGER-OF-DATE (WS-VIGENCIA-NUM)
           IF WS-DIA-VIGENCIA = ZEROS
               DISPLAY "FECHA NO VALIDA, EL PRECIO RIGE DESDE HOY"
               GO TO PEDIR-VIGENCIA-PRECIO-EXIT
           END-IF
           IF WS-VIGENCIA-NUM < WS-FECHA-HOY
               DISPLAY "FECHA PASADA, EL PRECIO RIGE DESDE HOY"
               GO TO PEDIR-VIGENCIA-PRECIO-EXIT
           END-IF
           MOVE WS-VIGENCIA-NUM TO WS-VIGENCIA-PRECIO
           IF WS-VIGENCIA-PRECIO > WS-FECHA-HOY
               DISPLAY "EL PRECIO NUEVO RIGE DESDE EL "
                       WS-VIGENCIA-PRECIO "; HASTA ENTONCES EL CIERRE "
                       "CONTRASTA CON EL ANTERIOR"
           END-IF.
       PEDIR-VIGENCIA-PRECIO-EXIT.
           EXIT.

      * Busca WS-CODIGO-PEDIDO en la tabla y deja el indice en
      * WS-IND-HALLADO si lo encuentra.
               MOVE ANT-CATEGORIA TO WS-AUD-VIEJO
               MOVE WS-CATEGORIA-PEDIDA TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-UNIDAD-COMPRA-PED NOT = ANT-UNIDAD-COMPRA
               MOVE "UD-COMPRA" TO WS-AUD-CAMPO
               MOVE ANT-UNIDAD-COMPRA TO WS-AUD-VIEJO
               MOVE WS-UNIDAD-COMPRA-PED TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-UDS-ENVASE-PED NOT = ANT-UDS-ENVASE
               MOVE "UDS-ENVASE" TO WS-AUD-CAMPO
               MOVE ANT-UDS-ENVASE TO WS-AUD-VIEJO
               MOVE WS-UDS-ENVASE-PED TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-MIN-PEDIDO-PED NOT = ANT-MIN-PEDIDO
               MOVE "PEDIDO-MIN" TO WS-AUD-CAMPO
               MOVE ANT-MIN-PEDIDO TO WS-AUD-VIEJO
               MOVE WS-MIN-PEDIDO-PED TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-PERECEDERO-PED NOT = ANT-PERECEDERO
               MOVE "PERECEDERO" TO WS-AUD-CAMPO
               MOVE ANT-PERECEDERO TO WS-AUD-VIEJO
               MOVE WS-PERECEDERO-PED TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-PRECIO-PEDIDO NOT = ANT-PRECIO
               AND WS-VIGENCIA-PRECIO > WS-FECHA-HOY
               MOVE "PRECIO-DESDE" TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-VIEJO
               MOVE WS-VIGENCIA-PRECIO TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-MEDIDA-PED NOT = ANT-MEDIDA
               MOVE "MEDIDA" TO WS-AUD-CAMPO
               MOVE ANT-MEDIDA TO WS-AUD-VIEJO
               MOVE WS-MEDIDA-PED TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF WS-CONTENIDO-PED NOT = ANT-CONTENIDO
               MOVE "CONTENIDO" TO WS-AUD-CAMPO
               MOVE ANT-CONTENIDO TO WS-CONTENIDO-EDIT
               MOVE WS-CONTENIDO-EDIT TO WS-AUD-VIEJO
               MOVE WS-CONTENIDO-PED TO WS-CONTENIDO-EDIT
               MOVE WS-CONTENIDO-EDIT TO WS-AUD-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF.

      * Una linea de diario con el operador, el fichero y el campo
           WRITE REG-AUDITORIA-M
           CLOSE AUDITORIA.

      * Annade al historico el precio que rige desde
      * WS-VIGENCIA-PRECIO para el codigo en curso de alta o
      * modificacion.
       GRABAR-PRECIO-HIST.
           OPEN EXTEND PRECIOS-HIST
           IF FS-PRECIOS-HIST NOT = "00"
               OPEN OUTPUT PRECIOS-HIST
           END-IF
           MOVE WS-CODIGO-PEDIDO TO PRECIO-HIST-CODIGO
           MOVE WS-VIGENCIA-PRECIO TO PRECIO-HIST-DESDE
           MOVE WS-PRECIO-PEDIDO TO PRECIO-HIST-PRECIO
           WRITE REG-PRECIOS-HIST
           CLOSE PRECIOS-HIST.

      * Antes de un precio con vigencia futura: si el historico no
      * tiene para el codigo ningun precio vigente hoy (producto
      * anterior al historico), se apunta el actual con fecha de
      * hoy; si no, el cierre tomaria ya el precio nuevo del maestro.
       ANCLAR-PRECIO-VIGENTE.
           MOVE "N" TO WS-VIGENTE-HOY-SW
           MOVE "N" TO EOF-SWITCH-PREHIS
           OPEN INPUT PRECIOS-HIST
           IF FS-PRECIOS-HIST = "00"
               PERFORM BUSCAR-PRECIO-HOY
                   UNTIL EOF-SWITCH-PREHIS = "S"
               CLOSE PRECIOS-HIST
           END-IF
           IF WS-VIGENTE-HOY-SW = "N"
               OPEN EXTEND PRECIOS-HIST
               IF FS-PRECIOS-HIST NOT = "00"
                   OPEN OUTPUT PRECIOS-HIST
               END-IF
               MOVE WS-CODIGO-PEDIDO TO PRECIO-HIST-CODIGO
               MOVE WS-FECHA-HOY TO PRECIO-HIST-DESDE
               MOVE WS-PRECIO-ANTERIOR TO PRECIO-HIST-PRECIO
               WRITE REG-PRECIOS-HIST
               CLOSE PRECIOS-HIST
           END-IF.

       BUSCAR-PRECIO-HOY.
           READ PRECIOS-HIST
               AT END MOVE "S" TO EOF-SWITCH-PREHIS
           NOT AT END
               IF PRECIO-HIST-CODIGO = WS-CODIGO-PEDIDO
                   AND PRECIO-HIST-DESDE <= WS-FECHA-HOY
                   MOVE "S" TO WS-VIGENTE-HOY-SW
               END-IF
           END-READ.

      * Vuelca la tabla completa de nuevo a PRODUCTOS.DAT.
       GRABAR-PRODUCTOS.
           OPEN OUTPUT PRODUCTOS
