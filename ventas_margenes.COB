      *    tabla de 500: el informe ya no depende del tamanno del
      *    maestro. La tabla de margenes (una linea por producto del
      *    cierre) sube a 2000 por el mismo motivo.
      * Mod:21/09/2026 - El registro de productos crece con la
      *    unidad de compra, las unidades por envase y el pedido
      *    minimo (ver MANTENIMIENTO-PRODUCTOS); aqui solo se
      *    recoge el trazado, que tiene que casar con el de
      *    PRODUCTOS.IDX.
      * Mod:22/09/2026 - El registro de productos crece con la
      *    marca de perecedero (ver MANTENIMIENTO-PRODUCTOS); aqui
      *    solo se recoge el trazado, igual que el de PRODUCTOS.IDX.
      * Mod:23/09/2026 - El registro de productos crece con la
      *    medida y el contenido neto para el precio por unidad de
      *    las etiquetas (ver MANTENIMIENTO-PRODUCTOS); aqui solo se
      *    recoge el trazado, igual que el de PRODUCTOS.IDX.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           05 TIPO-IVA-PRODUCTO    PIC X(1).
           05 COSTE-PRODUCTO       PIC 9(3)V99.
           05 CATEGORIA-PRODUCTO   PIC X(3).
           05 UNIDAD-COMPRA-PRODUCTO PIC X(3).
           05 UNIDADES-ENVASE-PRODUCTO PIC 9(3).
           05 MINIMO-PEDIDO-PRODUCTO PIC 9(5).
           05 PERECEDERO-PRODUCTO  PIC X(1).
           05 MEDIDA-PRODUCTO      PIC X(1).
           05 CONTENIDO-PRODUCTO   PIC 9(3)V999.

       FD TOTAL.
       01 REG-TOTAL.
