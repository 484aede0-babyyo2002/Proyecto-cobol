      *    y el valor anterior y nuevo, paginando la salida. Con
      *    esto, una tolerancia que aparecio cambiada o un precio
      *    tocado se resuelven mirando el registro, no discutiendo.
      * Mod:02/09/2026 - MANTENIMIENTO-PROVEEDORES escribe tambien en
      *    el diario (ficheros PROVEEDOR y CATALOGO).
      * Mod:05/09/2026 - MANTENIMIENTO-PROMOCIONES escribe tambien en
      *    el diario (ficheros PROMOCION y PROMO-TDA).
      * Mod:06/09/2026 - MANTENIMIENTO-PRESUPUESTOS y la carga anual
      *    CARGAR-PRESUPUESTOS escriben en el diario (PRESUPUEST).
      * Mod:14/09/2026 - CORREGIR-RECHAZOS apunta en el diario cada
      *    reinyeccion (REINYECTA).
      * Mod:16/09/2026 - MANTENIMIENTO-CALENDARIO escribe en el diario
      *    los dias marcados y borrados (CALENDARIO).
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
       INICIO.
           DISPLAY "CONSULTA DEL DIARIO DE CAMBIOS DE MAESTROS"
           DISPLAY " "
           DISPLAY "FICHERO (PRODUCTOS/TIENDAS/PARAMETROS/PROVEEDOR/"
                   "CATALOGO/PROMOCION/PROMO-TDA/PRESUPUEST,"
           DISPLAY "REINYECTA/CALENDARIO, BLANCO = TODOS): "
           ACCEPT WS-FICHERO-FILTRO
           DISPLAY "CLAVE (BLANCO = TODAS): "
           ACCEPT WS-CLAVE-FILTRO
