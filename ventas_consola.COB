      *    aprobado): la consola no tiene pantalla de cambio de
      *    contrasena que limpie la marca, asi que el cambio debe
      *    completarse en IDENTIFICACION antes de abrir sesion.
      * Mod:02/09/2026 - Nueva opcion 17 de mantenimiento del maestro
      *    de proveedores y su catalogo (MANTENIMIENTO-PROVEEDORES).
      * Mod:03/09/2026 - Nuevas opciones 18 de pedidos de compra
      *    (GENERAR-PEDIDOS-COMPRA, firmados con el operador) y 19
      *    del informe de pedidos abiertos y retrasados.
      * Mod:04/09/2026 - Nueva opcion 20 de facturas de proveedor
      *    (REGISTRAR-FACTURAS: casacion, aprobacion y asientos).
      * Mod:05/09/2026 - Nuevas opciones 21 del calendario de
      *    promociones (MANTENIMIENTO-PROMOCIONES) y 22 del informe
      *    de efectividad de promociones terminadas.
      * Mod:06/09/2026 - Nuevas opciones 23 de presupuestos de venta
      *    por tienda (MANTENIMIENTO-PRESUPUESTOS) y 24 del informe
      *    de presupuesto contra real.
      * Mod:10/09/2026 - Nueva opcion 25 del kardex de stock
      *    (CONSULTA-KARDEX: movimientos y cuadre contra STOCK.IDX).
      * Mod:11/09/2026 - Nueva opcion 26 de confirmacion de los
      *    traspasos de reequilibrio entre tiendas
      *    (CONFIRMAR-TRASPASOS).
      * Mod:12/09/2026 - Nueva opcion 27 del maestro de clientes del
      *    programa de fidelizacion (MANTENIMIENTO-CLIENTES).
      * Mod:13/09/2026 - Ambito de tiendas del operador: al abrir
      *    sesion se toma del maestro de usuarios (C central, R una
      *    region, T una tienda); soporte y administrador son de
      *    central y ven todas. El ambito se pasa a los programas de
      *    tienda (correccion de rechazos, recepciones, recuento,
      *    informes de tienda, calidad, presupuestos, kardex,
      *    traspasos y cuadre de caja), que solo muestran y aceptan
      *    datos de las tiendas del operador via COMPROBAR-AMBITO.
      *    Un operador sin ambito asignado no entra en esas opciones
      *    y el intento queda en AUDITORIA.DAT. Nueva opcion 28 del
      *    cuadre de caja (CUADRE-CAJA).
      * Mod:16/09/2026 - Nueva opcion 29 del calendario comercial de
      *    tiendas (MANTENIMIENTO-CALENDARIO): dias cerrados y medias
      *    jornadas por tienda o por region.
      * Mod:23/09/2026 - Nueva opcion 30 para que la tienda confirme
      *    los cambios de precio avisados por GENERAR-AVISOS-PRECIOS
      *    (CONFIRMAR-AVISOS-PRECIOS), con el ambito del operador.
      * Mod:24/09/2026 - Nueva opcion 31, solo administradores, para
      *    aprobar ventas tardias de periodos cerrados como ajustes
      *    de periodo anterior (APROBAR-AJUSTES-PERIODO), y opcion 32
      *    con el informe de ajustes por periodo y tienda
      *    (INFORME-AJUSTES-PERIODO).
      * Mod:26/09/2026 - Nueva opcion 33: informe de cierres anulados
      *    por storno al repetir la exportacion contable de un dia
      *    (INFORME-CIERRES-ANULADOS).
      * Mod:30/09/2026 - Nueva opcion 34: analisis de devoluciones
      *    por motivo, producto, proveedor y tienda
      *    (INFORME-DEVOLUCIONES).
      * Mod:30/09/2026 - Las opciones 22, 32 y 34 (promociones,
      *    ajustes de periodo y devoluciones) son informes por tienda
      *    y reciben tambien el ambito del operador.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
           05 REG-USUARIES-CAMBIO     PIC X(1).
           05 REG-USUARIES-FECHA-FIN  PIC 9(8).
           05 REG-USUARIES-ESTADO     PIC X(1).
           05 REG-USUARIES-AMBITO-TIPO  PIC X(1).
           05 REG-USUARIES-AMBITO-VALOR PIC X(10).

       FD INTENTOS.
       01 REG-INTENTOS.
       01 WS-OPERADOR         PIC 9(6) VALUE ZEROS.
       01 WS-OPERADOR-ROL     PIC X(1) VALUE SPACES.

      * Ambito de tiendas del operador que se pasa a los programas
      * de tienda (ver COMPROBAR-AMBITO).
       01 WS-AMBITO.
           05 WS-AMBITO-OPERADOR  PIC 9(6) VALUE ZEROS.
           05 WS-AMBITO-TIPO      PIC X(1) VALUE SPACES.
           05 WS-AMBITO-VALOR     PIC X(10) VALUE SPACES.
       01 WS-AMBITO-TIENDA    PIC X(4) VALUE SPACES.
       01 WS-AMBITO-PROGRAMA  PIC X(5) VALUE SPACES.
       01 WS-AMBITO-AUDITAR   PIC X(1) VALUE "S".
       01 WS-AMBITO-RESULTADO PIC X(1) VALUE SPACES.

       01 WS-OPCION           PIC 9(2) VALUE ZEROS.
       01 WS-SALIR-SW         PIC X VALUE "N".

           END-IF

           DISPLAY "OPERADOR " WS-OPERADOR " (" WS-ALIAS ")"
           EVALUATE WS-AMBITO-TIPO
               WHEN "C"
                   DISPLAY "AMBITO: TODAS LAS TIENDAS"
               WHEN "R"
                   DISPLAY "AMBITO: REGION " WS-AMBITO-VALOR
               WHEN "T"
                   DISPLAY "AMBITO: TIENDA " WS-AMBITO-VALOR
               WHEN OTHER
                   DISPLAY "AMBITO: SIN ASIGNAR (SIN ACCESO A LAS "
                           "OPCIONES DE TIENDA)"
           END-EVALUATE
           PERFORM TRATAR-OPCION THRU TRATAR-OPCION-EXIT
               UNTIL WS-SALIR-SW = "S"
           DISPLAY "SESION DE CONSOLA TERMINADA"
                               MOVE "S" TO WS-LOGIN-OK-SW
                               MOVE REG-USUARIES-CODIGO TO WS-OPERADOR
                               MOVE REG-USUARIES-ROL TO WS-OPERADOR-ROL
                               PERFORM RESOLVER-AMBITO
                       END-EVALUATE
                   END-IF
           END-READ
       AUTENTICAR-EXIT.
           EXIT.

      * Soporte y administrador son de central; el resto trabaja con
      * el ambito que le aprobaron en el maestro de usuarios.
       RESOLVER-AMBITO.
           MOVE WS-OPERADOR TO WS-AMBITO-OPERADOR
           IF WS-OPERADOR-ROL = "A" OR WS-OPERADOR-ROL = "S"
               MOVE "C" TO WS-AMBITO-TIPO
               MOVE SPACES TO WS-AMBITO-VALOR
           ELSE
               MOVE REG-USUARIES-AMBITO-TIPO TO WS-AMBITO-TIPO
               MOVE REG-USUARIES-AMBITO-VALOR TO WS-AMBITO-VALOR
           END-IF.

       COMPROBAR-BLOQUEO.
           OPEN INPUT INTENTOS
           IF FS-INTENTOS NOT = "00"
           DISPLAY " 3 - MAESTRO DE CATEGORIAS"
           DISPLAY " 4 - CALENDARIO DE PERIODOS"
           DISPLAY " 5 - RECARGAR MAESTROS INDEXADOS"
           DISPLAY "17 - MAESTRO DE PROVEEDORES"
           DISPLAY "21 - CALENDARIO DE PROMOCIONES"
           DISPLAY "23 - PRESUPUESTOS DE VENTAS"
           DISPLAY "27 - MAESTRO DE CLIENTES (FIDELIZACION)"
           DISPLAY "29 - CALENDARIO COMERCIAL DE TIENDAS"
           DISPLAY "---------- CORRECCION --------------"
           DISPLAY " 6 - CORREGIR RECHAZOS"
           DISPLAY " 7 - REGISTRAR RECEPCIONES"
           DISPLAY " 8 - CONCILIAR RECUENTO FISICO"
           DISPLAY "18 - PEDIDOS DE COMPRA"
           DISPLAY "20 - FACTURAS DE PROVEEDOR"
           DISPLAY "26 - CONFIRMAR TRASPASOS DE REEQUILIBRIO"
           DISPLAY "28 - CUADRE DE CAJA"
           DISPLAY "30 - CONFIRMAR CAMBIOS DE PRECIO EN TIENDA"
           DISPLAY "---------- INFORMES ----------------"
           DISPLAY " 9 - MARGENES"
           DISPLAY "10 - RENDIMIENTO POR TIENDA"
           DISPLAY "12 - ALERTAS DE VENTA"
           DISPLAY "13 - CALIDAD DE DATOS POR TIENDA"
           DISPLAY "14 - DIARIO DE CAMBIOS DE MAESTROS"
           DISPLAY "19 - PEDIDOS ABIERTOS Y RETRASADOS"
           DISPLAY "22 - EFECTIVIDAD DE PROMOCIONES"
           DISPLAY "24 - PRESUPUESTO CONTRA REAL"
           DISPLAY "25 - MOVIMIENTOS DE STOCK (KARDEX)"
           DISPLAY "32 - AJUSTES DE PERIODO POR PERIODO Y TIENDA"
           DISPLAY "33 - CIERRES ANULADOS POR STORNO"
           DISPLAY "34 - DEVOLUCIONES POR MOTIVO, PRODUCTO Y PROVEEDOR"
           DISPLAY "---------- SOLO ADMINISTRADOR ------"
           DISPLAY "15 - PARAMETROS DEL CIERRE"
           DISPLAY "16 - REPROCESAR CIERRE CON FORZAR"
           DISPLAY "31 - AJUSTES DE PERIODO ANTERIOR (VENTAS TARDIAS)"
           DISPLAY "------------------------------------"
           DISPLAY " 0 - SALIR"
           DISPLAY "OPCION: "
               WHEN 5
                   CALL "CARGA-MAESTROS-IDX"
               WHEN 6
                   MOVE "RECHA" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "CORREGIR-RECHAZOS" USING WS-AMBITO
                   END-IF
               WHEN 7
                   MOVE "RECEP" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "REGISTRAR-ENTRADAS" USING WS-AMBITO
                   END-IF
               WHEN 8
                   MOVE "CONTE" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "CONCILIAR-CONTEO" USING WS-AMBITO
                   END-IF
               WHEN 9
                   CALL "INFORME-MARGENES"
               WHEN 10
                   MOVE "INFTI" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "INFORME-TIENDAS" USING WS-AMBITO
                   END-IF
               WHEN 11
                   CALL "INFORME-CIERRES"
               WHEN 12
                   CALL "INFORME-ALERTAS"
               WHEN 13
                   MOVE "CALID" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "CALIDAD-TIENDAS" USING WS-AMBITO
                   END-IF
               WHEN 14
                   CALL "CONSULTA-AUDITORIA-VENTAS"
               WHEN 15
                   PERFORM TRATAR-PARAMETROS
               WHEN 16
                   PERFORM TRATAR-FORZAR THRU TRATAR-FORZAR-EXIT
               WHEN 17
                   CALL "MANTENIMIENTO-PROVEEDORES" USING WS-OPERADOR
               WHEN 18
                   CALL "GENERAR-PEDIDOS-COMPRA" USING WS-OPERADOR
               WHEN 19
                   CALL "INFORME-PEDIDOS-ABIERTOS"
               WHEN 20
                   CALL "REGISTRAR-FACTURAS" USING WS-OPERADOR
               WHEN 21
                   CALL "MANTENIMIENTO-PROMOCIONES" USING WS-OPERADOR
               WHEN 22
                   MOVE "PROMO" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "INFORME-PROMOCIONES" USING WS-AMBITO
                   END-IF
               WHEN 23
                   CALL "MANTENIMIENTO-PRESUPUESTOS" USING WS-OPERADOR
               WHEN 24
                   MOVE "PRESU" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "INFORME-PRESUPUESTOS" USING WS-AMBITO
                   END-IF
               WHEN 25
                   MOVE "KARDX" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "CONSULTA-KARDEX" USING WS-AMBITO
                   END-IF
               WHEN 26
                   MOVE "TRASP" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "CONFIRMAR-TRASPASOS" USING WS-OPERADOR
                                                        WS-AMBITO
                   END-IF
               WHEN 27
                   CALL "MANTENIMIENTO-CLIENTES" USING WS-OPERADOR
               WHEN 28
                   MOVE "CAJA " TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "CUADRE-CAJA" USING WS-AMBITO
                   END-IF
               WHEN 29
                   CALL "MANTENIMIENTO-CALENDARIO" USING WS-OPERADOR
               WHEN 30
                   MOVE "PRECI" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "CONFIRMAR-AVISOS-PRECIOS" USING WS-OPERADOR
                                                             WS-AMBITO
                   END-IF
               WHEN 31
                   PERFORM TRATAR-AJUSTES
               WHEN 32
                   MOVE "AJPER" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "INFORME-AJUSTES-PERIODO" USING WS-AMBITO
                   END-IF
               WHEN 33
                   CALL "INFORME-CIERRES-ANULADOS"
               WHEN 34
                   MOVE "DEVOL" TO WS-AMBITO-PROGRAMA
                   PERFORM COMPROBAR-SIN-AMBITO
                   IF WS-AMBITO-RESULTADO = "S"
                       CALL "INFORME-DEVOLUCIONES" USING WS-AMBITO
                   END-IF
               WHEN 0
                   MOVE "S" TO WS-SALIR-SW
               WHEN OTHER
       TRATAR-OPCION-EXIT.
           EXIT.

      * Las opciones de tienda exigen un ambito asignado; sin el no se
      * lanza el programa y COMPROBAR-AMBITO apunta el intento (con
      * la tienda en blanco) en la auditoria.
       COMPROBAR-SIN-AMBITO.
           MOVE "S" TO WS-AMBITO-RESULTADO
           IF WS-AMBITO-TIPO NOT = "C" AND WS-AMBITO-TIPO NOT = "R"
               AND WS-AMBITO-TIPO NOT = "T"
               MOVE SPACES TO WS-AMBITO-TIENDA
               CALL "COMPROBAR-AMBITO" USING WS-AMBITO
                                             WS-AMBITO-TIENDA
                                             WS-AMBITO-PROGRAMA
                                             WS-AMBITO-AUDITAR
                                             WS-AMBITO-RESULTADO
               DISPLAY "SIN AMBITO DE TIENDAS ASIGNADO: PEDIRLO AL "
                       "SUBSISTEMA DE USUARIOS"
           END-IF.

      * Tocar los parametros del cierre es cosa de administradores:
      * aqui es donde se apagan las validaciones.
       TRATAR-PARAMETROS.
               CALL "MANTENIMIENTO-PARAMETROS" USING WS-OPERADOR
           END-IF.

      * Aprobar una venta tardia la lleva a contabilidad sin reabrir
      * el periodo: tambien es cosa de administradores.
       TRATAR-AJUSTES.
           IF WS-OPERADOR-ROL NOT = "A"
               DISPLAY "SOLO UN ADMINISTRADOR PUEDE APROBAR AJUSTES "
                       "DE PERIODO ANTERIOR"
           ELSE
               CALL "APROBAR-AJUSTES-PERIODO" USING WS-OPERADOR
           END-IF.

      * Reprocesar un lote ya cerrado salta la guardia de doble
      * ejecucion: solo administradores, con confirmacion, y el
      * cierre firma el registro de CIERRES.DAT con su codigo.
