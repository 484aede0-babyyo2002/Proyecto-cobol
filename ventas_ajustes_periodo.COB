      ******************************************************************
      * Author:Maria Romero
      * Date:24/09/2026
      * Purpose: Aprobacion de ventas tardias de periodos cerrados
      *    como ajustes de periodo anterior. Las ventas fechadas en
      *    un periodo contable cerrado las rechaza PROCESAR-VENTAS a
      *    VENTAS-RECHAZADAS.DAT con motivo PERIODO CERRADO y
      *    CORREGIR-RECHAZOS no las puede reinyectar (volverian a
      *    rechazarse). Aqui finanzas las revisa una a una y aprueba
      *    las que proceden: cada una se annade al registro
      *    permanente AJUSTES-PERIODO.DAT con el periodo original, la
      *    tienda, la linea de venta, la clase de IVA del producto y
      *    su importe, sin reabrir el periodo ni tocar las fotos
      *    TOTAL-AAAAMM.DAT. El rechazo queda marcado A (ajuste
      *    aprobado) y la aprobacion firmada en el diario de cambios
      *    MAESTROS-AUDITORIA.DAT (fichero AJUSTEPER).
      *    EXPORTAR-CONTABILIDAD contabiliza los ajustes pendientes en
      *    el periodo abierto como asiento aparte de ajustes de
      *    periodos anteriores, e INFORME-AJUSTES-PERIODO los lista
      *    por periodo original y tienda para auditoria.
      *    Solo se puede aprobar mientras el periodo siga cerrado; si
      *    se reabrio, la venta se reinyecta por CORREGIR-RECHAZOS.
      *    Se lanza desde CONSOLA-VENTAS (solo administradores), que
      *    pasa el codigo del operador por LINKAGE.
      * Mod:25/09/2026 - El calendario PERIODOS-CONTABLES.DAT lleva la
      *    marca de bloqueo del ejercicio (CIERRE-ANUAL); aqui solo se
      *    completa el trazado con relleno. Un periodo bloqueado sigue
      *    en estado C.
      * Mod:30/09/2026 - El registro de ventas pasa a 56 posiciones
      *    (motivo y destino de la devolucion al final) y el motivo
      *    del rechazo se corre dos posiciones. El registro de ajustes
      *    sigue llevando las 54 primeras, que son las que cuentan
      *    para contabilidad.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-AJUSTES-PERIODO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECHAZADAS ASSIGN TO "VENTAS-RECHAZADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZADAS.
           SELECT AJUSTES ASSIGN TO "AJUSTES-PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AJUSTES.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CODIGO-PRODUCTO
               FILE STATUS IS FS-PRODUCTOS.
           SELECT PERIODOS ASSIGN TO "PERIODOS-CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.
           SELECT AUDITORIA ASSIGN TO "MAESTROS-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
      * RECHAZADAS-ESTADO: P = pendiente, R = reinyectado por
      * CORREGIR-RECHAZOS, A = aprobado como ajuste de periodo.
       FD RECHAZADAS.
       01 REG-RECHAZADAS.
           05 RECHAZADAS-REGISTRO  PIC X(56).
           05 FILLER               PIC X(01).
           05 RECHAZADAS-MOTIVO    PIC X(20).
           05 FILLER               PIC X(01).
           05 RECHAZADAS-ESTADO    PIC X(01).

      * Registro permanente de ajustes de periodo anterior.
      * AJUSTE-SIGNO: V = venta, A = abono (resta). AJUSTE-ESTADO:
      * P = pendiente de contabilizar, C = contabilizado (con la
      * fecha contable y la secuencia del fichero de asientos).
       FD AJUSTES.
       01 REG-AJUSTES.
           05 AJUSTE-FECHA-APROBACION PIC 9(8).
           05 AJUSTE-OPERADOR      PIC 9(6).
           05 AJUSTE-PERIODO       PIC 9(6).
           05 AJUSTE-TIENDA        PIC X(4).
           05 AJUSTE-REGISTRO      PIC X(54).
           05 AJUSTE-TIPO-IVA      PIC X(1).
           05 AJUSTE-IMPORTE       PIC 9(8)V99.
           05 AJUSTE-SIGNO         PIC X(1).
           05 AJUSTE-ESTADO        PIC X(1).
           05 AJUSTE-FECHA-CONTABLE PIC 9(8).
           05 AJUSTE-SECUENCIA     PIC 9(6).

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
           05 AUDM-NUEVO.
               10 AUDM-NUEVO-CODIGO PIC X(5).
               10 FILLER            PIC X(1).
               10 AUDM-NUEVO-TICKET PIC X(8).

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
           05 UNIDAD-COMPRA-PRODUCTO PIC X(3).
           05 UNIDADES-ENVASE-PRODUCTO PIC 9(3).
           05 MINIMO-PEDIDO-PRODUCTO PIC 9(5).
           05 PERECEDERO-PRODUCTO  PIC X(1).
           05 MEDIDA-PRODUCTO      PIC X(1).
           05 CONTENIDO-PRODUCTO   PIC 9(3)V999.

       FD PERIODOS.
       01 REG-PERIODOS.
           05 PERIODO-CONTABLE     PIC 9(6).
           05 ESTADO-PERIODO       PIC X(1).
           05 FILLER               PIC X(1).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH           PIC X VALUE "N".
       01 FS-RECHAZADAS        PIC XX VALUE SPACES.
       01 FS-AJUSTES           PIC XX VALUE SPACES.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 FS-AUDITORIA         PIC XX VALUE SPACES.

       01 WS-OPCION            PIC 9 VALUE ZEROS.
       01 WS-OPERADOR          PIC 9(6) VALUE ZEROS.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-TERMINAR-SW       PIC X VALUE "N".
       01 WS-DESBORDE-SW       PIC X VALUE "N".
       01 WS-RESPUESTA         PIC X(1) VALUE SPACES.

      * Fichero de rechazos entero en memoria; la decision de la
      * sesion va aparte hasta confirmar (N = sin tocar, A =
      * aprobar), con la clase de IVA y el importe ya resueltos.
       01 WS-NUM-RECHAZOS      PIC 9(4) VALUE ZEROS.
       01 WS-IND-RECH          PIC 9(4) VALUE ZEROS.
       01 TABLA-RECHAZOS.
           05 ELEM-RECHAZO OCCURS 5000 TIMES.
               10 ELEM-LINEA       PIC X(79).
               10 ELEM-DECISION    PIC X(1).
               10 ELEM-TIPO-IVA    PIC X(1).
               10 ELEM-IMPORTE     PIC 9(8)V99.
       01 WS-CONTA-CANDIDATOS  PIC 9(4) VALUE ZEROS.
       01 WS-CONTA-APROBADOS   PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-VENTAS      PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-ABONOS      PIC 9(9)V99 VALUE ZEROS.

      * Linea de venta rechazada, con la estructura de VENTAS.DAT.
       01 REGISTRO-TRABAJO.
           05 TRABAJO-CODIGO  PIC X(5).
           05 TRABAJO-CANT    PIC X(3).
           05 TRABAJO-PRECIO  PIC X(5).
           05 TRABAJO-TIENDA  PIC X(4).
           05 TRABAJO-FECHA   PIC X(8).
           05 TRABAJO-TIPO    PIC X(1).
           05 TRABAJO-TICKET  PIC X(8).
           05 TRABAJO-MEDIO-PAGO PIC X(1).
           05 TRABAJO-CAJERO  PIC X(6).
           05 TRABAJO-TARJETA PIC X(13).
       01 REGISTRO-TRABAJO-NUM REDEFINES REGISTRO-TRABAJO.
           05 TRABNUM-CODIGO  PIC X(5).
           05 TRABNUM-CANT    PIC 9(3).
           05 TRABNUM-PRECIO  PIC 9(3)V99.
           05 TRABNUM-TIENDA  PIC X(4).
           05 TRABNUM-FECHA   PIC 9(8).
           05 TRABNUM-TIPO    PIC X(1).
           05 FILLER          PIC X(28).

      * Maestro indexado de productos, para la clase de IVA.
       01 WS-PRODUCTOS-ABIERTO-SW PIC X VALUE "N".
       01 WS-TIPO-IVA          PIC X(1) VALUE SPACES.

      * Calendario de periodos contables (un periodo que no figura
      * esta abierto).
       01 FS-PERIODOS          PIC XX VALUE SPACES.
       01 EOF-SWITCH-PERIODOS  PIC X VALUE "N".
       01 WS-NUM-PERIODOS-CONT PIC 9(3) VALUE ZEROS.
       01 WS-IND-PERCON        PIC 9(3) VALUE ZEROS.
       01 WS-PERCON-HALLADO-SW PIC X VALUE "N".
       01 WS-ESTADO-PERCON     PIC X(1) VALUE SPACES.
       01 WS-PERIODO-VENTA     PIC 9(6) VALUE ZEROS.
       01 TABLA-PERIODOS-CONT.
           05 ELEM-PERCON OCCURS 120 TIMES.
               10 ELEM-PERCON-NUM    PIC 9(6).
               10 ELEM-PERCON-ESTADO PIC X(1).

       01 WS-CANT-EDIT         PIC ZZ9.
       01 WS-PRECIO-EDIT       PIC ZZ9,99.
       01 WS-IMPORTE-EDIT      PIC ZZ.ZZZ.ZZ9,99.
       01 WS-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC 9(6).

       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           DISPLAY "AJUSTES DE PERIODO ANTERIOR: VENTAS TARDIAS"
           DISPLAY "=================================================="
           MOVE LK-OPERADOR TO WS-OPERADOR
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "N" TO EOF-SWITCH
           MOVE "N" TO EOF-SWITCH-PERIODOS
           MOVE "N" TO WS-TERMINAR-SW
           MOVE "N" TO WS-DESBORDE-SW
           MOVE "N" TO WS-PRODUCTOS-ABIERTO-SW
           MOVE ZEROS TO WS-NUM-RECHAZOS
           MOVE ZEROS TO WS-CONTA-CANDIDATOS
           MOVE ZEROS TO WS-CONTA-APROBADOS
           MOVE ZEROS TO WS-TOTAL-VENTAS
           MOVE ZEROS TO WS-TOTAL-ABONOS
           PERFORM CARGAR-PERIODOS-CONT

           OPEN INPUT RECHAZADAS
           IF FS-RECHAZADAS NOT = "00"
               DISPLAY "NO HAY VENTAS-RECHAZADAS.DAT DEL ULTIMO CIERRE"
               GOBACK
           END-IF
           PERFORM CARGAR-RECHAZO THRU CARGAR-RECHAZO-EXIT
               UNTIL EOF-SWITCH = "S"
           CLOSE RECHAZADAS
      * El fichero de rechazos se reescribe entero al confirmar: si
      * no cabe en la tabla no se toca, para no perder lineas.
           IF WS-DESBORDE-SW = "S"
               DISPLAY "VENTAS-RECHAZADAS.DAT CON MAS DE 5000 LINEAS: "
                       "AVISAR A SISTEMAS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CONTA-CANDIDATOS = ZEROS
               DISPLAY "NO HAY VENTAS DE PERIODOS CERRADOS PENDIENTES"
               GOBACK
           END-IF

           PERFORM ABRIR-PRODUCTOS
           DISPLAY "VENTAS DE PERIODOS CERRADOS PENDIENTES: "
                   WS-CONTA-CANDIDATOS
           DISPLAY "EN CADA VENTA: A = APROBAR COMO AJUSTE, "
                   "EN BLANCO = DEJAR PENDIENTE, F = TERMINAR"
           MOVE ZEROS TO WS-IND-RECH
           PERFORM REVISAR-RECHAZO THRU REVISAR-RECHAZO-EXIT
               UNTIL WS-IND-RECH >= WS-NUM-RECHAZOS
               OR WS-TERMINAR-SW = "S"
           IF WS-PRODUCTOS-ABIERTO-SW = "S"
               CLOSE PRODUCTOS
           END-IF

           IF WS-CONTA-APROBADOS = ZEROS
               DISPLAY "NINGUNA VENTA APROBADA, NO SE GRABA NADA"
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "VENTAS APROBADAS COMO AJUSTE: " WS-CONTA-APROBADOS
           MOVE WS-TOTAL-VENTAS TO WS-TOTAL-EDIT
           DISPLAY "IMPORTE DE VENTAS..: " WS-TOTAL-EDIT
           MOVE WS-TOTAL-ABONOS TO WS-TOTAL-EDIT
           DISPLAY "IMPORTE DE ABONOS..: " WS-TOTAL-EDIT
           DISPLAY "1 - CONFIRMAR   OTRA TECLA - DESCARTAR"
           MOVE ZEROS TO WS-OPCION
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 1
               DISPLAY "REVISION DESCARTADA, NO SE GRABA NADA"
               GOBACK
           END-IF

           PERFORM GRABAR-AJUSTES
           PERFORM GRABAR-RECHAZOS
           DISPLAY "AJUSTES GRABADOS EN AJUSTES-PERIODO.DAT PARA LA "
                   "PROXIMA EXPORTACION CONTABLE"
           GOBACK.

      * Son candidatas las lineas pendientes con motivo PERIODO
      * CERRADO.
       CARGAR-RECHAZO.
           READ RECHAZADAS
               AT END
                   MOVE "S" TO EOF-SWITCH
                   GO TO CARGAR-RECHAZO-EXIT
           END-READ
           IF WS-NUM-RECHAZOS >= 5000
               MOVE "S" TO WS-DESBORDE-SW
               MOVE "S" TO EOF-SWITCH
               GO TO CARGAR-RECHAZO-EXIT
           END-IF
           ADD 1 TO WS-NUM-RECHAZOS
           MOVE REG-RECHAZADAS TO ELEM-LINEA (WS-NUM-RECHAZOS)
           MOVE "N" TO ELEM-DECISION (WS-NUM-RECHAZOS)
           MOVE SPACES TO ELEM-TIPO-IVA (WS-NUM-RECHAZOS)
           MOVE ZEROS TO ELEM-IMPORTE (WS-NUM-RECHAZOS)
           IF RECHAZADAS-MOTIVO = "PERIODO CERRADO"
               AND RECHAZADAS-ESTADO NOT = "R"
               AND RECHAZADAS-ESTADO NOT = "A"
               ADD 1 TO WS-CONTA-CANDIDATOS
           END-IF.
       CARGAR-RECHAZO-EXIT.
           EXIT.

      * Revision de una venta tardia. Antes de ofrecerla se comprueba
      * que sigue siendo contabilizable como ajuste: periodo aun
      * cerrado, tipo de linea valido e importe calculable.
       REVISAR-RECHAZO.
           ADD 1 TO WS-IND-RECH
           MOVE ELEM-LINEA (WS-IND-RECH) TO REG-RECHAZADAS
           IF RECHAZADAS-MOTIVO NOT = "PERIODO CERRADO"
               OR RECHAZADAS-ESTADO = "R"
               OR RECHAZADAS-ESTADO = "A"
               GO TO REVISAR-RECHAZO-EXIT
           END-IF
           MOVE RECHAZADAS-REGISTRO TO REGISTRO-TRABAJO

           DISPLAY " "
           DISPLAY "TIENDA " TRABAJO-TIENDA "  FECHA " TRABAJO-FECHA
                   "  TICKET " TRABAJO-TICKET "  PRODUCTO "
                   TRABAJO-CODIGO

           IF TRABAJO-CANT IS NOT NUMERIC
               OR TRABAJO-PRECIO IS NOT NUMERIC
               OR TRABAJO-FECHA IS NOT NUMERIC
               DISPLAY "   LINEA CON CAMPOS NO NUMERICOS, NO SE PUEDE "
                       "APROBAR"
               GO TO REVISAR-RECHAZO-EXIT
           END-IF
           IF TRABAJO-TIPO NOT = "V" AND TRABAJO-TIPO NOT = "A"
               AND TRABAJO-TIPO NOT = SPACE
               DISPLAY "   TIPO DE LINEA NO VALIDO, NO SE PUEDE "
                       "APROBAR"
               GO TO REVISAR-RECHAZO-EXIT
           END-IF
           COMPUTE WS-PERIODO-VENTA = TRABNUM-FECHA / 100
           PERFORM BUSCAR-PERIODO-CONT
           IF WS-ESTADO-PERCON NOT = "C"
               DISPLAY "   EL PERIODO " WS-PERIODO-VENTA " YA ESTA "
                       "ABIERTO: REINYECTAR POR CORREGIR-RECHAZOS"
               GO TO REVISAR-RECHAZO-EXIT
           END-IF

           COMPUTE ELEM-IMPORTE (WS-IND-RECH) =
               TRABNUM-CANT * TRABNUM-PRECIO
           PERFORM BUSCAR-TIPO-IVA
           MOVE WS-TIPO-IVA TO ELEM-TIPO-IVA (WS-IND-RECH)
           MOVE TRABNUM-CANT TO WS-CANT-EDIT
           MOVE TRABNUM-PRECIO TO WS-PRECIO-EDIT
           MOVE ELEM-IMPORTE (WS-IND-RECH) TO WS-IMPORTE-EDIT
           IF TRABAJO-TIPO = "A"
               DISPLAY "   ABONO DEL PERIODO " WS-PERIODO-VENTA ": "
                       WS-CANT-EDIT " X " WS-PRECIO-EDIT " = -"
                       WS-IMPORTE-EDIT "  IVA " WS-TIPO-IVA
           ELSE
               DISPLAY "   VENTA DEL PERIODO " WS-PERIODO-VENTA ": "
                       WS-CANT-EDIT " X " WS-PRECIO-EDIT " = "
                       WS-IMPORTE-EDIT "  IVA " WS-TIPO-IVA
           END-IF

           DISPLAY "APROBAR COMO AJUSTE (A/BLANCO/F): "
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           EVALUATE WS-RESPUESTA
               WHEN "F"
               WHEN "f"
                   MOVE "S" TO WS-TERMINAR-SW
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO ELEM-DECISION (WS-IND-RECH)
                   ADD 1 TO WS-CONTA-APROBADOS
                   IF TRABAJO-TIPO = "A"
                       ADD ELEM-IMPORTE (WS-IND-RECH)
                           TO WS-TOTAL-ABONOS
                   ELSE
                       ADD ELEM-IMPORTE (WS-IND-RECH)
                           TO WS-TOTAL-VENTAS
                   END-IF
               WHEN OTHER
                   DISPLAY "LA VENTA SIGUE PENDIENTE"
           END-EVALUATE.
       REVISAR-RECHAZO-EXIT.
           EXIT.

      * Los ajustes aprobados se annaden al registro permanente.
       GRABAR-AJUSTES.
           OPEN EXTEND AJUSTES
           IF FS-AJUSTES NOT = "00"
               OPEN OUTPUT AJUSTES
           END-IF
           MOVE ZEROS TO WS-IND-RECH
           PERFORM GRABAR-UN-AJUSTE
               UNTIL WS-IND-RECH >= WS-NUM-RECHAZOS
           CLOSE AJUSTES.

       GRABAR-UN-AJUSTE.
           ADD 1 TO WS-IND-RECH
           IF ELEM-DECISION (WS-IND-RECH) = "A"
               MOVE ELEM-LINEA (WS-IND-RECH) TO REG-RECHAZADAS
               MOVE RECHAZADAS-REGISTRO TO REGISTRO-TRABAJO
               MOVE WS-FECHA-HOY TO AJUSTE-FECHA-APROBACION
               MOVE WS-OPERADOR TO AJUSTE-OPERADOR
               COMPUTE AJUSTE-PERIODO = TRABNUM-FECHA / 100
               MOVE TRABAJO-TIENDA TO AJUSTE-TIENDA
               MOVE RECHAZADAS-REGISTRO TO AJUSTE-REGISTRO
               MOVE ELEM-TIPO-IVA (WS-IND-RECH) TO AJUSTE-TIPO-IVA
               MOVE ELEM-IMPORTE (WS-IND-RECH) TO AJUSTE-IMPORTE
               IF TRABAJO-TIPO = "A"
                   MOVE "A" TO AJUSTE-SIGNO
               ELSE
                   MOVE "V" TO AJUSTE-SIGNO
               END-IF
               MOVE "P" TO AJUSTE-ESTADO
               MOVE ZEROS TO AJUSTE-FECHA-CONTABLE
               MOVE ZEROS TO AJUSTE-SECUENCIA
               WRITE REG-AJUSTES
               PERFORM GRABAR-AUDITORIA
           END-IF.

      * Cada aprobacion queda firmada por el operador en el diario
      * de cambios, con el periodo original.
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES TO REG-AUDITORIA-M
           ACCEPT AUDM-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDM-HORA FROM TIME
           MOVE WS-OPERADOR TO AUDM-OPERADOR
           MOVE "AJUSTEPER" TO AUDM-FICHERO
           MOVE TRABAJO-TIENDA TO AUDM-CLAVE
           MOVE "AJUSTE" TO AUDM-CAMPO
           MOVE AJUSTE-PERIODO TO AUDM-VIEJO
           MOVE TRABAJO-CODIGO TO AUDM-NUEVO-CODIGO
           MOVE TRABAJO-TICKET TO AUDM-NUEVO-TICKET
           WRITE REG-AUDITORIA-M
           CLOSE AUDITORIA.

      * Los rechazos aprobados quedan en estado A para que ni
      * CORREGIR-RECHAZOS ni esta revision los vuelvan a ofrecer.
       GRABAR-RECHAZOS.
           OPEN OUTPUT RECHAZADAS
           MOVE ZEROS TO WS-IND-RECH
           PERFORM GRABAR-UN-RECHAZO
               UNTIL WS-IND-RECH >= WS-NUM-RECHAZOS
           CLOSE RECHAZADAS.

       GRABAR-UN-RECHAZO.
           ADD 1 TO WS-IND-RECH
           MOVE ELEM-LINEA (WS-IND-RECH) TO REG-RECHAZADAS
           IF ELEM-DECISION (WS-IND-RECH) = "A"
               MOVE "A" TO RECHAZADAS-ESTADO
           END-IF
           WRITE REG-RECHAZADAS.

      * Sin maestro o sin el producto, la venta va a IVA general,
      * igual que hace el cierre con un tipo en blanco.
       ABRIR-PRODUCTOS.
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE "S" TO WS-PRODUCTOS-ABIERTO-SW
           END-IF.

       BUSCAR-TIPO-IVA.
           MOVE "G" TO WS-TIPO-IVA
           IF WS-PRODUCTOS-ABIERTO-SW = "S"
               MOVE TRABAJO-CODIGO TO CODIGO-PRODUCTO
               READ PRODUCTOS KEY IS CODIGO-PRODUCTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TIPO-IVA-PRODUCTO = "R"
                           OR TIPO-IVA-PRODUCTO = "E"
                           MOVE TIPO-IVA-PRODUCTO TO WS-TIPO-IVA
                       END-IF
               END-READ
           END-IF.

      * Calendario de periodos contables, mismo criterio que
      * PROCESAR-VENTAS.
       CARGAR-PERIODOS-CONT.
           MOVE ZEROS TO WS-NUM-PERIODOS-CONT
           OPEN INPUT PERIODOS
           IF FS-PERIODOS = "00"
               PERFORM LEER-PERIODO-CONT
                   UNTIL EOF-SWITCH-PERIODOS = "S"
               CLOSE PERIODOS
           END-IF.

       LEER-PERIODO-CONT.
           READ PERIODOS
               AT END MOVE "S" TO EOF-SWITCH-PERIODOS
           NOT AT END
               IF WS-NUM-PERIODOS-CONT < 120
                   ADD 1 TO WS-NUM-PERIODOS-CONT
                   MOVE PERIODO-CONTABLE
                       TO ELEM-PERCON-NUM (WS-NUM-PERIODOS-CONT)
                   MOVE ESTADO-PERIODO
                       TO ELEM-PERCON-ESTADO (WS-NUM-PERIODOS-CONT)
               END-IF
           END-READ.

       BUSCAR-PERIODO-CONT.
           MOVE "N" TO WS-PERCON-HALLADO-SW
           MOVE "A" TO WS-ESTADO-PERCON
           MOVE ZEROS TO WS-IND-PERCON
           PERFORM COMPARAR-PERIODO-CONT
               UNTIL WS-IND-PERCON >= WS-NUM-PERIODOS-CONT
               OR WS-PERCON-HALLADO-SW = "S".

       COMPARAR-PERIODO-CONT.
           ADD 1 TO WS-IND-PERCON
           IF ELEM-PERCON-NUM (WS-IND-PERCON) = WS-PERIODO-VENTA
               MOVE "S" TO WS-PERCON-HALLADO-SW
               MOVE ELEM-PERCON-ESTADO (WS-IND-PERCON)
                   TO WS-ESTADO-PERCON
           END-IF.
