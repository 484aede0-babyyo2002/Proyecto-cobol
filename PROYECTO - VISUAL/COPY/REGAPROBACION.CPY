      * OPERADOR CON ROL ADMINISTRADOR LAS APRUEBA (A) O RECHAZA (R)
      * DESDE APROBAR_OPERACIONES, QUE ES QUIEN LAS APLICA. AMBOS
      * CODIGOS QUEDAN EN AUDITORIA.DAT.
      * MODIFICACIONES:
      * 13/09/2026 - NUEVA ACCION AMBIT: CAMBIO DEL AMBITO DE TIENDAS
      *   DEL USUARIO (VER REGUSUARIES), PEDIDO DESDE ALTA_USUARIO O
      *   MODIF_USUARIO. EL TIPO PEDIDO VA EN APROB-AMBITO-TIPO (SE
      *   ANADE AL FINAL, 73 A 74 POSICIONES) Y EL VALOR (TIENDA O
      *   REGION) EN APROB-DETALLE.
      * 15/09/2026 - NUEVA ACCION DEGRA: PASO A ROL N DE UNA CUENTA
      *   REVOCADA O SIN RESPUESTA EN LA CAMPANA DE RECERTIFICACION
      *   (VER REGRECERTIFICACION); LA CAMPANA VA EN APROB-DETALLE.
      *   LA QUE PIDE EL CIERRE DE LA CAMPANA LLEVA SOLICITANTE CEROS.
      * 27/09/2026 - NUEVO ESTADO C (CADUCADA): CADUCAR_APROBACIONES DA
      *   POR CADUCADA LA SOLICITUD QUE PASA DEL MAXIMO DE HORAS
      *   PENDIENTE SIN QUE NADIE LA DECIDA. SE ANADE
      *   APROB-HORA-DECISION (74 A 82 POSICIONES), QUE JUNTO A
      *   APROB-FECHA-DECISION DA EL TIEMPO DE RESPUESTA EN HORAS (VER
      *   INFORME_APROBACIONES). EN LAS LINEAS ANTERIORES VIENE EN
      *   BLANCO.
      ******************************************************************
       01  REG-APROBACION.
           05 APROB-ID                    PIC 9(05).
               88 APROB-ES-DESBLOQUEO             VALUE "DESBL".
               88 APROB-ES-RESTAURACION           VALUE "RESTA".
               88 APROB-ES-BAJA                   VALUE "BAJA".
               88 APROB-ES-AMBITO                 VALUE "AMBIT".
               88 APROB-ES-DEGRADACION            VALUE "DEGRA".
           05 APROB-SOLICITANTE           PIC 9(06).
           05 APROB-OBJ-CODIGO            PIC 9(06).
           05 APROB-OBJ-ALIAS             PIC X(10).
               88 APROB-PENDIENTE                 VALUE "P".
               88 APROB-APROBADA                  VALUE "A".
               88 APROB-RECHAZADA                 VALUE "R".
               88 APROB-CADUCADA                  VALUE "C".
           05 APROB-APROBADOR             PIC 9(06).
           05 APROB-FECHA-DECISION        PIC 9(08).
           05 APROB-AMBITO-TIPO           PIC X(01).
           05 APROB-HORA-DECISION         PIC 9(08).
