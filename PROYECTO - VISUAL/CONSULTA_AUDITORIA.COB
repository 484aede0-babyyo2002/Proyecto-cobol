      *   QUE UN RANGO QUE CRUZA EL CAMBIO DE ANNO SE RESPONDE
      *   ENTERO SIN PASOS A MANO. UNA CONSULTA SIN FECHA DESDE
      *   (0 = SIN LIMITE) SIGUE LEYENDO SOLO EL FICHERO VIVO.
      * 15/09/2026 - SE EXPLICAN LAS ACCIONES DE LA RECERTIFICACION DE
      *   CUENTAS PRIVILEGIADAS (RECOK, RECRV, RECVE) Y LA
      *   DEGRADACION A ROL N APROBADA (DEGRA).
      * 27/09/2026 - SE EXPLICA LA CADUCIDAD DE UNA SOLICITUD DE LA COLA
      *   DE APROBACIONES (CADUC, VER CADUCAR_APROBACIONES).
      * 28/09/2026 - SE EXPLICAN LOS HALLAZGOS DE GRAVEDAD ALTA DE
      *   VIGILAR_LOGINS (SOSPE, CON EL TIPO DE HALLAZGO COMO CAMPO) Y
      *   EL BLOQUEO PREVENTIVO DE ALIAS (BLOQP).
      * 29/09/2026 - SE EXPLICA LA RECUPERACION DEL MAESTRO DESDE UNA
      *   GENERACION (RECUP, VER RECUPERAR_USUARIES).
      * 30/09/2026 - SE EXPLICAN EL CAMBIO DE AMBITO DE TIENDAS
      *   APROBADO (AMBIT, VER APROBAR_OPERACIONES) Y EL INTENTO DE LA
      *   CONSOLA DE VENTAS SOBRE UNA TIENDA FUERA DEL AMBITO DEL
      *   OPERADOR (FUERA, VER COMPROBAR-AMBITO).
      ******************************************************************

       IDENTIFICATION DIVISION.
                   MOVE "SOLICITUD APROBADA" TO WS-ACCION-TEXTO
               WHEN "RECHZ"
                   MOVE "SOLICITUD RECHAZADA" TO WS-ACCION-TEXTO
               WHEN "CADUC"
                   MOVE "SOLICITUD CADUCADA SIN DECIDIR"
                       TO WS-ACCION-TEXTO
               WHEN "SUSPD"
                   MOVE "SUSPENSION POR FECHA DE FIN"
                       TO WS-ACCION-TEXTO
               WHEN "REVRT"
                   MOVE "REVERSION DE ELEVACION"
                       TO WS-ACCION-TEXTO
               WHEN "RECOK"
                   MOVE "RECERTIFICACION CONFIRMADA"
                       TO WS-ACCION-TEXTO
               WHEN "RECRV"
                   MOVE "RECERTIFICACION REVOCADA"
                       TO WS-ACCION-TEXTO
               WHEN "RECVE"
                   MOVE "RECERTIFICACION SIN RESPUESTA"
                       TO WS-ACCION-TEXTO
               WHEN "DEGRA"
                   MOVE "PASO A ROL NORMAL" TO WS-ACCION-TEXTO
               WHEN "DUPLI"
                   MOVE "RESOLUCION DE ALTA DUPLICADA"
                       TO WS-ACCION-TEXTO
               WHEN "DOSIE"
                   MOVE "EXTRACTO DE DERECHO DE ACCESO"
                       TO WS-ACCION-TEXTO
               WHEN "SOSPE"
                   MOVE "LOGIN SOSPECHOSO GRAVEDAD ALTA"
                       TO WS-ACCION-TEXTO
               WHEN "BLOQP"
                   MOVE "BLOQUEO PREVENTIVO DE ALIAS"
                       TO WS-ACCION-TEXTO
               WHEN "LOCKS"
                   MOVE "LIMPIEZA DE CANDADOS"
                       TO WS-ACCION-TEXTO
               WHEN "RECUP"
                   MOVE "RECUPERACION DESDE GENERACION"
                       TO WS-ACCION-TEXTO
               WHEN "AMBIT"
                   MOVE "CAMBIO DE AMBITO DE TIENDAS"
                       TO WS-ACCION-TEXTO
               WHEN "FUERA"
                   MOVE "INTENTO FUERA DE AMBITO"
                       TO WS-ACCION-TEXTO
               WHEN OTHER
                   MOVE "ACCION NO CATALOGADA" TO WS-ACCION-TEXTO
           END-EVALUATE.
