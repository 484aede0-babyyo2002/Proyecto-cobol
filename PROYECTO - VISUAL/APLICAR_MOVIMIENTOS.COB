      *   5. TOQUES DE LOGIN (ACTIVIDAD.TXT,     ACT_ACTIVIDAD)
      *   6. VENCIMIENTOS    (FECHA DE FIN,      ACT_VENCIMIENTOS)
      *   7. ELEVACIONES     (ELEVACIONES.DAT,   ACT_ELEVACIONES)
      *   8. RECERTIFICACION (RECERTIFICACION.DAT,
      *                       CERRAR_RECERTIFICACION)
      * EL ORDEN IMPORTA: UN ALTA DEL DIA PUEDE TENER DESPUES UNA
      * MODIFICACION, LUEGO UNA BAJA, Y SUS LOGINS SE ESTAMPAN AL
      * FINAL. CADA PASO INFORMA SU PROPIO CUADRE DE LO APLICADO Y
      *   LA APLICACION SE DEJA EL CANDADO TIPO A, QUE BARRA LAS
      *   PANTALLAS, Y SE LIBERA AL TERMINAR. LOS CANDADOS
      *   HUERFANOS SE LIMPIAN CON GESTIONAR_LOCKS.
      * 15/09/2026 - PASO 8: CIERRE DE LA CAMPANA DE RECERTIFICACION
      *   DE CUENTAS PRIVILEGIADAS AL LLEGAR SU FECHA LIMITE (VER
      *   CERRAR_RECERTIFICACION); ANTES DE ESA FECHA SOLO INFORMA.
      ******************************************************************

       IDENTIFICATION DIVISION.

           DISPLAY " "
           DISPLAY "PASO 7 - REVERSION DE ELEVACIONES VENCIDAS"
           CALL 'ACT_ELEVACIONES'

           DISPLAY " "
           DISPLAY "PASO 8 - CIERRE DE LA CAMPANA DE RECERTIFICACION"
           CALL 'CERRAR_RECERTIFICACION'.

       2000-FIN-PROCESO.
      *-----------------
