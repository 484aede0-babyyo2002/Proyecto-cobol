      ******************************************************************
      * COPY:REGRECERTIFICACION
      * OBJETIVO: LAYOUT DEL REGISTRO DE LA CAMPANA DE RECERTIFICACION
      * DE CUENTAS PRIVILEGIADAS (RECERTIFICACION.DAT). CADA TRIMESTRE
      * ABRIR_RECERTIFICACION VUELCA AQUI, ORDENADAS POR LOCALIDAD,
      * LAS CUENTAS CON ROL DE SOPORTE O ADMINISTRADOR EN EL MAESTRO
      * O CON UNA ELEVACION VIGENTE; UN REVISOR LAS CONFIRMA (C) O
      * LAS REVOCA (R) DESDE REVISAR_RECERTIFICACION, Y LAS QUE
      * SIGUEN PENDIENTES (P) EN LA FECHA LIMITE LAS CIERRA
      * CERRAR_RECERTIFICACION COMO VENCIDAS (V). LAS REVOCADAS Y LAS
      * VENCIDAS PASAN A ROL N POR LA COLA DE APROBACIONES (ACCION
      * DEGRA, VER APROBAR_OPERACIONES). LA CAMPANA CERRADA SE
      * CONSERVA EN RECERTIFICACION-HIST.DAT.
      ******************************************************************
       01  REG-RECERTIFICACION.
           05 RECER-CAMPANA               PIC X(06).
           05 RECER-LOCALIDAD             PIC X(10).
           05 RECER-CODIGO                PIC 9(06).
           05 RECER-ALIAS                 PIC X(10).
           05 RECER-ROL                   PIC X(01).
           05 RECER-ROL-ELEVADO           PIC X(01).
           05 RECER-FECHA-EXPIRA          PIC 9(08).
           05 RECER-FECHA-LIMITE          PIC 9(08).
           05 RECER-ESTADO                PIC X(01).
               88 RECER-PENDIENTE                 VALUE "P".
               88 RECER-CONFIRMADA                VALUE "C".
               88 RECER-REVOCADA                  VALUE "R".
               88 RECER-VENCIDA                   VALUE "V".
           05 RECER-REVISOR               PIC 9(06).
           05 RECER-FECHA-DECISION        PIC 9(08).
