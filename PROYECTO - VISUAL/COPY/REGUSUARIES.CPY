      *   SUSPENDE EN EL FIN DE DIA LAS CUENTAS CUYA FECHA DE FIN YA
      *   PASO E IDENTIFICACION RECHAZA SU LOGIN CON MENSAJE PROPIO.
      *   EL REGISTRO PASA DE 71 A 80 POSICIONES.
      * 13/09/2026 - SE ANADE EL AMBITO DE TIENDAS DEL USUARIO EN LA
      *   CONSOLA DE VENTAS: REGUSUA-AMBITO-TIPO (C = CENTRAL, TODAS
      *   LAS TIENDAS; R = UNA REGION; T = UNA TIENDA; BLANCO = SIN
      *   ASIGNAR) Y REGUSUA-AMBITO-VALOR (CODIGO DE TIENDA O NOMBRE
      *   DE REGION DEL MAESTRO DE TIENDAS). SOLO CAMBIA POR LA COLA
      *   DE APROBACIONES (ACCION AMBIT, VER APROBAR_OPERACIONES):
      *   ALTA_USUARIO Y MODIF_USUARIO LO PIDEN, NO LO GRABAN, Y
      *   ACT_MODIF_USUARIO CONSERVA EL DEL MAESTRO. LOS ROLES DE
      *   CENTRAL (SOPORTE Y ADMINISTRADOR) VEN TODAS LAS TIENDAS
      *   SEA CUAL SEA SU AMBITO. EL REGISTRO PASA DE 80 A 91.
      ******************************************************************
       01  REGUSUA.
           05 REGUSUA-CODIGO              PIC 9(06).
           05 REGUSUA-FECHA-FIN           PIC 9(08).
           05 REGUSUA-ESTADO              PIC X(01).
               88 REGUSUA-SUSPENDIDO              VALUE "S".
           05 REGUSUA-AMBITO-TIPO         PIC X(01).
               88 REGUSUA-AMBITO-CENTRAL          VALUE "C".
               88 REGUSUA-AMBITO-REGION           VALUE "R".
               88 REGUSUA-AMBITO-TIENDA           VALUE "T".
           05 REGUSUA-AMBITO-VALOR        PIC X(10).
