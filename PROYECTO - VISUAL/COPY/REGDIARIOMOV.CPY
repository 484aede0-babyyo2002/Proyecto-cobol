      ******************************************************************
      * COPY:REGDIARIOMOV
      * OBJETIVO: LAYOUT DEL DIARIO DE MOVIMIENTOS APLICADOS
      * (DIARIO-MOVIMIENTOS.DAT). ACT_ALTA_USUARIO, ACT_MODIF_USUARIO
      * Y ACT_BAJA_USUARIO VACIAN (O REESCRIBEN) SU FICHERO DE
      * MOVIMIENTOS AL TERMINAR; ANTES DEJAN AQUI UNA COPIA DE CADA
      * MOVIMIENTO TRATADO, CON EL LOTE (FECHA Y HORA EN QUE ARRANCO
      * ESA PASADA DEL PROGRAMA), SU NUMERO DE ORDEN DENTRO DEL LOTE Y
      * SI LLEGO A APLICARSE O SE RECHAZO. ES LO QUE REPITE
      * RECUPERAR_USUARIES SOBRE UNA COPIA DE GENERACION. EL
      * MOVIMIENTO VA CON EL ANCHO DE REGUSU_ALTA/REGUSU_MODIF (EN LAS
      * BAJAS, LAS 80 PRIMERAS POSICIONES DE REGUSU_BAJA).
      * COPIA_GENERACION PODA LAS LINEAS ANTERIORES A LA GENERACION
      * MAS VIEJA CONSERVADA, QUE YA NO SIRVEN PARA NINGUNA
      * RECUPERACION.
      ******************************************************************
       01  REG-DIARIO-MOV.
           05 DIARIO-LOTE-FECHA           PIC 9(08).
           05 DIARIO-LOTE-HORA            PIC 9(08).
           05 DIARIO-TIPO                 PIC X(01).
               88 DIARIO-ES-ALTA                  VALUE "A".
               88 DIARIO-ES-MODIF                 VALUE "M".
               88 DIARIO-ES-BAJA                  VALUE "B".
           05 DIARIO-SECUENCIA            PIC 9(05).
           05 DIARIO-RESULTADO            PIC X(01).
               88 DIARIO-APLICADO                 VALUE "A".
               88 DIARIO-RECHAZADO                VALUE "R".
           05 DIARIO-MOVIMIENTO           PIC X(80).
           05 DIARIO-MOV-CLAVE REDEFINES DIARIO-MOVIMIENTO.
               10 DIARIO-MOV-CODIGO       PIC 9(06).
               10 FILLER                  PIC X(10).
               10 DIARIO-MOV-ALIAS        PIC X(10).
               10 FILLER                  PIC X(54).
