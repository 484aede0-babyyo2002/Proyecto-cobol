      *    tienda TOTAL-TIENDA-AAAAMM.DAT de cada periodo purgado:
      *    esa familia crecia sin limite mientras su hermana de
      *    empresa se podaba a la retencion configurada.
      * Mod:05/09/2026 - Tambien cae con ellas la foto por fecha
      *    TOTAL-FECHA-AAAAMM.DAT que escribe ahora el cierre.
      * Mod:08/09/2026 - El registro de tickets lleva el cajero (31
      *    posiciones). MOVIMIENTOS-CAJERO.DAT se poda con la misma
      *    ventana que los tickets.
      * Mod:12/09/2026 - El registro de tickets lleva la tarjeta de
      *    cliente (44 posiciones).
      * Mod:25/09/2026 - Las fotos TOTAL-AAAAMM.DAT y
      *    TOTAL-TIENDA-AAAAMM.DAT de un anno sin acumulado anual
      *    TOTAL-AAAA.DAT (CIERRE-ANUAL) no se purgan aunque pasen de
      *    la retencion: se avisan como conservadas. La foto por
      *    fecha se purga como antes.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TICKETS-TRABAJO.

      *----Ventas y abonos por cajero que deja el cierre, con su
      *----fichero de trabajo para la poda por edad.
           SELECT MOVCAJ ASSIGN TO "MOVIMIENTOS-CAJERO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVCAJ.
           SELECT MOVCAJ-TRABAJO ASSIGN TO "MOVIMIENTOS-CAJERO.TRABAJO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVCAJ-TRABAJO.

       DATA DIVISION.
       FILE SECTION.
       FD CIERRES.
           05 TICKET-TIENDA          PIC X(4).
           05 TICKET-CODIGO          PIC X(5).
           05 TICKET-FECHA           PIC X(8).
           05 TICKET-CAJERO          PIC X(6).
           05 TICKET-TARJETA         PIC X(13).
       01 REG-TICKETS-VISTA.
           05 FILLER                 PIC X(17).
           05 TICKET-FECHA-9         PIC 9(8).
           05 FILLER                 PIC X(19).

       FD TICKETS-TRABAJO.
       01 REG-TICKETS-TRABAJO        PIC X(44).

       FD MOVCAJ.
       01 REG-MOVCAJ.
           05 MOVCAJ-FECHA           PIC 9(8).
           05 FILLER                 PIC X(60).

       FD MOVCAJ-TRABAJO.
       01 REG-MOVCAJ-TRABAJO         PIC X(68).

       WORKING-STORAGE SECTION.
       01 EOF-SWITCH          PIC X VALUE "N".
           05 FILLER               PIC X(13) VALUE "TOTAL-TIENDA-".
           05 WS-NOMBRE-TDA-PER    PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-NOMBRE-HIST-FECHA.
           05 FILLER               PIC X(12) VALUE "TOTAL-FECHA-".
           05 WS-NOMBRE-FECHA-PER  PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".
      * Acumulado anual de CIERRE-ANUAL del anno del periodo: sin el,
      * las fotos de empresa y por tienda no se purgan.
       01 WS-NOMBRE-ANUAL.
           05 FILLER               PIC X(6) VALUE "TOTAL-".
           05 WS-NOMBRE-ANUAL-AAAA PIC 9(4).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-HAY-ANUAL-SW     PIC X VALUE "N".

       01 WS-CONTA-ARCHIVADOS PIC 9(3) VALUE ZEROS.
       01 WS-CONTA-PURGADOS   PIC 9(3) VALUE ZEROS.
       01 WS-CONTA-CONSERVADOS PIC 9(3) VALUE ZEROS.

      * Poda por edad del registro de tickets: se conservan los
      * tickets dentro de la ventana de devoluciones y el resto se
       01 WS-TICKETS-VIVOS    PIC 9(7) VALUE ZEROS.
       01 WS-TICKETS-PODADOS  PIC 9(7) VALUE ZEROS.

      * Misma ventana para MOVIMIENTOS-CAJERO.DAT, del que
      * PREVENCION-PERDIDAS solo mira las ultimas semanas.
       01 FS-MOVCAJ           PIC XX VALUE SPACES.
       01 FS-MOVCAJ-TRABAJO   PIC XX VALUE SPACES.
       01 EOF-SWITCH-MOVCAJ   PIC X VALUE "N".
       01 WS-JULIANO-MOVCAJ   PIC 9(7) VALUE ZEROS.
       01 WS-MOVCAJ-VIVOS     PIC 9(7) VALUE ZEROS.
       01 WS-MOVCAJ-PODADOS   PIC 9(7) VALUE ZEROS.

       LINKAGE SECTION.
      * Retencion en meses pedida por el llamante (la cadena pasa
      * ceros = usar la retencion por defecto); si el parametro no
           PERFORM LIMPIAR-CHECKPOINT
           PERFORM PURGAR-FOTOS
           PERFORM PODAR-TICKETS THRU PODAR-TICKETS-EXIT
           PERFORM PODAR-MOVCAJ THRU PODAR-MOVCAJ-EXIT

           DISPLAY "=================================================="
           DISPLAY "FICHEROS ARCHIVADOS: " WS-CONTA-ARCHIVADOS
                   "   FOTOS PURGADAS: " WS-CONTA-PURGADOS
           IF WS-CONTA-CONSERVADOS > ZEROS
               DISPLAY "FOTOS CONSERVADAS SIN CIERRE ANUAL: "
                       WS-CONTA-CONSERVADOS
           END-IF
           GOBACK.

       RESOLVER-ARGUMENTO.
               UNTIL WS-MM-TRABAJO >= 1
           MOVE WS-MM-TRABAJO TO WS-PERIODO-MM

      * Las fotos de empresa y por tienda de un anno que no ha pasado
      * por CIERRE-ANUAL son la unica fuente de sus cifras y se
      * conservan.
           MOVE WS-PERIODO-AAAA TO WS-NOMBRE-ANUAL-AAAA
           MOVE SPACES TO WS-NOMBRE-ORIGEN
           MOVE WS-NOMBRE-ANUAL TO WS-NOMBRE-ORIGEN
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-NOMBRE-ORIGEN WS-INFO-FICHERO
           IF RETURN-CODE = ZEROS
               MOVE "S" TO WS-HAY-ANUAL-SW
           ELSE
               MOVE "N" TO WS-HAY-ANUAL-SW
           END-IF

           MOVE WS-PERIODO-CALC TO WS-NOMBRE-HIST-PER
           MOVE SPACES TO WS-NOMBRE-ORIGEN
           MOVE WS-NOMBRE-HIST TO WS-NOMBRE-ORIGEN

           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-NOMBRE-ORIGEN WS-INFO-FICHERO
           IF RETURN-CODE = ZEROS AND WS-HAY-ANUAL-SW = "N"
               ADD 1 TO WS-CONTA-CONSERVADOS
               DISPLAY "FOTO CONSERVADA.......: " WS-NOMBRE-HIST
                       " (SIN CIERRE ANUAL " WS-PERIODO-AAAA ")"
           END-IF
           IF RETURN-CODE = ZEROS AND WS-HAY-ANUAL-SW = "S"
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ORIGEN
               IF RETURN-CODE = ZEROS
                   ADD 1 TO WS-CONTA-PURGADOS

           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-NOMBRE-ORIGEN WS-INFO-FICHERO
           IF RETURN-CODE = ZEROS AND WS-HAY-ANUAL-SW = "N"
               ADD 1 TO WS-CONTA-CONSERVADOS
               DISPLAY "FOTO CONSERVADA.......: " WS-NOMBRE-HIST-TDA
                       " (SIN CIERRE ANUAL " WS-PERIODO-AAAA ")"
           END-IF
           IF RETURN-CODE = ZEROS AND WS-HAY-ANUAL-SW = "S"
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ORIGEN
               IF RETURN-CODE = ZEROS
                   ADD 1 TO WS-CONTA-PURGADOS
                   DISPLAY "NO SE PUDO PURGAR.....: "
                           WS-NOMBRE-HIST-TDA
               END-IF
           END-IF

      * Y la foto por fecha del mismo periodo.
           MOVE WS-PERIODO-CALC TO WS-NOMBRE-FECHA-PER
           MOVE SPACES TO WS-NOMBRE-ORIGEN
           MOVE WS-NOMBRE-HIST-FECHA TO WS-NOMBRE-ORIGEN

           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-NOMBRE-ORIGEN WS-INFO-FICHERO
           IF RETURN-CODE = ZEROS
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ORIGEN
               IF RETURN-CODE = ZEROS
                   ADD 1 TO WS-CONTA-PURGADOS
                   DISPLAY "FOTO PURGADA..........: "
                           WS-NOMBRE-HIST-FECHA
               ELSE
                   DISPLAY "NO SE PUDO PURGAR.....: "
                           WS-NOMBRE-HIST-FECHA
               END-IF
           END-IF.
       PURGAR-UNA-FOTO-EXIT.
           EXIT.
           WRITE REG-TICKETS FROM REG-TICKETS-TRABAJO.
       COPIAR-TICKET-EXIT.
           EXIT.

      * Poda de MOVIMIENTOS-CAJERO.DAT con la ventana de los tickets;
      * una linea sin fecha valida no la puede usar el informe y se
      * retira.
       PODAR-MOVCAJ.
           MOVE "N" TO EOF-SWITCH-MOVCAJ
           OPEN INPUT MOVCAJ
           IF FS-MOVCAJ NOT = "00"
               DISPLAY "SIN MOVIMIENTOS-CAJERO.DAT: NADA QUE PODAR"
               GO TO PODAR-MOVCAJ-EXIT
           END-IF
           OPEN OUTPUT MOVCAJ-TRABAJO

           COMPUTE WS-JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
           COMPUTE WS-JULIANO-CORTE =
               WS-JULIANO-HOY - WS-DIAS-TICKETS

           PERFORM PODAR-UN-MOVCAJ THRU PODAR-UN-MOVCAJ-EXIT
               UNTIL EOF-SWITCH-MOVCAJ = "S"

           CLOSE MOVCAJ
           CLOSE MOVCAJ-TRABAJO
           PERFORM DEVOLVER-MOVCAJ

           DISPLAY "MOVIMIENTOS DE CAJERO.: " WS-MOVCAJ-VIVOS
                   "   PODADOS: " WS-MOVCAJ-PODADOS.
       PODAR-MOVCAJ-EXIT.
           EXIT.

       PODAR-UN-MOVCAJ.
           READ MOVCAJ
               AT END
                   MOVE "S" TO EOF-SWITCH-MOVCAJ
                   GO TO PODAR-UN-MOVCAJ-EXIT
           END-READ

           IF MOVCAJ-FECHA IS NOT NUMERIC
               OR MOVCAJ-FECHA = ZEROS
               ADD 1 TO WS-MOVCAJ-PODADOS
               GO TO PODAR-UN-MOVCAJ-EXIT
           END-IF

           COMPUTE WS-JULIANO-MOVCAJ =
               FUNCTION INTEGER-OF-DATE (MOVCAJ-FECHA)
           IF WS-JULIANO-MOVCAJ < WS-JULIANO-CORTE
               ADD 1 TO WS-MOVCAJ-PODADOS
           ELSE
               ADD 1 TO WS-MOVCAJ-VIVOS
               WRITE REG-MOVCAJ-TRABAJO FROM REG-MOVCAJ
           END-IF.
       PODAR-UN-MOVCAJ-EXIT.
           EXIT.

       DEVOLVER-MOVCAJ.
           MOVE "N" TO EOF-SWITCH-MOVCAJ
           OPEN INPUT MOVCAJ-TRABAJO
           OPEN OUTPUT MOVCAJ
           PERFORM COPIAR-MOVCAJ THRU COPIAR-MOVCAJ-EXIT
               UNTIL EOF-SWITCH-MOVCAJ = "S"
           CLOSE MOVCAJ-TRABAJO
           CLOSE MOVCAJ
           OPEN OUTPUT MOVCAJ-TRABAJO
           CLOSE MOVCAJ-TRABAJO.

       COPIAR-MOVCAJ.
           READ MOVCAJ-TRABAJO
               AT END
                   MOVE "S" TO EOF-SWITCH-MOVCAJ
                   GO TO COPIAR-MOVCAJ-EXIT
           END-READ
           WRITE REG-MOVCAJ FROM REG-MOVCAJ-TRABAJO.
       COPIAR-MOVCAJ-EXIT.
           EXIT.
