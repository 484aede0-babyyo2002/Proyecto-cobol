      ******************************************************************
      * Author:Maria Romero
      * Date:17/09/2026
      * Purpose: Flash de ventas de la mannana, una pagina por region
      *    precedida de una pagina de empresa, para que cada director
      *    regional tenga un solo documento en vez de abrir media
      *    docena de informes. Ultimo paso de CADENA-NOCTURNA (se
      *    emite aunque la cadena se haya detenido, para que el fallo
      *    se vea en el flash); tambien se lanza suelto pasando el dia
      *    AAAAMMDD como argumento.
      *    El dia del flash es el ultimo dia de venta de
      *    TOTAL-FECHA.DAT (el que acaba de cerrar la cadena), salvo
      *    que se pase otro. Recoge en FLASH-VENTAS-AAAAMMDD.DAT:
      *    - el estado de la cadena (CADENA-ESTADO.DAT), el ultimo
      *      cierre de CIERRES.DAT y el acuse contable pendiente
      *      (ASIENTOS-CONTROL.DAT contra ASIENTOS-ACK.DAT);
      *    - ingreso y unidades del dia contra el mismo dia de la
      *      semana anterior (7 dias antes) y del anno anterior (364
      *      dias antes, mismo dia de la semana), por empresa, region
      *      y tienda; el dia sale de TOTAL-FECHA.DAT y las
      *      comparaciones de las fotos TOTAL-FECHA-AAAAMM.DAT del
      *      mes de la fecha y del siguiente (la venta se fotografia
      *      en el mes en que se cierra);
      *    - las tres mejores y las tres peores tiendas del dia por
      *      ingreso (las peores, entre las abiertas segun el maestro
      *      y el calendario comercial);
      *    - los descuadres de caja abiertos (CAJA-DECLARADA.DAT
      *      contra RECOGIDA-FECHA.DAT, con las mismas reglas y la
      *      misma tolerancia por defecto que CUADRE-CAJA), las
      *      roturas de stock (posiciones de STOCK.IDX sin
      *      existencias), los rechazos pendientes de corregir de
      *      VENTAS-RECHAZADAS.DAT, las tiendas sin fichero en la
      *      recogida y las alertas de venta del cierre.
      *    RETURN-CODE 8 si no se puede grabar el flash.
      * Mod:24/09/2026 - Los rechazos aprobados como ajuste de
      *    periodo anterior (estado A) no cuentan como pendientes.
      * Mod:26/09/2026 - ASIENTOS-CONTROL.DAT guarda una linea por
      *    fichero enviado (con referencia y anulaciones): el control de
      *    acuse toma la ultima.
      * Mod:30/09/2026 - El registro de ventas pasa a 56 posiciones
      *    (motivo y destino de la devolucion al final); el estado
      *    del rechazo se corre dos posiciones.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-FLASH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENA ASSIGN TO "CADENA-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CADENA.
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT TOTAL-FECHA ASSIGN TO "TOTAL-FECHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOTAL-FECHA.
           SELECT FECHA-HIST ASSIGN TO DYNAMIC WS-NOMBRE-FECHA-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-HIST.
           SELECT RECOGIDA ASSIGN TO "RECOGIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECOGIDA.
           SELECT RECOGIDA-FECHA ASSIGN TO "RECOGIDA-FECHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECOGIDA-FECHA.
           SELECT DECLARADA ASSIGN TO "CAJA-DECLARADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECLARADA.
           SELECT RECHAZADAS ASSIGN TO "VENTAS-RECHAZADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZADAS.
           SELECT STOCK ASSIGN TO "STOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLAVE-STOCK
               FILE STATUS IS FS-STOCK.
           SELECT CONTROL-ENVIO ASSIGN TO "ASIENTOS-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-ENVIO.
           SELECT ACUSE ASSIGN TO "ASIENTOS-ACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUSE.
           SELECT ALERTAS ASSIGN TO "ALERTAS-VENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERTAS.
           SELECT FLASH ASSIGN TO DYNAMIC WS-NOMBRE-FLASH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLASH.

       DATA DIVISION.
       FILE SECTION.
      * Estado de la cadena (ver CADENA-NOCTURNA).
       FD CADENA.
       01 REG-CADENA.
           05 CADENA-FECHA        PIC 9(8).
           05 FILLER              PIC X(1).
           05 CADENA-PASO         PIC 9(1).
           05 FILLER              PIC X(1).
           05 CADENA-PROGRAMA     PIC X(22).
           05 FILLER              PIC X(1).
           05 CADENA-ESTADO       PIC X(2).
           05 FILLER              PIC X(1).
           05 CADENA-HORA         PIC 9(8).
           05 FILLER              PIC X(1).
           05 CADENA-RETORNO      PIC 9(4).

       FD CIERRES.
       01 REG-CIERRES.
           05 CIERRE-FECHA           PIC 9(8).
           05 CIERRE-HORA-INICIO     PIC 9(8).
           05 CIERRE-HORA-FIN        PIC 9(8).
           05 CIERRE-LEIDOS          PIC 9(9).
           05 CIERRE-ACEPTADOS       PIC 9(9).
           05 CIERRE-RECHAZADOS      PIC 9(9).
           05 CIERRE-PRODUCTOS       PIC 9(5).
           05 CIERRE-TIPO            PIC X(1).
           05 CIERRE-PUNTO-REINICIO  PIC 9(9).
           05 CIERRE-OPERADOR        PIC 9(6).

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

       FD TOTAL-FECHA.
       01 REG-TOTAL-FECHA.
           05 CODIGO-TOTAL-FECHA      PIC X(5).
           05 FECHA-TOTAL-FECHA       PIC 9(8).
           05 CANTIDAD-TOTAL-FECHA    PIC 9(5).
           05 INGRESO-TOTAL-FECHA     PIC 9(8)V99.
           05 TIENDA-TOTAL-FECHA      PIC X(4).

      * Foto mensual de TOTAL-FECHA.DAT, mismo trazado.
       FD FECHA-HIST.
       01 REG-FECHA-HIST.
           05 CODIGO-FECHA-HIST       PIC X(5).
           05 FECHA-FECHA-HIST        PIC 9(8).
           05 CANTIDAD-FECHA-HIST     PIC 9(5).
           05 INGRESO-FECHA-HIST      PIC 9(8)V99.
           05 TIENDA-FECHA-HIST       PIC X(4).

      * Resumen de la recogida: P presente, F falta, C cerrada.
       FD RECOGIDA.
       01 REG-RECOGIDA.
           05 RECOGIDA-TIENDA     PIC X(4).
           05 FILLER              PIC X(1).
           05 RECOGIDA-PRESENTE   PIC X(1).
           05 FILLER              PIC X(1).
           05 RECOGIDA-REGISTROS  PIC 9(7).
           05 FILLER              PIC X(1).
           05 RECOGIDA-VALOR      PIC 9(11)V99.
           05 FILLER              PIC X(1).
           05 RECOGIDA-ERRORES    PIC 9(5).
           05 FILLER              PIC X(1).
           05 RECOGIDA-FECHA-NEG  PIC 9(8).

       FD RECOGIDA-FECHA.
       01 REG-RECOGIDA-FECHA.
           05 RECFEC-TIENDA       PIC X(4).
           05 RECFEC-FECHA        PIC 9(8).
           05 RECFEC-REGISTROS    PIC 9(7).
           05 RECFEC-VALOR        PIC 9(11)V99.
           05 RECFEC-EFECTIVO     PIC S9(11)V99.
           05 RECFEC-TARJETA      PIC S9(11)V99.
           05 RECFEC-VALE         PIC S9(11)V99.

       FD DECLARADA.
       01 REG-DECLARADA.
           05 DECLARADA-TIENDA    PIC X(4).
           05 DECLARADA-FECHA     PIC 9(8).
           05 DECLARADA-IMPORTE   PIC 9(11)V99.

       FD RECHAZADAS.
       01 REG-RECHAZADAS.
           05 RECHAZADAS-REGISTRO.
               10 RECH-CODIGO      PIC X(5).
               10 RECH-CANT        PIC X(3).
               10 RECH-PRECIO      PIC X(5).
               10 RECH-TIENDA      PIC X(4).
               10 RECH-RESTO       PIC X(39).
           05 FILLER               PIC X(01).
           05 RECHAZADAS-MOTIVO    PIC X(20).
           05 FILLER               PIC X(01).
           05 RECHAZADAS-ESTADO    PIC X(01).

       FD STOCK.
       01 REG-STOCK.
           05 CLAVE-STOCK.
               10 CODIGO-STOCK    PIC X(5).
               10 TIENDA-STOCK    PIC X(4).
           05 EXISTENCIAS-STOCK   PIC S9(7).
           05 PUNTO-PEDIDO-STOCK  PIC 9(5).

       FD CONTROL-ENVIO.
       01 REG-CONTROL-ENVIO.
           05 CONTROL-SECUENCIA      PIC 9(6).
           05 CONTROL-LINEAS         PIC 9(6).
           05 CONTROL-DEBE           PIC 9(11)V99.
           05 CONTROL-HABER          PIC 9(11)V99.
           05 FILLER                 PIC X(66).

       FD ACUSE.
       01 REG-ACUSE.
           05 ACUSE-SECUENCIA        PIC 9(6).
           05 ACUSE-LINEAS           PIC 9(6).
           05 ACUSE-DEBE             PIC 9(11)V99.
           05 ACUSE-HABER            PIC 9(11)V99.

       FD ALERTAS.
       01 REG-ALERTAS             PIC X(65).

       FD FLASH.
       01 REG-FLASH               PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-CADENA           PIC XX VALUE SPACES.
       01 FS-CIERRES          PIC XX VALUE SPACES.
       01 FS-TIENDAS          PIC XX VALUE SPACES.
       01 FS-TOTAL-FECHA      PIC XX VALUE SPACES.
       01 FS-FECHA-HIST       PIC XX VALUE SPACES.
       01 FS-RECOGIDA         PIC XX VALUE SPACES.
       01 FS-RECOGIDA-FECHA   PIC XX VALUE SPACES.
       01 FS-DECLARADA        PIC XX VALUE SPACES.
       01 FS-RECHAZADAS       PIC XX VALUE SPACES.
       01 FS-STOCK            PIC XX VALUE SPACES.
       01 FS-CONTROL-ENVIO    PIC XX VALUE SPACES.
       01 FS-ACUSE            PIC XX VALUE SPACES.
       01 FS-ALERTAS          PIC XX VALUE SPACES.
       01 FS-FLASH            PIC XX VALUE SPACES.
       01 EOF-SWITCH          PIC X VALUE "N".
       01 EOF-SWITCH-CONTROL   PIC X VALUE "N".

       01 WS-NOMBRE-FECHA-HIST.
           05 FILLER               PIC X(12) VALUE "TOTAL-FECHA-".
           05 WS-NOMBRE-FECHAH-PER PIC 9(6).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-NOMBRE-FLASH.
           05 FILLER               PIC X(13) VALUE "FLASH-VENTAS-".
           05 WS-NOMBRE-FLASH-DIA  PIC 9(8).
           05 FILLER               PIC X(4) VALUE ".DAT".

      * Dia del flash y sus dos comparaciones: el mismo dia de la
      * semana anterior y el del anno anterior (52 semanas antes).
       01 WS-ARGUMENTO        PIC X(20) VALUE SPACES.
       01 WS-FECHA-HOY        PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-DIA        PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-SEMANA     PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-ANNO       PIC 9(8) VALUE ZEROS.
       01 WS-ENTERO-FECHA     PIC 9(7) VALUE ZEROS.
       01 WS-ENTERO-AUX       PIC 9(7) VALUE ZEROS.
       01 WS-COCIENTE         PIC 9(7) VALUE ZEROS.
       01 WS-RESTO-SEMANA     PIC 9(1) VALUE ZEROS.
       01 TABLA-DIAS-LIT.
           05 FILLER PIC X(9) VALUE "LUNES".
           05 FILLER PIC X(9) VALUE "MARTES".
           05 FILLER PIC X(9) VALUE "MIERCOLES".
           05 FILLER PIC X(9) VALUE "JUEVES".
           05 FILLER PIC X(9) VALUE "VIERNES".
           05 FILLER PIC X(9) VALUE "SABADO".
           05 FILLER PIC X(9) VALUE "DOMINGO".
       01 TABLA-DIAS-R REDEFINES TABLA-DIAS-LIT.
           05 ELEM-DIA-NOMBRE PIC X(9) OCCURS 7 TIMES.
       01 WS-NOMBRE-DIA       PIC X(9) VALUE SPACES.

      * Foto mensual a leer para una fecha: la del mes de la fecha
      * y la del mes siguiente.
       01 WS-FECHA-OBJETIVO   PIC 9(8) VALUE ZEROS.
       01 WS-MES-OBJETIVO     PIC 9(6) VALUE ZEROS.
       01 WS-MES-SIGUIENTE.
           05 WS-MES-SIG-AAAA  PIC 9(4).
           05 WS-MES-SIG-MM    PIC 9(2).
       01 WS-LINEAS-DIA       PIC 9(7) VALUE ZEROS.

      * Columna de cifras que se esta cargando: 1 = dia, 2 = semana
      * anterior, 3 = anno anterior.
       01 WS-COLUMNA          PIC 9(1) VALUE ZEROS.
       01 WS-ACU-TIENDA       PIC X(4) VALUE SPACES.
       01 WS-ACU-CANTIDAD     PIC 9(5) VALUE ZEROS.
       01 WS-ACU-INGRESO      PIC 9(8)V99 VALUE ZEROS.

      * Tiendas del maestro mas las que aparezcan con venta sin
      * estar en el, con sus cifras y sus incidencias.
       01 WS-NUM-TIENDAS      PIC 9(3) VALUE ZEROS.
       01 WS-IND              PIC 9(3) VALUE ZEROS.
       01 WS-IND-HALLADO      PIC 9(3) VALUE ZEROS.
       01 WS-IND-ELEGIDA      PIC 9(3) VALUE ZEROS.
       01 WS-IND-LINEA        PIC 9(3) VALUE ZEROS.
       01 WS-ENCONTRADO-SW    PIC X VALUE "N".
       01 WS-ANNADIR-SW       PIC X VALUE "N".
       01 WS-TIENDA-BUSCADA   PIC X(4) VALUE SPACES.
       01 TABLA-TIENDAS.
           05 ELEM-TDA OCCURS 200 TIMES.
               10 ELEM-TDA-CODIGO      PIC X(4).
               10 ELEM-TDA-NOMBRE      PIC X(20).
               10 ELEM-TDA-REGION      PIC X(10).
               10 ELEM-TDA-ESTADO      PIC X(1).
               10 ELEM-TDA-ING         PIC 9(9)V99 OCCURS 3 TIMES.
               10 ELEM-TDA-CANT        PIC 9(7) OCCURS 3 TIMES.
               10 ELEM-TDA-CALENDARIO  PIC X(1).
               10 ELEM-TDA-FEED        PIC X(1).
               10 ELEM-TDA-DESCUADRES  PIC 9(4).
               10 ELEM-TDA-ROTURAS     PIC 9(5).
               10 ELEM-TDA-RECHAZOS    PIC 9(5).
               10 ELEM-TDA-ELEGIDA     PIC X(1).

      * Acumulado por region, en el orden del maestro.
       01 WS-NUM-REGIONES     PIC 9(2) VALUE ZEROS.
       01 WS-IND-REG          PIC 9(2) VALUE ZEROS.
       01 WS-IND-REG-HALL     PIC 9(2) VALUE ZEROS.
       01 WS-REGION-FILTRO    PIC X(10) VALUE SPACES.
       01 WS-REGION-SIN-MAESTRO PIC X(10) VALUE "SIN REGION".
       01 TABLA-REGIONES.
           05 ELEM-REG OCCURS 50 TIMES.
               10 ELEM-REG-NOMBRE      PIC X(10).
               10 ELEM-REG-ING         PIC 9(11)V99 OCCURS 3 TIMES.
               10 ELEM-REG-CANT        PIC 9(9) OCCURS 3 TIMES.

      * Totales de empresa.
       01 WS-EMPRESA.
           05 WS-EMP-ING          PIC 9(11)V99 OCCURS 3 TIMES.
           05 WS-EMP-CANT         PIC 9(9) OCCURS 3 TIMES.
       01 WS-EMP-DESCUADRES   PIC 9(5) VALUE ZEROS.
       01 WS-EMP-ROTURAS      PIC 9(7) VALUE ZEROS.
       01 WS-EMP-RECHAZOS     PIC 9(7) VALUE ZEROS.
       01 WS-EMP-RECH-SIN-TDA PIC 9(7) VALUE ZEROS.
       01 WS-EMP-SIN-FEED     PIC 9(3) VALUE ZEROS.
       01 WS-EMP-ALERTAS      PIC 9(5) VALUE ZEROS.

      * Cifras del bloque de ventas que se esta imprimiendo.
       01 WS-BLOQUE.
           05 WS-BLQ-ING          PIC 9(11)V99 OCCURS 3 TIMES.
           05 WS-BLQ-CANT         PIC 9(9) OCCURS 3 TIMES.

      * Estado de la cadena de la ultima noche.
       01 WS-NUM-PASOS        PIC 9(2) VALUE ZEROS.
       01 WS-IND-PASO         PIC 9(2) VALUE ZEROS.
       01 TABLA-PASOS.
           05 ELEM-PASO OCCURS 10 TIMES.
               10 ELEM-PASO-NUMERO     PIC 9(1).
               10 ELEM-PASO-PROGRAMA   PIC X(22).
               10 ELEM-PASO-ESTADO     PIC X(2).
               10 ELEM-PASO-HORA       PIC 9(8).
               10 ELEM-PASO-RETORNO    PIC 9(4).
       01 WS-CADENA-FECHA     PIC 9(8) VALUE ZEROS.
      * C correcta, I con incidencias, D sin estado de la cadena.
       01 WS-CADENA-SITUACION PIC X(1) VALUE "D".
       01 WS-PROGRAMA-PROPIO  PIC X(22) VALUE "INFORME-FLASH".

      * Ultimo cierre de CIERRES.DAT.
       01 WS-HAY-CIERRE-SW    PIC X VALUE "N".
       01 WS-ULTIMO-CIERRE.
           05 WS-UC-FECHA         PIC 9(8).
           05 WS-UC-HORA-INICIO   PIC 9(8).
           05 WS-UC-HORA-FIN      PIC 9(8).
           05 WS-UC-LEIDOS        PIC 9(9).
           05 WS-UC-ACEPTADOS     PIC 9(9).
           05 WS-UC-RECHAZADOS    PIC 9(9).
           05 WS-UC-PRODUCTOS     PIC 9(5).
           05 WS-UC-TIPO          PIC X(1).
           05 WS-UC-RESTO         PIC X(15).

      * Acuse contable: la ultima secuencia enviada (la de esta
      * noche, si la exportacion corrio) y la anterior, que es la
      * que finanzas ya deberia haber acusado.
       01 WS-ENVIO-ULTIMO.
           05 ENVIO-SECUENCIA     PIC 9(6) VALUE ZEROS.
           05 ENVIO-LINEAS        PIC 9(6) VALUE ZEROS.
           05 ENVIO-DEBE          PIC 9(11)V99 VALUE ZEROS.
           05 ENVIO-HABER         PIC 9(11)V99 VALUE ZEROS.
       01 WS-SECUENCIA-ANTERIOR PIC 9(6) VALUE ZEROS.
      * R recibido, N no cuadra, P pendiente.
       01 WS-ACUSE-ULTIMO     PIC X(1) VALUE "P".
       01 WS-ACUSE-ANTERIOR   PIC X(1) VALUE "P".
       01 WS-ACUSE-FALTA-SW   PIC X VALUE "N".

      * Efectivo calculado por tienda y dia, para el cuadre de caja
      * (mismas reglas que CUADRE-CAJA).
       01 WS-TOLERANCIA       PIC 9(5)V99 VALUE 10.
       01 WS-NUM-CALCULADOS   PIC 9(4) VALUE ZEROS.
       01 WS-IND-CALC         PIC 9(4) VALUE ZEROS.
       01 WS-IND-CALC-HALL    PIC 9(4) VALUE ZEROS.
       01 TABLA-CALCULADOS.
           05 ELEM-CALC OCCURS 1000 TIMES.
               10 ELEM-CALC-TIENDA    PIC X(4).
               10 ELEM-CALC-FECHA     PIC 9(8).
               10 ELEM-CALC-VALOR     PIC S9(11)V99.
               10 ELEM-CALC-DECLARADO PIC X(1).
       01 WS-DIFERENCIA       PIC S9(11)V99 VALUE ZEROS.
       01 WS-DIF-ABSOLUTA     PIC 9(11)V99 VALUE ZEROS.

      * Descuadres abiertos para el detalle de cada region:
      * D diferencia sobre tolerancia, S declarado sin venta,
      * N venta sin declaracion.
       01 WS-NUM-DESCUADRES   PIC 9(3) VALUE ZEROS.
       01 WS-IND-DESC         PIC 9(3) VALUE ZEROS.
       01 WS-DESC-TIPO        PIC X(1) VALUE SPACES.
       01 WS-DESC-TIENDA      PIC X(4) VALUE SPACES.
       01 WS-DESC-FECHA       PIC 9(8) VALUE ZEROS.
       01 WS-DESC-IMPORTE     PIC S9(11)V99 VALUE ZEROS.
       01 TABLA-DESCUADRES.
           05 ELEM-DESC OCCURS 300 TIMES.
               10 ELEM-DESC-TIENDA    PIC X(4).
               10 ELEM-DESC-FECHA     PIC 9(8).
               10 ELEM-DESC-TIPO      PIC X(1).
               10 ELEM-DESC-IMPORTE   PIC S9(11)V99.

      * Consulta del calendario comercial.
       01 WS-CAL-TIENDA       PIC X(4) VALUE SPACES.
       01 WS-CAL-FECHA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-HASTA        PIC 9(8) VALUE ZEROS.
       01 WS-CAL-ESTADO       PIC X(1) VALUE SPACES.
       01 WS-CAL-DIAS         PIC 9(3)V9 VALUE ZEROS.

      * Variacion porcentual de una cifra contra su comparacion.
       01 WS-VAR-ACTUAL       PIC 9(11)V99 VALUE ZEROS.
       01 WS-VAR-BASE         PIC 9(11)V99 VALUE ZEROS.
       01 WS-VAR-PCT          PIC S9(4)V9 VALUE ZEROS.
       01 WS-VAR-PCT-EDIT     PIC +ZZZ9,9.
       01 WS-VAR-TEXTO        PIC X(7) VALUE SPACES.

      * Campos editados.
       01 WS-IMPORTE-EDIT     PIC ZZ.ZZZ.ZZ9,99.
       01 WS-UNIDADES-EDIT    PIC Z.ZZZ.ZZZ.ZZ9.
       01 WS-CONTADOR-EDIT    PIC ZZZ.ZZ9.
       01 WS-NUMERO-EDIT      PIC ZZZ.ZZZ.ZZ9.
       01 WS-NUMERO-2-EDIT    PIC ZZZ.ZZZ.ZZ9.
       01 WS-SECUENCIA-EDIT   PIC 9(6).
       01 WS-HORA-PASO.
           05 WS-HP-HH             PIC 9(2).
           05 WS-HP-MM             PIC 9(2).
           05 WS-HP-RESTO          PIC 9(4).

      * Lineas del flash.
       01 WS-LINEA            PIC X(80) VALUE SPACES.

       01 LIN-TITULO.
           05 FILLER           PIC X(18) VALUE "FLASH DE VENTAS - ".
           05 LT-AMBITO        PIC X(24).
           05 FILLER           PIC X(6) VALUE "  DIA ".
           05 LT-FECHA         PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LT-DIA-SEMANA    PIC X(9).

       01 LIN-SEPARADOR.
           05 FILLER           PIC X(40) VALUE ALL "=".
           05 FILLER           PIC X(38) VALUE ALL "=".

       01 LIN-PASO.
           05 FILLER           PIC X(7) VALUE "  PASO ".
           05 LP-NUMERO        PIC 9(1).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LP-PROGRAMA      PIC X(22).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LP-ESTADO        PIC X(2).
           05 FILLER           PIC X(4) VALUE " RC ".
           05 LP-RETORNO       PIC 9(4).
           05 FILLER           PIC X(7) VALUE "  HORA ".
           05 LP-HH            PIC 9(2).
           05 FILLER           PIC X(1) VALUE ":".
           05 LP-MM            PIC 9(2).

       01 LIN-CAB-VENTAS.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE "          DIA".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE " SEM.ANTERIOR".
           05 FILLER           PIC X(8) VALUE "   VAR %".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE "ANNO ANTERIOR".
           05 FILLER           PIC X(8) VALUE "   VAR %".

       01 LIN-VENTAS.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LV-ETIQUETA      PIC X(10).
           05 LV-DIA           PIC X(13).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LV-SEMANA        PIC X(13).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LV-VAR-SEMANA    PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LV-ANNO          PIC X(13).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LV-VAR-ANNO      PIC X(7).

       01 LIN-CAB-TIENDAS.
           05 FILLER           PIC X(7) VALUE "  TDA  ".
           05 FILLER           PIC X(21) VALUE "NOMBRE".
           05 FILLER           PIC X(14) VALUE "  INGRESO DIA".
           05 FILLER           PIC X(8) VALUE " VS.SEM.".
           05 FILLER           PIC X(8) VALUE " VS.ANNO".
           05 FILLER           PIC X(15) VALUE "  OBSERVACIONES".

       01 LIN-TIENDA.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LTD-CODIGO       PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LTD-NOMBRE       PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LTD-INGRESO      PIC X(13).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LTD-VAR-SEMANA   PIC X(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LTD-VAR-ANNO     PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LTD-NOTA         PIC X(18).

       01 LIN-CONTADOR.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LC-ETIQUETA      PIC X(40).
           05 LC-VALOR         PIC ZZZ.ZZ9.

       01 LIN-INCIDENCIA.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LI-CODIGO        PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LI-NOMBRE        PIC X(20).
           05 FILLER           PIC X(13) VALUE "  DESCUADRES ".
           05 LI-DESCUADRES    PIC ZZZ9.
           05 FILLER           PIC X(11) VALUE "  ROTURAS ".
           05 LI-ROTURAS       PIC ZZZZ9.
           05 FILLER           PIC X(12) VALUE "  RECHAZOS ".
           05 LI-RECHAZOS      PIC ZZZZ9.

       01 LIN-DESCUADRE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 LD-TIENDA        PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LD-FECHA         PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LD-TEXTO         PIC X(26).
           05 LD-IMPORTE       PIC -ZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
      * Dia del flash pedido por el llamante (la cadena pasa ceros =
      * el ultimo dia de venta cerrado); si el parametro no viene
      * (el programa corre suelto) se cae a la linea de comandos.
       01 LK-FECHA-FLASH      PIC 9(8).

       PROCEDURE DIVISION USING LK-FECHA-FLASH.
       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM RESOLVER-ARGUMENTO
           IF WS-FECHA-DIA = ZEROS
               PERFORM RESOLVER-FECHA-DIA
           END-IF
           PERFORM CALCULAR-FECHAS

           DISPLAY "FLASH DE VENTAS DEL DIA " WS-FECHA-DIA " ("
                   FUNCTION TRIM (WS-NOMBRE-DIA) ")"
           DISPLAY "COMPARADO CON " WS-FECHA-SEMANA " Y "
                   WS-FECHA-ANNO
           DISPLAY "=================================================="

           PERFORM CARGAR-TIENDAS
           PERFORM CARGAR-VENTAS-DIA
           MOVE 2 TO WS-COLUMNA
           MOVE WS-FECHA-SEMANA TO WS-FECHA-OBJETIVO
           PERFORM CARGAR-FOTOS-FECHA
           MOVE 3 TO WS-COLUMNA
           MOVE WS-FECHA-ANNO TO WS-FECHA-OBJETIVO
           PERFORM CARGAR-FOTOS-FECHA

           PERFORM CARGAR-ESTADO-CADENA
           PERFORM CARGAR-ULTIMO-CIERRE
           PERFORM COMPROBAR-ACUSE THRU COMPROBAR-ACUSE-EXIT
           PERFORM CONTAR-ALERTAS
           PERFORM CARGAR-RECOGIDA
           PERFORM CARGAR-DESCUADRES
           PERFORM CONTAR-ROTURAS
           PERFORM CONTAR-RECHAZOS
           PERFORM CONSULTAR-CALENDARIO-TIENDAS
           PERFORM CONSTRUIR-REGIONES

           MOVE WS-FECHA-DIA TO WS-NOMBRE-FLASH-DIA
           OPEN OUTPUT FLASH
           IF FS-FLASH NOT = "00"
               DISPLAY "NO SE PUEDE GRABAR " WS-NOMBRE-FLASH
                       " (FILE STATUS " FS-FLASH ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IMPRIMIR-EMPRESA
           MOVE ZEROS TO WS-IND-REG
           PERFORM IMPRIMIR-REGION
               UNTIL WS-IND-REG >= WS-NUM-REGIONES
           CLOSE FLASH

           MOVE WS-EMP-ING (1) TO WS-IMPORTE-EDIT
           DISPLAY "INGRESO DEL DIA......: " WS-IMPORTE-EDIT
           DISPLAY "REGIONES.............: " WS-NUM-REGIONES
           DISPLAY "TIENDAS..............: " WS-NUM-TIENDAS
           DISPLAY "DESCUADRES DE CAJA...: " WS-EMP-DESCUADRES
           DISPLAY "ROTURAS DE STOCK.....: " WS-EMP-ROTURAS
           DISPLAY "RECHAZOS PENDIENTES..: " WS-EMP-RECHAZOS
           IF WS-ACUSE-FALTA-SW = "S"
               DISPLAY "** ACUSE CONTABLE PENDIENTE DE LA SECUENCIA "
                       WS-SECUENCIA-ANTERIOR " **"
           END-IF
           DISPLAY "=================================================="
           DISPLAY "FLASH GRABADO EN " WS-NOMBRE-FLASH
           MOVE ZEROS TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * Dia del flash y fechas de comparacion
      ******************************************************************
       RESOLVER-ARGUMENTO.
           MOVE ZEROS TO WS-FECHA-DIA
           IF ADDRESS OF LK-FECHA-FLASH NOT = NULL
               MOVE LK-FECHA-FLASH TO WS-FECHA-DIA
           ELSE
               ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
               IF WS-ARGUMENTO NOT = SPACES
                   AND FUNCTION TRIM (WS-ARGUMENTO) IS NUMERIC
                   MOVE FUNCTION NUMVAL (WS-ARGUMENTO) TO WS-FECHA-DIA
               END-IF
           END-IF.

      * Sin dia pedido, el ultimo dia de venta de TOTAL-FECHA.DAT;
      * si tampoco lo hay, ayer.
       RESOLVER-FECHA-DIA.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT TOTAL-FECHA
           IF FS-TOTAL-FECHA = "00"
               PERFORM BUSCAR-ULTIMO-DIA UNTIL EOF-SWITCH = "S"
               CLOSE TOTAL-FECHA
           END-IF
           IF WS-FECHA-DIA = ZEROS
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - 1)
           END-IF.

       BUSCAR-ULTIMO-DIA.
           READ TOTAL-FECHA
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF FECHA-TOTAL-FECHA IS NUMERIC
                   AND FECHA-TOTAL-FECHA > WS-FECHA-DIA
                   MOVE FECHA-TOTAL-FECHA TO WS-FECHA-DIA
               END-IF
           END-READ.

      * Mismo dia de la semana, una semana y 52 semanas antes. El
      * 1 de enero de 1601 (entero 1) fue lunes.
       CALCULAR-FECHAS.
           COMPUTE WS-ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-DIA)
           IF WS-ENTERO-FECHA = ZEROS
               DISPLAY "AVISO: DIA " WS-FECHA-DIA " NO VALIDO, SE "
                       "TOMA AYER"
               COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - 1
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER (WS-ENTERO-FECHA)
           END-IF
           COMPUTE WS-FECHA-SEMANA =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-FECHA - 7)
           COMPUTE WS-FECHA-ANNO =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-FECHA - 364)
           COMPUTE WS-ENTERO-AUX = WS-ENTERO-FECHA - 1
           DIVIDE WS-ENTERO-AUX BY 7 GIVING WS-COCIENTE
               REMAINDER WS-RESTO-SEMANA
           ADD 1 TO WS-RESTO-SEMANA
           MOVE ELEM-DIA-NOMBRE (WS-RESTO-SEMANA) TO WS-NOMBRE-DIA.

      ******************************************************************
      * Carga de tiendas y ventas
      ******************************************************************
       CARGAR-TIENDAS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT TIENDAS
           IF FS-TIENDAS NOT = "00"
               DISPLAY "AVISO: SIN TIENDAS.DAT, TODAS LAS TIENDAS "
                       "SALEN SIN REGION"
           ELSE
               PERFORM LEER-TIENDA UNTIL EOF-SWITCH = "S"
               CLOSE TIENDAS
           END-IF.

       LEER-TIENDA.
           READ TIENDAS
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF WS-NUM-TIENDAS < 200
                   ADD 1 TO WS-NUM-TIENDAS
                   MOVE WS-NUM-TIENDAS TO WS-IND-HALLADO
                   PERFORM INICIAR-TIENDA
                   MOVE CODIGO-TIENDA
                       TO ELEM-TDA-CODIGO (WS-IND-HALLADO)
                   MOVE NOMBRE-TIENDA
                       TO ELEM-TDA-NOMBRE (WS-IND-HALLADO)
                   MOVE REGION-TIENDA
                       TO ELEM-TDA-REGION (WS-IND-HALLADO)
                   MOVE ESTADO-TIENDA
                       TO ELEM-TDA-ESTADO (WS-IND-HALLADO)
                   IF REGION-TIENDA = SPACES
                       MOVE WS-REGION-SIN-MAESTRO
                           TO ELEM-TDA-REGION (WS-IND-HALLADO)
                   END-IF
               END-IF
           END-READ.

       INICIAR-TIENDA.
           INITIALIZE ELEM-TDA (WS-IND-HALLADO)
           MOVE "A" TO ELEM-TDA-CALENDARIO (WS-IND-HALLADO)
           MOVE "N" TO ELEM-TDA-ELEGIDA (WS-IND-HALLADO).

      * Busca WS-TIENDA-BUSCADA; si no esta y WS-ANNADIR-SW = "S"
      * (venta de una tienda que no figura en el maestro) la annade
      * sin region. WS-IND-HALLADO queda a cero si no hay tienda.
       LOCALIZAR-TIENDA.
           MOVE ZEROS TO WS-IND-HALLADO
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS
               OR WS-ENCONTRADO-SW = "S"
           IF WS-ENCONTRADO-SW = "S" OR WS-ANNADIR-SW = "N"
               GO TO LOCALIZAR-TIENDA-EXIT
           END-IF
           IF WS-NUM-TIENDAS >= 200
               DISPLAY "AVISO: MAS DE 200 TIENDAS, SE IGNORA: "
                       WS-TIENDA-BUSCADA
               GO TO LOCALIZAR-TIENDA-EXIT
           END-IF
           ADD 1 TO WS-NUM-TIENDAS
           MOVE WS-NUM-TIENDAS TO WS-IND-HALLADO
           PERFORM INICIAR-TIENDA
           MOVE WS-TIENDA-BUSCADA TO ELEM-TDA-CODIGO (WS-IND-HALLADO)
           MOVE "(NO ESTA EN MAESTRO)"
               TO ELEM-TDA-NOMBRE (WS-IND-HALLADO)
           MOVE WS-REGION-SIN-MAESTRO
               TO ELEM-TDA-REGION (WS-IND-HALLADO).
       LOCALIZAR-TIENDA-EXIT.
           EXIT.

       COMPARAR-TIENDA.
           ADD 1 TO WS-IND
           IF ELEM-TDA-CODIGO (WS-IND) = WS-TIENDA-BUSCADA
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE WS-IND TO WS-IND-HALLADO
           END-IF.

      * Venta del dia: de TOTAL-FECHA.DAT, que es el cierre de esta
      * noche; si el dia ya no esta en el (flash de un dia pasado),
      * de las fotos mensuales.
       CARGAR-VENTAS-DIA.
           MOVE 1 TO WS-COLUMNA
           MOVE ZEROS TO WS-LINEAS-DIA
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT TOTAL-FECHA
           IF FS-TOTAL-FECHA = "00"
               PERFORM LEER-VENTA-DIA UNTIL EOF-SWITCH = "S"
               CLOSE TOTAL-FECHA
           END-IF
           IF WS-LINEAS-DIA = ZEROS
               MOVE WS-FECHA-DIA TO WS-FECHA-OBJETIVO
               PERFORM CARGAR-FOTOS-FECHA
           END-IF.

       LEER-VENTA-DIA.
           READ TOTAL-FECHA
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF FECHA-TOTAL-FECHA = WS-FECHA-DIA
                   ADD 1 TO WS-LINEAS-DIA
                   MOVE TIENDA-TOTAL-FECHA TO WS-ACU-TIENDA
                   MOVE CANTIDAD-TOTAL-FECHA TO WS-ACU-CANTIDAD
                   MOVE INGRESO-TOTAL-FECHA TO WS-ACU-INGRESO
                   PERFORM ACUMULAR-VENTA
               END-IF
           END-READ.

      * Venta de WS-FECHA-OBJETIVO en la columna WS-COLUMNA, de la
      * foto del mes de la fecha y de la del mes siguiente.
       CARGAR-FOTOS-FECHA.
           COMPUTE WS-MES-OBJETIVO = WS-FECHA-OBJETIVO / 100
           MOVE WS-MES-OBJETIVO TO WS-NOMBRE-FECHAH-PER
           PERFORM LEER-FOTO-MES

           MOVE WS-MES-OBJETIVO TO WS-MES-SIGUIENTE
           IF WS-MES-SIG-MM = 12
               ADD 1 TO WS-MES-SIG-AAAA
               MOVE 01 TO WS-MES-SIG-MM
           ELSE
               ADD 1 TO WS-MES-SIG-MM
           END-IF
           MOVE WS-MES-SIGUIENTE TO WS-NOMBRE-FECHAH-PER
           PERFORM LEER-FOTO-MES.

       LEER-FOTO-MES.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT FECHA-HIST
           IF FS-FECHA-HIST = "00"
               PERFORM LEER-LINEA-FOTO UNTIL EOF-SWITCH = "S"
               CLOSE FECHA-HIST
           END-IF.

       LEER-LINEA-FOTO.
           READ FECHA-HIST
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF FECHA-FECHA-HIST = WS-FECHA-OBJETIVO
                   MOVE TIENDA-FECHA-HIST TO WS-ACU-TIENDA
                   MOVE CANTIDAD-FECHA-HIST TO WS-ACU-CANTIDAD
                   MOVE INGRESO-FECHA-HIST TO WS-ACU-INGRESO
                   PERFORM ACUMULAR-VENTA
               END-IF
           END-READ.

       ACUMULAR-VENTA.
           MOVE WS-ACU-TIENDA TO WS-TIENDA-BUSCADA
           MOVE "S" TO WS-ANNADIR-SW
           PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
           IF WS-IND-HALLADO > ZEROS
               ADD WS-ACU-CANTIDAD
                   TO ELEM-TDA-CANT (WS-IND-HALLADO, WS-COLUMNA)
               ADD WS-ACU-INGRESO
                   TO ELEM-TDA-ING (WS-IND-HALLADO, WS-COLUMNA)
           END-IF.

      ******************************************************************
      * Estado de la cadena, ultimo cierre, acuse contable y alertas
      ******************************************************************
       CARGAR-ESTADO-CADENA.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT CADENA
           IF FS-CADENA = "00"
               MOVE "C" TO WS-CADENA-SITUACION
               PERFORM LEER-PASO-CADENA UNTIL EOF-SWITCH = "S"
               CLOSE CADENA
           END-IF
           IF WS-NUM-PASOS = ZEROS
               MOVE "D" TO WS-CADENA-SITUACION
           END-IF.

      * El propio flash figura en la cadena como ultimo paso, aun sin
      * ejecutar mientras se escribe: no cuenta.
       LEER-PASO-CADENA.
           READ CADENA
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF CADENA-PROGRAMA NOT = WS-PROGRAMA-PROPIO
                   AND WS-NUM-PASOS < 10
                   ADD 1 TO WS-NUM-PASOS
                   MOVE CADENA-FECHA TO WS-CADENA-FECHA
                   MOVE CADENA-PASO
                       TO ELEM-PASO-NUMERO (WS-NUM-PASOS)
                   MOVE CADENA-PROGRAMA
                       TO ELEM-PASO-PROGRAMA (WS-NUM-PASOS)
                   MOVE CADENA-ESTADO
                       TO ELEM-PASO-ESTADO (WS-NUM-PASOS)
                   MOVE CADENA-HORA
                       TO ELEM-PASO-HORA (WS-NUM-PASOS)
                   MOVE CADENA-RETORNO
                       TO ELEM-PASO-RETORNO (WS-NUM-PASOS)
                   IF CADENA-ESTADO = "ER" OR CADENA-ESTADO = "NO"
                       MOVE "I" TO WS-CADENA-SITUACION
                   END-IF
               END-IF
           END-READ.

       CARGAR-ULTIMO-CIERRE.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT CIERRES
           IF FS-CIERRES = "00"
               PERFORM LEER-CIERRE UNTIL EOF-SWITCH = "S"
               CLOSE CIERRES
           END-IF.

       LEER-CIERRE.
           READ CIERRES
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               MOVE REG-CIERRES TO WS-ULTIMO-CIERRE
               MOVE "S" TO WS-HAY-CIERRE-SW
           END-READ.

      * Acuse de finanzas de la ultima secuencia enviada y de la
      * anterior. La de esta noche todavia no puede estar acusada;
      * la anterior si, y si falta es la que hay que perseguir (es
      * el mismo aviso que da EXPORTAR-CONTABILIDAD).
       COMPROBAR-ACUSE.
           OPEN INPUT CONTROL-ENVIO
           IF FS-CONTROL-ENVIO NOT = "00"
               GO TO COMPROBAR-ACUSE-EXIT
           END-IF
           MOVE "N" TO EOF-SWITCH-CONTROL
           PERFORM LEER-CONTROL-ENVIO
               UNTIL EOF-SWITCH-CONTROL = "S"
           CLOSE CONTROL-ENVIO
           IF ENVIO-SECUENCIA = ZEROS
               GO TO COMPROBAR-ACUSE-EXIT
           END-IF
           COMPUTE WS-SECUENCIA-ANTERIOR = ENVIO-SECUENCIA - 1

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT ACUSE
           IF FS-ACUSE = "00"
               PERFORM LEER-ACUSE UNTIL EOF-SWITCH = "S"
               CLOSE ACUSE
           END-IF
           IF WS-SECUENCIA-ANTERIOR > ZEROS
               AND WS-ACUSE-ANTERIOR = "P"
               MOVE "S" TO WS-ACUSE-FALTA-SW
           END-IF
           IF WS-ACUSE-ULTIMO = "N"
               MOVE "S" TO WS-ACUSE-FALTA-SW
           END-IF.
       COMPROBAR-ACUSE-EXIT.
           EXIT.

      * ASIENTOS-CONTROL.DAT guarda una linea por fichero enviado;
      * la ultima es la del envio anterior.
       LEER-CONTROL-ENVIO.
           READ CONTROL-ENVIO
               AT END MOVE "S" TO EOF-SWITCH-CONTROL
           NOT AT END
               MOVE REG-CONTROL-ENVIO TO WS-ENVIO-ULTIMO
           END-READ.

       LEER-ACUSE.
           READ ACUSE
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF ACUSE-SECUENCIA = ENVIO-SECUENCIA
                   IF ACUSE-LINEAS = ENVIO-LINEAS
                       AND ACUSE-DEBE = ENVIO-DEBE
                       AND ACUSE-HABER = ENVIO-HABER
                       MOVE "R" TO WS-ACUSE-ULTIMO
                   ELSE
                       MOVE "N" TO WS-ACUSE-ULTIMO
                   END-IF
               END-IF
               IF ACUSE-SECUENCIA = WS-SECUENCIA-ANTERIOR
                   MOVE "R" TO WS-ACUSE-ANTERIOR
               END-IF
           END-READ.

       CONTAR-ALERTAS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT ALERTAS
           IF FS-ALERTAS = "00"
               PERFORM LEER-ALERTA UNTIL EOF-SWITCH = "S"
               CLOSE ALERTAS
           END-IF.

       LEER-ALERTA.
           READ ALERTAS
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               ADD 1 TO WS-EMP-ALERTAS
           END-READ.

      ******************************************************************
      * Incidencias por tienda
      ******************************************************************
      * Tiendas cuyo fichero falto en la ultima recogida.
       CARGAR-RECOGIDA.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT RECOGIDA
           IF FS-RECOGIDA = "00"
               PERFORM LEER-RECOGIDA UNTIL EOF-SWITCH = "S"
               CLOSE RECOGIDA
           END-IF.

       LEER-RECOGIDA.
           READ RECOGIDA
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF RECOGIDA-PRESENTE = "F"
                   ADD 1 TO WS-EMP-SIN-FEED
                   MOVE RECOGIDA-TIENDA TO WS-TIENDA-BUSCADA
                   MOVE "N" TO WS-ANNADIR-SW
                   PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
                   IF WS-IND-HALLADO > ZEROS
                       MOVE "F" TO ELEM-TDA-FEED (WS-IND-HALLADO)
                   END-IF
               END-IF
           END-READ.

      * Descuadres de caja abiertos: declaracion contra efectivo
      * recogido, con las reglas de CUADRE-CAJA (diferencia sobre la
      * tolerancia, declaracion sin venta, venta sin declaracion; un
      * dia cerrado segun el calendario no exige declaracion).
       CARGAR-DESCUADRES.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT RECOGIDA-FECHA
           IF FS-RECOGIDA-FECHA = "00"
               PERFORM LEER-CALCULADO UNTIL EOF-SWITCH = "S"
               CLOSE RECOGIDA-FECHA
           END-IF

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT DECLARADA
           IF FS-DECLARADA = "00"
               PERFORM LEER-DECLARACION UNTIL EOF-SWITCH = "S"
               CLOSE DECLARADA
           END-IF

           MOVE ZEROS TO WS-IND-CALC
           PERFORM REVISAR-SIN-DECLARAR
               UNTIL WS-IND-CALC >= WS-NUM-CALCULADOS.

       LEER-CALCULADO.
           READ RECOGIDA-FECHA
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF WS-NUM-CALCULADOS < 1000
                   ADD 1 TO WS-NUM-CALCULADOS
                   MOVE RECFEC-TIENDA
                       TO ELEM-CALC-TIENDA (WS-NUM-CALCULADOS)
                   MOVE RECFEC-FECHA
                       TO ELEM-CALC-FECHA (WS-NUM-CALCULADOS)
                   MOVE RECFEC-EFECTIVO
                       TO ELEM-CALC-VALOR (WS-NUM-CALCULADOS)
                   MOVE "N"
                       TO ELEM-CALC-DECLARADO (WS-NUM-CALCULADOS)
               END-IF
           END-READ.

       LEER-DECLARACION.
           READ DECLARADA
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               PERFORM CASAR-DECLARACION THRU CASAR-DECLARACION-EXIT
           END-READ.

       CASAR-DECLARACION.
           IF DECLARADA-IMPORTE IS NOT NUMERIC
               GO TO CASAR-DECLARACION-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-CALC-HALL
           MOVE ZEROS TO WS-IND-CALC
           PERFORM COMPARAR-CALCULADO
               UNTIL WS-IND-CALC >= WS-NUM-CALCULADOS
               OR WS-IND-CALC-HALL > ZEROS

           IF WS-IND-CALC-HALL = ZEROS
               IF DECLARADA-IMPORTE = ZEROS
                   MOVE DECLARADA-TIENDA TO WS-CAL-TIENDA
                   MOVE DECLARADA-FECHA TO WS-CAL-FECHA
                   PERFORM CONSULTAR-CALENDARIO-DIA
                   IF WS-CAL-ESTADO = "C"
                       GO TO CASAR-DECLARACION-EXIT
                   END-IF
               END-IF
               MOVE "S" TO WS-DESC-TIPO
               MOVE DECLARADA-TIENDA TO WS-DESC-TIENDA
               MOVE DECLARADA-FECHA TO WS-DESC-FECHA
               MOVE DECLARADA-IMPORTE TO WS-DESC-IMPORTE
               PERFORM APUNTAR-DESCUADRE
               GO TO CASAR-DECLARACION-EXIT
           END-IF

           MOVE "S" TO ELEM-CALC-DECLARADO (WS-IND-CALC-HALL)
           COMPUTE WS-DIFERENCIA =
               DECLARADA-IMPORTE - ELEM-CALC-VALOR (WS-IND-CALC-HALL)
           IF WS-DIFERENCIA < ZEROS
               COMPUTE WS-DIF-ABSOLUTA = WS-DIFERENCIA * -1
           ELSE
               MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
           END-IF
           IF WS-DIF-ABSOLUTA > WS-TOLERANCIA
               MOVE "D" TO WS-DESC-TIPO
               MOVE DECLARADA-TIENDA TO WS-DESC-TIENDA
               MOVE DECLARADA-FECHA TO WS-DESC-FECHA
               MOVE WS-DIFERENCIA TO WS-DESC-IMPORTE
               PERFORM APUNTAR-DESCUADRE
           END-IF.
       CASAR-DECLARACION-EXIT.
           EXIT.

       COMPARAR-CALCULADO.
           ADD 1 TO WS-IND-CALC
           IF ELEM-CALC-TIENDA (WS-IND-CALC) = DECLARADA-TIENDA
               AND ELEM-CALC-FECHA (WS-IND-CALC) = DECLARADA-FECHA
               MOVE WS-IND-CALC TO WS-IND-CALC-HALL
           END-IF.

       REVISAR-SIN-DECLARAR.
           ADD 1 TO WS-IND-CALC
           IF ELEM-CALC-DECLARADO (WS-IND-CALC) = "N"
               AND ELEM-CALC-VALOR (WS-IND-CALC) NOT = ZEROS
               MOVE ELEM-CALC-TIENDA (WS-IND-CALC) TO WS-CAL-TIENDA
               MOVE ELEM-CALC-FECHA (WS-IND-CALC) TO WS-CAL-FECHA
               PERFORM CONSULTAR-CALENDARIO-DIA
               IF WS-CAL-ESTADO NOT = "C"
                   MOVE "N" TO WS-DESC-TIPO
                   MOVE ELEM-CALC-TIENDA (WS-IND-CALC)
                       TO WS-DESC-TIENDA
                   MOVE ELEM-CALC-FECHA (WS-IND-CALC)
                       TO WS-DESC-FECHA
                   MOVE ELEM-CALC-VALOR (WS-IND-CALC)
                       TO WS-DESC-IMPORTE
                   PERFORM APUNTAR-DESCUADRE
               END-IF
           END-IF.

       APUNTAR-DESCUADRE.
           ADD 1 TO WS-EMP-DESCUADRES
           MOVE WS-DESC-TIENDA TO WS-TIENDA-BUSCADA
           MOVE "N" TO WS-ANNADIR-SW
           PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
           IF WS-IND-HALLADO > ZEROS
               ADD 1 TO ELEM-TDA-DESCUADRES (WS-IND-HALLADO)
           END-IF
           IF WS-NUM-DESCUADRES < 300
               ADD 1 TO WS-NUM-DESCUADRES
               MOVE WS-DESC-TIENDA
                   TO ELEM-DESC-TIENDA (WS-NUM-DESCUADRES)
               MOVE WS-DESC-FECHA
                   TO ELEM-DESC-FECHA (WS-NUM-DESCUADRES)
               MOVE WS-DESC-TIPO
                   TO ELEM-DESC-TIPO (WS-NUM-DESCUADRES)
               MOVE WS-DESC-IMPORTE
                   TO ELEM-DESC-IMPORTE (WS-NUM-DESCUADRES)
           END-IF.

      * Roturas: posiciones de STOCK.IDX sin existencias (cero o en
      * negativo).
       CONTAR-ROTURAS.
           OPEN INPUT STOCK
           IF FS-STOCK NOT = "00"
               DISPLAY "AVISO: SIN STOCK.IDX (FILE STATUS " FS-STOCK
                       "), NO SE CUENTAN ROTURAS"
           ELSE
               MOVE "N" TO EOF-SWITCH
               MOVE LOW-VALUES TO CLAVE-STOCK
               START STOCK KEY IS NOT LESS THAN CLAVE-STOCK
                   INVALID KEY
                       MOVE "S" TO EOF-SWITCH
               END-START
               PERFORM LEER-POSICION UNTIL EOF-SWITCH = "S"
               CLOSE STOCK
           END-IF.

       LEER-POSICION.
           READ STOCK NEXT RECORD
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF EXISTENCIAS-STOCK NOT > ZEROS
                   ADD 1 TO WS-EMP-ROTURAS
                   MOVE TIENDA-STOCK TO WS-TIENDA-BUSCADA
                   MOVE "N" TO WS-ANNADIR-SW
                   PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
                   IF WS-IND-HALLADO > ZEROS
                       ADD 1 TO ELEM-TDA-ROTURAS (WS-IND-HALLADO)
                   END-IF
               END-IF
           END-READ.

      * Rechazos del ultimo cierre aun sin corregir (todo lo que no
      * este marcado R por CORREGIR-RECHAZOS). Un rechazo con una
      * tienda que no esta en el maestro solo cuenta en la empresa.
       CONTAR-RECHAZOS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT RECHAZADAS
           IF FS-RECHAZADAS = "00"
               PERFORM LEER-RECHAZO UNTIL EOF-SWITCH = "S"
               CLOSE RECHAZADAS
           END-IF.

       LEER-RECHAZO.
           READ RECHAZADAS
               AT END MOVE "S" TO EOF-SWITCH
           NOT AT END
               IF RECHAZADAS-ESTADO NOT = "R"
                   AND RECHAZADAS-ESTADO NOT = "A"
                   ADD 1 TO WS-EMP-RECHAZOS
                   MOVE RECH-TIENDA TO WS-TIENDA-BUSCADA
                   MOVE "N" TO WS-ANNADIR-SW
                   PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
                   IF WS-IND-HALLADO > ZEROS
                       ADD 1 TO ELEM-TDA-RECHAZOS (WS-IND-HALLADO)
                   ELSE
                       ADD 1 TO WS-EMP-RECH-SIN-TDA
                   END-IF
               END-IF
           END-READ.

      * Estado de cada tienda el dia del flash segun el calendario
      * comercial (A abierta, C cerrada, M media jornada).
       CONSULTAR-CALENDARIO-TIENDAS.
           MOVE ZEROS TO WS-IND
           PERFORM CONSULTAR-UNA-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS.

       CONSULTAR-UNA-TIENDA.
           ADD 1 TO WS-IND
           MOVE ELEM-TDA-CODIGO (WS-IND) TO WS-CAL-TIENDA
           MOVE WS-FECHA-DIA TO WS-CAL-FECHA
           PERFORM CONSULTAR-CALENDARIO-DIA
           MOVE WS-CAL-ESTADO TO ELEM-TDA-CALENDARIO (WS-IND).

       CONSULTAR-CALENDARIO-DIA.
           MOVE ZEROS TO WS-CAL-HASTA
           CALL "CONSULTAR-CALENDARIO" USING WS-CAL-TIENDA
                                             WS-CAL-FECHA
                                             WS-CAL-HASTA
                                             WS-CAL-ESTADO
                                             WS-CAL-DIAS.

      * Regiones en el orden en que aparecen sus tiendas, y totales
      * de empresa.
       CONSTRUIR-REGIONES.
           INITIALIZE WS-EMPRESA
           MOVE ZEROS TO WS-IND
           PERFORM SUMAR-TIENDA-REGION
               UNTIL WS-IND >= WS-NUM-TIENDAS.

       SUMAR-TIENDA-REGION.
           ADD 1 TO WS-IND
           MOVE ZEROS TO WS-IND-REG-HALL
           MOVE ZEROS TO WS-IND-REG
           PERFORM COMPARAR-REGION
               UNTIL WS-IND-REG >= WS-NUM-REGIONES
               OR WS-IND-REG-HALL > ZEROS
           IF WS-IND-REG-HALL = ZEROS
               IF WS-NUM-REGIONES >= 50
                   DISPLAY "AVISO: MAS DE 50 REGIONES, SE IGNORA: "
                           ELEM-TDA-REGION (WS-IND)
               ELSE
                   ADD 1 TO WS-NUM-REGIONES
                   MOVE WS-NUM-REGIONES TO WS-IND-REG-HALL
                   INITIALIZE ELEM-REG (WS-IND-REG-HALL)
                   MOVE ELEM-TDA-REGION (WS-IND)
                       TO ELEM-REG-NOMBRE (WS-IND-REG-HALL)
               END-IF
           END-IF

           MOVE 1 TO WS-COLUMNA
           PERFORM SUMAR-COLUMNA 3 TIMES.

       SUMAR-COLUMNA.
           IF WS-IND-REG-HALL > ZEROS
               ADD ELEM-TDA-ING (WS-IND, WS-COLUMNA)
                   TO ELEM-REG-ING (WS-IND-REG-HALL, WS-COLUMNA)
               ADD ELEM-TDA-CANT (WS-IND, WS-COLUMNA)
                   TO ELEM-REG-CANT (WS-IND-REG-HALL, WS-COLUMNA)
           END-IF
           ADD ELEM-TDA-ING (WS-IND, WS-COLUMNA)
               TO WS-EMP-ING (WS-COLUMNA)
           ADD ELEM-TDA-CANT (WS-IND, WS-COLUMNA)
               TO WS-EMP-CANT (WS-COLUMNA)
           ADD 1 TO WS-COLUMNA.

       COMPARAR-REGION.
           ADD 1 TO WS-IND-REG
           IF ELEM-REG-NOMBRE (WS-IND-REG) = ELEM-TDA-REGION (WS-IND)
               MOVE WS-IND-REG TO WS-IND-REG-HALL
           END-IF.

      ******************************************************************
      * Pagina de empresa
      ******************************************************************
       IMPRIMIR-EMPRESA.
           MOVE "EMPRESA" TO LT-AMBITO
           PERFORM ESCRIBIR-TITULO

           MOVE SPACES TO WS-LINEA
           STRING "ESTADO DE LA CADENA NOCTURNA DEL "
                                           DELIMITED BY SIZE
                  WS-CADENA-FECHA          DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           IF WS-CADENA-SITUACION = "D"
               MOVE "ESTADO DE LA CADENA: SIN CADENA-ESTADO.DAT"
                   TO WS-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE ZEROS TO WS-IND-PASO
           PERFORM IMPRIMIR-PASO
               UNTIL WS-IND-PASO >= WS-NUM-PASOS
           PERFORM IMPRIMIR-SITUACION-CADENA

           PERFORM IMPRIMIR-ULTIMO-CIERRE
           PERFORM IMPRIMIR-ACUSE THRU IMPRIMIR-ACUSE-EXIT

           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "VENTAS DE LA EMPRESA" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE WS-EMPRESA TO WS-BLOQUE
           PERFORM IMPRIMIR-BLOQUE-VENTAS

           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "INGRESO POR REGION" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE LIN-CAB-VENTAS TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE ZEROS TO WS-IND-REG
           PERFORM IMPRIMIR-LINEA-REGION
               UNTIL WS-IND-REG >= WS-NUM-REGIONES

           MOVE SPACES TO WS-REGION-FILTRO
           PERFORM IMPRIMIR-MEJORES-PEORES

           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "INCIDENCIAS ABIERTAS" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "DESCUADRES DE CAJA" TO LC-ETIQUETA
           MOVE WS-EMP-DESCUADRES TO LC-VALOR
           PERFORM ESCRIBIR-CONTADOR
           MOVE "POSICIONES DE STOCK SIN EXISTENCIAS" TO LC-ETIQUETA
           MOVE WS-EMP-ROTURAS TO LC-VALOR
           PERFORM ESCRIBIR-CONTADOR
           MOVE "RECHAZOS PENDIENTES DE CORREGIR" TO LC-ETIQUETA
           MOVE WS-EMP-RECHAZOS TO LC-VALOR
           PERFORM ESCRIBIR-CONTADOR
           IF WS-EMP-RECH-SIN-TDA > ZEROS
               MOVE "  DE ELLOS SIN TIENDA VALIDA" TO LC-ETIQUETA
               MOVE WS-EMP-RECH-SIN-TDA TO LC-VALOR
               PERFORM ESCRIBIR-CONTADOR
           END-IF
           MOVE "TIENDAS SIN FICHERO EN LA RECOGIDA" TO LC-ETIQUETA
           MOVE WS-EMP-SIN-FEED TO LC-VALOR
           PERFORM ESCRIBIR-CONTADOR
           MOVE "ALERTAS DE VENTA DEL CIERRE" TO LC-ETIQUETA
           MOVE WS-EMP-ALERTAS TO LC-VALOR
           PERFORM ESCRIBIR-CONTADOR.

       IMPRIMIR-PASO.
           ADD 1 TO WS-IND-PASO
           MOVE ELEM-PASO-NUMERO (WS-IND-PASO) TO LP-NUMERO
           MOVE ELEM-PASO-PROGRAMA (WS-IND-PASO) TO LP-PROGRAMA
           MOVE ELEM-PASO-ESTADO (WS-IND-PASO) TO LP-ESTADO
           MOVE ELEM-PASO-RETORNO (WS-IND-PASO) TO LP-RETORNO
           MOVE ELEM-PASO-HORA (WS-IND-PASO) TO WS-HORA-PASO
           MOVE WS-HP-HH TO LP-HH
           MOVE WS-HP-MM TO LP-MM
           MOVE LIN-PASO TO WS-LINEA
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-SITUACION-CADENA.
           EVALUATE WS-CADENA-SITUACION
               WHEN "C"
                   MOVE "CADENA NOCTURNA: CORRECTA" TO WS-LINEA
               WHEN "I"
                   MOVE "CADENA NOCTURNA: ** CON PASOS FALLIDOS **"
                       TO WS-LINEA
               WHEN OTHER
                   MOVE "CADENA NOCTURNA: SIN ESTADO DE LA NOCHE"
                       TO WS-LINEA
           END-EVALUATE
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-ULTIMO-CIERRE.
           IF WS-HAY-CIERRE-SW = "N"
               MOVE "ULTIMO CIERRE: SIN CIERRES.DAT" TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE WS-UC-LEIDOS TO WS-NUMERO-EDIT
               MOVE SPACES TO WS-LINEA
               STRING "ULTIMO CIERRE: " DELIMITED BY SIZE
                      WS-UC-FECHA       DELIMITED BY SIZE
                      "  TIPO "         DELIMITED BY SIZE
                      WS-UC-TIPO        DELIMITED BY SIZE
                      "  LEIDOS "       DELIMITED BY SIZE
                      WS-NUMERO-EDIT    DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               MOVE WS-UC-ACEPTADOS TO WS-NUMERO-EDIT
               MOVE WS-UC-RECHAZADOS TO WS-NUMERO-2-EDIT
               STRING "               ACEPTADOS " DELIMITED BY SIZE
                      WS-NUMERO-EDIT              DELIMITED BY SIZE
                      "  RECHAZADOS "             DELIMITED BY SIZE
                      WS-NUMERO-2-EDIT            DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

       IMPRIMIR-ACUSE.
           IF ENVIO-SECUENCIA = ZEROS
               MOVE "ACUSE CONTABLE: SIN ENVIOS A FINANZAS REGISTRADOS"
                   TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               GO TO IMPRIMIR-ACUSE-EXIT
           END-IF
           MOVE ENVIO-SECUENCIA TO WS-SECUENCIA-EDIT
           MOVE SPACES TO WS-LINEA
           EVALUATE WS-ACUSE-ULTIMO
               WHEN "R"
                   STRING "ACUSE CONTABLE: SECUENCIA "
                                                DELIMITED BY SIZE
                          WS-SECUENCIA-EDIT     DELIMITED BY SIZE
                          " ACUSADA"            DELIMITED BY SIZE
                       INTO WS-LINEA
                   END-STRING
               WHEN "N"
                   STRING "ACUSE CONTABLE: SECUENCIA "
                                                DELIMITED BY SIZE
                          WS-SECUENCIA-EDIT     DELIMITED BY SIZE
                          " ** EL ACUSE NO CUADRA CON LO ENVIADO **"
                                                DELIMITED BY SIZE
                       INTO WS-LINEA
                   END-STRING
               WHEN OTHER
                   STRING "ACUSE CONTABLE: SECUENCIA "
                                                DELIMITED BY SIZE
                          WS-SECUENCIA-EDIT     DELIMITED BY SIZE
                          " ENVIADA, EN ESPERA DE ACUSE"
                                                DELIMITED BY SIZE
                       INTO WS-LINEA
                   END-STRING
           END-EVALUATE
           PERFORM ESCRIBIR-LINEA
           IF WS-SECUENCIA-ANTERIOR = ZEROS
               GO TO IMPRIMIR-ACUSE-EXIT
           END-IF
           MOVE WS-SECUENCIA-ANTERIOR TO WS-SECUENCIA-EDIT
           IF WS-ACUSE-ANTERIOR = "R"
               STRING "                SECUENCIA " DELIMITED BY SIZE
                      WS-SECUENCIA-EDIT            DELIMITED BY SIZE
                      " ACUSADA"                   DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
           ELSE
               STRING "                SECUENCIA " DELIMITED BY SIZE
                      WS-SECUENCIA-EDIT            DELIMITED BY SIZE
                      " ** SIN ACUSE DE FINANZAS **"
                                                   DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
           END-IF
           PERFORM ESCRIBIR-LINEA.
       IMPRIMIR-ACUSE-EXIT.
           EXIT.

       IMPRIMIR-LINEA-REGION.
           ADD 1 TO WS-IND-REG
           MOVE ELEM-REG-NOMBRE (WS-IND-REG) TO LV-ETIQUETA
           MOVE ELEM-REG-ING (WS-IND-REG, 1) TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT TO LV-DIA
           MOVE ELEM-REG-ING (WS-IND-REG, 2) TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT TO LV-SEMANA
           MOVE ELEM-REG-ING (WS-IND-REG, 3) TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT TO LV-ANNO
           MOVE ELEM-REG-ING (WS-IND-REG, 1) TO WS-VAR-ACTUAL
           MOVE ELEM-REG-ING (WS-IND-REG, 2) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LV-VAR-SEMANA
           MOVE ELEM-REG-ING (WS-IND-REG, 3) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LV-VAR-ANNO
           MOVE LIN-VENTAS TO WS-LINEA
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Pagina de region
      ******************************************************************
       IMPRIMIR-REGION.
           ADD 1 TO WS-IND-REG
           MOVE ELEM-REG-NOMBRE (WS-IND-REG) TO WS-REGION-FILTRO
           MOVE SPACES TO LT-AMBITO
           STRING "REGION "          DELIMITED BY SIZE
                  WS-REGION-FILTRO   DELIMITED BY SIZE
               INTO LT-AMBITO
           END-STRING
           PERFORM ESCRIBIR-TITULO

           PERFORM IMPRIMIR-SITUACION-CADENA
           IF WS-ACUSE-FALTA-SW = "S"
               MOVE "ACUSE CONTABLE: ** PENDIENTE, VER EMPRESA **"
                   TO WS-LINEA
           ELSE
               MOVE "ACUSE CONTABLE: SIN PENDIENTES" TO WS-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA

           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "VENTAS DE LA REGION" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE ELEM-REG-ING (WS-IND-REG, 1) TO WS-BLQ-ING (1)
           MOVE ELEM-REG-ING (WS-IND-REG, 2) TO WS-BLQ-ING (2)
           MOVE ELEM-REG-ING (WS-IND-REG, 3) TO WS-BLQ-ING (3)
           MOVE ELEM-REG-CANT (WS-IND-REG, 1) TO WS-BLQ-CANT (1)
           MOVE ELEM-REG-CANT (WS-IND-REG, 2) TO WS-BLQ-CANT (2)
           MOVE ELEM-REG-CANT (WS-IND-REG, 3) TO WS-BLQ-CANT (3)
           PERFORM IMPRIMIR-BLOQUE-VENTAS

           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "TIENDAS DE LA REGION" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE LIN-CAB-TIENDAS TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE ZEROS TO WS-IND
           PERFORM IMPRIMIR-TIENDA-REGION
               UNTIL WS-IND >= WS-NUM-TIENDAS

           PERFORM IMPRIMIR-MEJORES-PEORES

           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "INCIDENCIAS ABIERTAS POR TIENDA" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "N" TO WS-ENCONTRADO-SW
           MOVE ZEROS TO WS-IND
           PERFORM IMPRIMIR-INCIDENCIA-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS
           IF WS-ENCONTRADO-SW = "N"
               MOVE "  SIN INCIDENCIAS ABIERTAS" TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF

           MOVE ZEROS TO WS-IND-DESC
           PERFORM IMPRIMIR-DESCUADRE-REGION
               THRU IMPRIMIR-DESCUADRE-REGION-EXIT
               UNTIL WS-IND-DESC >= WS-NUM-DESCUADRES.

       IMPRIMIR-TIENDA-REGION.
           ADD 1 TO WS-IND
           IF ELEM-TDA-REGION (WS-IND) = WS-REGION-FILTRO
               MOVE WS-IND TO WS-IND-LINEA
               PERFORM IMPRIMIR-LINEA-TIENDA
           END-IF.

       IMPRIMIR-INCIDENCIA-TIENDA.
           ADD 1 TO WS-IND
           IF ELEM-TDA-REGION (WS-IND) = WS-REGION-FILTRO
               AND (ELEM-TDA-DESCUADRES (WS-IND) > ZEROS
                    OR ELEM-TDA-ROTURAS (WS-IND) > ZEROS
                    OR ELEM-TDA-RECHAZOS (WS-IND) > ZEROS)
               MOVE "S" TO WS-ENCONTRADO-SW
               MOVE ELEM-TDA-CODIGO (WS-IND) TO LI-CODIGO
               MOVE ELEM-TDA-NOMBRE (WS-IND) TO LI-NOMBRE
               MOVE ELEM-TDA-DESCUADRES (WS-IND) TO LI-DESCUADRES
               MOVE ELEM-TDA-ROTURAS (WS-IND) TO LI-ROTURAS
               MOVE ELEM-TDA-RECHAZOS (WS-IND) TO LI-RECHAZOS
               MOVE LIN-INCIDENCIA TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Detalle de los descuadres de caja de las tiendas de la
      * region.
       IMPRIMIR-DESCUADRE-REGION.
           ADD 1 TO WS-IND-DESC
           MOVE ELEM-DESC-TIENDA (WS-IND-DESC) TO WS-TIENDA-BUSCADA
           MOVE "N" TO WS-ANNADIR-SW
           PERFORM LOCALIZAR-TIENDA THRU LOCALIZAR-TIENDA-EXIT
           IF WS-IND-HALLADO = ZEROS
               GO TO IMPRIMIR-DESCUADRE-REGION-EXIT
           END-IF
           IF ELEM-TDA-REGION (WS-IND-HALLADO) NOT = WS-REGION-FILTRO
               GO TO IMPRIMIR-DESCUADRE-REGION-EXIT
           END-IF
           MOVE ELEM-DESC-TIENDA (WS-IND-DESC) TO LD-TIENDA
           MOVE ELEM-DESC-FECHA (WS-IND-DESC) TO LD-FECHA
           MOVE ELEM-DESC-IMPORTE (WS-IND-DESC) TO LD-IMPORTE
           EVALUATE ELEM-DESC-TIPO (WS-IND-DESC)
               WHEN "D"
                   MOVE "CAJA: DIFERENCIA" TO LD-TEXTO
               WHEN "S"
                   MOVE "CAJA: DECLARADO SIN VENTA" TO LD-TEXTO
               WHEN OTHER
                   MOVE "CAJA: SIN DECLARACION" TO LD-TEXTO
           END-EVALUATE
           MOVE LIN-DESCUADRE TO WS-LINEA
           PERFORM ESCRIBIR-LINEA.
       IMPRIMIR-DESCUADRE-REGION-EXIT.
           EXIT.

      ******************************************************************
      * Bloques comunes
      ******************************************************************
      * Ingreso y unidades de WS-BLOQUE con sus dos variaciones.
       IMPRIMIR-BLOQUE-VENTAS.
           MOVE LIN-CAB-VENTAS TO WS-LINEA
           PERFORM ESCRIBIR-LINEA

           MOVE "INGRESO" TO LV-ETIQUETA
           MOVE WS-BLQ-ING (1) TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT TO LV-DIA
           MOVE WS-BLQ-ING (2) TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT TO LV-SEMANA
           MOVE WS-BLQ-ING (3) TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT TO LV-ANNO
           MOVE WS-BLQ-ING (1) TO WS-VAR-ACTUAL
           MOVE WS-BLQ-ING (2) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LV-VAR-SEMANA
           MOVE WS-BLQ-ING (3) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LV-VAR-ANNO
           MOVE LIN-VENTAS TO WS-LINEA
           PERFORM ESCRIBIR-LINEA

           MOVE "UNIDADES" TO LV-ETIQUETA
           MOVE WS-BLQ-CANT (1) TO WS-UNIDADES-EDIT
           MOVE WS-UNIDADES-EDIT TO LV-DIA
           MOVE WS-BLQ-CANT (2) TO WS-UNIDADES-EDIT
           MOVE WS-UNIDADES-EDIT TO LV-SEMANA
           MOVE WS-BLQ-CANT (3) TO WS-UNIDADES-EDIT
           MOVE WS-UNIDADES-EDIT TO LV-ANNO
           MOVE WS-BLQ-CANT (1) TO WS-VAR-ACTUAL
           MOVE WS-BLQ-CANT (2) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LV-VAR-SEMANA
           MOVE WS-BLQ-CANT (3) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LV-VAR-ANNO
           MOVE LIN-VENTAS TO WS-LINEA
           PERFORM ESCRIBIR-LINEA.

      * Tres mejores y tres peores tiendas del dia por ingreso, de la
      * region WS-REGION-FILTRO (en blanco, de toda la empresa). Una
      * tienda elegida entre las mejores no se repite entre las
      * peores.
       IMPRIMIR-MEJORES-PEORES.
           MOVE ZEROS TO WS-IND
           PERFORM DESMARCAR-TIENDA
               UNTIL WS-IND >= WS-NUM-TIENDAS

           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "MEJORES TIENDAS DEL DIA" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM ELEGIR-MEJOR 3 TIMES

           MOVE "PEORES TIENDAS DEL DIA (ABIERTAS)" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM ELEGIR-PEOR 3 TIMES.

       DESMARCAR-TIENDA.
           ADD 1 TO WS-IND
           MOVE "N" TO ELEM-TDA-ELEGIDA (WS-IND).

       ELEGIR-MEJOR.
           MOVE ZEROS TO WS-IND-ELEGIDA
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-MEJOR
               UNTIL WS-IND >= WS-NUM-TIENDAS
           IF WS-IND-ELEGIDA > ZEROS
               MOVE "S" TO ELEM-TDA-ELEGIDA (WS-IND-ELEGIDA)
               MOVE WS-IND-ELEGIDA TO WS-IND-LINEA
               PERFORM IMPRIMIR-LINEA-TIENDA
           END-IF.

       COMPARAR-MEJOR.
           ADD 1 TO WS-IND
           IF (WS-REGION-FILTRO = SPACES
               OR ELEM-TDA-REGION (WS-IND) = WS-REGION-FILTRO)
               AND ELEM-TDA-ELEGIDA (WS-IND) = "N"
               AND ELEM-TDA-ING (WS-IND, 1) > ZEROS
               IF WS-IND-ELEGIDA = ZEROS
                   MOVE WS-IND TO WS-IND-ELEGIDA
               ELSE
                   IF ELEM-TDA-ING (WS-IND, 1) >
                      ELEM-TDA-ING (WS-IND-ELEGIDA, 1)
                       MOVE WS-IND TO WS-IND-ELEGIDA
                   END-IF
               END-IF
           END-IF.

       ELEGIR-PEOR.
           MOVE ZEROS TO WS-IND-ELEGIDA
           MOVE ZEROS TO WS-IND
           PERFORM COMPARAR-PEOR
               UNTIL WS-IND >= WS-NUM-TIENDAS
           IF WS-IND-ELEGIDA > ZEROS
               MOVE "S" TO ELEM-TDA-ELEGIDA (WS-IND-ELEGIDA)
               MOVE WS-IND-ELEGIDA TO WS-IND-LINEA
               PERFORM IMPRIMIR-LINEA-TIENDA
           END-IF.

      * Solo cuentan como peores las tiendas de alta que abrian ese
      * dia: una tienda cerrada no vende por definicion.
       COMPARAR-PEOR.
           ADD 1 TO WS-IND
           IF (WS-REGION-FILTRO = SPACES
               OR ELEM-TDA-REGION (WS-IND) = WS-REGION-FILTRO)
               AND ELEM-TDA-ELEGIDA (WS-IND) = "N"
               AND ELEM-TDA-ESTADO (WS-IND) NOT = "C"
               AND ELEM-TDA-CALENDARIO (WS-IND) NOT = "C"
               IF WS-IND-ELEGIDA = ZEROS
                   MOVE WS-IND TO WS-IND-ELEGIDA
               ELSE
                   IF ELEM-TDA-ING (WS-IND, 1) <
                      ELEM-TDA-ING (WS-IND-ELEGIDA, 1)
                       MOVE WS-IND TO WS-IND-ELEGIDA
                   END-IF
               END-IF
           END-IF.

      * Linea de la tienda WS-IND-LINEA: ingreso del dia,
      * variaciones y observaciones.
       IMPRIMIR-LINEA-TIENDA.
           MOVE ELEM-TDA-CODIGO (WS-IND-LINEA) TO LTD-CODIGO
           MOVE ELEM-TDA-NOMBRE (WS-IND-LINEA) TO LTD-NOMBRE
           MOVE ELEM-TDA-ING (WS-IND-LINEA, 1) TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT TO LTD-INGRESO
           MOVE ELEM-TDA-ING (WS-IND-LINEA, 1) TO WS-VAR-ACTUAL
           MOVE ELEM-TDA-ING (WS-IND-LINEA, 2) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LTD-VAR-SEMANA
           MOVE ELEM-TDA-ING (WS-IND-LINEA, 3) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LTD-VAR-ANNO
           EVALUATE TRUE
               WHEN ELEM-TDA-ESTADO (WS-IND-LINEA) = "C"
                   MOVE "TIENDA DE BAJA" TO LTD-NOTA
               WHEN ELEM-TDA-CALENDARIO (WS-IND-LINEA) = "C"
                   MOVE "CERRADA (CALEND.)" TO LTD-NOTA
               WHEN ELEM-TDA-FEED (WS-IND-LINEA) = "F"
                   MOVE "** SIN FICHERO **" TO LTD-NOTA
               WHEN ELEM-TDA-CALENDARIO (WS-IND-LINEA) = "M"
                   MOVE "MEDIA JORNADA" TO LTD-NOTA
               WHEN OTHER
                   MOVE SPACES TO LTD-NOTA
           END-EVALUATE
           MOVE LIN-TIENDA TO WS-LINEA
           PERFORM ESCRIBIR-LINEA.

      * Variacion en % de WS-VAR-ACTUAL sobre WS-VAR-BASE; sin base
      * no hay variacion.
       CALCULAR-VARIACION.
           IF WS-VAR-BASE = ZEROS
               MOVE "     --" TO WS-VAR-TEXTO
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   ((WS-VAR-ACTUAL - WS-VAR-BASE) * 100) / WS-VAR-BASE
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-VAR-PCT
               END-COMPUTE
               MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
               MOVE WS-VAR-PCT-EDIT TO WS-VAR-TEXTO
           END-IF.

       ESCRIBIR-CONTADOR.
           MOVE LIN-CONTADOR TO WS-LINEA
           PERFORM ESCRIBIR-LINEA.

      * Cabecera de pagina: cada region empieza en hoja nueva.
       ESCRIBIR-TITULO.
           MOVE WS-FECHA-DIA TO LT-FECHA
           MOVE WS-NOMBRE-DIA TO LT-DIA-SEMANA
           WRITE REG-FLASH FROM LIN-TITULO
               AFTER ADVANCING PAGE
           MOVE LIN-SEPARADOR TO WS-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           WRITE REG-FLASH FROM WS-LINEA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-LINEA.
