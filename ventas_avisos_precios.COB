      ******************************************************************
      * Author:Maria Romero
      * Date:23/09/2026
      * Purpose: Avisos de cambio de precio a las tiendas, job de
      *    cada noche. Busca los cambios de precio que entran en
      *    vigor entre hoy y los proximos N dias:
      *    - las lineas de PRECIOS-HISTORICO.DAT con esa fecha desde
      *      (el precio nuevo con vigencia futura que se da en
      *      MANTENIMIENTO-PRODUCTOS), contra el precio que regia la
      *      vispera; las altas de producto no son cambio;
      *    - las promociones activas de PROMOCIONES.DAT que empiezan
      *      (precio de oferta contra el de referencia) o que
      *      terminan (vuelta al precio de referencia el dia
      *      siguiente a su fecha hasta), en sus tiendas
      *      participantes (PROMOCION-TIENDAS.DAT, sin lineas toda
      *      la cadena) y para cada producto de su categoria si la
      *      promocion es de categoria.
      *    Cada cambio se apunta por tienda abierta en
      *    AVISOS-PRECIOS.DAT (tienda, producto, fecha de efecto,
      *    origen P=precio, O=empieza oferta, F=termina oferta,
      *    promocion, precio anterior y nuevo, fecha de emision y
      *    estado P=pendiente o C=confirmado por la tienda, con la
      *    fecha y el operador que confirma en
      *    CONFIRMAR-AVISOS-PRECIOS). Un cambio ya avisado no se
      *    vuelve a avisar, salvo que su precio nuevo haya cambiado.
      *    Para los avisos emitidos hoy cada tienda recibe:
      *    - ETIQUETAS-TTTT-AAAAMMDD.DAT para las impresoras de
      *      etiquetas de lineal: producto, descripcion, precio
      *      anterior y nuevo, medida (K/L) y precio por kilo o
      *      litro, fecha de efecto, origen y promocion;
      *    - AVISO-PRECIOS-TTTT-AAAAMMDD.TXT, el aviso impreso con
      *      los cambios a aplicar antes de abrir, por fecha.
      *    Al final lista las tiendas con avisos sin confirmar cuya
      *    fecha de efecto ya ha llegado. Los avisos confirmados de
      *    hace mas de 90 dias se purgan al reescribir el fichero.
      *    Argumento del job: dias de antelacion (3 si no se pasa).
      *    RETURN-CODE 8 sin maestro de productos o si el fichero de
      *    avisos no cabe en la tabla (no se toca); 4 si hay tiendas
      *    sin confirmar o alguna tabla se lleno.
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-AVISOS-PRECIOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCTOS.
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIENDAS.
           SELECT PRECIOS-HIST ASSIGN TO "PRECIOS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECIOS-HIST.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCIONES.
           SELECT PROMO-TIENDAS ASSIGN TO "PROMOCION-TIENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMO-TIENDAS.
           SELECT AVISOS ASSIGN TO "AVISOS-PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISOS.
           SELECT ETIQUETAS ASSIGN TO DYNAMIC WS-NOMBRE-ETIQUETAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETIQUETAS.
           SELECT HOJA-AVISO ASSIGN TO DYNAMIC WS-NOMBRE-AVISO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOJA-AVISO.
           SELECT SORT-AVISOS ASSIGN TO SORTAVISOS.

       DATA DIVISION.
       FILE SECTION.
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

       FD TIENDAS.
       01 REG-TIENDAS.
           05 CODIGO-TIENDA        PIC X(4).
           05 NOMBRE-TIENDA        PIC X(20).
           05 REGION-TIENDA        PIC X(10).
           05 ESTADO-TIENDA        PIC X(1).
           05 FORMATO-FEED-TIENDA  PIC X(1).

       FD PRECIOS-HIST.
       01 REG-PRECIOS-HIST.
           05 PRECIO-HIST-CODIGO    PIC X(5).
           05 PRECIO-HIST-DESDE     PIC 9(8).
           05 PRECIO-HIST-PRECIO    PIC 9(3)V99.

       FD PROMOCIONES.
       01 REG-PROMOCIONES.
           05 PROMO-CODIGO         PIC X(6).
           05 PROMO-DESCRIPCION    PIC X(30).
           05 PROMO-AMBITO         PIC X(1).
           05 PROMO-ARTICULO       PIC X(5).
           05 PROMO-DESDE          PIC 9(8).
           05 PROMO-HASTA          PIC 9(8).
           05 PROMO-TIPO           PIC X(1).
           05 PROMO-PRECIO         PIC 9(3)V99.
           05 PROMO-DESCUENTO      PIC 9(2)V99.
           05 PROMO-ESTADO         PIC X(1).

       FD PROMO-TIENDAS.
       01 REG-PROMO-TIENDAS.
           05 PROMTDA-CODIGO       PIC X(6).
           05 PROMTDA-TIPO         PIC X(1).
           05 PROMTDA-VALOR        PIC X(10).

      * Avisos de cambio de precio por tienda y su confirmacion (lo
      * reescriben este job y CONFIRMAR-AVISOS-PRECIOS).
       FD AVISOS.
       01 REG-AVISOS.
           05 AVISO-CLAVE.
               10 AVISO-TIENDA         PIC X(4).
               10 AVISO-CODIGO         PIC X(5).
               10 AVISO-FECHA-EFECTO   PIC 9(8).
               10 AVISO-ORIGEN         PIC X(1).
               10 AVISO-PROMOCION      PIC X(6).
           05 AVISO-PRECIO-ANTES   PIC 9(3)V99.
           05 AVISO-PRECIO-NUEVO   PIC 9(3)V99.
           05 AVISO-FECHA-EMISION  PIC 9(8).
           05 AVISO-ESTADO         PIC X(1).
           05 AVISO-FECHA-CONFIRMA PIC 9(8).
           05 AVISO-OPERADOR       PIC 9(6).

      * Una etiqueta de lineal por cambio.
       FD ETIQUETAS.
       01 REG-ETIQUETAS.
           05 ETIQ-CODIGO          PIC X(5).
           05 ETIQ-DESCRIPCION     PIC X(30).
           05 ETIQ-PRECIO-ANTES    PIC 9(3)V99.
           05 ETIQ-PRECIO-NUEVO    PIC 9(3)V99.
           05 ETIQ-MEDIDA          PIC X(1).
           05 ETIQ-PRECIO-MEDIDA   PIC 9(5)V99.
           05 ETIQ-FECHA-EFECTO    PIC 9(8).
           05 ETIQ-ORIGEN          PIC X(1).
           05 ETIQ-PROMOCION       PIC X(6).

       FD HOJA-AVISO.
       01 REG-HOJA-AVISO        PIC X(80).

      * Avisos emitidos hoy, por tienda, fecha de efecto y producto.
       SD SORT-AVISOS.
       01 REG-SORT-AVISOS.
           05 SORT-TIENDA          PIC X(4).
           05 SORT-FECHA-EFECTO    PIC 9(8).
           05 SORT-CODIGO          PIC X(5).
           05 SORT-ORIGEN          PIC X(1).
           05 SORT-PROMOCION       PIC X(6).
           05 SORT-PRECIO-ANTES    PIC 9(3)V99.
           05 SORT-PRECIO-NUEVO    PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 FS-PRODUCTOS         PIC XX VALUE SPACES.
       01 FS-TIENDAS           PIC XX VALUE SPACES.
       01 FS-PRECIOS-HIST      PIC XX VALUE SPACES.
       01 FS-PROMOCIONES       PIC XX VALUE SPACES.
       01 FS-PROMO-TIENDAS     PIC XX VALUE SPACES.
       01 FS-AVISOS            PIC XX VALUE SPACES.
       01 FS-ETIQUETAS         PIC XX VALUE SPACES.
       01 FS-HOJA-AVISO      PIC XX VALUE SPACES.
       01 EOF-SWITCH-PROD      PIC X VALUE "N".
       01 EOF-SWITCH-TIENDAS   PIC X VALUE "N".
       01 EOF-SWITCH-PREHIS    PIC X VALUE "N".
       01 EOF-SWITCH-PROMO     PIC X VALUE "N".
       01 EOF-SWITCH-PROMTDA   PIC X VALUE "N".
       01 EOF-SWITCH-AVISOS    PIC X VALUE "N".
       01 EOF-SWITCH-SORT      PIC X VALUE "N".

      * Argumento del job: dias de antelacion.
       01 WS-LINEA-COMANDO     PIC X(30) VALUE SPACES.
       01 WS-ARG-1             PIC X(10) VALUE SPACES.
       01 WS-DIAS-ANTELACION   PIC 9(2) VALUE ZEROS.

      * Fechas: hoy, ultimo dia de la ventana y purga.
       01 WS-FECHA-HOY         PIC 9(8) VALUE ZEROS.
       01 WS-DIA-HOY           PIC 9(7) VALUE ZEROS.
       01 WS-FECHA-LIMITE      PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-PURGA       PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-VISPERA     PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-FIN-PROMO   PIC 9(8) VALUE ZEROS.

       01 WS-RETORNO           PIC 9 VALUE ZEROS.

      * Maestro de productos en memoria.
       01 WS-NUM-PRODUCTOS     PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD          PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROD-HALLADO  PIC 9(4) VALUE ZEROS.
       01 WS-PROD-HALLADO-SW   PIC X VALUE "N".
       01 WS-BUSCA-CODIGO      PIC X(5) VALUE SPACES.
       01 TABLA-PRODUCTOS.
           05 ELEM-PRODUCTO OCCURS 2000 TIMES.
               10 ELEM-PROD-CODIGO      PIC X(5).
               10 ELEM-PROD-DESCRIPCION PIC X(30).
               10 ELEM-PROD-PRECIO      PIC 9(3)V99.
               10 ELEM-PROD-ESTADO      PIC X(1).
               10 ELEM-PROD-CATEGORIA   PIC X(3).
               10 ELEM-PROD-MEDIDA      PIC X(1).
               10 ELEM-PROD-CONTENIDO   PIC 9(3)V999.

      * Tiendas en memoria; solo las abiertas reciben avisos.
       01 WS-NUM-TIENDAS       PIC 9(3) VALUE ZEROS.
       01 WS-IND-TIENDA        PIC 9(3) VALUE ZEROS.
       01 TABLA-TIENDAS.
           05 ELEM-TIENDA OCCURS 200 TIMES.
               10 ELEM-TIENDA-CODIGO PIC X(4).
               10 ELEM-TIENDA-NOMBRE PIC X(20).
               10 ELEM-TIENDA-REGION PIC X(10).
               10 ELEM-TIENDA-ESTADO PIC X(1).

      * Historico de precios en memoria y precio vigente en una
      * fecha (WS-PRC-FECHA) para un producto (WS-BUSCA-CODIGO).
       01 WS-NUM-PRECIOS-HIST  PIC 9(4) VALUE ZEROS.
       01 WS-IND-PREHIS        PIC 9(4) VALUE ZEROS.
       01 TABLA-PRECIOS-HIST.
           05 ELEM-PREHIS OCCURS 2000 TIMES.
               10 ELEM-PREHIS-CODIGO PIC X(5).
               10 ELEM-PREHIS-DESDE  PIC 9(8).
               10 ELEM-PREHIS-PRECIO PIC 9(3)V99.
       01 WS-IND-PRC           PIC 9(4) VALUE ZEROS.
       01 WS-PRC-FECHA         PIC 9(8) VALUE ZEROS.
       01 WS-PRC-DESDE         PIC 9(8) VALUE ZEROS.
       01 WS-PRC-PRECIO        PIC 9(3)V99 VALUE ZEROS.
       01 WS-PRC-HALLADO-SW    PIC X VALUE "N".

      * Promociones activas y sus tiendas participantes.
       01 WS-NUM-PROMOCIONES   PIC 9(3) VALUE ZEROS.
       01 WS-IND-PROMO         PIC 9(3) VALUE ZEROS.
       01 TABLA-PROMOCIONES.
           05 ELEM-PROMO OCCURS 500 TIMES.
               10 ELEM-PROMO-CODIGO    PIC X(6).
               10 ELEM-PROMO-AMBITO    PIC X(1).
               10 ELEM-PROMO-ARTICULO  PIC X(5).
               10 ELEM-PROMO-DESDE     PIC 9(8).
               10 ELEM-PROMO-HASTA     PIC 9(8).
               10 ELEM-PROMO-TIPO      PIC X(1).
               10 ELEM-PROMO-PRECIO    PIC 9(3)V99.
               10 ELEM-PROMO-DESCUENTO PIC 9(2)V99.
       01 WS-NUM-PROMO-TIENDAS PIC 9(4) VALUE ZEROS.
       01 WS-IND-PROMTDA       PIC 9(4) VALUE ZEROS.
       01 TABLA-PROMO-TIENDAS.
           05 ELEM-PROMTDA OCCURS 2000 TIMES.
               10 ELEM-PROMTDA-CODIGO  PIC X(6).
               10 ELEM-PROMTDA-TIPO    PIC X(1).
               10 ELEM-PROMTDA-VALOR   PIC X(10).
       01 WS-PROMO-TIENDA-SW   PIC X VALUE "N".
       01 WS-PROMO-CON-TDAS-SW PIC X VALUE "N".
       01 WS-PRECIO-BASE       PIC 9(3)V99 VALUE ZEROS.
       01 WS-PRECIO-OFERTA     PIC 9(3)V99 VALUE ZEROS.

      * Fichero de avisos entero en memoria; se reescribe al final.
       01 WS-NUM-AVISOS        PIC 9(4) VALUE ZEROS.
       01 WS-IND-AVISO         PIC 9(4) VALUE ZEROS.
       01 WS-AVISO-HALLADO-SW  PIC X VALUE "N".
       01 WS-DESBORDE-SW       PIC X VALUE "N".
       01 WS-LLENA-AVISADA-SW  PIC X VALUE "N".
       01 TABLA-AVISOS.
           05 ELEM-AVISO OCCURS 5000 TIMES.
               10 ELEM-AVISO-CLAVE     PIC X(24).
               10 ELEM-AVISO-RESTO     PIC X(33).

      * Aviso en curso, con el mismo trazado que AVISOS-PRECIOS.DAT.
       01 WS-AVISO.
           05 WS-AV-CLAVE.
               10 WS-AV-TIENDA         PIC X(4).
               10 WS-AV-CODIGO         PIC X(5).
               10 WS-AV-FECHA-EFECTO   PIC 9(8).
               10 WS-AV-ORIGEN         PIC X(1).
               10 WS-AV-PROMOCION      PIC X(6).
           05 WS-AV-RESTO.
               10 WS-AV-PRECIO-ANTES   PIC 9(3)V99.
               10 WS-AV-PRECIO-NUEVO   PIC 9(3)V99.
               10 WS-AV-FECHA-EMISION  PIC 9(8).
               10 WS-AV-ESTADO         PIC X(1).
               10 WS-AV-FECHA-CONFIRMA PIC 9(8).
               10 WS-AV-OPERADOR       PIC 9(6).

       01 WS-CONTA-NUEVOS      PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-CAMBIADOS   PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-PURGADOS    PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-TIENDAS     PIC 9(3) VALUE ZEROS.
       01 WS-CONTA-ETIQUETAS   PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-TDA         PIC 9(5) VALUE ZEROS.

      * Ficheros de la tienda en curso.
       01 WS-GRUPO-TIENDA      PIC X(4) VALUE SPACES.
       01 WS-NOMBRE-ETIQUETAS.
           05 FILLER               PIC X(10) VALUE "ETIQUETAS-".
           05 WS-NOMBRE-ETIQ-TDA   PIC X(4).
           05 FILLER               PIC X(1) VALUE "-".
           05 WS-NOMBRE-ETIQ-DIA   PIC 9(8).
           05 FILLER               PIC X(4) VALUE ".DAT".
       01 WS-NOMBRE-AVISO.
           05 FILLER               PIC X(14) VALUE "AVISO-PRECIOS-".
           05 WS-NOMBRE-AVISO-TDA  PIC X(4).
           05 FILLER               PIC X(1) VALUE "-".
           05 WS-NOMBRE-AVISO-DIA  PIC 9(8).
           05 FILLER               PIC X(4) VALUE ".TXT".
       01 WS-PRECIO-MEDIDA     PIC 9(5)V99 VALUE ZEROS.

      * Tiendas sin confirmar.
       01 WS-CONTA-SIN-CONF    PIC 9(5) VALUE ZEROS.
       01 WS-PRIMERA-SIN-CONF  PIC 9(8) VALUE ZEROS.
       01 WS-TDAS-SIN-CONF     PIC 9(3) VALUE ZEROS.

      * Lineas del aviso impreso.
       01 WS-LINEA             PIC X(80) VALUE SPACES.
       01 LIN-TITULO.
           05 FILLER           PIC X(30)
                               VALUE "AVISO DE CAMBIOS DE PRECIO - ".
           05 FILLER           PIC X(7) VALUE "TIENDA ".
           05 LT-TIENDA        PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LT-NOMBRE        PIC X(20).
           05 FILLER           PIC X(4) VALUE "  - ".
           05 LT-FECHA         PIC 9(8).
       01 LIN-INSTRUCCION.
           05 FILLER           PIC X(40)
               VALUE "APLICAR CADA CAMBIO ANTES DE ABRIR EL DI".
           05 FILLER           PIC X(40)
               VALUE "A DE EFECTO Y CONFIRMARLO EN LA CONSOLA ".
       01 LIN-SEPARADOR.
           05 FILLER           PIC X(40) VALUE ALL "=".
           05 FILLER           PIC X(39) VALUE ALL "=".
       01 LIN-CABECERA.
           05 FILLER           PIC X(37)
               VALUE "EFECTO   PROD. DESCRIPCION".
           05 FILLER           PIC X(43)
               VALUE " ANTES  NUEVO POR KG/L   MOTIVO".
       01 LIN-CAMBIO.
           05 LC-FECHA         PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LC-CODIGO        PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LC-DESCRIPCION   PIC X(21).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LC-ANTES         PIC ZZ9,99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LC-NUEVO         PIC ZZ9,99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LC-PRECIO-MEDIDA PIC ZZZZ9,99.
           05 LC-MEDIDA        PIC X(2).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LC-MOTIVO        PIC X(18).
       01 LIN-PIE.
           05 FILLER           PIC X(20) VALUE "CAMBIOS A APLICAR: ".
           05 LP-CAMBIOS       PIC ZZZZ9.
       01 LIN-FIRMA.
           05 FILLER           PIC X(40)
               VALUE "APLICADO POR: ____________________  FECH".
           05 FILLER           PIC X(20)
               VALUE "A: __________".

       01 WS-FECHA-EDIT        PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-ARGUMENTOS
           DISPLAY "AVISOS DE CAMBIO DE PRECIO DEL " WS-FECHA-HOY
                   " AL " WS-FECHA-LIMITE
           DISPLAY "=================================================="

           PERFORM CARGAR-PRODUCTOS
           IF WS-NUM-PRODUCTOS = ZEROS
               DISPLAY "SIN MAESTRO DE PRODUCTOS, NO SE AVISA NADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-TIENDAS
           PERFORM CARGAR-PRECIOS-HIST
           PERFORM CARGAR-PROMOCIONES
           PERFORM CARGAR-AVISOS THRU CARGAR-AVISOS-EXIT
      * El fichero de avisos se reescribe entero: si no cabe en la
      * tabla no se toca, para no perder confirmaciones.
           IF WS-DESBORDE-SW = "S"
               DISPLAY "AVISOS-PRECIOS.DAT CON MAS DE 5000 LINEAS, NO "
                       "SE AVISA NADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-IND-PREHIS
           PERFORM DETECTAR-CAMBIO-PRECIO
               THRU DETECTAR-CAMBIO-PRECIO-EXIT
               UNTIL WS-IND-PREHIS >= WS-NUM-PRECIOS-HIST
           MOVE ZEROS TO WS-IND-PROMO
           PERFORM DETECTAR-PROMOCION
               UNTIL WS-IND-PROMO >= WS-NUM-PROMOCIONES
           PERFORM GRABAR-AVISOS

           DISPLAY "AVISOS NUEVOS.............: " WS-CONTA-NUEVOS
           DISPLAY "AVISOS CON PRECIO CAMBIADO: " WS-CONTA-CAMBIADOS
           DISPLAY "AVISOS CONFIRMADOS PURGADOS: " WS-CONTA-PURGADOS

           SORT SORT-AVISOS ON ASCENDING KEY SORT-TIENDA
                            ON ASCENDING KEY SORT-FECHA-EFECTO
                            ON ASCENDING KEY SORT-CODIGO
                            ON ASCENDING KEY SORT-ORIGEN
               INPUT PROCEDURE IS SOLTAR-AVISOS
               OUTPUT PROCEDURE IS EMITIR-AVISOS
           DISPLAY "TIENDAS AVISADAS HOY: " WS-CONTA-TIENDAS
                   "  ETIQUETAS: " WS-CONTA-ETIQUETAS

           PERFORM INFORMAR-SIN-CONFIRMAR
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

       RESOLVER-ARGUMENTOS.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
               INTO WS-ARG-1
           END-UNSTRING
           IF WS-ARG-1 NOT = SPACES
               AND FUNCTION TRIM (WS-ARG-1) IS NUMERIC
               AND FUNCTION NUMVAL (WS-ARG-1) < 100
               MOVE FUNCTION NUMVAL (WS-ARG-1) TO WS-DIAS-ANTELACION
           END-IF
           IF WS-DIAS-ANTELACION = ZEROS
               MOVE 3 TO WS-DIAS-ANTELACION
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-HOY + WS-DIAS-ANTELACION)
           COMPUTE WS-FECHA-PURGA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-HOY - 90).

      ******************************************************************
      * Carga de maestros y ficheros
      ******************************************************************
       CARGAR-PRODUCTOS.
           MOVE ZEROS TO WS-NUM-PRODUCTOS
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS = "00"
               PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT
                   UNTIL EOF-SWITCH-PROD = "S"
               CLOSE PRODUCTOS
           END-IF.

      * Sin medida o sin contenido no hay precio por unidad.
       LEER-PRODUCTO.
           READ PRODUCTOS
               AT END MOVE "S" TO EOF-SWITCH-PROD
           NOT AT END
               IF WS-NUM-PRODUCTOS < 2000
                   ADD 1 TO WS-NUM-PRODUCTOS
                   MOVE CODIGO-PRODUCTO
                       TO ELEM-PROD-CODIGO (WS-NUM-PRODUCTOS)
                   MOVE DESCRIPCION-PRODUCTO
                       TO ELEM-PROD-DESCRIPCION (WS-NUM-PRODUCTOS)
                   MOVE PRECIO-REF-PRODUCTO
                       TO ELEM-PROD-PRECIO (WS-NUM-PRODUCTOS)
                   MOVE ESTADO-PRODUCTO
                       TO ELEM-PROD-ESTADO (WS-NUM-PRODUCTOS)
                   MOVE CATEGORIA-PRODUCTO
                       TO ELEM-PROD-CATEGORIA (WS-NUM-PRODUCTOS)
                   MOVE MEDIDA-PRODUCTO
                       TO ELEM-PROD-MEDIDA (WS-NUM-PRODUCTOS)
                   MOVE CONTENIDO-PRODUCTO
                       TO ELEM-PROD-CONTENIDO (WS-NUM-PRODUCTOS)
                   IF CONTENIDO-PRODUCTO IS NOT NUMERIC
                       OR CONTENIDO-PRODUCTO = ZEROS
                       OR (MEDIDA-PRODUCTO NOT = "K"
                           AND MEDIDA-PRODUCTO NOT = "L")
                       MOVE SPACES
                           TO ELEM-PROD-MEDIDA (WS-NUM-PRODUCTOS)
                       MOVE ZEROS
                           TO ELEM-PROD-CONTENIDO (WS-NUM-PRODUCTOS)
                   END-IF
               ELSE
                   DISPLAY "AVISO: MAESTRO CON MAS DE 2000 LINEAS, "
                           "SE IGNORA: " CODIGO-PRODUCTO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-READ.
       LEER-PRODUCTO-EXIT.
           EXIT.

       CARGAR-TIENDAS.
           MOVE ZEROS TO WS-NUM-TIENDAS
           OPEN INPUT TIENDAS
           IF FS-TIENDAS = "00"
               PERFORM LEER-TIENDA THRU LEER-TIENDA-EXIT
                   UNTIL EOF-SWITCH-TIENDAS = "S"
               CLOSE TIENDAS
           ELSE
               DISPLAY "AVISO: SIN MAESTRO DE TIENDAS, NO HAY A QUIEN "
                       "AVISAR"
           END-IF.

       LEER-TIENDA.
           READ TIENDAS
               AT END MOVE "S" TO EOF-SWITCH-TIENDAS
           NOT AT END
               IF WS-NUM-TIENDAS < 200
                   ADD 1 TO WS-NUM-TIENDAS
                   MOVE CODIGO-TIENDA
                       TO ELEM-TIENDA-CODIGO (WS-NUM-TIENDAS)
                   MOVE NOMBRE-TIENDA
                       TO ELEM-TIENDA-NOMBRE (WS-NUM-TIENDAS)
                   MOVE REGION-TIENDA
                       TO ELEM-TIENDA-REGION (WS-NUM-TIENDAS)
                   MOVE ESTADO-TIENDA
                       TO ELEM-TIENDA-ESTADO (WS-NUM-TIENDAS)
               ELSE
                   DISPLAY "AVISO: MAS DE 200 TIENDAS, SE IGNORA: "
                           CODIGO-TIENDA
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-READ.
       LEER-TIENDA-EXIT.
           EXIT.

       CARGAR-PRECIOS-HIST.
           MOVE ZEROS TO WS-NUM-PRECIOS-HIST
           OPEN INPUT PRECIOS-HIST
           IF FS-PRECIOS-HIST = "00"
               PERFORM LEER-PRECIO-HIST THRU LEER-PRECIO-HIST-EXIT
                   UNTIL EOF-SWITCH-PREHIS = "S"
               CLOSE PRECIOS-HIST
           END-IF.

       LEER-PRECIO-HIST.
           READ PRECIOS-HIST
               AT END MOVE "S" TO EOF-SWITCH-PREHIS
           NOT AT END
               IF WS-NUM-PRECIOS-HIST < 2000
                   ADD 1 TO WS-NUM-PRECIOS-HIST
                   MOVE PRECIO-HIST-CODIGO
                       TO ELEM-PREHIS-CODIGO (WS-NUM-PRECIOS-HIST)
                   MOVE PRECIO-HIST-DESDE
                       TO ELEM-PREHIS-DESDE (WS-NUM-PRECIOS-HIST)
                   MOVE PRECIO-HIST-PRECIO
                       TO ELEM-PREHIS-PRECIO (WS-NUM-PRECIOS-HIST)
               ELSE
                   DISPLAY "AVISO: HISTORICO DE PRECIOS CON MAS DE "
                           "2000 LINEAS, SE IGNORA: "
                           PRECIO-HIST-CODIGO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-READ.
       LEER-PRECIO-HIST-EXIT.
           EXIT.

      * Solo las promociones activas; sus tiendas, todas.
       CARGAR-PROMOCIONES.
           MOVE ZEROS TO WS-NUM-PROMOCIONES
           OPEN INPUT PROMOCIONES
           IF FS-PROMOCIONES = "00"
               PERFORM LEER-PROMOCION THRU LEER-PROMOCION-EXIT
                   UNTIL EOF-SWITCH-PROMO = "S"
               CLOSE PROMOCIONES
           END-IF
           MOVE ZEROS TO WS-NUM-PROMO-TIENDAS
           OPEN INPUT PROMO-TIENDAS
           IF FS-PROMO-TIENDAS = "00"
               PERFORM LEER-PROMO-TIENDA THRU LEER-PROMO-TIENDA-EXIT
                   UNTIL EOF-SWITCH-PROMTDA = "S"
               CLOSE PROMO-TIENDAS
           END-IF.

       LEER-PROMOCION.
           READ PROMOCIONES
               AT END
                   MOVE "S" TO EOF-SWITCH-PROMO
                   GO TO LEER-PROMOCION-EXIT
           END-READ
           IF PROMO-ESTADO NOT = "A"
               OR PROMO-DESDE IS NOT NUMERIC
               OR PROMO-HASTA IS NOT NUMERIC
               GO TO LEER-PROMOCION-EXIT
           END-IF
           IF WS-NUM-PROMOCIONES >= 500
               DISPLAY "AVISO: MAS DE 500 PROMOCIONES ACTIVAS, SE "
                       "IGNORA: " PROMO-CODIGO
               MOVE 4 TO WS-RETORNO
               GO TO LEER-PROMOCION-EXIT
           END-IF
           ADD 1 TO WS-NUM-PROMOCIONES
           MOVE PROMO-CODIGO TO ELEM-PROMO-CODIGO (WS-NUM-PROMOCIONES)
           MOVE PROMO-AMBITO TO ELEM-PROMO-AMBITO (WS-NUM-PROMOCIONES)
           MOVE PROMO-ARTICULO
               TO ELEM-PROMO-ARTICULO (WS-NUM-PROMOCIONES)
           MOVE PROMO-DESDE TO ELEM-PROMO-DESDE (WS-NUM-PROMOCIONES)
           MOVE PROMO-HASTA TO ELEM-PROMO-HASTA (WS-NUM-PROMOCIONES)
           MOVE PROMO-TIPO TO ELEM-PROMO-TIPO (WS-NUM-PROMOCIONES)
           MOVE PROMO-PRECIO TO ELEM-PROMO-PRECIO (WS-NUM-PROMOCIONES)
           MOVE PROMO-DESCUENTO
               TO ELEM-PROMO-DESCUENTO (WS-NUM-PROMOCIONES).
       LEER-PROMOCION-EXIT.
           EXIT.

       LEER-PROMO-TIENDA.
           READ PROMO-TIENDAS
               AT END MOVE "S" TO EOF-SWITCH-PROMTDA
           NOT AT END
               IF WS-NUM-PROMO-TIENDAS < 2000
                   ADD 1 TO WS-NUM-PROMO-TIENDAS
                   MOVE REG-PROMO-TIENDAS
                       TO ELEM-PROMTDA (WS-NUM-PROMO-TIENDAS)
               ELSE
                   DISPLAY "AVISO: MAS DE 2000 TIENDAS DE "
                           "PROMOCION, SE IGNORA: " PROMTDA-CODIGO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-READ.
       LEER-PROMO-TIENDA-EXIT.
           EXIT.

      * Los avisos confirmados con efecto de hace mas de 90 dias no
      * se cargan: asi se purgan al reescribir.
       CARGAR-AVISOS.
           MOVE ZEROS TO WS-NUM-AVISOS
           OPEN INPUT AVISOS
           IF FS-AVISOS NOT = "00"
               GO TO CARGAR-AVISOS-EXIT
           END-IF
           PERFORM LEER-AVISO THRU LEER-AVISO-EXIT
               UNTIL EOF-SWITCH-AVISOS = "S"
           CLOSE AVISOS.
       CARGAR-AVISOS-EXIT.
           EXIT.

       LEER-AVISO.
           READ AVISOS
               AT END
                   MOVE "S" TO EOF-SWITCH-AVISOS
                   GO TO LEER-AVISO-EXIT
           END-READ
           IF AVISO-ESTADO = "C"
               AND AVISO-FECHA-EFECTO < WS-FECHA-PURGA
               ADD 1 TO WS-CONTA-PURGADOS
               GO TO LEER-AVISO-EXIT
           END-IF
           IF WS-NUM-AVISOS >= 5000
               MOVE "S" TO WS-DESBORDE-SW
               MOVE "S" TO EOF-SWITCH-AVISOS
               GO TO LEER-AVISO-EXIT
           END-IF
           ADD 1 TO WS-NUM-AVISOS
           MOVE REG-AVISOS TO ELEM-AVISO (WS-NUM-AVISOS).
       LEER-AVISO-EXIT.
           EXIT.

      ******************************************************************
      * Cambios de precio de referencia con efecto en la ventana
      ******************************************************************
       DETECTAR-CAMBIO-PRECIO.
           ADD 1 TO WS-IND-PREHIS
           IF ELEM-PREHIS-DESDE (WS-IND-PREHIS) < WS-FECHA-HOY
               OR ELEM-PREHIS-DESDE (WS-IND-PREHIS) > WS-FECHA-LIMITE
               GO TO DETECTAR-CAMBIO-PRECIO-EXIT
           END-IF
           MOVE ELEM-PREHIS-CODIGO (WS-IND-PREHIS) TO WS-BUSCA-CODIGO
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           IF WS-PROD-HALLADO-SW = "N"
               OR ELEM-PROD-ESTADO (WS-IND-PROD-HALLADO) = "D"
               GO TO DETECTAR-CAMBIO-PRECIO-EXIT
           END-IF
      * Precio de la vispera; sin el es un alta, no un cambio.
           COMPUTE WS-FECHA-VISPERA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (ELEM-PREHIS-DESDE (WS-IND-PREHIS)) - 1)
           MOVE WS-FECHA-VISPERA TO WS-PRC-FECHA
           PERFORM BUSCAR-PRECIO-VIGENTE
           IF WS-PRC-HALLADO-SW = "N"
               OR WS-PRC-PRECIO = ELEM-PREHIS-PRECIO (WS-IND-PREHIS)
               GO TO DETECTAR-CAMBIO-PRECIO-EXIT
           END-IF
           MOVE WS-BUSCA-CODIGO TO WS-AV-CODIGO
           MOVE ELEM-PREHIS-DESDE (WS-IND-PREHIS) TO WS-AV-FECHA-EFECTO
           MOVE "P" TO WS-AV-ORIGEN
           MOVE SPACES TO WS-AV-PROMOCION
           MOVE WS-PRC-PRECIO TO WS-AV-PRECIO-ANTES
           MOVE ELEM-PREHIS-PRECIO (WS-IND-PREHIS)
               TO WS-AV-PRECIO-NUEVO
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM AVISAR-TIENDA UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS.
       DETECTAR-CAMBIO-PRECIO-EXIT.
           EXIT.

      * Un cambio de precio vale para todas las tiendas abiertas.
       AVISAR-TIENDA.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TIENDA-ESTADO (WS-IND-TIENDA) NOT = "C"
               MOVE ELEM-TIENDA-CODIGO (WS-IND-TIENDA) TO WS-AV-TIENDA
               PERFORM ANOTAR-AVISO THRU ANOTAR-AVISO-EXIT
           END-IF.

      ******************************************************************
      * Promociones que empiezan o terminan en la ventana
      ******************************************************************
       DETECTAR-PROMOCION.
           ADD 1 TO WS-IND-PROMO
           IF ELEM-PROMO-DESDE (WS-IND-PROMO) >= WS-FECHA-HOY
               AND ELEM-PROMO-DESDE (WS-IND-PROMO) <= WS-FECHA-LIMITE
               MOVE "O" TO WS-AV-ORIGEN
               MOVE ELEM-PROMO-DESDE (WS-IND-PROMO)
                   TO WS-AV-FECHA-EFECTO
               PERFORM AVISAR-PROMOCION
           END-IF
           COMPUTE WS-FECHA-FIN-PROMO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (ELEM-PROMO-HASTA (WS-IND-PROMO)) + 1)
           IF WS-FECHA-FIN-PROMO >= WS-FECHA-HOY
               AND WS-FECHA-FIN-PROMO <= WS-FECHA-LIMITE
               MOVE "F" TO WS-AV-ORIGEN
               MOVE WS-FECHA-FIN-PROMO TO WS-AV-FECHA-EFECTO
               PERFORM AVISAR-PROMOCION
           END-IF.

      * Una promocion de producto afecta a su articulo; una de
      * categoria, a cada producto activo de la categoria.
       AVISAR-PROMOCION.
           MOVE ELEM-PROMO-CODIGO (WS-IND-PROMO) TO WS-AV-PROMOCION
           IF ELEM-PROMO-AMBITO (WS-IND-PROMO) = "C"
               MOVE ZEROS TO WS-IND-PROD
               PERFORM AVISAR-PRODUCTO-CATEGORIA
                   UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
           ELSE
               MOVE ELEM-PROMO-ARTICULO (WS-IND-PROMO)
                   TO WS-BUSCA-CODIGO
               PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
               IF WS-PROD-HALLADO-SW = "S"
                   AND ELEM-PROD-ESTADO (WS-IND-PROD-HALLADO) NOT = "D"
                   PERFORM AVISAR-PRODUCTO-PROMOCION
                       THRU AVISAR-PRODUCTO-PROMOCION-EXIT
               END-IF
           END-IF.

       AVISAR-PRODUCTO-CATEGORIA.
           ADD 1 TO WS-IND-PROD
           IF ELEM-PROD-CATEGORIA (WS-IND-PROD)
               = ELEM-PROMO-ARTICULO (WS-IND-PROMO)
               AND ELEM-PROD-ESTADO (WS-IND-PROD) NOT = "D"
               MOVE WS-IND-PROD TO WS-IND-PROD-HALLADO
               MOVE ELEM-PROD-CODIGO (WS-IND-PROD) TO WS-BUSCA-CODIGO
               PERFORM AVISAR-PRODUCTO-PROMOCION
                   THRU AVISAR-PRODUCTO-PROMOCION-EXIT
           END-IF.

      * Al empezar la oferta se pasa del precio de referencia de ese
      * dia al de oferta; al terminar, del de oferta del ultimo dia
      * al de referencia del dia siguiente.
       AVISAR-PRODUCTO-PROMOCION.
           MOVE WS-BUSCA-CODIGO TO WS-AV-CODIGO
           IF WS-AV-ORIGEN = "O"
               MOVE ELEM-PROMO-DESDE (WS-IND-PROMO) TO WS-PRC-FECHA
               PERFORM BUSCAR-PRECIO-VIGENTE
               MOVE WS-PRC-PRECIO TO WS-PRECIO-BASE
               PERFORM CALCULAR-PRECIO-OFERTA
               MOVE WS-PRECIO-BASE TO WS-AV-PRECIO-ANTES
               MOVE WS-PRECIO-OFERTA TO WS-AV-PRECIO-NUEVO
           ELSE
               MOVE ELEM-PROMO-HASTA (WS-IND-PROMO) TO WS-PRC-FECHA
               PERFORM BUSCAR-PRECIO-VIGENTE
               MOVE WS-PRC-PRECIO TO WS-PRECIO-BASE
               PERFORM CALCULAR-PRECIO-OFERTA
               MOVE WS-PRECIO-OFERTA TO WS-AV-PRECIO-ANTES
               MOVE WS-FECHA-FIN-PROMO TO WS-PRC-FECHA
               PERFORM BUSCAR-PRECIO-VIGENTE
               MOVE WS-PRC-PRECIO TO WS-AV-PRECIO-NUEVO
           END-IF
           IF WS-AV-PRECIO-ANTES = WS-AV-PRECIO-NUEVO
               GO TO AVISAR-PRODUCTO-PROMOCION-EXIT
           END-IF
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM AVISAR-TIENDA-PROMOCION
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS.
       AVISAR-PRODUCTO-PROMOCION-EXIT.
           EXIT.

       CALCULAR-PRECIO-OFERTA.
           IF ELEM-PROMO-TIPO (WS-IND-PROMO) = "D"
               COMPUTE WS-PRECIO-OFERTA ROUNDED =
                   WS-PRECIO-BASE
                   * (100 - ELEM-PROMO-DESCUENTO (WS-IND-PROMO)) / 100
           ELSE
               MOVE ELEM-PROMO-PRECIO (WS-IND-PROMO)
                   TO WS-PRECIO-OFERTA
           END-IF.

       AVISAR-TIENDA-PROMOCION.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TIENDA-ESTADO (WS-IND-TIENDA) NOT = "C"
               PERFORM COMPROBAR-TIENDA-PROMOCION
               IF WS-PROMO-TIENDA-SW = "S"
                   MOVE ELEM-TIENDA-CODIGO (WS-IND-TIENDA)
                       TO WS-AV-TIENDA
                   PERFORM ANOTAR-AVISO THRU ANOTAR-AVISO-EXIT
               END-IF
           END-IF.

      * La tienda participa si la promocion no tiene tiendas (vale
      * para toda la cadena) o si figura la tienda o su region.
       COMPROBAR-TIENDA-PROMOCION.
           MOVE "N" TO WS-PROMO-TIENDA-SW
           MOVE "N" TO WS-PROMO-CON-TDAS-SW
           MOVE ZEROS TO WS-IND-PROMTDA
           PERFORM COMPARAR-TIENDA-PROMOCION
               UNTIL WS-IND-PROMTDA >= WS-NUM-PROMO-TIENDAS
               OR WS-PROMO-TIENDA-SW = "S"
           IF WS-PROMO-CON-TDAS-SW = "N"
               MOVE "S" TO WS-PROMO-TIENDA-SW
           END-IF.

       COMPARAR-TIENDA-PROMOCION.
           ADD 1 TO WS-IND-PROMTDA
           IF ELEM-PROMTDA-CODIGO (WS-IND-PROMTDA)
               = ELEM-PROMO-CODIGO (WS-IND-PROMO)
               MOVE "S" TO WS-PROMO-CON-TDAS-SW
               IF (ELEM-PROMTDA-TIPO (WS-IND-PROMTDA) = "R"
                   AND ELEM-PROMTDA-VALOR (WS-IND-PROMTDA)
                       = ELEM-TIENDA-REGION (WS-IND-TIENDA))
                   OR (ELEM-PROMTDA-TIPO (WS-IND-PROMTDA) NOT = "R"
                   AND ELEM-PROMTDA-VALOR (WS-IND-PROMTDA)
                       = ELEM-TIENDA-CODIGO (WS-IND-TIENDA))
                   MOVE "S" TO WS-PROMO-TIENDA-SW
               END-IF
           END-IF.

      ******************************************************************
      * Busquedas en memoria
      ******************************************************************
       BUSCAR-PRODUCTO.
           MOVE "N" TO WS-PROD-HALLADO-SW
           MOVE ZEROS TO WS-IND-PROD-HALLADO
           MOVE ZEROS TO WS-IND-PROD
           PERFORM COMPARAR-PRODUCTO
               UNTIL WS-IND-PROD >= WS-NUM-PRODUCTOS
               OR WS-PROD-HALLADO-SW = "S".
       BUSCAR-PRODUCTO-EXIT.
           EXIT.

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-IND-PROD
           IF ELEM-PROD-CODIGO (WS-IND-PROD) = WS-BUSCA-CODIGO
               MOVE "S" TO WS-PROD-HALLADO-SW
               MOVE WS-IND-PROD TO WS-IND-PROD-HALLADO
           END-IF.

      * Precio vigente en WS-PRC-FECHA para WS-BUSCA-CODIGO: la
      * linea del historico con la fecha desde mas alta que no la
      * supere; si no hay ninguna, el precio actual del maestro
      * (WS-PRC-HALLADO-SW queda a N).
       BUSCAR-PRECIO-VIGENTE.
           MOVE "N" TO WS-PRC-HALLADO-SW
           MOVE ZEROS TO WS-PRC-DESDE
           MOVE ELEM-PROD-PRECIO (WS-IND-PROD-HALLADO) TO WS-PRC-PRECIO
           MOVE ZEROS TO WS-IND-PRC
           PERFORM COMPARAR-PRECIO-VIGENTE
               UNTIL WS-IND-PRC >= WS-NUM-PRECIOS-HIST.

       COMPARAR-PRECIO-VIGENTE.
           ADD 1 TO WS-IND-PRC
           IF ELEM-PREHIS-CODIGO (WS-IND-PRC) = WS-BUSCA-CODIGO
               AND ELEM-PREHIS-DESDE (WS-IND-PRC) <= WS-PRC-FECHA
               AND ELEM-PREHIS-DESDE (WS-IND-PRC) >= WS-PRC-DESDE
               MOVE "S" TO WS-PRC-HALLADO-SW
               MOVE ELEM-PREHIS-DESDE (WS-IND-PRC) TO WS-PRC-DESDE
               MOVE ELEM-PREHIS-PRECIO (WS-IND-PRC) TO WS-PRC-PRECIO
           END-IF.

      * Apunta el aviso en curso (WS-AVISO) si la tienda aun no lo
      * tiene; si lo tiene pendiente con otro precio nuevo, se
      * corrige y se vuelve a emitir.
       ANOTAR-AVISO.
           MOVE "N" TO WS-AVISO-HALLADO-SW
           MOVE ZEROS TO WS-IND-AVISO
           PERFORM COMPARAR-AVISO
               UNTIL WS-IND-AVISO >= WS-NUM-AVISOS
               OR WS-AVISO-HALLADO-SW = "S"
           IF WS-AVISO-HALLADO-SW = "S"
               MOVE ELEM-AVISO (WS-IND-AVISO) TO REG-AVISOS
               IF AVISO-ESTADO = "P"
                   AND (AVISO-PRECIO-NUEVO NOT = WS-AV-PRECIO-NUEVO
                   OR AVISO-PRECIO-ANTES NOT = WS-AV-PRECIO-ANTES)
                   MOVE WS-AV-PRECIO-ANTES TO AVISO-PRECIO-ANTES
                   MOVE WS-AV-PRECIO-NUEVO TO AVISO-PRECIO-NUEVO
                   MOVE WS-FECHA-HOY TO AVISO-FECHA-EMISION
                   MOVE REG-AVISOS TO ELEM-AVISO (WS-IND-AVISO)
                   ADD 1 TO WS-CONTA-CAMBIADOS
               END-IF
               GO TO ANOTAR-AVISO-EXIT
           END-IF
           IF WS-NUM-AVISOS >= 5000
               IF WS-LLENA-AVISADA-SW = "N"
                   DISPLAY "AVISO: TABLA DE AVISOS LLENA, EL RESTO SE "
                           "AVISA EN LA PROXIMA PASADA"
                   MOVE "S" TO WS-LLENA-AVISADA-SW
               END-IF
               MOVE 4 TO WS-RETORNO
               GO TO ANOTAR-AVISO-EXIT
           END-IF
           MOVE WS-FECHA-HOY TO WS-AV-FECHA-EMISION
           MOVE "P" TO WS-AV-ESTADO
           MOVE ZEROS TO WS-AV-FECHA-CONFIRMA
           MOVE ZEROS TO WS-AV-OPERADOR
           ADD 1 TO WS-NUM-AVISOS
           MOVE WS-AVISO TO ELEM-AVISO (WS-NUM-AVISOS)
           ADD 1 TO WS-CONTA-NUEVOS.
       ANOTAR-AVISO-EXIT.
           EXIT.

       COMPARAR-AVISO.
           ADD 1 TO WS-IND-AVISO
           IF ELEM-AVISO-CLAVE (WS-IND-AVISO) = WS-AV-CLAVE
               MOVE "S" TO WS-AVISO-HALLADO-SW
           END-IF.

       GRABAR-AVISOS.
           OPEN OUTPUT AVISOS
           MOVE ZEROS TO WS-IND-AVISO
           PERFORM GRABAR-UN-AVISO
               UNTIL WS-IND-AVISO >= WS-NUM-AVISOS
           CLOSE AVISOS.

       GRABAR-UN-AVISO.
           ADD 1 TO WS-IND-AVISO
           MOVE ELEM-AVISO (WS-IND-AVISO) TO REG-AVISOS
           WRITE REG-AVISOS.

      ******************************************************************
      * Etiquetas y aviso impreso de cada tienda (avisos de hoy)
      ******************************************************************
       SOLTAR-AVISOS.
           MOVE ZEROS TO WS-IND-AVISO
           PERFORM SOLTAR-UN-AVISO
               UNTIL WS-IND-AVISO >= WS-NUM-AVISOS.

       SOLTAR-UN-AVISO.
           ADD 1 TO WS-IND-AVISO
           MOVE ELEM-AVISO (WS-IND-AVISO) TO REG-AVISOS
           IF AVISO-ESTADO = "P"
               AND AVISO-FECHA-EMISION = WS-FECHA-HOY
               MOVE AVISO-TIENDA TO SORT-TIENDA
               MOVE AVISO-FECHA-EFECTO TO SORT-FECHA-EFECTO
               MOVE AVISO-CODIGO TO SORT-CODIGO
               MOVE AVISO-ORIGEN TO SORT-ORIGEN
               MOVE AVISO-PROMOCION TO SORT-PROMOCION
               MOVE AVISO-PRECIO-ANTES TO SORT-PRECIO-ANTES
               MOVE AVISO-PRECIO-NUEVO TO SORT-PRECIO-NUEVO
               RELEASE REG-SORT-AVISOS
           END-IF.

       EMITIR-AVISOS.
           MOVE "N" TO EOF-SWITCH-SORT
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "N"
               PERFORM ABRIR-TIENDA
           END-IF
           PERFORM TRATAR-AVISO-SORT UNTIL EOF-SWITCH-SORT = "S".

       LEER-SORT.
           RETURN SORT-AVISOS
               AT END MOVE "S" TO EOF-SWITCH-SORT
           END-RETURN.

       TRATAR-AVISO-SORT.
           IF SORT-TIENDA NOT = WS-GRUPO-TIENDA
               PERFORM CERRAR-TIENDA
               PERFORM ABRIR-TIENDA
           END-IF
           PERFORM EMITIR-UN-CAMBIO
           PERFORM LEER-SORT
           IF EOF-SWITCH-SORT = "S"
               PERFORM CERRAR-TIENDA
           END-IF.

      * Cada tienda tiene sus dos ficheros del dia; se reescriben si
      * el job se relanza.
       ABRIR-TIENDA.
           MOVE SORT-TIENDA TO WS-GRUPO-TIENDA
           MOVE ZEROS TO WS-CONTA-TDA
           ADD 1 TO WS-CONTA-TIENDAS
           MOVE WS-GRUPO-TIENDA TO WS-NOMBRE-ETIQ-TDA
           MOVE WS-FECHA-HOY TO WS-NOMBRE-ETIQ-DIA
           MOVE WS-GRUPO-TIENDA TO WS-NOMBRE-AVISO-TDA
           MOVE WS-FECHA-HOY TO WS-NOMBRE-AVISO-DIA
           OPEN OUTPUT ETIQUETAS
           OPEN OUTPUT HOJA-AVISO
           MOVE SPACES TO LT-NOMBRE
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM BUSCAR-NOMBRE-TIENDA
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
           MOVE WS-GRUPO-TIENDA TO LT-TIENDA
           MOVE WS-FECHA-HOY TO LT-FECHA
           WRITE REG-HOJA-AVISO FROM LIN-TITULO
               AFTER ADVANCING PAGE
           MOVE LIN-SEPARADOR TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE LIN-INSTRUCCION TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "(OPCION 30, CONFIRMAR CAMBIOS DE PRECIO)" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE LIN-CABECERA TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE LIN-SEPARADOR TO WS-LINEA
           PERFORM ESCRIBIR-LINEA.

       BUSCAR-NOMBRE-TIENDA.
           ADD 1 TO WS-IND-TIENDA
           IF ELEM-TIENDA-CODIGO (WS-IND-TIENDA) = WS-GRUPO-TIENDA
               MOVE ELEM-TIENDA-NOMBRE (WS-IND-TIENDA) TO LT-NOMBRE
           END-IF.

      * Una etiqueta y una linea del aviso por cambio. El precio por
      * kilo o litro es el precio nuevo entre el contenido neto.
       EMITIR-UN-CAMBIO.
           MOVE SORT-CODIGO TO WS-BUSCA-CODIGO
           PERFORM BUSCAR-PRODUCTO THRU BUSCAR-PRODUCTO-EXIT
           MOVE SORT-CODIGO TO ETIQ-CODIGO
           MOVE SPACES TO ETIQ-DESCRIPCION
           MOVE SPACES TO ETIQ-MEDIDA
           MOVE ZEROS TO WS-PRECIO-MEDIDA
           IF WS-PROD-HALLADO-SW = "S"
               MOVE ELEM-PROD-DESCRIPCION (WS-IND-PROD-HALLADO)
                   TO ETIQ-DESCRIPCION
               IF ELEM-PROD-MEDIDA (WS-IND-PROD-HALLADO) NOT = SPACES
                   MOVE ELEM-PROD-MEDIDA (WS-IND-PROD-HALLADO)
                       TO ETIQ-MEDIDA
                   COMPUTE WS-PRECIO-MEDIDA ROUNDED =
                       SORT-PRECIO-NUEVO
                       / ELEM-PROD-CONTENIDO (WS-IND-PROD-HALLADO)
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-PRECIO-MEDIDA
                           MOVE SPACES TO ETIQ-MEDIDA
                   END-COMPUTE
               END-IF
           END-IF
           MOVE SORT-PRECIO-ANTES TO ETIQ-PRECIO-ANTES
           MOVE SORT-PRECIO-NUEVO TO ETIQ-PRECIO-NUEVO
           MOVE WS-PRECIO-MEDIDA TO ETIQ-PRECIO-MEDIDA
           MOVE SORT-FECHA-EFECTO TO ETIQ-FECHA-EFECTO
           MOVE SORT-ORIGEN TO ETIQ-ORIGEN
           MOVE SORT-PROMOCION TO ETIQ-PROMOCION
           WRITE REG-ETIQUETAS
           ADD 1 TO WS-CONTA-ETIQUETAS
           ADD 1 TO WS-CONTA-TDA

           MOVE SORT-FECHA-EFECTO TO LC-FECHA
           MOVE SORT-CODIGO TO LC-CODIGO
           MOVE ETIQ-DESCRIPCION TO LC-DESCRIPCION
           MOVE SORT-PRECIO-ANTES TO LC-ANTES
           MOVE SORT-PRECIO-NUEVO TO LC-NUEVO
           MOVE WS-PRECIO-MEDIDA TO LC-PRECIO-MEDIDA
           EVALUATE ETIQ-MEDIDA
               WHEN "K"
                   MOVE "KG" TO LC-MEDIDA
               WHEN "L"
                   MOVE "L" TO LC-MEDIDA
               WHEN OTHER
                   MOVE SPACES TO LC-MEDIDA
           END-EVALUATE
           MOVE SPACES TO LC-MOTIVO
           EVALUATE SORT-ORIGEN
               WHEN "O"
                   STRING "OFERTA "        DELIMITED BY SIZE
                          SORT-PROMOCION   DELIMITED BY SIZE
                       INTO LC-MOTIVO
                   END-STRING
               WHEN "F"
                   STRING "FIN OFERTA "    DELIMITED BY SIZE
                          SORT-PROMOCION   DELIMITED BY SIZE
                       INTO LC-MOTIVO
                   END-STRING
               WHEN OTHER
                   MOVE "CAMBIO DE PRECIO" TO LC-MOTIVO
           END-EVALUATE
           MOVE LIN-CAMBIO TO WS-LINEA
           IF ETIQ-MEDIDA = SPACES
               MOVE SPACES TO WS-LINEA (52:10)
           END-IF
           PERFORM ESCRIBIR-LINEA.

       CERRAR-TIENDA.
           MOVE LIN-SEPARADOR TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE WS-CONTA-TDA TO LP-CAMBIOS
           MOVE LIN-PIE TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE LIN-FIRMA TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           CLOSE ETIQUETAS
           CLOSE HOJA-AVISO
           DISPLAY "TIENDA " WS-GRUPO-TIENDA ": " WS-CONTA-TDA
                   " CAMBIOS EN " WS-NOMBRE-ETIQUETAS.

       ESCRIBIR-LINEA.
           WRITE REG-HOJA-AVISO FROM WS-LINEA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-LINEA.

      ******************************************************************
      * Tiendas con avisos sin confirmar cuya fecha de efecto ya ha
      * llegado
      ******************************************************************
       INFORMAR-SIN-CONFIRMAR.
           DISPLAY " "
           DISPLAY "TIENDAS SIN CONFIRMAR CAMBIOS YA EN VIGOR"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROS TO WS-TDAS-SIN-CONF
           MOVE ZEROS TO WS-IND-TIENDA
           PERFORM REVISAR-TIENDA-SIN-CONF
               UNTIL WS-IND-TIENDA >= WS-NUM-TIENDAS
           IF WS-TDAS-SIN-CONF = ZEROS
               DISPLAY "NINGUNA: TODAS HAN CONFIRMADO A TIEMPO"
           ELSE
               DISPLAY "TIENDAS CON CAMBIOS SIN CONFIRMAR: "
                       WS-TDAS-SIN-CONF
               MOVE 4 TO WS-RETORNO
           END-IF.

       REVISAR-TIENDA-SIN-CONF.
           ADD 1 TO WS-IND-TIENDA
           MOVE ZEROS TO WS-CONTA-SIN-CONF
           MOVE 99999999 TO WS-PRIMERA-SIN-CONF
           MOVE ZEROS TO WS-IND-AVISO
           PERFORM CONTAR-SIN-CONFIRMAR
               UNTIL WS-IND-AVISO >= WS-NUM-AVISOS
           IF WS-CONTA-SIN-CONF > ZEROS
               ADD 1 TO WS-TDAS-SIN-CONF
               MOVE WS-PRIMERA-SIN-CONF TO WS-FECHA-EDIT
               DISPLAY "TIENDA " ELEM-TIENDA-CODIGO (WS-IND-TIENDA) " "
                       ELEM-TIENDA-NOMBRE (WS-IND-TIENDA) " "
                       WS-CONTA-SIN-CONF " CAMBIOS SIN CONFIRMAR, "
                       "EL PRIMERO EN VIGOR DESDE EL " WS-FECHA-EDIT
           END-IF.

       CONTAR-SIN-CONFIRMAR.
           ADD 1 TO WS-IND-AVISO
           MOVE ELEM-AVISO (WS-IND-AVISO) TO REG-AVISOS
           IF AVISO-TIENDA = ELEM-TIENDA-CODIGO (WS-IND-TIENDA)
               AND AVISO-ESTADO = "P"
               AND AVISO-FECHA-EFECTO <= WS-FECHA-HOY
               ADD 1 TO WS-CONTA-SIN-CONF
               IF AVISO-FECHA-EFECTO < WS-PRIMERA-SIN-CONF
                   MOVE AVISO-FECHA-EFECTO TO WS-PRIMERA-SIN-CONF
               END-IF
           END-IF.
