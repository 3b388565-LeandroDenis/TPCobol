      *   LD  Feriados (FERIADOS.DAT): un feriado en dia de semana
      *       cotiza con el multiplicador de fin de semana, espejo de
      *       la regla del merge.
      *   LD  Codigo de promocion en la solicitud (SOL-PROMO, con
      *       la agencia que cotiza en SOL-AGENCIA): mismas reglas que
      *       el merge sobre PROMOCIONES.DAT y los usos acumulados en
      *       PROMO-HIST.DAT. Con descuento, los "D" salen netos y un
      *       registro "P" informa el descuento del pedido; un codigo
      *       que el merge rechazaria sale como registro "R" y el
      *       pedido se cotiza a tarifa.
      *   LD  Moneda de la solicitud (SOL-MONEDA, blanco o ARS =
      *       pesos): con la cotizacion de TIPO-CAMBIO.DAT (la del
      *       dia o la ultima anterior, como el merge) cada "D", el
      *       "P" y el "T" llevan ademas el importe en esa moneda y la
      *       cotizacion usada. Sin cotizacion al primer dia pedido
      *       sale un registro "M" y el pedido se cotiza solo en
      *       pesos.
      *   LD  Multiplicador por demanda aprobado (MULT-DEMANDA.DAT,
      *       lo arma MULT-DEM): cada dia cotizado se multiplica
      *       ademas por el de su fecha y el tamaño del auto, espejo
      *       de la regla del merge.
      *   LD  Numero de cotizacion: cada pedido cotizado lleva en
      *       todos sus registros el numero, la agencia, el documento
      *       del cliente (SOL-TIPO-DOC/SOL-NRO-DOC) y el vencimiento
      *       (fecha de proceso mas COTIZ-VIGENCIA dias, 7 por
      *       omision). Cada cotizacion queda ademas en el libro
      *       COTIZ-HIST.DAT (cabecera y dias), que lee el merge para
      *       respetar el precio cotizado y CONV-COTIZ para medir la
      *       conversion; un pedido sin auto libre ni alternativa
      *       queda como rechazado por disponibilidad. Una corrida
      *       repetida en la misma fecha reemplaza lo emitido ese dia
      *       con los mismos numeros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTIZA.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS OCUPACION-ESTADO.

           SELECT OPTIONAL PROMOCIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROMOCIONES-ESTADO.

           SELECT OPTIONAL PROMO-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROMO-HIST-ESTADO.

           SELECT OPTIONAL TIPO-CAMBIO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TIPO-CAMBIO-ESTADO.

           SELECT OPTIONAL MULT-DEMANDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MULT-DEMANDA-ESTADO.

           SELECT COTIZACIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS COTIZACIONES-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL COTIZ-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS COTIZ-HIST-ESTADO.

           SELECT HIST-NUEVO   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS HIST-NUEVO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Pedido de cotizacion: por patente, o por tamaño con la patente
      * completa.
           03  SOL-HORA-RETIRO PIC 9(4).
           03  SOL-HORA-DEVOL  PIC 9(4).
      * Agencia que cotiza (blanco o 0 = sin agencia) y codigo de
      * promocion (blanco = sin promocion).
           03  SOL-AGENCIA     PIC 9.
           03  SOL-PROMO       PIC X(10).
      * Moneda en que se quiere la cotizacion (blanco o ARS = pesos).
           03  SOL-MONEDA      PIC X(3).
      * Cliente que pide la cotizacion (blanco = sin identificar).
           03  SOL-TIPO-DOC    PIC X.
           03  SOL-NRO-DOC     PIC X(20).

       FD  AUTOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AUTOS.DAT".
      * total del pedido; un registro "N" avisa que el auto pedido no
      * esta disponible en el rango (si ademas hay alternativa del
      * mismo tamaño, la cotizacion de esa patente sale a
      * continuacion). Con promocion, un "P" antes del "T" lleva el
      * descuento total del pedido; un "R" avisa que el codigo no es
      * valido (inexistente, vencido o agotado). Un "M" avisa que no
      * hay cotizacion para la moneda pedida (el pedido sale en
      * pesos). Todos los registros de un pedido llevan su numero de
      * cotizacion, la agencia, el cliente y el vencimiento.
       FD  COTIZACIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../COTIZACIONES.DAT".
       01  COT.
           03  COT-PATENTE     PIC X(6).
           03  COT-FECHA       PIC 9(8).
           03  COT-IMPORTE     PIC 9(7)V99.
      * Pedido en moneda extranjera: la moneda, la cotizacion usada y
      * el importe en esa moneda (en blanco y ceros si es en pesos).
           03  COT-MONEDA      PIC X(3).
           03  COT-COTIZACION  PIC 9(5)V9(4).
           03  COT-IMPORTE-ME  PIC 9(7)V99.
           03  COT-NRO         PIC 9(7).
           03  COT-AGENCIA     PIC 9.
           03  COT-TIPO-DOC    PIC X.
           03  COT-NRO-DOC     PIC X(20).
           03  COT-VENCE       PIC 9(8).

      * Parametro opcional con la fecha de proceso de la corrida
      * (AAAAMMDD). Si no existe se usa la fecha del sistema.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Libro de cotizaciones emitidas: por cotizacion una cabecera
      * "C" (rango pedido, total y estado "E" emitida o "N" rechazada
      * por disponibilidad) y un "D" por dia cotizado con su precio
      * (desde = hasta = el dia). Lo leen TP-PARTE-1 y CONV-COTIZ.
       FD  COTIZ-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../COTIZ-HIST.DAT".
       01  CHI.
           03  CHI-NRO         PIC 9(7).
           03  CHI-TIPO        PIC X.
           03  CHI-EMISION     PIC 9(8).
           03  CHI-VENCE       PIC 9(8).
           03  CHI-AGENCIA     PIC 9.
           03  CHI-TIPO-DOC    PIC X.
           03  CHI-NRO-DOC     PIC X(20).
           03  CHI-PATENTE     PIC X(6).
           03  CHI-TAMANIO     PIC X.
           03  CHI-DESDE       PIC 9(8).
           03  CHI-HASTA       PIC 9(8).
           03  CHI-IMPORTE     PIC 9(7)V99.
           03  CHI-ESTADO      PIC X.

      * Libro en armado; al terminar reemplaza a COTIZ-HIST.DAT.
       FD  HIST-NUEVO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../COTIZ-HIST.NUE".
       01  CHN.
           03  CHN-NRO         PIC 9(7).
           03  CHN-TIPO        PIC X.
           03  CHN-EMISION     PIC 9(8).
           03  CHN-VENCE       PIC 9(8).
           03  CHN-AGENCIA     PIC 9.
           03  CHN-TIPO-DOC    PIC X.
           03  CHN-NRO-DOC     PIC X(20).
           03  CHN-PATENTE     PIC X(6).
           03  CHN-TAMANIO     PIC X.
           03  CHN-DESDE       PIC 9(8).
           03  CHN-HASTA       PIC 9(8).
           03  CHN-IMPORTE     PIC 9(7)V99.
           03  CHN-ESTADO      PIC X.

      * Mismas cotizaciones diarias que usa TP-PARTE-1.
       FD  TIPO-CAMBIO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TIPO-CAMBIO.DAT".
       01  REG-TIPO-CAMBIO.
           03  TC-FECHA        PIC 9(8).
           03  TC-MONEDA       PIC X(3).
           03  TC-COTIZACION   PIC 9(5)V9(4).

      * Mismos multiplicadores por demanda que aplica TP-PARTE-1.
       FD  MULT-DEMANDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MULT-DEMANDA.DAT".
       01  REG-MULT-DEMANDA.
           03  MD-FECHA        PIC 9(8).
           03  MD-TAMANIO      PIC X.
           03  MD-MULT         PIC 9V99.

      * Mismo maestro de promociones que usa TP-PARTE-1.
       FD  PROMOCIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROMOCIONES.DAT".
       01  PRO.
           03  PRO-CODIGO          PIC X(10).
           03  PRO-DESDE           PIC 9(8).
           03  PRO-HASTA           PIC 9(8).
           03  PRO-TAMANIO         PIC X.
           03  PRO-MARCA           PIC X(20).
           03  PRO-AGENCIA         PIC 9.
           03  PRO-TIPO            PIC X.
           03  PRO-VALOR           PIC 9(4)V99.
           03  PRO-MAX-USOS        PIC 9(5).
           03  PRO-DESCRIPCION     PIC X(30).

      * Usos de promociones ya acumulados por CAMP-PROMO.
       FD  PROMO-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROMO-HIST.DAT".
       01  REG-PROMO-HIST.
           03  PHIS-CODIGO         PIC X(10).
           03  PHIS-FECHA-CORRIDA  PIC 9(8).
           03  FILLER              PIC X(35).
           03  PHIS-USO            PIC X.
           03  FILLER              PIC X(16).

       WORKING-STORAGE SECTION.
       77  SOLICITUDES-EOF     PIC XXX     VALUE "NO".
       77  OCUPACION-ESTADO    PIC XX.
       77  FERIADOS-ESTADO     PIC XX.
       77  COTIZACIONES-ESTADO PIC XX.
       77  PROMOCIONES-ESTADO  PIC XX.
       77  PROMO-HIST-ESTADO   PIC XX.
       77  TIPO-CAMBIO-ESTADO  PIC XX.
       77  MULT-DEMANDA-ESTADO PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  COTIZ-HIST-ESTADO   PIC XX.
       77  HIST-NUEVO-ESTADO   PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
      * Dias de validez de una cotizacion (clave COTIZ-VIGENCIA).
       77  WS-DIAS-VIGENCIA    PIC 9(3)    VALUE 7.
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       01  WS-CANT-AUTOS       PIC 9(4)    VALUE 0.
       01  WS-CANT-TARIFAS     PIC 9(3)    VALUE 0.
           03 WS-HORA-HH       PIC 9(2).
           03 WS-HORA-MM       PIC 9(2).
       01  WS-MINUTOS          PIC 9(5).
       01  WS-CANT-PROMO-RECH  PIC 9(5)    VALUE 0.
       01  WS-CANT-PROMOS      PIC 9(3)    VALUE 0.
       01  WS-PRO-IDX          PIC 9(3).
       01  WS-PRO-POS          PIC 9(3).
       01  WS-PROMO-BUSCAR     PIC X(10).
       01  WS-PROMO-APLICA     PIC X(2).
       01  WS-PROMO-DESCUENTO  PIC 9(6)V99.
       01  WS-TOTAL-DESCUENTO  PIC 9(7)V99.
       01  WS-CANT-SIN-COTIZ   PIC 9(5)    VALUE 0.
       01  WS-CANT-TC          PIC 9(4)    VALUE 0.
       01  WS-TC-IDX           PIC 9(4).
       01  WS-MONEDA           PIC X(3).
       01  WS-COTIZACION       PIC 9(5)V9(4).
       01  WS-COTIZ-FECHA      PIC 9(8).
       01  WS-COTIZ-DESDE      PIC 9(5)V9(4).
       01  WS-IMPORTE-ME       PIC 9(7)V99.
       01  WS-TOTAL-PEDIDO-ME  PIC 9(7)V99.
       01  WS-TOTAL-DESC-ME    PIC 9(7)V99.
       01  WS-TABLA-TC.
           03 WS-TC OCCURS 1000 TIMES.
               05 TCB-FECHA        PIC 9(8).
               05 TCB-MONEDA       PIC X(3).
               05 TCB-COTIZACION   PIC 9(5)V9(4).
       01  WS-CANT-MD          PIC 9(4)    VALUE 0.
       01  WS-MD-IDX           PIC 9(4).
       01  WS-MD-POS           PIC 9(4).
       01  WS-TABLA-MD.
           03 WS-MD OCCURS 1100 TIMES.
               05 MDB-FECHA        PIC 9(8).
               05 MDB-TAMANIO      PIC X.
               05 MDB-MULT         PIC 9V99.
      * Numeracion: ultimo numero del libro sin lo emitido en la fecha
      * de proceso (corrida repetida), y datos del pedido en curso.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-FECHA-VENCE      PIC 9(8).
       01  WS-ULT-NRO          PIC 9(7)    VALUE 0.
       01  WS-NRO-PEDIDO       PIC 9(7)    VALUE 0.
       01  WS-PEDIDO-NO-DISP   PIC X(2).
       01  WS-CANT-HIST-REEMP  PIC 9(7)    VALUE 0.
       01  WS-CANT-RECH-DISP   PIC 9(5)    VALUE 0.

       01  WS-DIAS-MES-TABLE.
           03  WS-DIAS-MES OCCURS 12 TIMES PIC 9(2) VALUE 0.
               05 TEMP-HASTA      PIC 9(8).
               05 TEMP-MULT       PIC 9V99.

       01  WS-TABLA-PROMOS.
           03 WS-PROMO OCCURS 200 TIMES.
               05 PROM-CODIGO      PIC X(10) VALUE SPACES.
               05 PROM-DESDE       PIC 9(8) VALUE 0.
               05 PROM-HASTA       PIC 9(8) VALUE 0.
               05 PROM-TAMANIO     PIC X VALUE SPACE.
               05 PROM-MARCA       PIC X(20) VALUE SPACES.
               05 PROM-AGENCIA     PIC 9 VALUE 0.
               05 PROM-TIPO        PIC X VALUE SPACE.
               05 PROM-VALOR       PIC 9(4)V99 VALUE 0.
               05 PROM-MAX-USOS    PIC 9(5) VALUE 0.
               05 PROM-USOS        PIC 9(5) VALUE 0.

       01  WS-TABLA-OCUP.
           03 WS-OCUP OCCURS 5000 TIMES.
               05 WS-OCU-PATENTE  PIC X(6).
       COMIENZO.
            PERFORM 004-INICIALIZAR-DIAS-MES.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 007-LEER-TEMPORADAS THRU 007-SALIR.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 012-COPIAR-HISTORICO.
            PERFORM 040-CARGA-TABLA.
            PERFORM 0078-LEER-TARIFAS.
            PERFORM 0080-LEER-OCUPACION.
            PERFORM 0082-LEER-FERIADOS.
            PERFORM 0084-LEER-PROMOCIONES.
            PERFORM 0086-LEER-TIPO-CAMBIO.
            PERFORM 0088-LEER-MULT-DEMANDA.
            PERFORM 020-LEER-SOLICITUD.
            PERFORM 050-COTIZAR-PEDIDO UNTIL SOLICITUDES-EOF = "SI".
            DISPLAY "PEDIDOS COTIZADOS: " WS-CANT-PEDIDOS.
            IF WS-CANT-SIN-AUTO > 0
                DISPLAY "PEDIDOS SIN AUTO DISPONIBLE: "
                    WS-CANT-SIN-AUTO.
            IF WS-CANT-PROMO-RECH > 0
                DISPLAY "PEDIDOS CON PROMOCION NO VALIDA: "
                    WS-CANT-PROMO-RECH.
            IF WS-CANT-SIN-COTIZ > 0
                DISPLAY "PEDIDOS SIN COTIZACION DE LA MONEDA: "
                    WS-CANT-SIN-COTIZ.
            IF WS-CANT-RECH-DISP > 0
                DISPLAY "PEDIDOS RECHAZADOS POR DISPONIBILIDAD: "
                    WS-CANT-RECH-DISP.
            IF WS-CANT-HIST-REEMP > 0
                DISPLAY "COTIZACIONES DEL " WS-FECHA-PROCESO
                    " REEMPLAZADAS EN EL LIBRO: " WS-CANT-HIST-REEMP.
            DISPLAY "ULTIMA COTIZACION EMITIDA: " WS-ULT-NRO
                " VENCE " WS-FECHA-VENCE.
            PERFORM 070-CERRAR-ARCHIVOS.
            PERFORM 072-REEMPLAZAR-HISTORICO.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
      *******
       003-LEER-PARAMETROS.
      *******
      * Solo interesan las TEMPORADA, MEDIA-JORNADA, FECHA-CORRIDA y
      * COTIZ-VIGENCIA; el resto de las claves conocidas de la cadena
      * se ignora.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-ESTADO = "00"
               PERFORM UNTIL PARAMETROS-ESTADO NOT = "00"
                   READ PARAMETROS
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "FECHA-CORRIDA" AND
                       PARM-VALOR(1:8) IS NUMERIC
                       MOVE PARM-VALOR(1:8) TO WS-PARM-FECHA
                       MOVE "SI" TO WS-PARM-HAY-FECHA
                   END-IF
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "COTIZ-VIGENCIA" AND
                       PARM-VALOR(1:3) IS NUMERIC
                       MOVE PARM-VALOR(1:3) TO WS-DIAS-VIGENCIA
                   END-IF
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "TEMPORADA"
                       PERFORM 0031-CARGAR-TEMPORADA-PARM
                       TEMP-MULT(WS-CANT-TEMPORADAS)
                   MOVE "SI" TO WS-PARM-HAY-TEMP.
      *-----------------------------------------------------------------
      *******
       005-INICIALIZAR-FECHA-PROCESO.
      *******
      * La cotizacion se emite en la fecha de proceso y vale hasta
      * COTIZ-VIGENCIA dias despues, inclusive.
           IF WS-PARM-HAY-FECHA = "SI"
               MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
           ELSE
               OPEN INPUT FECHA-CORRIDA
               IF FEC-CORR-ESTADO = "00"
                   READ FECHA-CORRIDA INTO WS-FECHA-PROCESO
                   CLOSE FECHA-CORRIDA
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO
                       WS-FECHA-PROCESO.
           COMPUTE WS-FECHA-VENCE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) +
               WS-DIAS-VIGENCIA).
      *-----------------------------------------------------------------
      *******
       007-LEER-TEMPORADAS.
      *******
               END-PERFORM
               CLOSE FERIADOS.
      *-----------------------------------------------------------------
      *******
       0084-LEER-PROMOCIONES.
      *******
      * Promociones y usos ya consumidos; sin el maestro ningun
      * codigo es valido, igual que en el merge.
           MOVE 0 TO WS-CANT-PROMOS.
           OPEN INPUT PROMOCIONES.
           IF PROMOCIONES-ESTADO = "00"
               PERFORM UNTIL PROMOCIONES-ESTADO NOT = "00"
                   READ PROMOCIONES
                   IF PROMOCIONES-ESTADO = "00" AND
                       WS-CANT-PROMOS < 200 AND
                       PRO-CODIGO NOT = SPACES
                       PERFORM 0085-CARGAR-UNA-PROMO
                   END-IF
               END-PERFORM.
           CLOSE PROMOCIONES.
           OPEN INPUT PROMO-HIST.
           IF PROMO-HIST-ESTADO = "00"
               PERFORM UNTIL PROMO-HIST-ESTADO NOT = "00"
                   READ PROMO-HIST
                   IF PROMO-HIST-ESTADO = "00" AND PHIS-USO = "S"
                       MOVE PHIS-CODIGO TO WS-PROMO-BUSCAR
                       PERFORM 0522-BUSCAR-PROMO
                       IF WS-PRO-POS > 0
                           ADD 1 TO PROM-USOS(WS-PRO-POS)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE PROMO-HIST.
      *******
       0085-CARGAR-UNA-PROMO.
      *******
           ADD 1 TO WS-CANT-PROMOS.
           MOVE PRO-CODIGO TO PROM-CODIGO(WS-CANT-PROMOS).
           IF PRO-DESDE IS NUMERIC
               MOVE PRO-DESDE TO PROM-DESDE(WS-CANT-PROMOS).
           IF PRO-HASTA IS NUMERIC
               MOVE PRO-HASTA TO PROM-HASTA(WS-CANT-PROMOS).
           MOVE PRO-TAMANIO TO PROM-TAMANIO(WS-CANT-PROMOS).
           MOVE PRO-MARCA TO PROM-MARCA(WS-CANT-PROMOS).
           IF PRO-AGENCIA IS NUMERIC
               MOVE PRO-AGENCIA TO PROM-AGENCIA(WS-CANT-PROMOS).
           MOVE PRO-TIPO TO PROM-TIPO(WS-CANT-PROMOS).
           IF PRO-VALOR IS NUMERIC
               MOVE PRO-VALOR TO PROM-VALOR(WS-CANT-PROMOS).
           IF PRO-MAX-USOS IS NUMERIC
               MOVE PRO-MAX-USOS TO PROM-MAX-USOS(WS-CANT-PROMOS).
      *-----------------------------------------------------------------
      *******
       0086-LEER-TIPO-CAMBIO.
      *******
      * Cotizaciones por fecha y moneda; sin el archivo todo pedido
      * en moneda extranjera sale "M" y se cotiza en pesos.
           MOVE 0 TO WS-CANT-TC.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT TIPO-CAMBIO.
           IF TIPO-CAMBIO-ESTADO = "00"
               PERFORM UNTIL TIPO-CAMBIO-ESTADO NOT = "00"
                   READ TIPO-CAMBIO
                   IF TIPO-CAMBIO-ESTADO = "00" AND
                       WS-CANT-TC >= 1000
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF TIPO-CAMBIO-ESTADO = "00" AND
                       WS-CANT-TC < 1000 AND
                       TC-FECHA IS NUMERIC AND
                       TC-COTIZACION IS NUMERIC AND
                       TC-COTIZACION > 0
                       ADD 1 TO WS-CANT-TC
                       MOVE TC-FECHA TO TCB-FECHA(WS-CANT-TC)
                       MOVE TC-MONEDA TO TCB-MONEDA(WS-CANT-TC)
                       MOVE TC-COTIZACION TO
                           TCB-COTIZACION(WS-CANT-TC)
                   END-IF
               END-PERFORM
               CLOSE TIPO-CAMBIO.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: TIPO-CAMBIO.DAT supera la tabla "
                   "(1000); cotizaciones excedentes no se usan.".
      *-----------------------------------------------------------------
      *******
       0088-LEER-MULT-DEMANDA.
      *******
           MOVE 0 TO WS-CANT-MD.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT MULT-DEMANDA.
           IF MULT-DEMANDA-ESTADO = "00"
               PERFORM UNTIL MULT-DEMANDA-ESTADO NOT = "00"
                   READ MULT-DEMANDA
                   IF MULT-DEMANDA-ESTADO = "00" AND
                       WS-CANT-MD >= 1100
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF MULT-DEMANDA-ESTADO = "00" AND
                       WS-CANT-MD < 1100 AND
                       MD-FECHA IS NUMERIC AND
                       MD-MULT IS NUMERIC AND
                       MD-MULT > 0
                       ADD 1 TO WS-CANT-MD
                       MOVE MD-FECHA TO MDB-FECHA(WS-CANT-MD)
                       MOVE MD-TAMANIO TO MDB-TAMANIO(WS-CANT-MD)
                       MOVE MD-MULT TO MDB-MULT(WS-CANT-MD)
                   END-IF
               END-PERFORM
               CLOSE MULT-DEMANDA.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: MULT-DEMANDA.DAT supera la tabla "
                   "(1100); multiplicadores excedentes no se aplican.".
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
                   COTIZACIONES-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       012-COPIAR-HISTORICO.
      *******
      * El libro se rearma en COTIZ-HIST.NUE sin lo emitido en la
      * fecha de proceso (si la corrida se repite, esos numeros se
      * vuelven a dar) y con las cotizaciones de hoy al final; al
      * terminar se copia sobre COTIZ-HIST.DAT.
           OPEN OUTPUT HIST-NUEVO.
           IF HIST-NUEVO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN COTIZ-HIST.NUE FS: "
                   HIST-NUEVO-ESTADO
               STOP RUN.
           OPEN INPUT COTIZ-HIST.
           IF COTIZ-HIST-ESTADO = "00"
               PERFORM UNTIL COTIZ-HIST-ESTADO NOT = "00"
                   READ COTIZ-HIST
                   IF COTIZ-HIST-ESTADO = "00"
                       IF CHI-EMISION = WS-FECHA-PROCESO
                           ADD 1 TO WS-CANT-HIST-REEMP
                       ELSE
                           WRITE CHN FROM CHI
                           IF CHI-NRO > WS-ULT-NRO
                               MOVE CHI-NRO TO WS-ULT-NRO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE COTIZ-HIST.
      *-----------------------------------------------------------------
      *******
       040-CARGA-TABLA.
      *******
       050-COTIZAR-PEDIDO.
      *******
           PERFORM 052-ELEGIR-AUTO.
      * Todo pedido con auto lleva numero, aunque despues no haya
      * disponible: cuenta como rechazado por disponibilidad.
           MOVE "NO" TO WS-PEDIDO-NO-DISP.
           MOVE 0 TO WS-NRO-PEDIDO.
           IF WS-POS NOT = 0
               ADD 1 TO WS-ULT-NRO
               MOVE WS-ULT-NRO TO WS-NRO-PEDIDO.
      * El auto elegido tiene que estar libre todo el rango pedido; si
      * no lo esta, se avisa con un registro "N" y se intenta ofrecer
      * el primer auto activo del mismo tamaño que si este libre.
               PERFORM 051-VERIFICAR-DISPONIBLE
               IF WS-DISPONIBLE = "NO"
                   ADD 1 TO WS-CANT-NO-DISP
                   MOVE "SI" TO WS-PEDIDO-NO-DISP
                   MOVE "N" TO COT-TIPO
                   MOVE WS-AUTO-PATENTE(WS-POS) TO COT-PATENTE
                   MOVE SOL-DESDE TO COT-FECHA
                   MOVE 0 TO COT-IMPORTE
                   PERFORM 0545-LIMPIAR-MONEDA
                   PERFORM 0546-DATOS-PEDIDO
                   WRITE COT
                   PERFORM 0515-BUSCAR-ALTERNATIVA
               END-IF
               ADD 1 TO WS-CANT-SIN-AUTO
               DISPLAY "SOLICITUD SIN AUTO: PATENTE " SOL-PATENTE
                   " TAMANIO " SOL-TAMANIO
               IF WS-PEDIDO-NO-DISP = "SI"
                   PERFORM 0557-HIST-RECHAZO-DISP
               END-IF
           ELSE
               PERFORM 052-VERIFICAR-PROMO
               PERFORM 053-VERIFICAR-MONEDA
               MOVE 0 TO WS-TOTAL-PEDIDO
               MOVE 0 TO WS-TOTAL-DESCUENTO
               MOVE 0 TO WS-TOTAL-PEDIDO-ME
               MOVE 0 TO WS-TOTAL-DESC-ME
               MOVE SOL-DESDE TO WS-FECHA-DIA
               PERFORM 054-COTIZAR-DIA UNTIL
                   WS-FECHA-DIA > SOL-HASTA
               IF WS-PROMO-APLICA = "SI"
                   MOVE "P" TO COT-TIPO
                   MOVE WS-AUTO-PATENTE(WS-POS) TO COT-PATENTE
                   MOVE SOL-DESDE TO COT-FECHA
                   MOVE WS-TOTAL-DESCUENTO TO COT-IMPORTE
                   MOVE WS-MONEDA TO COT-MONEDA
                   MOVE WS-COTIZ-DESDE TO COT-COTIZACION
                   MOVE WS-TOTAL-DESC-ME TO COT-IMPORTE-ME
                   PERFORM 0546-DATOS-PEDIDO
                   WRITE COT
               END-IF
               MOVE "T" TO COT-TIPO
               MOVE WS-AUTO-PATENTE(WS-POS) TO COT-PATENTE
               MOVE 0 TO COT-FECHA
               MOVE WS-TOTAL-PEDIDO TO COT-IMPORTE
               MOVE WS-MONEDA TO COT-MONEDA
               MOVE WS-COTIZ-DESDE TO COT-COTIZACION
               MOVE WS-TOTAL-PEDIDO-ME TO COT-IMPORTE-ME
               PERFORM 0546-DATOS-PEDIDO
               WRITE COT
               PERFORM 0556-HIST-CABECERA
               ADD 1 TO WS-CANT-PEDIDOS.
           PERFORM 020-LEER-SOLICITUD.
      *-----------------------------------------------------------------
               IF WS-DISPONIBLE = "NO"
                   MOVE 0 TO WS-POS.
      *-----------------------------------------------------------------
      *******
       052-VERIFICAR-PROMO.
      *******
      * Mismo control que 1699-VERIFICAR-PROMO del merge, sobre el
      * primer dia pedido: inexistente, fuera de vigencia o agotado
      * sale "R" y se cotiza a tarifa; valido pero para otro tamaño,
      * marca o agencia se cotiza a tarifa sin aviso.
           MOVE "NO" TO WS-PROMO-APLICA.
           MOVE 0 TO WS-PRO-POS.
           IF SOL-PROMO NOT = SPACES
               MOVE SOL-PROMO TO WS-PROMO-BUSCAR
               PERFORM 0522-BUSCAR-PROMO
               IF WS-PRO-POS = 0
                   PERFORM 0521-RECHAZAR-PROMO
               ELSE
               IF SOL-DESDE < PROM-DESDE(WS-PRO-POS) OR
                   SOL-DESDE > PROM-HASTA(WS-PRO-POS)
                   PERFORM 0521-RECHAZAR-PROMO
               ELSE
               IF PROM-MAX-USOS(WS-PRO-POS) > 0 AND
                   PROM-USOS(WS-PRO-POS) >= PROM-MAX-USOS(WS-PRO-POS)
                   PERFORM 0521-RECHAZAR-PROMO
               ELSE
               IF (PROM-TAMANIO(WS-PRO-POS) = SPACE OR
                   PROM-TAMANIO(WS-PRO-POS) = WS-AUTO-TAMAÑO(WS-POS))
                   AND (PROM-MARCA(WS-PRO-POS) = SPACES OR
                   PROM-MARCA(WS-PRO-POS) = WS-AUTO-MARCA(WS-POS))
                   AND (PROM-AGENCIA(WS-PRO-POS) = 0 OR
                   PROM-AGENCIA(WS-PRO-POS) = SOL-AGENCIA)
                   MOVE "SI" TO WS-PROMO-APLICA.
      *******
       0521-RECHAZAR-PROMO.
      *******
           ADD 1 TO WS-CANT-PROMO-RECH.
           MOVE "R" TO COT-TIPO.
           MOVE WS-AUTO-PATENTE(WS-POS) TO COT-PATENTE.
           MOVE SOL-DESDE TO COT-FECHA.
           MOVE 0 TO COT-IMPORTE.
           PERFORM 0545-LIMPIAR-MONEDA.
           PERFORM 0546-DATOS-PEDIDO.
           WRITE COT.
      *******
       0522-BUSCAR-PROMO.
      *******
           MOVE 0 TO WS-PRO-POS.
           PERFORM 0523-COMPARAR-PROMO VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-CANT-PROMOS OR WS-PRO-POS > 0.
      *******
       0523-COMPARAR-PROMO.
      *******
           IF PROM-CODIGO(WS-PRO-IDX) = WS-PROMO-BUSCAR
               MOVE WS-PRO-IDX TO WS-PRO-POS.
      *-----------------------------------------------------------------
      *******
       053-VERIFICAR-MONEDA.
      *******
      * Pedido en moneda extranjera: tiene que haber cotizacion al
      * primer dia pedido (la de ese dia o la ultima anterior); si no
      * la hay sale "M" y el pedido se cotiza solo en pesos. El "P" y
      * el "T" llevan la cotizacion del primer dia.
           MOVE SPACES TO WS-MONEDA.
           MOVE 0 TO WS-COTIZ-DESDE.
           IF SOL-MONEDA NOT = SPACES AND SOL-MONEDA NOT = "ARS"
               MOVE SOL-MONEDA TO WS-MONEDA
               MOVE SOL-DESDE TO WS-FECHA-DIA
               PERFORM 0531-BUSCAR-COTIZACION
               IF WS-COTIZACION = 0
                   ADD 1 TO WS-CANT-SIN-COTIZ
                   MOVE "M" TO COT-TIPO
                   MOVE WS-AUTO-PATENTE(WS-POS) TO COT-PATENTE
                   MOVE SOL-DESDE TO COT-FECHA
                   MOVE 0 TO COT-IMPORTE
                   PERFORM 0545-LIMPIAR-MONEDA
                   MOVE SOL-MONEDA TO COT-MONEDA
                   PERFORM 0546-DATOS-PEDIDO
                   WRITE COT
                   MOVE SPACES TO WS-MONEDA
               ELSE
                   MOVE WS-COTIZACION TO WS-COTIZ-DESDE.
      *******
       0531-BUSCAR-COTIZACION.
      *******
      * Cotizacion de WS-MONEDA vigente a WS-FECHA-DIA, mismo criterio
      * que 1587-BUSCAR-COTIZACION del merge (0 = sin cotizacion).
           MOVE 0 TO WS-COTIZACION.
           MOVE 0 TO WS-COTIZ-FECHA.
           PERFORM 0532-COMPARAR-COTIZACION VARYING WS-TC-IDX FROM 1
               BY 1 UNTIL WS-TC-IDX > WS-CANT-TC.
      *******
       0532-COMPARAR-COTIZACION.
      *******
           IF TCB-MONEDA(WS-TC-IDX) = WS-MONEDA AND
               TCB-FECHA(WS-TC-IDX) <= WS-FECHA-DIA AND
               TCB-FECHA(WS-TC-IDX) >= WS-COTIZ-FECHA
               MOVE TCB-FECHA(WS-TC-IDX) TO WS-COTIZ-FECHA
               MOVE TCB-COTIZACION(WS-TC-IDX) TO WS-COTIZACION.
      *-----------------------------------------------------------------
      *******
       052-ELEGIR-AUTO.
      *******
           MOVE WS-AUTO-PATENTE(WS-POS) TO COT-PATENTE.
           MOVE WS-FECHA-DIA TO COT-FECHA.
           MOVE WS-IMPORTE-DIA TO COT-IMPORTE.
           PERFORM 0545-LIMPIAR-MONEDA.
      * En moneda extranjera cada dia va a su propia cotizacion, igual
      * que lo registra el merge.
           IF WS-MONEDA NOT = SPACES
               PERFORM 0531-BUSCAR-COTIZACION
               COMPUTE WS-IMPORTE-ME ROUNDED =
                   WS-IMPORTE-DIA / WS-COTIZACION
               MOVE WS-MONEDA TO COT-MONEDA
               MOVE WS-COTIZACION TO COT-COTIZACION
               MOVE WS-IMPORTE-ME TO COT-IMPORTE-ME
               ADD WS-IMPORTE-ME TO WS-TOTAL-PEDIDO-ME
               IF WS-PROMO-APLICA = "SI"
                   COMPUTE WS-IMPORTE-ME ROUNDED =
                       WS-PROMO-DESCUENTO / WS-COTIZACION
                   ADD WS-IMPORTE-ME TO WS-TOTAL-DESC-ME
               END-IF
           END-IF.
           PERFORM 0546-DATOS-PEDIDO.
           WRITE COT.
           PERFORM 0555-HIST-DIA.
           ADD WS-IMPORTE-DIA TO WS-TOTAL-PEDIDO.
           PERFORM 068-SUMAR-UN-DIA.
      *******
       0545-LIMPIAR-MONEDA.
      *******
           MOVE SPACES TO COT-MONEDA.
           MOVE 0 TO COT-COTIZACION.
           MOVE 0 TO COT-IMPORTE-ME.
      *******
       0546-DATOS-PEDIDO.
      *******
           MOVE WS-NRO-PEDIDO TO COT-NRO.
           MOVE SOL-AGENCIA TO COT-AGENCIA.
           MOVE SOL-TIPO-DOC TO COT-TIPO-DOC.
           MOVE SOL-NRO-DOC TO COT-NRO-DOC.
           MOVE WS-FECHA-VENCE TO COT-VENCE.
      *-----------------------------------------------------------------
      *******
       055-DATOS-HIST.
      *******
      * Datos comunes de las filas del libro para el auto en WS-POS.
           MOVE WS-NRO-PEDIDO TO CHN-NRO.
           MOVE WS-FECHA-PROCESO TO CHN-EMISION.
           MOVE WS-FECHA-VENCE TO CHN-VENCE.
           MOVE SOL-AGENCIA TO CHN-AGENCIA.
           MOVE SOL-TIPO-DOC TO CHN-TIPO-DOC.
           MOVE SOL-NRO-DOC TO CHN-NRO-DOC.
           MOVE WS-AUTO-PATENTE(WS-POS) TO CHN-PATENTE.
           MOVE WS-AUTO-TAMAÑO(WS-POS) TO CHN-TAMANIO.
      *******
       0555-HIST-DIA.
      *******
      * El precio del dia es el neto que paga el cliente, en pesos.
           PERFORM 055-DATOS-HIST.
           MOVE "D" TO CHN-TIPO.
           MOVE WS-FECHA-DIA TO CHN-DESDE.
           MOVE WS-FECHA-DIA TO CHN-HASTA.
           MOVE WS-IMPORTE-DIA TO CHN-IMPORTE.
           MOVE "E" TO CHN-ESTADO.
           PERFORM 0558-GRABAR-HIST.
      *******
       0556-HIST-CABECERA.
      *******
           PERFORM 055-DATOS-HIST.
           MOVE "C" TO CHN-TIPO.
           MOVE SOL-DESDE TO CHN-DESDE.
           MOVE SOL-HASTA TO CHN-HASTA.
           MOVE WS-TOTAL-PEDIDO TO CHN-IMPORTE.
           MOVE "E" TO CHN-ESTADO.
           PERFORM 0558-GRABAR-HIST.
      *******
       0557-HIST-RECHAZO-DISP.
      *******
      * Ni el auto pedido ni otro del mismo tamaño libre en el rango:
      * la cotizacion queda sin precio, con el auto pedido.
           ADD 1 TO WS-CANT-RECH-DISP.
           MOVE WS-POS-PEDIDO TO WS-POS.
           PERFORM 055-DATOS-HIST.
           MOVE 0 TO WS-POS.
           MOVE "C" TO CHN-TIPO.
           MOVE SOL-DESDE TO CHN-DESDE.
           MOVE SOL-HASTA TO CHN-HASTA.
           MOVE 0 TO CHN-IMPORTE.
           MOVE "N" TO CHN-ESTADO.
           PERFORM 0558-GRABAR-HIST.
      *******
       0558-GRABAR-HIST.
      *******
           WRITE CHN.
           IF HIST-NUEVO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE COTIZ-HIST.NUE FS: "
                   HIST-NUEVO-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       056-CALCULAR-IMPORTE-DIA.
           MOVE 1 TO WS-TEMP-IDX.
           PERFORM 062-APLICAR-TEMPORADA VARYING WS-TEMP-IDX FROM 1
               BY 1 UNTIL WS-TEMP-IDX > WS-CANT-TEMPORADAS.
           PERFORM 063-APLICAR-DEMANDA.
           COMPUTE WS-IMPORTE-DIA = WS-TARIFA-BASE * WS-MULT-TOTAL.
      * Media jornada, espejo de la regla del merge: pedido de un solo
      * dia con horas y hasta 12 horas de uso. Los pedidos con
                       WS-MULT-MEDIA
               END-IF
           END-IF.
      * Promocion: porcentaje o importe fijo por dia, sin pasarse de
      * la tarifa, como 1599-APLICAR-PROMO del merge.
           IF WS-PROMO-APLICA = "SI"
               IF PROM-TIPO(WS-PRO-POS) = "F"
                   MOVE PROM-VALOR(WS-PRO-POS) TO WS-PROMO-DESCUENTO
               ELSE
                   COMPUTE WS-PROMO-DESCUENTO ROUNDED =
                       WS-IMPORTE-DIA * PROM-VALOR(WS-PRO-POS) / 100
               END-IF
               IF WS-PROMO-DESCUENTO > WS-IMPORTE-DIA
                   MOVE WS-IMPORTE-DIA TO WS-PROMO-DESCUENTO
               END-IF
               SUBTRACT WS-PROMO-DESCUENTO FROM WS-IMPORTE-DIA
               ADD WS-PROMO-DESCUENTO TO WS-TOTAL-DESCUENTO.
      *-----------------------------------------------------------------
      *******
       057-HORA-A-MINUTOS.
               COMPUTE WS-MULT-TOTAL = WS-MULT-TOTAL *
                   TEMP-MULT(WS-TEMP-IDX).
      *-----------------------------------------------------------------
      *******
       063-APLICAR-DEMANDA.
      *******
           MOVE 0 TO WS-MD-POS.
           PERFORM 0631-COMPARAR-DEMANDA VARYING WS-MD-IDX FROM 1
               BY 1 UNTIL WS-MD-IDX > WS-CANT-MD OR WS-MD-POS NOT = 0.
           IF WS-MD-POS NOT = 0
               COMPUTE WS-MULT-TOTAL = WS-MULT-TOTAL *
                   MDB-MULT(WS-MD-POS).
      *******
       0631-COMPARAR-DEMANDA.
      *******
           IF MDB-FECHA(WS-MD-IDX) = WS-FECHA-DIA AND
               MDB-TAMANIO(WS-MD-IDX) = WS-AUTO-TAMAÑO(WS-POS)
               MOVE WS-MD-IDX TO WS-MD-POS.
      *-----------------------------------------------------------------
      *******
       064-DIAS-DEL-MES-CHK.
      *******
      *******
           CLOSE
               SOLICITUDES
               COTIZACIONES
               HIST-NUEVO.
      *******
       072-REEMPLAZAR-HISTORICO.
      *******
           OPEN INPUT HIST-NUEVO.
           OPEN OUTPUT COTIZ-HIST.
           IF COTIZ-HIST-ESTADO NOT = ZERO AND
               COTIZ-HIST-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN COTIZ-HIST FS: "
                   COTIZ-HIST-ESTADO
               STOP RUN.
           PERFORM UNTIL HIST-NUEVO-ESTADO NOT = "00"
               READ HIST-NUEVO
               IF HIST-NUEVO-ESTADO = "00"
                   WRITE CHI FROM CHN
               END-IF
           END-PERFORM.
           CLOSE HIST-NUEVO.
           CLOSE COTIZ-HIST.
      *-----------------------------------------------------------------
      *******
       020-LEER-SOLICITUD.
               IF SOL-HORA-RETIRO = 0 OR SOL-HORA-DEVOL = 0 OR
                   SOL-HORA-DEVOL <= SOL-HORA-RETIRO
                   MOVE 0 TO SOL-HORA-RETIRO
                   MOVE 0 TO SOL-HORA-DEVOL
               END-IF
               IF SOL-AGENCIA NOT NUMERIC
                   MOVE 0 TO SOL-AGENCIA
               END-IF
               IF SOL-NRO-DOC = SPACES
                   MOVE SPACE TO SOL-TIPO-DOC.
      *******
       022-LEER-AUTOS.
      *******
