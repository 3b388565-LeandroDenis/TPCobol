      *       vigente del propio cliente (motivo 1) ya no dispara la
      *       oferta de sustituto: el cliente ya tiene ese auto esos
      *       dias.
      *   LD  Puntos de fidelidad: una novedad con NOVx-CANJE "P"
      *       canjea puntos del cliente (saldo de PUNTOS-SALDO.DAT,
      *       que mantiene PUNTOS de TP2) como descuento sobre la
      *       tarifa del dia, a PUNTOS-VALOR pesos por punto; cada
      *       canje queda en CANJES-PUNTOS.DAT para que PUNTOS lo
      *       debite del libro. La marca viaja por PENDIENTES.
      *   LD  Cuentas corporativas: para un cliente vinculado a una
      *       empresa (CLI-CUIT-EMPRESA, dada de alta en
      *       EMPRESAS.DAT) el bloqueo por credito del motivo 14
      *       compara el saldo de la cuenta de la empresa (PAGOS lo
      *       deja bajo el CUIT) contra el limite de la empresa, no
      *       el del empleado; la excepcion avalada vale por
      *       documento del empleado o por CUIT.
      *   LD  Codigos de promocion: NOVx-PROMO (y PEND/PHOY) lleva
      *       un codigo de PROMOCIONES.DAT; con vigencia, tamaño,
      *       marca y agencia elegibles, el descuento (porcentaje o
      *       importe fijo por dia) se aplica en 158- sobre la tarifa
      *       del dia. Un codigo inexistente, fuera de vigencia o con
      *       los usos agotados rechaza la novedad con el motivo 17.
      *       Cada dia con descuento queda en PROMO-USOS.DAT, que
      *       CAMP-PROMO acumula en PROMO-HIST.DAT.
      *   LD  Adicionales del alquiler (GPS, silla de bebe, seguro
      *       extra): NOVx-EXTRAS (y PEND/PHOY) trae hasta tres
      *       codigos de EXTRAS.DAT, con precio por dia y stock por
      *       agencia. Cada dia aprobado reserva una unidad por
      *       codigo en EXTRAS-RESERVA.DAT (DEVOL las libera en el
      *       check-in) y se cobra en CARGOS-EXTRA.DAT con el
      *       desglose de IVA. Sin unidad libre en la agencia ese dia
      *       la novedad se rechaza con el motivo 18.
      *   LD  Documentacion del auto con vencimiento
      *       (DOCUMENTOS-AUTO.DAT, opcional, lo mantiene CARGA-DOCS):
      *       VTV, seguro, cedula y oblea de GNC. Un dia de alquiler
      *       posterior al vencimiento de cualquiera de los documentos
      *       de la patente se rechaza con el nuevo motivo 19, y la
      *       oferta de sustitucion saltea los autos en esa situacion.
      *   LD  Vencimiento de la licencia de conducir del cliente
      *       (CLI-VENCE-LICENCIA, cargado por CLI-NOV): un alquiler
      *       sin chofer cuya licencia vence antes del ultimo dia
      *       alquilado se rechaza con el motivo 13.
      *   LD  Alquileres en moneda extranjera para turistas:
      *       NOVx-MONEDA (y PEND/PHOY) trae la moneda pactada
      *       (blanco o ARS = pesos). El dia se sigue facturando en
      *       pesos y ademas queda en ALQUILER-MONEDA.DAT (TP2) con el
      *       importe en la moneda pedida y la cotizacion usada, de
      *       TIPO-CAMBIO.DAT (la del dia o la ultima anterior). Sin
      *       cotizacion el dia queda solo en pesos, con aviso.
      *   LD  Formato del documento segun el tipo: DNI ("D") de 7 u
      *       8 digitos, CUIT/CUIL ("C") de 11 digitos con el digito
      *       verificador modulo 11 y pasaporte ("P", ahora tipo
      *       reconocido) alfanumerico sin blancos intermedios. Un
      *       documento mal formado se rechaza con el nuevo motivo
      *       20, antes de buscarlo en CLIENTES.TXT, para que la
      *       agencia sepa que fue un error de tipeo y no un cliente
      *       desconocido.
      *   LD  Multiplicador por demanda aprobado (MULT-DEMANDA.DAT,
      *       opcional, lo arma MULT-DEM): la tarifa del dia se
      *       multiplica ademas por el de la fecha y el tamaño del
      *       auto, igual que en COTIZA.
      *   LD  Cierre contable: un alquiler aceptado o dado de baja,
      *       o un cargo por adicional, con fecha de un mes ya
      *       cerrado (PERIODOS-CERRADOS.DAT, lo asienta CIERRE-PER)
      *       se informa ademas en AJUSTES-PERIODO.DAT como ajuste de
      *       periodo anterior imputado al primer periodo abierto (la
      *       baja como reverso "C"), y sale por consola. En
      *       simulacro el archivo va a la sombra .SIM.
      *   LD  Cambio de auto a mitad de alquiler (NOVx-TIPO-TRANS
      *       "C", con la patente que se deja en el nuevo
      *       NOVx-PATENTE-ANT; el registro de novedad pasa a 85 y
      *       PEND/PHOY llevan el campo): el documento tiene que
      *       tener alquiler vigente sobre la patente anterior (si
      *       no, motivo 12, como la extension), el auto nuevo se
      *       valida igual que cualquier dia del merge y el dia del
      *       cambio entra a MAESTRO-ACT sin importe. La respuesta
      *       sale con resultado "C" y el auto anterior, el cambio
      *       queda en CAMBIOS-AUTO.DAT (REPROC-PEND pasa al auto
      *       nuevo los dias pendientes del alquiler, que se siguen
      *       tarifando con el auto original) y el auto anterior
      *       queda en TALLER.DAT por los dias de TALLER-DIAS-G.
      *   LD  Cotizacion de referencia: NOVx-COTIZ-NRO (y PEND/PHOY;
      *       el registro de novedad pasa a 92) lleva el numero que
      *       dio COTIZA. Si la cotizacion esta vigente en la fecha de
      *       proceso (COTIZ-HIST.DAT) y es del mismo cliente, auto y
      *       dia, el dia se factura al precio cotizado en lugar de la
      *       tarifa (sin volver a aplicar la promocion; el canje de
      *       puntos si). Un dia que pasa a PENDIENTES conserva el
      *       numero solo si la cotizacion esta vigente al diferirlo,
      *       y al madurar se respeta aunque ya haya vencido. Cada dia
      *       aceptado con cotizacion queda en COTIZ-USOS.DAT (precio
      *       facturado y si se respeto), que acumula CONV-COTIZ.
      *   LD  Cambio de auto: el auto nuevo se valida tambien para
      *       cada dia del alquiler que recibe despues del cambio
      *       (taller, contrato, documentos del auto y dias de otro
      *       documento en PENDIENTES-HOY o PENDIENTES.DAT); si alguno
      *       no esta libre el cambio se rechaza con motivo 1 y no se
      *       registra ni manda el auto anterior a taller.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP-PARTE-1.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CANCEL-ESTADO.

           SELECT CANJES-PUNTOS ASSIGN TO WS-RUTA-CANJES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CANJES-ESTADO.

           SELECT PROMO-USOS   ASSIGN TO WS-RUTA-PROMO-USOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROMO-USOS-ESTADO.

           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-ESTADO.

           SELECT OPTIONAL EMPRESAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EMPRESAS-ESTADO.

           SELECT OPTIONAL PUNTOS-SALDO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PUNTOS-ESTADO.

           SELECT OPTIONAL PROMOCIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROMOCIONES-ESTADO.

           SELECT OPTIONAL PROMO-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROMO-HIST-ESTADO.

           SELECT OPTIONAL EXTRAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EXTRAS-ESTADO.

           SELECT OPTIONAL EXTRAS-RESERVA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EXT-RESERVA-ESTADO.

           SELECT RESERVA-EXT  ASSIGN TO WS-RUTA-RESERVA-EXT
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RESERVA-EXT-ESTADO.

           SELECT CARGOS-EXT   ASSIGN TO WS-RUTA-CARGOS-EXT
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CARGOS-EXT-ESTADO.

           SELECT OPTIONAL TIPO-CAMBIO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TIPO-CAMBIO-ESTADO.

           SELECT OPTIONAL MULT-DEMANDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MULT-DEMANDA-ESTADO.

           SELECT ALQ-MONEDA   ASSIGN TO WS-RUTA-ALQ-MONEDA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ALQ-MONEDA-ESTADO.

           SELECT OPTIONAL EXCEPCION-CRED ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EXCEP-CRED-ESTADO.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTRATOS-ESTADO.

           SELECT OPTIONAL DOCUMENTOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DOCUMENTOS-ESTADO.

           SELECT BALANCE-COR  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS BALANCE-ESTADO.

           SELECT LISTADO      ASSIGN TO WS-LISTADO-PATH
                               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIODOS-CERR ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PERIODOS-ESTADO.

           SELECT AJUSTES-PER  ASSIGN TO WS-RUTA-AJUSTES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AJUSTES-ESTADO.

           SELECT CAMBIOS-AUTO ASSIGN TO WS-RUTA-CAMBIOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CAMBIOS-ESTADO.

           SELECT OPTIONAL COTIZ-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS COTIZ-HIST-ESTADO.

           SELECT COTIZ-USOS   ASSIGN TO WS-RUTA-COTIZ-USOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS COTIZ-USOS-ESTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  M       LABEL RECORD IS STANDARD
           03  NOV1-HORA-DEVOL     PIC 9(4).
      * Modalidad: "S" conduce el cliente (sin chofer).
           03  NOV1-MODO           PIC X.
      * Canje de puntos: "P" = el cliente paga el dia con puntos.
           03  NOV1-CANJE          PIC X.
      * Codigo de promocion (PROMOCIONES.DAT); blanco = sin promocion.
           03  NOV1-PROMO          PIC X(10).
      * Adicionales pedidos (codigos de EXTRAS.DAT); blanco = ninguno.
           03  NOV1-EXTRAS.
               05  NOV1-EXTRA      PIC X(4) OCCURS 3 TIMES.
      * Moneda pactada (TIPO-CAMBIO.DAT); blanco o ARS = pesos.
           03  NOV1-MONEDA         PIC X(3).
      * Cambio de auto ("C"): patente que el cliente deja; el resto
      * del registro describe el auto nuevo.
           03  NOV1-PATENTE-ANT    PIC X(6).
      * Numero de cotizacion de COTIZA; blanco o 0 = sin cotizacion.
           03  NOV1-COTIZ-NRO      PIC 9(7).
       01  NOV1-BRUTO            PIC X(92).

       FD  N2      LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../NOVEDADES2.DAT".
           03  NOV2-HORA-RETIRO    PIC 9(4).
           03  NOV2-HORA-DEVOL     PIC 9(4).
           03  NOV2-MODO           PIC X.
           03  NOV2-CANJE          PIC X.
           03  NOV2-PROMO          PIC X(10).
           03  NOV2-EXTRAS.
               05  NOV2-EXTRA      PIC X(4) OCCURS 3 TIMES.
           03  NOV2-MONEDA         PIC X(3).
           03  NOV2-PATENTE-ANT    PIC X(6).
           03  NOV2-COTIZ-NRO      PIC 9(7).
       01  NOV2-BRUTO            PIC X(92).

       FD  N3      LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../NOVEDADES3.DAT".
           03  NOV3-HORA-RETIRO    PIC 9(4).
           03  NOV3-HORA-DEVOL     PIC 9(4).
           03  NOV3-MODO           PIC X.
           03  NOV3-CANJE          PIC X.
           03  NOV3-PROMO          PIC X(10).
           03  NOV3-EXTRAS.
               05  NOV3-EXTRA      PIC X(4) OCCURS 3 TIMES.
           03  NOV3-MONEDA         PIC X(3).
           03  NOV3-PATENTE-ANT    PIC X(6).
           03  NOV3-COTIZ-NRO      PIC 9(7).
       01  NOV3-BRUTO            PIC X(92).

      * 4ta agencia: misma capa que NOV1/NOV2/NOV3, prueba de que el
      * merge ya no necesita un nuevo tramo de IFs para sumar una
           03  NOV4-HORA-RETIRO    PIC 9(4).
           03  NOV4-HORA-DEVOL     PIC 9(4).
           03  NOV4-MODO           PIC X.
           03  NOV4-CANJE          PIC X.
           03  NOV4-PROMO          PIC X(10).
           03  NOV4-EXTRAS.
               05  NOV4-EXTRA      PIC X(4) OCCURS 3 TIMES.
           03  NOV4-MONEDA         PIC X(3).
           03  NOV4-PATENTE-ANT    PIC X(6).
           03  NOV4-COTIZ-NRO      PIC 9(7).
       01  NOV4-BRUTO            PIC X(92).

       FD  MAE-ACT LABEL RECORD IS STANDARD.
       01  ACT.
           03  PEND-HORA-RETIRO       PIC 9(4).
           03  PEND-HORA-DEVOL        PIC 9(4).
           03  PEND-MODO              PIC X.
           03  PEND-CANJE             PIC X.
           03  PEND-PROMO             PIC X(10).
           03  PEND-EXTRAS            PIC X(12).
           03  PEND-MONEDA            PIC X(3).
           03  PEND-PATENTE-ANT       PIC X(6).
           03  PEND-COTIZ-NRO         PIC 9(7).

      * Alquileres dados de baja por una novedad de cancelacion.
       FD  CANCELACIONES LABEL RECORD IS STANDARD.
           03  CANCEL-NRO-DOC         PIC X(20).
           03  CANCEL-IMPORTE         PIC 9(4)V99.

      * Canjes de puntos aplicados en la corrida: documento, dia del
      * alquiler, puntos consumidos y descuento otorgado. Los debita
      * del libro de puntos el programa PUNTOS de TP2.
       FD  CANJES-PUNTOS LABEL RECORD IS STANDARD.
       01  REG-CANJE.
           03  CNJ-NRO-DOC            PIC X(20).
           03  CNJ-PATENTE            PIC X(6).
           03  CNJ-FECHA              PIC 9(8).
           03  CNJ-PUNTOS             PIC 9(7).
           03  CNJ-IMPORTE            PIC 9(4)V99.
           03  CNJ-AGENCIA            PIC 9.

      * Dias facturados con codigo de promocion en la corrida: tarifa
      * antes y descuento otorgado. USO "S" en el primer dia de cada
      * novedad, que es el que consume un uso del codigo. Lo acumula
      * CAMP-PROMO en PROMO-HIST.DAT, con la misma forma de registro.
       FD  PROMO-USOS LABEL RECORD IS STANDARD.
       01  REG-PROMO-USO.
           03  PUS-CODIGO             PIC X(10).
           03  PUS-FECHA-CORRIDA      PIC 9(8).
           03  PUS-NRO-DOC            PIC X(20).
           03  PUS-PATENTE            PIC X(6).
           03  PUS-FECHA              PIC 9(8).
           03  PUS-AGENCIA            PIC 9.
           03  PUS-USO                PIC X.
           03  PUS-BRUTO              PIC 9(6)V99.
           03  PUS-DESCUENTO          PIC 9(6)V99.

       FD  AUTOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AUTOS.DAT".

      * "I"); los lee el tablero MONITOR.
           03  CTL-HORA        PIC 9(6).
           03  CTL-CANT        PIC 9(7).
      * Severidad de la corrida en el asiento "F" (la informa
      * INTEGRIDAD); aqui va en blanco.
           03  CTL-SEVERIDAD   PIC X.

      * Pendientes madurados por REPROC-PEND (mas las reinyecciones
      * de REPROC-RECH): quinta corriente del merge, con la agencia de
           03  PHOY-HORA-RETIRO       PIC 9(4).
           03  PHOY-HORA-DEVOL        PIC 9(4).
           03  PHOY-MODO              PIC X.
           03  PHOY-CANJE             PIC X.
           03  PHOY-PROMO             PIC X(10).
           03  PHOY-EXTRAS            PIC X(12).
           03  PHOY-MONEDA            PIC X(3).
           03  PHOY-PATENTE-ANT       PIC X(6).
           03  PHOY-COTIZ-NRO         PIC 9(7).

      * Reservas confirmadas por RESERVAS cuya fecha ya llego: sexta
      * corriente del merge, ordenada por patente y fecha por el
       01  REC-CORTE-80            PIC X(80).
       01  REC-CORTE-46            PIC X(46).
       01  REC-CORTE-63            PIC X(63).
       01  REC-CORTE-93            PIC X(93).

      * Lista negra de morosos que mantiene cobranzas: documento,
      * motivo del bloqueo y fecha de alta en la lista.
      * Baldes de antiguedad; no se usan aca.
           03  FILLER              PIC X(44).

      * Maestro de cuentas corporativas (TP2); aqui interesa el
      * limite de credito de la empresa.
       FD  EMPRESAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../TP2/EMPRESAS.DAT".
       01  EMP.
           03  EMP-CUIT            PIC X(11).
           03  EMP-RAZON-SOCIAL    PIC X(30).
           03  EMP-DIRECCION       PIC X(30).
           03  EMP-LIMITE-CRED     PIC 9(7)V99.
           03  EMP-PLAZO-DIAS      PIC 9(3).

      * Saldo de puntos de fidelidad por cliente, dejado por la
      * ultima corrida de PUNTOS (TP2); sin el archivo nadie canjea.
       FD  PUNTOS-SALDO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../TP2/PUNTOS-SALDO.DAT".
       01  PSAL.
           03  PSAL-NRO-DOC        PIC X(20).
           03  PSAL-PUNTOS         PIC 9(7).
           03  PSAL-FECHA-VTO      PIC 9(8).

      * Maestro de promociones: codigo, vigencia, tamaño, marca y
      * agencia elegibles (blanco / 0 = cualquiera), tipo "P"
      * porcentaje o "F" importe fijo por dia, valor y tope de usos
      * (0 = sin tope).
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

      * Usos de promociones de corridas anteriores, acumulados por
      * CAMP-PROMO; mismo registro que PROMO-USOS.DAT.
       FD  PROMO-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROMO-HIST.DAT".
       01  REG-PROMO-HIST.
           03  PHIS-CODIGO         PIC X(10).
           03  PHIS-FECHA-CORRIDA  PIC 9(8).
           03  FILLER              PIC X(35).
           03  PHIS-USO            PIC X.
           03  FILLER              PIC X(16).

      * Catalogo de adicionales: codigo, descripcion, precio por dia
      * (IVA incluido) y unidades en cada agencia (1 a 4).
       FD  EXTRAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../EXTRAS.DAT".
       01  REG-EXTRA.
           03  EXT-CODIGO          PIC X(4).
           03  EXT-DESCRIPCION     PIC X(20).
           03  EXT-PRECIO-DIA      PIC 9(4)V99.
           03  EXT-STOCK           PIC 9(3) OCCURS 4 TIMES.

      * Unidades de adicionales tomadas: una fila por codigo, agencia
      * y dia de alquiler aprobado. DEVOL saca las filas del alquiler
      * al procesar el check-in, con lo que la unidad vuelve al stock.
       FD  EXTRAS-RESERVA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../EXTRAS-RESERVA.DAT".
       01  REG-EXT-RESERVA.
           03  RSX-CODIGO          PIC X(4).
           03  RSX-AGENCIA         PIC 9.
           03  RSX-FECHA           PIC 9(8).
           03  RSX-PATENTE         PIC X(6).
           03  RSX-TIPO-DOC        PIC X.
           03  RSX-NRO-DOC         PIC X(20).

      * Mismo archivo que EXTRAS-RESERVA, abierto para agregar las
      * reservas de la corrida (en simulacro va a la sombra .SIM).
       FD  RESERVA-EXT LABEL RECORD IS STANDARD.
       01  REG-RESERVA-EXT         PIC X(40).

      * Cargos extra de TP2 (FACTURA-CLI los suma al estado de cuenta
      * del cliente): mismo registro que graba DEVOL en el check-in.
       FD  CARGOS-EXT LABEL RECORD IS STANDARD.
       01  CEX.
           03  CEX-NRO-DOC         PIC X(20).
           03  CEX-FECHA           PIC 9(8).
           03  CEX-PATENTE         PIC X(6).
           03  CEX-TIPO-DOC        PIC X.
           03  CEX-CONCEPTO        PIC X(20).
           03  CEX-IMPORTE         PIC 9(6)V99.
           03  CEX-NETO            PIC 9(6)V99.
           03  CEX-IVA             PIC 9(6)V99.

      * Cotizaciones diarias: pesos por unidad de moneda extranjera.
       FD  TIPO-CAMBIO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TIPO-CAMBIO.DAT".
       01  REG-TIPO-CAMBIO.
           03  TC-FECHA            PIC 9(8).
           03  TC-MONEDA           PIC X(3).
           03  TC-COTIZACION       PIC 9(5)V9(4).

      * Multiplicadores por demanda aprobados por dia y tamaño (los
      * arma MULT-DEM).
       FD  MULT-DEMANDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MULT-DEMANDA.DAT".
       01  REG-MULT-DEMANDA.
           03  MD-FECHA            PIC 9(8).
           03  MD-TAMANIO          PIC X.
           03  MD-MULT             PIC 9V99.

      * Dias aprobados pactados en moneda extranjera (TP2, lo usa
      * FACTURA-CLI): el importe en pesos es el mismo de MAESTRO-ACT;
      * acumula entre corridas, como los cargos extra.
       FD  ALQ-MONEDA LABEL RECORD IS STANDARD.
       01  AMO.
           03  AMO-NRO-DOC         PIC X(20).
           03  AMO-FECHA           PIC 9(8).
           03  AMO-PATENTE         PIC X(6).
           03  AMO-TIPO-DOC        PIC X.
           03  AMO-AGENCIA         PIC 9.
           03  AMO-MONEDA          PIC X(3).
           03  AMO-COTIZACION      PIC 9(5)V9(4).
           03  AMO-IMPORTE         PIC 9(6)V99.
           03  AMO-IMPORTE-ME      PIC 9(6)V99.
           03  AMO-FECHA-CORRIDA   PIC 9(8).

      * Documentos avalados por ventas: el limite de credito no los
      * bloquea mientras esten listados.
       FD  EXCEPCION-CRED LABEL RECORD IS STANDARD
           03  CON-HASTA       PIC 9(8).
           03  CON-IMPORTE-MES PIC 9(6)V99.

      * Documentacion del auto con vencimiento: tipo "V" VTV, "S"
      * seguro, "R" cedula / registro, "G" oblea de GNC.
       FD  DOCUMENTOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DOCUMENTOS-AUTO.DAT".
       01  REG-DOCUMENTO.
           03  DOA-PATENTE     PIC X(6).
           03  DOA-TIPO        PIC X.
           03  DOA-NUMERO      PIC X(20).
           03  DOA-VENCE       PIC 9(8).

      * Balance de flujo por programa, fecha y concepto: lo cruza
      * BALANCEO al cierre de la cadena.
       FD  BALANCE-COR LABEL RECORD IS STANDARD
           03  CHK-RESP-CANT       OCCURS 4 TIMES PIC 9(7).
           03  CHK-RHIST-CANT      PIC 9(7).
           03  CHK-INT-CANT        PIC 9(7).
           03  CHK-CNT-MOTIVO      OCCURS 20 TIMES PIC 9(5).
           03  CHK-CNT-AGENCIA     OCCURS 5 TIMES PIC 9(5).

       FD  CLIENTES LABEL RECORD IS STANDARD
      * Limite de credito; 0 = sin limite. Sobre el saldo de la
      * ultima corrida de PAGOS el merge bloquea con motivo 14.
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
      * CUIT de la cuenta corporativa (EMPRESAS.DAT) que paga los
      * alquileres del cliente; blanco = cliente particular.
           03 CLI-CUIT-EMPRESA PIC X(11).
      * Vencimiento de la licencia de conducir (AAAAMMDD); 0 =
      * sin dato.
           03 CLI-VENCE-LICENCIA PIC 9(8).
      * Rebote informado por el gateway de avisos (NOTIFICA): "S"
      * = el email / telefono reboto y no se vuelve a usar hasta
      * que CLI-NOV lo cambie; blanco = utilizable.
           03 CLI-REBOTE-EMAIL PIC X.
           03 CLI-REBOTE-TEL   PIC X.
      * CBU de la cuenta bancaria del cliente (22 digitos) para
      * las devoluciones por transferencia (REEMBOLSOS); blanco
      * = sin dato.
           03 CLI-CBU          PIC X(22).

       FD  LISTADO  LABEL RECORD IS STANDARD.

       01  LINEA               PIC X(80).

      * Meses cerrados por CIERRE-PER (AAAAMM).
       FD  PERIODOS-CERR LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../PERIODOS-CERRADOS.DAT".
       01  REG-PERIODO.
           03  PC-PERIODO      PIC 9(6).
           03  PC-FECHA-CIERRE PIC 9(8).
           03  PC-HORA         PIC 9(6).

      * Movimientos fechados en un mes cerrado, imputados al primer
      * periodo abierto (los toma LIBRO-IVA y los lista CIERRE-PER);
      * en simulacro va a la sombra .SIM.
       FD  AJUSTES-PER LABEL RECORD IS STANDARD.
       01  AJP.
           03  AJP-FECHA-PROCESO PIC 9(8).
           03  AJP-PROGRAMA    PIC X(10).
      * ALQUILER / CARGO / NOTA-CRED / ASIENTO.
           03  AJP-ORIGEN      PIC X(10).
      * "D" debito (alta), "C" credito (reverso o nota de credito).
           03  AJP-SIGNO       PIC X.
           03  AJP-PATENTE     PIC X(6).
           03  AJP-NRO-DOC     PIC X(20).
           03  AJP-FECHA-MOV   PIC 9(8).
           03  AJP-CONCEPTO    PIC X(20).
           03  AJP-PERIODO-IMPUT PIC 9(6).
           03  AJP-NETO        PIC 9(9)V99.
           03  AJP-IVA         PIC 9(9)V99.

      * Cambios de auto aceptados: REPROC-PEND pasa al auto nuevo los
      * dias pendientes del alquiler entre CAM-FECHA y CAM-HASTA, y
      * FICHA-AUTO los muestra en la vida de los dos autos; en
      * simulacro va a la sombra .SIM.
       FD  CAMBIOS-AUTO LABEL RECORD IS STANDARD.
       01  CAM.
           03  CAM-FECHA-PROCESO PIC 9(8).
           03  CAM-AGENCIA     PIC 9.
           03  CAM-PATENTE-ANT PIC X(6).
           03  CAM-PATENTE     PIC X(6).
           03  CAM-TIPO-DOC    PIC X.
           03  CAM-NRO-DOC     PIC X(20).
      * Dia del cambio y ultimo dia pendiente del alquiler.
           03  CAM-FECHA       PIC 9(8).
           03  CAM-HASTA       PIC 9(8).
      * Fin de la ventana de taller abierta sobre el auto que se deja.
           03  CAM-TALLER-HASTA PIC 9(8).

      * Libro de cotizaciones de COTIZA: una cabecera "C" y un "D" por
      * dia cotizado (desde = hasta = el dia) con el precio del dia.
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

      * Dias aceptados que traen numero de cotizacion: lo facturado y
      * si se respeto el precio cotizado ("S") o no ("N": vencida, de
      * otro cliente, auto o dia). Lo acumula CONV-COTIZ; en simulacro
      * va a la sombra .SIM.
       FD  COTIZ-USOS LABEL RECORD IS STANDARD.
       01  COU.
           03  COU-NRO             PIC 9(7).
           03  COU-FECHA-CORRIDA   PIC 9(8).
           03  COU-NRO-DOC         PIC X(20).
           03  COU-PATENTE         PIC X(6).
           03  COU-FECHA           PIC 9(8).
           03  COU-AGENCIA         PIC 9.
           03  COU-RESPETADA       PIC X.
           03  COU-IMPORTE         PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77  M-EOF               PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  EXCEPCIONES-ESTADO  PIC XX.
       77  PENDIENTES-ESTADO   PIC XX.
       77  CANCEL-ESTADO       PIC XX.
       77  CANJES-ESTADO       PIC XX.
       77  PUNTOS-ESTADO       PIC XX.
       77  PROMOCIONES-ESTADO  PIC XX.
       77  PROMO-HIST-ESTADO   PIC XX.
       77  PROMO-USOS-ESTADO   PIC XX.
       77  EXTRAS-ESTADO       PIC XX.
       77  EXT-RESERVA-ESTADO  PIC XX.
       77  RESERVA-EXT-ESTADO  PIC XX.
       77  CARGOS-EXT-ESTADO   PIC XX.
      * Cierre contable: ultimo mes cerrado y primer periodo abierto,
      * adonde va como ajuste un movimiento fechado en un mes cerrado.
       77  PERIODOS-ESTADO     PIC XX.
       77  AJUSTES-ESTADO      PIC XX.
       01  WS-ULT-CERRADO      PIC 9(6)    VALUE 0.
       01  WS-PRIMER-ABIERTO   PIC 9(6)    VALUE 0.
       01  WS-AJP-FECHA        PIC 9(8).
       01  WS-AJP-FECHA-R REDEFINES WS-AJP-FECHA.
           03 WS-AJP-PERIODO   PIC 9(6).
           03 FILLER           PIC 9(2).
       01  WS-AJP-FECHA-PROCESO PIC 9(8).
       01  WS-AJUSTES-ABIERTO  PIC X(2)    VALUE "NO".
       01  WS-CANT-AJUSTES     PIC 9(5)    VALUE 0.
      * Cambio de auto ("C"): dias que el cliente todavia tiene
      * pendientes (PENDIENTES.DAT al arrancar), si el documento tiene
      * alquiler vigente sobre la patente que deja, ultimo dia de ese
      * alquiler, auto anterior cuya tarifa conserva un dia movido y
      * dias de la ventana de taller (clave TALLER-DIAS-G, 14 por
      * omision, la misma que usa DEVOL para un daño grave).
       77  CAMBIOS-ESTADO      PIC XX.
       01  WS-CAMBIOS-ABIERTO  PIC X(2)    VALUE "NO".
       01  WS-CANT-CAMBIOS     PIC 9(5)    VALUE 0.
       01  WS-CANT-PFUT        PIC 9(4)    VALUE 0.
       01  WS-PFUT-EXCESO      PIC 9(5)    VALUE 0.
       01  WS-PFUT-IDX         PIC 9(4).
       01  WS-TABLA-PFUT.
           03 WS-PFUT OCCURS 2000 TIMES.
               05 PFUT-PATENTE     PIC X(6).
               05 PFUT-NRO-DOC     PIC X(20).
               05 PFUT-FECHA       PIC 9(8).
       01  WS-CAMBIO-VIGENTE   PIC X(2).
       01  WS-CAMBIO-HASTA     PIC 9(8).
      * Algun dia posterior del tramo que recibe el auto nuevo no esta
      * libre (se rechaza el cambio con motivo 1); fecha del cambio
      * guardada mientras se recorre el tramo sobre AG-FECHA.
       01  WS-CAMBIO-CONFLICTO PIC X(2).
       01  WS-CAMBIO-FECHA     PIC 9(8).
       01  WS-CAM-IDX          PIC 9(4).
       01  WS-ANT-POS          PIC 9(4).
       01  WS-PATENTE-TARIFA   PIC X(6).
       01  WS-GUARDA-MARCA     PIC X(20).
       01  WS-GUARDA-TAMANIO   PIC X.
       01  WS-GUARDA-IMPORTE   PIC 9(4)V99.
       01  WS-GUARDA-AG-ACTUAL PIC 9.
       01  WS-TALLER-DIAS-G    PIC 9(3)    VALUE 14.
      * Cotizaciones de COTIZA: dias cotizados que todavia pueden
      * aplicarse (cotizacion vigente o dia no anterior a la fecha de
      * proceso, por los pendientes diferidos en vigencia).
       77  COTIZ-HIST-ESTADO   PIC XX.
       77  COTIZ-USOS-ESTADO   PIC XX.
       01  WS-CANT-CQT         PIC 9(4)    VALUE 0.
       01  WS-CQT-EXCESO       PIC 9(5)    VALUE 0.
       01  WS-CQT-IDX          PIC 9(4).
       01  WS-CQT-POS          PIC 9(4).
       01  WS-TABLA-CQT.
           03 WS-CQT OCCURS 3000 TIMES.
               05 CQT-NRO          PIC 9(7).
               05 CQT-VENCE        PIC 9(8).
               05 CQT-NRO-DOC      PIC X(20).
               05 CQT-PATENTE      PIC X(6).
               05 CQT-FECHA        PIC 9(8).
               05 CQT-IMPORTE      PIC 9(7)V99.
       01  WS-COTIZ-VIGENTE    PIC X(2).
       01  WS-COTIZ-RESPETADA  PIC X(2)    VALUE "NO".
       01  WS-CANT-COTIZ-RESP  PIC 9(5)    VALUE 0.
       01  WS-CANT-COTIZ-NORESP PIC 9(5)   VALUE 0.
       01  WS-CANT-COTIZ-VENC  PIC 9(5)    VALUE 0.
       77  TIPO-CAMBIO-ESTADO  PIC XX.
       77  MULT-DEMANDA-ESTADO PIC XX.
       77  ALQ-MONEDA-ESTADO   PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  TEMPORADA-ESTADO    PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  MOROSOS-ESTADO      PIC XX.
       77  SALDOS-ESTADO       PIC XX.
       77  EMPRESAS-ESTADO     PIC XX.
       77  EXCEP-CRED-ESTADO   PIC XX.
       77  FRAUDE-ESTADO       PIC XX.
       77  FEEDS-REG-ESTADO    PIC XX.
       01  WS-BAL-PENDIENTES   PIC 9(7)    VALUE 0.
       01  WS-BAL-BAJAS        PIC 9(7)    VALUE 0.
       77  CONTRATOS-ESTADO    PIC XX.
       77  DOCUMENTOS-ESTADO   PIC XX.
       77  FERIADOS-ESTADO     PIC XX.
       77  REENVIO-ESTADO      PIC XX.
       77  PEND-HOY-ESTADO     PIC XX.
               05 WS-PHOY-HORA-RETIRO  PIC 9(4).
               05 WS-PHOY-HORA-DEVOL   PIC 9(4).
               05 WS-PHOY-MODO         PIC X.
               05 WS-PHOY-CANJE        PIC X.
               05 WS-PHOY-PROMO        PIC X(10).
               05 WS-PHOY-EXTRAS       PIC X(12).
               05 WS-PHOY-MONEDA       PIC X(3).
               05 WS-PHOY-PATENTE-ANT  PIC X(6).
               05 WS-PHOY-COTIZ-NRO    PIC 9(7).
       01  WS-PHOY-SWAP.
           03 SWAP-PH-AGENCIA      PIC 9.
           03 SWAP-PH-PATENTE      PIC X(6).
           03 SWAP-PH-HORA-RETIRO  PIC 9(4).
           03 SWAP-PH-HORA-DEVOL   PIC 9(4).
           03 SWAP-PH-MODO         PIC X.
           03 SWAP-PH-CANJE        PIC X.
           03 SWAP-PH-PROMO        PIC X(10).
           03 SWAP-PH-EXTRAS       PIC X(12).
           03 SWAP-PH-MONEDA       PIC X(3).
           03 SWAP-PH-PATENTE-ANT  PIC X(6).
           03 SWAP-PH-COTIZ-NRO    PIC 9(7).
       01  WS-CANT-MOROSOS     PIC 9(3)    VALUE 0.
       01  WS-MOR-IDX          PIC 9(3).
      * Saldos por documento y excepciones del bloqueo por credito.
               05 EXC-CRED-DOC     PIC X(20) VALUE SPACES.
       01  WS-CREDITO-EXCEDIDO PIC X(2).
       01  WS-SALDO-CLIENTE    PIC 9(9)V99.
      * Cuenta y limite contra los que se controla el credito: los
      * del cliente o, si esta vinculado, los de su empresa.
       01  WS-DOC-CUENTA       PIC X(20).
       01  WS-LIMITE-CUENTA    PIC 9(7)V99.
       01  WS-CANT-EMPRESAS    PIC 9(3)    VALUE 0.
       01  WS-EMP-IDX          PIC 9(3).
       01  WS-TABLA-EMPRESAS.
           03 WS-EMPRESA OCCURS 500 TIMES.
               05 WS-EMP-CUIT      PIC X(11) VALUE SPACES.
               05 WS-EMP-LIMITE    PIC 9(7)V99 VALUE 0.
      * Saldos de puntos por documento (se descuentan a medida que
      * la corrida canjea) y valor en pesos de cada punto (clave
      * PUNTOS-VALOR, 9V99 en 3 digitos).
       01  WS-CANT-PUNTOS      PIC 9(4)    VALUE 0.
       01  WS-PTS-IDX          PIC 9(4).
       01  WS-PTS-POS          PIC 9(4).
       01  WS-TABLA-PUNTOS.
           03 WS-PUNTOS-E OCCURS 2000 TIMES.
               05 WS-PTS-DOC       PIC X(20) VALUE SPACES.
               05 WS-PTS-SALDO     PIC 9(7) VALUE 0.
       01  WS-VALOR-PUNTO      PIC 9V99 VALUE 0,10.
       01  WS-CANJE-PUNTOS     PIC 9(7).
       01  WS-CANJE-IMPORTE    PIC 9(8)V99.
      * Promociones vigentes (PROMOCIONES.DAT) con los usos ya
      * consumidos, y el resultado del control de la novedad en curso.
       01  WS-CANT-PROMOS      PIC 9(3)    VALUE 0.
       01  WS-PRO-IDX          PIC 9(3).
       01  WS-PRO-POS          PIC 9(3).
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
       01  WS-PROMO-BUSCAR     PIC X(10).
       01  WS-PROMO-RECHAZO    PIC X(2).
       01  WS-PROMO-APLICA     PIC X(2).
       01  WS-PROMO-BRUTO      PIC 9(6)V99.
       01  WS-PROMO-DESCUENTO  PIC 9(6)V99.
       01  WS-MARCA-AUTO       PIC X(20).
       01  WS-TAMANIO-AUTO     PIC X.
      * Catalogo de adicionales (EXTRAS.DAT) y unidades ya tomadas por
      * dia (EXTRAS-RESERVA.DAT mas lo reservado en la corrida).
       01  WS-CANT-EXTRAS      PIC 9(3)    VALUE 0.
       01  WS-XTR-IDX          PIC 9(3).
       01  WS-XTR-POS          PIC 9(3).
       01  WS-TABLA-EXTRAS.
           03 WS-EXTRA OCCURS 50 TIMES.
               05 XTR-CODIGO       PIC X(4) VALUE SPACES.
               05 XTR-DESCRIPCION  PIC X(20) VALUE SPACES.
               05 XTR-PRECIO       PIC 9(4)V99 VALUE 0.
               05 XTR-STOCK        PIC 9(3) OCCURS 4 TIMES VALUE 0.
      * Cotizaciones (TIPO-CAMBIO.DAT) y dias en moneda extranjera
      * ya registrados por la corrida antes de una caida.
       01  WS-CANT-TC          PIC 9(4)    VALUE 0.
       01  WS-TC-IDX           PIC 9(4).
       01  WS-TABLA-TC.
           03 WS-TC OCCURS 1000 TIMES.
               05 TCB-FECHA        PIC 9(8).
               05 TCB-MONEDA       PIC X(3).
               05 TCB-COTIZACION   PIC 9(5)V9(4).
      * Multiplicadores por demanda (MULT-DEMANDA.DAT): a lo sumo un
      * año por adelante de los tres tamaños.
       01  WS-CANT-MD          PIC 9(4)    VALUE 0.
       01  WS-MD-IDX           PIC 9(4).
       01  WS-MD-POS           PIC 9(4).
       01  WS-TABLA-MD.
           03 WS-MD OCCURS 1100 TIMES.
               05 MDB-FECHA        PIC 9(8).
               05 MDB-TAMANIO      PIC X.
               05 MDB-MULT         PIC 9V99.
       01  WS-MON-BUSCAR       PIC X(3).
       01  WS-MON-FECHA        PIC 9(8).
       01  WS-MON-FECHA-TC     PIC 9(8).
       01  WS-MON-COTIZACION   PIC 9(5)V9(4).
       01  WS-MON-PATENTE      PIC X(6).
       01  WS-MON-IMPORTE      PIC 9(6)V99.
       01  WS-MON-YA-GRABADO   PIC X(2).
       01  WS-CANT-AMC         PIC 9(4)    VALUE 0.
       01  WS-AMC-IDX          PIC 9(4).
       01  WS-TABLA-AMC.
           03 WS-AMC OCCURS 2000 TIMES.
               05 AMC-PATENTE      PIC X(6).
               05 AMC-FECHA        PIC 9(8).
       01  WS-CANT-RES-EXT     PIC 9(4)    VALUE 0.
       01  WS-RXT-IDX          PIC 9(4).
       01  WS-TABLA-RES-EXT.
           03 WS-RES-EXT OCCURS 3000 TIMES.
               05 RXT-CODIGO       PIC X(4).
               05 RXT-AGENCIA      PIC 9.
               05 RXT-FECHA        PIC 9(8).
               05 RXT-PATENTE      PIC X(6).
       01  WS-EXTRA-RECHAZO    PIC X(2).
       01  WS-EXT-SLOT         PIC 9.
       01  WS-EXT-SLOT2        PIC 9.
       01  WS-EXT-BUSCAR       PIC X(4).
       01  WS-EXT-PEDIDAS      PIC 9.
       01  WS-EXT-OCUPADAS     PIC 9(4).
       01  WS-EXT-PROPIAS      PIC 9(4).
       01  WS-EXT-STOCK        PIC 9(3).
       01  WS-EXT-AG           PIC 9.
      * Control antifraude: cantidad de autos aprobados por documento
      * y dia, con los umbrales de aviso y de rechazo.
       01  WS-FRAUDE-UMBRAL    PIC 9(3)    VALUE 3.
           03 WS-MOROSO OCCURS 500 TIMES.
               05 MOROSO-DOC       PIC X(20) VALUE SPACES.
       01  WS-DOC-A-VALIDAR    PIC X(20).
      * Formato del documento por tipo (motivo 20): caracter por
      * caracter, y los pesos del digito verificador del CUIT/CUIL.
       01  WS-DOC-MAL-FORMADO  PIC X(2).
       01  WS-FMT-TIPO         PIC X.
       01  WS-FMT-DOC.
           03 WS-FMT-CAR       PIC X OCCURS 20 TIMES.
       01  WS-FMT-IDX          PIC 99.
       01  WS-FMT-LARGO        PIC 99.
       01  WS-FMT-CANT-DIG     PIC 99.
       01  WS-FMT-CANT-ALFA    PIC 99.
       01  WS-FMT-DIGITO       PIC 9.
       01  WS-FMT-SUMA         PIC 9(4).
       01  WS-FMT-COCIENTE     PIC 9(4).
       01  WS-FMT-RESTO        PIC 99.
       01  WS-FMT-VERIF        PIC 99.
       01  WS-FMT-PESOS-VAL    PIC X(10)   VALUE "5432765432".
       01  WS-FMT-PESOS REDEFINES WS-FMT-PESOS-VAL.
           03 WS-FMT-PESO      PIC 9 OCCURS 10 TIMES.
       01  WS-FECHA-VALIDA     PIC X(2).
       01  WS-MENOR-FECHA      PIC 9(8).
       01  WS-LINEA            PIC 9(2).
       01  WS-RUTA-PEND        PIC X(40) VALUE "../PENDIENTES.DAT".
       01  WS-RUTA-CANCEL      PIC X(40)
           VALUE "../CANCELACIONES.DAT".
       01  WS-RUTA-CANJES      PIC X(40)
           VALUE "../CANJES-PUNTOS.DAT".
       01  WS-RUTA-PROMO-USOS  PIC X(40)
           VALUE "../PROMO-USOS.DAT".
       01  WS-RUTA-COTIZ-USOS  PIC X(40)
           VALUE "../COTIZ-USOS.DAT".
       01  WS-RUTA-RESERVA-EXT PIC X(40)
           VALUE "../EXTRAS-RESERVA.DAT".
       01  WS-RUTA-CARGOS-EXT  PIC X(40)
           VALUE "../../TP2/CARGOS-EXTRA.DAT".
       01  WS-RUTA-ALQ-MONEDA  PIC X(40)
           VALUE "../../TP2/ALQUILER-MONEDA.DAT".
       01  WS-RUTA-RESP1       PIC X(40)
           VALUE "../RESPUESTA-AG1.DAT".
       01  WS-RUTA-RESP2       PIC X(40)
           VALUE "../INTENTOS-MOROSOS.DAT".
       01  WS-RUTA-FRAUDE      PIC X(40)
           VALUE "../FRAUDE-SOSPECHAS.DAT".
       01  WS-RUTA-AJUSTES     PIC X(40)
           VALUE "../AJUSTES-PERIODO.DAT".
       01  WS-RUTA-CAMBIOS     PIC X(40)
           VALUE "../CAMBIOS-AUTO.DAT".
       01  WS-ACT-CANT         PIC 9(7)    VALUE 0.
       01  WS-ACT-SUMA         PIC 9(11)V99 VALUE 0.
       01  WS-RESP-CANTIDADES.
       01  WS-VF-POST          PIC 9(7).
       01  WS-VF-TRL-CANT      PIC 9(7).
       01  WS-VF-TRL-HASH      PIC 9(12).
       01  WS-VF-REG           PIC X(92).
       01  WS-VF-REG-NOV REDEFINES WS-VF-REG.
           03 VF-PATENTE       PIC X(6).
           03 VF-FECHA         PIC 9(8).
           03 FILLER           PIC X(78).
       01  WS-VF-REG-CTL REDEFINES WS-VF-REG.
           03 VF-CTL-MARCA     PIC X(6).
           03 VF-CTL-AGENCIA   PIC 9.
           03 VF-CTL-FECHA     PIC 9(8).
           03 VF-CTL-CANT      PIC 9(7).
           03 VF-CTL-HASH      PIC 9(12).
           03 FILLER           PIC X(58).
       01  WS-CTL-HALLADO      PIC X(2).
       01  WS-CTL-BUSCA-PROG   PIC X(10).
       01  WS-CTL-ASIENTO-EST  PIC X.
      * transaccion de extension "E".
       01  WS-DOC-TITULAR      PIC X(20).
      * Licencia del cliente validado y marca de novedad sin chofer
      * sin licencia registrada o vencida (motivo 13).
       01  WS-LICENCIA-CLIENTE PIC X(15).
       01  WS-VENCE-LIC-CLIENTE PIC 9(8).
       01  WS-ULTIMO-DIA-ALQ   PIC 9(8).
       01  WS-SIN-LICENCIA     PIC X(2).
       01  WS-HORA-COMPATIBLE  PIC X(2).
       01  WS-MIN-RETIRO       PIC 9(5).
           03 PTR-TRANSMISION  PIC X(10).

       01  WS-CONTADORES-RECHAZO.
           03 WS-CNT-MOTIVO   OCCURS 20 TIMES PIC 9(5) VALUE 0.
           03 WS-CNT-AGENCIA  OCCURS 5 TIMES PIC 9(5) VALUE 0.

       01  WS-AGENCIAS.
               05 AG-HORA-RETIRO  PIC 9(4).
               05 AG-HORA-DEVOL   PIC 9(4).
               05 AG-MODO         PIC X.
               05 AG-CANJE        PIC X.
               05 AG-PROMO        PIC X(10).
      * "SI" cuando la novedad en curso ya consumio un uso de su
      * codigo (los demas dias del rango no vuelven a contar).
               05 AG-PROMO-USADO  PIC X(2).
               05 AG-EXTRAS.
                   07 AG-EXTRA    PIC X(4) OCCURS 3 TIMES.
               05 AG-MONEDA       PIC X(3).
               05 AG-PATENTE-ANT  PIC X(6).
               05 AG-COTIZ-NRO    PIC 9(7).

       01  WS-TEMPORADAS.
           03 WS-TEMPORADA OCCURS 10 TIMES.
               05 CONTR-PATENTE   PIC X(6) VALUE SPACES.
               05 CONTR-DESDE     PIC 9(8) VALUE 0.
               05 CONTR-HASTA     PIC 9(8) VALUE 0.
       01  WS-CANT-DOCUMENTOS  PIC 9(4)    VALUE 0.
       01  WS-DOC-IDX          PIC 9(4).
       01  WS-DOC-VENCIDO      PIC X(2).
       01  WS-SUST-DOC-VENCIDO PIC X(2).
       01  WS-TABLA-DOCUMENTOS.
           03 WS-DOCUMENTO OCCURS 4000 TIMES.
               05 DOCV-PATENTE    PIC X(6) VALUE SPACES.
               05 DOCV-VENCE      PIC 9(8) VALUE 0.

       01  WS-TALLERES.
           03 WS-TALLER OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 00809-CARGAR-PEND-FUTUROS.
            IF WS-SIMULACRO = "S"
                PERFORM 0035-APLICAR-SIMULACRO.
            PERFORM 004-INICIALIZAR-DIAS-MES.
            PERFORM 005-INICIALIZAR-AGENCIAS.
            PERFORM 006-INICIALIZAR-FECHA-PROCESO.
            PERFORM 0088-LEER-PERIODOS-CERR.
            PERFORM 007-LEER-TEMPORADAS THRU 007-SALIR.
            PERFORM 0075-LEER-TALLER.
            PERFORM 0076-LEER-CONTRATOS.
            PERFORM 00761-LEER-DOCUMENTOS.
            PERFORM 0077-LEER-FERIADOS.
            PERFORM 0078-LEER-TARIFAS.
            PERFORM 0079-LEER-MOROSOS.
            PERFORM 00795-LEER-SALDOS.
            PERFORM 00796-LEER-EXCEPCION-CRED.
            PERFORM 00797-LEER-PUNTOS.
            PERFORM 00799-LEER-EMPRESAS.
            PERFORM 00800-LEER-PROMOCIONES.
            PERFORM 00803-LEER-EXTRAS.
            PERFORM 00806-LEER-TIPO-CAMBIO.
            PERFORM 00808-LEER-MULT-DEMANDA.
            PERFORM 00810-LEER-COTIZACIONES.
            PERFORM 0080-CARGAR-PEND-HOY.
            PERFORM 008-LEER-CHECKPOINT THRU 008-SALIR.
            IF WS-CHECKPOINT-PAT NOT = SPACES
                PERFORM 00798-DESCONTAR-CANJES
                PERFORM 00802-CONTAR-USOS-CORRIDA
                PERFORM 00807-CARGAR-MONEDA-CORRIDA.
            PERFORM 0083-CONTAR-ACUMULADOS THRU 0083-SALIR.
            PERFORM 0085-VERIFICAR-CONTROL THRU 0085-SALIR.
            PERFORM 0084-RECORTAR-SALIDAS THRU 0084-SALIR.
               WHEN "KM-MAX-DIA"
                   CONTINUE
               WHEN "TALLER-DIAS-G"
      * VALOR: dias de taller que abre un cambio de auto (3 digitos).
                   IF PARM-VALOR(1:3) IS NUMERIC
                       MOVE PARM-VALOR(1:3) TO WS-TALLER-DIAS-G
                   END-IF
               WHEN "MANT-DIAS"
                   CONTINUE
               WHEN "MANT-CUPO-PCT"
                   CONTINUE
               WHEN "MIN-DESCANSO"
                   CONTINUE
               WHEN "PUNTO-VENTA"
                   CONTINUE
               WHEN "PUNTOS-VALOR"
      * VALOR: pesos por punto canjeado en 3 digitos (9V99), p.ej.
      * 010 = 0,10.
                   IF PARM-VALOR(1:3) IS NUMERIC
                       MOVE PARM-VALOR(1:3) TO WS-PARM-VALOR-NUM
                       COMPUTE WS-VALOR-PUNTO =
                           WS-PARM-VALOR-NUM / 100
                   ELSE
                       DISPLAY "PARAMETROS: PUNTOS-VALOR MAL "
                           "FORMADA: " PARM-VALOR
                   END-IF
               WHEN "PUNTOS-POR-PESO"
                   CONTINUE
               WHEN "PUNTOS-VENCE-MESES"
                   CONTINUE
               WHEN "MULTA-GESTION"
                   CONTINUE
               WHEN "SINIESTRO-FRANQUICIA"
                   CONTINUE
               WHEN "SINIESTRO-ASEGURADORA"
                   CONTINUE
               WHEN "PROPUESTA-PAGO-DIAS"
                   CONTINUE
               WHEN "ANONIMIZA-ANIOS"
                   CONTINUE
               WHEN "DEMANDA-TRAMO"
                   CONTINUE
               WHEN "DEMANDA-DIAS"
                   CONTINUE
               WHEN "MANT-CTRL-DESDE"
                   CONTINUE
               WHEN "MANT-CTRL-HASTA"
                   CONTINUE
               WHEN "CIERRE-PERIODO"
                   CONTINUE
               WHEN "CBU-EMPRESA"
                   CONTINUE
               WHEN "REBALANCEO-DIAS"
                   CONTINUE
               WHEN "IIBB-PERIODO"
                   CONTINUE
               WHEN "IIBB-ACT-ALQUILER"
                   CONTINUE
               WHEN "IIBB-ACT-CARGOS"
                   CONTINUE
               WHEN "PAGOS-RECONSTRUIR"
                   CONTINUE
               WHEN "COTIZ-VIGENCIA"
                   CONTINUE
               WHEN "BI-CARGA"
                   CONTINUE
               WHEN "GASTO-TOPE-PEAJE"
                   CONTINUE
               WHEN "GASTO-TOPE-ESTAC"
                   CONTINUE
               WHEN "GASTO-TOPE-COMBUS"
                   CONTINUE
               WHEN "ANTICIPO-AVISO-DIAS"
                   CONTINUE
               WHEN "ANTICIPO-RETENCION"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PARAMETROS: CLAVE DESCONOCIDA: "
                       PARM-CLAVE
           MOVE "../EXCEPCIONES.SIM" TO WS-RUTA-EXCEP.
           MOVE "../PENDIENTES.SIM" TO WS-RUTA-PEND.
           MOVE "../CANCELACIONES.SIM" TO WS-RUTA-CANCEL.
           MOVE "../CANJES-PUNTOS.SIM" TO WS-RUTA-CANJES.
           MOVE "../PROMO-USOS.SIM" TO WS-RUTA-PROMO-USOS.
           MOVE "../COTIZ-USOS.SIM" TO WS-RUTA-COTIZ-USOS.
           MOVE "../EXTRAS-RESERVA.SIM" TO WS-RUTA-RESERVA-EXT.
           MOVE "../CARGOS-EXTRA.SIM" TO WS-RUTA-CARGOS-EXT.
           MOVE "../ALQUILER-MONEDA.SIM" TO WS-RUTA-ALQ-MONEDA.
           MOVE "../RESPUESTA-AG1.SIM" TO WS-RUTA-RESP1.
           MOVE "../RESPUESTA-AG2.SIM" TO WS-RUTA-RESP2.
           MOVE "../RESPUESTA-AG3.SIM" TO WS-RUTA-RESP3.
           MOVE "../RECHAZOS-HIST.SIM" TO WS-RUTA-RHIST.
           MOVE "../INTENTOS-MOROSOS.SIM" TO WS-RUTA-INTENTOS.
           MOVE "../FRAUDE-SOSPECHAS.SIM" TO WS-RUTA-FRAUDE.
           MOVE "../AJUSTES-PERIODO.SIM" TO WS-RUTA-AJUSTES.
           MOVE "../CAMBIOS-AUTO.SIM" TO WS-RUTA-CAMBIOS.
      *-----------------------------------------------------------------
      *******
       004-INICIALIZAR-DIAS-MES.
               DISPLAY "ATENCION: CONTRATOS.DAT supera la tabla "
                   "(200); contratos excedentes no bloquean.".
      *-----------------------------------------------------------------
      *******
       00761-LEER-DOCUMENTOS.
      *******
      * Vencimientos de la documentacion por patente (motivo 19); solo
      * interesa la fecha, el numero queda para el informe de
      * VENCE-DOCS.
           MOVE 0 TO WS-CANT-DOCUMENTOS.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT DOCUMENTOS.
           IF DOCUMENTOS-ESTADO = "00"
               PERFORM UNTIL DOCUMENTOS-ESTADO NOT = "00"
                   READ DOCUMENTOS
                   IF DOCUMENTOS-ESTADO = "00" AND
                       WS-CANT-DOCUMENTOS >= 4000
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF DOCUMENTOS-ESTADO = "00" AND
                       WS-CANT-DOCUMENTOS < 4000 AND
                       DOA-VENCE IS NUMERIC
                       ADD 1 TO WS-CANT-DOCUMENTOS
                       MOVE DOA-PATENTE TO
                           DOCV-PATENTE(WS-CANT-DOCUMENTOS)
                       MOVE DOA-VENCE TO
                           DOCV-VENCE(WS-CANT-DOCUMENTOS)
                   END-IF
               END-PERFORM
               CLOSE DOCUMENTOS.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: DOCUMENTOS-AUTO.DAT supera la tabla "
                   "(4000); vencimientos excedentes no bloquean.".
      *-----------------------------------------------------------------
      *******
       0077-LEER-FERIADOS.
      *******
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: SALDOS-CLI.DAT supera la tabla "
                   "(2000); saldos excedentes no bloquean.".
      *******
       00797-LEER-PUNTOS.
      *******
      * Saldos de puntos de fidelidad de la ultima corrida de PUNTOS;
      * un cliente fuera de la tabla no tiene puntos para canjear.
           MOVE 0 TO WS-CANT-PUNTOS.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT PUNTOS-SALDO.
           IF PUNTOS-ESTADO = "00"
               PERFORM UNTIL PUNTOS-ESTADO NOT = "00"
                   READ PUNTOS-SALDO
                   IF PUNTOS-ESTADO = "00" AND
                       WS-CANT-PUNTOS >= 2000
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF PUNTOS-ESTADO = "00" AND
                       WS-CANT-PUNTOS < 2000 AND
                       PSAL-PUNTOS IS NUMERIC
                       ADD 1 TO WS-CANT-PUNTOS
                       MOVE PSAL-NRO-DOC TO
                           WS-PTS-DOC(WS-CANT-PUNTOS)
                       MOVE PSAL-PUNTOS TO
                           WS-PTS-SALDO(WS-CANT-PUNTOS)
                   END-IF
               END-PERFORM.
           CLOSE PUNTOS-SALDO.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: PUNTOS-SALDO.DAT supera la tabla "
                   "(2000); esos clientes no canjean en esta corrida.".
      *******
       00799-LEER-EMPRESAS.
      *******
      * Limites de credito de las cuentas corporativas; sin el
      * archivo cada cliente se controla contra su propio limite.
           MOVE 0 TO WS-CANT-EMPRESAS.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT EMPRESAS.
           IF EMPRESAS-ESTADO = "00"
               PERFORM UNTIL EMPRESAS-ESTADO NOT = "00"
                   READ EMPRESAS
                   IF EMPRESAS-ESTADO = "00" AND
                       WS-CANT-EMPRESAS >= 500
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF EMPRESAS-ESTADO = "00" AND
                       WS-CANT-EMPRESAS < 500
                       ADD 1 TO WS-CANT-EMPRESAS
                       MOVE EMP-CUIT TO
                           WS-EMP-CUIT(WS-CANT-EMPRESAS)
                       IF EMP-LIMITE-CRED IS NUMERIC
                           MOVE EMP-LIMITE-CRED TO
                               WS-EMP-LIMITE(WS-CANT-EMPRESAS)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE EMPRESAS.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: EMPRESAS.DAT supera la tabla "
                   "(500); sus empleados se controlan por su propio "
                   "limite.".
      *******
       00800-LEER-PROMOCIONES.
      *******
      * Maestro de promociones y usos ya consumidos por las corridas
      * anteriores; sin el maestro ningun codigo es valido.
           MOVE 0 TO WS-CANT-PROMOS.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT PROMOCIONES.
           IF PROMOCIONES-ESTADO = "00"
               PERFORM UNTIL PROMOCIONES-ESTADO NOT = "00"
                   READ PROMOCIONES
                   IF PROMOCIONES-ESTADO = "00" AND
                       WS-CANT-PROMOS >= 200
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF PROMOCIONES-ESTADO = "00" AND
                       WS-CANT-PROMOS < 200 AND
                       PRO-CODIGO NOT = SPACES
                       PERFORM 00801-CARGAR-UNA-PROMO
                   END-IF
               END-PERFORM.
           CLOSE PROMOCIONES.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: PROMOCIONES.DAT supera la tabla "
                   "(200); esos codigos se rechazan.".
      * Una corrida repetida el mismo dia no cuenta dos veces sus
      * propios usos si CAMP-PROMO ya los habia acumulado.
           OPEN INPUT PROMO-HIST.
           IF PROMO-HIST-ESTADO = "00"
               PERFORM UNTIL PROMO-HIST-ESTADO NOT = "00"
                   READ PROMO-HIST
                   IF PROMO-HIST-ESTADO = "00" AND
                       PHIS-USO = "S" AND
                       PHIS-FECHA-CORRIDA NOT = WS-FECHA-PROCESO
                       MOVE PHIS-CODIGO TO WS-PROMO-BUSCAR
                       PERFORM 16992-BUSCAR-PROMO
                       IF WS-PRO-POS > 0
                           ADD 1 TO PROM-USOS(WS-PRO-POS)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE PROMO-HIST.
      *******
       00801-CARGAR-UNA-PROMO.
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
      *******
       00802-CONTAR-USOS-CORRIDA.
      *******
      * Reanudacion: los usos ya grabados en PROMO-USOS antes de la
      * caida cuentan contra el tope, igual que los canjes de puntos.
           OPEN INPUT PROMO-USOS.
           IF PROMO-USOS-ESTADO = "00"
               PERFORM UNTIL PROMO-USOS-ESTADO NOT = "00"
                   READ PROMO-USOS
                   IF PROMO-USOS-ESTADO = "00" AND PUS-USO = "S"
                       MOVE PUS-CODIGO TO WS-PROMO-BUSCAR
                       PERFORM 16992-BUSCAR-PROMO
                       IF WS-PRO-POS > 0
                           ADD 1 TO PROM-USOS(WS-PRO-POS)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE PROMO-USOS.
      *-----------------------------------------------------------------
      *******
       00806-LEER-TIPO-CAMBIO.
      *******
      * Cotizaciones por fecha y moneda; sin el archivo ningun dia
      * en moneda extranjera tiene cotizacion y se factura solo en
      * pesos.
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
      *******
       00807-CARGAR-MONEDA-CORRIDA.
      *******
      * Reanudacion: los dias en moneda extranjera que la corrida ya
      * registro antes de la caida no se vuelven a grabar.
           MOVE 0 TO WS-CANT-AMC.
           OPEN INPUT ALQ-MONEDA.
           IF ALQ-MONEDA-ESTADO = "00"
               PERFORM UNTIL ALQ-MONEDA-ESTADO NOT = "00"
                   READ ALQ-MONEDA
                   IF ALQ-MONEDA-ESTADO = "00" AND
                       AMO-FECHA-CORRIDA = WS-FECHA-PROCESO AND
                       WS-CANT-AMC < 2000
                       ADD 1 TO WS-CANT-AMC
                       MOVE AMO-PATENTE TO AMC-PATENTE(WS-CANT-AMC)
                       MOVE AMO-FECHA TO AMC-FECHA(WS-CANT-AMC)
                   END-IF
               END-PERFORM.
           CLOSE ALQ-MONEDA.
      *******
       00808-LEER-MULT-DEMANDA.
      *******
      * Sin el archivo ningun dia lleva multiplicador por demanda.
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
       00810-LEER-COTIZACIONES.
      *******
      * Dias cotizados por COTIZA que la corrida puede respetar: los
      * de cotizaciones vigentes y, de las vencidas, los dias desde la
      * fecha de proceso en adelante (pendientes diferidos mientras la
      * cotizacion estaba vigente). Sin el libro nada se respeta.
           MOVE 0 TO WS-CANT-CQT.
           MOVE 0 TO WS-CQT-EXCESO.
           OPEN INPUT COTIZ-HIST.
           IF COTIZ-HIST-ESTADO = "00"
               PERFORM UNTIL COTIZ-HIST-ESTADO NOT = "00"
                   READ COTIZ-HIST
                   IF COTIZ-HIST-ESTADO = "00" AND
                       CHI-TIPO = "D" AND
                       (CHI-VENCE >= WS-FECHA-PROCESO OR
                        CHI-DESDE >= WS-FECHA-PROCESO)
                       IF WS-CANT-CQT < 3000
                           ADD 1 TO WS-CANT-CQT
                           MOVE CHI-NRO TO CQT-NRO(WS-CANT-CQT)
                           MOVE CHI-VENCE TO CQT-VENCE(WS-CANT-CQT)
                           MOVE CHI-NRO-DOC TO CQT-NRO-DOC(WS-CANT-CQT)
                           MOVE CHI-PATENTE TO CQT-PATENTE(WS-CANT-CQT)
                           MOVE CHI-DESDE TO CQT-FECHA(WS-CANT-CQT)
                           MOVE CHI-IMPORTE TO CQT-IMPORTE(WS-CANT-CQT)
                       ELSE
                           ADD 1 TO WS-CQT-EXCESO
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE COTIZ-HIST.
           IF WS-CQT-EXCESO > 0
               DISPLAY "ATENCION: COTIZ-HIST.DAT supera la tabla "
                   "(3000); " WS-CQT-EXCESO " dia/s cotizados no se "
                   "respetan.".
      *-----------------------------------------------------------------
      *******
       00803-LEER-EXTRAS.
      *******
      * Catalogo de adicionales y unidades ya reservadas; sin el
      * catalogo ningun adicional tiene stock. Las reservas grabadas
      * antes de una caida ya estan en el archivo y cuentan igual.
           MOVE 0 TO WS-CANT-EXTRAS.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT EXTRAS.
           IF EXTRAS-ESTADO = "00"
               PERFORM UNTIL EXTRAS-ESTADO NOT = "00"
                   READ EXTRAS
                   IF EXTRAS-ESTADO = "00" AND WS-CANT-EXTRAS >= 50
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF EXTRAS-ESTADO = "00" AND WS-CANT-EXTRAS < 50 AND
                       EXT-CODIGO NOT = SPACES
                       PERFORM 00804-CARGAR-UN-EXTRA
                   END-IF
               END-PERFORM.
           CLOSE EXTRAS.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: EXTRAS.DAT supera la tabla (50); "
                   "esos adicionales quedan sin stock.".
           MOVE 0 TO WS-CANT-RES-EXT.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT EXTRAS-RESERVA.
           IF EXT-RESERVA-ESTADO = "00"
               PERFORM UNTIL EXT-RESERVA-ESTADO NOT = "00"
                   READ EXTRAS-RESERVA
                   IF EXT-RESERVA-ESTADO = "00" AND
                       WS-CANT-RES-EXT >= 3000
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF EXT-RESERVA-ESTADO = "00" AND
                       WS-CANT-RES-EXT < 3000
                       ADD 1 TO WS-CANT-RES-EXT
                       MOVE RSX-CODIGO TO RXT-CODIGO(WS-CANT-RES-EXT)
                       MOVE RSX-AGENCIA TO
                           RXT-AGENCIA(WS-CANT-RES-EXT)
                       MOVE RSX-FECHA TO RXT-FECHA(WS-CANT-RES-EXT)
                       MOVE RSX-PATENTE TO
                           RXT-PATENTE(WS-CANT-RES-EXT)
                   END-IF
               END-PERFORM.
           CLOSE EXTRAS-RESERVA.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: EXTRAS-RESERVA.DAT supera la tabla "
                   "(3000); no se reservan adicionales en la corrida.".
      *******
       00804-CARGAR-UN-EXTRA.
      *******
           ADD 1 TO WS-CANT-EXTRAS.
           MOVE EXT-CODIGO TO XTR-CODIGO(WS-CANT-EXTRAS).
           MOVE EXT-DESCRIPCION TO XTR-DESCRIPCION(WS-CANT-EXTRAS).
           IF EXT-PRECIO-DIA IS NUMERIC
               MOVE EXT-PRECIO-DIA TO XTR-PRECIO(WS-CANT-EXTRAS).
           PERFORM 00805-CARGAR-STOCK VARYING WS-EXT-AG FROM 1 BY 1
               UNTIL WS-EXT-AG > 4.
      *******
       00805-CARGAR-STOCK.
      *******
           IF EXT-STOCK(WS-EXT-AG) IS NUMERIC
               MOVE EXT-STOCK(WS-EXT-AG) TO
                   XTR-STOCK(WS-CANT-EXTRAS, WS-EXT-AG).
      *******
       00798-DESCONTAR-CANJES.
      *******
      * Reanudacion: los canjes ya grabados antes de la caida siguen
      * en CANJES-PUNTOS y todavia no pasaron por PUNTOS; se restan
      * del saldo en memoria para no volver a gastar esos puntos.
           OPEN INPUT CANJES-PUNTOS.
           IF CANJES-ESTADO = "00"
               PERFORM UNTIL CANJES-ESTADO NOT = "00"
                   READ CANJES-PUNTOS
                   IF CANJES-ESTADO = "00"
                       MOVE CNJ-NRO-DOC TO WS-DOC-A-VALIDAR
                       PERFORM 1597-BUSCAR-PUNTOS
                       IF WS-PTS-POS > 0
                           IF WS-PTS-SALDO(WS-PTS-POS) > CNJ-PUNTOS
                               SUBTRACT CNJ-PUNTOS FROM
                                   WS-PTS-SALDO(WS-PTS-POS)
                           ELSE
                               MOVE 0 TO WS-PTS-SALDO(WS-PTS-POS)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE CANJES-PUNTOS.
      *******
       00796-LEER-EXCEPCION-CRED.
      *******
                       ELSE
                           MOVE SPACE TO WS-PHOY-MODO(WS-CANT-PHOY)
                       END-IF
                       IF PHOY-CANJE = "P"
                           MOVE "P" TO WS-PHOY-CANJE(WS-CANT-PHOY)
                       ELSE
                           MOVE SPACE TO WS-PHOY-CANJE(WS-CANT-PHOY)
                       END-IF
                       MOVE PHOY-PROMO TO
                           WS-PHOY-PROMO(WS-CANT-PHOY)
                       MOVE PHOY-EXTRAS TO
                           WS-PHOY-EXTRAS(WS-CANT-PHOY)
                       IF PHOY-MONEDA = "ARS"
                           MOVE SPACES TO PHOY-MONEDA
                       END-IF
                       MOVE PHOY-MONEDA TO
                           WS-PHOY-MONEDA(WS-CANT-PHOY)
                       MOVE PHOY-PATENTE-ANT TO
                           WS-PHOY-PATENTE-ANT(WS-CANT-PHOY)
                       IF PHOY-COTIZ-NRO IS NUMERIC
                           MOVE PHOY-COTIZ-NRO TO
                               WS-PHOY-COTIZ-NRO(WS-CANT-PHOY)
                       ELSE
                           MOVE 0 TO WS-PHOY-COTIZ-NRO(WS-CANT-PHOY)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE PEND-HOY.
               MOVE WS-PHOY(WS-PH-J + 1) TO WS-PHOY(WS-PH-J)
               MOVE WS-PHOY-SWAP TO WS-PHOY(WS-PH-J + 1).
      *-----------------------------------------------------------------
      *******
       00809-CARGAR-PEND-FUTUROS.
      *******
      * Dias todavia pendientes de cada alquiler (patente, documento
      * y fecha) tal como los dejo REPROC-PEND, para que un cambio de
      * auto ("C") sepa si el cliente tiene alquiler vigente sobre la
      * patente que deja y hasta que dia. Se lee antes de desviar las
      * salidas a las sombras .SIM y antes de que 010- regrabe el
      * archivo.
           MOVE 0 TO WS-CANT-PFUT.
           MOVE 0 TO WS-PFUT-EXCESO.
           OPEN INPUT PENDIENTES.
           IF PENDIENTES-ESTADO = "00"
               PERFORM UNTIL PENDIENTES-ESTADO NOT = "00"
                   READ PENDIENTES
                   IF PENDIENTES-ESTADO = "00" AND
                       WS-CANT-PFUT >= 2000
                       ADD 1 TO WS-PFUT-EXCESO
                   END-IF
                   IF PENDIENTES-ESTADO = "00" AND
                       WS-CANT-PFUT < 2000 AND
                       PEND-TIPO-TRANS NOT = "B"
                       ADD 1 TO WS-CANT-PFUT
                       MOVE PEND-PATENTE TO PFUT-PATENTE(WS-CANT-PFUT)
                       MOVE PEND-NRO-DOC TO PFUT-NRO-DOC(WS-CANT-PFUT)
                       MOVE PEND-FECHA TO PFUT-FECHA(WS-CANT-PFUT)
                   END-IF
               END-PERFORM
               CLOSE PENDIENTES.
           IF WS-PFUT-EXCESO > 0
               DISPLAY "ATENCION: PENDIENTES.DAT supera la tabla "
                   "(2000); " WS-PFUT-EXCESO " dia/s no cuentan para "
                   "los cambios de auto.".
      *-----------------------------------------------------------------
      *******
       008-LEER-CHECKPOINT.
      *******
           PERFORM 0089-RESTAURAR-CNT-RESP VARYING WS-SUB-CHK
               FROM 1 BY 1 UNTIL WS-SUB-CHK > 4.
           PERFORM 0082-RESTAURAR-CNT-MOTIVO VARYING WS-SUB-CHK
               FROM 1 BY 1 UNTIL WS-SUB-CHK > 20.
           PERFORM 0083-RESTAURAR-CNT-AGENCIA VARYING WS-SUB-CHK
               FROM 1 BY 1 UNTIL WS-SUB-CHK > 5.
      *******
               ELSE
                   MOVE 0 TO CTL-CANT
               END-IF
               MOVE SPACE TO CTL-SEVERIDAD
               WRITE REG-CONTROL
               CLOSE CONTROL-CORRIDAS
           ELSE
                   CTL-ESTADO-FS
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       0088-LEER-PERIODOS-CERR.
      *******
      * Ultimo mes cerrado por CIERRE-PER; sin archivo no hay meses
      * cerrados y nada se redirige.
           OPEN INPUT PERIODOS-CERR.
           IF PERIODOS-ESTADO = "00"
               PERFORM UNTIL PERIODOS-ESTADO NOT = "00"
                   READ PERIODOS-CERR
                   IF PERIODOS-ESTADO = "00" AND
                       PC-PERIODO IS NUMERIC AND
                       PC-PERIODO > WS-ULT-CERRADO
                       MOVE PC-PERIODO TO WS-ULT-CERRADO
                   END-IF
               END-PERFORM.
           CLOSE PERIODOS-CERR.
           IF WS-ULT-CERRADO(5:2) = "12"
               COMPUTE WS-PRIMER-ABIERTO = WS-ULT-CERRADO + 89
           ELSE
               COMPUTE WS-PRIMER-ABIERTO = WS-ULT-CERRADO + 1.
           MOVE WS-FECHA-PROCESO TO WS-AJP-FECHA-PROCESO.
      *-----------------------------------------------------------------
      *******
       016-VALIDAR-FEEDS.
      *******
               OPEN EXTEND CANCELACIONES
           ELSE
               OPEN OUTPUT CANCELACIONES.
           IF WS-CHECKPOINT-PAT NOT = SPACES
               OPEN EXTEND CANJES-PUNTOS
           ELSE
               OPEN OUTPUT CANJES-PUNTOS.
           IF WS-CHECKPOINT-PAT NOT = SPACES
               OPEN EXTEND PROMO-USOS
           ELSE
               OPEN OUTPUT PROMO-USOS.
           IF WS-CHECKPOINT-PAT NOT = SPACES
               OPEN EXTEND COTIZ-USOS
           ELSE
               OPEN OUTPUT COTIZ-USOS.
      * Reservas de adicionales y cargos acumulan entre corridas: si
      * todavia no existen se crean y se reabren.
           OPEN EXTEND RESERVA-EXT.
           IF RESERVA-EXT-ESTADO = "35"
               OPEN OUTPUT RESERVA-EXT
               CLOSE RESERVA-EXT
               OPEN EXTEND RESERVA-EXT.
           IF RESERVA-EXT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN EXTRAS-RESERVA FS: "
                   RESERVA-EXT-ESTADO
               STOP RUN.
           OPEN EXTEND CARGOS-EXT.
           IF CARGOS-EXT-ESTADO = "35"
               OPEN OUTPUT CARGOS-EXT
               CLOSE CARGOS-EXT
               OPEN EXTEND CARGOS-EXT.
           IF CARGOS-EXT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CARGOS-EXTRA FS: "
                   CARGOS-EXT-ESTADO
               STOP RUN.
           OPEN EXTEND ALQ-MONEDA.
           IF ALQ-MONEDA-ESTADO = "35"
               OPEN OUTPUT ALQ-MONEDA
               CLOSE ALQ-MONEDA
               OPEN EXTEND ALQ-MONEDA.
           IF ALQ-MONEDA-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ALQUILER-MONEDA FS: "
                   ALQ-MONEDA-ESTADO
               STOP RUN.
           IF WS-CHECKPOINT-PAT NOT = SPACES
               OPEN EXTEND RESP1 RESP2 RESP3 RESP4
           ELSE
           IF CANCEL-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CANCELACIONES FS: " CANCEL-ESTADO
               STOP RUN.
           IF CANJES-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CANJES-PUNTOS FS: " CANJES-ESTADO
               STOP RUN.
           IF PROMO-USOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PROMO-USOS FS: "
                   PROMO-USOS-ESTADO
               STOP RUN.
           IF COTIZ-USOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN COTIZ-USOS FS: "
                   COTIZ-USOS-ESTADO
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF CLIENTES-ESTADO = "00"
               MOVE "SI" TO CLIENTES-DISPONIBLE
           MOVE WS-CNT-MOTIVO(11) TO RES-MOTIVO-CNT.
           WRITE LINEA FROM PTR-RES-MOTIVO.
           MOVE 12 TO RES-MOTIVO-NRO.
           MOVE "Ext./cambio sin alquiler previo " TO RES-MOTIVO-DESC.
           MOVE WS-CNT-MOTIVO(12) TO RES-MOTIVO-CNT.
           WRITE LINEA FROM PTR-RES-MOTIVO.
           MOVE 13 TO RES-MOTIVO-NRO.
           MOVE "Sin chofer sin licencia vigente " TO RES-MOTIVO-DESC.
           MOVE WS-CNT-MOTIVO(13) TO RES-MOTIVO-CNT.
           WRITE LINEA FROM PTR-RES-MOTIVO.
           MOVE 14 TO RES-MOTIVO-NRO.
           MOVE "Auto bajo contrato              " TO RES-MOTIVO-DESC.
           MOVE WS-CNT-MOTIVO(16) TO RES-MOTIVO-CNT.
           WRITE LINEA FROM PTR-RES-MOTIVO.
           MOVE 17 TO RES-MOTIVO-NRO.
           MOVE "Promocion vencida o agotada     " TO RES-MOTIVO-DESC.
           MOVE WS-CNT-MOTIVO(17) TO RES-MOTIVO-CNT.
           WRITE LINEA FROM PTR-RES-MOTIVO.
           MOVE 18 TO RES-MOTIVO-NRO.
           MOVE "Adicional sin stock en agencia  " TO RES-MOTIVO-DESC.
           MOVE WS-CNT-MOTIVO(18) TO RES-MOTIVO-CNT.
           WRITE LINEA FROM PTR-RES-MOTIVO.
           MOVE 19 TO RES-MOTIVO-NRO.
           MOVE "Documentacion del auto vencida  " TO RES-MOTIVO-DESC.
           MOVE WS-CNT-MOTIVO(19) TO RES-MOTIVO-CNT.
           WRITE LINEA FROM PTR-RES-MOTIVO.
           MOVE 20 TO RES-MOTIVO-NRO.
           MOVE "Documento con formato invalido  " TO RES-MOTIVO-DESC.
           MOVE WS-CNT-MOTIVO(20) TO RES-MOTIVO-CNT.
           WRITE LINEA FROM PTR-RES-MOTIVO.
           WRITE LINEA FROM PE3-ENCABE.
           MOVE 0 TO RES-AGENCIA-NRO.
           MOVE WS-CNT-AGENCIA(1) TO RES-AGENCIA-CNT.
           PERFORM 1753-GUARDAR-CNT-RESP VARYING WS-SUB-CHK
               FROM 1 BY 1 UNTIL WS-SUB-CHK > 4.
           PERFORM 1751-GUARDAR-CNT-MOTIVO VARYING WS-SUB-CHK
               FROM 1 BY 1 UNTIL WS-SUB-CHK > 20.
           PERFORM 1752-GUARDAR-CNT-AGENCIA VARYING WS-SUB-CHK
               FROM 1 BY 1 UNTIL WS-SUB-CHK > 5.
           IF WS-SIMULACRO NOT = "S"
               IF PEND-HOY-ESTADO = "00"
                   ADD 1 TO WS-REC-I
                   IF WS-REC-I > WS-CANT-PHOY
                       WRITE REC-CORTE-93 FROM REG-PEND-HOY
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM UNTIL RECORTE-ESTADO NOT = "00"
               READ RECORTE
               IF RECORTE-ESTADO = "00"
                   MOVE REC-CORTE-93 TO REG-PEND-HOY
                   WRITE REG-PEND-HOY
               END-IF
           END-PERFORM.
               EXCEPCIONES
               PENDIENTES
               CANCELACIONES
               CANJES-PUNTOS
               PROMO-USOS
               COTIZ-USOS
               RESERVA-EXT
               CARGOS-EXT
               ALQ-MONEDA
               RESP1
               RESP2
               RESP3
               LISTADO.
           IF CLIENTES-DISPONIBLE = "SI"
               CLOSE CLIENTES.
           IF WS-AJUSTES-ABIERTO = "SI"
               CLOSE AJUSTES-PER
               DISPLAY "AJUSTES DE PERIODO ANTERIOR: " WS-CANT-AJUSTES.
           IF WS-CAMBIOS-ABIERTO = "SI"
               CLOSE CAMBIOS-AUTO
               DISPLAY "CAMBIOS DE AUTO ACEPTADOS: " WS-CANT-CAMBIOS.
           IF WS-CANT-COTIZ-RESP > 0 OR WS-CANT-COTIZ-NORESP > 0
               DISPLAY "DIAS CON COTIZACION: RESPETADOS "
                   WS-CANT-COTIZ-RESP " NO RESPETADOS "
                   WS-CANT-COTIZ-NORESP.
           IF WS-CANT-COTIZ-VENC > 0
               DISPLAY "PENDIENTES DIFERIDOS CON COTIZACION VENCIDA: "
                   WS-CANT-COTIZ-VENC.
      *******
      *-----------------------------------------------------------------
      *******
      ******
           IF NOV1-TIPO-TRANS = SPACE
               MOVE "U" TO NOV1-TIPO-TRANS.
           IF NOV1-TIPO-TRANS = "U" OR NOV1-TIPO-TRANS = "C" OR
               NOV1-FECHA-HASTA = 0
               MOVE NOV1-FECHA TO NOV1-FECHA-HASTA.
      * Horas: feeds viejos traen blancos y un par incompleto o
      * invertido no es confiable; en ambos casos vale jornada
           IF NOV1-MODO NOT = "S"
               MOVE SPACE TO NOV1-MODO.
           MOVE NOV1-MODO TO AG-MODO(1).
           IF NOV1-CANJE NOT = "P"
               MOVE SPACE TO NOV1-CANJE.
           MOVE NOV1-CANJE TO AG-CANJE(1).
           MOVE NOV1-PROMO TO AG-PROMO(1).
           MOVE "NO" TO AG-PROMO-USADO(1).
           MOVE NOV1-EXTRAS TO AG-EXTRAS(1).
           IF NOV1-MONEDA = "ARS"
               MOVE SPACES TO NOV1-MONEDA.
           MOVE NOV1-MONEDA TO AG-MONEDA(1).
           MOVE NOV1-PATENTE-ANT TO AG-PATENTE-ANT(1).
           IF NOV1-COTIZ-NRO NOT NUMERIC
               MOVE 0 TO NOV1-COTIZ-NRO.
           MOVE NOV1-COTIZ-NRO TO AG-COTIZ-NRO(1).
      *-----------------------------------------------------------------
      *******
       085-NORMALIZAR-NOV2.
      ******
           IF NOV2-TIPO-TRANS = SPACE
               MOVE "U" TO NOV2-TIPO-TRANS.
           IF NOV2-TIPO-TRANS = "U" OR NOV2-TIPO-TRANS = "C" OR
               NOV2-FECHA-HASTA = 0
               MOVE NOV2-FECHA TO NOV2-FECHA-HASTA.
           IF NOV2-HORA-RETIRO NOT NUMERIC
               MOVE 0 TO NOV2-HORA-RETIRO.
           IF NOV2-MODO NOT = "S"
               MOVE SPACE TO NOV2-MODO.
           MOVE NOV2-MODO TO AG-MODO(2).
           IF NOV2-CANJE NOT = "P"
               MOVE SPACE TO NOV2-CANJE.
           MOVE NOV2-CANJE TO AG-CANJE(2).
           MOVE NOV2-PROMO TO AG-PROMO(2).
           MOVE "NO" TO AG-PROMO-USADO(2).
           MOVE NOV2-EXTRAS TO AG-EXTRAS(2).
           IF NOV2-MONEDA = "ARS"
               MOVE SPACES TO NOV2-MONEDA.
           MOVE NOV2-MONEDA TO AG-MONEDA(2).
           MOVE NOV2-PATENTE-ANT TO AG-PATENTE-ANT(2).
           IF NOV2-COTIZ-NRO NOT NUMERIC
               MOVE 0 TO NOV2-COTIZ-NRO.
           MOVE NOV2-COTIZ-NRO TO AG-COTIZ-NRO(2).
      *-----------------------------------------------------------------
      *******
       085-NORMALIZAR-NOV3.
      ******
           IF NOV3-TIPO-TRANS = SPACE
               MOVE "U" TO NOV3-TIPO-TRANS.
           IF NOV3-TIPO-TRANS = "U" OR NOV3-TIPO-TRANS = "C" OR
               NOV3-FECHA-HASTA = 0
               MOVE NOV3-FECHA TO NOV3-FECHA-HASTA.
           IF NOV3-HORA-RETIRO NOT NUMERIC
               MOVE 0 TO NOV3-HORA-RETIRO.
           IF NOV3-MODO NOT = "S"
               MOVE SPACE TO NOV3-MODO.
           MOVE NOV3-MODO TO AG-MODO(3).
           IF NOV3-CANJE NOT = "P"
               MOVE SPACE TO NOV3-CANJE.
           MOVE NOV3-CANJE TO AG-CANJE(3).
           MOVE NOV3-PROMO TO AG-PROMO(3).
           MOVE "NO" TO AG-PROMO-USADO(3).
           MOVE NOV3-EXTRAS TO AG-EXTRAS(3).
           IF NOV3-MONEDA = "ARS"
               MOVE SPACES TO NOV3-MONEDA.
           MOVE NOV3-MONEDA TO AG-MONEDA(3).
           MOVE NOV3-PATENTE-ANT TO AG-PATENTE-ANT(3).
           IF NOV3-COTIZ-NRO NOT NUMERIC
               MOVE 0 TO NOV3-COTIZ-NRO.
           MOVE NOV3-COTIZ-NRO TO AG-COTIZ-NRO(3).
      *-----------------------------------------------------------------
      *******
       085-NORMALIZAR-NOV4.
      ******
           IF NOV4-TIPO-TRANS = SPACE
               MOVE "U" TO NOV4-TIPO-TRANS.
           IF NOV4-TIPO-TRANS = "U" OR NOV4-TIPO-TRANS = "C" OR
               NOV4-FECHA-HASTA = 0
               MOVE NOV4-FECHA TO NOV4-FECHA-HASTA.
           IF NOV4-HORA-RETIRO NOT NUMERIC
               MOVE 0 TO NOV4-HORA-RETIRO.
           IF NOV4-MODO NOT = "S"
               MOVE SPACE TO NOV4-MODO.
           MOVE NOV4-MODO TO AG-MODO(4).
           IF NOV4-CANJE NOT = "P"
               MOVE SPACE TO NOV4-CANJE.
           MOVE NOV4-CANJE TO AG-CANJE(4).
           MOVE NOV4-PROMO TO AG-PROMO(4).
           MOVE "NO" TO AG-PROMO-USADO(4).
           MOVE NOV4-EXTRAS TO AG-EXTRAS(4).
           IF NOV4-MONEDA = "ARS"
               MOVE SPACES TO NOV4-MONEDA.
           MOVE NOV4-MONEDA TO AG-MONEDA(4).
           MOVE NOV4-PATENTE-ANT TO AG-PATENTE-ANT(4).
           IF NOV4-COTIZ-NRO NOT NUMERIC
               MOVE 0 TO NOV4-COTIZ-NRO.
           MOVE NOV4-COTIZ-NRO TO AG-COTIZ-NRO(4).
      *-----------------------------------------------------------------
      *******
       080-LEER-PEND-STREAM.
                   AG-HORA-RETIRO(5)
               MOVE WS-PHOY-HORA-DEVOL(WS-PHOY-IDX) TO
                   AG-HORA-DEVOL(5)
               MOVE WS-PHOY-MODO(WS-PHOY-IDX) TO AG-MODO(5)
               MOVE WS-PHOY-CANJE(WS-PHOY-IDX) TO AG-CANJE(5)
               MOVE WS-PHOY-PROMO(WS-PHOY-IDX) TO AG-PROMO(5)
               MOVE "NO" TO AG-PROMO-USADO(5)
               MOVE WS-PHOY-EXTRAS(WS-PHOY-IDX) TO AG-EXTRAS(5)
               MOVE WS-PHOY-MONEDA(WS-PHOY-IDX) TO AG-MONEDA(5)
               MOVE WS-PHOY-PATENTE-ANT(WS-PHOY-IDX) TO
                   AG-PATENTE-ANT(5)
               MOVE WS-PHOY-COTIZ-NRO(WS-PHOY-IDX) TO AG-COTIZ-NRO(5).
      *-----------------------------------------------------------------
      *******
       080-LEER-RES-STREAM.
                   MOVE RHOY-TIPO-TRANS TO AG-TIPO-TRANS(6)
                   MOVE RHOY-TIPO-DOC TO AG-TIPO-DOC(6)
                   MOVE RHOY-NRO-DOC TO AG-NRO-DOC(6)
      * Las reservas no llevan horas, modalidad, canje, promocion,
      * adicionales ni cotizacion: jornada completa con chofer,
      * pagada en pesos y a tarifa.
                   MOVE 0 TO AG-HORA-RETIRO(6)
                   MOVE 0 TO AG-HORA-DEVOL(6)
                   MOVE SPACE TO AG-MODO(6)
                   MOVE SPACE TO AG-CANJE(6)
                   MOVE SPACES TO AG-PROMO(6)
                   MOVE "NO" TO AG-PROMO-USADO(6)
                   MOVE SPACES TO AG-EXTRAS(6)
                   MOVE SPACES TO AG-MONEDA(6)
                   MOVE SPACES TO AG-PATENTE-ANT(6)
                   MOVE 0 TO AG-COTIZ-NRO(6).
      *-----------------------------------------------------------------
      *******
       080-LEER-AUTOS.
           MOVE 0 TO WS-ALQ-HORA-DEVOL.
           MOVE "NO" TO WS-SIN-LICENCIA.
           MOVE "NO" TO WS-FRAUDE-RECHAZO.
           MOVE "NO" TO WS-PROMO-RECHAZO.
           MOVE "NO" TO WS-EXTRA-RECHAZO.
           MOVE "NO" TO WS-EXISTE.
           MOVE "NO" TO WS-CANCELADO.
           MOVE "NO" TO WS-EN-TALLER.
           MOVE "NO" TO WS-EN-CONTRATO.
           MOVE "NO" TO WS-DOC-VENCIDO.
           MOVE "NO" TO WS-DOC-MAL-FORMADO.
           PERFORM 130-BUSCO-TABLA.
           PERFORM 140-DETERMINO-MENOR-FECHA.
           PERFORM 145-VERIFICO-CANCELACION.
      *******
           MOVE "NO" TO WS-EXISTE.
           MOVE SPACE TO WS-ESTADO-AUTO.
           MOVE SPACES TO WS-MARCA-AUTO.
           MOVE SPACE TO WS-TAMANIO-AUTO.
           MOVE 1 TO IND.
           SEARCH WS-AUTO
               AT END MOVE "NO" TO WS-EXISTE-TABLA
               WHEN WS-AUTO-PATENTE(IND) EQUAL WS-NROPATENTE
               MOVE WS-AUTO-ESTADO(IND) TO WS-ESTADO-AUTO
               MOVE WS-AUTO-MARCA(IND) TO WS-MARCA-AUTO
               MOVE WS-AUTO-TAMAÑO(IND) TO WS-TAMANIO-AUTO
               MOVE WS-AUTO-DESC(IND) TO PTR-DESC
               MOVE WS-AUTO-MARCA(IND) TO PTR-MARCA
               MOVE WS-AUTO-COLOR(IND) TO PTR-COLOR
      * ocuparlo: WS-ALQ queda "NO" para que una agencia que reserve
      * ese mismo dia en esta corrida no sea rechazada por error.
               WRITE REG-CANCEL FROM MAE
               PERFORM 1781-AJUSTE-CANCELACION
               MOVE "SI" TO WS-CANCELADO
           ELSE
               IF WS-ALQ = "NO" AND WS-EXISTE = "SI"
      * Reemplaza a los antiguos 150-PROCESO-N1/N2/N3: la misma logica
      * de aceptar/rechazar corre para cualquier agencia de la tabla.
           ADD 1 TO WS-BAL-LEIDAS.
           MOVE "SI" TO WS-CAMBIO-VIGENTE.
           MOVE "NO" TO WS-CAMBIO-CONFLICTO.
           IF AG-TIPO-TRANS(AG-IDX) = "C" AND
               AG-FECHA(AG-IDX) NOT > WS-FECHA-PROCESO
               PERFORM 1567-VERIFICAR-CAMBIO.
           IF AG-FECHA(AG-IDX) > WS-FECHA-PROCESO
      * Novedad con fecha posterior a la corrida: todavia no corresponde
      * procesarla (ni aceptarla ni rechazarla), se vuelca a
                   PERFORM 172-GRABAR-RESPUESTA
               END-IF
           ELSE
      * Cambio de auto ("C"): solo vale si el documento tiene un
      * alquiler vigente sobre la patente que deja; el auto nuevo
      * sigue el circuito normal de validacion de mas abajo, y si
      * algun dia posterior del alquiler no lo tiene libre
      * (WS-CAMBIO-CONFLICTO) se rechaza como un motivo 1.
           IF AG-TIPO-TRANS(AG-IDX) = "C" AND
               WS-CAMBIO-VIGENTE = "NO"
               PERFORM 1568-RECHAZAR-CAMBIO
           ELSE
      * Extension ("E"): solo vale si el documento es el del cliente
      * que ya tiene la patente; los dias extra siguen el circuito
      * normal de validacion y facturacion mas abajo.
           ELSE
               MOVE AG-NRO-DOC(AG-IDX) TO WS-DOC-A-VALIDAR
               PERFORM 167-VALIDAR-CLIENTE
               MOVE AG-TIPO-DOC(AG-IDX) TO WS-FMT-TIPO
               PERFORM 1673-VALIDAR-FORMATO-DOC
               PERFORM 169-VERIFICAR-TALLER
               PERFORM 1695-VERIFICAR-CONTRATO
               PERFORM 1694-VERIFICAR-DOCUMENTOS
               PERFORM 1660-VALIDAR-FECHA-AG
               PERFORM 1655-VERIFICAR-HORAS
               PERFORM 1656-VERIFICAR-LICENCIA-COND
      * El auto del cambio reemplaza al que el cliente ya tenia: no
      * suma un auto mas al control antifraude del documento.
               IF AG-TIPO-TRANS(AG-IDX) = "C"
                   MOVE "NO" TO WS-FRAUDE-RECHAZO
               ELSE
                   PERFORM 1657-VERIFICAR-FRAUDE
               END-IF
               PERFORM 1699-VERIFICAR-PROMO
               PERFORM 1697-VERIFICAR-EXTRAS
               IF WS-FECHA-VALIDA = "SI" AND
                   (WS-ALQ = "NO" OR WS-HORA-COMPATIBLE = "SI") AND
                   WS-EXISTE = "SI" AND
                   WS-ESTADO-AUTO NOT = "B" AND
                   WS-EN-TALLER = "NO" AND
                   WS-EN-CONTRATO = "NO" AND
                   WS-DOC-VENCIDO = "NO" AND
                   WS-DOC-MAL-FORMADO = "NO" AND
                   WS-EXISTE-CLIENTE = "SI" AND
                   WS-CLIENTE-BAJA = "NO" AND
                   WS-CLIENTE-MOROSO = "NO" AND
                   WS-CREDITO-EXCEDIDO = "NO" AND
                   WS-SIN-LICENCIA = "NO" AND
                   WS-FRAUDE-RECHAZO = "NO" AND
                   WS-PROMO-RECHAZO = "NO" AND
                   WS-EXTRA-RECHAZO = "NO" AND
                   WS-CAMBIO-CONFLICTO = "NO"
      * El dia del cambio ya lo paga el alquiler del auto que se deja;
      * un dia movido de ese alquiler (con patente anterior) conserva
      * la tarifa del auto original.
                   IF AG-TIPO-TRANS(AG-IDX) = "C"
                       MOVE 0 TO WS-IMPORTE-DIA
                   ELSE
                       IF AG-PATENTE-ANT(AG-IDX) NOT = SPACES
                           PERFORM 1583-TOMAR-TARIFA-ANTERIOR
                       END-IF
                       PERFORM 158-CALCULAR-IMPORTE-DIA
                       IF AG-PATENTE-ANT(AG-IDX) NOT = SPACES
                           PERFORM 1584-DEVOLVER-TARIFA-ACTUAL
                       END-IF
                   END-IF
                   COMPUTE WS-TOTAL-PATENTE = WS-TOTAL-PATENTE +
                       WS-IMPORTE-DIA
                   COMPUTE WS-CANTIDAD-DIAS = WS-CANTIDAD-DIAS + 1
                   MOVE WS-IVA-NETO TO ACT-NETO
                   MOVE WS-IVA-IVA TO ACT-IVA
                   WRITE ACT
                   PERFORM 1780-AJUSTE-ALQUILER
                   ADD 1 TO WS-ACT-CANT
                   ADD WS-IMPORTE-DIA TO WS-ACT-SUMA
                   IF AG-MONEDA(AG-IDX) NOT = SPACES
                       MOVE AG-PATENTE(AG-IDX) TO WS-MON-PATENTE
                       MOVE WS-IMPORTE-DIA TO WS-MON-IMPORTE
                       PERFORM 1589-REGISTRAR-MONEDA
                   END-IF
                   IF AG-EXTRAS(AG-IDX) NOT = SPACES
                       PERFORM 1590-RESERVAR-EXTRAS
                   END-IF
                   IF AG-COTIZ-NRO(AG-IDX) > 0 AND
                       AG-TIPO-TRANS(AG-IDX) NOT = "C"
                       PERFORM 1582-REGISTRAR-USO-COTIZ
                   END-IF
                   MOVE AG-PATENTE(AG-IDX) TO RESP-PATENTE
                   MOVE AG-FECHA(AG-IDX) TO RESP-FECHA
                   MOVE "A" TO RESP-RESULTADO
                   MOVE 0 TO RESP-MOTIVO
                   MOVE WS-IMPORTE-DIA TO RESP-IMPORTE
                   MOVE SPACES TO RESP-SUSTITUTO
                   IF AG-TIPO-TRANS(AG-IDX) = "C"
                       PERFORM 1569-REGISTRAR-CAMBIO
                   END-IF
                   MOVE AG-NRO(AG-IDX) TO WS-RESP-AGENCIA
                   PERFORM 172-GRABAR-RESPUESTA
                   MOVE AG-FECHA(AG-IDX) TO ROW-FECHA
                   MOVE "SI" TO WS-ALQ
                   MOVE AG-NRO-DOC(AG-IDX) TO WS-DOC-TITULAR
                   ADD 1 TO WS-BAL-ACEPTADAS
                   IF AG-TIPO-TRANS(AG-IDX) NOT = "C"
                       PERFORM 1658-CONTAR-APROBACION
                   END-IF
      * Una aceptacion de un dia con horas deja la devolucion como
      * tope para otro retiro del mismo dia; sin horas (jornada
      * completa) el dia queda bloqueado como siempre.
      * Un motivo 1 es una venta rescatable: se intenta ofrecer un
      * auto ocioso del mismo tamaño. Una extension ("E") no: el
      * solape es con el alquiler vigente del propio cliente y un
      * segundo auto no es lo que pidio. Un cambio ("C") tampoco: la
      * agencia ya eligio el reemplazo y vuelve a pedir con otro.
                   IF RECH-MOTIVO = 1 AND RECH-AGENCIA >= 1 AND
                       RECH-AGENCIA <= 4 AND
                       AG-TIPO-TRANS(AG-IDX) NOT = "E" AND
                       AG-TIPO-TRANS(AG-IDX) NOT = "C"
                       PERFORM 1750-OFRECER-SUSTITUTO.
           PERFORM 165-AVANZAR-AGENCIA.
      *-----------------------------------------------------------------
      * se salta directo al proximo registro fisico de la corriente.
           MOVE AG-FECHA-HASTA(AG-IDX) TO AG-FECHA(AG-IDX).
      *-----------------------------------------------------------------
      *******
       1567-VERIFICAR-CAMBIO.
      *******
      * El cliente tiene alquiler vigente sobre la patente que deja si
      * ese auto le llega hoy madurado de PENDIENTES-HOY o si todavia
      * tiene dias posteriores esperando en PENDIENTES.DAT; el ultimo
      * de esos dias cierra el tramo que pasa al auto nuevo.
           MOVE "NO" TO WS-CAMBIO-VIGENTE.
           MOVE AG-FECHA(AG-IDX) TO WS-CAMBIO-HASTA.
           IF AG-PATENTE-ANT(AG-IDX) NOT = SPACES AND
               AG-PATENTE-ANT(AG-IDX) NOT = AG-PATENTE(AG-IDX)
               PERFORM 15671-COMPARAR-DIA-HOY VARYING WS-CAM-IDX
                   FROM 1 BY 1 UNTIL WS-CAM-IDX > WS-CANT-PHOY
               PERFORM 15672-COMPARAR-DIA-FUTURO VARYING WS-PFUT-IDX
                   FROM 1 BY 1 UNTIL WS-PFUT-IDX > WS-CANT-PFUT.
           IF WS-CAMBIO-VIGENTE = "SI" AND
               WS-CAMBIO-HASTA > AG-FECHA(AG-IDX)
               PERFORM 15673-VERIFICAR-TRAMO-NUEVO.
      *******
       15671-COMPARAR-DIA-HOY.
      *******
           IF WS-PHOY-PATENTE(WS-CAM-IDX) = AG-PATENTE-ANT(AG-IDX) AND
               WS-PHOY-NRO-DOC(WS-CAM-IDX) = AG-NRO-DOC(AG-IDX) AND
               WS-PHOY-FECHA(WS-CAM-IDX) = AG-FECHA(AG-IDX) AND
               WS-PHOY-TIPO-TRANS(WS-CAM-IDX) NOT = "B"
               MOVE "SI" TO WS-CAMBIO-VIGENTE.
      *******
       15672-COMPARAR-DIA-FUTURO.
      *******
           IF PFUT-PATENTE(WS-PFUT-IDX) = AG-PATENTE-ANT(AG-IDX) AND
               PFUT-NRO-DOC(WS-PFUT-IDX) = AG-NRO-DOC(AG-IDX) AND
               PFUT-FECHA(WS-PFUT-IDX) > AG-FECHA(AG-IDX)
               MOVE "SI" TO WS-CAMBIO-VIGENTE
               IF PFUT-FECHA(WS-PFUT-IDX) > WS-CAMBIO-HASTA
                   MOVE PFUT-FECHA(WS-PFUT-IDX) TO WS-CAMBIO-HASTA.
      *******
       15673-VERIFICAR-TRAMO-NUEVO.
      *******
      * Cada dia posterior al cambio hasta WS-CAMBIO-HASTA pasa al auto
      * nuevo: tiene que estar libre igual que un dia del merge (fuera
      * de taller, de contrato y con los documentos del auto al dia) y
      * sin otro documento esperando ese dia en la patente. Se recorre
      * sobre AG-FECHA para usar los mismos controles, y se repone.
           MOVE AG-FECHA(AG-IDX) TO WS-CAMBIO-FECHA.
           PERFORM 15674-VERIFICAR-DIA-NUEVO
               UNTIL AG-FECHA(AG-IDX) >= WS-CAMBIO-HASTA OR
               WS-CAMBIO-CONFLICTO = "SI".
           MOVE WS-CAMBIO-FECHA TO AG-FECHA(AG-IDX).
      *******
       15674-VERIFICAR-DIA-NUEVO.
      *******
           PERFORM 168-SUMAR-UN-DIA.
           PERFORM 169-VERIFICAR-TALLER.
           PERFORM 1695-VERIFICAR-CONTRATO.
           PERFORM 1694-VERIFICAR-DOCUMENTOS.
           IF WS-EN-TALLER = "SI" OR WS-EN-CONTRATO = "SI" OR
               WS-DOC-VENCIDO = "SI"
               MOVE "SI" TO WS-CAMBIO-CONFLICTO.
           PERFORM 15675-COMPARAR-OCUPADO-HOY VARYING WS-CAM-IDX
               FROM 1 BY 1 UNTIL WS-CAM-IDX > WS-CANT-PHOY OR
               WS-CAMBIO-CONFLICTO = "SI".
           PERFORM 15676-COMPARAR-OCUPADO-FUTURO VARYING WS-PFUT-IDX
               FROM 1 BY 1 UNTIL WS-PFUT-IDX > WS-CANT-PFUT OR
               WS-CAMBIO-CONFLICTO = "SI".
      *******
       15675-COMPARAR-OCUPADO-HOY.
      *******
           IF WS-PHOY-PATENTE(WS-CAM-IDX) = AG-PATENTE(AG-IDX) AND
               WS-PHOY-NRO-DOC(WS-CAM-IDX) NOT = AG-NRO-DOC(AG-IDX) AND
               WS-PHOY-TIPO-TRANS(WS-CAM-IDX) NOT = "B" AND
               (WS-PHOY-FECHA(WS-CAM-IDX) = AG-FECHA(AG-IDX) OR
               (WS-PHOY-FECHA(WS-CAM-IDX) < AG-FECHA(AG-IDX) AND
               WS-PHOY-FECHA-HASTA(WS-CAM-IDX) >= AG-FECHA(AG-IDX)))
               MOVE "SI" TO WS-CAMBIO-CONFLICTO.
      *******
       15676-COMPARAR-OCUPADO-FUTURO.
      *******
           IF PFUT-PATENTE(WS-PFUT-IDX) = AG-PATENTE(AG-IDX) AND
               PFUT-NRO-DOC(WS-PFUT-IDX) NOT = AG-NRO-DOC(AG-IDX) AND
               PFUT-FECHA(WS-PFUT-IDX) = AG-FECHA(AG-IDX)
               MOVE "SI" TO WS-CAMBIO-CONFLICTO.
      *-----------------------------------------------------------------
      *******
       1568-RECHAZAR-CAMBIO.
      *******
      * Cambio sin alquiler vigente del documento sobre la patente
      * anterior: mismo motivo 12 y mismo circuito directo que la
      * extension sin alquiler previo.
           MOVE AG-PATENTE(AG-IDX) TO RECH-PATENTE.
           MOVE AG-FECHA(AG-IDX) TO RECH-FECHA.
           MOVE AG-TIPO-DOC(AG-IDX) TO RECH-TIPO-DOC.
           MOVE AG-NRO-DOC(AG-IDX) TO RECH-NRO-DOC.
           MOVE AG-NRO(AG-IDX) TO RECH-AGENCIA.
           MOVE 12 TO RECH-MOTIVO.
           PERFORM 162-ACUMULAR-RECHAZO.
           WRITE RECHAZO FROM RECH.
           PERFORM 174-GRABAR-RECHAZO-HIST.
           PERFORM 173-RESPONDER-RECHAZO.
           MOVE AG-FECHA-HASTA(AG-IDX) TO AG-FECHA(AG-IDX).
      *-----------------------------------------------------------------
      *******
       1569-REGISTRAR-CAMBIO.
      *******
      * Cambio aceptado: la respuesta sale con resultado "C" y la
      * patente y descripcion del auto que se deja; el cambio queda en
      * CAMBIOS-AUTO.DAT (REPROC-PEND pasa ahi los dias pendientes al
      * auto nuevo) y el auto anterior queda fuera de servicio en
      * TALLER.DAT desde el dia del cambio. En simulacro TALLER.DAT no
      * se toca: la ventana vale solo para el resto de la corrida.
           MOVE "C" TO RESP-RESULTADO.
           MOVE AG-PATENTE-ANT(AG-IDX) TO RESP-SUST-PATENTE.
           PERFORM 15831-BUSCAR-AUTO-ANTERIOR.
           IF WS-ANT-POS NOT = 0
               MOVE WS-AUTO-DESC(WS-ANT-POS) TO RESP-SUST-DESC.
           MOVE WS-FECHA-PROCESO TO CAM-FECHA-PROCESO.
           MOVE AG-NRO(AG-IDX) TO CAM-AGENCIA.
           MOVE AG-PATENTE-ANT(AG-IDX) TO CAM-PATENTE-ANT.
           MOVE AG-PATENTE(AG-IDX) TO CAM-PATENTE.
           MOVE AG-TIPO-DOC(AG-IDX) TO CAM-TIPO-DOC.
           MOVE AG-NRO-DOC(AG-IDX) TO CAM-NRO-DOC.
           MOVE AG-FECHA(AG-IDX) TO CAM-FECHA.
           MOVE WS-CAMBIO-HASTA TO CAM-HASTA.
           COMPUTE CAM-TALLER-HASTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(AG-FECHA(AG-IDX)) +
               WS-TALLER-DIAS-G).
           IF WS-CAMBIOS-ABIERTO = "NO"
               OPEN EXTEND CAMBIOS-AUTO
               IF CAMBIOS-ESTADO = "35"
                   OPEN OUTPUT CAMBIOS-AUTO
                   CLOSE CAMBIOS-AUTO
                   OPEN EXTEND CAMBIOS-AUTO
               END-IF
               IF CAMBIOS-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN OPEN CAMBIOS-AUTO FS: "
                       CAMBIOS-ESTADO
                   STOP RUN
               END-IF
               MOVE "SI" TO WS-CAMBIOS-ABIERTO.
           WRITE CAM.
           IF CAMBIOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE CAMBIOS-AUTO FS: "
                   CAMBIOS-ESTADO
               STOP RUN.
           ADD 1 TO WS-CANT-CAMBIOS.
           MOVE CAM-PATENTE-ANT TO RTA-PATENTE.
           MOVE CAM-FECHA TO RTA-DESDE.
           MOVE CAM-TALLER-HASTA TO RTA-HASTA.
           IF WS-SIMULACRO NOT = "S"
               PERFORM 15691-ABRIR-VENTANA-TALLER.
           IF WS-CANT-TALLER < 200
               ADD 1 TO WS-CANT-TALLER
               MOVE RTA-PATENTE TO TALLER-PATENTE(WS-CANT-TALLER)
               MOVE RTA-DESDE TO TALLER-DESDE(WS-CANT-TALLER)
               MOVE RTA-HASTA TO TALLER-HASTA(WS-CANT-TALLER).
           DISPLAY "CAMBIO DE AUTO: " CAM-PATENTE-ANT " POR "
               CAM-PATENTE " DOC " CAM-NRO-DOC " DESDE " CAM-FECHA
               " HASTA " CAM-HASTA.
      *******
       15691-ABRIR-VENTANA-TALLER.
      *******
           OPEN EXTEND TALLER.
           IF TALLER-ESTADO = "35"
               OPEN OUTPUT TALLER
               CLOSE TALLER
               OPEN EXTEND TALLER.
           IF TALLER-ESTADO = "00" OR TALLER-ESTADO = "05"
               WRITE REG-TALLER
               CLOSE TALLER
           ELSE
               DISPLAY "ATENCION: NO SE PUDO ABRIR VENTANA DE "
                   "TALLER FS: " TALLER-ESTADO.
      *-----------------------------------------------------------------
      *******
       158-CALCULAR-IMPORTE-DIA.
      *******
      * Tarifa del dia: la tarifa base vigente en la fecha de la
      * novedad (TARIFAS.DAT; si no hay ninguna, el AUT-IMPORTE vivo
      * del auto) ajustada por el multiplicador de fin de semana y, si
      * corresponde, el de temporada alta de TEMPORADA.DAT y el de
      * demanda aprobado para la fecha y el tamaño (MULT-DEMANDA.DAT).
           PERFORM 1585-BUSCAR-TARIFA-BASE.
           MOVE 1,00 TO WS-MULT-TOTAL.
           PERFORM 159-CALCULAR-DIA-SEMANA.
           MOVE 1 TO WS-TEMP-IDX.
           PERFORM 1591-APLICAR-TEMPORADA VARYING WS-TEMP-IDX FROM 1
               BY 1 UNTIL WS-TEMP-IDX > WS-CANT-TEMPORADAS.
           PERFORM 15915-APLICAR-DEMANDA.
           COMPUTE WS-IMPORTE-DIA = WS-TARIFA-BASE * WS-MULT-TOTAL.
      * Media jornada: un alquiler de un dia ("U") con horas y hasta
      * 12 horas de uso paga el multiplicador MEDIA-JORNADA sobre la
                       WS-MULT-MEDIA
               END-IF
           END-IF.
      * Cotizacion vigente del mismo cliente, auto y dia: vale el
      * precio cotizado, que ya trae la promocion si la hubo.
           PERFORM 1580-BUSCAR-PRECIO-COTIZ.
           IF WS-COTIZ-RESPETADA = "SI"
               MOVE CQT-IMPORTE(WS-CQT-POS) TO WS-IMPORTE-DIA.
      * Promocion: descuento sobre la tarifa del dia; los puntos,
      * si los hay, pagan lo que queda.
           IF WS-PROMO-APLICA = "SI" AND WS-COTIZ-RESPETADA = "NO"
               PERFORM 1599-APLICAR-PROMO.
      * Canje de puntos: el descuento se aplica sobre la tarifa ya
      * calculada del dia, antes del desglose de IVA.
           IF AG-CANJE(AG-IDX) = "P"
               PERFORM 1596-CANJEAR-PUNTOS.
      *-----------------------------------------------------------------
      *******
       1580-BUSCAR-PRECIO-COTIZ.
      *******
      * El dia cotizado tiene que ser el de la novedad, sobre el mismo
      * auto (en un dia movido por cambio de auto, el original) y para
      * el mismo cliente si la cotizacion lo identifico. La vigencia
      * se mira en la fecha de proceso, salvo para los pendientes: se
      * difirieron con la cotizacion vigente (171-).
           MOVE "NO" TO WS-COTIZ-RESPETADA.
           MOVE 0 TO WS-CQT-POS.
           IF AG-COTIZ-NRO(AG-IDX) > 0
               PERFORM 15801-COMPARAR-DIA-COTIZ VARYING WS-CQT-IDX
                   FROM 1 BY 1 UNTIL WS-CQT-IDX > WS-CANT-CQT OR
                   WS-CQT-POS > 0.
           IF WS-CQT-POS > 0
               MOVE "SI" TO WS-COTIZ-RESPETADA.
      *******
       15801-COMPARAR-DIA-COTIZ.
      *******
           IF CQT-NRO(WS-CQT-IDX) = AG-COTIZ-NRO(AG-IDX) AND
               CQT-FECHA(WS-CQT-IDX) = AG-FECHA(AG-IDX) AND
               (CQT-PATENTE(WS-CQT-IDX) = AG-PATENTE(AG-IDX) OR
                CQT-PATENTE(WS-CQT-IDX) = AG-PATENTE-ANT(AG-IDX)) AND
               (CQT-NRO-DOC(WS-CQT-IDX) = SPACES OR
                CQT-NRO-DOC(WS-CQT-IDX) = AG-NRO-DOC(AG-IDX)) AND
               (CQT-VENCE(WS-CQT-IDX) >= WS-FECHA-PROCESO OR
                AG-IDX = 5)
               MOVE WS-CQT-IDX TO WS-CQT-POS.
      *******
       1581-VERIFICAR-VIGENCIA-COTIZ.
      *******
      * Para diferir un dia con su cotizacion alcanza con que la
      * cotizacion este vigente hoy; el resto se controla al madurar.
           MOVE "NO" TO WS-COTIZ-VIGENTE.
           PERFORM 15811-COMPARAR-VIGENCIA VARYING WS-CQT-IDX FROM 1
               BY 1 UNTIL WS-CQT-IDX > WS-CANT-CQT OR
               WS-COTIZ-VIGENTE = "SI".
      *******
       15811-COMPARAR-VIGENCIA.
      *******
           IF CQT-NRO(WS-CQT-IDX) = AG-COTIZ-NRO(AG-IDX) AND
               CQT-VENCE(WS-CQT-IDX) >= WS-FECHA-PROCESO
               MOVE "SI" TO WS-COTIZ-VIGENTE.
      *******
       1582-REGISTRAR-USO-COTIZ.
      *******
           MOVE AG-COTIZ-NRO(AG-IDX) TO COU-NRO.
           MOVE WS-FECHA-PROCESO TO COU-FECHA-CORRIDA.
           MOVE AG-NRO-DOC(AG-IDX) TO COU-NRO-DOC.
           MOVE AG-PATENTE(AG-IDX) TO COU-PATENTE.
           MOVE AG-FECHA(AG-IDX) TO COU-FECHA.
           MOVE AG-NRO(AG-IDX) TO COU-AGENCIA.
           MOVE WS-IMPORTE-DIA TO COU-IMPORTE.
           IF WS-COTIZ-RESPETADA = "SI"
               MOVE "S" TO COU-RESPETADA
               ADD 1 TO WS-CANT-COTIZ-RESP
           ELSE
               MOVE "N" TO COU-RESPETADA
               ADD 1 TO WS-CANT-COTIZ-NORESP.
           WRITE COU.
           IF COTIZ-USOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE COTIZ-USOS FS: "
                   COTIZ-USOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       1599-APLICAR-PROMO.
      *******
      * "P": VALOR es el porcentaje de descuento; "F": VALOR es un
      * importe fijo por dia, sin pasarse de la tarifa. El primer dia
      * de la novedad consume un uso del codigo.
           MOVE WS-IMPORTE-DIA TO WS-PROMO-BRUTO.
           IF PROM-TIPO(WS-PRO-POS) = "F"
               MOVE PROM-VALOR(WS-PRO-POS) TO WS-PROMO-DESCUENTO
           ELSE
               COMPUTE WS-PROMO-DESCUENTO ROUNDED =
                   WS-IMPORTE-DIA * PROM-VALOR(WS-PRO-POS) / 100.
           IF WS-PROMO-DESCUENTO > WS-IMPORTE-DIA
               MOVE WS-IMPORTE-DIA TO WS-PROMO-DESCUENTO.
           SUBTRACT WS-PROMO-DESCUENTO FROM WS-IMPORTE-DIA.
           MOVE PROM-CODIGO(WS-PRO-POS) TO PUS-CODIGO.
           MOVE WS-FECHA-PROCESO TO PUS-FECHA-CORRIDA.
           MOVE AG-NRO-DOC(AG-IDX) TO PUS-NRO-DOC.
           MOVE AG-PATENTE(AG-IDX) TO PUS-PATENTE.
           MOVE AG-FECHA(AG-IDX) TO PUS-FECHA.
           MOVE AG-NRO(AG-IDX) TO PUS-AGENCIA.
           IF AG-PROMO-USADO(AG-IDX) = "NO"
               MOVE "S" TO PUS-USO
               ADD 1 TO PROM-USOS(WS-PRO-POS)
               MOVE "SI" TO AG-PROMO-USADO(AG-IDX)
           ELSE
               MOVE "N" TO PUS-USO.
           MOVE WS-PROMO-BRUTO TO PUS-BRUTO.
           MOVE WS-PROMO-DESCUENTO TO PUS-DESCUENTO.
           WRITE REG-PROMO-USO.
           IF PROMO-USOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE PROMO-USOS FS: "
                   PROMO-USOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       1590-RESERVAR-EXTRAS.
      *******
      * Dia aprobado: cada adicional pedido toma una unidad de la
      * agencia ese dia y se cobra a su precio por dia en
      * CARGOS-EXTRA.DAT, con el desglose de IVA. Si el dia ya tiene
      * sus unidades reservadas (corrida reanudada) no se vuelve a
      * reservar ni a cobrar.
           PERFORM 15901-RESERVAR-UN-EXTRA VARYING WS-EXT-SLOT FROM 1
               BY 1 UNTIL WS-EXT-SLOT > 3.
      *******
       15901-RESERVAR-UN-EXTRA.
      *******
           IF AG-EXTRA(AG-IDX, WS-EXT-SLOT) NOT = SPACES
               MOVE AG-EXTRA(AG-IDX, WS-EXT-SLOT) TO WS-EXT-BUSCAR
               PERFORM 16974-BUSCAR-EXTRA
               PERFORM 16973-CONTAR-PEDIDAS
               PERFORM 16975-CONTAR-OCUPADAS
               IF WS-XTR-POS > 0 AND WS-EXT-PROPIAS < WS-EXT-PEDIDAS
                   PERFORM 15902-GRABAR-RESERVA-EXTRA
                   PERFORM 15903-GRABAR-CARGO-EXTRA.
      *******
       15902-GRABAR-RESERVA-EXTRA.
      *******
           MOVE WS-EXT-BUSCAR TO RSX-CODIGO.
           MOVE AG-NRO(AG-IDX) TO RSX-AGENCIA.
           MOVE AG-FECHA(AG-IDX) TO RSX-FECHA.
           MOVE AG-PATENTE(AG-IDX) TO RSX-PATENTE.
           MOVE AG-TIPO-DOC(AG-IDX) TO RSX-TIPO-DOC.
           MOVE AG-NRO-DOC(AG-IDX) TO RSX-NRO-DOC.
           WRITE REG-RESERVA-EXT FROM REG-EXT-RESERVA.
           IF RESERVA-EXT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE EXTRAS-RESERVA FS: "
                   RESERVA-EXT-ESTADO
               STOP RUN.
           IF WS-CANT-RES-EXT < 3000
               ADD 1 TO WS-CANT-RES-EXT
               MOVE RSX-CODIGO TO RXT-CODIGO(WS-CANT-RES-EXT)
               MOVE RSX-AGENCIA TO RXT-AGENCIA(WS-CANT-RES-EXT)
               MOVE RSX-FECHA TO RXT-FECHA(WS-CANT-RES-EXT)
               MOVE RSX-PATENTE TO RXT-PATENTE(WS-CANT-RES-EXT).
      *******
       15903-GRABAR-CARGO-EXTRA.
      *******
           MOVE AG-NRO-DOC(AG-IDX) TO CEX-NRO-DOC.
           MOVE AG-FECHA(AG-IDX) TO CEX-FECHA.
           MOVE AG-PATENTE(AG-IDX) TO CEX-PATENTE.
           MOVE AG-TIPO-DOC(AG-IDX) TO CEX-TIPO-DOC.
           MOVE SPACES TO CEX-CONCEPTO.
           STRING "EXTRA " DELIMITED BY SIZE
               XTR-DESCRIPCION(WS-XTR-POS) DELIMITED BY SIZE
               INTO CEX-CONCEPTO.
           MOVE XTR-PRECIO(WS-XTR-POS) TO CEX-IMPORTE.
           MOVE XTR-PRECIO(WS-XTR-POS) TO WS-IVA-BRUTO.
           PERFORM 1593-DESGLOSAR-IVA.
           MOVE WS-IVA-NETO TO CEX-NETO.
           MOVE WS-IVA-IVA TO CEX-IVA.
           WRITE CEX.
           IF CARGOS-EXT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE CARGOS-EXTRA FS: "
                   CARGOS-EXT-ESTADO
               STOP RUN.
           PERFORM 1782-AJUSTE-CARGO.
      *-----------------------------------------------------------------
      *******
       1589-REGISTRAR-MONEDA.
      *******
      * Dia aprobado pactado en moneda extranjera: el importe en pesos
      * (WS-MON-IMPORTE, el mismo de MAESTRO-ACT) queda tambien en la
      * moneda pedida con la cotizacion del dia o la ultima anterior.
      * Sin cotizacion el dia queda solo en pesos; en una reanudacion
      * el dia ya registrado antes de la caida no se repite.
           MOVE AG-MONEDA(AG-IDX) TO WS-MON-BUSCAR.
           MOVE AG-FECHA(AG-IDX) TO WS-MON-FECHA.
           PERFORM 1587-BUSCAR-COTIZACION.
           MOVE "NO" TO WS-MON-YA-GRABADO.
           PERFORM 15891-COMPARAR-MONEDA-CORRIDA VARYING WS-AMC-IDX
               FROM 1 BY 1 UNTIL WS-AMC-IDX > WS-CANT-AMC OR
               WS-MON-YA-GRABADO = "SI".
           IF WS-MON-COTIZACION = 0
               DISPLAY "ATENCION: SIN COTIZACION " WS-MON-BUSCAR
                   " AL " WS-MON-FECHA " (PATENTE " WS-MON-PATENTE
                   "); EL DIA QUEDA SOLO EN PESOS."
           ELSE
           IF WS-MON-YA-GRABADO = "NO"
               MOVE AG-NRO-DOC(AG-IDX) TO AMO-NRO-DOC
               MOVE AG-FECHA(AG-IDX) TO AMO-FECHA
               MOVE WS-MON-PATENTE TO AMO-PATENTE
               MOVE AG-TIPO-DOC(AG-IDX) TO AMO-TIPO-DOC
               MOVE AG-NRO(AG-IDX) TO AMO-AGENCIA
               MOVE WS-MON-BUSCAR TO AMO-MONEDA
               MOVE WS-MON-COTIZACION TO AMO-COTIZACION
               MOVE WS-MON-IMPORTE TO AMO-IMPORTE
               COMPUTE AMO-IMPORTE-ME ROUNDED =
                   WS-MON-IMPORTE / WS-MON-COTIZACION
               MOVE WS-FECHA-PROCESO TO AMO-FECHA-CORRIDA
               WRITE AMO
               IF ALQ-MONEDA-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN WRITE ALQUILER-MONEDA FS: "
                       ALQ-MONEDA-ESTADO
                   STOP RUN.
      *******
       15891-COMPARAR-MONEDA-CORRIDA.
      *******
           IF AMC-PATENTE(WS-AMC-IDX) = WS-MON-PATENTE AND
               AMC-FECHA(WS-AMC-IDX) = WS-MON-FECHA
               MOVE "SI" TO WS-MON-YA-GRABADO.
      *******
       1587-BUSCAR-COTIZACION.
      *******
      * Cotizacion de WS-MON-BUSCAR vigente a WS-MON-FECHA: la de esa
      * fecha o la ultima anterior (0 = sin cotizacion). A igual
      * fecha vale la ultima cargada, que corrige a la anterior.
           MOVE 0 TO WS-MON-COTIZACION.
           MOVE 0 TO WS-MON-FECHA-TC.
           PERFORM 1588-COMPARAR-COTIZACION VARYING WS-TC-IDX FROM 1
               BY 1 UNTIL WS-TC-IDX > WS-CANT-TC.
      *******
       1588-COMPARAR-COTIZACION.
      *******
           IF TCB-MONEDA(WS-TC-IDX) = WS-MON-BUSCAR AND
               TCB-FECHA(WS-TC-IDX) <= WS-MON-FECHA AND
               TCB-FECHA(WS-TC-IDX) >= WS-MON-FECHA-TC
               MOVE TCB-FECHA(WS-TC-IDX) TO WS-MON-FECHA-TC
               MOVE TCB-COTIZACION(WS-TC-IDX) TO WS-MON-COTIZACION.
      *-----------------------------------------------------------------
      *******
       1596-CANJEAR-PUNTOS.
      *******
      * Se usan los puntos que alcancen para cubrir el dia, a
      * PUNTOS-VALOR pesos cada uno y sin pasarse del saldo; el
      * descuento es el de los puntos enteros consumidos y queda
      * asentado en CANJES-PUNTOS.DAT.
           MOVE AG-NRO-DOC(AG-IDX) TO WS-DOC-A-VALIDAR.
           PERFORM 1597-BUSCAR-PUNTOS.
           MOVE 0 TO WS-CANJE-PUNTOS.
           IF WS-PTS-POS > 0 AND WS-VALOR-PUNTO > 0
               COMPUTE WS-CANJE-PUNTOS =
                   WS-IMPORTE-DIA / WS-VALOR-PUNTO
               IF WS-CANJE-PUNTOS > WS-PTS-SALDO(WS-PTS-POS)
                   MOVE WS-PTS-SALDO(WS-PTS-POS) TO WS-CANJE-PUNTOS.
           IF WS-CANJE-PUNTOS > 0
               COMPUTE WS-CANJE-IMPORTE =
                   WS-CANJE-PUNTOS * WS-VALOR-PUNTO
               IF WS-CANJE-IMPORTE > WS-IMPORTE-DIA
                   MOVE WS-IMPORTE-DIA TO WS-CANJE-IMPORTE
               END-IF
               SUBTRACT WS-CANJE-IMPORTE FROM WS-IMPORTE-DIA
               SUBTRACT WS-CANJE-PUNTOS FROM WS-PTS-SALDO(WS-PTS-POS)
               MOVE AG-NRO-DOC(AG-IDX) TO CNJ-NRO-DOC
               MOVE AG-PATENTE(AG-IDX) TO CNJ-PATENTE
               MOVE AG-FECHA(AG-IDX) TO CNJ-FECHA
               MOVE WS-CANJE-PUNTOS TO CNJ-PUNTOS
               MOVE WS-CANJE-IMPORTE TO CNJ-IMPORTE
               MOVE AG-NRO(AG-IDX) TO CNJ-AGENCIA
               WRITE REG-CANJE
               IF CANJES-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN WRITE CANJES-PUNTOS FS: "
                       CANJES-ESTADO
                   STOP RUN.
      *******
       1597-BUSCAR-PUNTOS.
      *******
           MOVE 0 TO WS-PTS-POS.
           PERFORM 1598-COMPARAR-PUNTOS VARYING WS-PTS-IDX FROM 1 BY 1
               UNTIL WS-PTS-IDX > WS-CANT-PUNTOS OR WS-PTS-POS > 0.
      *******
       1598-COMPARAR-PUNTOS.
      *******
           IF WS-PTS-DOC(WS-PTS-IDX) = WS-DOC-A-VALIDAR
               MOVE WS-PTS-IDX TO WS-PTS-POS.
      *-----------------------------------------------------------------
      *******
       1593-DESGLOSAR-IVA.
      * Alquiler sin chofer: el cliente maneja y tiene que tener una
      * licencia de conducir registrada en CLIENTES.TXT; la licencia
      * del registro en curso la dejo 167-VALIDAR-CLIENTE.
      * La licencia tiene que seguir vigente el ultimo dia del
      * alquiler (AG-FECHA-HASTA en un rango multi-dia); vencimiento
      * en 0 (sin dato) no bloquea.
           MOVE "NO" TO WS-SIN-LICENCIA.
           IF AG-MODO(AG-IDX) = "S" AND
               WS-LICENCIA-CLIENTE = SPACES
               MOVE "SI" TO WS-SIN-LICENCIA.
           MOVE AG-FECHA(AG-IDX) TO WS-ULTIMO-DIA-ALQ.
           IF AG-FECHA-HASTA(AG-IDX) > WS-ULTIMO-DIA-ALQ
               MOVE AG-FECHA-HASTA(AG-IDX) TO WS-ULTIMO-DIA-ALQ.
           IF AG-MODO(AG-IDX) = "S" AND
               WS-VENCE-LIC-CLIENTE > 0 AND
               WS-VENCE-LIC-CLIENTE < WS-ULTIMO-DIA-ALQ
               MOVE "SI" TO WS-SIN-LICENCIA.
      *-----------------------------------------------------------------
      *******
       1585-BUSCAR-TARIFA-BASE.
      *******
      * Una tarifa por patente vigente en la fecha pisa a la de
      * marca+tamaño; sin ninguna de las dos se usa el AUT-IMPORTE
      * vivo (PTR-IMPORTE, dejado por 130-BUSCO-TABLA). Un dia movido
      * por un cambio de auto busca la tarifa de la patente anterior.
           MOVE AG-PATENTE(AG-IDX) TO WS-PATENTE-TARIFA.
           IF AG-PATENTE-ANT(AG-IDX) NOT = SPACES
               MOVE AG-PATENTE-ANT(AG-IDX) TO WS-PATENTE-TARIFA.
           MOVE 0 TO WS-TRF-PATENTE.
           MOVE 0 TO WS-TRF-GRUPO.
           PERFORM 1586-COMPARAR-TARIFA VARYING WS-TRF-IDX FROM 1 BY 1
      *******
           IF AG-FECHA(AG-IDX) >= TARIFA-DESDE(WS-TRF-IDX) AND
               AG-FECHA(AG-IDX) <= TARIFA-HASTA(WS-TRF-IDX)
               IF TARIFA-PATENTE(WS-TRF-IDX) = WS-PATENTE-TARIFA
                   MOVE WS-TRF-IDX TO WS-TRF-PATENTE
               ELSE
                   IF TARIFA-PATENTE(WS-TRF-IDX) = SPACES AND
                       WS-TRF-GRUPO = 0
                       MOVE WS-TRF-IDX TO WS-TRF-GRUPO.
      *-----------------------------------------------------------------
      *******
       1583-TOMAR-TARIFA-ANTERIOR.
      *******
      * Dia movido por un cambio de auto: se tarifa con la marca, el
      * tamaño, el importe vivo y la agencia actual del auto original,
      * para que el cliente siga pagando el precio pactado. 1584-
      * devuelve los datos del auto en curso.
           MOVE PTR-MARCA TO WS-GUARDA-MARCA.
           MOVE PTR-TAMANIO TO WS-GUARDA-TAMANIO.
           MOVE PTR-IMPORTE TO WS-GUARDA-IMPORTE.
           MOVE WS-AG-ACTUAL-AUTO TO WS-GUARDA-AG-ACTUAL.
           PERFORM 15831-BUSCAR-AUTO-ANTERIOR.
           IF WS-ANT-POS NOT = 0
               MOVE WS-AUTO-MARCA(WS-ANT-POS) TO PTR-MARCA
               MOVE WS-AUTO-TAMAÑO(WS-ANT-POS) TO PTR-TAMANIO
               MOVE WS-AUTO-IMPORTE(WS-ANT-POS) TO PTR-IMPORTE
               IF WS-AUTO-AG-ACTUAL(WS-ANT-POS) IS NUMERIC
                   MOVE WS-AUTO-AG-ACTUAL(WS-ANT-POS) TO
                       WS-AG-ACTUAL-AUTO
               ELSE
                   MOVE 0 TO WS-AG-ACTUAL-AUTO.
      *******
       15831-BUSCAR-AUTO-ANTERIOR.
      *******
           MOVE 0 TO WS-ANT-POS.
           PERFORM 15832-COMPARAR-AUTO-ANTERIOR VARYING WS-CAM-IDX
               FROM 1 BY 1 UNTIL WS-CAM-IDX >= WS-SUB OR
               WS-ANT-POS NOT = 0.
      *******
       15832-COMPARAR-AUTO-ANTERIOR.
      *******
           IF WS-AUTO-PATENTE(WS-CAM-IDX) = AG-PATENTE-ANT(AG-IDX)
               MOVE WS-CAM-IDX TO WS-ANT-POS.
      *******
       1584-DEVOLVER-TARIFA-ACTUAL.
      *******
           MOVE WS-GUARDA-MARCA TO PTR-MARCA.
           MOVE WS-GUARDA-TAMANIO TO PTR-TAMANIO.
           MOVE WS-GUARDA-IMPORTE TO PTR-IMPORTE.
           MOVE WS-GUARDA-AG-ACTUAL TO WS-AG-ACTUAL-AUTO.
      *-----------------------------------------------------------------
      *******
       1594-VERIFICAR-FERIADO.
      *******
               AG-FECHA(AG-IDX) <= TEMP-HASTA(WS-TEMP-IDX)
               COMPUTE WS-MULT-TOTAL = WS-MULT-TOTAL *
                   TEMP-MULT(WS-TEMP-IDX).
      *******
       15915-APLICAR-DEMANDA.
      *******
           MOVE 0 TO WS-MD-POS.
           PERFORM 15916-COMPARAR-DEMANDA VARYING WS-MD-IDX FROM 1
               BY 1 UNTIL WS-MD-IDX > WS-CANT-MD OR WS-MD-POS NOT = 0.
           IF WS-MD-POS NOT = 0
               COMPUTE WS-MULT-TOTAL = WS-MULT-TOTAL *
                   MDB-MULT(WS-MD-POS).
      *******
       15916-COMPARAR-DEMANDA.
      *******
           IF MDB-FECHA(WS-MD-IDX) = AG-FECHA(AG-IDX) AND
               MDB-TAMANIO(WS-MD-IDX) = PTR-TAMANIO
               MOVE WS-MD-IDX TO WS-MD-POS.
      *-----------------------------------------------------------------
      *******
       160-GRABAR-RECHAZO.
           PERFORM 166-VALIDAR-FECHA.
           MOVE RECH-NRO-DOC TO WS-DOC-A-VALIDAR.
           PERFORM 167-VALIDAR-CLIENTE.
           MOVE RECH-TIPO-DOC TO WS-FMT-TIPO.
           PERFORM 1673-VALIDAR-FORMATO-DOC.
           IF RECH-NRO-DOC = SPACES
               MOVE 4 TO RECH-MOTIVO
           ELSE
               IF RECH-TIPO-DOC NOT = "D" AND RECH-TIPO-DOC NOT = "C"
                   AND RECH-TIPO-DOC NOT = "P"
                   MOVE 5 TO RECH-MOTIVO
               ELSE
               IF WS-DOC-MAL-FORMADO = "SI"
                   MOVE 20 TO RECH-MOTIVO
               ELSE
                   IF WS-FECHA-VALIDA = "NO"
                       MOVE 3 TO RECH-MOTIVO
                               IF WS-EN-CONTRATO = "SI"
                                   MOVE 16 TO RECH-MOTIVO
                               ELSE
                               IF WS-DOC-VENCIDO = "SI"
                                   MOVE 19 TO RECH-MOTIVO
                               ELSE
                               IF WS-SIN-LICENCIA = "SI"
                                   MOVE 13 TO RECH-MOTIVO
                               ELSE
                               IF WS-PROMO-RECHAZO = "SI"
                                   MOVE 17 TO RECH-MOTIVO
                               ELSE
                               IF WS-EXTRA-RECHAZO = "SI"
                                   MOVE 18 TO RECH-MOTIVO
                               ELSE
                                   MOVE 1 TO RECH-MOTIVO.
      *-----------------------------------------------------------------
           MOVE "NO" TO WS-CLIENTE-MOROSO.
           MOVE "NO" TO WS-CREDITO-EXCEDIDO.
           MOVE SPACES TO WS-LICENCIA-CLIENTE.
           MOVE 0 TO WS-VENCE-LIC-CLIENTE.
           IF WS-DOC-A-VALIDAR NOT = SPACES
               PERFORM 1671-VALIDAR-MOROSO.
           IF CLIENTES-DISPONIBLE = "SI" AND
               END-IF
               IF WS-EXISTE-CLIENTE = "SI"
                   MOVE CLI-LICENCIA-COND TO WS-LICENCIA-CLIENTE
                   IF CLI-VENCE-LICENCIA IS NUMERIC
                       MOVE CLI-VENCE-LICENCIA TO WS-VENCE-LIC-CLIENTE
                   END-IF
               END-IF
               IF WS-EXISTE-CLIENTE = "SI"
                   PERFORM 1674-DETERMINAR-CUENTA
                   IF WS-LIMITE-CUENTA > 0
                       PERFORM 1675-VERIFICAR-LIMITE-CREDITO.
      *-----------------------------------------------------------------
      *******
       1657-VERIFICAR-FRAUDE.
               FRAU-FECHA(WS-FRA-IDX) = AG-FECHA(AG-IDX)
               MOVE WS-FRA-IDX TO WS-FRA-POS.
      *-----------------------------------------------------------------
      *******
       1699-VERIFICAR-PROMO.
      *******
      * Codigo de promocion de la novedad: inexistente, fuera de
      * vigencia el primer dia o sin usos disponibles rechaza la
      * novedad (motivo 17). Un codigo valido para un auto de otro
      * tamaño, marca o agencia no rechaza: se factura a tarifa.
      * Los dias siguientes de un rango que ya consumio su uso
      * mantienen el descuento.
           MOVE "NO" TO WS-PROMO-RECHAZO.
           MOVE "NO" TO WS-PROMO-APLICA.
           MOVE 0 TO WS-PRO-POS.
           IF AG-PROMO(AG-IDX) NOT = SPACES
               MOVE AG-PROMO(AG-IDX) TO WS-PROMO-BUSCAR
               PERFORM 16992-BUSCAR-PROMO
               IF WS-PRO-POS = 0
                   MOVE "SI" TO WS-PROMO-RECHAZO
               ELSE
               IF AG-PROMO-USADO(AG-IDX) = "SI"
                   MOVE "SI" TO WS-PROMO-APLICA
               ELSE
               IF AG-FECHA(AG-IDX) < PROM-DESDE(WS-PRO-POS) OR
                   AG-FECHA(AG-IDX) > PROM-HASTA(WS-PRO-POS)
                   MOVE "SI" TO WS-PROMO-RECHAZO
               ELSE
               IF PROM-MAX-USOS(WS-PRO-POS) > 0 AND
                   PROM-USOS(WS-PRO-POS) >= PROM-MAX-USOS(WS-PRO-POS)
                   MOVE "SI" TO WS-PROMO-RECHAZO
               ELSE
                   PERFORM 16991-VERIFICAR-ELEGIBLE.
      *******
       16991-VERIFICAR-ELEGIBLE.
      *******
           IF (PROM-TAMANIO(WS-PRO-POS) = SPACE OR
               PROM-TAMANIO(WS-PRO-POS) = WS-TAMANIO-AUTO) AND
               (PROM-MARCA(WS-PRO-POS) = SPACES OR
               PROM-MARCA(WS-PRO-POS) = WS-MARCA-AUTO) AND
               (PROM-AGENCIA(WS-PRO-POS) = 0 OR
               PROM-AGENCIA(WS-PRO-POS) = AG-NRO(AG-IDX))
               MOVE "SI" TO WS-PROMO-APLICA.
      *******
       16992-BUSCAR-PROMO.
      *******
      * Busca el codigo dejado en WS-PROMO-BUSCAR por el llamador.
           MOVE 0 TO WS-PRO-POS.
           PERFORM 16993-COMPARAR-PROMO VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-CANT-PROMOS OR WS-PRO-POS > 0.
      *******
       16993-COMPARAR-PROMO.
      *******
           IF PROM-CODIGO(WS-PRO-IDX) = WS-PROMO-BUSCAR
               MOVE WS-PRO-IDX TO WS-PRO-POS.
      *-----------------------------------------------------------------
      *******
       1697-VERIFICAR-EXTRAS.
      *******
      * Cada adicional pedido necesita una unidad libre en la agencia
      * ese dia: stock del catalogo menos las unidades reservadas por
      * otras patentes. Un codigo que no esta en el catalogo, o una
      * agencia sin stock cargado, no tiene unidades (motivo 18).
           MOVE "NO" TO WS-EXTRA-RECHAZO.
           IF AG-EXTRAS(AG-IDX) NOT = SPACES
               PERFORM 16971-VERIFICAR-UN-EXTRA VARYING WS-EXT-SLOT
                   FROM 1 BY 1 UNTIL WS-EXT-SLOT > 3 OR
                   WS-EXTRA-RECHAZO = "SI".
      *******
       16971-VERIFICAR-UN-EXTRA.
      *******
           IF AG-EXTRA(AG-IDX, WS-EXT-SLOT) NOT = SPACES
               MOVE AG-EXTRA(AG-IDX, WS-EXT-SLOT) TO WS-EXT-BUSCAR
               PERFORM 16974-BUSCAR-EXTRA
               MOVE 0 TO WS-EXT-STOCK
               IF WS-XTR-POS > 0 AND AG-NRO(AG-IDX) >= 1 AND
                   AG-NRO(AG-IDX) <= 4
                   MOVE XTR-STOCK(WS-XTR-POS, AG-NRO(AG-IDX)) TO
                       WS-EXT-STOCK
               END-IF
               PERFORM 16973-CONTAR-PEDIDAS
               PERFORM 16975-CONTAR-OCUPADAS
               IF WS-EXT-OCUPADAS + WS-EXT-PEDIDAS > WS-EXT-STOCK
                   MOVE "SI" TO WS-EXTRA-RECHAZO.
      *******
       16973-CONTAR-PEDIDAS.
      *******
      * Unidades del mismo codigo pedidas hasta la posicion en curso
      * (un codigo repetido en la novedad pide dos unidades).
           MOVE 0 TO WS-EXT-PEDIDAS.
           PERFORM 16976-COMPARAR-PEDIDA VARYING WS-EXT-SLOT2 FROM 1
               BY 1 UNTIL WS-EXT-SLOT2 > WS-EXT-SLOT.
      *******
       16976-COMPARAR-PEDIDA.
      *******
           IF AG-EXTRA(AG-IDX, WS-EXT-SLOT2) = WS-EXT-BUSCAR
               ADD 1 TO WS-EXT-PEDIDAS.
      *******
       16974-BUSCAR-EXTRA.
      *******
      * Busca el codigo dejado en WS-EXT-BUSCAR por el llamador.
           MOVE 0 TO WS-XTR-POS.
           PERFORM 16977-COMPARAR-EXTRA VARYING WS-XTR-IDX FROM 1 BY 1
               UNTIL WS-XTR-IDX > WS-CANT-EXTRAS OR WS-XTR-POS > 0.
      *******
       16977-COMPARAR-EXTRA.
      *******
           IF XTR-CODIGO(WS-XTR-IDX) = WS-EXT-BUSCAR
               MOVE WS-XTR-IDX TO WS-XTR-POS.
      *******
       16975-CONTAR-OCUPADAS.
      *******
      * Unidades del codigo ya tomadas en la agencia ese dia: las de
      * otras patentes ocupan stock; las de la propia patente son
      * las que una corrida reanudada ya habia reservado.
           MOVE 0 TO WS-EXT-OCUPADAS.
           MOVE 0 TO WS-EXT-PROPIAS.
           PERFORM 16978-COMPARAR-OCUPADA VARYING WS-RXT-IDX FROM 1
               BY 1 UNTIL WS-RXT-IDX > WS-CANT-RES-EXT.
      *******
       16978-COMPARAR-OCUPADA.
      *******
           IF RXT-CODIGO(WS-RXT-IDX) = WS-EXT-BUSCAR AND
               RXT-AGENCIA(WS-RXT-IDX) = AG-NRO(AG-IDX) AND
               RXT-FECHA(WS-RXT-IDX) = AG-FECHA(AG-IDX)
               IF RXT-PATENTE(WS-RXT-IDX) = AG-PATENTE(AG-IDX)
                   ADD 1 TO WS-EXT-PROPIAS
               ELSE
                   ADD 1 TO WS-EXT-OCUPADAS.
      *-----------------------------------------------------------------
      *******
       1674-DETERMINAR-CUENTA.
      *******
      * Cliente vinculado a una empresa del maestro: se controla la
      * cuenta de la empresa (su CUIT en SALDOS-CLI.DAT) contra el
      * limite de la empresa; si no, el documento y limite propios.
           MOVE WS-DOC-A-VALIDAR TO WS-DOC-CUENTA.
           MOVE 0 TO WS-LIMITE-CUENTA.
           IF CLI-LIMITE-CRED IS NUMERIC
               MOVE CLI-LIMITE-CRED TO WS-LIMITE-CUENTA.
           IF CLI-CUIT-EMPRESA NOT = SPACES
               PERFORM 16741-COMPARAR-EMPRESA VARYING WS-EMP-IDX
                   FROM 1 BY 1 UNTIL WS-EMP-IDX > WS-CANT-EMPRESAS.
      *******
       16741-COMPARAR-EMPRESA.
      *******
           IF WS-EMP-CUIT(WS-EMP-IDX) = CLI-CUIT-EMPRESA
               MOVE CLI-CUIT-EMPRESA TO WS-DOC-CUENTA
               MOVE WS-EMP-LIMITE(WS-EMP-IDX) TO WS-LIMITE-CUENTA.
      *******
       1675-VERIFICAR-LIMITE-CREDITO.
      *******
      * Saldo de la ultima corrida de PAGOS contra el limite de la
      * cuenta; los documentos avalados por ventas no se bloquean.
           MOVE 0 TO WS-SALDO-CLIENTE.
           PERFORM 1676-BUSCAR-SALDO VARYING WS-SAL-IDX FROM 1 BY 1
               UNTIL WS-SAL-IDX > WS-CANT-SALDOS.
           IF WS-SALDO-CLIENTE > WS-LIMITE-CUENTA
               MOVE "SI" TO WS-CREDITO-EXCEDIDO
               PERFORM 1677-VERIFICAR-AVALADO.
      *******
       1676-BUSCAR-SALDO.
      *******
           IF WS-SAL-DOC(WS-SAL-IDX) = WS-DOC-CUENTA
               MOVE WS-SAL-SALDO(WS-SAL-IDX) TO WS-SALDO-CLIENTE.
      *******
       1677-VERIFICAR-AVALADO.
      *******
       1678-COMPARAR-AVALADO.
      *******
           IF EXC-CRED-DOC(WS-EXC-IDX) = WS-DOC-A-VALIDAR OR
               EXC-CRED-DOC(WS-EXC-IDX) = WS-DOC-CUENTA
               MOVE "NO" TO WS-CREDITO-EXCEDIDO.
      *-----------------------------------------------------------------
      *******
       1673-VALIDAR-FORMATO-DOC.
      *******
      * Deja en WS-DOC-MAL-FORMADO si WS-DOC-A-VALIDAR no respeta el
      * formato de su tipo (WS-FMT-TIPO): DNI de 7 u 8 digitos,
      * CUIT/CUIL de 11 digitos con verificador modulo 11, pasaporte
      * de letras y digitos. Documento en blanco o tipo desconocido
      * ya tienen su propio motivo (4 y 5) y no se marcan aca.
           MOVE "NO" TO WS-DOC-MAL-FORMADO.
           MOVE WS-DOC-A-VALIDAR TO WS-FMT-DOC.
           MOVE 0 TO WS-FMT-LARGO.
           MOVE 0 TO WS-FMT-CANT-DIG.
           MOVE 0 TO WS-FMT-CANT-ALFA.
           PERFORM 16731-CONTAR-CARACTER VARYING WS-FMT-IDX FROM 1
               BY 1 UNTIL WS-FMT-IDX > 20.
           IF WS-DOC-A-VALIDAR NOT = SPACES
               EVALUATE WS-FMT-TIPO
                   WHEN "D"
                       IF WS-FMT-LARGO < 7 OR WS-FMT-LARGO > 8 OR
                           WS-FMT-CANT-DIG NOT = WS-FMT-LARGO
                           MOVE "SI" TO WS-DOC-MAL-FORMADO
                       END-IF
                   WHEN "C"
                       IF WS-FMT-LARGO NOT = 11 OR
                           WS-FMT-CANT-DIG NOT = 11
                           MOVE "SI" TO WS-DOC-MAL-FORMADO
                       ELSE
                           PERFORM 16732-VERIFICAR-CUIT
                       END-IF
                   WHEN "P"
                       IF WS-FMT-CANT-ALFA NOT = WS-FMT-LARGO
                           MOVE "SI" TO WS-DOC-MAL-FORMADO
                       END-IF
               END-EVALUATE.
      *******
       16731-CONTAR-CARACTER.
      *******
      * Largo hasta el ultimo caracter no blanco; un blanco adelante o
      * en el medio deja las cuentas por debajo del largo.
           IF WS-FMT-CAR(WS-FMT-IDX) NOT = SPACE
               MOVE WS-FMT-IDX TO WS-FMT-LARGO.
           IF WS-FMT-CAR(WS-FMT-IDX) IS NUMERIC
               ADD 1 TO WS-FMT-CANT-DIG
               ADD 1 TO WS-FMT-CANT-ALFA
           ELSE
               IF WS-FMT-CAR(WS-FMT-IDX) IS ALPHABETIC-UPPER AND
                   WS-FMT-CAR(WS-FMT-IDX) NOT = SPACE
                   ADD 1 TO WS-FMT-CANT-ALFA.
      *******
       16732-VERIFICAR-CUIT.
      *******
      * Digito verificador: 11 menos el resto de la suma ponderada
      * (5432765432) de los 10 primeros digitos; 11 da 0 y 10 no es
      * un CUIT/CUIL valido.
           MOVE 0 TO WS-FMT-SUMA.
           PERFORM 16733-SUMAR-DIGITO-CUIT VARYING WS-FMT-IDX FROM 1
               BY 1 UNTIL WS-FMT-IDX > 10.
           DIVIDE WS-FMT-SUMA BY 11 GIVING WS-FMT-COCIENTE
               REMAINDER WS-FMT-RESTO.
           COMPUTE WS-FMT-VERIF = 11 - WS-FMT-RESTO.
           IF WS-FMT-VERIF = 11
               MOVE 0 TO WS-FMT-VERIF.
           MOVE WS-FMT-CAR(11) TO WS-FMT-DIGITO.
           IF WS-FMT-VERIF = 10 OR WS-FMT-DIGITO NOT = WS-FMT-VERIF
               MOVE "SI" TO WS-DOC-MAL-FORMADO.
      *******
       16733-SUMAR-DIGITO-CUIT.
      *******
           MOVE WS-FMT-CAR(WS-FMT-IDX) TO WS-FMT-DIGITO.
           COMPUTE WS-FMT-SUMA = WS-FMT-SUMA +
               WS-FMT-DIGITO * WS-FMT-PESO(WS-FMT-IDX).
      *******
       1671-VALIDAR-MOROSO.
      *******
       1750-OFRECER-SUSTITUTO.
      *******
      * Busca en la flota un auto activo del mismo tamaño que el
      * pedido, sin uso en esta corrida, fuera de taller y con la
      * documentacion al dia en la fecha; si lo hay, la agencia
      * recibe la oferta (y en modo auto, el alquiler del sustituto
      * ya aprobado y facturado).
           MOVE 0 TO WS-SUST-POS.
           PERFORM 1751-BUSCAR-SUSTITUTO VARYING WS-SUST-IDX FROM 1
               BY 1 UNTIL WS-SUST-IDX >= WS-SUB OR
               WS-AUTO-USO(WS-SUST-IDX) NOT = "SI" AND
               WS-AUTO-TAMAÑO(WS-SUST-IDX) = PTR-TAMANIO
               PERFORM 1752-TALLER-SUSTITUTO
               PERFORM 1755-DOCS-SUSTITUTO
               IF WS-SUST-EN-TALLER = "NO" AND
                   WS-SUST-DOC-VENCIDO = "NO"
                   MOVE WS-SUST-IDX TO WS-SUST-POS.
      *******
       1752-TALLER-SUSTITUTO.
               AG-FECHA(AG-IDX) >= TALLER-DESDE(WS-TAL-IDX) AND
               AG-FECHA(AG-IDX) <= TALLER-HASTA(WS-TAL-IDX)
               MOVE "SI" TO WS-SUST-EN-TALLER.
      *******
       1755-DOCS-SUSTITUTO.
      *******
           MOVE "NO" TO WS-SUST-DOC-VENCIDO.
           PERFORM 17551-COMPARAR-DOC-SUST VARYING WS-DOC-IDX FROM 1
               BY 1 UNTIL WS-DOC-IDX > WS-CANT-DOCUMENTOS OR
               WS-SUST-DOC-VENCIDO = "SI".
      *******
       17551-COMPARAR-DOC-SUST.
      *******
           IF DOCV-PATENTE(WS-DOC-IDX) =
               WS-AUTO-PATENTE(WS-SUST-IDX) AND
               AG-FECHA(AG-IDX) > DOCV-VENCE(WS-DOC-IDX)
               MOVE "SI" TO WS-SUST-DOC-VENCIDO.
      *******
       1753-CALCULAR-PRECIO-SUST.
      *******
           MOVE WS-IVA-NETO TO ACT-NETO.
           MOVE WS-IVA-IVA TO ACT-IVA.
           WRITE ACT.
           PERFORM 1780-AJUSTE-ALQUILER.
           ADD 1 TO WS-ACT-CANT.
           ADD WS-SUST-IMPORTE TO WS-ACT-SUMA.
           IF AG-MONEDA(AG-IDX) NOT = SPACES
               MOVE WS-AUTO-PATENTE(WS-SUST-POS) TO WS-MON-PATENTE
               MOVE WS-SUST-IMPORTE TO WS-MON-IMPORTE
               PERFORM 1589-REGISTRAR-MONEDA.
           COMPUTE WS-TOTAL-GENERAL = WS-TOTAL-GENERAL +
               WS-SUST-IMPORTE.
      *-----------------------------------------------------------------
      *******
       1780-AJUSTE-ALQUILER.
      *******
      * Un alquiler aceptado con fecha de un mes ya cerrado no toca
      * ese mes: va al primer periodo abierto como ajuste de periodo
      * anterior, con el desglose de IVA que quedo en MAESTRO-ACT.
           MOVE ACT-FECHA TO WS-AJP-FECHA.
           IF WS-ULT-CERRADO > 0 AND
               WS-AJP-PERIODO NOT > WS-ULT-CERRADO
               MOVE "ALQUILER" TO AJP-ORIGEN
               MOVE "D" TO AJP-SIGNO
               MOVE ACT-PATENTE TO AJP-PATENTE
               MOVE ACT-NRO-DOC TO AJP-NRO-DOC
               MOVE "ALQUILER" TO AJP-CONCEPTO
               MOVE ACT-NETO TO AJP-NETO
               MOVE ACT-IVA TO AJP-IVA
               PERFORM 1785-ASENTAR-AJUSTE.
      *******
       1781-AJUSTE-CANCELACION.
      *******
      * La baja de un alquiler de un mes cerrado lo saca de
      * MAESTRO-ACT; el reverso se imputa al primer periodo abierto
      * para que el mes cerrado quede como se presento.
           MOVE MAE-FECHA TO WS-AJP-FECHA.
           IF WS-ULT-CERRADO > 0 AND
               WS-AJP-PERIODO NOT > WS-ULT-CERRADO
               MOVE "ALQUILER" TO AJP-ORIGEN
               MOVE "C" TO AJP-SIGNO
               MOVE MAE-PATENTE TO AJP-PATENTE
               MOVE MAE-NRO-DOC TO AJP-NRO-DOC
               MOVE "BAJA DE ALQUILER" TO AJP-CONCEPTO
               MOVE MAE-IMPORTE TO WS-IVA-BRUTO
               PERFORM 1593-DESGLOSAR-IVA
               MOVE WS-IVA-NETO TO AJP-NETO
               MOVE WS-IVA-IVA TO AJP-IVA
               PERFORM 1785-ASENTAR-AJUSTE.
      *******
       1782-AJUSTE-CARGO.
      *******
      * Un cargo fechado en un mes ya cerrado no toca ese mes: va al
      * primer periodo abierto como ajuste de periodo anterior.
           MOVE CEX-FECHA TO WS-AJP-FECHA.
           IF WS-ULT-CERRADO > 0 AND
               WS-AJP-PERIODO NOT > WS-ULT-CERRADO
               MOVE "CARGO" TO AJP-ORIGEN
               MOVE "D" TO AJP-SIGNO
               MOVE CEX-PATENTE TO AJP-PATENTE
               MOVE CEX-NRO-DOC TO AJP-NRO-DOC
               MOVE CEX-CONCEPTO TO AJP-CONCEPTO
               MOVE CEX-NETO TO AJP-NETO
               MOVE CEX-IVA TO AJP-IVA
               PERFORM 1785-ASENTAR-AJUSTE.
      *******
       1785-ASENTAR-AJUSTE.
      *******
      * El llamador dejo la fecha del movimiento en WS-AJP-FECHA y el
      * resto del ajuste armado en AJP. El archivo se abre con el
      * primer ajuste de la corrida y acumula entre corridas.
           IF WS-AJUSTES-ABIERTO = "NO"
               OPEN EXTEND AJUSTES-PER
               IF AJUSTES-ESTADO = "35"
                   OPEN OUTPUT AJUSTES-PER
                   CLOSE AJUSTES-PER
                   OPEN EXTEND AJUSTES-PER
               END-IF
               IF AJUSTES-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN OPEN AJUSTES-PERIODO FS: "
                       AJUSTES-ESTADO
                   STOP RUN
               END-IF
               MOVE "SI" TO WS-AJUSTES-ABIERTO.
           MOVE WS-AJP-FECHA-PROCESO TO AJP-FECHA-PROCESO.
           MOVE "TP-PARTE-1" TO AJP-PROGRAMA.
           MOVE WS-AJP-FECHA TO AJP-FECHA-MOV.
           MOVE WS-PRIMER-ABIERTO TO AJP-PERIODO-IMPUT.
           WRITE AJP.
           IF AJUSTES-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE AJUSTES-PERIODO FS: "
                   AJUSTES-ESTADO
               STOP RUN.
           ADD 1 TO WS-CANT-AJUSTES.
           DISPLAY "AJUSTE DE PERIODO ANTERIOR: " AJP-ORIGEN " "
               AJP-PATENTE " " AJP-NRO-DOC " " AJP-FECHA-MOV
               " AL PERIODO " AJP-PERIODO-IMPUT.
      *-----------------------------------------------------------------
      *******
       172-GRABAR-RESPUESTA.
      *******
               AG-FECHA(AG-IDX) <= CONTR-HASTA(WS-CON-IDX)
               MOVE "SI" TO WS-EN-CONTRATO.
      *-----------------------------------------------------------------
      *******
       1694-VERIFICAR-DOCUMENTOS.
      *******
      * Deja en WS-DOC-VENCIDO si la fecha de la novedad en curso es
      * posterior al vencimiento de algun documento de la patente; el
      * dia del vencimiento todavia se puede alquilar.
           MOVE "NO" TO WS-DOC-VENCIDO.
           PERFORM 16941-COMPARAR-DOCUMENTO VARYING WS-DOC-IDX FROM 1
               BY 1 UNTIL WS-DOC-IDX > WS-CANT-DOCUMENTOS OR
               WS-DOC-VENCIDO = "SI".
      *******
       16941-COMPARAR-DOCUMENTO.
      *******
           IF DOCV-PATENTE(WS-DOC-IDX) = AG-PATENTE(AG-IDX) AND
               AG-FECHA(AG-IDX) > DOCV-VENCE(WS-DOC-IDX)
               MOVE "SI" TO WS-DOC-VENCIDO.
      *-----------------------------------------------------------------
      *******
       171-GRABAR-PENDIENTE.
      *******
           MOVE AG-HORA-RETIRO(AG-IDX) TO PEND-HORA-RETIRO.
           MOVE AG-HORA-DEVOL(AG-IDX) TO PEND-HORA-DEVOL.
           MOVE AG-MODO(AG-IDX) TO PEND-MODO.
           MOVE AG-CANJE(AG-IDX) TO PEND-CANJE.
           MOVE AG-PROMO(AG-IDX) TO PEND-PROMO.
           MOVE AG-EXTRAS(AG-IDX) TO PEND-EXTRAS.
           MOVE AG-MONEDA(AG-IDX) TO PEND-MONEDA.
           MOVE AG-PATENTE-ANT(AG-IDX) TO PEND-PATENTE-ANT.
      * La cotizacion viaja solo si esta vigente al diferir el dia;
      * un pendiente que vuelve a diferirse ya la traia validada.
           MOVE AG-COTIZ-NRO(AG-IDX) TO PEND-COTIZ-NRO.
           IF AG-COTIZ-NRO(AG-IDX) > 0 AND AG-IDX NOT = 5
               PERFORM 1581-VERIFICAR-VIGENCIA-COTIZ
               IF WS-COTIZ-VIGENTE = "NO"
                   MOVE 0 TO PEND-COTIZ-NRO
                   ADD 1 TO WS-CANT-COTIZ-VENC
               END-IF
           END-IF.
           ADD 1 TO WS-BAL-PENDIENTES.
           WRITE PEND.
           IF PENDIENTES-ESTADO NOT = ZERO
