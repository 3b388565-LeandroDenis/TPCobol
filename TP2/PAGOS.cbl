      *       (MAESTRO-HISTORICO) no se rotan nunca, asi que una
      *       cancelacion de un año archivado no vuelve a envejecer
      *       en el 90+.
      *   LD  Cuentas corporativas: los cargos, pagos y notas de
      *       credito de un cliente vinculado a una empresa
      *       (CLI-CUIT-EMPRESA de CLIENTES.TXT, con la empresa dada
      *       de alta en EMPRESAS.DAT) se imputan a la cuenta de la
      *       empresa, con el CUIT como documento: el pago de la
      *       empresa cubre los cargos de todos sus empleados y el
      *       saldo y el aging salen por empresa. La antiguedad de
      *       esos cargos se cuenta desde el vencimiento (fecha mas
      *       el plazo de pago de la empresa).
      *   LD  Los pagos en moneda extranjera cuentan por los pesos
      *       que les asigno FACTURA-CLI (que corre antes); uno que
      *       todavia no tiene cotizacion entra en cero hasta que la
      *       tenga.
      *   LD  Cargos en disputa: un alquiler con disputa abierta en
      *       DISPUTAS.DAT (lo mantiene DISPUTAS) queda fuera del
      *       aging, del saldo y de SALDOS-CLI.DAT hasta que se
      *       resuelva, y con eso fuera de INTERESES, de CARTAS-MOR y
      *       del control de credito del merge; lo retenido sale al
      *       pie de AGING.DAT.
      *   LD  El saldo a favor devuelto por transferencia
      *       (REEMBOLSOS.DAT, origen "S") se descuenta de lo pagado
      *       de la cuenta, y el resto de las notas de credito, para
      *       que no vuelva a quedar como credito en SALDOS-CLI.DAT.
      *   LD  Partidas abiertas: los cargos impagos o pagados en parte
      *       quedan en ITEMS-ABIERTOS.DAT (indexado por cuenta, fecha
      *       del cargo y patente, con una cabecera por cuenta) y cada
      *       noche se aplican solo las novedades: cargos nuevos de
      *       MAESTRO-ACT, bajas de CANCELACIONES.DAT, disputas que se
      *       abren o se resuelven, y lo cobrado por encima de lo que
      *       ya cancelaron las partidas cerradas. Lo que queda
      *       cubierto pasa a ITEMS-CERRADOS.DAT. La aplicacion
      *       completa de siempre queda como reconstruccion: la
      *       primera corrida de cada mes (marca
      *       PAGOS-RECONST-ULT.DAT), o con la clave PAGOS-RECONSTRUIR
      *       "S", rearma las partidas desde todos los cargos y deja
      *       en PAGOS-RECONST.DAT las cuentas en que el incremental no
      *       coincidia. SALDOS-CLI.DAT y AGING.DAT salen iguales por
      *       cualquiera de los dos caminos.
      *   LD  El anticipo de reserva aplicado a los cargos del
      *       alquiler (ANTICIPOS.DAT, lo aplica ANTICIPOS) cuenta
      *       como pago de la cuenta, igual que lo cobrado en
      *       PAGOS.DAT.
      *   LD  Lo castigado como incobrable y todavia no recuperado
      *       (CASTIGOS.DAT, lo graba CASTIGOS) entra como credito de
      *       la cuenta, igual que una nota de credito.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOS.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FERIADOS-ESTADO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLIENTES-ESTADO.

           SELECT OPTIONAL EMPRESAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EMPRESAS-ESTADO.

           SELECT OPTIONAL DISPUTAS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS DSP-CLAVE
                               FILE STATUS IS DISPUTAS-ESTADO.

           SELECT OPTIONAL REEMBOLSOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS REEMBOLSOS-ESTADO.

           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ANTICIPOS-ESTADO.

           SELECT OPTIONAL CASTIGOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CASTIGOS-ESTADO.

           SELECT OPTIONAL CANCELACIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CANCEL-ESTADO.

           SELECT ITEMS-ABIERTOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ITA-CLAVE
                               FILE STATUS IS ABIERTOS-ESTADO.

           SELECT ITEMS-CERRADOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ICE-CLAVE
                               FILE STATUS IS CERRADOS-ESTADO.

           SELECT OPTIONAL RECONST-ULT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RECONST-ESTADO.

           SELECT SALDOS-INC   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-INC-ESTADO.

           SELECT DIFERENCIAS  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DIF-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

           03  PAG-IMPORTE         PIC 9(7)V99.
      * Marca de FACTURA-CLI (pago ya informado); no se usa aca.
           03  FILLER              PIC X.
      * Moneda, importe en moneda y cotizacion (ver FACTURA-CLI);
      * aca solo interesan los pesos de PAG-IMPORTE.
           03  FILLER              PIC X(21).

       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MAESTRO-ACT.DAT".
           03  FER-FECHA       PIC 9(8).
           03  FER-DESC        PIC X(30).

      * Aqui solo interesa el vinculo del cliente con su empresa.
       FD  CLIENTES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.TXT".
       01  CLI.
           03 CLI-NUMERO       PIC X(8).
           03 CLI-FEC-ALTA     PIC 9(8).
           03 CLI-TELEFONO     PIC X(20).
           03 CLI-DIRECCION    PIC X(30).
           03 CLI-DOCUMENTO    PIC X(20).
           03 CLI-NOMBRE       PIC X(30).
           03 CLI-EMAIL        PIC X(30).
           03 CLI-ESTADO-CLI   PIC X.
           03 CLI-LICENCIA-COND PIC X(15).
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
           03 CLI-CUIT-EMPRESA PIC X(11).
           03 CLI-VENCE-LICENCIA PIC 9(8).
           03 CLI-REBOTE-EMAIL PIC X.
           03 CLI-REBOTE-TEL   PIC X.
           03 CLI-CBU          PIC X(22).

      * Maestro de cuentas corporativas (lo mantiene cobranzas).
       FD  EMPRESAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../EMPRESAS.DAT".
       01  EMP.
           03  EMP-CUIT            PIC X(11).
           03  EMP-RAZON-SOCIAL    PIC X(30).
           03  EMP-DIRECCION       PIC X(30).
           03  EMP-LIMITE-CRED     PIC 9(7)V99.
           03  EMP-PLAZO-DIAS      PIC 9(3).

      * Libro de disputas (ver DISPUTAS): aqui interesan las
      * abiertas sobre el alquiler mismo (origen "A"); los cargos
      * extra no entran al aging.
       FD  DISPUTAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DISPUTAS.DAT".
       01  DSP.
           03 DSP-CLAVE.
               05 DSP-PATENTE      PIC X(6).
               05 DSP-FECHA        PIC 9(8).
               05 DSP-SECUENCIA    PIC 9(2).
           03 DSP-TIPO-DOC         PIC X.
           03 DSP-NRO-DOC          PIC X(20).
           03 DSP-ORIGEN           PIC X.
           03 DSP-CONCEPTO         PIC X(20).
           03 DSP-IMPORTE          PIC 9(6)V99.
           03 DSP-MOTIVO           PIC X(40).
           03 DSP-RESPONSABLE      PIC X(10).
      * "A" abierta (cargo retenido) / "C" confirmado / "N" anulado.
           03 DSP-ESTADO           PIC X.
           03 DSP-FECHA-ALTA       PIC 9(8).
           03 DSP-FECHA-RESOL      PIC 9(8).
           03 DSP-RESOLUCION       PIC X(40).
           03 DSP-IMPORTE-CREDITO  PIC 9(6)V99.

      * Libro de devoluciones por transferencia (ver REEMBOLSOS):
      * aqui interesa el saldo a favor ya devuelto (origen "S").
       FD  REEMBOLSOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../REEMBOLSOS.DAT".
       01  RMB.
           03  RMB-NRO-DOC         PIC X(20).
           03  RMB-FECHA           PIC 9(8).
           03  RMB-ORIGEN          PIC X.
           03  RMB-PATENTE         PIC X(6).
           03  RMB-FECHA-DEP       PIC 9(8).
           03  RMB-IMPORTE         PIC 9(9)V99.
           03  RMB-CBU             PIC X(22).
           03  RMB-NRO-TRF         PIC 9(6).
           03  RMB-INFORMADO       PIC X.

      * Libro de anticipos de reservas (ver ANTICIPOS): aqui
      * interesa lo aplicado a los cargos del alquiler.
       FD  ANTICIPOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ANTICIPOS.DAT".
       01  ANT.
           03  ANT-NRO-DOC         PIC X(20).
           03  ANT-TIPO-DOC        PIC X.
           03  ANT-PATENTE         PIC X(6).
           03  ANT-FECHA           PIC 9(8).
           03  ANT-FECHA-HASTA     PIC 9(8).
           03  ANT-AGENCIA         PIC 9.
           03  ANT-FECHA-COBRO     PIC 9(8).
           03  ANT-IMPORTE         PIC 9(7)V99.
           03  ANT-ESTADO          PIC X.
           03  ANT-RESOLUCION      PIC X.
           03  ANT-FECHA-RESOL     PIC 9(8).
           03  ANT-APLICADO        PIC 9(7)V99.
           03  ANT-RETENIDO        PIC 9(7)V99.
           03  ANT-DEVOLVER        PIC 9(7)V99.
           03  ANT-FECHA-DEVOL     PIC 9(8).
           03  ANT-INFORMADO       PIC X.

      * Libro de castigos de incobrables (ver CASTIGOS): el documento
      * ya es la cuenta de SALDOS-CLI.
       FD  CASTIGOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CASTIGOS.DAT".
       01  CAS.
           03  CAS-NRO-DOC         PIC X(20).
           03  CAS-FECHA           PIC 9(8).
           03  CAS-IMPORTE         PIC 9(9)V99.
           03  CAS-NETO            PIC 9(9)V99.
           03  CAS-IVA             PIC 9(9)V99.
           03  CAS-MOTIVO          PIC X(30).
           03  CAS-SUPERVISOR      PIC X(7).
           03  CAS-RECUPERADO      PIC 9(9)V99.
           03  CAS-FECHA-RECUP     PIC 9(8).

      * Alquileres cancelados en la corrida de TP-PARTE-1.
       FD  CANCELACIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/CANCELACIONES.DAT".
       01  REG-CANCEL.
           03  CANCEL-PATENTE      PIC X(6).
           03  CANCEL-FECHA        PIC 9(8).
           03  CANCEL-TIPO-DOC     PIC X.
           03  CANCEL-NRO-DOC      PIC X(20).
           03  CANCEL-IMPORTE      PIC 9(4)V99.

      * Partidas abiertas: cargos impagos o pagados en parte, por
      * cuenta y fecha del cargo. Cada cuenta lleva al frente una
      * cabecera (fecha 0, patente en blanco) con lo facturado y lo
      * que ya cancelaron sus partidas pasadas a ITEMS-CERRADOS.
       FD  ITEMS-ABIERTOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ITEMS-ABIERTOS.DAT".
       01  ITA.
           03  ITA-CLAVE.
               05  ITA-CUENTA      PIC X(20).
               05  ITA-FECHA       PIC 9(8).
               05  ITA-PATENTE     PIC X(6).
           03  ITA-PARTIDA.
               05  ITA-NRO-DOC     PIC X(20).
               05  ITA-IMPORTE     PIC 9(7)V99.
               05  ITA-PENDIENTE   PIC 9(7)V99.
      * "S" = retenido por una disputa abierta (fuera del saldo).
               05  ITA-RETENIDO    PIC X.
               05  ITA-FECHA-ALTA  PIC 9(8).
           03  ITA-CABECERA REDEFINES ITA-PARTIDA.
               05  ITC-FACTURADO   PIC 9(9)V99.
               05  ITC-CERRADO     PIC 9(9)V99.
               05  ITC-CANT-CARGOS PIC 9(5).
               05  FILLER          PIC X(20).

      * Archivo de partidas cerradas, misma clave.
       FD  ITEMS-CERRADOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ITEMS-CERRADOS.DAT".
       01  ICE.
           03  ICE-CLAVE.
               05  ICE-CUENTA      PIC X(20).
               05  ICE-FECHA       PIC 9(8).
               05  ICE-PATENTE     PIC X(6).
           03  ICE-NRO-DOC         PIC X(20).
           03  ICE-IMPORTE         PIC 9(7)V99.
           03  ICE-FECHA-CIERRE    PIC 9(8).
      * "P" cancelada por pagos / "B" baja (alquiler cancelado) /
      * "X" descartada por la reconstruccion (el cargo ya no esta).
      * "R" es transitoria, mientras corre la reconstruccion.
           03  ICE-ESTADO          PIC X.

      * Periodo (AAAAMM) de la ultima reconstruccion de partidas.
       FD  RECONST-ULT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PAGOS-RECONST-ULT.DAT".
       01  REG-RECONST-ULT     PIC 9(6).

      * Saldos que dio el incremental en una corrida de
      * reconstruccion, para compararlos con los rearmados.
       FD  SALDOS-INC LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../SALDOS-CLI-INC.DAT".
       01  SIN.
           03  SIN-NRO-DOC         PIC X(20).
           03  SIN-FACTURADO       PIC 9(9)V99.
           03  SIN-PAGADO          PIC 9(9)V99.
           03  SIN-CREDITOS        PIC 9(9)V99.
           03  SIN-SALDO           PIC 9(9)V99.
           03  SIN-B30             PIC 9(9)V99.
           03  SIN-B60             PIC 9(9)V99.
           03  SIN-B90             PIC 9(9)V99.
           03  SIN-BMAS            PIC 9(9)V99.

      * Control de la reconstruccion: cuentas en que el incremental
      * no coincide con la aplicacion completa.
       FD  DIFERENCIAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PAGOS-RECONST.DAT".
       01  LINEA-DIF           PIC X(100).

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-NRO-DOC         PIC X(20).
           03  AUX-FECHA           PIC 9(8).
           03  AUX-IMPORTE         PIC 9(4)V99.
           03  AUX-PATENTE         PIC X(6).
           03  AUX-DOC-ORIG        PIC X(20).

      * Saldo abierto por cliente, regrabado completo en cada corrida.
       FD  SALDOS LABEL RECORD IS STANDARD
               05 SEGNC-ANIO       PIC 9(4).
       77  NOTAS-ESTADO        PIC XX.
       77  NOTAS-EOF           PIC XXX     VALUE "NO".
       77  CLIENTES-ESTADO     PIC XX.
       77  CLIENTES-DISPONIBLE PIC X(2)    VALUE "NO".
       77  EMPRESAS-ESTADO     PIC XX.
      * Cuentas corporativas: CUIT y plazo de pago de cada empresa.
       01  WS-CANT-EMPRESAS    PIC 9(3)    VALUE 0.
       01  WS-EMP-IDX          PIC 9(3).
       01  WS-EMP-POS          PIC 9(3).
       01  WS-TABLA-EMPRESAS.
           03 WS-EMPRESA OCCURS 500 TIMES.
               05 WS-EMP-CUIT      PIC X(11).
               05 WS-EMP-PLAZO     PIC 9(3).
       01  WS-DOC-RESOLVER     PIC X(20).
       01  WS-CUENTA           PIC X(20).
       01  WS-PLAZO-ACTUAL     PIC 9(3)    VALUE 0.
       77  FERIADOS-ESTADO     PIC XX.
       77  WS-AGING-HABILES    PIC X       VALUE "N".
       01  WS-CANT-FERIADOS    PIC 9(3)    VALUE 0.
       01  WS-TABLA-FERIADOS.
           03 WS-FERIADO OCCURS 50 TIMES.
               05 FERIA-FECHA     PIC 9(8) VALUE 0.
      * Alquileres retenidos por una disputa abierta.
       77  DISPUTAS-ESTADO     PIC XX.
       01  WS-CANT-RETENIDOS   PIC 9(4)    VALUE 0.
       01  WS-RET-IDX          PIC 9(4).
       01  WS-RETENIDO         PIC X(2).
       01  WS-TABLA-RETENIDOS.
           03 WS-RET OCCURS 1000 TIMES.
               05 WS-RET-PATENTE   PIC X(6).
               05 WS-RET-FECHA     PIC 9(8).
               05 WS-RET-DOC       PIC X(20).
       01  WS-RET-PATENTE-BUS  PIC X(6).
      * Saldo a favor ya devuelto por transferencia, por cuenta.
       77  REEMBOLSOS-ESTADO   PIC XX.
       77  ANTICIPOS-ESTADO    PIC XX.
       77  CASTIGOS-ESTADO     PIC XX.
       01  WS-CANT-DEVOL       PIC 9(4)    VALUE 0.
       01  WS-DEVUELTO-CLI     PIC 9(9)V99.
       01  WS-DEVOL-RESTO      PIC 9(9)V99.
       01  WS-TABLA-DEVOL.
           03 WS-DEVOL OCCURS 1000 TIMES.
               05 WS-DEVOL-DOC     PIC X(20).
               05 WS-DEVOL-IMPORTE PIC 9(9)V99.
       01  WS-RET-FECHA-BUS    PIC 9(8).
       01  WS-CANT-CARGOS-RET  PIC 9(5)    VALUE 0.
       01  WS-TOT-RETENIDO     PIC 9(9)V99 VALUE 0.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-DIAS-PROCESO     PIC 9(7).
       01  WS-DIAS-CARGO       PIC 9(7).
           03 WS-B-90          PIC 9(9)V99 VALUE 0.
           03 WS-B-MAS         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-SALDO        PIC 9(11)V99 VALUE 0.
       01  WS-FECHA-CARGO      PIC 9(8).

      * Partidas abiertas y cerradas.
       77  ABIERTOS-ESTADO     PIC XX.
       77  CERRADOS-ESTADO     PIC XX.
       77  CANCEL-ESTADO       PIC XX.
       77  RECONST-ESTADO      PIC XX.
       77  SALDOS-INC-ESTADO   PIC XX.
       77  DIF-ESTADO          PIC XX.
       77  WS-PARM-RECONST     PIC X       VALUE "N".
       77  WS-RECONSTRUIR      PIC X(2)    VALUE "NO".
       77  WS-HAY-ITEMS        PIC X(2)    VALUE "NO".
       77  WS-COMPARAR         PIC X(2)    VALUE "NO".
       77  WS-ITA-EOF          PIC X(2).
       77  WS-FIN-CUENTA       PIC X(2).
       77  WS-FIN-CERRADAS     PIC X(2).
       77  WS-INC-EOF          PIC X(2)    VALUE "NO".
       77  WS-HAY-DIF          PIC X(2).
       77  WS-ESTADO-DESDE     PIC X.
       77  WS-ESTADO-HASTA     PIC X.
       01  WS-PERIODO-PROCESO  PIC 9(6).
       01  WS-RECONST-ULT      PIC 9(6)    VALUE 0.
      * Movimiento que se esta aplicando a las partidas.
       01  WS-FECHA-MOV        PIC 9(8).
       01  WS-PATENTE-MOV      PIC X(6).
       01  WS-DOC-MOV          PIC X(20).
       01  WS-IMPORTE-MOV      PIC 9(7)V99.
       01  WS-PENDIENTE-MOV    PIC 9(7)V99.
       01  WS-RETENIDO-ITEM    PIC X.
      * Cabecera de la cuenta que se recorre (misma forma que ITA).
       01  WS-CABECERA.
           03 WS-CAB-CLAVE.
               05 WS-CAB-CUENTA    PIC X(20).
               05 WS-CAB-FECHA     PIC 9(8).
               05 WS-CAB-PATENTE   PIC X(6).
           03 WS-CAB-FACTURADO     PIC 9(9)V99.
           03 WS-CAB-CERRADO       PIC 9(9)V99.
           03 WS-CAB-CANT          PIC 9(5).
           03 FILLER               PIC X(20).
       01  WS-CLAVE-SIG        PIC X(34).
       01  WS-CERRADO-CLI      PIC 9(9)V99.
       01  WS-CANT-CARGOS-CLI  PIC 9(5).
      * Tramo de partidas de una cuenta, leido antes de tocarlas.
       01  WS-CANT-TRAMO       PIC 9(4).
       01  WS-TR-IDX           PIC 9(4).
       01  WS-TOPE-TRAMO       PIC 9(4)    VALUE 500.
       01  WS-TABLA-TRAMO.
           03 WS-TRAMO OCCURS 500 TIMES.
               05 TR-REG           PIC X(81).
      * Retenidos cuya disputa ya se resolvio.
       01  WS-CANT-LIBERAR     PIC 9(4)    VALUE 0.
       01  WS-LIB-IDX          PIC 9(4).
       01  WS-TABLA-LIBERAR.
           03 WS-LIBERAR OCCURS 1000 TIMES.
               05 WS-LIB-CLAVE     PIC X(34).
      * Partidas cerradas que vuelven a abrirse.
       01  WS-CANT-REABRIR     PIC 9(4).
       01  WS-REA-IDX          PIC 9(4).
       01  WS-TABLA-REABRIR.
           03 WS-REABRIR OCCURS 1000 TIMES.
               05 WS-REA-CLAVE     PIC X(34).
      * Contadores de la corrida.
       01  WS-CANT-NUEVAS      PIC 9(5)    VALUE 0.
       01  WS-CANT-CERRADAS    PIC 9(5)    VALUE 0.
       01  WS-CANT-BAJAS       PIC 9(5)    VALUE 0.
       01  WS-CANT-REABIERTAS  PIC 9(5)    VALUE 0.
       01  WS-CANT-COMPARADAS  PIC 9(5)    VALUE 0.
       01  WS-CANT-DIFER       PIC 9(5)    VALUE 0.
       01  WS-SALDO-REC        PIC 9(9)V99.

      * Pagos acumulados por documento.
       01  WS-PAGOS.
       01  PTR-TOTAL.
           03 FILLER           PIC X(25) VALUE 'Saldo total a cobrar: '.
           03 TOT-SALDO        PIC ZZZZZZZZZ9,99.
       01  PTR-RETENIDO.
           03 FILLER           PIC X(39) VALUE
               'Retenido en disputa (fuera del aging):'.
           03 RET-CANT         PIC ZZZZ9.
           03 FILLER           PIC X(8)  VALUE ' cargos '.
           03 RET-IMPORTE      PIC ZZZZZZZZ9,99.

       01  PD1-ENCABE.
           03 FILLER           PIC X(60) VALUE
               'Reconstruccion de partidas: control del incremental'.
       01  PD4-ENCABE.
           03 FILLER           PIC X(21) VALUE 'Cuenta'.
           03 FILLER           PIC X(13) VALUE 'Dato'.
           03 FILLER           PIC X(13) VALUE ' Incremental'.
           03 FILLER           PIC X(13) VALUE 'Reconstruido'.
       01  PTR-DIF.
           03 DIF-CUENTA       PIC X(20).
           03 FILLER           PIC X VALUE ' '.
           03 DIF-DATO         PIC X(12).
           03 FILLER           PIC X VALUE ' '.
           03 DIF-INC          PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X VALUE ' '.
           03 DIF-REC          PIC ZZZZZZZZ9,99.
       01  PTR-DIF-TOTAL.
           03 FILLER           PIC X(20) VALUE 'Cuentas comparadas: '.
           03 DIF-TOT-CANT     PIC ZZZZ9.
           03 FILLER           PIC X(19) VALUE '  con diferencias: '.
           03 DIF-TOT-DIFER    PIC ZZZZ9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 003-VERIFICAR-CONCILIACION.
            PERFORM 008-CARGAR-EMPRESAS.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 030-CARGAR-PAGOS.
            PERFORM 038-CARGAR-ANTICIPOS.
            PERFORM 040-CARGAR-NOTAS-CRED.
            PERFORM 046-CARGAR-CASTIGOS.
            PERFORM 045-CARGAR-FERIADOS.
            PERFORM 047-CARGAR-DISPUTAS.
            PERFORM 049-CARGAR-DEVOLUCIONES.
            PERFORM 060-DETERMINAR-MODO.
            IF WS-HAY-ITEMS = "SI"
                PERFORM 100-APLICAR-NOVEDADES
                PERFORM 120-RECORRER-ABIERTOS.
            IF WS-RECONSTRUIR = "SI"
                PERFORM 150-RECONSTRUIR.
            MOVE WS-TOT-SALDO TO TOT-SALDO.
            WRITE LINEA FROM PE3-ENCABE.
            WRITE LINEA FROM PTR-TOTAL.
            IF WS-CANT-CARGOS-RET > 0
                MOVE WS-CANT-CARGOS-RET TO RET-CANT
                MOVE WS-TOT-RETENIDO TO RET-IMPORTE
                WRITE LINEA FROM PTR-RETENIDO.
            PERFORM 070-CERRAR-ARCHIVOS.
            STOP RUN.
      *-----------------------------------------------------------------
                       MOVE "S" TO WS-AGING-HABILES
                       DISPLAY "PARAMETROS: AGING EN DIAS HABILES"
                   END-IF
               WHEN "PAGOS-RECONSTRUIR"
      * VALOR: "S" = rearmar las partidas en esta corrida aunque ya
      * se haya hecho la reconstruccion del mes.
                   IF PARM-VALOR(1:1) = "S"
                       MOVE "S" TO WS-PARM-RECONST
                       DISPLAY "PARAMETROS: RECONSTRUCCION DE "
                           "PARTIDAS PEDIDA"
                   END-IF
               WHEN "TEMPORADA"
                   CONTINUE
               WHEN "CHECKPOINT-PATH"
                       "FECHA " WS-FECHA-PROCESO "; REVISAR "
                       "CONCILIACION.DAT. NO SE APLICA NADA."
                   STOP RUN.
      *******
       008-CARGAR-EMPRESAS.
      *******
      * Sin EMPRESAS.DAT no hay cuentas corporativas: todo se imputa
      * al documento del cliente, como siempre.
           MOVE 0 TO WS-CANT-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF EMPRESAS-ESTADO = "00"
               PERFORM UNTIL EMPRESAS-ESTADO NOT = "00"
                   READ EMPRESAS
                   IF EMPRESAS-ESTADO = "00"
                       IF WS-CANT-EMPRESAS < 500
                           ADD 1 TO WS-CANT-EMPRESAS
                           MOVE EMP-CUIT TO
                               WS-EMP-CUIT(WS-CANT-EMPRESAS)
                           IF EMP-PLAZO-DIAS IS NUMERIC
                               MOVE EMP-PLAZO-DIAS TO
                                   WS-EMP-PLAZO(WS-CANT-EMPRESAS)
                           ELSE
                               MOVE 0 TO
                                   WS-EMP-PLAZO(WS-CANT-EMPRESAS)
                           END-IF
                       ELSE
                           DISPLAY "ATENCION: EMPRESAS supera la "
                               "tabla (500); " EMP-CUIT " se imputa "
                               "por empleado."
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE EMPRESAS.
      *******
       010-ABRIR-ARCHIVOS.
      *******
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           OPEN INPUT HISTORICO.
           MOVE "NO" TO CLIENTES-DISPONIBLE.
           IF WS-CANT-EMPRESAS > 0
               OPEN INPUT CLIENTES
               IF CLIENTES-ESTADO = "00"
                   MOVE "SI" TO CLIENTES-DISPONIBLE
               ELSE
                   DISPLAY "AVISO: SIN CLIENTES.TXT; no se consolida "
                       "por empresa.".
           OPEN OUTPUT SALDOS.
           IF SALDOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN SALDOS-CLI FS: " SALDOS-ESTADO
      *******
       032-CARGAR-UN-PAGO.
      *******
      * El pago de un empleado de una cuenta corporativa se suma al
      * de la empresa; la empresa paga con su CUIT como documento.
           MOVE PAG-NRO-DOC TO WS-DOC-RESOLVER.
           PERFORM 095-RESOLVER-CUENTA.
           PERFORM 034-BUSCAR-DOC-PAGO.
           IF WS-POS = 0
               IF WS-CANT-PAGOS < WS-TOPE-PAGOS
                   ADD 1 TO WS-CANT-PAGOS
                   MOVE WS-CANT-PAGOS TO WS-POS
                   MOVE WS-CUENTA TO WS-PAGO-DOC(WS-POS)
               ELSE
                   DISPLAY "ATENCION: tabla de pagos llena ("
                       WS-TOPE-PAGOS "); pago de " PAG-NRO-DOC
      *******
       036-COMPARAR-DOC-PAGO.
      *******
           IF WS-PAGO-DOC(WS-J) = WS-CUENTA
               MOVE WS-J TO WS-POS.
      *******
       038-CARGAR-ANTICIPOS.
      *******
      * El anticipo aplicado al alquiler ya salio del pasivo de
      * anticipos contra DEUDORES: se suma a lo pagado de la cuenta.
           OPEN INPUT ANTICIPOS.
           IF ANTICIPOS-ESTADO = "00"
               PERFORM UNTIL ANTICIPOS-ESTADO NOT = "00"
                   READ ANTICIPOS
                   IF ANTICIPOS-ESTADO = "00" AND ANT-APLICADO > 0
                       PERFORM 039-SUMAR-ANTICIPO
                   END-IF
               END-PERFORM.
           CLOSE ANTICIPOS.
      *******
       039-SUMAR-ANTICIPO.
      *******
           MOVE ANT-NRO-DOC TO WS-DOC-RESOLVER.
           PERFORM 095-RESOLVER-CUENTA.
           PERFORM 034-BUSCAR-DOC-PAGO.
           IF WS-POS = 0
               IF WS-CANT-PAGOS < WS-TOPE-PAGOS
                   ADD 1 TO WS-CANT-PAGOS
                   MOVE WS-CANT-PAGOS TO WS-POS
                   MOVE WS-CUENTA TO WS-PAGO-DOC(WS-POS)
               ELSE
                   DISPLAY "ATENCION: tabla de pagos llena ("
                       WS-TOPE-PAGOS "); anticipo de " ANT-NRO-DOC
                       " no se aplica.".
           IF WS-POS NOT = 0
               ADD ANT-APLICADO TO WS-PAGO-IMPORTE(WS-POS).
      *-----------------------------------------------------------------
      *******
       040-CARGAR-NOTAS-CRED.
      *******
       042-CARGAR-UNA-NOTA.
      *******
           MOVE NC-NRO-DOC TO WS-DOC-RESOLVER.
           PERFORM 095-RESOLVER-CUENTA.
           MOVE 0 TO WS-POS.
           PERFORM 044-COMPARAR-DOC-NC VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-NC OR WS-POS NOT = 0.
               IF WS-CANT-NC < WS-TOPE-PAGOS
                   ADD 1 TO WS-CANT-NC
                   MOVE WS-CANT-NC TO WS-POS
                   MOVE WS-CUENTA TO WS-NC-DOC(WS-POS)
               ELSE
                   DISPLAY "ATENCION: tabla de notas de credito llena "
                       "(" WS-TOPE-PAGOS "); credito de " NC-NRO-DOC
      *******
       044-COMPARAR-DOC-NC.
      *******
           IF WS-NC-DOC(WS-J) = WS-CUENTA
               MOVE WS-J TO WS-POS.
      *******
       046-CARGAR-CASTIGOS.
      *******
      * El castigo ya salio de DEUDORES contra INCOBRABLES: lo que el
      * cliente no recupero todavia netea sus cargos como un credito.
      * Lo recuperado vuelve a quedar a cargo de lo que pague.
           OPEN INPUT CASTIGOS.
           IF CASTIGOS-ESTADO = "00"
               PERFORM UNTIL CASTIGOS-ESTADO NOT = "00"
                   READ CASTIGOS
                   IF CASTIGOS-ESTADO = "00" AND
                       CAS-IMPORTE > CAS-RECUPERADO
                       PERFORM 0461-SUMAR-CASTIGO
                   END-IF
               END-PERFORM.
           CLOSE CASTIGOS.
      *******
       0461-SUMAR-CASTIGO.
      *******
           MOVE CAS-NRO-DOC TO WS-CUENTA.
           MOVE 0 TO WS-POS.
           PERFORM 044-COMPARAR-DOC-NC VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-NC OR WS-POS NOT = 0.
           IF WS-POS = 0
               IF WS-CANT-NC < WS-TOPE-PAGOS
                   ADD 1 TO WS-CANT-NC
                   MOVE WS-CANT-NC TO WS-POS
                   MOVE WS-CUENTA TO WS-NC-DOC(WS-POS)
               ELSE
                   DISPLAY "ATENCION: tabla de notas de credito llena "
                       "(" WS-TOPE-PAGOS "); castigo de " CAS-NRO-DOC
                       " no se aplica.".
           IF WS-POS NOT = 0
               COMPUTE WS-NC-IMPORTE(WS-POS) = WS-NC-IMPORTE(WS-POS) +
                   CAS-IMPORTE - CAS-RECUPERADO.
      *-----------------------------------------------------------------
      *******
       045-CARGAR-FERIADOS.
               END-PERFORM.
           CLOSE FERIADOS.
      *-----------------------------------------------------------------
      *******
       047-CARGAR-DISPUTAS.
      *******
      * Alquileres con disputa abierta: no envejecen ni suman al
      * saldo hasta que DISPUTAS la resuelva. Sin DISPUTAS.DAT no se
      * retiene nada.
           OPEN INPUT DISPUTAS.
           IF DISPUTAS-ESTADO = "00"
               PERFORM UNTIL DISPUTAS-ESTADO NOT = "00"
                   READ DISPUTAS NEXT RECORD
                   IF DISPUTAS-ESTADO = "00" AND DSP-ESTADO = "A" AND
                       DSP-ORIGEN = "A"
                       PERFORM 048-AGREGAR-RETENIDO
                   END-IF
               END-PERFORM.
           CLOSE DISPUTAS.
      *******
       048-AGREGAR-RETENIDO.
      *******
           IF WS-CANT-RETENIDOS < WS-TOPE-PAGOS
               ADD 1 TO WS-CANT-RETENIDOS
               MOVE DSP-PATENTE TO WS-RET-PATENTE(WS-CANT-RETENIDOS)
               MOVE DSP-FECHA TO WS-RET-FECHA(WS-CANT-RETENIDOS)
               MOVE DSP-NRO-DOC TO WS-RET-DOC(WS-CANT-RETENIDOS)
           ELSE
               DISPLAY "ATENCION: tabla de disputas llena ("
                   WS-TOPE-PAGOS "); " DSP-PATENTE " " DSP-FECHA
                   " no se retiene.".
      *-----------------------------------------------------------------
      *******
       049-CARGAR-DEVOLUCIONES.
      *******
      * Saldo a favor que REEMBOLSOS ya transfirio: sale de lo pagado
      * de la cuenta para que no vuelva a aparecer como credito.
           OPEN INPUT REEMBOLSOS.
           IF REEMBOLSOS-ESTADO = "00"
               PERFORM UNTIL REEMBOLSOS-ESTADO NOT = "00"
                   READ REEMBOLSOS
                   IF REEMBOLSOS-ESTADO = "00" AND RMB-ORIGEN = "S"
                       PERFORM 0491-SUMAR-DEVOLUCION
                   END-IF
               END-PERFORM.
           CLOSE REEMBOLSOS.
      *******
       0491-SUMAR-DEVOLUCION.
      *******
           MOVE 0 TO WS-POS.
           PERFORM 0492-COMPARAR-DOC-DEVOL VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-DEVOL OR WS-POS NOT = 0.
           IF WS-POS = 0
               IF WS-CANT-DEVOL < WS-TOPE-PAGOS
                   ADD 1 TO WS-CANT-DEVOL
                   MOVE WS-CANT-DEVOL TO WS-POS
                   MOVE RMB-NRO-DOC TO WS-DEVOL-DOC(WS-POS)
                   MOVE 0 TO WS-DEVOL-IMPORTE(WS-POS)
               ELSE
                   DISPLAY "ATENCION: tabla de devoluciones llena ("
                       WS-TOPE-PAGOS "); devolucion de " RMB-NRO-DOC
                       " no se descuenta."
               END-IF
           END-IF.
           IF WS-POS NOT = 0
               ADD RMB-IMPORTE TO WS-DEVOL-IMPORTE(WS-POS).
      *******
       0492-COMPARAR-DOC-DEVOL.
      *******
           IF WS-DEVOL-DOC(WS-J) = RMB-NRO-DOC
               MOVE WS-J TO WS-POS.
      *-----------------------------------------------------------------
      *******
       050-PROCESAR.
      *******
               MAE-ACT
               HISTORICO
               SALDOS
               LISTADO
               ITEMS-ABIERTOS
               ITEMS-CERRADOS.
           IF CLIENTES-DISPONIBLE = "SI"
               CLOSE CLIENTES.
      *-----------------------------------------------------------------
      *******
       020-LEER-PAGOS.
               DISPLAY "ERROR EN READ HISTORICO FS: " HISTORICO-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       095-RESOLVER-CUENTA.
      *******
      * Cuenta a la que se imputa el documento de WS-DOC-RESOLVER: el
      * CUIT de su empresa si el cliente esta vinculado a una cuenta
      * corporativa de EMPRESAS.DAT; si no, el mismo documento.
           MOVE WS-DOC-RESOLVER TO WS-CUENTA.
           IF CLIENTES-DISPONIBLE = "SI" AND
               WS-DOC-RESOLVER NOT = SPACES
               MOVE WS-DOC-RESOLVER TO CLI-DOCUMENTO
               READ CLIENTES RECORD KEY IS CLI-DOCUMENTO
                   INVALID KEY CONTINUE
               END-READ
               IF CLIENTES-ESTADO = "00" AND
                   CLI-CUIT-EMPRESA NOT = SPACES
                   PERFORM 096-BUSCAR-EMPRESA
                   IF WS-EMP-POS NOT = 0
                       MOVE CLI-CUIT-EMPRESA TO WS-CUENTA.
      *******
       096-BUSCAR-EMPRESA.
      *******
           MOVE 0 TO WS-EMP-POS.
           PERFORM 097-COMPARAR-EMPRESA VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-CANT-EMPRESAS OR
               WS-EMP-POS NOT = 0.
      *******
       097-COMPARAR-EMPRESA.
      *******
           IF WS-EMP-CUIT(WS-EMP-IDX) = CLI-CUIT-EMPRESA
               MOVE WS-EMP-IDX TO WS-EMP-POS.
      *-----------------------------------------------------------------
      *******
       060-DETERMINAR-MODO.
      *******
      * Corrida diaria: sobre ITEMS-ABIERTOS.DAT se aplican solo las
      * novedades. La primera corrida de cada mes (marca
      * PAGOS-RECONST-ULT.DAT), la clave PAGOS-RECONSTRUIR "S" o la
      * falta de partidas disparan ademas la aplicacion completa,
      * que rearma las partidas; si habia, el resultado del
      * incremental se compara contra el rearmado.
           DIVIDE WS-FECHA-PROCESO BY 100 GIVING WS-PERIODO-PROCESO.
           MOVE 0 TO WS-RECONST-ULT.
           OPEN INPUT RECONST-ULT.
           IF RECONST-ESTADO = "00"
               READ RECONST-ULT
               IF RECONST-ESTADO = "00" AND
                   REG-RECONST-ULT IS NUMERIC
                   MOVE REG-RECONST-ULT TO WS-RECONST-ULT.
           CLOSE RECONST-ULT.
           IF WS-RECONST-ULT < WS-PERIODO-PROCESO OR
               WS-PARM-RECONST = "S"
               MOVE "SI" TO WS-RECONSTRUIR.
           OPEN I-O ITEMS-ABIERTOS.
           IF ABIERTOS-ESTADO = "35"
               DISPLAY "PAGOS: SIN ITEMS-ABIERTOS.DAT; SE ARMA DESDE "
                   "TODOS LOS CARGOS."
               MOVE "SI" TO WS-RECONSTRUIR
               OPEN OUTPUT ITEMS-ABIERTOS
               CLOSE ITEMS-ABIERTOS
               OPEN I-O ITEMS-ABIERTOS
           ELSE
               MOVE "SI" TO WS-HAY-ITEMS.
           IF ABIERTOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN OPEN ITEMS-ABIERTOS FS: "
                   ABIERTOS-ESTADO
               STOP RUN.
           OPEN I-O ITEMS-CERRADOS.
           IF CERRADOS-ESTADO = "35"
               OPEN OUTPUT ITEMS-CERRADOS
               CLOSE ITEMS-CERRADOS
               OPEN I-O ITEMS-CERRADOS.
           IF CERRADOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN OPEN ITEMS-CERRADOS FS: "
                   CERRADOS-ESTADO
               STOP RUN.
           IF WS-HAY-ITEMS = "SI" AND WS-RECONSTRUIR = "SI"
               MOVE "SI" TO WS-COMPARAR
               OPEN OUTPUT SALDOS-INC
               IF SALDOS-INC-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN OPEN SALDOS-CLI-INC FS: "
                       SALDOS-INC-ESTADO
                   STOP RUN.
      *-----------------------------------------------------------------
      *******
       100-APLICAR-NOVEDADES.
      *******
      * Novedades desde la corrida anterior: bajas de alquileres
      * cancelados, cargos que entran o salen de una disputa y los
      * cargos nuevos de MAESTRO-ACT. Los pagos y creditos no se
      * imputan aca: cada noche la cuenta dispone de lo cobrado
      * menos lo que ya cancelaron sus partidas cerradas (ver 120).
           PERFORM 102-APLICAR-CANCELACIONES.
           PERFORM 106-RETENER-DISPUTADO VARYING WS-RET-IDX FROM 1
               BY 1 UNTIL WS-RET-IDX > WS-CANT-RETENIDOS.
           PERFORM 110-LIBERAR-RESUELTOS.
           PERFORM 114-INCORPORAR-CARGOS.
      *******
       102-APLICAR-CANCELACIONES.
      *******
      * Un cargo cancelado sale de lo facturado; si ya estaba
      * cubierto, lo que cubria vuelve a quedar disponible para las
      * partidas abiertas. Una baja ya aplicada no se encuentra de
      * nuevo, asi que repetir la corrida no descuenta dos veces.
           OPEN INPUT CANCELACIONES.
           IF CANCEL-ESTADO = "00"
               PERFORM UNTIL CANCEL-ESTADO NOT = "00"
                   READ CANCELACIONES
                   IF CANCEL-ESTADO = "00"
                       PERFORM 104-DAR-DE-BAJA
                   END-IF
               END-PERFORM.
           CLOSE CANCELACIONES.
      *******
       104-DAR-DE-BAJA.
      *******
           MOVE CANCEL-NRO-DOC TO WS-DOC-RESOLVER.
           PERFORM 095-RESOLVER-CUENTA.
           MOVE CANCEL-FECHA TO WS-FECHA-MOV.
           MOVE CANCEL-PATENTE TO WS-PATENTE-MOV.
           PERFORM 138-ARMAR-CLAVE.
           READ ITEMS-ABIERTOS
               INVALID KEY CONTINUE.
           IF ABIERTOS-ESTADO = "00"
               MOVE ITA-RETENIDO TO WS-RETENIDO-ITEM
               MOVE ITA-IMPORTE TO WS-IMPORTE-MOV
               PERFORM 137-BORRAR-PARTIDA
               ADD 1 TO WS-CANT-BAJAS
               IF WS-RETENIDO-ITEM NOT = "S"
                   PERFORM 130-LEER-CABECERA
                   SUBTRACT WS-IMPORTE-MOV FROM ITC-FACTURADO
                   SUBTRACT 1 FROM ITC-CANT-CARGOS
                   PERFORM 132-GRABAR-CABECERA
               END-IF
           ELSE
               READ ITEMS-CERRADOS
                   INVALID KEY CONTINUE
               END-READ
               IF CERRADOS-ESTADO = "00" AND ICE-ESTADO = "P"
                   MOVE ICE-IMPORTE TO WS-IMPORTE-MOV
                   MOVE "B" TO ICE-ESTADO
                   MOVE WS-FECHA-PROCESO TO ICE-FECHA-CIERRE
                   REWRITE ICE
                   IF CERRADOS-ESTADO NOT = "00"
                       DISPLAY "ERROR EN REWRITE ITEMS-CERRADOS FS: "
                           CERRADOS-ESTADO
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-BAJAS
                   PERFORM 130-LEER-CABECERA
                   SUBTRACT WS-IMPORTE-MOV FROM ITC-FACTURADO
                   SUBTRACT WS-IMPORTE-MOV FROM ITC-CERRADO
                   SUBTRACT 1 FROM ITC-CANT-CARGOS
                   PERFORM 132-GRABAR-CABECERA.
      *-----------------------------------------------------------------
      *******
       106-RETENER-DISPUTADO.
      *******
      * Disputa abierta sobre un cargo ya dado de alta: la partida
      * queda retenida, fuera de lo facturado; si estaba cerrada
      * vuelve a abrirse retenida y lo que cubria queda disponible.
           MOVE WS-RET-DOC(WS-RET-IDX) TO WS-DOC-RESOLVER.
           PERFORM 095-RESOLVER-CUENTA.
           MOVE WS-RET-FECHA(WS-RET-IDX) TO WS-FECHA-MOV.
           MOVE WS-RET-PATENTE(WS-RET-IDX) TO WS-PATENTE-MOV.
           PERFORM 138-ARMAR-CLAVE.
           READ ITEMS-ABIERTOS
               INVALID KEY CONTINUE.
           IF ABIERTOS-ESTADO = "00"
               IF ITA-RETENIDO NOT = "S"
                   MOVE "S" TO ITA-RETENIDO
                   MOVE ITA-IMPORTE TO ITA-PENDIENTE
                   MOVE ITA-IMPORTE TO WS-IMPORTE-MOV
                   PERFORM 135-REGRABAR-PARTIDA
                   PERFORM 130-LEER-CABECERA
                   SUBTRACT WS-IMPORTE-MOV FROM ITC-FACTURADO
                   SUBTRACT 1 FROM ITC-CANT-CARGOS
                   PERFORM 132-GRABAR-CABECERA
               END-IF
           ELSE
               READ ITEMS-CERRADOS
                   INVALID KEY CONTINUE
               END-READ
               IF CERRADOS-ESTADO = "00" AND ICE-ESTADO = "P"
                   PERFORM 108-PASAR-A-RETENIDO.
      *******
       108-PASAR-A-RETENIDO.
      *******
           MOVE ICE-IMPORTE TO WS-IMPORTE-MOV.
           MOVE ICE-IMPORTE TO WS-PENDIENTE-MOV.
           MOVE ICE-NRO-DOC TO WS-DOC-MOV.
           DELETE ITEMS-CERRADOS RECORD.
           IF CERRADOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN DELETE ITEMS-CERRADOS FS: "
                   CERRADOS-ESTADO
               STOP RUN.
           PERFORM 130-LEER-CABECERA.
           SUBTRACT WS-IMPORTE-MOV FROM ITC-FACTURADO.
           SUBTRACT WS-IMPORTE-MOV FROM ITC-CERRADO.
           SUBTRACT 1 FROM ITC-CANT-CARGOS.
           PERFORM 132-GRABAR-CABECERA.
           MOVE "S" TO WS-RETENIDO-ITEM.
           PERFORM 134-GRABAR-PARTIDA.
      *-----------------------------------------------------------------
      *******
       110-LIBERAR-RESUELTOS.
      *******
      * Retenidos cuya disputa ya no esta abierta: vuelven al saldo.
      * Se juntan primero y se liberan despues, para no tocar el
      * archivo mientras se lo recorre.
           MOVE 0 TO WS-CANT-LIBERAR.
           MOVE "NO" TO WS-ITA-EOF.
           MOVE LOW-VALUES TO ITA-CLAVE.
           START ITEMS-ABIERTOS KEY IS NOT LESS THAN ITA-CLAVE
               INVALID KEY MOVE "SI" TO WS-ITA-EOF
           END-START.
           PERFORM UNTIL WS-ITA-EOF = "SI"
               PERFORM 121-LEER-ABIERTO
               IF WS-ITA-EOF = "NO" AND ITA-FECHA NOT = 0 AND
                   ITA-RETENIDO = "S"
                   PERFORM 111-VER-SI-SIGUE-RETENIDO
               END-IF
           END-PERFORM.
           PERFORM 112-LIBERAR-RETENIDO VARYING WS-LIB-IDX FROM 1
               BY 1 UNTIL WS-LIB-IDX > WS-CANT-LIBERAR.
      *******
       111-VER-SI-SIGUE-RETENIDO.
      *******
           MOVE ITA-PATENTE TO WS-RET-PATENTE-BUS.
           MOVE ITA-FECHA TO WS-RET-FECHA-BUS.
           PERFORM BUSCAR-RETENIDO.
           IF WS-RETENIDO = "NO"
               IF WS-CANT-LIBERAR < WS-TOPE-PAGOS
                   ADD 1 TO WS-CANT-LIBERAR
                   MOVE ITA-CLAVE TO WS-LIB-CLAVE(WS-CANT-LIBERAR)
               ELSE
                   DISPLAY "ATENCION: tabla de retenidos a liberar "
                       "llena (" WS-TOPE-PAGOS "); " ITA-PATENTE " "
                       ITA-FECHA " se libera en la proxima corrida.".
      *******
       112-LIBERAR-RETENIDO.
      *******
      * El cargo liberado es anterior a otros ya cerrados de la
      * cuenta: esos vuelven a abrirse (ver 118).
           MOVE WS-LIB-CLAVE(WS-LIB-IDX) TO ITA-CLAVE.
           READ ITEMS-ABIERTOS
               INVALID KEY CONTINUE.
           IF ABIERTOS-ESTADO = "00"
               MOVE SPACE TO ITA-RETENIDO
               MOVE ITA-IMPORTE TO ITA-PENDIENTE
               MOVE ITA-IMPORTE TO WS-IMPORTE-MOV
               MOVE ITA-CUENTA TO WS-CUENTA
               MOVE ITA-FECHA TO WS-FECHA-MOV
               PERFORM 135-REGRABAR-PARTIDA
               PERFORM 130-LEER-CABECERA
               ADD WS-IMPORTE-MOV TO ITC-FACTURADO
               ADD 1 TO ITC-CANT-CARGOS
               PERFORM 132-GRABAR-CABECERA
               PERFORM 118-REABRIR-POSTERIORES.
      *-----------------------------------------------------------------
      *******
       114-INCORPORAR-CARGOS.
      *******
      * Alquileres de MAESTRO-ACT que todavia no estan en ninguna de
      * las partidas. Lo archivado en MAESTRO-HISTORICO ya paso por
      * aca mientras estaba vivo.
           PERFORM 020-LEER-MAE-ACT.
           PERFORM 115-INCORPORAR-UN-CARGO UNTIL MAE-ACT-EOF = "SI".
      *******
       115-INCORPORAR-UN-CARGO.
      *******
           MOVE MAE-NRO-DOC TO WS-DOC-RESOLVER.
           PERFORM 095-RESOLVER-CUENTA.
           MOVE MAE-FECHA TO WS-FECHA-MOV.
           MOVE MAE-PATENTE TO WS-PATENTE-MOV.
           PERFORM 138-ARMAR-CLAVE.
           READ ITEMS-ABIERTOS
               INVALID KEY CONTINUE.
           IF ABIERTOS-ESTADO NOT = "00"
               READ ITEMS-CERRADOS
                   INVALID KEY CONTINUE
               END-READ
               IF CERRADOS-ESTADO NOT = "00" OR ICE-ESTADO = "B" OR
                   ICE-ESTADO = "X"
                   PERFORM 116-ALTA-CARGO.
           PERFORM 020-LEER-MAE-ACT.
      *******
       116-ALTA-CARGO.
      *******
      * Entra impago, o retenido si ya tiene una disputa abierta. Una
      * baja anterior con la misma clave se reemplaza.
           IF CERRADOS-ESTADO = "00"
               DELETE ITEMS-CERRADOS RECORD
               IF CERRADOS-ESTADO NOT = "00"
                   DISPLAY "ERROR EN DELETE ITEMS-CERRADOS FS: "
                       CERRADOS-ESTADO
                   STOP RUN.
           MOVE MAE-NRO-DOC TO WS-DOC-MOV.
           MOVE MAE-IMPORTE TO WS-IMPORTE-MOV.
           MOVE MAE-IMPORTE TO WS-PENDIENTE-MOV.
           MOVE MAE-PATENTE TO WS-RET-PATENTE-BUS.
           MOVE MAE-FECHA TO WS-RET-FECHA-BUS.
           PERFORM BUSCAR-RETENIDO.
           PERFORM 130-LEER-CABECERA.
           IF WS-RETENIDO = "SI"
               MOVE "S" TO WS-RETENIDO-ITEM
               PERFORM 134-GRABAR-PARTIDA
           ELSE
               MOVE SPACE TO WS-RETENIDO-ITEM
               ADD WS-IMPORTE-MOV TO ITC-FACTURADO
               ADD 1 TO ITC-CANT-CARGOS
               PERFORM 132-GRABAR-CABECERA
               PERFORM 134-GRABAR-PARTIDA
               PERFORM 118-REABRIR-POSTERIORES.
           ADD 1 TO WS-CANT-NUEVAS.
      *******
       118-REABRIR-POSTERIORES.
      *******
      * Un cargo de WS-CUENTA con fecha WS-FECHA-MOV que entra detras
      * de partidas ya cerradas mas nuevas (novedad atrasada, disputa
      * resuelta) se hubiera cubierto antes que ellas: se reabren y
      * la recorrida de 120 reparte de nuevo, mas viejo primero, como
      * la aplicacion completa.
           MOVE 0 TO WS-CANT-REABRIR.
           MOVE "NO" TO WS-FIN-CERRADAS.
           MOVE WS-CUENTA TO ICE-CUENTA.
           COMPUTE ICE-FECHA = WS-FECHA-MOV + 1.
           MOVE SPACES TO ICE-PATENTE.
           START ITEMS-CERRADOS KEY IS NOT LESS THAN ICE-CLAVE
               INVALID KEY MOVE "SI" TO WS-FIN-CERRADAS
           END-START.
           PERFORM 1181-JUNTAR-CERRADA UNTIL WS-FIN-CERRADAS = "SI".
           PERFORM 119-REABRIR-PARTIDA VARYING WS-REA-IDX FROM 1
               BY 1 UNTIL WS-REA-IDX > WS-CANT-REABRIR.
      *******
       1181-JUNTAR-CERRADA.
      *******
           READ ITEMS-CERRADOS NEXT RECORD.
           IF CERRADOS-ESTADO NOT = "00" OR ICE-CUENTA NOT = WS-CUENTA
               MOVE "SI" TO WS-FIN-CERRADAS
           ELSE
           IF ICE-ESTADO = "P"
               IF WS-CANT-REABRIR < WS-TOPE-PAGOS
                   ADD 1 TO WS-CANT-REABRIR
                   MOVE ICE-CLAVE TO WS-REA-CLAVE(WS-CANT-REABRIR)
               ELSE
                   DISPLAY "ATENCION: tabla de partidas a reabrir "
                       "llena (" WS-TOPE-PAGOS ") en " WS-CUENTA
                       "; corregira la reconstruccion mensual."
                   MOVE "SI" TO WS-FIN-CERRADAS.
      *******
       119-REABRIR-PARTIDA.
      *******
           MOVE WS-REA-CLAVE(WS-REA-IDX) TO ICE-CLAVE.
           READ ITEMS-CERRADOS
               INVALID KEY CONTINUE.
           IF CERRADOS-ESTADO = "00"
               MOVE ICE-FECHA TO WS-FECHA-MOV
               MOVE ICE-PATENTE TO WS-PATENTE-MOV
               MOVE ICE-NRO-DOC TO WS-DOC-MOV
               MOVE ICE-IMPORTE TO WS-IMPORTE-MOV
               MOVE ICE-IMPORTE TO WS-PENDIENTE-MOV
               DELETE ITEMS-CERRADOS RECORD
               IF CERRADOS-ESTADO NOT = "00"
                   DISPLAY "ERROR EN DELETE ITEMS-CERRADOS FS: "
                       CERRADOS-ESTADO
                   STOP RUN
               END-IF
               PERFORM 130-LEER-CABECERA
               SUBTRACT WS-IMPORTE-MOV FROM ITC-CERRADO
               PERFORM 132-GRABAR-CABECERA
               MOVE SPACE TO WS-RETENIDO-ITEM
               PERFORM 134-GRABAR-PARTIDA
               ADD 1 TO WS-CANT-REABIERTAS.
      *-----------------------------------------------------------------
      *******
       120-RECORRER-ABIERTOS.
      *******
      * Una pasada por las partidas abiertas, cuenta por cuenta (la
      * cabecera viene primero): lo cobrado por la cuenta (pagos mas
      * notas de credito menos lo devuelto, como en la aplicacion
      * completa), menos lo que ya cancelaron sus partidas cerradas,
      * cubre las abiertas mas viejas primero. La que queda cubierta
      * pasa a ITEMS-CERRADOS; el resto se clasifica por antiguedad.
           MOVE "NO" TO WS-ITA-EOF.
           MOVE LOW-VALUES TO ITA-CLAVE.
           START ITEMS-ABIERTOS KEY IS NOT LESS THAN ITA-CLAVE
               INVALID KEY MOVE "SI" TO WS-ITA-EOF
           END-START.
           IF WS-ITA-EOF = "NO"
               PERFORM 121-LEER-ABIERTO.
           PERFORM 122-PROCESAR-CUENTA-ABIERTA UNTIL
               WS-ITA-EOF = "SI".
           IF WS-COMPARAR = "SI"
               CLOSE SALDOS-INC.
           DISPLAY "PAGOS: PARTIDAS: " WS-CANT-NUEVAS " NUEVAS, "
               WS-CANT-CERRADAS " CERRADAS, " WS-CANT-BAJAS
               " BAJAS, " WS-CANT-REABIERTAS " REABIERTAS.".
      *******
       121-LEER-ABIERTO.
      *******
           READ ITEMS-ABIERTOS NEXT RECORD.
           IF ABIERTOS-ESTADO NOT = "00"
               MOVE "SI" TO WS-ITA-EOF.
      *******
       122-PROCESAR-CUENTA-ABIERTA.
      *******
           MOVE ITA-CUENTA TO WS-DOC-ACTUAL.
           IF ITA-FECHA = 0
               MOVE ITA TO WS-CABECERA
               PERFORM 121-LEER-ABIERTO
           ELSE
               MOVE SPACES TO WS-CABECERA
               MOVE ITA-CUENTA TO WS-CAB-CUENTA
               MOVE 0 TO WS-CAB-FECHA
               MOVE 0 TO WS-CAB-FACTURADO
               MOVE 0 TO WS-CAB-CERRADO
               MOVE 0 TO WS-CAB-CANT.
           MOVE 0 TO WS-B-30.
           MOVE 0 TO WS-B-60.
           MOVE 0 TO WS-B-90.
           MOVE 0 TO WS-B-MAS.
           PERFORM BUSCAR-PAGO-CLIENTE.
           IF WS-POS = 0
               MOVE 0 TO WS-PAGADO-CLI
           ELSE
               MOVE WS-PAGO-IMPORTE(WS-POS) TO WS-PAGADO-CLI.
           PERFORM BUSCAR-CREDITO-CLIENTE.
           PERFORM DESCONTAR-DEVUELTO.
           PERFORM BUSCAR-PLAZO-CLIENTE.
           COMPUTE WS-PAGO-RESTANTE = WS-PAGADO-CLI +
               WS-CREDITO-CLI.
           IF WS-PAGO-RESTANTE < WS-CAB-CERRADO
               PERFORM 124-REABRIR-CUENTA.
           IF WS-PAGO-RESTANTE < WS-CAB-CERRADO
               MOVE 0 TO WS-PAGO-RESTANTE
           ELSE
               SUBTRACT WS-CAB-CERRADO FROM WS-PAGO-RESTANTE.
           MOVE "NO" TO WS-FIN-CUENTA.
           PERFORM 123-LEER-TRAMO UNTIL WS-FIN-CUENTA = "SI".
           MOVE WS-CABECERA TO ITA.
           REWRITE ITA.
           IF ABIERTOS-ESTADO = "23"
               WRITE ITA.
           IF ABIERTOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN REWRITE ITEMS-ABIERTOS FS: "
                   ABIERTOS-ESTADO
               STOP RUN.
           IF WS-ITA-EOF = "NO"
               PERFORM 125-REPOSICIONAR.
           IF WS-CAB-CANT > 0
               MOVE WS-CAB-FACTURADO TO WS-FACTURADO
               IF WS-COMPARAR = "SI"
                   PERFORM 129-GRABAR-SALDO-INC
               ELSE
                   PERFORM GRABAR-SALDO-CLIENTE.
      *******
       123-LEER-TRAMO.
      *******
      * Las partidas de la cuenta se leen en tramos a una tabla y se
      * aplican despues; entre tramos se vuelve a posicionar sobre la
      * clave siguiente, porque aplicar borra y regraba partidas.
           MOVE 0 TO WS-CANT-TRAMO.
           PERFORM 1231-JUNTAR-PARTIDA UNTIL WS-ITA-EOF = "SI" OR
               ITA-CUENTA NOT = WS-DOC-ACTUAL OR
               WS-CANT-TRAMO = WS-TOPE-TRAMO.
           IF WS-ITA-EOF = "SI" OR ITA-CUENTA NOT = WS-DOC-ACTUAL
               MOVE "SI" TO WS-FIN-CUENTA.
           IF WS-ITA-EOF = "NO"
               MOVE ITA-CLAVE TO WS-CLAVE-SIG.
           PERFORM 126-APLICAR-PARTIDA VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-CANT-TRAMO.
           IF WS-FIN-CUENTA = "NO"
               PERFORM 125-REPOSICIONAR.
      *******
       1231-JUNTAR-PARTIDA.
      *******
           ADD 1 TO WS-CANT-TRAMO.
           MOVE ITA TO TR-REG(WS-CANT-TRAMO).
           PERFORM 121-LEER-ABIERTO.
      *******
       124-REABRIR-CUENTA.
      *******
      * Lo cobrado ya no alcanza para lo que cancelaron las partidas
      * cerradas (una devolucion, por ejemplo): se reabren todas y se
      * reparte desde la mas vieja; despues se vuelve a leer la
      * cuenta desde su cabecera.
           MOVE WS-DOC-ACTUAL TO WS-CUENTA.
           MOVE 0 TO WS-FECHA-MOV.
           PERFORM 118-REABRIR-POSTERIORES.
           PERFORM 130-LEER-CABECERA.
           MOVE ITA TO WS-CABECERA.
           MOVE "NO" TO WS-ITA-EOF.
           START ITEMS-ABIERTOS KEY IS GREATER THAN ITA-CLAVE
               INVALID KEY MOVE "SI" TO WS-ITA-EOF
           END-START.
           IF WS-ITA-EOF = "NO"
               PERFORM 121-LEER-ABIERTO.
      *******
       125-REPOSICIONAR.
      *******
           MOVE WS-CLAVE-SIG TO ITA-CLAVE.
           START ITEMS-ABIERTOS KEY IS NOT LESS THAN ITA-CLAVE
               INVALID KEY MOVE "SI" TO WS-ITA-EOF
           END-START.
           IF WS-ITA-EOF = "NO"
               PERFORM 121-LEER-ABIERTO.
      *******
       126-APLICAR-PARTIDA.
      *******
           MOVE TR-REG(WS-TR-IDX) TO ITA.
           IF ITA-RETENIDO = "S"
               IF WS-COMPARAR = "NO"
                   ADD 1 TO WS-CANT-CARGOS-RET
                   ADD ITA-IMPORTE TO WS-TOT-RETENIDO
               END-IF
           ELSE
           IF WS-PAGO-RESTANTE >= ITA-IMPORTE
               SUBTRACT ITA-IMPORTE FROM WS-PAGO-RESTANTE
               ADD ITA-IMPORTE TO WS-CAB-CERRADO
               PERFORM 127-CERRAR-PARTIDA
           ELSE
               COMPUTE WS-IMPAGO = ITA-IMPORTE - WS-PAGO-RESTANTE
               MOVE 0 TO WS-PAGO-RESTANTE
               MOVE ITA-FECHA TO WS-FECHA-CARGO
               PERFORM CLASIFICAR-IMPAGO
               IF WS-IMPAGO NOT = ITA-PENDIENTE
                   MOVE WS-IMPAGO TO ITA-PENDIENTE
                   PERFORM 135-REGRABAR-PARTIDA.
      *******
       127-CERRAR-PARTIDA.
      *******
           MOVE ITA-CLAVE TO ICE-CLAVE.
           MOVE ITA-NRO-DOC TO ICE-NRO-DOC.
           MOVE ITA-IMPORTE TO ICE-IMPORTE.
           MOVE WS-FECHA-PROCESO TO ICE-FECHA-CIERRE.
           MOVE "P" TO ICE-ESTADO.
           PERFORM 139-GRABAR-CERRADA.
           PERFORM 137-BORRAR-PARTIDA.
           ADD 1 TO WS-CANT-CERRADAS.
      *******
       129-GRABAR-SALDO-INC.
      *******
      * Misma salida que GRABAR-SALDO-CLIENTE, al archivo de control.
           MOVE WS-DOC-ACTUAL TO SIN-NRO-DOC.
           MOVE WS-FACTURADO TO SIN-FACTURADO.
           MOVE WS-PAGADO-CLI TO SIN-PAGADO.
           MOVE WS-CREDITO-CLI TO SIN-CREDITOS.
           COMPUTE SIN-SALDO = WS-B-30 + WS-B-60 + WS-B-90 + WS-B-MAS.
           MOVE WS-B-30 TO SIN-B30.
           MOVE WS-B-60 TO SIN-B60.
           MOVE WS-B-90 TO SIN-B90.
           MOVE WS-B-MAS TO SIN-BMAS.
           WRITE SIN.
      *-----------------------------------------------------------------
      *******
       130-LEER-CABECERA.
      *******
      * Deja en ITA la cabecera de WS-CUENTA; si la cuenta todavia no
      * tiene, la da de alta en cero.
           MOVE WS-CUENTA TO ITA-CUENTA.
           MOVE 0 TO ITA-FECHA.
           MOVE SPACES TO ITA-PATENTE.
           READ ITEMS-ABIERTOS
               INVALID KEY CONTINUE.
           IF ABIERTOS-ESTADO NOT = "00"
               MOVE SPACES TO ITA-CABECERA
               MOVE 0 TO ITC-FACTURADO
               MOVE 0 TO ITC-CERRADO
               MOVE 0 TO ITC-CANT-CARGOS
               WRITE ITA
               IF ABIERTOS-ESTADO NOT = "00"
                   DISPLAY "ERROR EN WRITE ITEMS-ABIERTOS FS: "
                       ABIERTOS-ESTADO
                   STOP RUN.
      *******
       132-GRABAR-CABECERA.
      *******
           REWRITE ITA.
           IF ABIERTOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN REWRITE ITEMS-ABIERTOS FS: "
                   ABIERTOS-ESTADO
               STOP RUN.
      *******
       134-GRABAR-PARTIDA.
      *******
      * Partida de WS-CUENTA / WS-FECHA-MOV / WS-PATENTE-MOV. Dos
      * alquileres con la misma clave (mismo auto y dia para la misma
      * cuenta) quedan en una sola partida por la suma.
           PERFORM 138-ARMAR-CLAVE.
           MOVE WS-DOC-MOV TO ITA-NRO-DOC.
           MOVE WS-IMPORTE-MOV TO ITA-IMPORTE.
           MOVE WS-PENDIENTE-MOV TO ITA-PENDIENTE.
           MOVE WS-RETENIDO-ITEM TO ITA-RETENIDO.
           MOVE WS-FECHA-PROCESO TO ITA-FECHA-ALTA.
           WRITE ITA.
           IF ABIERTOS-ESTADO = "22"
               READ ITEMS-ABIERTOS
                   INVALID KEY CONTINUE
               END-READ
               ADD WS-IMPORTE-MOV TO ITA-IMPORTE
               ADD WS-PENDIENTE-MOV TO ITA-PENDIENTE
               REWRITE ITA.
           IF ABIERTOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN WRITE ITEMS-ABIERTOS FS: "
                   ABIERTOS-ESTADO
               STOP RUN.
      *******
       135-REGRABAR-PARTIDA.
      *******
           REWRITE ITA.
           IF ABIERTOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN REWRITE ITEMS-ABIERTOS FS: "
                   ABIERTOS-ESTADO
               STOP RUN.
      *******
       137-BORRAR-PARTIDA.
      *******
           DELETE ITEMS-ABIERTOS RECORD.
           IF ABIERTOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN DELETE ITEMS-ABIERTOS FS: "
                   ABIERTOS-ESTADO
               STOP RUN.
      *******
       138-ARMAR-CLAVE.
      *******
           MOVE WS-CUENTA TO ITA-CUENTA.
           MOVE WS-FECHA-MOV TO ITA-FECHA.
           MOVE WS-PATENTE-MOV TO ITA-PATENTE.
           MOVE ITA-CLAVE TO ICE-CLAVE.
      *******
       139-GRABAR-CERRADA.
      *******
           WRITE ICE.
           IF CERRADOS-ESTADO = "22"
               REWRITE ICE.
           IF CERRADOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN WRITE ITEMS-CERRADOS FS: "
                   CERRADOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       150-RECONSTRUIR.
      *******
      * Aplicacion completa, como antes de las partidas: todos los
      * cargos (MAESTRO-ACT mas MAESTRO-HISTORICO) ordenados por
      * cuenta y fecha. Sale SALDOS-CLI.DAT y AGING.DAT, y con el
      * mismo reparto se rearma ITEMS-ABIERTOS.DAT y se pone al dia
      * ITEMS-CERRADOS.DAT.
           CLOSE ITEMS-ABIERTOS.
           OPEN OUTPUT ITEMS-ABIERTOS.
           CLOSE ITEMS-ABIERTOS.
           OPEN I-O ITEMS-ABIERTOS.
           IF ABIERTOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN OPEN ITEMS-ABIERTOS FS: "
                   ABIERTOS-ESTADO
               STOP RUN.
           IF WS-COMPARAR = "SI"
               PERFORM 152-ABRIR-CONTROL.
           MOVE "P" TO WS-ESTADO-DESDE.
           MOVE "R" TO WS-ESTADO-HASTA.
           PERFORM 158-CAMBIAR-ESTADO-CERRADAS.
           CLOSE MAE-ACT.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           MOVE "NO" TO MAE-ACT-EOF.
           PERFORM 050-PROCESAR.
           MOVE "R" TO WS-ESTADO-DESDE.
           MOVE "X" TO WS-ESTADO-HASTA.
           PERFORM 158-CAMBIAR-ESTADO-CERRADAS.
           IF WS-COMPARAR = "SI"
               PERFORM 154-SOBRANTE-INC UNTIL WS-INC-EOF = "SI"
               PERFORM 156-CERRAR-CONTROL.
           IF WS-PERIODO-PROCESO > WS-RECONST-ULT
               OPEN OUTPUT RECONST-ULT
               WRITE REG-RECONST-ULT FROM WS-PERIODO-PROCESO
               CLOSE RECONST-ULT.
      *******
       152-ABRIR-CONTROL.
      *******
           OPEN INPUT SALDOS-INC.
           IF SALDOS-INC-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN SALDOS-CLI-INC FS: "
                   SALDOS-INC-ESTADO
               STOP RUN.
           MOVE "NO" TO WS-INC-EOF.
           PERFORM 153-LEER-SALDO-INC.
           OPEN OUTPUT DIFERENCIAS.
           IF DIF-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PAGOS-RECONST FS: " DIF-ESTADO
               STOP RUN.
           WRITE LINEA-DIF FROM PD1-ENCABE.
           MOVE WS-FECHA-PROCESO TO PE2-FECHA.
           WRITE LINEA-DIF FROM PE2-ENCABE.
           WRITE LINEA-DIF FROM PE3-ENCABE.
           WRITE LINEA-DIF FROM PD4-ENCABE.
           WRITE LINEA-DIF FROM PE5-ENCABE.
      *******
       153-LEER-SALDO-INC.
      *******
           READ SALDOS-INC
               AT END MOVE "SI" TO WS-INC-EOF.
      *******
       154-SOBRANTE-INC.
      *******
      * Cuenta que el incremental tiene y la aplicacion completa no.
           MOVE SIN-NRO-DOC TO DIF-CUENTA.
           MOVE "SIN CARGOS" TO DIF-DATO.
           MOVE SIN-SALDO TO DIF-INC.
           MOVE 0 TO DIF-REC.
           WRITE LINEA-DIF FROM PTR-DIF.
           ADD 1 TO WS-CANT-COMPARADAS.
           ADD 1 TO WS-CANT-DIFER.
           PERFORM 153-LEER-SALDO-INC.
      *******
       156-CERRAR-CONTROL.
      *******
           MOVE WS-CANT-COMPARADAS TO DIF-TOT-CANT.
           MOVE WS-CANT-DIFER TO DIF-TOT-DIFER.
           WRITE LINEA-DIF FROM PE3-ENCABE.
           WRITE LINEA-DIF FROM PTR-DIF-TOTAL.
           CLOSE SALDOS-INC DIFERENCIAS.
           IF WS-CANT-DIFER > 0
               DISPLAY "PAGOS: RECONSTRUCCION: " WS-CANT-DIFER
                   " CUENTAS NO COINCIDIAN CON EL INCREMENTAL (VER "
                   "PAGOS-RECONST.DAT)."
           ELSE
               DISPLAY "PAGOS: RECONSTRUCCION: EL INCREMENTAL "
                   "COINCIDE EN LAS " WS-CANT-COMPARADAS " CUENTAS.".
      *******
       158-CAMBIAR-ESTADO-CERRADAS.
      *******
      * Antes de la aplicacion completa las cerradas pasan de "P" a
      * "R"; la aplicacion devuelve a "P" las que vuelve a cubrir, y
      * al final las que quedaron en "R" (cargos que ya no estan)
      * pasan a "X" para que no se reabran nunca.
           MOVE "NO" TO WS-FIN-CERRADAS.
           MOVE LOW-VALUES TO ICE-CLAVE.
           START ITEMS-CERRADOS KEY IS NOT LESS THAN ICE-CLAVE
               INVALID KEY MOVE "SI" TO WS-FIN-CERRADAS
           END-START.
           PERFORM UNTIL WS-FIN-CERRADAS = "SI"
               READ ITEMS-CERRADOS NEXT RECORD
               IF CERRADOS-ESTADO NOT = "00"
                   MOVE "SI" TO WS-FIN-CERRADAS
               ELSE
                   IF ICE-ESTADO = WS-ESTADO-DESDE
                       MOVE WS-ESTADO-HASTA TO ICE-ESTADO
                       PERFORM 159-REGRABAR-CERRADA
                   END-IF
               END-IF
           END-PERFORM.
      *******
       159-REGRABAR-CERRADA.
      *******
           REWRITE ICE.
           IF CERRADOS-ESTADO NOT = "00"
               DISPLAY "ERROR EN REWRITE ITEMS-CERRADOS FS: "
                   CERRADOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Cargos = alquileres aprobados de la corrida (MAESTRO-ACT) mas
      *-----------------------------------------------------------------
      *******
       CARGAR-CARGO-ACT.
           MOVE MAE-PATENTE TO WS-RET-PATENTE-BUS.
           MOVE MAE-FECHA TO WS-RET-FECHA-BUS.
           PERFORM BUSCAR-RETENIDO.
           MOVE MAE-NRO-DOC TO WS-DOC-RESOLVER.
           PERFORM 095-RESOLVER-CUENTA.
           IF WS-RETENIDO = "SI"
               ADD 1 TO WS-CANT-CARGOS-RET
               ADD MAE-IMPORTE TO WS-TOT-RETENIDO
               MOVE MAE-FECHA TO WS-FECHA-MOV
               MOVE MAE-PATENTE TO WS-PATENTE-MOV
               MOVE MAE-NRO-DOC TO WS-DOC-MOV
               MOVE MAE-IMPORTE TO WS-IMPORTE-MOV
               PERFORM GUARDAR-RETENIDO
           ELSE
               MOVE WS-CUENTA TO AUX-NRO-DOC
               MOVE MAE-FECHA TO AUX-FECHA
               MOVE MAE-IMPORTE TO AUX-IMPORTE
               MOVE MAE-PATENTE TO AUX-PATENTE
               MOVE MAE-NRO-DOC TO AUX-DOC-ORIG
               RELEASE REG-AUX.
           PERFORM 020-LEER-MAE-ACT.
      *******
       CARGAR-CARGO-HIST.
           MOVE HIST-PATENTE TO WS-RET-PATENTE-BUS.
           MOVE HIST-FECHA TO WS-RET-FECHA-BUS.
           PERFORM BUSCAR-RETENIDO.
           MOVE HIST-NRO-DOC TO WS-DOC-RESOLVER.
           PERFORM 095-RESOLVER-CUENTA.
           IF WS-RETENIDO = "SI"
               ADD 1 TO WS-CANT-CARGOS-RET
               ADD HIST-IMPORTE TO WS-TOT-RETENIDO
               MOVE HIST-FECHA TO WS-FECHA-MOV
               MOVE HIST-PATENTE TO WS-PATENTE-MOV
               MOVE HIST-NRO-DOC TO WS-DOC-MOV
               MOVE HIST-IMPORTE TO WS-IMPORTE-MOV
               PERFORM GUARDAR-RETENIDO
           ELSE
               MOVE WS-CUENTA TO AUX-NRO-DOC
               MOVE HIST-FECHA TO AUX-FECHA
               MOVE HIST-IMPORTE TO AUX-IMPORTE
               MOVE HIST-PATENTE TO AUX-PATENTE
               MOVE HIST-NRO-DOC TO AUX-DOC-ORIG
               RELEASE REG-AUX.
           PERFORM 020-LEER-HISTORICO.
      *******
       BUSCAR-RETENIDO.
           MOVE "NO" TO WS-RETENIDO.
           PERFORM COMPARAR-RETENIDO VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-CANT-RETENIDOS OR
               WS-RETENIDO = "SI".
      *******
       COMPARAR-RETENIDO.
           IF WS-RET-PATENTE(WS-RET-IDX) = WS-RET-PATENTE-BUS AND
               WS-RET-FECHA(WS-RET-IDX) = WS-RET-FECHA-BUS
               MOVE "SI" TO WS-RETENIDO.
      *******
       GUARDAR-RETENIDO.
      * El cargo retenido queda en las partidas abiertas, marcado y
      * fuera de lo facturado de la cuenta.
           MOVE WS-IMPORTE-MOV TO WS-PENDIENTE-MOV.
           MOVE "S" TO WS-RETENIDO-ITEM.
           PERFORM 130-LEER-CABECERA.
           PERFORM 134-GRABAR-PARTIDA.
           PERFORM QUITAR-CERRADA.
      *******
       QUITAR-CERRADA.
      * La partida rearmada como abierta deja de figurar cerrada.
           PERFORM 138-ARMAR-CLAVE.
           READ ITEMS-CERRADOS
               INVALID KEY CONTINUE.
           IF CERRADOS-ESTADO = "00"
               DELETE ITEMS-CERRADOS RECORD
               IF CERRADOS-ESTADO NOT = "00"
                   DISPLAY "ERROR EN DELETE ITEMS-CERRADOS FS: "
                       CERRADOS-ESTADO
                   STOP RUN.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
      * primero; lo que queda sin cubrir se clasifica por antiguedad.
           MOVE AUX-NRO-DOC TO WS-DOC-ACTUAL.
           MOVE 0 TO WS-FACTURADO.
           MOVE 0 TO WS-CERRADO-CLI.
           MOVE 0 TO WS-CANT-CARGOS-CLI.
           MOVE 0 TO WS-B-30.
           MOVE 0 TO WS-B-60.
           MOVE 0 TO WS-B-90.
           ELSE
               MOVE WS-PAGO-IMPORTE(WS-POS) TO WS-PAGADO-CLI.
           PERFORM BUSCAR-CREDITO-CLIENTE.
           PERFORM DESCONTAR-DEVUELTO.
           PERFORM BUSCAR-PLAZO-CLIENTE.
      * Pagos mas creditos cubren los cargos mas viejos primero.
           COMPUTE WS-PAGO-RESTANTE = WS-PAGADO-CLI +
               WS-CREDITO-CLI.
           PERFORM APLICAR-CARGO UNTIL AUX-EOF = "SI" OR
               AUX-NRO-DOC NOT = WS-DOC-ACTUAL.
           PERFORM GRABAR-SALDO-CLIENTE.
           PERFORM GRABAR-CABECERA-CLIENTE.
      *-----------------------------------------------------------------
      *******
       BUSCAR-PAGO-CLIENTE.
       COMPARAR-CREDITO-CLIENTE.
           IF WS-NC-DOC(WS-J) = WS-DOC-ACTUAL
               MOVE WS-NC-IMPORTE(WS-J) TO WS-CREDITO-CLI.
      *******
       DESCONTAR-DEVUELTO.
      * Lo devuelto baja primero de lo pagado y el resto de las notas
      * de credito, igual que lo desconto REEMBOLSOS en SALDOS-CLI.
           MOVE 0 TO WS-DEVUELTO-CLI.
           PERFORM COMPARAR-DEVUELTO-CLIENTE VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-DEVOL.
           IF WS-DEVUELTO-CLI > WS-PAGADO-CLI
               COMPUTE WS-DEVOL-RESTO = WS-DEVUELTO-CLI -
                   WS-PAGADO-CLI
               MOVE 0 TO WS-PAGADO-CLI
               IF WS-DEVOL-RESTO > WS-CREDITO-CLI
                   MOVE 0 TO WS-CREDITO-CLI
               ELSE
                   SUBTRACT WS-DEVOL-RESTO FROM WS-CREDITO-CLI
               END-IF
           ELSE
               SUBTRACT WS-DEVUELTO-CLI FROM WS-PAGADO-CLI.
      *******
       COMPARAR-DEVUELTO-CLIENTE.
           IF WS-DEVOL-DOC(WS-J) = WS-DOC-ACTUAL
               MOVE WS-DEVOL-IMPORTE(WS-J) TO WS-DEVUELTO-CLI.
      *******
       BUSCAR-PLAZO-CLIENTE.
      * Plazo de pago de la cuenta corporativa; 0 para un particular.
           MOVE 0 TO WS-PLAZO-ACTUAL.
           PERFORM COMPARAR-PLAZO-CLIENTE VARYING WS-EMP-IDX FROM 1
               BY 1 UNTIL WS-EMP-IDX > WS-CANT-EMPRESAS.
      *******
       COMPARAR-PLAZO-CLIENTE.
           IF WS-EMP-CUIT(WS-EMP-IDX) = WS-DOC-ACTUAL
               MOVE WS-EMP-PLAZO(WS-EMP-IDX) TO WS-PLAZO-ACTUAL.
      *-----------------------------------------------------------------
      *******
       APLICAR-CARGO.
           ADD AUX-IMPORTE TO WS-FACTURADO.
           ADD 1 TO WS-CANT-CARGOS-CLI.
           IF WS-PAGO-RESTANTE >= AUX-IMPORTE
               SUBTRACT AUX-IMPORTE FROM WS-PAGO-RESTANTE
               ADD AUX-IMPORTE TO WS-CERRADO-CLI
               PERFORM ARCHIVAR-CARGO-PAGO
           ELSE
               COMPUTE WS-IMPAGO = AUX-IMPORTE - WS-PAGO-RESTANTE
               MOVE 0 TO WS-PAGO-RESTANTE
               MOVE AUX-FECHA TO WS-FECHA-CARGO
               PERFORM CLASIFICAR-IMPAGO
               PERFORM ABRIR-CARGO-IMPAGO.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *******
       ARCHIVAR-CARGO-PAGO.
      * El cargo cubierto queda en ITEMS-CERRADOS; si ya figuraba
      * cancelado por pagos se respeta su fecha de cierre.
           MOVE AUX-NRO-DOC TO ICE-CUENTA.
           MOVE AUX-FECHA TO ICE-FECHA.
           MOVE AUX-PATENTE TO ICE-PATENTE.
           READ ITEMS-CERRADOS
               INVALID KEY CONTINUE.
           IF CERRADOS-ESTADO = "00" AND ICE-ESTADO = "R"
               MOVE "P" TO ICE-ESTADO
               PERFORM 159-REGRABAR-CERRADA
           ELSE
               MOVE AUX-DOC-ORIG TO ICE-NRO-DOC
               MOVE AUX-IMPORTE TO ICE-IMPORTE
               MOVE WS-FECHA-PROCESO TO ICE-FECHA-CIERRE
               MOVE "P" TO ICE-ESTADO
               PERFORM 139-GRABAR-CERRADA.
      *******
       ABRIR-CARGO-IMPAGO.
      * El cargo impago o cubierto en parte queda como partida
      * abierta por lo que falta.
           MOVE AUX-NRO-DOC TO WS-CUENTA.
           MOVE AUX-FECHA TO WS-FECHA-MOV.
           MOVE AUX-PATENTE TO WS-PATENTE-MOV.
           MOVE AUX-DOC-ORIG TO WS-DOC-MOV.
           MOVE AUX-IMPORTE TO WS-IMPORTE-MOV.
           MOVE WS-IMPAGO TO WS-PENDIENTE-MOV.
           MOVE SPACE TO WS-RETENIDO-ITEM.
           PERFORM 134-GRABAR-PARTIDA.
           PERFORM QUITAR-CERRADA.
      *-----------------------------------------------------------------
      *******
       CLASIFICAR-IMPAGO.
           COMPUTE WS-DIAS-CARGO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CARGO).
      * En una cuenta corporativa el cargo envejece desde su
      * vencimiento; antes de vencer cae en el primer balde.
           ADD WS-PLAZO-ACTUAL TO WS-DIAS-CARGO.
           IF WS-AGING-HABILES = "S"
               PERFORM CONTAR-DIAS-HABILES
           ELSE
               MOVE WS-CREDITO-CLI TO ROW-CRED
               MOVE SAL-SALDO TO ROW-SALDO
               WRITE LINEA FROM PTR-ROW.
           IF WS-COMPARAR = "SI"
               PERFORM COMPARAR-CON-INCREMENTAL.
      *******
       GRABAR-CABECERA-CLIENTE.
      * Cabecera de la cuenta rearmada: lo facturado y lo que cubren
      * sus partidas cerradas.
           MOVE WS-DOC-ACTUAL TO WS-CUENTA.
           PERFORM 130-LEER-CABECERA.
           MOVE WS-FACTURADO TO ITC-FACTURADO.
           MOVE WS-CERRADO-CLI TO ITC-CERRADO.
           MOVE WS-CANT-CARGOS-CLI TO ITC-CANT-CARGOS.
           PERFORM 132-GRABAR-CABECERA.
      *-----------------------------------------------------------------
      *******
       COMPARAR-CON-INCREMENTAL.
      * La cuenta tal como la dejo el incremental de esta misma
      * corrida (SALDOS-CLI-INC.DAT, mismo orden) contra la
      * aplicacion completa.
           PERFORM 154-SOBRANTE-INC UNTIL WS-INC-EOF = "SI" OR
               SIN-NRO-DOC NOT < WS-DOC-ACTUAL.
           ADD 1 TO WS-CANT-COMPARADAS.
           MOVE "NO" TO WS-HAY-DIF.
           COMPUTE WS-SALDO-REC = WS-B-30 + WS-B-60 + WS-B-90 +
               WS-B-MAS.
           MOVE WS-DOC-ACTUAL TO DIF-CUENTA.
           IF WS-INC-EOF = "SI" OR SIN-NRO-DOC NOT = WS-DOC-ACTUAL
               MOVE "SIN PARTIDAS" TO DIF-DATO
               MOVE 0 TO DIF-INC
               MOVE WS-SALDO-REC TO DIF-REC
               PERFORM GRABAR-DIFERENCIA
           ELSE
               PERFORM COMPARAR-DATOS-CUENTA
               PERFORM 153-LEER-SALDO-INC.
           IF WS-HAY-DIF = "SI"
               ADD 1 TO WS-CANT-DIFER.
      *******
       COMPARAR-DATOS-CUENTA.
           IF SIN-FACTURADO NOT = WS-FACTURADO
               MOVE "FACTURADO" TO DIF-DATO
               MOVE SIN-FACTURADO TO DIF-INC
               MOVE WS-FACTURADO TO DIF-REC
               PERFORM GRABAR-DIFERENCIA.
           IF SIN-PAGADO NOT = WS-PAGADO-CLI
               MOVE "PAGADO" TO DIF-DATO
               MOVE SIN-PAGADO TO DIF-INC
               MOVE WS-PAGADO-CLI TO DIF-REC
               PERFORM GRABAR-DIFERENCIA.
           IF SIN-CREDITOS NOT = WS-CREDITO-CLI
               MOVE "CREDITOS" TO DIF-DATO
               MOVE SIN-CREDITOS TO DIF-INC
               MOVE WS-CREDITO-CLI TO DIF-REC
               PERFORM GRABAR-DIFERENCIA.
           IF SIN-SALDO NOT = WS-SALDO-REC
               MOVE "SALDO" TO DIF-DATO
               MOVE SIN-SALDO TO DIF-INC
               MOVE WS-SALDO-REC TO DIF-REC
               PERFORM GRABAR-DIFERENCIA.
           IF SIN-B30 NOT = WS-B-30
               MOVE "0-30" TO DIF-DATO
               MOVE SIN-B30 TO DIF-INC
               MOVE WS-B-30 TO DIF-REC
               PERFORM GRABAR-DIFERENCIA.
           IF SIN-B60 NOT = WS-B-60
               MOVE "31-60" TO DIF-DATO
               MOVE SIN-B60 TO DIF-INC
               MOVE WS-B-60 TO DIF-REC
               PERFORM GRABAR-DIFERENCIA.
           IF SIN-B90 NOT = WS-B-90
               MOVE "61-90" TO DIF-DATO
               MOVE SIN-B90 TO DIF-INC
               MOVE WS-B-90 TO DIF-REC
               PERFORM GRABAR-DIFERENCIA.
           IF SIN-BMAS NOT = WS-B-MAS
               MOVE "MAS DE 90" TO DIF-DATO
               MOVE SIN-BMAS TO DIF-INC
               MOVE WS-B-MAS TO DIF-REC
               PERFORM GRABAR-DIFERENCIA.
      *******
       GRABAR-DIFERENCIA.
           WRITE LINEA-DIF FROM PTR-DIF.
           MOVE "SI" TO WS-HAY-DIF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM PAGOS.
