      *       de la corrida previa de PAGOS, y el deposito aplicado
      *       en el check-in resta del saldo como un pago (ya cubrio
      *       cargos). Se corre antes de PAGOS en la secuencia.
      *   LD  Saldo de puntos de fidelidad del cliente al pie de cada
      *       estado (PUNTOS-SALDO.DAT de la ultima corrida de
      *       PUNTOS), con la fecha en que vencen los mas viejos.
      *   LD  Cuentas corporativas: los alquileres y cargos extra
      *       de los clientes vinculados a una empresa
      *       (CLI-CUIT-EMPRESA, empresa dada de alta en
      *       EMPRESAS.DAT) salen en un solo estado de cuenta de la
      *       empresa, con el CUIT como documento y la razon social y
      *       direccion de facturacion en la cabecera, y dentro de
      *       cada periodo un bloque con subtotal por empleado (los
      *       pagos de la empresa, en su propio bloque).
      *   LD  Pagos en moneda extranjera (PAG-MONEDA con el importe
      *       en PAG-IMPORTE-ME y PAG-IMPORTE en cero): al cargarlos se
      *       pasan a pesos con la cotizacion pactada del cliente
      *       (ALQUILER-MONEDA.DAT de TP-PARTE-1) o, sin alquileres en
      *       esa moneda, con la del dia del pago (TIPO-CAMBIO.DAT), y
      *       el importe queda grabado en PAGOS.DAT. La diferencia
      *       entre la cotizacion del pago y la pactada va a la cuenta
      *       DIF-CAMBIO por ASIENTOS-PEND.DAT.
      *   LD  Cada estado de cuenta de un particular deja un aviso
      *       al cliente en AVISOS-PEND.DAT (plantilla RESUMEN, con
      *       numero, periodo, total y saldo) que NOTIFICA encola
      *       para el gateway de email/SMS; se graban al final, con
      *       la corrida completa. Las cuentas corporativas no se
      *       avisan (el estado va a la empresa).
      *   LD  Devoluciones por transferencia (REEMBOLSOS.DAT): el
      *       deposito y el saldo a favor devueltos salen como
      *       renglones informativos y quedan marcados informados; un
      *       deposito ya transferido ("R") se informa igual que uno
      *       devuelto al cierre.
      *   LD  Anticipos de reserva (ANTICIPOS.DAT, lo mantiene
      *       ANTICIPOS): lo aplicado a los cargos del alquiler resta
      *       del saldo como un pago (renglon "ANTICIPO APLICADO") y
      *       el anticipo se marca informado; la devolucion
      *       transferida de un anticipo sale como "DEVOL. ANTICIPO".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURA-CLI.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PAGOS-FC-ESTADO.

           SELECT OPTIONAL ALQ-MONEDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ALQ-MONEDA-ESTADO.

           SELECT OPTIONAL TIPO-CAMBIO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TIPO-CAMBIO-ESTADO.

           SELECT ASI-PEND     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASI-PEND-ESTADO.

           SELECT AVISOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AVISOS-ESTADO.
           SELECT OPTIONAL NOTAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOTAS-ESTADO.

           SELECT OPTIONAL REEMBOLSOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS REEMBOLSOS-ESTADO.

           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ANTICIPOS-ESTADO.

           SELECT OPTIONAL SALDOS-FC ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-FC-ESTADO.

           SELECT OPTIONAL PUNTOS-SALDO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PUNTOS-ESTADO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLIENTES-ESTADO.

           SELECT OPTIONAL EMPRESAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EMPRESAS-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

      * Marca de esta corrida: el pago ya salio en un estado de
      * cuenta y no se vuelve a mostrar.
           03  PAG-INFORMADO       PIC X.
      * Pago en moneda extranjera (blanco = pesos): importe en esa
      * moneda y cotizacion del dia del pago; PAG-IMPORTE llega en
      * cero y se completa aca con los pesos que cancela.
           03  PAG-MONEDA          PIC X(3).
           03  PAG-IMPORTE-ME      PIC 9(7)V99.
           03  PAG-COTIZACION      PIC 9(5)V9(4).

      * Dias alquilados en moneda extranjera (ver TP-PARTE-1): de aca
      * sale la cotizacion pactada de cada cliente.
       FD  ALQ-MONEDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ALQUILER-MONEDA.DAT".
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

      * Cotizaciones diarias (ver TP-PARTE-1).
       FD  TIPO-CAMBIO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/TIPO-CAMBIO.DAT".
       01  REG-TIPO-CAMBIO.
           03  TC-FECHA            PIC 9(8).
           03  TC-MONEDA           PIC X(3).
           03  TC-COTIZACION       PIC 9(5)V9(4).

      * Asientos que ASIENTOS incorpora a la exportacion contable.
       FD  ASI-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/ASIENTOS-PEND.DAT".
       01  ASP.
           03  ASI-FECHA           PIC 9(8).
           03  ASI-CUENTA          PIC X(12).
           03  ASI-DC              PIC X.
           03  ASI-IMPORTE         PIC 9(11)V99.
           03  ASI-CONCEPTO        PIC X(30).

      * Notas de credito de cancelaciones (ver NOTAS-CRED.cbl).
      * Avisos a clientes pendientes de encolar (ver NOTIFICA).
       FD  AVISOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AVISOS-PEND.DAT".
       01  AVP.
           03  AVP-FECHA           PIC 9(8).
           03  AVP-ORIGEN          PIC X(10).
           03  AVP-TIPO-DOC        PIC X.
           03  AVP-NRO-DOC         PIC X(20).
           03  AVP-PLANTILLA       PIC X(8).
           03  AVP-VARIABLE        PIC X(20) OCCURS 4 TIMES.

       FD  NOTAS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/NOTAS-CREDITO.DAT".
       01  NC.
      * cuenta y no se vuelve a mostrar.
           03  NC-INFORMADA           PIC X.

      * Libro de devoluciones por transferencia (ver REEMBOLSOS):
      * deposito ("D"), anticipo ("A") o saldo a favor ("S")
      * devuelto; RMB-INFORMADO se marca aca, como en las notas de
      * credito.
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

      * Libro de anticipos de reservas (ver ANTICIPOS): lo aplicado
      * al alquiler; ANT-INFORMADO se marca aca, como en los
      * depositos.
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

      * Saldo abierto por cliente que deja PAGOS (ver PAGOS.cbl);
      * aqui solo interesa el saldo, como arrastre de apertura.
       FD  SALDOS-FC LABEL RECORD IS STANDARD
      * Baldes de antiguedad; no se usan aca.
           03  FILLER              PIC X(44).

      * Saldo de puntos de fidelidad por cliente (ver PUNTOS.cbl).
       FD  PUNTOS-SALDO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PUNTOS-SALDO.DAT".
       01  PSAL.
           03  PSAL-NRO-DOC        PIC X(20).
           03  PSAL-PUNTOS         PIC 9(7).
           03  PSAL-FECHA-VTO      PIC 9(8).

      * Se recorre entero al abrir, antes de que SUBPGR lo tome,
      * para saber que clientes facturan a una empresa.
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

      * Maestro de cuentas corporativas (ver PAGOS.cbl).
       FD  EMPRESAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../EMPRESAS.DAT".
       01  EMP.
           03  EMP-CUIT            PIC X(11).
           03  EMP-RAZON-SOCIAL    PIC X(30).
           03  EMP-DIRECCION       PIC X(30).
           03  EMP-LIMITE-CRED     PIC 9(7)V99.
           03  EMP-PLAZO-DIAS      PIC 9(3).

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
      * Cuenta que se factura: el documento del cliente o, para un
      * empleado de una cuenta corporativa, el CUIT de la empresa.
           03  AUX-CUENTA          PIC X(20).
           03  AUX-PERIODO         PIC 9(6).
           03  AUX-NRO-DOC         PIC X(20).
           03  AUX-FECHA           PIC 9(8).
           03  AUX-FECHA-R REDEFINES AUX-FECHA.
           03  AUX-CONCEPTO        PIC X(20).
           03  AUX-IMPORTE         PIC 9(7)V99.
      * Naturaleza del renglon: blanco = cargo (suma); "P" pago,
      * "N" nota de credito y "A" deposito o anticipo aplicado a
      * cargos (restan); "S" deposito en garantia (informativo, no
      * mueve el saldo).
           03  AUX-ES-DEPOSITO     PIC X.

       FD  LISTADO LABEL RECORD IS STANDARD
       77  ANULACIONES-ESTADO  PIC XX.
       77  PAGOS-FC-ESTADO     PIC XX.
       77  NOTAS-ESTADO        PIC XX.
       77  REEMBOLSOS-ESTADO   PIC XX.
       77  ANTICIPOS-ESTADO    PIC XX.
       77  SALDOS-FC-ESTADO    PIC XX.
       77  PUNTOS-ESTADO       PIC XX.
       77  CLIENTES-ESTADO     PIC XX.
       77  EMPRESAS-ESTADO     PIC XX.
       77  ALQ-MONEDA-ESTADO   PIC XX.
       77  TIPO-CAMBIO-ESTADO  PIC XX.
       77  ASI-PEND-ESTADO     PIC XX.
       77  AVISOS-ESTADO       PIC XX.
       01  WS-SALDO-CORRIENTE  PIC S9(9)V99 VALUE 0.
       01  WS-PROX-NUM         PIC 9(8)    VALUE 1.
       01  WS-CANT-RF          PIC 9(4)    VALUE 0.
           03 WS-SALD OCCURS 2000 TIMES.
               05 WS-SALD-DOC      PIC X(20).
               05 WS-SALD-SALDO    PIC 9(9)V99.
      * Saldo de puntos por cliente, para el pie del estado.
       01  WS-CANT-PTS         PIC 9(4)    VALUE 0.
       01  WS-PTS-I            PIC 9(4).
       01  WS-TABLA-PTS.
           03 WS-PTS OCCURS 2000 TIMES.
               05 WS-PTS-DOC       PIC X(20).
               05 WS-PTS-SALDO     PIC 9(7).
               05 WS-PTS-VTO       PIC 9(8).
      * PAGOS.DAT y NOTAS-CREDITO.DAT enteros en memoria: se
      * regraban al final con la marca de informado (mismo esquema
      * que el libro de depositos). Si alguno supera la tabla se
               05 WS-PGT-FECHA     PIC 9(8).
               05 WS-PGT-IMPORTE   PIC 9(7)V99.
               05 WS-PGT-INFORMADO PIC X.
               05 WS-PGT-MONEDA    PIC X(3).
               05 WS-PGT-IMP-ME    PIC 9(7)V99.
               05 WS-PGT-COTIZ     PIC 9(5)V9(4).
      * Pagos en moneda extranjera: cotizaciones del dia, pesos y
      * moneda alquilados por cliente (para la cotizacion pactada) y
      * la diferencia de cambio acumulada de la corrida.
       01  WS-CANT-TC          PIC 9(4)    VALUE 0.
       01  WS-TC-I             PIC 9(4).
       01  WS-TABLA-TC.
           03 WS-TC OCCURS 1000 TIMES.
               05 WS-TC-FECHA      PIC 9(8).
               05 WS-TC-MONEDA     PIC X(3).
               05 WS-TC-COTIZ      PIC 9(5)V9(4).
       01  WS-CANT-AMO         PIC 9(4)    VALUE 0.
       01  WS-AMO-I            PIC 9(4).
       01  WS-AMO-POS          PIC 9(4).
       01  WS-TABLA-AMO.
           03 WS-AMO OCCURS 2000 TIMES.
               05 WS-AMO-DOC       PIC X(20).
               05 WS-AMO-MONEDA    PIC X(3).
               05 WS-AMO-PESOS     PIC 9(9)V99.
               05 WS-AMO-ME        PIC 9(9)V99.
       01  WS-MON-DOC          PIC X(20).
       01  WS-MON-MONEDA       PIC X(3).
       01  WS-MON-FECHA        PIC 9(8).
       01  WS-COTIZ-PAGO       PIC 9(5)V9(4).
       01  WS-COTIZ-FECHA      PIC 9(8).
       01  WS-COTIZ-PACTADA    PIC 9(5)V9(6).
       01  WS-PESOS-PAGO       PIC 9(9)V99.
       01  WS-DIF-CAMBIO       PIC S9(9)V99.
       01  WS-DIFC-GANANCIA    PIC 9(11)V99 VALUE 0.
       01  WS-DIFC-PERDIDA     PIC 9(11)V99 VALUE 0.
       01  WS-CANT-SIN-COTIZ   PIC 9(4)    VALUE 0.
       01  WS-ROW-ME           PIC ZZZZZZ9,99.
      * REEMBOLSOS.DAT entero en memoria, idem notas de credito.
       77  WS-RMT-DISPONIBLE   PIC X(2)    VALUE "NO".
       01  WS-CANT-RMT         PIC 9(4)    VALUE 0.
       01  WS-RMT-I            PIC 9(4).
       01  WS-TABLA-RMT.
           03 WS-RMT OCCURS 2000 TIMES.
               05 WS-RMT-NRO-DOC   PIC X(20).
               05 WS-RMT-FECHA     PIC 9(8).
               05 WS-RMT-ORIGEN    PIC X.
               05 WS-RMT-PATENTE   PIC X(6).
               05 WS-RMT-FECHA-DEP PIC 9(8).
               05 WS-RMT-IMPORTE   PIC 9(9)V99.
               05 WS-RMT-CBU       PIC X(22).
               05 WS-RMT-NRO-TRF   PIC 9(6).
               05 WS-RMT-INFORMADO PIC X.
      * ANTICIPOS.DAT entero en memoria, idem depositos.
       77  WS-ANF-DISPONIBLE   PIC X(2)    VALUE "NO".
       01  WS-CANT-ANF         PIC 9(4)    VALUE 0.
       01  WS-ANF-I            PIC 9(4).
       01  WS-TABLA-ANF.
           03 WS-ANF OCCURS 2000 TIMES.
               05 WS-ANF-NRO-DOC   PIC X(20).
               05 WS-ANF-TIPO-DOC  PIC X.
               05 WS-ANF-PATENTE   PIC X(6).
               05 WS-ANF-FECHA     PIC 9(8).
               05 FILLER           PIC X(17).
               05 WS-ANF-IMPORTE   PIC 9(7)V99.
               05 WS-ANF-ESTADO    PIC X.
               05 WS-ANF-RESOLUCION PIC X.
               05 WS-ANF-FECHA-RESOL PIC 9(8).
               05 WS-ANF-APLICADO  PIC 9(7)V99.
               05 FILLER           PIC X(26).
               05 WS-ANF-INFORMADO PIC X.
       77  WS-NCT-DISPONIBLE   PIC X(2)    VALUE "NO".
       01  WS-CANT-NCT         PIC 9(4)    VALUE 0.
       01  WS-NCT-I            PIC 9(4).
               05 WS-NCT-NETO      PIC 9(4)V99.
               05 WS-NCT-IVA       PIC 9(4)V99.
               05 WS-NCT-INFORMADA PIC X.
      * Cuentas corporativas y los clientes vinculados a cada una.
       01  WS-CANT-EMPRESAS    PIC 9(3)    VALUE 0.
       01  WS-EMP-I            PIC 9(3).
       01  WS-EMP-POS          PIC 9(3).
       01  WS-TABLA-EMPRESAS.
           03 WS-EMP OCCURS 500 TIMES.
               05 WS-EMP-CUIT      PIC X(11).
               05 WS-EMP-RAZON     PIC X(30).
               05 WS-EMP-DIRECCION PIC X(30).
               05 WS-EMP-PLAZO     PIC 9(3).
       01  WS-CANT-EMPL        PIC 9(4)    VALUE 0.
       01  WS-EMPL-I           PIC 9(4).
       01  WS-EMPL-POS         PIC 9(4).
       01  WS-TABLA-EMPL.
           03 WS-EMPL OCCURS 2000 TIMES.
               05 WS-EMPL-DOC      PIC X(20).
               05 WS-EMPL-CUIT     PIC X(11).
               05 WS-EMPL-NOMBRE   PIC X(30).
       01  WS-CTA-CORPORATIVA  PIC X(2)    VALUE "NO".
       01  WS-EMPL-ACTUAL      PIC X(20).
       01  WS-TOTAL-ANTES      PIC S9(7)V99.
       01  WS-DOC-ACTUAL       PIC X(20).
       01  WS-ANIOMES-ACTUAL   PIC 9(6).
       01  WS-TOTAL-PERIODO    PIC S9(7)V99 VALUE 0.
       01  WS-CANT-PERIODO     PIC 9(5)    VALUE 0.
       01  WS-CANT-ESTADOS     PIC 9(5)    VALUE 0.
      * Estados de particulares a avisar al cliente al terminar.
       01  WS-CANT-AVF         PIC 9(4)    VALUE 0.
       01  WS-AVF-I            PIC 9(4).
       01  WS-AVF-ACTUAL       PIC 9(4)    VALUE 0.
       01  WS-AVF-IMPORTE      PIC -ZZZZZZZ9,99.
       01  WS-TABLA-AVF.
           03 WS-AVF OCCURS 5000 TIMES.
               05 WS-AVF-TIPO-DOC      PIC X.
               05 WS-AVF-NRO-DOC       PIC X(20).
               05 WS-AVF-NUMERO        PIC 9(8).
               05 WS-AVF-PERIODO       PIC 9(6).
               05 WS-AVF-TOTAL         PIC S9(7)V99.
               05 WS-AVF-SALDO         PIC S9(9)V99.

       01  LK-TIPO-OP          PIC X.
       01  LK-NRO-DOC          PIC X(20).
           03 PE2-TIPO-DOC     PIC X.
           03 FILLER           PIC X(1) VALUE ' '.
           03 PE2-NRO-DOC      PIC X(20).
       01  PE2C-ENCABE.
           03 FILLER           PIC X(9) VALUE 'Empresa: '.
           03 FILLER           PIC X(6) VALUE 'CUIT: '.
           03 PE2C-CUIT        PIC X(11).
           03 FILLER           PIC X(10) VALUE '  Pago a: '.
           03 PE2C-PLAZO       PIC ZZ9.
           03 FILLER           PIC X(5) VALUE ' dias'.
       01  PE3-ENCABE.
           03 FILLER           PIC X(11) VALUE 'Direccion: '.
           03 PE3-DIRECCION    PIC X(30).
       01  PTR-SALDO-CIERRE.
           03 FILLER           PIC X(17) VALUE 'Saldo a la fecha:'.
           03 CIERRE-SALDO     PIC -ZZZZZZZ9,99.
       01  PTR-PUNTOS.
           03 FILLER           PIC X(19) VALUE 'Puntos acumulados: '.
           03 PTS-SALDO        PIC Z(6)9.
           03 FILLER           PIC X(16) VALUE '  Vencen desde: '.
           03 PTS-VTO          PIC 9(8).
       01  PTR-EMPLEADO.
           03 FILLER           PIC X(10) VALUE 'Empleado: '.
           03 EMPL-DOC         PIC X(20).
           03 FILLER           PIC X(1) VALUE ' '.
           03 EMPL-NOMBRE      PIC X(30).
       01  PTR-SUBTOTAL-EMPL.
           03 FILLER           PIC X(20) VALUE '  Subtotal:         '.
           03 SUB-IMPORTE      PIC -ZZZZZZ9,99.
       01  PE5-ENCABE.
           03 FILLER           PIC X(8) VALUE 'Patente '.
           03 FILLER           PIC X(12) VALUE 'Fecha       '.
            PERFORM 080-GRABAR-NUMERACION.
            PERFORM 084-REGRABAR-PAGOS.
            PERFORM 086-REGRABAR-NOTAS.
            PERFORM 094-REGRABAR-REEMBOLSOS.
            PERFORM 096-REGRABAR-ANTICIPOS.
            PERFORM 090-GRABAR-AVISOS.
            STOP RUN.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           PERFORM 012-CARGAR-EMPRESAS.
           IF WS-CANT-EMPRESAS > 0
               PERFORM 013-CARGAR-EMPLEADOS.
           MOVE 'A' TO LK-TIPO-OP.
           CALL 'SUBPGR' USING LK-TIPO-OP, LK-NRO-DOC, LK-RES, LK-NUME
      -    RO, LK-DIRECCION, LK-NOMBRE.
           OPEN INPUT CARGOS.
           PERFORM 015-CARGAR-DEPOSITOS.
           PERFORM 016-CARGAR-SALDOS.
           PERFORM 0165-CARGAR-PUNTOS.
           PERFORM 017-CARGAR-PAGOS.
           PERFORM 018-CARGAR-NOTAS.
           PERFORM 0185-CARGAR-REEMBOLSOS.
           PERFORM 0187-CARGAR-ANTICIPOS.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ESTADOS-CUENTA FS: "
                   LISTADO-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       012-CARGAR-EMPRESAS.
      *******
      * Sin EMPRESAS.DAT no hay cuentas corporativas: cada cliente
      * recibe su propio estado, como siempre.
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
                           MOVE EMP-RAZON-SOCIAL TO
                               WS-EMP-RAZON(WS-CANT-EMPRESAS)
                           MOVE EMP-DIRECCION TO
                               WS-EMP-DIRECCION(WS-CANT-EMPRESAS)
                           IF EMP-PLAZO-DIAS IS NUMERIC
                               MOVE EMP-PLAZO-DIAS TO
                                   WS-EMP-PLAZO(WS-CANT-EMPRESAS)
                           ELSE
                               MOVE 0 TO
                                   WS-EMP-PLAZO(WS-CANT-EMPRESAS)
                           END-IF
                       ELSE
                           DISPLAY "ATENCION: EMPRESAS supera la "
                               "tabla (500); " EMP-CUIT " se factura "
                               "por empleado."
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE EMPRESAS.
      *******
       013-CARGAR-EMPLEADOS.
      *******
      * Clientes vinculados a una empresa del maestro; un vinculo a
      * un CUIT que no esta en EMPRESAS.DAT se avisa y el cliente se
      * factura solo.
           MOVE 0 TO WS-CANT-EMPL.
           OPEN INPUT CLIENTES.
           IF CLIENTES-ESTADO = "00"
               PERFORM UNTIL CLIENTES-ESTADO NOT = "00"
                   READ CLIENTES NEXT RECORD
                   IF CLIENTES-ESTADO = "00" AND
                       CLI-CUIT-EMPRESA NOT = SPACES
                       PERFORM 014-CARGAR-UN-EMPLEADO
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "AVISO: SIN CLIENTES.TXT; no se consolida por "
                   "empresa.".
           CLOSE CLIENTES.
      *******
       014-CARGAR-UN-EMPLEADO.
      *******
           PERFORM 019-BUSCAR-EMPRESA.
           IF WS-EMP-POS = 0
               DISPLAY "ATENCION: cliente " CLI-NUMERO " vinculado a "
                   "la empresa " CLI-CUIT-EMPRESA " que no esta en "
                   "EMPRESAS.DAT; se factura solo."
           ELSE
           IF WS-CANT-EMPL < 2000
               ADD 1 TO WS-CANT-EMPL
               MOVE CLI-DOCUMENTO TO WS-EMPL-DOC(WS-CANT-EMPL)
               MOVE CLI-CUIT-EMPRESA TO WS-EMPL-CUIT(WS-CANT-EMPL)
               MOVE CLI-NOMBRE TO WS-EMPL-NOMBRE(WS-CANT-EMPL)
           ELSE
               DISPLAY "ATENCION: empleados de empresas supera la "
                   "tabla (2000); " CLI-DOCUMENTO " se factura solo.".
      *******
       019-BUSCAR-EMPRESA.
      *******
           MOVE 0 TO WS-EMP-POS.
           PERFORM 0191-COMPARAR-EMPRESA VARYING WS-EMP-I FROM 1 BY 1
               UNTIL WS-EMP-I > WS-CANT-EMPRESAS OR WS-EMP-POS NOT = 0.
      *******
       0191-COMPARAR-EMPRESA.
      *******
           IF WS-EMP-CUIT(WS-EMP-I) = CLI-CUIT-EMPRESA
               MOVE WS-EMP-I TO WS-EMP-POS.
      *-----------------------------------------------------------------
      *******
       015-CARGAR-DEPOSITOS.
      *******
                   END-IF
               END-PERFORM.
           CLOSE SALDOS-FC.
      *******
       0165-CARGAR-PUNTOS.
      *******
      * Sin PUNTOS-SALDO.DAT el pie sale en cero.
           MOVE 0 TO WS-CANT-PTS.
           OPEN INPUT PUNTOS-SALDO.
           IF PUNTOS-ESTADO = "00"
               PERFORM UNTIL PUNTOS-ESTADO NOT = "00"
                   READ PUNTOS-SALDO
                   IF PUNTOS-ESTADO = "00" AND
                       WS-CANT-PTS < 2000
                       ADD 1 TO WS-CANT-PTS
                       MOVE PSAL-NRO-DOC TO WS-PTS-DOC(WS-CANT-PTS)
                       MOVE PSAL-PUNTOS TO WS-PTS-SALDO(WS-CANT-PTS)
                       MOVE PSAL-FECHA-VTO TO WS-PTS-VTO(WS-CANT-PTS)
                   END-IF
               END-PERFORM.
           CLOSE PUNTOS-SALDO.
      *-----------------------------------------------------------------
      *******
       017-CARGAR-PAGOS.
                               WS-PGT-IMPORTE(WS-CANT-PGT)
                           MOVE PAG-INFORMADO TO
                               WS-PGT-INFORMADO(WS-CANT-PGT)
                           PERFORM 0171-CARGAR-MONEDA-PAGO
                       ELSE
                           MOVE "NO" TO WS-PGT-DISPONIBLE
                       END-IF
           IF WS-CANT-PGT = 2000 AND WS-PGT-DISPONIBLE = "NO"
               DISPLAY "ATENCION: PAGOS.DAT supera la tabla (2000); "
                   "no se marca ni se regraba en esta corrida.".
           PERFORM 0172-CARGAR-TIPO-CAMBIO.
           PERFORM 0173-CARGAR-ALQ-MONEDA.
           PERFORM 0175-CONVERTIR-PAGO VARYING WS-PGT-I FROM 1 BY 1
               UNTIL WS-PGT-I > WS-CANT-PGT.
           IF WS-CANT-SIN-COTIZ > 0
               DISPLAY "ATENCION: " WS-CANT-SIN-COTIZ " pago/s en "
                   "moneda extranjera sin cotizacion al dia del pago; "
                   "quedan sin aplicar hasta cargarla.".
      *******
       0171-CARGAR-MONEDA-PAGO.
      *******
      * Pagos viejos sin los campos de moneda: pesos.
           IF PAG-MONEDA = "ARS"
               MOVE SPACES TO PAG-MONEDA.
           MOVE PAG-MONEDA TO WS-PGT-MONEDA(WS-CANT-PGT).
           IF PAG-IMPORTE-ME IS NUMERIC
               MOVE PAG-IMPORTE-ME TO WS-PGT-IMP-ME(WS-CANT-PGT)
           ELSE
               MOVE 0 TO WS-PGT-IMP-ME(WS-CANT-PGT).
           IF PAG-COTIZACION IS NUMERIC
               MOVE PAG-COTIZACION TO WS-PGT-COTIZ(WS-CANT-PGT)
           ELSE
               MOVE 0 TO WS-PGT-COTIZ(WS-CANT-PGT).
      *******
       0172-CARGAR-TIPO-CAMBIO.
      *******
           MOVE 0 TO WS-CANT-TC.
           OPEN INPUT TIPO-CAMBIO.
           IF TIPO-CAMBIO-ESTADO = "00"
               PERFORM UNTIL TIPO-CAMBIO-ESTADO NOT = "00"
                   READ TIPO-CAMBIO
                   IF TIPO-CAMBIO-ESTADO = "00" AND
                       WS-CANT-TC < 1000 AND
                       TC-FECHA IS NUMERIC AND
                       TC-COTIZACION IS NUMERIC AND
                       TC-COTIZACION > 0
                       ADD 1 TO WS-CANT-TC
                       MOVE TC-FECHA TO WS-TC-FECHA(WS-CANT-TC)
                       MOVE TC-MONEDA TO WS-TC-MONEDA(WS-CANT-TC)
                       MOVE TC-COTIZACION TO WS-TC-COTIZ(WS-CANT-TC)
                   END-IF
               END-PERFORM.
           CLOSE TIPO-CAMBIO.
      *******
       0173-CARGAR-ALQ-MONEDA.
      *******
      * Pesos y moneda extranjera alquilados por cliente y moneda: el
      * cociente es la cotizacion pactada promedio del cliente.
           MOVE 0 TO WS-CANT-AMO.
           OPEN INPUT ALQ-MONEDA.
           IF ALQ-MONEDA-ESTADO = "00"
               PERFORM UNTIL ALQ-MONEDA-ESTADO NOT = "00"
                   READ ALQ-MONEDA
                   IF ALQ-MONEDA-ESTADO = "00" AND
                       AMO-IMPORTE-ME IS NUMERIC AND
                       AMO-IMPORTE-ME > 0
                       PERFORM 0174-SUMAR-ALQ-MONEDA
                   END-IF
               END-PERFORM.
           CLOSE ALQ-MONEDA.
      *******
       0174-SUMAR-ALQ-MONEDA.
      *******
           MOVE AMO-NRO-DOC TO WS-MON-DOC.
           MOVE AMO-MONEDA TO WS-MON-MONEDA.
           PERFORM 0178-BUSCAR-ALQ-MONEDA.
           IF WS-AMO-POS = 0 AND WS-CANT-AMO < 2000
               ADD 1 TO WS-CANT-AMO
               MOVE WS-CANT-AMO TO WS-AMO-POS
               MOVE AMO-NRO-DOC TO WS-AMO-DOC(WS-AMO-POS)
               MOVE AMO-MONEDA TO WS-AMO-MONEDA(WS-AMO-POS)
               MOVE 0 TO WS-AMO-PESOS(WS-AMO-POS)
               MOVE 0 TO WS-AMO-ME(WS-AMO-POS).
           IF WS-AMO-POS > 0
               ADD AMO-IMPORTE TO WS-AMO-PESOS(WS-AMO-POS)
               ADD AMO-IMPORTE-ME TO WS-AMO-ME(WS-AMO-POS).
      *******
       0175-CONVERTIR-PAGO.
      *******
      * Pago en moneda extranjera todavia sin pesos: se aplica a la
      * cotizacion pactada del cliente (o a la del dia del pago si
      * no alquilo en esa moneda) y la diferencia con la del dia del
      * pago queda como diferencia de cambio de la corrida.
           IF WS-PGT-MONEDA(WS-PGT-I) NOT = SPACES AND
               WS-PGT-IMPORTE(WS-PGT-I) = 0 AND
               WS-PGT-IMP-ME(WS-PGT-I) > 0
               MOVE WS-PGT-MONEDA(WS-PGT-I) TO WS-MON-MONEDA
               MOVE WS-PGT-FECHA(WS-PGT-I) TO WS-MON-FECHA
               PERFORM 0176-BUSCAR-COTIZACION
               IF WS-COTIZ-PAGO = 0
                   ADD 1 TO WS-CANT-SIN-COTIZ
               ELSE
                   MOVE WS-PGT-DOC(WS-PGT-I) TO WS-MON-DOC
                   PERFORM 0178-BUSCAR-ALQ-MONEDA
                   IF WS-AMO-POS = 0
                       MOVE WS-COTIZ-PAGO TO WS-COTIZ-PACTADA
                   ELSE
                       DIVIDE WS-AMO-PESOS(WS-AMO-POS) BY
                           WS-AMO-ME(WS-AMO-POS)
                           GIVING WS-COTIZ-PACTADA ROUNDED
                   END-IF
                   MOVE WS-COTIZ-PAGO TO WS-PGT-COTIZ(WS-PGT-I)
                   COMPUTE WS-PGT-IMPORTE(WS-PGT-I) ROUNDED =
                       WS-PGT-IMP-ME(WS-PGT-I) * WS-COTIZ-PACTADA
                   COMPUTE WS-PESOS-PAGO ROUNDED =
                       WS-PGT-IMP-ME(WS-PGT-I) * WS-COTIZ-PAGO
                   COMPUTE WS-DIF-CAMBIO =
                       WS-PESOS-PAGO - WS-PGT-IMPORTE(WS-PGT-I)
                   IF WS-DIF-CAMBIO > 0
                       ADD WS-DIF-CAMBIO TO WS-DIFC-GANANCIA
                   ELSE
                       SUBTRACT WS-DIF-CAMBIO FROM WS-DIFC-PERDIDA.
      *******
       0176-BUSCAR-COTIZACION.
      *******
      * Cotizacion vigente al dia: la de fecha mas reciente que no lo
      * supere (a igual fecha, la ultima cargada).
           MOVE 0 TO WS-COTIZ-PAGO.
           MOVE 0 TO WS-COTIZ-FECHA.
           PERFORM 0177-COMPARAR-COTIZACION VARYING WS-TC-I FROM 1 BY 1
               UNTIL WS-TC-I > WS-CANT-TC.
      *******
       0177-COMPARAR-COTIZACION.
      *******
           IF WS-TC-MONEDA(WS-TC-I) = WS-MON-MONEDA AND
               WS-TC-FECHA(WS-TC-I) NOT > WS-MON-FECHA AND
               WS-TC-FECHA(WS-TC-I) NOT < WS-COTIZ-FECHA
               MOVE WS-TC-FECHA(WS-TC-I) TO WS-COTIZ-FECHA
               MOVE WS-TC-COTIZ(WS-TC-I) TO WS-COTIZ-PAGO.
      *******
       0178-BUSCAR-ALQ-MONEDA.
      *******
           MOVE 0 TO WS-AMO-POS.
           PERFORM 0179-COMPARAR-ALQ-MONEDA VARYING WS-AMO-I FROM 1 BY 1
               UNTIL WS-AMO-I > WS-CANT-AMO OR WS-AMO-POS > 0.
      *******
       0179-COMPARAR-ALQ-MONEDA.
      *******
           IF WS-AMO-DOC(WS-AMO-I) = WS-MON-DOC AND
               WS-AMO-MONEDA(WS-AMO-I) = WS-MON-MONEDA
               MOVE WS-AMO-I TO WS-AMO-POS.
      *-----------------------------------------------------------------
      *******
       018-CARGAR-NOTAS.
                   "(2000); no se marca ni se regraba en esta "
                   "corrida.".
      *-----------------------------------------------------------------
      *******
       0185-CARGAR-REEMBOLSOS.
      *******
      * Idem notas de credito, con las devoluciones por transferencia.
           MOVE 0 TO WS-CANT-RMT.
           OPEN INPUT REEMBOLSOS.
           IF REEMBOLSOS-ESTADO = "00"
               MOVE "SI" TO WS-RMT-DISPONIBLE
               PERFORM UNTIL REEMBOLSOS-ESTADO NOT = "00"
                   READ REEMBOLSOS
                   IF REEMBOLSOS-ESTADO = "00"
                       IF WS-CANT-RMT < 2000
                           ADD 1 TO WS-CANT-RMT
                           MOVE RMB-NRO-DOC TO
                               WS-RMT-NRO-DOC(WS-CANT-RMT)
                           MOVE RMB-FECHA TO WS-RMT-FECHA(WS-CANT-RMT)
                           MOVE RMB-ORIGEN TO
                               WS-RMT-ORIGEN(WS-CANT-RMT)
                           MOVE RMB-PATENTE TO
                               WS-RMT-PATENTE(WS-CANT-RMT)
                           MOVE RMB-FECHA-DEP TO
                               WS-RMT-FECHA-DEP(WS-CANT-RMT)
                           MOVE RMB-IMPORTE TO
                               WS-RMT-IMPORTE(WS-CANT-RMT)
                           MOVE RMB-CBU TO WS-RMT-CBU(WS-CANT-RMT)
                           MOVE RMB-NRO-TRF TO
                               WS-RMT-NRO-TRF(WS-CANT-RMT)
                           MOVE RMB-INFORMADO TO
                               WS-RMT-INFORMADO(WS-CANT-RMT)
                       ELSE
                           MOVE "NO" TO WS-RMT-DISPONIBLE
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE REEMBOLSOS.
           IF WS-CANT-RMT = 2000 AND WS-RMT-DISPONIBLE = "NO"
               DISPLAY "ATENCION: REEMBOLSOS.DAT supera la tabla "
                   "(2000); no se marca ni se regraba en esta "
                   "corrida.".
      *******
       0187-CARGAR-ANTICIPOS.
      *******
      * Idem, con el libro de anticipos de reservas.
           MOVE 0 TO WS-CANT-ANF.
           OPEN INPUT ANTICIPOS.
           IF ANTICIPOS-ESTADO = "00"
               MOVE "SI" TO WS-ANF-DISPONIBLE
               PERFORM UNTIL ANTICIPOS-ESTADO NOT = "00"
                   READ ANTICIPOS
                   IF ANTICIPOS-ESTADO = "00"
                       IF WS-CANT-ANF < 2000
                           ADD 1 TO WS-CANT-ANF
                           MOVE ANT TO WS-ANF(WS-CANT-ANF)
                       ELSE
                           MOVE "NO" TO WS-ANF-DISPONIBLE
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE ANTICIPOS.
           IF WS-CANT-ANF = 2000 AND WS-ANF-DISPONIBLE = "NO"
               DISPLAY "ATENCION: ANTICIPOS.DAT supera la tabla "
                   "(2000); no se marca ni se regraba en esta "
                   "corrida.".
      *-----------------------------------------------------------------
      *******
       050-PROCESAR.
      *******
           SORT ARCH-AUX
               ON ASCENDING KEY AUX-CUENTA
               ON ASCENDING KEY AUX-PERIODO
               ON ASCENDING KEY AUX-NRO-DOC
               ON ASCENDING KEY AUX-FECHA
               INPUT PROCEDURE IS ENTRADA
               UNTIL WS-PGT-I > WS-CANT-PGT.
           PERFORM CARGAR-AUX-NOTA VARYING WS-NCT-I FROM 1 BY 1
               UNTIL WS-NCT-I > WS-CANT-NCT.
           IF WS-RMT-DISPONIBLE = "SI"
               PERFORM CARGAR-AUX-REEMBOLSO VARYING WS-RMT-I FROM 1
                   BY 1 UNTIL WS-RMT-I > WS-CANT-RMT.
           IF WS-ANF-DISPONIBLE = "SI"
               PERFORM CARGAR-AUX-ANTICIPO VARYING WS-ANF-I FROM 1
                   BY 1 UNTIL WS-ANF-I > WS-CANT-ANF.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
           MOVE SPACES TO AUX-CONCEPTO.
           MOVE MAE-IMPORTE TO AUX-IMPORTE.
           MOVE SPACE TO AUX-ES-DEPOSITO.
           PERFORM ASIGNAR-CUENTA-AUX.
           RELEASE REG-AUX.
           PERFORM 020-LEER-MAE-ACT.
      *-----------------------------------------------------------------
               MOVE CEX-CONCEPTO TO AUX-CONCEPTO
               MOVE CEX-IMPORTE TO AUX-IMPORTE
               MOVE SPACE TO AUX-ES-DEPOSITO
               PERFORM ASIGNAR-CUENTA-AUX
               RELEASE REG-AUX.
           PERFORM 020-LEER-CARGOS.
      *-----------------------------------------------------------------
       CARGAR-AUX-PAGO.
      * Pago todavia no informado: entra como renglon propio que
      * resta del saldo y queda marcado para no repetirse en el
      * estado siguiente. El pago en moneda extranjera que no se
      * pudo pasar a pesos espera a la corrida que tenga cotizacion.
           IF WS-PGT-INFORMADO(WS-PGT-I) NOT = "S" AND
               (WS-PGT-MONEDA(WS-PGT-I) = SPACES OR
                WS-PGT-IMPORTE(WS-PGT-I) > 0)
               MOVE WS-PGT-DOC(WS-PGT-I) TO AUX-NRO-DOC
               MOVE WS-PGT-FECHA(WS-PGT-I) TO AUX-FECHA
               MOVE SPACES TO AUX-PATENTE
               MOVE SPACE TO AUX-TIPO-DOC
               MOVE "PAGO RECIBIDO" TO AUX-CONCEPTO
               IF WS-PGT-MONEDA(WS-PGT-I) NOT = SPACES
                   MOVE WS-PGT-IMP-ME(WS-PGT-I) TO WS-ROW-ME
                   MOVE SPACES TO AUX-CONCEPTO
                   STRING "PAGO " WS-PGT-MONEDA(WS-PGT-I) WS-ROW-ME
                       DELIMITED BY SIZE INTO AUX-CONCEPTO
               END-IF
               MOVE WS-PGT-IMPORTE(WS-PGT-I) TO AUX-IMPORTE
               MOVE "P" TO AUX-ES-DEPOSITO
               PERFORM ASIGNAR-CUENTA-AUX
               RELEASE REG-AUX
               MOVE "S" TO WS-PGT-INFORMADO(WS-PGT-I).
      *******
               MOVE "NOTA DE CREDITO" TO AUX-CONCEPTO
               MOVE WS-NCT-REEMBOLSO(WS-NCT-I) TO AUX-IMPORTE
               MOVE "N" TO AUX-ES-DEPOSITO
               PERFORM ASIGNAR-CUENTA-AUX
               RELEASE REG-AUX
               MOVE "S" TO WS-NCT-INFORMADA(WS-NCT-I).
      *******
       CARGAR-AUX-REEMBOLSO.
      * Devolucion transferida todavia no informada: renglon
      * informativo (el remanente del deposito ya salio como "a
      * devolver" y el saldo a favor no pasa a la apertura).
           IF WS-RMT-INFORMADO(WS-RMT-I) NOT = "S"
               MOVE WS-RMT-NRO-DOC(WS-RMT-I) TO AUX-NRO-DOC
               MOVE WS-RMT-FECHA(WS-RMT-I) TO AUX-FECHA
               MOVE WS-RMT-PATENTE(WS-RMT-I) TO AUX-PATENTE
               MOVE SPACE TO AUX-TIPO-DOC
               EVALUATE WS-RMT-ORIGEN(WS-RMT-I)
                   WHEN "D"
                       MOVE "DEVOL. DEPOSITO" TO AUX-CONCEPTO
                   WHEN "A"
                       MOVE "DEVOL. ANTICIPO" TO AUX-CONCEPTO
                   WHEN OTHER
                       MOVE "DEVOL. SALDO A FAVOR" TO AUX-CONCEPTO
               END-EVALUATE
               MOVE WS-RMT-IMPORTE(WS-RMT-I) TO AUX-IMPORTE
               MOVE "S" TO AUX-ES-DEPOSITO
               PERFORM ASIGNAR-CUENTA-AUX
               RELEASE REG-AUX
               MOVE "S" TO WS-RMT-INFORMADO(WS-RMT-I).
      *******
       CARGAR-AUX-ANTICIPO.
      * Anticipo aplicado al alquiler todavia no informado: resta del
      * saldo como un pago, con la fecha en que se aplico (PAGOS ya
      * lo cuenta como cobro de la cuenta).
           IF WS-ANF-INFORMADO(WS-ANF-I) NOT = "S" AND
               WS-ANF-APLICADO(WS-ANF-I) > 0 AND
               WS-ANF-FECHA-RESOL(WS-ANF-I) > 0
               MOVE WS-ANF-NRO-DOC(WS-ANF-I) TO AUX-NRO-DOC
               MOVE WS-ANF-FECHA-RESOL(WS-ANF-I) TO AUX-FECHA
               MOVE WS-ANF-PATENTE(WS-ANF-I) TO AUX-PATENTE
               MOVE WS-ANF-TIPO-DOC(WS-ANF-I) TO AUX-TIPO-DOC
               MOVE "ANTICIPO APLICADO" TO AUX-CONCEPTO
               MOVE WS-ANF-APLICADO(WS-ANF-I) TO AUX-IMPORTE
               MOVE "A" TO AUX-ES-DEPOSITO
               PERFORM ASIGNAR-CUENTA-AUX
               RELEASE REG-AUX
               MOVE "S" TO WS-ANF-INFORMADO(WS-ANF-I).
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX-DEPOSITO.
               MOVE "S" TO AUX-ES-DEPOSITO
               MOVE "DEPOSITO GARANTIA" TO AUX-CONCEPTO
               MOVE WS-DEPF-IMPORTE(WS-DEPF-I) TO AUX-IMPORTE
               PERFORM ASIGNAR-CUENTA-AUX
               RELEASE REG-AUX
               IF WS-DEPF-ESTADO(WS-DEPF-I) = "D" OR
                   WS-DEPF-ESTADO(WS-DEPF-I) = "R"
                   MOVE "DEPOSITO APLICADO" TO AUX-CONCEPTO
                   MOVE WS-DEPF-APLICADO(WS-DEPF-I) TO AUX-IMPORTE
                   MOVE "A" TO AUX-ES-DEPOSITO
               END-IF
               MOVE "S" TO WS-DEPF-INFORMADO(WS-DEPF-I).
      *-----------------------------------------------------------------
      *******
       ASIGNAR-CUENTA-AUX.
      * Periodo del renglon y cuenta a la que se factura.
           COMPUTE AUX-PERIODO = AUX-FECHA-AAAA * 100 + AUX-FECHA-MM.
           MOVE AUX-NRO-DOC TO AUX-CUENTA.
           PERFORM COMPARAR-EMPLEADO VARYING WS-EMPL-I FROM 1 BY 1
               UNTIL WS-EMPL-I > WS-CANT-EMPL.
      *******
       COMPARAR-EMPLEADO.
           IF WS-EMPL-DOC(WS-EMPL-I) = AUX-NRO-DOC
               MOVE WS-EMPL-CUIT(WS-EMPL-I) TO AUX-CUENTA.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       PROCESAR-CLIENTE.
           MOVE AUX-CUENTA TO WS-DOC-ACTUAL.
           PERFORM BUSCAR-SALDO-ANTERIOR.
           PERFORM RESOLVER-CLIENTE.
           PERFORM PROCESAR-PERIODO UNTIL AUX-EOF = "SI" OR
               AUX-CUENTA NOT = WS-DOC-ACTUAL.
      *-----------------------------------------------------------------
      *******
       BUSCAR-SALDO-ANTERIOR.
      *-----------------------------------------------------------------
      *******
       RESOLVER-CLIENTE.
      * Una cuenta corporativa toma razon social y direccion de
      * facturacion del maestro de empresas; un particular, de
      * CLIENTES.TXT via SUBPGR.
           MOVE "NO" TO WS-CTA-CORPORATIVA.
           MOVE 0 TO WS-EMP-POS.
           PERFORM COMPARAR-CUENTA-EMPRESA VARYING WS-EMP-I FROM 1
               BY 1 UNTIL WS-EMP-I > WS-CANT-EMPRESAS OR
               WS-EMP-POS NOT = 0.
           IF WS-EMP-POS NOT = 0
               MOVE "SI" TO WS-CTA-CORPORATIVA
               MOVE SPACES TO LK-NUMERO
               MOVE WS-EMP-RAZON(WS-EMP-POS) TO LK-NOMBRE
               MOVE WS-EMP-DIRECCION(WS-EMP-POS) TO LK-DIRECCION
           ELSE
               MOVE 'P' TO LK-TIPO-OP
               MOVE WS-DOC-ACTUAL TO LK-NRO-DOC
               CALL 'SUBPGR' USING LK-TIPO-OP, LK-NRO-DOC, LK-RES,
                   LK-NUMERO, LK-DIRECCION, LK-NOMBRE.
      *******
       COMPARAR-CUENTA-EMPRESA.
           IF WS-EMP-CUIT(WS-EMP-I) = WS-DOC-ACTUAL
               MOVE WS-EMP-I TO WS-EMP-POS.
      *-----------------------------------------------------------------
      *******
       PROCESAR-PERIODO.
           MOVE AUX-PERIODO TO WS-ANIOMES-ACTUAL.
           PERFORM ESCRIBIR-CABECERA-ESTADO.
           MOVE 0 TO WS-TOTAL-PERIODO.
           MOVE 0 TO WS-CANT-PERIODO.
           PERFORM PROCESAR-EMPLEADO UNTIL AUX-EOF = "SI" OR
               AUX-CUENTA NOT = WS-DOC-ACTUAL OR
               AUX-PERIODO NOT = WS-ANIOMES-ACTUAL.
           PERFORM ESCRIBIR-TOTAL-PERIODO.
      *-----------------------------------------------------------------
      *******
       PROCESAR-EMPLEADO.
      * Un particular tiene un solo bloque, sin rotulo ni subtotal;
      * en una cuenta corporativa cada empleado (y la empresa misma,
      * con sus pagos) abre su bloque con subtotal.
           MOVE AUX-NRO-DOC TO WS-EMPL-ACTUAL.
           MOVE WS-TOTAL-PERIODO TO WS-TOTAL-ANTES.
           IF WS-CTA-CORPORATIVA = "SI"
               PERFORM ESCRIBIR-CABECERA-EMPLEADO.
           PERFORM ESCRIBIR-DETALLE UNTIL AUX-EOF = "SI" OR
               AUX-CUENTA NOT = WS-DOC-ACTUAL OR
               AUX-PERIODO NOT = WS-ANIOMES-ACTUAL OR
               AUX-NRO-DOC NOT = WS-EMPL-ACTUAL.
           IF WS-CTA-CORPORATIVA = "SI"
               COMPUTE SUB-IMPORTE = WS-TOTAL-PERIODO - WS-TOTAL-ANTES
               WRITE LINEA FROM PTR-SUBTOTAL-EMPL.
      *******
       ESCRIBIR-CABECERA-EMPLEADO.
           MOVE WS-EMPL-ACTUAL TO EMPL-DOC.
           IF WS-EMPL-ACTUAL = WS-DOC-ACTUAL
               MOVE "(PAGOS DE LA EMPRESA)" TO EMPL-NOMBRE
           ELSE
               MOVE SPACES TO EMPL-NOMBRE
               PERFORM COMPARAR-NOMBRE-EMPLEADO VARYING WS-EMPL-I
                   FROM 1 BY 1 UNTIL WS-EMPL-I > WS-CANT-EMPL.
           WRITE LINEA FROM PTR-EMPLEADO.
      *******
       COMPARAR-NOMBRE-EMPLEADO.
           IF WS-EMPL-DOC(WS-EMPL-I) = WS-EMPL-ACTUAL
               MOVE WS-EMPL-NOMBRE(WS-EMPL-I) TO EMPL-NOMBRE.
      *-----------------------------------------------------------------
      *******
       ESCRIBIR-CABECERA-ESTADO.
           WRITE LINEA FROM PE7-ENCABE.
           WRITE LINEA FROM PE1-ENCABE.
           IF WS-CTA-CORPORATIVA = "SI"
               MOVE WS-DOC-ACTUAL TO PE2C-CUIT
               MOVE WS-EMP-PLAZO(WS-EMP-POS) TO PE2C-PLAZO
               WRITE LINEA FROM PE2C-ENCABE
           ELSE
               MOVE LK-NUMERO TO PE2-NUMERO
               MOVE AUX-TIPO-DOC TO PE2-TIPO-DOC
               MOVE WS-DOC-ACTUAL TO PE2-NRO-DOC
               WRITE LINEA FROM PE2-ENCABE.
           MOVE 0 TO WS-AVF-ACTUAL.
           IF WS-CTA-CORPORATIVA NOT = "SI"
               IF WS-CANT-AVF < 5000
                   ADD 1 TO WS-CANT-AVF
                   MOVE WS-CANT-AVF TO WS-AVF-ACTUAL
                   MOVE AUX-TIPO-DOC TO WS-AVF-TIPO-DOC(WS-AVF-ACTUAL)
                   MOVE WS-DOC-ACTUAL TO WS-AVF-NRO-DOC(WS-AVF-ACTUAL)
                   MOVE WS-PROX-NUM TO WS-AVF-NUMERO(WS-AVF-ACTUAL)
                   MOVE WS-ANIOMES-ACTUAL TO
                       WS-AVF-PERIODO(WS-AVF-ACTUAL)
               ELSE
                   DISPLAY "ATENCION: tabla de avisos llena (5000); "
                       WS-DOC-ACTUAL " sin aviso de resumen.".
           MOVE LK-NOMBRE TO PE3B-NOMBRE.
           WRITE LINEA FROM PE3B-ENCABE.
           MOVE LK-DIRECCION TO PE3-DIRECCION.
           MOVE AUX-CONCEPTO TO ROW-CONCEPTO.
           WRITE LINEA FROM PTR-ROW.
      * Cargos suman; pagos, notas de credito y lo aplicado del
      * deposito o del anticipo restan; los demas renglones de
      * deposito son informativos y no mueven el saldo.
           EVALUATE AUX-ES-DEPOSITO
               WHEN "S"
                   CONTINUE
                   ADD 1 TO WS-CANT-PERIODO
           END-EVALUATE.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       ESCRIBIR-TOTAL-PERIODO.
      * de PAGOS de la noche (salvo depositos, que PAGOS no ve).
           MOVE WS-SALDO-CORRIENTE TO CIERRE-SALDO.
           WRITE LINEA FROM PTR-SALDO-CIERRE.
           MOVE 0 TO PTS-SALDO.
           MOVE 0 TO PTS-VTO.
           PERFORM COMPARAR-PUNTOS VARYING WS-PTS-I FROM 1 BY 1
               UNTIL WS-PTS-I > WS-CANT-PTS.
           WRITE LINEA FROM PTR-PUNTOS.
           IF WS-RF-ACTUAL NOT = 0
               MOVE WS-TOTAL-PERIODO TO WS-RF-IMPORTE(WS-RF-ACTUAL).
           IF WS-AVF-ACTUAL NOT = 0
               MOVE WS-TOTAL-PERIODO TO WS-AVF-TOTAL(WS-AVF-ACTUAL)
               MOVE WS-SALDO-CORRIENTE TO
                   WS-AVF-SALDO(WS-AVF-ACTUAL).
      *******
       COMPARAR-PUNTOS.
           IF WS-PTS-DOC(WS-PTS-I) = WS-DOC-ACTUAL
               MOVE WS-PTS-SALDO(WS-PTS-I) TO PTS-SALDO
               MOVE WS-PTS-VTO(WS-PTS-I) TO PTS-VTO.
      *-----------------------------------------------------------------
      *******
       078-REGRABAR-DEPOSITOS.
                   PERFORM 085-REGRABAR-UN-PAGO VARYING WS-PGT-I
                       FROM 1 BY 1 UNTIL WS-PGT-I > WS-CANT-PGT
                   CLOSE PAGOS-E
                   PERFORM 088-ASENTAR-DIF-CAMBIO
               ELSE
                   DISPLAY "ATENCION: NO SE PUDO REGRABAR PAGOS "
                       "FS: " PAGOS-FC-ESTADO.
           MOVE WS-PGT-FECHA(WS-PGT-I) TO PAG-FECHA.
           MOVE WS-PGT-IMPORTE(WS-PGT-I) TO PAG-IMPORTE.
           MOVE WS-PGT-INFORMADO(WS-PGT-I) TO PAG-INFORMADO.
           MOVE WS-PGT-MONEDA(WS-PGT-I) TO PAG-MONEDA.
           MOVE WS-PGT-IMP-ME(WS-PGT-I) TO PAG-IMPORTE-ME.
           MOVE WS-PGT-COTIZ(WS-PGT-I) TO PAG-COTIZACION.
           WRITE PAG.
      *******
       088-ASENTAR-DIF-CAMBIO.
      *******
      * Diferencia de cambio de los pagos en moneda extranjera que se
      * pasaron a pesos en esta corrida (solo con PAGOS.DAT ya
      * regrabado, para no asentarla dos veces). Ganancia: el pago
      * vale mas pesos de los que cancela; perdida, al reves.
           IF WS-DIFC-GANANCIA > 0 OR WS-DIFC-PERDIDA > 0
               OPEN EXTEND ASI-PEND
               IF ASI-PEND-ESTADO = "35"
                   OPEN OUTPUT ASI-PEND
                   CLOSE ASI-PEND
                   OPEN EXTEND ASI-PEND
               END-IF
               IF ASI-PEND-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN OPEN ASIENTOS-PEND FS: "
                       ASI-PEND-ESTADO
                   STOP RUN
               END-IF
               MOVE WS-FECHA-HOY TO ASI-FECHA
               MOVE "DIF. CAMBIO COBROS ME" TO ASI-CONCEPTO
               IF WS-DIFC-GANANCIA > 0
                   MOVE WS-DIFC-GANANCIA TO ASI-IMPORTE
                   MOVE "DEUDORES" TO ASI-CUENTA
                   MOVE "D" TO ASI-DC
                   PERFORM 089-GRABAR-ASIENTO
                   MOVE "DIF-CAMBIO" TO ASI-CUENTA
                   MOVE "H" TO ASI-DC
                   PERFORM 089-GRABAR-ASIENTO
               END-IF
               IF WS-DIFC-PERDIDA > 0
                   MOVE WS-DIFC-PERDIDA TO ASI-IMPORTE
                   MOVE "DIF-CAMBIO" TO ASI-CUENTA
                   MOVE "D" TO ASI-DC
                   PERFORM 089-GRABAR-ASIENTO
                   MOVE "DEUDORES" TO ASI-CUENTA
                   MOVE "H" TO ASI-DC
                   PERFORM 089-GRABAR-ASIENTO
               END-IF
               CLOSE ASI-PEND.
      *******
       089-GRABAR-ASIENTO.
      *******
           WRITE ASP.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       086-REGRABAR-NOTAS.
           MOVE WS-NCT-INFORMADA(WS-NCT-I) TO NC-INFORMADA.
           WRITE NC.
      *-----------------------------------------------------------------
      *******
       090-GRABAR-AVISOS.
      *******
      * EXTEND: lo que NOTIFICA todavia no tomo se conserva.
           IF WS-CANT-AVF > 0
               OPEN EXTEND AVISOS
               IF AVISOS-ESTADO = "35"
                   OPEN OUTPUT AVISOS
                   CLOSE AVISOS
                   OPEN EXTEND AVISOS
               END-IF
               IF AVISOS-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN OPEN AVISOS-PEND FS: "
                       AVISOS-ESTADO
                   STOP RUN
               END-IF
               PERFORM 092-GRABAR-UN-AVISO VARYING WS-AVF-I
                   FROM 1 BY 1 UNTIL WS-AVF-I > WS-CANT-AVF
               CLOSE AVISOS.
      *******
       092-GRABAR-UN-AVISO.
      *******
           MOVE WS-FECHA-HOY TO AVP-FECHA.
           MOVE "FACTURA" TO AVP-ORIGEN.
           MOVE WS-AVF-TIPO-DOC(WS-AVF-I) TO AVP-TIPO-DOC.
           MOVE WS-AVF-NRO-DOC(WS-AVF-I) TO AVP-NRO-DOC.
           MOVE "RESUMEN" TO AVP-PLANTILLA.
           MOVE WS-AVF-NUMERO(WS-AVF-I) TO AVP-VARIABLE(1).
           MOVE WS-AVF-PERIODO(WS-AVF-I) TO AVP-VARIABLE(2).
           MOVE WS-AVF-TOTAL(WS-AVF-I) TO WS-AVF-IMPORTE.
           MOVE WS-AVF-IMPORTE TO AVP-VARIABLE(3).
           MOVE WS-AVF-SALDO(WS-AVF-I) TO WS-AVF-IMPORTE.
           MOVE WS-AVF-IMPORTE TO AVP-VARIABLE(4).
           WRITE AVP.
           IF AVISOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE AVISOS-PEND FS: " AVISOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       094-REGRABAR-REEMBOLSOS.
      *******
           IF WS-RMT-DISPONIBLE = "SI"
               OPEN OUTPUT REEMBOLSOS
               IF REEMBOLSOS-ESTADO = "00" OR REEMBOLSOS-ESTADO = "05"
                   PERFORM 095-REGRABAR-UN-REEMBOLSO VARYING WS-RMT-I
                       FROM 1 BY 1 UNTIL WS-RMT-I > WS-CANT-RMT
                   CLOSE REEMBOLSOS
               ELSE
                   DISPLAY "ATENCION: NO SE PUDO REGRABAR "
                       "REEMBOLSOS FS: " REEMBOLSOS-ESTADO.
      *******
       095-REGRABAR-UN-REEMBOLSO.
      *******
           MOVE WS-RMT-NRO-DOC(WS-RMT-I) TO RMB-NRO-DOC.
           MOVE WS-RMT-FECHA(WS-RMT-I) TO RMB-FECHA.
           MOVE WS-RMT-ORIGEN(WS-RMT-I) TO RMB-ORIGEN.
           MOVE WS-RMT-PATENTE(WS-RMT-I) TO RMB-PATENTE.
           MOVE WS-RMT-FECHA-DEP(WS-RMT-I) TO RMB-FECHA-DEP.
           MOVE WS-RMT-IMPORTE(WS-RMT-I) TO RMB-IMPORTE.
           MOVE WS-RMT-CBU(WS-RMT-I) TO RMB-CBU.
           MOVE WS-RMT-NRO-TRF(WS-RMT-I) TO RMB-NRO-TRF.
           MOVE WS-RMT-INFORMADO(WS-RMT-I) TO RMB-INFORMADO.
           WRITE RMB.
      *******
       096-REGRABAR-ANTICIPOS.
      *******
           IF WS-ANF-DISPONIBLE = "SI"
               OPEN OUTPUT ANTICIPOS
               IF ANTICIPOS-ESTADO = "00" OR ANTICIPOS-ESTADO = "05"
                   PERFORM 097-REGRABAR-UN-ANTICIPO VARYING WS-ANF-I
                       FROM 1 BY 1 UNTIL WS-ANF-I > WS-CANT-ANF
                   CLOSE ANTICIPOS
               ELSE
                   DISPLAY "ATENCION: NO SE PUDO REGRABAR "
                       "ANTICIPOS FS: " ANTICIPOS-ESTADO.
      *******
       097-REGRABAR-UN-ANTICIPO.
      *******
           MOVE WS-ANF(WS-ANF-I) TO ANT.
           WRITE ANT.
      *-----------------------------------------------------------------
      *******
       END PROGRAM FACTURA-CLI.
