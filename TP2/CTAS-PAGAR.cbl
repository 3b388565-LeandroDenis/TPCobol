      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: cuentas a pagar a proveedores (talleres).
      *       Toma las facturas que REPARA registra en
      *       CUENTAS-PAGAR.DAT: contabiliza cada factura nueva por
      *       unica vez (REPARACIONES e IVA-COMPRAS al debe contra
      *       PROVEEDORES, con el desglose de la tasa IVA-TASA) y
      *       aplica los pagos de PAGOS-PROVEEDORES.DAT (PROVEEDORES
      *       contra BANCOS); los asientos salen por ASIENTOS-PEND.DAT,
      *       que ASIENTOS incorpora a ASIENTOS.DAT en su proxima
      *       corrida. Lista la deuda por proveedor por antiguedad
      *       desde el vencimiento (CTAS-PAGAR-ANT.DAT) y la propuesta
      *       de pago por fecha de vencimiento de lo que vence hasta
      *       la fecha de proceso mas PROPUESTA-PAGO-DIAS
      *       (PROPUESTA-PAGO.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAS-PAGAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROVEEDORES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROVEEDORES-ESTADO.

           SELECT CTAS-PAGAR   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CXP-ESTADO.

           SELECT OPTIONAL PAGOS-PROV ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PAGOS-ESTADO.

           SELECT ASI-PEND     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASI-PEND-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

           SELECT ARCH-PROP    ASSIGN TO DISK
                               SORT STATUS IS FS-PROP.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.

           SELECT PROPUESTA    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROPUESTA-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Maestro de proveedores (talleres), lo mantiene compras.
       FD  PROVEEDORES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROVEEDORES.DAT".
       01  PRV.
           03  PRV-CODIGO          PIC X(6).
           03  PRV-RAZON-SOCIAL    PIC X(30).
           03  PRV-CUIT            PIC X(11).
           03  PRV-PLAZO-DIAS      PIC 9(3).

      * Facturas de proveedores a pagar (ver REPARA).
       FD  CTAS-PAGAR LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CUENTAS-PAGAR.DAT".
       01  CXP.
           03  CXP-PROVEEDOR       PIC X(6).
           03  CXP-FACTURA         PIC X(12).
           03  CXP-PATENTE         PIC X(6).
           03  CXP-FECHA-FACTURA   PIC 9(8).
           03  CXP-VENCIMIENTO     PIC 9(8).
           03  CXP-IMPORTE         PIC 9(7)V99.
           03  CXP-PAGADO          PIC 9(7)V99.
           03  CXP-FECHA-PAGO      PIC 9(8).
      * "N" = falta el asiento de compra / "S" = ya contabilizada.
           03  CXP-CONTABILIZADA   PIC X.

      * Pagos hechos a proveedores, uno por factura; se vacia al
      * terminar bien.
       FD  PAGOS-PROV LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PAGOS-PROVEEDORES.DAT".
       01  PPR.
           03  PPR-PROVEEDOR       PIC X(6).
           03  PPR-FACTURA         PIC X(12).
           03  PPR-FECHA           PIC 9(8).
           03  PPR-IMPORTE         PIC 9(7)V99.

      * Asientos pendientes de exportar, en el formato de ASIENTOS.DAT.
       FD  ASI-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/ASIENTOS-PEND.DAT".
       01  ASI.
           03  ASI-FECHA           PIC 9(8).
           03  ASI-CUENTA          PIC X(12).
           03  ASI-DC              PIC X.
           03  ASI-IMPORTE         PIC 9(11)V99.
           03  ASI-CONCEPTO        PIC X(30).

      * Deuda por proveedor y vencimiento, para el aging.
       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-PROVEEDOR       PIC X(6).
           03  AUX-VENCIMIENTO     PIC 9(8).
           03  AUX-SALDO           PIC 9(7)V99.

      * Facturas que entran en la propuesta, por vencimiento.
       SD  ARCH-PROP   DATA RECORD IS REG-PROP.
       01  REG-PROP.
           03  PROP-VENCIMIENTO    PIC 9(8).
           03  PROP-PROVEEDOR      PIC X(6).
           03  PROP-FACTURA        PIC X(12).
           03  PROP-PATENTE        PIC X(6).
           03  PROP-SALDO          PIC 9(7)V99.

      * Fecha de proceso (AAAAMMDD), mismo criterio que COBERTURA.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan FECHA-CORRIDA,
      * IVA-TASA y PROPUESTA-PAGO-DIAS.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CTAS-PAGAR-ANT.DAT".
       01  LINEA               PIC X(110).

       FD  PROPUESTA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROPUESTA-PAGO.DAT".
       01  LINEA-PROP          PIC X(110).

       WORKING-STORAGE SECTION.
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  PROP-EOF            PIC XXX     VALUE "NO".
       77  PROVEEDORES-ESTADO  PIC XX.
       77  CXP-ESTADO          PIC XX.
       77  PAGOS-ESTADO        PIC XX.
       77  ASI-PEND-ESTADO     PIC XX.
       77  FS-AUX              PIC XX.
       77  FS-PROP             PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  PROPUESTA-ESTADO    PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
      * Tasa de IVA (clave IVA-TASA, 99V99 en 4 digitos).
       77  WS-TASA-IVA         PIC 99V99   VALUE 21,00.
       77  WS-PARM-TASA        PIC 9(4).
      * Dias hacia adelante que abarca la propuesta de pago (clave
      * PROPUESTA-PAGO-DIAS, 3 digitos).
       77  WS-HORIZONTE-DIAS   PIC 9(3)    VALUE 7.
       77  WS-TOPE-PROVEEDORES PIC 9(3)    VALUE 200.
       77  WS-TOPE-FACTURAS    PIC 9(4)    VALUE 2000.
       01  WS-DIAS-PROCESO     PIC 9(7).
       01  WS-FECHA-LIMITE     PIC 9(8).
       01  WS-DIAS             PIC S9(5).
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-POS              PIC 9(4).
       01  WS-SALDO            PIC 9(7)V99.
       01  WS-IVA-NETO         PIC 9(7)V99.
       01  WS-IVA-IMPUESTO     PIC 9(7)V99.
       01  WS-MOTIVO-RECH      PIC X(30).
       01  WS-PROV-ACTUAL      PIC X(6).
       01  WS-RAZON-SOCIAL     PIC X(30).
       01  WS-CANT-FACTURAS    PIC 9(4)    VALUE 0.
       01  WS-CANT-CONTAB      PIC 9(4)    VALUE 0.
       01  WS-CANT-PAGOS       PIC 9(4)    VALUE 0.
       01  WS-CANT-RECHAZOS    PIC 9(4)    VALUE 0.
       01  WS-CANT-PROPUESTAS  PIC 9(4)    VALUE 0.
       01  WS-CANT-PROVEEDORES PIC 9(3)    VALUE 0.
       01  WS-TOT-COMPRAS      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PAGOS        PIC 9(9)V99 VALUE 0.
       01  WS-TOT-DEUDA        PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PROPUESTA    PIC 9(9)V99 VALUE 0.
      * Deuda del proveedor por tramo desde el vencimiento: a vencer,
      * 1-30, 31-60, 61-90 y mas de 90 dias.
       01  WS-TRAMOS.
           03 WS-TRAMO         PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-T                PIC 9.
       01  WS-TABLA-PROVEEDORES.
           03 WS-PROVEEDOR OCCURS 200 TIMES.
               05 PROV-CODIGO      PIC X(6)  VALUE SPACES.
               05 PROV-RAZON       PIC X(30) VALUE SPACES.
      * CUENTAS-PAGAR.DAT entero en memoria: se regraba con los pagos
      * y las marcas de contabilizada (mismo esquema que REPARA con
      * TALLER.DAT).
       01  WS-TABLA-FACTURAS.
           03 WS-FACTURA OCCURS 2000 TIMES.
               05 FAC-PROVEEDOR    PIC X(6).
               05 FAC-FACTURA      PIC X(12).
               05 FAC-PATENTE      PIC X(6).
               05 FAC-FECHA        PIC 9(8).
               05 FAC-VENCIMIENTO  PIC 9(8).
               05 FAC-IMPORTE      PIC 9(7)V99.
               05 FAC-PAGADO       PIC 9(7)V99.
               05 FAC-FECHA-PAGO   PIC 9(8).
               05 FAC-CONTABILIZADA PIC X.

       01  PE1-ENCABE.
           03 FILLER           PIC X(46) VALUE
               'Cuentas a pagar - antiguedad de deuda al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(38) VALUE 'Proveedor'.
           03 FILLER           PIC X(12) VALUE '   A vencer'.
           03 FILLER           PIC X(12) VALUE '       1-30'.
           03 FILLER           PIC X(12) VALUE '      31-60'.
           03 FILLER           PIC X(12) VALUE '      61-90'.
           03 FILLER           PIC X(12) VALUE '  Mas de 90'.
           03 FILLER           PIC X(12) VALUE '      Total'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(110) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-PROVEEDOR    PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-RAZON        PIC X(30).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-T1           PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-T2           PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-T3           PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-T4           PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-T5           PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-TOTAL        PIC ZZZZZZZ9,99.
       01  PTR-TOTAL.
           03 FILLER           PIC X(25) VALUE 'Deuda total a pagar: '.
           03 TOT-DEUDA        PIC ZZZZZZZZ9,99.

       01  PP1-ENCABE.
           03 FILLER           PIC X(46) VALUE
               'Propuesta de pago - vencimientos hasta el '.
           03 PP1-FECHA        PIC 9(8).
       01  PP3-ENCABE.
           03 FILLER           PIC X(11) VALUE 'Vence'.
           03 FILLER           PIC X(38) VALUE 'Proveedor'.
           03 FILLER           PIC X(13) VALUE 'Factura'.
           03 FILLER           PIC X(8)  VALUE 'Patente'.
           03 FILLER           PIC X(12) VALUE '  A pagar'.
       01  PTR-PROP.
           03 PROW-DIA         PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 PROW-MES         PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 PROW-ANIO        PIC 9999.
           03 FILLER           PIC X     VALUE ' '.
           03 PROW-PROVEEDOR   PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 PROW-RAZON       PIC X(30).
           03 FILLER           PIC X     VALUE ' '.
           03 PROW-FACTURA     PIC X(12).
           03 FILLER           PIC X     VALUE ' '.
           03 PROW-PATENTE     PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 PROW-SALDO       PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 PROW-MARCA       PIC X(7).
       01  PTR-TOTAL-PROP.
           03 FILLER           PIC X(25) VALUE 'Total propuesto: '.
           03 TOT-PROPUESTA    PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 008-CARGAR-PROVEEDORES.
            PERFORM 010-CARGAR-FACTURAS.
            PERFORM 015-ABRIR-ASIENTOS.
            PERFORM 020-CONTABILIZAR-FACTURA VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-FACTURAS.
            PERFORM 030-APLICAR-PAGOS.
            CLOSE ASI-PEND.
            PERFORM 040-REGRABAR-FACTURAS.
            PERFORM 045-VACIAR-PAGOS.
            PERFORM 050-LISTAR-ANTIGUEDAD.
            PERFORM 060-LISTAR-PROPUESTA.
            DISPLAY "CTAS-PAGAR: FACTURAS " WS-CANT-FACTURAS
                " CONTABILIZADAS " WS-CANT-CONTAB
                " PAGOS " WS-CANT-PAGOS
                " RECHAZADOS " WS-CANT-RECHAZOS.
            DISPLAY "CTAS-PAGAR: COMPRAS " WS-TOT-COMPRAS
                " PAGADO " WS-TOT-PAGOS " DEUDA " WS-TOT-DEUDA.
            DISPLAY "CTAS-PAGAR: PROPUESTA " WS-CANT-PROPUESTAS
                " FACTURAS POR " WS-TOT-PROPUESTA.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       001-LEER-PARAMETROS.
      *******
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
                       PARM-CLAVE = "IVA-TASA"
      * VALOR: tasa en 4 digitos (99V99), p.ej. 2100 = 21,00.
                       IF PARM-VALOR(1:4) IS NUMERIC
                           MOVE PARM-VALOR(1:4) TO WS-PARM-TASA
                           COMPUTE WS-TASA-IVA = WS-PARM-TASA / 100
                       ELSE
                           DISPLAY "PARAMETROS: IVA-TASA MAL "
                               "FORMADA: " PARM-VALOR
                       END-IF
                   END-IF
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "PROPUESTA-PAGO-DIAS" AND
                       PARM-VALOR(1:3) IS NUMERIC
      * VALOR: dias hacia adelante de la propuesta (3 digitos).
                       MOVE PARM-VALOR(1:3) TO WS-HORIZONTE-DIAS
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      *-----------------------------------------------------------------
      *******
       005-INICIALIZAR-FECHA-PROCESO.
      *******
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
           COMPUTE WS-DIAS-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-PROCESO + WS-HORIZONTE-DIAS).
      *-----------------------------------------------------------------
      *******
       008-CARGAR-PROVEEDORES.
      *******
           OPEN INPUT PROVEEDORES.
           IF PROVEEDORES-ESTADO = "00"
               PERFORM UNTIL PROVEEDORES-ESTADO NOT = "00"
                   READ PROVEEDORES
                   IF PROVEEDORES-ESTADO = "00" AND
                       WS-CANT-PROVEEDORES < WS-TOPE-PROVEEDORES
                       ADD 1 TO WS-CANT-PROVEEDORES
                       MOVE PRV-CODIGO TO
                           PROV-CODIGO(WS-CANT-PROVEEDORES)
                       MOVE PRV-RAZON-SOCIAL TO
                           PROV-RAZON(WS-CANT-PROVEEDORES)
                   END-IF
               END-PERFORM.
           CLOSE PROVEEDORES.
      *-----------------------------------------------------------------
      *******
       010-CARGAR-FACTURAS.
      *******
           OPEN INPUT CTAS-PAGAR.
           IF CXP-ESTADO = "00"
               PERFORM UNTIL CXP-ESTADO NOT = "00"
                   READ CTAS-PAGAR
                   IF CXP-ESTADO = "00"
                       PERFORM 012-CARGAR-UNA-FACTURA
                   END-IF
               END-PERFORM.
           CLOSE CTAS-PAGAR.
      *******
       012-CARGAR-UNA-FACTURA.
      *******
           IF WS-CANT-FACTURAS = WS-TOPE-FACTURAS
               DISPLAY "ERROR: CUENTAS-PAGAR.DAT supera el tope "
                   "(2000); no se procesa nada."
               STOP RUN.
           ADD 1 TO WS-CANT-FACTURAS.
           MOVE CXP-PROVEEDOR TO FAC-PROVEEDOR(WS-CANT-FACTURAS).
           MOVE CXP-FACTURA TO FAC-FACTURA(WS-CANT-FACTURAS).
           MOVE CXP-PATENTE TO FAC-PATENTE(WS-CANT-FACTURAS).
           MOVE CXP-FECHA-FACTURA TO FAC-FECHA(WS-CANT-FACTURAS).
           MOVE CXP-VENCIMIENTO TO FAC-VENCIMIENTO(WS-CANT-FACTURAS).
           MOVE CXP-IMPORTE TO FAC-IMPORTE(WS-CANT-FACTURAS).
           MOVE CXP-PAGADO TO FAC-PAGADO(WS-CANT-FACTURAS).
           MOVE CXP-FECHA-PAGO TO FAC-FECHA-PAGO(WS-CANT-FACTURAS).
           MOVE CXP-CONTABILIZADA TO
               FAC-CONTABILIZADA(WS-CANT-FACTURAS).
      *-----------------------------------------------------------------
      *******
       015-ABRIR-ASIENTOS.
      *******
           OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO = "35"
               OPEN OUTPUT ASI-PEND
               CLOSE ASI-PEND
               OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       020-CONTABILIZAR-FACTURA.
      *******
      * Asiento de compra, una sola vez por factura: neto gravado a
      * REPARACIONES e impuesto a IVA-COMPRAS contra el total a
      * PROVEEDORES; neto = bruto / (1 + tasa), como en DEVOL.
           IF FAC-CONTABILIZADA(WS-I) NOT = "S"
               COMPUTE WS-IVA-NETO ROUNDED = FAC-IMPORTE(WS-I) /
                   (1 + WS-TASA-IVA / 100)
               COMPUTE WS-IVA-IMPUESTO = FAC-IMPORTE(WS-I) -
                   WS-IVA-NETO
               MOVE FAC-FECHA(WS-I) TO ASI-FECHA
               MOVE SPACES TO ASI-CONCEPTO
               STRING "FC PROV " FAC-PROVEEDOR(WS-I) " "
                   FAC-FACTURA(WS-I) DELIMITED BY SIZE
                   INTO ASI-CONCEPTO
               MOVE "REPARACIONES" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE WS-IVA-NETO TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO
               IF WS-IVA-IMPUESTO > 0
                   MOVE "IVA-COMPRAS" TO ASI-CUENTA
                   MOVE WS-IVA-IMPUESTO TO ASI-IMPORTE
                   PERFORM 062-GRABAR-ASIENTO
               END-IF
               MOVE "PROVEEDORES" TO ASI-CUENTA
               MOVE "H" TO ASI-DC
               MOVE FAC-IMPORTE(WS-I) TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO
               MOVE "S" TO FAC-CONTABILIZADA(WS-I)
               ADD FAC-IMPORTE(WS-I) TO WS-TOT-COMPRAS
               ADD 1 TO WS-CANT-CONTAB.
      *-----------------------------------------------------------------
      *******
       030-APLICAR-PAGOS.
      *******
           OPEN INPUT PAGOS-PROV.
           IF PAGOS-ESTADO = "00"
               PERFORM UNTIL PAGOS-ESTADO NOT = "00"
                   READ PAGOS-PROV
                   IF PAGOS-ESTADO = "00"
                       PERFORM 032-APLICAR-UN-PAGO
                   END-IF
               END-PERFORM.
           CLOSE PAGOS-PROV.
      *******
       032-APLICAR-UN-PAGO.
      *******
      * El pago cancela total o parcialmente una factura registrada;
      * no se acepta un pago mayor que el saldo.
           MOVE SPACES TO WS-MOTIVO-RECH.
           MOVE 0 TO WS-POS.
           PERFORM 034-BUSCAR-FACTURA VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-FACTURAS OR WS-POS NOT = 0.
           IF PPR-IMPORTE NOT NUMERIC OR PPR-IMPORTE = 0
               MOVE "IMPORTE INVALIDO" TO WS-MOTIVO-RECH
           ELSE
           IF PPR-FECHA NOT NUMERIC
               MOVE "FECHA INVALIDA" TO WS-MOTIVO-RECH
           ELSE
           IF WS-POS = 0
               MOVE "FACTURA NO REGISTRADA" TO WS-MOTIVO-RECH
           ELSE
               COMPUTE WS-SALDO = FAC-IMPORTE(WS-POS) -
                   FAC-PAGADO(WS-POS)
               IF PPR-IMPORTE > WS-SALDO
                   MOVE "PAGO SUPERA EL SALDO" TO WS-MOTIVO-RECH.
           IF WS-MOTIVO-RECH NOT = SPACES
               DISPLAY "CTAS-PAGAR: PAGO RECHAZADO " PPR-PROVEEDOR
                   " " PPR-FACTURA " " WS-MOTIVO-RECH
               ADD 1 TO WS-CANT-RECHAZOS
           ELSE
               ADD PPR-IMPORTE TO FAC-PAGADO(WS-POS)
               IF FAC-PAGADO(WS-POS) = FAC-IMPORTE(WS-POS)
                   MOVE PPR-FECHA TO FAC-FECHA-PAGO(WS-POS)
               END-IF
               MOVE PPR-FECHA TO ASI-FECHA
               MOVE SPACES TO ASI-CONCEPTO
               STRING "PAGO PROV " PPR-PROVEEDOR " " PPR-FACTURA
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               MOVE "PROVEEDORES" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE PPR-IMPORTE TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO
               MOVE "BANCOS" TO ASI-CUENTA
               MOVE "H" TO ASI-DC
               PERFORM 062-GRABAR-ASIENTO
               ADD PPR-IMPORTE TO WS-TOT-PAGOS
               ADD 1 TO WS-CANT-PAGOS.
      *******
       034-BUSCAR-FACTURA.
      *******
           IF FAC-PROVEEDOR(WS-J) = PPR-PROVEEDOR AND
               FAC-FACTURA(WS-J) = PPR-FACTURA
               MOVE WS-J TO WS-POS.
      *-----------------------------------------------------------------
      *******
       040-REGRABAR-FACTURAS.
      *******
           OPEN OUTPUT CTAS-PAGAR.
           IF CXP-ESTADO NOT = "00" AND CXP-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA CUENTAS-PAGAR FS: "
                   CXP-ESTADO
               STOP RUN.
           PERFORM 042-REGRABAR-UNA-FACTURA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-FACTURAS.
           CLOSE CTAS-PAGAR.
      *******
       042-REGRABAR-UNA-FACTURA.
      *******
           MOVE FAC-PROVEEDOR(WS-I) TO CXP-PROVEEDOR.
           MOVE FAC-FACTURA(WS-I) TO CXP-FACTURA.
           MOVE FAC-PATENTE(WS-I) TO CXP-PATENTE.
           MOVE FAC-FECHA(WS-I) TO CXP-FECHA-FACTURA.
           MOVE FAC-VENCIMIENTO(WS-I) TO CXP-VENCIMIENTO.
           MOVE FAC-IMPORTE(WS-I) TO CXP-IMPORTE.
           MOVE FAC-PAGADO(WS-I) TO CXP-PAGADO.
           MOVE FAC-FECHA-PAGO(WS-I) TO CXP-FECHA-PAGO.
           MOVE FAC-CONTABILIZADA(WS-I) TO CXP-CONTABILIZADA.
           WRITE CXP.
      *-----------------------------------------------------------------
      *******
       045-VACIAR-PAGOS.
      *******
      * El feed de pagos consumido se vacia para que la proxima
      * corrida no vuelva a aplicarlo.
           OPEN OUTPUT PAGOS-PROV.
           IF PAGOS-ESTADO = "00" OR PAGOS-ESTADO = "05"
               CLOSE PAGOS-PROV.
      *-----------------------------------------------------------------
      *******
       050-LISTAR-ANTIGUEDAD.
      *******
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CTAS-PAGAR-ANT FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           SORT ARCH-AUX
               ON ASCENDING KEY AUX-PROVEEDOR
               ON ASCENDING KEY AUX-VENCIMIENTO
               INPUT PROCEDURE IS ENTRADA
               OUTPUT PROCEDURE IS SALIDA.
           MOVE WS-TOT-DEUDA TO TOT-DEUDA.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PTR-TOTAL.
           CLOSE LISTADO.
      *-----------------------------------------------------------------
      *******
       060-LISTAR-PROPUESTA.
      *******
           OPEN OUTPUT PROPUESTA.
           IF PROPUESTA-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PROPUESTA-PAGO FS: "
                   PROPUESTA-ESTADO
               STOP RUN.
           MOVE WS-FECHA-LIMITE TO PP1-FECHA.
           WRITE LINEA-PROP FROM PP1-ENCABE.
           WRITE LINEA-PROP FROM PE2-ENCABE.
           WRITE LINEA-PROP FROM PP3-ENCABE.
           WRITE LINEA-PROP FROM PE4-ENCABE.
           SORT ARCH-PROP
               ON ASCENDING KEY PROP-VENCIMIENTO
               ON ASCENDING KEY PROP-PROVEEDOR
               ON ASCENDING KEY PROP-FACTURA
               INPUT PROCEDURE IS ENTRADA-PROPUESTA
               OUTPUT PROCEDURE IS SALIDA-PROPUESTA.
           MOVE WS-TOT-PROPUESTA TO TOT-PROPUESTA.
           WRITE LINEA-PROP FROM PE2-ENCABE.
           WRITE LINEA-PROP FROM PTR-TOTAL-PROP.
           CLOSE PROPUESTA.
      *-----------------------------------------------------------------
      *******
       062-GRABAR-ASIENTO.
      *******
           WRITE ASI.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       064-BUSCAR-RAZON-SOCIAL.
      *******
           MOVE "PROVEEDOR NO EN MAESTRO" TO WS-RAZON-SOCIAL.
           PERFORM 066-COMPARAR-PROVEEDOR VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-PROVEEDORES.
      *******
       066-COMPARAR-PROVEEDOR.
      *******
           IF PROV-CODIGO(WS-J) = WS-PROV-ACTUAL
               MOVE PROV-RAZON(WS-J) TO WS-RAZON-SOCIAL.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
           PERFORM CARGAR-AUX VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-FACTURAS.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX.
           COMPUTE WS-SALDO = FAC-IMPORTE(WS-I) - FAC-PAGADO(WS-I).
           IF WS-SALDO > 0
               MOVE FAC-PROVEEDOR(WS-I) TO AUX-PROVEEDOR
               MOVE FAC-VENCIMIENTO(WS-I) TO AUX-VENCIMIENTO
               MOVE WS-SALDO TO AUX-SALDO
               RELEASE REG-AUX.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM CORTE-PROVEEDOR UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       CORTE-PROVEEDOR.
           MOVE AUX-PROVEEDOR TO WS-PROV-ACTUAL.
           INITIALIZE WS-TRAMOS.
           PERFORM CLASIFICAR-DEUDA UNTIL AUX-EOF = "SI" OR
               AUX-PROVEEDOR NOT = WS-PROV-ACTUAL.
           PERFORM 064-BUSCAR-RAZON-SOCIAL.
           MOVE WS-PROV-ACTUAL TO ROW-PROVEEDOR.
           MOVE WS-RAZON-SOCIAL TO ROW-RAZON.
           MOVE WS-TRAMO(1) TO ROW-T1.
           MOVE WS-TRAMO(2) TO ROW-T2.
           MOVE WS-TRAMO(3) TO ROW-T3.
           MOVE WS-TRAMO(4) TO ROW-T4.
           MOVE WS-TRAMO(5) TO ROW-T5.
           COMPUTE ROW-TOTAL = WS-TRAMO(1) + WS-TRAMO(2) +
               WS-TRAMO(3) + WS-TRAMO(4) + WS-TRAMO(5).
           WRITE LINEA FROM PTR-ROW.
      *******
       CLASIFICAR-DEUDA.
      * Dias desde el vencimiento; lo que todavia no vencio va al
      * primer tramo.
           COMPUTE WS-DIAS = WS-DIAS-PROCESO -
               FUNCTION INTEGER-OF-DATE(AUX-VENCIMIENTO).
           IF WS-DIAS <= 0
               MOVE 1 TO WS-T
           ELSE
           IF WS-DIAS <= 30
               MOVE 2 TO WS-T
           ELSE
           IF WS-DIAS <= 60
               MOVE 3 TO WS-T
           ELSE
           IF WS-DIAS <= 90
               MOVE 4 TO WS-T
           ELSE
               MOVE 5 TO WS-T.
           ADD AUX-SALDO TO WS-TRAMO(WS-T).
           ADD AUX-SALDO TO WS-TOT-DEUDA.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       ENTRADA-PROPUESTA SECTION.
           PERFORM CARGAR-PROP VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-FACTURAS.
       OTRA-ENTRADA-PROPUESTA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-PROP.
      * Entra todo saldo que vence hasta la fecha limite, incluido lo
      * ya vencido e impago.
           COMPUTE WS-SALDO = FAC-IMPORTE(WS-I) - FAC-PAGADO(WS-I).
           IF WS-SALDO > 0 AND
               FAC-VENCIMIENTO(WS-I) <= WS-FECHA-LIMITE
               MOVE FAC-VENCIMIENTO(WS-I) TO PROP-VENCIMIENTO
               MOVE FAC-PROVEEDOR(WS-I) TO PROP-PROVEEDOR
               MOVE FAC-FACTURA(WS-I) TO PROP-FACTURA
               MOVE FAC-PATENTE(WS-I) TO PROP-PATENTE
               MOVE WS-SALDO TO PROP-SALDO
               RELEASE REG-PROP.
      *-----------------------------------------------------------------
      *******
       SALIDA-PROPUESTA SECTION.
           MOVE "NO" TO PROP-EOF.
           RETURN ARCH-PROP RECORD AT END MOVE "SI" TO PROP-EOF.
           PERFORM ESCRIBIR-PROPUESTA UNTIL PROP-EOF = "SI".
       OTRA-SALIDA-PROPUESTA SECTION.
      *-----------------------------------------------------------------
      *******
       ESCRIBIR-PROPUESTA.
           MOVE PROP-PROVEEDOR TO WS-PROV-ACTUAL.
           PERFORM 064-BUSCAR-RAZON-SOCIAL.
           MOVE PROP-VENCIMIENTO(7:2) TO PROW-DIA.
           MOVE PROP-VENCIMIENTO(5:2) TO PROW-MES.
           MOVE PROP-VENCIMIENTO(1:4) TO PROW-ANIO.
           MOVE PROP-PROVEEDOR TO PROW-PROVEEDOR.
           MOVE WS-RAZON-SOCIAL TO PROW-RAZON.
           MOVE PROP-FACTURA TO PROW-FACTURA.
           MOVE PROP-PATENTE TO PROW-PATENTE.
           MOVE PROP-SALDO TO PROW-SALDO.
           IF PROP-VENCIMIENTO < WS-FECHA-PROCESO
               MOVE "VENCIDA" TO PROW-MARCA
           ELSE
               MOVE SPACES TO PROW-MARCA.
           WRITE LINEA-PROP FROM PTR-PROP.
           ADD PROP-SALDO TO WS-TOT-PROPUESTA.
           ADD 1 TO WS-CANT-PROPUESTAS.
           RETURN ARCH-PROP RECORD AT END MOVE "SI" TO PROP-EOF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CTAS-PAGAR.
