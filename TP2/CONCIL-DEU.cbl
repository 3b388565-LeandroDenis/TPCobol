      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: conciliacion mensual de la cuenta
      *       DEUDORES del mayor contra el subdiario de clientes. El
      *       saldo de DEUDORES se rearma con las exportaciones
      *       acumuladas de ASIENTOS (ASIENTOS-ACUM.DAT) y se compara
      *       con la suma de SAL-SALDO de SALDOS-CLI.DAT. El
      *       movimiento sale abierto por origen (alquileres,
      *       cancelaciones, cargos extra, intereses, pagos, notas de
      *       credito y otros) de los dos lados, y cada documento
      *       cuyo importe no coincide entre el subdiario y el detalle
      *       de lo exportado sale listado con su diferencia. La
      *       diferencia que ningun documento explica queda al pie.
      *       Informe en CONCIL-DEUDORES.DAT.
      *   LD  Las devoluciones de saldo a favor por transferencia
      *       (REEMBOLSOS.DAT y su asiento "DEVOL. SALDO") entran en
      *       el origen de pagos de los dos lados.
      *   LD  El anticipo de reserva aplicado al alquiler
      *       (ANTICIPOS.DAT y su asiento "APLIC. ANTICIPO") entra en
      *       el origen de pagos de los dos lados.
      *   LD  Origen nuevo de castigos de incobrables (CASTIGOS.DAT y
      *       sus asientos "CASTIGO INCOB." y "RECUPERO INCOB."): lo
      *       castigado baja el saldo del cliente y lo recuperado lo
      *       vuelve a subir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCIL-DEU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASI-ACUM ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ACUMULADO-ESTADO.

           SELECT OPTIONAL SALDOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-ESTADO.

           SELECT OPTIONAL MAE-ACT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL HISTORICO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS HISTORICO-ESTADO.

           SELECT OPTIONAL NOTAS ASSIGN TO WS-RUTA-NOTAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOTAS-ESTADO.

           SELECT OPTIONAL ROTACIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ROTACIONES-ESTADO.

           SELECT OPTIONAL PAGOS-E ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PAGOS-ESTADO.

           SELECT OPTIONAL CARGOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CARGOS-ESTADO.

           SELECT OPTIONAL REEMBOLSOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS REEMBOLSOS-ESTADO.

           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ANTICIPOS-ESTADO.

           SELECT OPTIONAL CASTIGOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CASTIGOS-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
      * Historia de las exportaciones contables (ver ASIENTOS.cbl):
      * renglones "A" con la linea de ASIENTOS.DAT, "V"/"C" con el
      * documento que fue a DEUDORES por alquiler o cancelacion.
       FD  ASI-ACUM LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/ASIENTOS-ACUM.DAT".
       01  ACU.
           03  ACU-FECHA-PROCESO PIC 9(8).
           03  ACU-HORA        PIC 9(8).
           03  ACU-TIPO        PIC X.
           03  ACU-ASIENTO.
               05  ASI-FECHA       PIC 9(8).
               05  ASI-CUENTA      PIC X(12).
               05  ASI-DC          PIC X.
               05  ASI-IMPORTE     PIC 9(11)V99.
               05  ASI-CONCEPTO    PIC X(30).
           03  ACU-DOCUMENTO REDEFINES ACU-ASIENTO.
               05  ACU-PATENTE     PIC X(6).
               05  ACU-FECHA       PIC 9(8).
               05  ACU-NRO-DOC     PIC X(20).
               05  ACU-IMPORTE     PIC 9(9)V99.
               05  FILLER          PIC X(19).

      * Saldo abierto por cliente de la ultima corrida de PAGOS.
       FD  SALDOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../SALDOS-CLI.DAT".
       01  SAL.
           03  SAL-NRO-DOC         PIC X(20).
           03  SAL-FACTURADO       PIC 9(9)V99.
           03  SAL-PAGADO          PIC 9(9)V99.
           03  SAL-CREDITOS        PIC 9(9)V99.
           03  SAL-SALDO           PIC 9(9)V99.
      * Baldes de antiguedad; no se usan aca.
           03  FILLER              PIC X(44).

       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MAESTRO-ACT.DAT".
       01  MAE.
           03  MAE-PATENTE         PIC X(6).
           03  MAE-FECHA           PIC 9(8).
           03  MAE-TIPO-DOC        PIC X.
           03  MAE-NRO-DOC         PIC X(20).
           03  MAE-IMPORTE         PIC 9(4)V99.
           03  MAE-AGENCIA         PIC 9.
      * Horas, modalidad y desglose de IVA; no se usan aca.
           03  FILLER              PIC X(21).

       FD  HISTORICO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO-HISTORICO.DAT".
       01  HIST-REG.
           03  HIST-PATENTE        PIC X(6).
           03  HIST-FECHA          PIC 9(8).
           03  HIST-TIPO-DOC       PIC X.
           03  HIST-NRO-DOC        PIC X(20).
           03  HIST-IMPORTE        PIC 9(4)V99.
           03  HIST-CHOFER         PIC X(7).
           03  HIST-ESTADO         PIC X.
           03  HIST-AGENCIA        PIC 9.
           03  HIST-MODO           PIC X.

      * Notas de credito de cancelaciones (ver NOTAS-CRED.cbl); la
      * ruta varia igual que en PAGOS: segmentos anuales y el vivo.
       FD  NOTAS   LABEL RECORD IS STANDARD.
       01  NC.
           03  NC-FECHA-EMISION       PIC 9(8).
           03  NC-PATENTE             PIC X(6).
           03  NC-FECHA-ALQUILER      PIC 9(8).
           03  NC-TIPO-DOC            PIC X.
           03  NC-NRO-DOC             PIC X(20).
           03  NC-IMPORTE-ORIGINAL    PIC 9(4)V99.
           03  NC-PENALIDAD-PCT       PIC 9(2).
           03  NC-IMPORTE-REEMBOLSO   PIC 9(4)V99.
      * Desglose de IVA del reembolso y marca de informado de
      * FACTURA-CLI; no se usan aca.
           03  FILLER                 PIC X(13).

       FD  ROTACIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/ROTACIONES.DAT".
       01  REG-ROTACION.
           03  ROT-NOMBRE      PIC X(20).
           03  ROT-ANIO        PIC 9(4).
           03  ROT-CANTIDAD    PIC 9(7).

       FD  PAGOS-E LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PAGOS.DAT".
       01  PAG.
           03  PAG-NRO-DOC         PIC X(20).
           03  PAG-FECHA           PIC 9(8).
           03  PAG-IMPORTE         PIC 9(7)V99.
      * Marca de informado y datos de moneda extranjera; aca solo
      * interesan los pesos de PAG-IMPORTE.
           03  FILLER              PIC X(22).

      * Cargos extra e intereses pendientes de facturar.
       FD  CARGOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CARGOS-EXTRA.DAT".
       01  CEX.
           03  CEX-NRO-DOC         PIC X(20).
           03  CEX-FECHA           PIC 9(8).
           03  CEX-PATENTE         PIC X(6).
           03  CEX-TIPO-DOC        PIC X.
           03  CEX-CONCEPTO        PIC X(20).
           03  CEX-IMPORTE         PIC 9(6)V99.
      * Desglose de IVA del cargo; no se usa aca.
           03  FILLER              PIC X(16).

      * Devoluciones por transferencia (ver REEMBOLSOS): el saldo a
      * favor devuelto (origen "S") vuelve a DEUDORES como un pago
      * al reves.
       FD  REEMBOLSOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../REEMBOLSOS.DAT".
       01  RMB.
           03  RMB-NRO-DOC         PIC X(20).
           03  RMB-FECHA           PIC 9(8).
           03  RMB-ORIGEN          PIC X.
           03  RMB-PATENTE         PIC X(6).
           03  RMB-FECHA-DEP       PIC 9(8).
           03  RMB-IMPORTE         PIC 9(9)V99.
      * CBU, transferencia y marca de informado; no se usan aca.
           03  FILLER              PIC X(29).

      * Anticipos de reservas (ver ANTICIPOS): lo aplicado al
      * alquiler baja DEUDORES como un pago.
       FD  ANTICIPOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ANTICIPOS.DAT".
       01  ANT.
           03  ANT-NRO-DOC         PIC X(20).
           03  ANT-TIPO-DOC        PIC X.
           03  ANT-PATENTE         PIC X(6).
           03  ANT-FECHA           PIC 9(8).
      * Hasta, agencia, cobro, importe, estado y resolucion; no se
      * usan aca.
           03  FILLER              PIC X(28).
           03  ANT-FECHA-RESOL     PIC 9(8).
           03  ANT-APLICADO        PIC 9(7)V99.
      * Retenido, a devolver, devolucion e informado; no se usan aca.
           03  FILLER              PIC X(27).

      * Castigos de incobrables (ver CASTIGOS): lo castigado y lo
      * recuperado despues, por cuenta.
       FD  CASTIGOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CASTIGOS.DAT".
       01  CAS.
           03  CAS-NRO-DOC         PIC X(20).
           03  CAS-FECHA           PIC 9(8).
           03  CAS-IMPORTE         PIC 9(9)V99.
      * Neto, IVA, motivo y supervisor; no se usan aca.
           03  FILLER              PIC X(59).
           03  CAS-RECUPERADO      PIC 9(9)V99.
           03  CAS-FECHA-RECUP     PIC 9(8).

       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Un renglon por documento y lado: "S" subdiario, "M" mayor
      * (detalle de lo exportado a DEUDORES). Importe con el signo
      * con que mueve el saldo del cliente.
       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-CLAVE.
               05  AUX-ORIGEN      PIC 9.
               05  AUX-NRO-DOC     PIC X(20).
               05  AUX-PATENTE     PIC X(6).
               05  AUX-FECHA       PIC 9(8).
           03  AUX-LADO            PIC X.
           03  AUX-IMPORTE         PIC S9(9)V99.

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONCIL-DEUDORES.DAT".
       01  LINEA                   PIC X(120).

       WORKING-STORAGE SECTION.
       77  ACU-EOF             PIC XXX     VALUE "NO".
       77  MAE-ACT-EOF         PIC XXX     VALUE "NO".
       77  HISTORICO-EOF       PIC XXX     VALUE "NO".
       77  PAGOS-EOF           PIC XXX     VALUE "NO".
       77  CARGOS-EOF          PIC XXX     VALUE "NO".
       77  REEMBOLSOS-EOF      PIC XXX     VALUE "NO".
       77  ANTICIPOS-EOF       PIC XXX     VALUE "NO".
       77  CASTIGOS-EOF        PIC XXX     VALUE "NO".
       77  AUX-EOF             PIC XX      VALUE "NO".
       77  FS-AUX              PIC XX.
       77  ACUMULADO-ESTADO    PIC XX.
       77  SALDOS-ESTADO       PIC XX.
       77  MAE-ACT-ESTADO      PIC XX.
       77  HISTORICO-ESTADO    PIC XX.
       77  NOTAS-ESTADO        PIC XX.
       77  ROTACIONES-ESTADO   PIC XX.
       77  PAGOS-ESTADO        PIC XX.
       77  CARGOS-ESTADO       PIC XX.
       77  REEMBOLSOS-ESTADO   PIC XX.
       77  ANTICIPOS-ESTADO    PIC XX.
       77  CASTIGOS-ESTADO     PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-NOTAS-AUSENTE    PIC X(2)    VALUE "NO".
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-RUTA-NOTAS       PIC X(40)
           VALUE "../../Parte1/NOTAS-CREDITO.DAT".
       01  WS-CANT-SEGS-NC     PIC 9(2)    VALUE 0.
       01  WS-SEG-NC           PIC 9(2).
       01  WS-SEG-ANIO-X       PIC X(4).
       01  WS-SEGMENTOS-NC.
           03 WS-SEGNC OCCURS 20 TIMES.
               05 SEGNC-ANIO       PIC 9(4).

      * Corridas de ASIENTOS en ASIENTOS-ACUM, en el orden en que se
      * agregaron; una corrida queda REEMPLAZADA cuando despues hay
      * otra de la misma fecha de proceso (recorrida): su exportacion
      * ya no es la que se mando al paquete contable.
       77  WS-TOPE-CORRIDAS    PIC 9(4)    VALUE 5000.
       01  WS-CANT-CORRIDAS    PIC 9(4)    VALUE 0.
       01  WS-COR-IDX          PIC 9(4).
       01  WS-COR-ACTUAL       PIC 9(4)    VALUE 0.
       01  WS-COR-LLENA        PIC X(2)    VALUE "NO".
       01  WS-CORRIDA-VIGENTE  PIC X(2)    VALUE "SI".
       01  WS-TABLA-CORRIDAS.
           03 WS-COR OCCURS 5000 TIMES.
               05 COR-FECHA        PIC 9(8).
               05 COR-HORA         PIC 9(8).
               05 COR-REEMPLAZADA  PIC X.
       01  WS-CANT-REEMPLAZADAS PIC 9(4)   VALUE 0.

      * Origenes del movimiento de DEUDORES.
       01  WS-ORIGENES-VALORES.
           03 FILLER           PIC X(16) VALUE 'ALQUILERES'.
           03 FILLER           PIC X(16) VALUE 'CANCELACIONES'.
           03 FILLER           PIC X(16) VALUE 'CARGOS EXTRA'.
           03 FILLER           PIC X(16) VALUE 'INTERESES'.
           03 FILLER           PIC X(16) VALUE 'PAGOS'.
           03 FILLER           PIC X(16) VALUE 'NOTAS DE CREDITO'.
           03 FILLER           PIC X(16) VALUE 'CASTIGOS'.
           03 FILLER           PIC X(16) VALUE 'OTROS'.
       01  WS-TABLA-ORIGENES REDEFINES WS-ORIGENES-VALORES.
           03 ORG-NOMBRE       PIC X(16) OCCURS 8 TIMES.
       01  WS-CANT-ORIGENES    PIC 9       VALUE 8.
       01  WS-ORG              PIC 9.
       01  WS-TOTALES-ORIGEN.
           03 WS-TOT-ORG OCCURS 8 TIMES.
               05 ORG-SUBDIARIO    PIC S9(11)V99.
               05 ORG-MAYOR        PIC S9(11)V99.

       01  WS-CONCEPTO-BASE    PIC X(30).
       01  WS-SALDO-MAYOR      PIC S9(11)V99 VALUE 0.
       01  WS-MAYOR-DETALLE    PIC S9(11)V99 VALUE 0.
       01  WS-SALDO-CLIENTES   PIC S9(11)V99 VALUE 0.
       01  WS-MOV-SUBDIARIO    PIC S9(11)V99 VALUE 0.
       01  WS-MOV-MAYOR        PIC S9(11)V99 VALUE 0.
       01  WS-DIF-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-DIF-EXPLICADA    PIC S9(11)V99 VALUE 0.
       01  WS-DIF-NO-EXPLICADA PIC S9(11)V99 VALUE 0.
       01  WS-DIF-SALDOS       PIC S9(11)V99 VALUE 0.
       01  WS-DIF-SIN-DETALLE  PIC S9(11)V99 VALUE 0.
       01  WS-CANT-CLIENTES    PIC 9(7)    VALUE 0.
       01  WS-CANT-DOCUMENTOS  PIC 9(7)    VALUE 0.
      * Documento en curso en el apareo de la salida del SORT.
       01  WS-CLAVE-ACTUAL     PIC X(35).
       01  WS-DOC-SUBDIARIO    PIC S9(9)V99.
       01  WS-DOC-MAYOR        PIC S9(9)V99.
       01  WS-DOC-DIFERENCIA   PIC S9(9)V99.
       01  WS-DOC-ORIGEN       PIC 9.
       01  WS-DOC-NRO-DOC      PIC X(20).
       01  WS-DOC-PATENTE      PIC X(6).
       01  WS-DOC-FECHA        PIC 9(8).

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Conciliacion DEUDORES contra SALDOS-CLI'.
           03 FILLER           PIC X(20) VALUE 'Fecha de proceso: '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(120) VALUE ALL '_'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(60) VALUE
               'Documentos con diferencia entre subdiario y mayor'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(17) VALUE 'Origen'.
           03 FILLER           PIC X(21) VALUE 'Documento'.
           03 FILLER           PIC X(8)  VALUE 'Patente'.
           03 FILLER           PIC X(9)  VALUE 'Fecha'.
           03 FILLER           PIC X(15) VALUE '     Subdiario'.
           03 FILLER           PIC X(15) VALUE '         Mayor'.
           03 FILLER           PIC X(15) VALUE '    Diferencia'.
           03 FILLER           PIC X(12) VALUE 'Observacion'.
       01  PTR-DOCUMENTO.
           03 DOC-ORIGEN       PIC X(16).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 DOC-NRO-DOC      PIC X(20).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 DOC-PATENTE      PIC X(6).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 DOC-FECHA        PIC 9(8).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 DOC-SUBDIARIO    PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 DOC-MAYOR        PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 DOC-DIFERENCIA   PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 DOC-OBSERVACION  PIC X(18).
       01  PTR-CANT-DOCUMENTOS.
           03 FILLER           PIC X(26) VALUE
               'Documentos con diferencia:'.
           03 CAN-DOCUMENTOS   PIC ZZZZZZ9.
       01  PE6-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Movimiento de DEUDORES por origen'.
       01  PE7-ENCABE.
           03 FILLER           PIC X(18) VALUE 'Origen'.
           03 FILLER           PIC X(16) VALUE '       Subdiario'.
           03 FILLER           PIC X(16) VALUE '           Mayor'.
           03 FILLER           PIC X(16) VALUE '      Diferencia'.
       01  PTR-ORIGEN.
           03 ORI-NOMBRE       PIC X(16).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ORI-SUBDIARIO    PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ORI-MAYOR        PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ORI-DIFERENCIA   PIC -ZZZZZZZZZ9,99.
       01  PTR-RESUMEN.
           03 RES-TEXTO        PIC X(48).
           03 RES-IMPORTE      PIC -ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-LISTADO.
            PERFORM 020-SUMAR-SALDOS-CLI.
            PERFORM 030-LEER-CORRIDAS.
            SORT ARCH-AUX
                ON ASCENDING KEY AUX-ORIGEN
                ON ASCENDING KEY AUX-NRO-DOC
                ON ASCENDING KEY AUX-PATENTE
                ON ASCENDING KEY AUX-FECHA
                INPUT PROCEDURE IS ENTRADA
                OUTPUT PROCEDURE IS SALIDA.
            PERFORM 060-ESCRIBIR-ORIGENES.
            PERFORM 065-ESCRIBIR-SALDOS.
            CLOSE LISTADO.
            DISPLAY "CONCIL-DEU: DIFERENCIA TOTAL " WS-DIF-TOTAL
                " NO EXPLICADA " WS-DIF-NO-EXPLICADA
                "; VER CONCIL-DEUDORES.DAT.".
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
           INITIALIZE WS-TOTALES-ORIGEN.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-LISTADO.
      *******
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CONCIL-DEUDORES FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
      *-----------------------------------------------------------------
      *******
       020-SUMAR-SALDOS-CLI.
      *******
      * Sin subdiario no hay nada contra que conciliar: hay que correr
      * PAGOS antes.
           OPEN INPUT SALDOS.
           IF SALDOS-ESTADO NOT = "00"
               CLOSE SALDOS
               DISPLAY "CONCIL-DEU: FALTA SALDOS-CLI.DAT (CORRER "
                   "PAGOS); NO SE CONCILIA."
               MOVE "FALTA SALDOS-CLI.DAT; NO SE CONCILIA." TO LINEA
               WRITE LINEA
               CLOSE LISTADO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL SALDOS-ESTADO NOT = "00"
               READ SALDOS
               IF SALDOS-ESTADO = "00"
                   ADD 1 TO WS-CANT-CLIENTES
                   ADD SAL-SALDO TO WS-SALDO-CLIENTES
               END-IF
           END-PERFORM.
           CLOSE SALDOS.
      *-----------------------------------------------------------------
      *******
       030-LEER-CORRIDAS.
      *******
      * Primera pasada sobre ASIENTOS-ACUM: las corridas en orden de
      * llegada y cuales quedaron reemplazadas por una recorrida.
           OPEN INPUT ASI-ACUM.
           IF ACUMULADO-ESTADO = "00"
               PERFORM 022-LEER-ACUMULADO
               PERFORM 032-REGISTRAR-CORRIDA UNTIL ACU-EOF = "SI"
           ELSE
               DISPLAY "CONCIL-DEU: SIN ASIENTOS-ACUM.DAT; EL MAYOR "
                   "QUEDA EN CERO.".
           CLOSE ASI-ACUM.
           IF WS-CANT-REEMPLAZADAS > 0
               DISPLAY "CONCIL-DEU: " WS-CANT-REEMPLAZADAS
                   " CORRIDA/S DE ASIENTOS REEMPLAZADA/S POR UNA "
                   "RECORRIDA; NO SE TOMAN.".
      *******
       032-REGISTRAR-CORRIDA.
      *******
           IF WS-CANT-CORRIDAS = 0
               PERFORM 034-AGREGAR-CORRIDA
           ELSE
           IF ACU-FECHA-PROCESO NOT = COR-FECHA(WS-CANT-CORRIDAS) OR
               ACU-HORA NOT = COR-HORA(WS-CANT-CORRIDAS)
               PERFORM 034-AGREGAR-CORRIDA.
           PERFORM 022-LEER-ACUMULADO.
      *******
       034-AGREGAR-CORRIDA.
      *******
           IF WS-CANT-CORRIDAS < WS-TOPE-CORRIDAS
               PERFORM 036-MARCAR-REEMPLAZADA VARYING WS-COR-IDX
                   FROM 1 BY 1 UNTIL WS-COR-IDX > WS-CANT-CORRIDAS
               ADD 1 TO WS-CANT-CORRIDAS
               MOVE ACU-FECHA-PROCESO TO COR-FECHA(WS-CANT-CORRIDAS)
               MOVE ACU-HORA TO COR-HORA(WS-CANT-CORRIDAS)
               MOVE "N" TO COR-REEMPLAZADA(WS-CANT-CORRIDAS)
           ELSE
               IF WS-COR-LLENA = "NO"
                   MOVE "SI" TO WS-COR-LLENA
                   DISPLAY "ATENCION: tabla de corridas llena ("
                       WS-TOPE-CORRIDAS "); las siguientes se toman "
                       "sin controlar recorridas.".
      *******
       036-MARCAR-REEMPLAZADA.
      *******
           IF COR-FECHA(WS-COR-IDX) = ACU-FECHA-PROCESO AND
               COR-REEMPLAZADA(WS-COR-IDX) = "N"
               MOVE "S" TO COR-REEMPLAZADA(WS-COR-IDX)
               ADD 1 TO WS-CANT-REEMPLAZADAS.
      *-----------------------------------------------------------------
      *******
       022-LEER-ACUMULADO.
      *******
           READ ASI-ACUM
               AT END MOVE "SI" TO ACU-EOF.
           IF ACUMULADO-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ ASIENTOS-ACUM FS: "
                   ACUMULADO-ESTADO
               STOP RUN.
      *******
       024-LEER-MAE-ACT.
      *******
           READ MAE-ACT
               AT END MOVE "SI" TO MAE-ACT-EOF.
           IF MAE-ACT-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
      * La cola de control *CTRL* es el ultimo registro: se toma como
      * fin de datos.
           IF MAE-PATENTE = "*CTRL*"
               MOVE "SI" TO MAE-ACT-EOF.
      *******
       025-LEER-HISTORICO.
      *******
           READ HISTORICO
               AT END MOVE "SI" TO HISTORICO-EOF.
           IF HISTORICO-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ HISTORICO FS: " HISTORICO-ESTADO
               STOP RUN.
      *******
       026-LEER-PAGOS.
      *******
           READ PAGOS-E
               AT END MOVE "SI" TO PAGOS-EOF.
           IF PAGOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ PAGOS FS: " PAGOS-ESTADO
               STOP RUN.
      *******
       027-LEER-CARGOS.
      *******
           READ CARGOS
               AT END MOVE "SI" TO CARGOS-EOF.
           IF CARGOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ CARGOS-EXTRA FS: " CARGOS-ESTADO
               STOP RUN.
      *******
       028-LEER-REEMBOLSOS.
      *******
           READ REEMBOLSOS
               AT END MOVE "SI" TO REEMBOLSOS-EOF.
           IF REEMBOLSOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ REEMBOLSOS FS: "
                   REEMBOLSOS-ESTADO
               STOP RUN.
      *******
       029-LEER-ANTICIPOS.
      *******
           READ ANTICIPOS
               AT END MOVE "SI" TO ANTICIPOS-EOF.
           IF ANTICIPOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ ANTICIPOS FS: "
                   ANTICIPOS-ESTADO
               STOP RUN.
      *******
       0291-LEER-CASTIGOS.
      *******
           READ CASTIGOS
               AT END MOVE "SI" TO CASTIGOS-EOF.
           IF CASTIGOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ CASTIGOS FS: "
                   CASTIGOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Lado mayor: segunda pasada sobre ASIENTOS-ACUM, solo corridas
      * vigentes. Lado subdiario: los mismos origenes de los que
      * PAGOS arma SALDOS-CLI (alquileres de MAESTRO-ACT y
      * MAESTRO-HISTORICO, pagos, anticipos aplicados, notas de
      * credito, castigos) mas los cargos extra e intereses que factura
      * FACTURA-CLI.
           MOVE "NO" TO ACU-EOF.
           OPEN INPUT ASI-ACUM.
           IF ACUMULADO-ESTADO = "00"
               PERFORM 022-LEER-ACUMULADO
               PERFORM CARGAR-ACUMULADO UNTIL ACU-EOF = "SI".
           CLOSE ASI-ACUM.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO = "00"
               PERFORM 024-LEER-MAE-ACT
               PERFORM CARGAR-ALQUILER-ACT UNTIL MAE-ACT-EOF = "SI".
           CLOSE MAE-ACT.
           OPEN INPUT HISTORICO.
           IF HISTORICO-ESTADO = "00"
               PERFORM 025-LEER-HISTORICO
               PERFORM CARGAR-ALQUILER-HIST UNTIL HISTORICO-EOF = "SI".
           CLOSE HISTORICO.
           PERFORM CARGAR-SEGMENTOS-NC.
           PERFORM PROCESAR-SEGMENTO-NC VARYING WS-SEG-NC FROM 1 BY 1
               UNTIL WS-SEG-NC > WS-CANT-SEGS-NC.
           MOVE "../../Parte1/NOTAS-CREDITO.DAT" TO WS-RUTA-NOTAS.
           PERFORM PROCESAR-NOTAS.
           OPEN INPUT PAGOS-E.
           IF PAGOS-ESTADO = "00"
               PERFORM 026-LEER-PAGOS
               PERFORM CARGAR-PAGO UNTIL PAGOS-EOF = "SI".
           CLOSE PAGOS-E.
           OPEN INPUT CARGOS.
           IF CARGOS-ESTADO = "00"
               PERFORM 027-LEER-CARGOS
               PERFORM CARGAR-CARGO UNTIL CARGOS-EOF = "SI".
           CLOSE CARGOS.
           OPEN INPUT REEMBOLSOS.
           IF REEMBOLSOS-ESTADO = "00"
               PERFORM 028-LEER-REEMBOLSOS
               PERFORM CARGAR-REEMBOLSO UNTIL REEMBOLSOS-EOF = "SI".
           CLOSE REEMBOLSOS.
           OPEN INPUT ANTICIPOS.
           IF ANTICIPOS-ESTADO = "00"
               PERFORM 029-LEER-ANTICIPOS
               PERFORM CARGAR-ANTICIPO UNTIL ANTICIPOS-EOF = "SI".
           CLOSE ANTICIPOS.
           OPEN INPUT CASTIGOS.
           IF CASTIGOS-ESTADO = "00"
               PERFORM 0291-LEER-CASTIGOS
               PERFORM CARGAR-CASTIGO UNTIL CASTIGOS-EOF = "SI".
           CLOSE CASTIGOS.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-ACUMULADO.
      * Cambio de corrida: se ubica en la tabla para saber si vale.
           IF WS-COR-ACTUAL = 0
               PERFORM UBICAR-CORRIDA
           ELSE
           IF ACU-FECHA-PROCESO NOT = COR-FECHA(WS-COR-ACTUAL) OR
               ACU-HORA NOT = COR-HORA(WS-COR-ACTUAL)
               PERFORM UBICAR-CORRIDA.
           IF WS-CORRIDA-VIGENTE = "SI"
               IF ACU-TIPO = "A"
                   PERFORM CARGAR-LINEA-MAYOR
               ELSE
               IF ACU-TIPO = "V" OR ACU-TIPO = "C"
                   PERFORM CARGAR-DOCUMENTO-MAYOR.
           PERFORM 022-LEER-ACUMULADO.
      *******
       UBICAR-CORRIDA.
           IF WS-COR-ACTUAL < WS-CANT-CORRIDAS
               ADD 1 TO WS-COR-ACTUAL
               IF COR-REEMPLAZADA(WS-COR-ACTUAL) = "S"
                   MOVE "NO" TO WS-CORRIDA-VIGENTE
               ELSE
                   MOVE "SI" TO WS-CORRIDA-VIGENTE
           ELSE
               MOVE "SI" TO WS-CORRIDA-VIGENTE.
      *******
       CARGAR-LINEA-MAYOR.
      * Solo la cuenta DEUDORES; el origen sale del concepto (sin la
      * marca de ajuste de periodo anterior, que lo corre de lugar).
           IF ASI-CUENTA = "DEUDORES"
               IF ASI-CONCEPTO(1:11) = "AJ.PER.ANT "
                   MOVE ASI-CONCEPTO(12:19) TO WS-CONCEPTO-BASE
               ELSE
                   MOVE ASI-CONCEPTO TO WS-CONCEPTO-BASE
               END-IF
               EVALUATE WS-CONCEPTO-BASE(1:19)
                   WHEN "ALQUILERES APROBADO"
                       MOVE 1 TO WS-ORG
                   WHEN "CANCELACIONES DEL D"
                       MOVE 2 TO WS-ORG
                   WHEN "DIF. CAMBIO COBROS "
                       MOVE 5 TO WS-ORG
                   WHEN OTHER
                       IF WS-CONCEPTO-BASE(1:13) = "DEVOL. SALDO " OR
                           WS-CONCEPTO-BASE(1:16) = "APLIC. ANTICIPO "
                           MOVE 5 TO WS-ORG
                       ELSE
                       IF WS-CONCEPTO-BASE(1:15) = "CASTIGO INCOB. " OR
                           WS-CONCEPTO-BASE(1:16) = "RECUPERO INCOB. "
                           MOVE 7 TO WS-ORG
                       ELSE
                           MOVE 8 TO WS-ORG
                       END-IF
               END-EVALUATE
               IF ASI-DC = "D"
                   ADD ASI-IMPORTE TO ORG-MAYOR(WS-ORG)
                   ADD ASI-IMPORTE TO WS-SALDO-MAYOR
               ELSE
                   SUBTRACT ASI-IMPORTE FROM ORG-MAYOR(WS-ORG)
                   SUBTRACT ASI-IMPORTE FROM WS-SALDO-MAYOR.
      *******
       CARGAR-DOCUMENTO-MAYOR.
           MOVE "M" TO AUX-LADO.
           MOVE ACU-NRO-DOC TO AUX-NRO-DOC.
           MOVE ACU-PATENTE TO AUX-PATENTE.
           MOVE ACU-FECHA TO AUX-FECHA.
           IF ACU-TIPO = "V"
               MOVE 1 TO AUX-ORIGEN
               MOVE ACU-IMPORTE TO AUX-IMPORTE
           ELSE
               MOVE 2 TO AUX-ORIGEN
               COMPUTE AUX-IMPORTE = 0 - ACU-IMPORTE.
           ADD AUX-IMPORTE TO WS-MAYOR-DETALLE.
           RELEASE REG-AUX.
      *-----------------------------------------------------------------
      *******
       CARGAR-ALQUILER-ACT.
           MOVE 1 TO AUX-ORIGEN.
           MOVE MAE-NRO-DOC TO AUX-NRO-DOC.
           MOVE MAE-PATENTE TO AUX-PATENTE.
           MOVE MAE-FECHA TO AUX-FECHA.
           MOVE MAE-IMPORTE TO AUX-IMPORTE.
           PERFORM LIBERAR-SUBDIARIO.
           PERFORM 024-LEER-MAE-ACT.
      *******
       CARGAR-ALQUILER-HIST.
           MOVE 1 TO AUX-ORIGEN.
           MOVE HIST-NRO-DOC TO AUX-NRO-DOC.
           MOVE HIST-PATENTE TO AUX-PATENTE.
           MOVE HIST-FECHA TO AUX-FECHA.
           MOVE HIST-IMPORTE TO AUX-IMPORTE.
           PERFORM LIBERAR-SUBDIARIO.
           PERFORM 025-LEER-HISTORICO.
      *******
       CARGAR-PAGO.
           MOVE 5 TO AUX-ORIGEN.
           MOVE PAG-NRO-DOC TO AUX-NRO-DOC.
           MOVE SPACES TO AUX-PATENTE.
           MOVE PAG-FECHA TO AUX-FECHA.
           COMPUTE AUX-IMPORTE = 0 - PAG-IMPORTE.
           PERFORM LIBERAR-SUBDIARIO.
           PERFORM 026-LEER-PAGOS.
      *******
       CARGAR-CARGO.
           IF CEX-CONCEPTO(1:7) = "INTERES"
               MOVE 4 TO AUX-ORIGEN
           ELSE
               MOVE 3 TO AUX-ORIGEN.
           MOVE CEX-NRO-DOC TO AUX-NRO-DOC.
           MOVE CEX-PATENTE TO AUX-PATENTE.
           MOVE CEX-FECHA TO AUX-FECHA.
           MOVE CEX-IMPORTE TO AUX-IMPORTE.
           PERFORM LIBERAR-SUBDIARIO.
           PERFORM 027-LEER-CARGOS.
      *******
       CARGAR-REEMBOLSO.
      * El saldo a favor devuelto sube el saldo del cliente; la
      * devolucion de un deposito no pasa por DEUDORES.
           IF RMB-ORIGEN = "S"
               MOVE 5 TO AUX-ORIGEN
               MOVE RMB-NRO-DOC TO AUX-NRO-DOC
               MOVE SPACES TO AUX-PATENTE
               MOVE RMB-FECHA TO AUX-FECHA
               MOVE RMB-IMPORTE TO AUX-IMPORTE
               PERFORM LIBERAR-SUBDIARIO.
           PERFORM 028-LEER-REEMBOLSOS.
      *******
       CARGAR-ANTICIPO.
      * Lo aplicado del anticipo cancela cargos del cliente, con la
      * fecha en que se aplico.
           IF ANT-APLICADO > 0 AND ANT-FECHA-RESOL > 0
               MOVE 5 TO AUX-ORIGEN
               MOVE ANT-NRO-DOC TO AUX-NRO-DOC
               MOVE SPACES TO AUX-PATENTE
               MOVE ANT-FECHA-RESOL TO AUX-FECHA
               COMPUTE AUX-IMPORTE = 0 - ANT-APLICADO
               PERFORM LIBERAR-SUBDIARIO.
           PERFORM 029-LEER-ANTICIPOS.
      *******
       CARGAR-CASTIGO.
      * El castigo baja el saldo del cliente en su fecha; lo
      * recuperado lo vuelve a subir con la fecha del ultimo recupero.
           MOVE 7 TO AUX-ORIGEN.
           MOVE CAS-NRO-DOC TO AUX-NRO-DOC.
           MOVE SPACES TO AUX-PATENTE.
           MOVE CAS-FECHA TO AUX-FECHA.
           COMPUTE AUX-IMPORTE = 0 - CAS-IMPORTE.
           PERFORM LIBERAR-SUBDIARIO.
           IF CAS-RECUPERADO > 0
               MOVE CAS-FECHA-RECUP TO AUX-FECHA
               MOVE CAS-RECUPERADO TO AUX-IMPORTE
               PERFORM LIBERAR-SUBDIARIO.
           PERFORM 0291-LEER-CASTIGOS.
      *******
       LIBERAR-SUBDIARIO.
           MOVE "S" TO AUX-LADO.
           ADD AUX-IMPORTE TO ORG-SUBDIARIO(AUX-ORIGEN).
           ADD AUX-IMPORTE TO WS-MOV-SUBDIARIO.
           RELEASE REG-AUX.
      *-----------------------------------------------------------------
      *******
       CARGAR-SEGMENTOS-NC.
           OPEN INPUT ROTACIONES.
           IF ROTACIONES-ESTADO = "00"
               PERFORM UNTIL ROTACIONES-ESTADO NOT = "00"
                   READ ROTACIONES
                   IF ROTACIONES-ESTADO = "00" AND
                       ROT-NOMBRE = "NOTAS-CREDITO" AND
                       WS-CANT-SEGS-NC < 20
                       ADD 1 TO WS-CANT-SEGS-NC
                       MOVE ROT-ANIO TO SEGNC-ANIO(WS-CANT-SEGS-NC)
                   END-IF
               END-PERFORM.
           CLOSE ROTACIONES.
      *******
       PROCESAR-SEGMENTO-NC.
           MOVE SEGNC-ANIO(WS-SEG-NC) TO WS-SEG-ANIO-X.
           MOVE SPACES TO WS-RUTA-NOTAS.
           STRING "../../Parte1/NOTAS-CREDITO-" WS-SEG-ANIO-X ".DAT"
               DELIMITED BY SIZE INTO WS-RUTA-NOTAS.
           PERFORM PROCESAR-NOTAS.
           IF WS-NOTAS-AUSENTE = "SI"
               DISPLAY "AVISO: SIN " WS-RUTA-NOTAS "; SE SALTEA.".
      *******
       PROCESAR-NOTAS.
           MOVE "NO" TO WS-NOTAS-AUSENTE.
           OPEN INPUT NOTAS.
           IF NOTAS-ESTADO NOT = "00"
               MOVE "SI" TO WS-NOTAS-AUSENTE
               CLOSE NOTAS
           ELSE
               PERFORM UNTIL NOTAS-ESTADO NOT = "00"
                   READ NOTAS
                   IF NOTAS-ESTADO = "00"
                       PERFORM CARGAR-NOTA
                   END-IF
               END-PERFORM
               CLOSE NOTAS.
      *******
       CARGAR-NOTA.
      * La nota trae dos hechos: la cancelacion del alquiler por el
      * importe original (lo que ASIENTOS acredita a DEUDORES) y la
      * penalidad retenida, que el cliente sigue debiendo porque la
      * nota solo acredita el reembolso. Sumados dan el credito que
      * PAGOS aplica al saldo.
           MOVE NC-NRO-DOC TO AUX-NRO-DOC.
           MOVE NC-PATENTE TO AUX-PATENTE.
           MOVE NC-FECHA-ALQUILER TO AUX-FECHA.
           MOVE 2 TO AUX-ORIGEN.
           COMPUTE AUX-IMPORTE = 0 - NC-IMPORTE-ORIGINAL.
           PERFORM LIBERAR-SUBDIARIO.
           IF NC-IMPORTE-ORIGINAL > NC-IMPORTE-REEMBOLSO
               MOVE 6 TO AUX-ORIGEN
               COMPUTE AUX-IMPORTE = NC-IMPORTE-ORIGINAL -
                   NC-IMPORTE-REEMBOLSO
               PERFORM LIBERAR-SUBDIARIO.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
      * Los renglones de un mismo documento (origen, documento,
      * patente y fecha) vienen juntos; se netea cada lado y lo que no
      * coincide se lista.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM APAREAR-DOCUMENTO UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       APAREAR-DOCUMENTO.
           MOVE AUX-CLAVE TO WS-CLAVE-ACTUAL.
           MOVE AUX-ORIGEN TO WS-DOC-ORIGEN.
           MOVE AUX-NRO-DOC TO WS-DOC-NRO-DOC.
           MOVE AUX-PATENTE TO WS-DOC-PATENTE.
           MOVE AUX-FECHA TO WS-DOC-FECHA.
           MOVE 0 TO WS-DOC-SUBDIARIO.
           MOVE 0 TO WS-DOC-MAYOR.
           PERFORM SUMAR-RENGLON UNTIL AUX-EOF = "SI" OR
               AUX-CLAVE NOT = WS-CLAVE-ACTUAL.
           COMPUTE WS-DOC-DIFERENCIA = WS-DOC-SUBDIARIO -
               WS-DOC-MAYOR.
           IF WS-DOC-DIFERENCIA NOT = 0
               PERFORM ESCRIBIR-DOCUMENTO.
      *******
       SUMAR-RENGLON.
           IF AUX-LADO = "S"
               ADD AUX-IMPORTE TO WS-DOC-SUBDIARIO
           ELSE
               ADD AUX-IMPORTE TO WS-DOC-MAYOR.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *******
       ESCRIBIR-DOCUMENTO.
           ADD 1 TO WS-CANT-DOCUMENTOS.
           ADD WS-DOC-DIFERENCIA TO WS-DIF-EXPLICADA.
           MOVE ORG-NOMBRE(WS-DOC-ORIGEN) TO DOC-ORIGEN.
           MOVE WS-DOC-NRO-DOC TO DOC-NRO-DOC.
           MOVE WS-DOC-PATENTE TO DOC-PATENTE.
           MOVE WS-DOC-FECHA TO DOC-FECHA.
           MOVE WS-DOC-SUBDIARIO TO DOC-SUBDIARIO.
           MOVE WS-DOC-MAYOR TO DOC-MAYOR.
           MOVE WS-DOC-DIFERENCIA TO DOC-DIFERENCIA.
           IF WS-DOC-MAYOR = 0
               MOVE "SIN ASIENTO" TO DOC-OBSERVACION
           ELSE
           IF WS-DOC-SUBDIARIO = 0
               MOVE "FALTA EN SUBDIARIO" TO DOC-OBSERVACION
           ELSE
               MOVE "IMPORTE DISTINTO" TO DOC-OBSERVACION.
           WRITE LINEA FROM PTR-DOCUMENTO.
      *-----------------------------------------------------------------
      *******
       060-ESCRIBIR-ORIGENES.
      *******
           MOVE WS-CANT-DOCUMENTOS TO CAN-DOCUMENTOS.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PTR-CANT-DOCUMENTOS.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE6-ENCABE.
           WRITE LINEA FROM PE7-ENCABE.
           PERFORM 062-ESCRIBIR-UN-ORIGEN VARYING WS-ORG FROM 1 BY 1
               UNTIL WS-ORG > WS-CANT-ORIGENES.
           MOVE "TOTAL" TO ORI-NOMBRE.
           MOVE WS-MOV-SUBDIARIO TO ORI-SUBDIARIO.
           MOVE WS-MOV-MAYOR TO ORI-MAYOR.
           COMPUTE ORI-DIFERENCIA = WS-MOV-SUBDIARIO - WS-MOV-MAYOR.
           WRITE LINEA FROM PTR-ORIGEN.
      *******
       062-ESCRIBIR-UN-ORIGEN.
      *******
           ADD ORG-MAYOR(WS-ORG) TO WS-MOV-MAYOR.
           MOVE ORG-NOMBRE(WS-ORG) TO ORI-NOMBRE.
           MOVE ORG-SUBDIARIO(WS-ORG) TO ORI-SUBDIARIO.
           MOVE ORG-MAYOR(WS-ORG) TO ORI-MAYOR.
           COMPUTE ORI-DIFERENCIA = ORG-SUBDIARIO(WS-ORG) -
               ORG-MAYOR(WS-ORG).
           WRITE LINEA FROM PTR-ORIGEN.
      *-----------------------------------------------------------------
      *******
       065-ESCRIBIR-SALDOS.
      *******
      * Diferencia total = la que explican los documentos listados
      * mas la que no: el saldo de SALDOS-CLI que no sale de sus
      * movimientos (pagos de mas que PAGOS no arrastra, cargos extra
      * todavia fuera del saldo) y lo exportado a DEUDORES sin
      * detalle por documento (asientos pendientes de otros procesos,
      * exportaciones anteriores al detalle).
           COMPUTE WS-DIF-TOTAL = WS-SALDO-CLIENTES - WS-SALDO-MAYOR.
           COMPUTE WS-DIF-NO-EXPLICADA = WS-DIF-TOTAL -
               WS-DIF-EXPLICADA.
           COMPUTE WS-DIF-SALDOS = WS-SALDO-CLIENTES -
               WS-MOV-SUBDIARIO.
           COMPUTE WS-DIF-SIN-DETALLE = WS-MAYOR-DETALLE -
               WS-SALDO-MAYOR.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           MOVE "Saldo DEUDORES segun el mayor" TO RES-TEXTO.
           MOVE WS-SALDO-MAYOR TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE SPACES TO RES-TEXTO.
           STRING "Saldo segun SALDOS-CLI (" WS-CANT-CLIENTES
               " clientes)" DELIMITED BY SIZE INTO RES-TEXTO.
           MOVE WS-SALDO-CLIENTES TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "Diferencia total" TO RES-TEXTO.
           MOVE WS-DIF-TOTAL TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "Explicada por los documentos listados" TO RES-TEXTO.
           MOVE WS-DIF-EXPLICADA TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "DIFERENCIA NO EXPLICADA" TO RES-TEXTO.
           MOVE WS-DIF-NO-EXPLICADA TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "  SALDOS-CLI contra sus movimientos" TO RES-TEXTO.
           MOVE WS-DIF-SALDOS TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "  Mayor sin detalle por documento" TO RES-TEXTO.
           MOVE WS-DIF-SIN-DETALLE TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CONCIL-DEU.
