      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: devolucion por transferencia de lo que
      *       se le debe al cliente. Junta por documento el remanente
      *       de los depositos devueltos al cierre (estado "D" de
      *       DEPOSITOS.DAT con DEP-IMPORTE mayor que DEP-APLICADO) y
      *       el saldo a favor de SALDOS-CLI.DAT (pagado mas notas de
      *       credito por encima de lo facturado). Con la CBU del
      *       cliente (CLI-CBU de CLIENTES.TXT) arma una transferencia
      *       por cliente en TRANSFERENCIAS.DAT, formato fijo del
      *       banco (cabecera "1" con la CBU de la empresa, clave
      *       CBU-EMPRESA de PARAMETROS.DAT; detalle "2"; cola "9" con
      *       cantidad y total). Deja cada devolucion en el libro
      *       REEMBOLSOS.DAT (lo leen PAGOS, FACTURA-CLI y CONCIL-DEU),
      *       marca los depositos "R" transferidos, baja el saldo a
      *       favor de SALDOS-CLI.DAT y contabiliza por
      *       ASIENTOS-PEND.DAT (DEP-GARANTIA y DEUDORES contra
      *       BANCOS). Lo que no puede transferirse (cliente sin
      *       registro, sin CBU o con CBU invalida) sale en
      *       REEMBOLSOS-EXCEPCIONES.DAT y queda para otra corrida.
      *   LD  Se devuelve tambien el anticipo de reserva resuelto con
      *       algo a devolver (estado "D" de ANTICIPOS.DAT: cancelada,
      *       rechazada por el merge o sobrante del alquiler), en la
      *       misma transferencia del cliente; queda en el libro con
      *       origen "A", el anticipo se marca "R" y sale de la cuenta
      *       ANTICIPOS. Columna Anticipo en las excepciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBOLSOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DEPOSITOS-ESTADO.

           SELECT OPTIONAL SALDOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-ESTADO.

           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ANTICIPOS-ESTADO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLIENTES-ESTADO.

           SELECT TRANSFERENCIAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TRF-ESTADO.

           SELECT REEMBOLSOS   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RMB-ESTADO.

           SELECT ASI-PEND     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASI-PEND-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Libro de depositos en garantia (ver DEPOSITOS): "D" con
      * remanente es lo que falta devolver; aqui se marca "R".
       FD  DEPOSITOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DEPOSITOS.DAT".
       01  DEP.
           03  DEP-NRO-DOC         PIC X(20).
           03  DEP-TIPO-DOC        PIC X.
           03  DEP-PATENTE         PIC X(6).
           03  DEP-FECHA           PIC 9(8).
           03  DEP-IMPORTE         PIC 9(6)V99.
           03  DEP-APLICADO        PIC 9(6)V99.
           03  DEP-ESTADO          PIC X.
           03  DEP-INFORMADO       PIC X.

      * Saldos por cuenta de la ultima corrida de PAGOS.
       FD  SALDOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../SALDOS-CLI.DAT".
       01  SAL.
           03  SAL-NRO-DOC         PIC X(20).
           03  SAL-FACTURADO       PIC 9(9)V99.
           03  SAL-PAGADO          PIC 9(9)V99.
           03  SAL-CREDITOS        PIC 9(9)V99.
           03  SAL-SALDO           PIC 9(9)V99.
           03  SAL-B30             PIC 9(9)V99.
           03  SAL-B60             PIC 9(9)V99.
           03  SAL-B90             PIC 9(9)V99.
           03  SAL-BMAS            PIC 9(9)V99.

      * Libro de anticipos de reservas (ver ANTICIPOS): "D" es lo
      * que falta devolver; aqui se marca "R".
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

      * Archivo de transferencias para el banco, formato fijo de 106
      * posiciones: cabecera "1", un detalle "2" por cliente y cola
      * "9". Se rehace en cada corrida.
       FD  TRANSFERENCIAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TRANSFERENCIAS.DAT".
       01  TRF.
           03  TRF-TIPO-REG        PIC X.
           03  TRF-NUMERO          PIC 9(6).
           03  TRF-CBU             PIC X(22).
           03  TRF-IMPORTE         PIC 9(13)V99.
           03  TRF-NRO-DOC         PIC X(20).
           03  TRF-NOMBRE          PIC X(30).
           03  TRF-REFERENCIA      PIC X(12).

      * Libro de devoluciones: una fila por deposito ("D"), por
      * anticipo ("A") y por saldo a favor ("S") transferido.
      * RMB-INFORMADO lo marca FACTURA-CLI cuando la devolucion ya
      * salio en un estado de cuenta.
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

      * Asientos pendientes de exportar, en el formato de ASIENTOS.DAT.
       FD  ASI-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/ASIENTOS-PEND.DAT".
       01  ASI.
           03  ASI-FECHA           PIC 9(8).
           03  ASI-CUENTA          PIC X(12).
           03  ASI-DC              PIC X.
           03  ASI-IMPORTE         PIC 9(11)V99.
           03  ASI-CONCEPTO        PIC X(30).

      * Fecha de proceso (AAAAMMDD), mismo criterio que COBERTURA.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan FECHA-CORRIDA
      * y CBU-EMPRESA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../REEMBOLSOS-EXCEPCIONES.DAT".
       01  LINEA               PIC X(132).

       WORKING-STORAGE SECTION.
       77  DEPOSITOS-ESTADO    PIC XX.
       77  SALDOS-ESTADO       PIC XX.
       77  ANTICIPOS-ESTADO    PIC XX.
       77  CLIENTES-ESTADO     PIC XX.
       77  CLIENTES-DISPONIBLE PIC X(2)    VALUE "NO".
       77  TRF-ESTADO          PIC XX.
       77  RMB-ESTADO          PIC XX.
       77  ASI-PEND-ESTADO     PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
      * CBU de la cuenta de la empresa de la que salen las
      * transferencias (clave CBU-EMPRESA, 22 digitos).
       77  WS-CBU-EMPRESA      PIC X(22)   VALUE SPACES.
       77  WS-TOPE-DEPOSITOS   PIC 9(4)    VALUE 2000.
       77  WS-TOPE-SALDOS      PIC 9(4)    VALUE 2000.
       77  WS-TOPE-ANTICIPOS   PIC 9(4)    VALUE 2000.
       77  WS-TOPE-CLIENTES    PIC 9(4)    VALUE 2000.
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-POS              PIC 9(4).
       01  WS-DOC-BUSCADO      PIC X(20).
       01  WS-REMANENTE        PIC 9(6)V99.
       01  WS-A-FAVOR          PIC 9(9)V99.
       01  WS-RESTO            PIC 9(9)V99.
       01  WS-TOTAL-CLI        PIC 9(9)V99.
       01  WS-MOTIVO           PIC X(30).
       01  WS-NOMBRE           PIC X(30).
       01  WS-CANT-DEPOSITOS   PIC 9(4)    VALUE 0.
       01  WS-CANT-SALDOS      PIC 9(4)    VALUE 0.
       01  WS-CANT-ANTICIPOS   PIC 9(4)    VALUE 0.
       01  WS-CANT-CLIENTES    PIC 9(4)    VALUE 0.
       01  WS-CANT-TRF         PIC 9(6)    VALUE 0.
       01  WS-CANT-EXCEP       PIC 9(4)    VALUE 0.
       01  WS-TOT-TRF          PIC 9(13)V99 VALUE 0.
       01  WS-TOT-DEP-TRF      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SAL-TRF      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-ANT-TRF      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-EXCEP        PIC 9(11)V99 VALUE 0.
      * DEPOSITOS.DAT, ANTICIPOS.DAT y SALDOS-CLI.DAT enteros en
      * memoria: se regraban con las marcas de lo transferido (mismo
      * esquema que CTAS-PAGAR con CUENTAS-PAGAR.DAT).
       01  WS-TABLA-DEPOSITOS.
           03 WS-DEPOSITO OCCURS 2000 TIMES.
               05 DPT-NRO-DOC      PIC X(20).
               05 DPT-TIPO-DOC     PIC X.
               05 DPT-PATENTE      PIC X(6).
               05 DPT-FECHA        PIC 9(8).
               05 DPT-IMPORTE      PIC 9(6)V99.
               05 DPT-APLICADO     PIC 9(6)V99.
               05 DPT-ESTADO       PIC X.
               05 DPT-INFORMADO    PIC X.
       01  WS-TABLA-ANTICIPOS.
           03 WS-ANTICIPO OCCURS 2000 TIMES.
               05 ATT-NRO-DOC      PIC X(20).
               05 ATT-TIPO-DOC     PIC X.
               05 ATT-PATENTE      PIC X(6).
               05 ATT-FECHA        PIC 9(8).
               05 ATT-FECHA-HASTA  PIC 9(8).
               05 ATT-AGENCIA      PIC 9.
               05 ATT-FECHA-COBRO  PIC 9(8).
               05 ATT-IMPORTE      PIC 9(7)V99.
               05 ATT-ESTADO       PIC X.
               05 ATT-RESOLUCION   PIC X.
               05 ATT-FECHA-RESOL  PIC 9(8).
               05 ATT-APLICADO     PIC 9(7)V99.
               05 ATT-RETENIDO     PIC 9(7)V99.
               05 ATT-DEVOLVER     PIC 9(7)V99.
               05 ATT-FECHA-DEVOL  PIC 9(8).
               05 ATT-INFORMADO    PIC X.
       01  WS-TABLA-SALDOS.
           03 WS-SALDO-CTA OCCURS 2000 TIMES.
               05 SLT-NRO-DOC      PIC X(20).
               05 SLT-FACTURADO    PIC 9(9)V99.
               05 SLT-PAGADO       PIC 9(9)V99.
               05 SLT-CREDITOS     PIC 9(9)V99.
               05 SLT-SALDO        PIC 9(9)V99.
               05 SLT-B30          PIC 9(9)V99.
               05 SLT-B60          PIC 9(9)V99.
               05 SLT-B90          PIC 9(9)V99.
               05 SLT-BMAS         PIC 9(9)V99.
      * Lo que hay que devolver por documento: remanente de
      * depositos, anticipos y saldo a favor (con su fila de
      * SALDOS-CLI).
       01  WS-TABLA-CLIENTES.
           03 WS-CLIENTE OCCURS 2000 TIMES.
               05 RCL-NRO-DOC      PIC X(20).
               05 RCL-DEPOSITOS    PIC 9(9)V99.
               05 RCL-A-FAVOR      PIC 9(9)V99.
               05 RCL-ANTICIPOS    PIC 9(9)V99.
               05 RCL-SAL-POS      PIC 9(4).

       01  REG-CABECERA-TRF.
           03  CAB-TIPO-REG        PIC X       VALUE "1".
           03  CAB-FECHA           PIC 9(8).
           03  CAB-CBU-EMPRESA     PIC X(22).
           03  FILLER              PIC X(75)   VALUE SPACES.
       01  REG-COLA-TRF.
           03  COL-TIPO-REG        PIC X       VALUE "9".
           03  COL-CANTIDAD        PIC 9(6).
           03  COL-TOTAL           PIC 9(13)V99.
           03  FILLER              PIC X(84)   VALUE SPACES.

       01  PE1-ENCABE.
           03 FILLER           PIC X(46) VALUE
               'Devoluciones sin transferir al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(21) VALUE 'Documento'.
           03 FILLER           PIC X(31) VALUE 'Nombre'.
           03 FILLER           PIC X(12) VALUE '   Deposito'.
           03 FILLER           PIC X(12) VALUE '   A favor'.
           03 FILLER           PIC X(12) VALUE '   Anticipo'.
           03 FILLER           PIC X(13) VALUE '      Total'.
           03 FILLER           PIC X(30) VALUE 'Motivo'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(132) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-NRO-DOC      PIC X(20).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-NOMBRE       PIC X(30).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-DEPOSITOS    PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-A-FAVOR      PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-ANTICIPOS    PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-TOTAL        PIC ZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MOTIVO       PIC X(30).
       01  PTR-TOTAL.
           03 FILLER           PIC X(25) VALUE 'Total sin transferir: '.
           03 TOT-EXCEP        PIC ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(4)  VALUE ' en '.
           03 TOT-CANT-EXCEP   PIC ZZZ9.
           03 FILLER           PIC X(9)  VALUE ' clientes'.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            IF WS-CBU-EMPRESA = SPACES
                DISPLAY "REEMBOLSOS: FALTA LA CLAVE CBU-EMPRESA EN "
                    "PARAMETROS.DAT; NO SE ARMA NINGUNA TRANSFERENCIA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-CARGAR-DEPOSITOS.
            PERFORM 015-CARGAR-SALDOS.
            PERFORM 018-CARGAR-ANTICIPOS.
            PERFORM 020-ABRIR-ARCHIVOS.
            PERFORM 030-PROCESAR-CLIENTE VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-CLIENTES.
            PERFORM 060-CERRAR-ARCHIVOS.
            IF WS-CANT-TRF > 0
                PERFORM 070-REGRABAR-DEPOSITOS
                PERFORM 075-REGRABAR-SALDOS
                PERFORM 080-REGRABAR-ANTICIPOS.
            DISPLAY "REEMBOLSOS: TRANSFERENCIAS " WS-CANT-TRF
                " POR " WS-TOT-TRF.
            DISPLAY "REEMBOLSOS: DEPOSITOS " WS-TOT-DEP-TRF
                " SALDOS A FAVOR " WS-TOT-SAL-TRF
                " ANTICIPOS " WS-TOT-ANT-TRF.
            DISPLAY "REEMBOLSOS: SIN TRANSFERIR " WS-CANT-EXCEP
                " CLIENTES POR " WS-TOT-EXCEP
                " (VER REEMBOLSOS-EXCEPCIONES.DAT)".
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
                       PARM-CLAVE = "CBU-EMPRESA"
      * VALOR: CBU de la cuenta de la empresa (22 digitos).
                       IF PARM-VALOR(1:22) IS NUMERIC
                           MOVE PARM-VALOR(1:22) TO WS-CBU-EMPRESA
                       ELSE
                           DISPLAY "PARAMETROS: CBU-EMPRESA MAL "
                               "FORMADA: " PARM-VALOR
                       END-IF
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
      *-----------------------------------------------------------------
      *******
       010-CARGAR-DEPOSITOS.
      *******
           OPEN INPUT DEPOSITOS.
           IF DEPOSITOS-ESTADO = "00"
               PERFORM UNTIL DEPOSITOS-ESTADO NOT = "00"
                   READ DEPOSITOS
                   IF DEPOSITOS-ESTADO = "00"
                       PERFORM 012-CARGAR-UN-DEPOSITO
                   END-IF
               END-PERFORM.
           CLOSE DEPOSITOS.
      *******
       012-CARGAR-UN-DEPOSITO.
      *******
           IF WS-CANT-DEPOSITOS = WS-TOPE-DEPOSITOS
               DISPLAY "ERROR: DEPOSITOS.DAT supera el tope "
                   "(2000); no se procesa nada."
               STOP RUN.
           ADD 1 TO WS-CANT-DEPOSITOS.
           MOVE DEP-NRO-DOC TO DPT-NRO-DOC(WS-CANT-DEPOSITOS).
           MOVE DEP-TIPO-DOC TO DPT-TIPO-DOC(WS-CANT-DEPOSITOS).
           MOVE DEP-PATENTE TO DPT-PATENTE(WS-CANT-DEPOSITOS).
           MOVE DEP-FECHA TO DPT-FECHA(WS-CANT-DEPOSITOS).
           MOVE DEP-IMPORTE TO DPT-IMPORTE(WS-CANT-DEPOSITOS).
           MOVE DEP-APLICADO TO DPT-APLICADO(WS-CANT-DEPOSITOS).
           MOVE DEP-ESTADO TO DPT-ESTADO(WS-CANT-DEPOSITOS).
           MOVE DEP-INFORMADO TO DPT-INFORMADO(WS-CANT-DEPOSITOS).
      * Remanente de un deposito ya neteado al cierre y todavia no
      * transferido.
           IF DEP-ESTADO = "D" AND DEP-IMPORTE > DEP-APLICADO
               COMPUTE WS-REMANENTE = DEP-IMPORTE - DEP-APLICADO
               MOVE DEP-NRO-DOC TO WS-DOC-BUSCADO
               PERFORM 040-UBICAR-CLIENTE
               ADD WS-REMANENTE TO RCL-DEPOSITOS(WS-POS).
      *-----------------------------------------------------------------
      *******
       015-CARGAR-SALDOS.
      *******
           OPEN INPUT SALDOS.
           IF SALDOS-ESTADO = "00"
               PERFORM UNTIL SALDOS-ESTADO NOT = "00"
                   READ SALDOS
                   IF SALDOS-ESTADO = "00"
                       PERFORM 017-CARGAR-UN-SALDO
                   END-IF
               END-PERFORM.
           CLOSE SALDOS.
      *******
       017-CARGAR-UN-SALDO.
      *******
           IF WS-CANT-SALDOS = WS-TOPE-SALDOS
               DISPLAY "ERROR: SALDOS-CLI.DAT supera el tope "
                   "(2000); no se procesa nada."
               STOP RUN.
           ADD 1 TO WS-CANT-SALDOS.
           MOVE SAL-NRO-DOC TO SLT-NRO-DOC(WS-CANT-SALDOS).
           MOVE SAL-FACTURADO TO SLT-FACTURADO(WS-CANT-SALDOS).
           MOVE SAL-PAGADO TO SLT-PAGADO(WS-CANT-SALDOS).
           MOVE SAL-CREDITOS TO SLT-CREDITOS(WS-CANT-SALDOS).
           MOVE SAL-SALDO TO SLT-SALDO(WS-CANT-SALDOS).
           MOVE SAL-B30 TO SLT-B30(WS-CANT-SALDOS).
           MOVE SAL-B60 TO SLT-B60(WS-CANT-SALDOS).
           MOVE SAL-B90 TO SLT-B90(WS-CANT-SALDOS).
           MOVE SAL-BMAS TO SLT-BMAS(WS-CANT-SALDOS).
      * Saldo a favor: lo pagado mas las notas de credito por encima
      * de lo facturado (SAL-SALDO queda en 0 en ese caso).
           IF SAL-PAGADO + SAL-CREDITOS > SAL-FACTURADO
               COMPUTE WS-A-FAVOR = SAL-PAGADO + SAL-CREDITOS -
                   SAL-FACTURADO
               MOVE SAL-NRO-DOC TO WS-DOC-BUSCADO
               PERFORM 040-UBICAR-CLIENTE
               ADD WS-A-FAVOR TO RCL-A-FAVOR(WS-POS)
               MOVE WS-CANT-SALDOS TO RCL-SAL-POS(WS-POS).
      *-----------------------------------------------------------------
      *******
       018-CARGAR-ANTICIPOS.
      *******
           OPEN INPUT ANTICIPOS.
           IF ANTICIPOS-ESTADO = "00"
               PERFORM UNTIL ANTICIPOS-ESTADO NOT = "00"
                   READ ANTICIPOS
                   IF ANTICIPOS-ESTADO = "00"
                       PERFORM 019-CARGAR-UN-ANTICIPO
                   END-IF
               END-PERFORM.
           CLOSE ANTICIPOS.
      *******
       019-CARGAR-UN-ANTICIPO.
      *******
           IF WS-CANT-ANTICIPOS = WS-TOPE-ANTICIPOS
               DISPLAY "ERROR: ANTICIPOS.DAT supera el tope "
                   "(2000); no se procesa nada."
               STOP RUN.
           ADD 1 TO WS-CANT-ANTICIPOS.
           MOVE ANT TO WS-ANTICIPO(WS-CANT-ANTICIPOS).
      * Anticipo resuelto (cancelada, rechazada o sobrante del
      * alquiler) todavia no transferido.
           IF ANT-ESTADO = "D" AND ANT-DEVOLVER > 0
               MOVE ANT-NRO-DOC TO WS-DOC-BUSCADO
               PERFORM 040-UBICAR-CLIENTE
               ADD ANT-DEVOLVER TO RCL-ANTICIPOS(WS-POS).
      *-----------------------------------------------------------------
      *******
       020-ABRIR-ARCHIVOS.
      *******
           MOVE "NO" TO CLIENTES-DISPONIBLE.
           OPEN INPUT CLIENTES.
           IF CLIENTES-ESTADO = "00"
               MOVE "SI" TO CLIENTES-DISPONIBLE
           ELSE
               DISPLAY "AVISO: SIN CLIENTES.TXT; todas las "
                   "devoluciones quedan sin transferir.".
           OPEN OUTPUT TRANSFERENCIAS.
           IF TRF-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN TRANSFERENCIAS FS: " TRF-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO CAB-FECHA.
           MOVE WS-CBU-EMPRESA TO CAB-CBU-EMPRESA.
           WRITE TRF FROM REG-CABECERA-TRF.
           OPEN EXTEND REEMBOLSOS.
           IF RMB-ESTADO = "35"
               OPEN OUTPUT REEMBOLSOS
               CLOSE REEMBOLSOS
               OPEN EXTEND REEMBOLSOS.
           IF RMB-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN REEMBOLSOS FS: " RMB-ESTADO
               STOP RUN.
           OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO = "35"
               OPEN OUTPUT ASI-PEND
               CLOSE ASI-PEND
               OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN REEMBOLSOS-EXCEPCIONES FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
      *-----------------------------------------------------------------
      *******
       030-PROCESAR-CLIENTE.
      *******
      * Una transferencia por documento con todo lo que se le debe;
      * sin CBU utilizable queda en excepciones y no se marca nada.
           COMPUTE WS-TOTAL-CLI = RCL-DEPOSITOS(WS-I) +
               RCL-A-FAVOR(WS-I) + RCL-ANTICIPOS(WS-I).
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-NOMBRE.
           IF CLIENTES-DISPONIBLE = "SI"
               MOVE RCL-NRO-DOC(WS-I) TO CLI-DOCUMENTO
               READ CLIENTES RECORD KEY IS CLI-DOCUMENTO
                   INVALID KEY CONTINUE
               END-READ
           ELSE
               MOVE "23" TO CLIENTES-ESTADO.
           IF CLIENTES-ESTADO NOT = "00"
               MOVE "DOCUMENTO SIN CLIENTE" TO WS-MOTIVO
           ELSE
           IF CLI-CBU = SPACES
               MOVE CLI-NOMBRE TO WS-NOMBRE
               MOVE "CLIENTE SIN CBU" TO WS-MOTIVO
           ELSE
           IF CLI-CBU NOT NUMERIC
               MOVE CLI-NOMBRE TO WS-NOMBRE
               MOVE "CBU INVALIDA" TO WS-MOTIVO
           ELSE
               MOVE CLI-NOMBRE TO WS-NOMBRE.
           IF WS-MOTIVO NOT = SPACES
               PERFORM 050-LISTAR-EXCEPCION
           ELSE
               PERFORM 032-TRANSFERIR.
      *******
       032-TRANSFERIR.
      *******
           ADD 1 TO WS-CANT-TRF.
           ADD WS-TOTAL-CLI TO WS-TOT-TRF.
           MOVE "2" TO TRF-TIPO-REG.
           MOVE WS-CANT-TRF TO TRF-NUMERO.
           MOVE CLI-CBU TO TRF-CBU.
           MOVE WS-TOTAL-CLI TO TRF-IMPORTE.
           MOVE RCL-NRO-DOC(WS-I) TO TRF-NRO-DOC.
           MOVE WS-NOMBRE TO TRF-NOMBRE.
           MOVE "DEVOLUCION" TO TRF-REFERENCIA.
           WRITE TRF.
           IF TRF-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE TRANSFERENCIAS FS: " TRF-ESTADO
               STOP RUN.
           MOVE RCL-NRO-DOC(WS-I) TO RMB-NRO-DOC.
           MOVE WS-FECHA-PROCESO TO RMB-FECHA.
           MOVE CLI-CBU TO RMB-CBU.
           MOVE WS-CANT-TRF TO RMB-NRO-TRF.
           MOVE SPACE TO RMB-INFORMADO.
           IF RCL-DEPOSITOS(WS-I) > 0
               PERFORM 034-TRANSFERIR-DEPOSITO VARYING WS-J FROM 1
                   BY 1 UNTIL WS-J > WS-CANT-DEPOSITOS.
           IF RCL-ANTICIPOS(WS-I) > 0
               PERFORM 035-TRANSFERIR-ANTICIPO VARYING WS-J FROM 1
                   BY 1 UNTIL WS-J > WS-CANT-ANTICIPOS.
           IF RCL-A-FAVOR(WS-I) > 0
               PERFORM 036-TRANSFERIR-A-FAVOR.
           PERFORM 038-CONTABILIZAR.
      *******
       034-TRANSFERIR-DEPOSITO.
      *******
           IF DPT-NRO-DOC(WS-J) = RCL-NRO-DOC(WS-I) AND
               DPT-ESTADO(WS-J) = "D" AND
               DPT-IMPORTE(WS-J) > DPT-APLICADO(WS-J)
               MOVE "D" TO RMB-ORIGEN
               MOVE DPT-PATENTE(WS-J) TO RMB-PATENTE
               MOVE DPT-FECHA(WS-J) TO RMB-FECHA-DEP
               COMPUTE RMB-IMPORTE = DPT-IMPORTE(WS-J) -
                   DPT-APLICADO(WS-J)
               PERFORM 058-GRABAR-REEMBOLSO
               MOVE "R" TO DPT-ESTADO(WS-J).
      *******
       035-TRANSFERIR-ANTICIPO.
      *******
           IF ATT-NRO-DOC(WS-J) = RCL-NRO-DOC(WS-I) AND
               ATT-ESTADO(WS-J) = "D" AND ATT-DEVOLVER(WS-J) > 0
               MOVE "A" TO RMB-ORIGEN
               MOVE ATT-PATENTE(WS-J) TO RMB-PATENTE
               MOVE ATT-FECHA(WS-J) TO RMB-FECHA-DEP
               MOVE ATT-DEVOLVER(WS-J) TO RMB-IMPORTE
               PERFORM 058-GRABAR-REEMBOLSO
               MOVE "R" TO ATT-ESTADO(WS-J)
               MOVE WS-FECHA-PROCESO TO ATT-FECHA-DEVOL(WS-J).
      *******
       036-TRANSFERIR-A-FAVOR.
      *******
      * El saldo a favor sale de lo pagado; si las notas de credito
      * solas superan lo facturado, el resto baja de SAL-CREDITOS.
           MOVE "S" TO RMB-ORIGEN.
           MOVE SPACES TO RMB-PATENTE.
           MOVE 0 TO RMB-FECHA-DEP.
           MOVE RCL-A-FAVOR(WS-I) TO RMB-IMPORTE.
           PERFORM 058-GRABAR-REEMBOLSO.
           MOVE RCL-SAL-POS(WS-I) TO WS-J.
           IF SLT-PAGADO(WS-J) >= RCL-A-FAVOR(WS-I)
               SUBTRACT RCL-A-FAVOR(WS-I) FROM SLT-PAGADO(WS-J)
           ELSE
               COMPUTE WS-RESTO = RCL-A-FAVOR(WS-I) - SLT-PAGADO(WS-J)
               MOVE 0 TO SLT-PAGADO(WS-J)
               SUBTRACT WS-RESTO FROM SLT-CREDITOS(WS-J).
      *******
       038-CONTABILIZAR.
      *******
      * La devolucion del deposito baja DEP-GARANTIA, la del anticipo
      * baja ANTICIPOS, la del saldo a favor vuelve a DEUDORES; todas
      * contra BANCOS por el total transferido.
           MOVE WS-FECHA-PROCESO TO ASI-FECHA.
           IF RCL-DEPOSITOS(WS-I) > 0
               MOVE SPACES TO ASI-CONCEPTO
               STRING "DEVOL. DEPOSITO " RCL-NRO-DOC(WS-I)
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               MOVE "DEP-GARANTIA" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE RCL-DEPOSITOS(WS-I) TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO
               ADD RCL-DEPOSITOS(WS-I) TO WS-TOT-DEP-TRF.
           IF RCL-ANTICIPOS(WS-I) > 0
               MOVE SPACES TO ASI-CONCEPTO
               STRING "DEVOL. ANTICIPO " RCL-NRO-DOC(WS-I)
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               MOVE "ANTICIPOS" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE RCL-ANTICIPOS(WS-I) TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO
               ADD RCL-ANTICIPOS(WS-I) TO WS-TOT-ANT-TRF.
           IF RCL-A-FAVOR(WS-I) > 0
               MOVE SPACES TO ASI-CONCEPTO
               STRING "DEVOL. SALDO " RCL-NRO-DOC(WS-I)
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               MOVE "DEUDORES" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE RCL-A-FAVOR(WS-I) TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO
               ADD RCL-A-FAVOR(WS-I) TO WS-TOT-SAL-TRF.
           MOVE SPACES TO ASI-CONCEPTO.
           STRING "TRANSF. DEVOL. " RCL-NRO-DOC(WS-I)
               DELIMITED BY SIZE INTO ASI-CONCEPTO.
           MOVE "BANCOS" TO ASI-CUENTA.
           MOVE "H" TO ASI-DC.
           MOVE WS-TOTAL-CLI TO ASI-IMPORTE.
           PERFORM 062-GRABAR-ASIENTO.
      *-----------------------------------------------------------------
      *******
       040-UBICAR-CLIENTE.
      *******
      * Deja en WS-POS la fila de WS-DOC-BUSCADO, dandola de alta si
      * todavia no estaba.
           MOVE 0 TO WS-POS.
           PERFORM 042-COMPARAR-CLIENTE VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-CLIENTES OR WS-POS NOT = 0.
           IF WS-POS = 0
               IF WS-CANT-CLIENTES = WS-TOPE-CLIENTES
                   DISPLAY "ERROR: mas de 2000 documentos con "
                       "devolucion; no se procesa nada."
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-CLIENTES
               MOVE WS-CANT-CLIENTES TO WS-POS
               MOVE WS-DOC-BUSCADO TO RCL-NRO-DOC(WS-POS)
               MOVE 0 TO RCL-DEPOSITOS(WS-POS)
               MOVE 0 TO RCL-A-FAVOR(WS-POS)
               MOVE 0 TO RCL-ANTICIPOS(WS-POS)
               MOVE 0 TO RCL-SAL-POS(WS-POS).
      *******
       042-COMPARAR-CLIENTE.
      *******
           IF RCL-NRO-DOC(WS-J) = WS-DOC-BUSCADO
               MOVE WS-J TO WS-POS.
      *-----------------------------------------------------------------
      *******
       050-LISTAR-EXCEPCION.
      *******
           ADD 1 TO WS-CANT-EXCEP.
           ADD WS-TOTAL-CLI TO WS-TOT-EXCEP.
           MOVE RCL-NRO-DOC(WS-I) TO ROW-NRO-DOC.
           MOVE WS-NOMBRE TO ROW-NOMBRE.
           MOVE RCL-DEPOSITOS(WS-I) TO ROW-DEPOSITOS.
           MOVE RCL-A-FAVOR(WS-I) TO ROW-A-FAVOR.
           MOVE RCL-ANTICIPOS(WS-I) TO ROW-ANTICIPOS.
           MOVE WS-TOTAL-CLI TO ROW-TOTAL.
           MOVE WS-MOTIVO TO ROW-MOTIVO.
           WRITE LINEA FROM PTR-ROW.
      *******
       058-GRABAR-REEMBOLSO.
      *******
           WRITE RMB.
           IF RMB-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE REEMBOLSOS FS: " RMB-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       060-CERRAR-ARCHIVOS.
      *******
           MOVE WS-CANT-TRF TO COL-CANTIDAD.
           MOVE WS-TOT-TRF TO COL-TOTAL.
           WRITE TRF FROM REG-COLA-TRF.
           CLOSE TRANSFERENCIAS.
           CLOSE REEMBOLSOS.
           CLOSE ASI-PEND.
           IF CLIENTES-DISPONIBLE = "SI"
               CLOSE CLIENTES.
           MOVE WS-TOT-EXCEP TO TOT-EXCEP.
           MOVE WS-CANT-EXCEP TO TOT-CANT-EXCEP.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PTR-TOTAL.
           CLOSE LISTADO.
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
       070-REGRABAR-DEPOSITOS.
      *******
           OPEN OUTPUT DEPOSITOS.
           IF DEPOSITOS-ESTADO NOT = "00" AND
               DEPOSITOS-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA DEPOSITOS FS: "
                   DEPOSITOS-ESTADO
               STOP RUN.
           PERFORM 072-REGRABAR-UN-DEPOSITO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-DEPOSITOS.
           CLOSE DEPOSITOS.
      *******
       072-REGRABAR-UN-DEPOSITO.
      *******
           MOVE DPT-NRO-DOC(WS-I) TO DEP-NRO-DOC.
           MOVE DPT-TIPO-DOC(WS-I) TO DEP-TIPO-DOC.
           MOVE DPT-PATENTE(WS-I) TO DEP-PATENTE.
           MOVE DPT-FECHA(WS-I) TO DEP-FECHA.
           MOVE DPT-IMPORTE(WS-I) TO DEP-IMPORTE.
           MOVE DPT-APLICADO(WS-I) TO DEP-APLICADO.
           MOVE DPT-ESTADO(WS-I) TO DEP-ESTADO.
           MOVE DPT-INFORMADO(WS-I) TO DEP-INFORMADO.
           WRITE DEP.
      *-----------------------------------------------------------------
      *******
       075-REGRABAR-SALDOS.
      *******
           OPEN OUTPUT SALDOS.
           IF SALDOS-ESTADO NOT = "00" AND SALDOS-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA SALDOS-CLI FS: "
                   SALDOS-ESTADO
               STOP RUN.
           PERFORM 077-REGRABAR-UN-SALDO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-SALDOS.
           CLOSE SALDOS.
      *******
       077-REGRABAR-UN-SALDO.
      *******
           MOVE SLT-NRO-DOC(WS-I) TO SAL-NRO-DOC.
           MOVE SLT-FACTURADO(WS-I) TO SAL-FACTURADO.
           MOVE SLT-PAGADO(WS-I) TO SAL-PAGADO.
           MOVE SLT-CREDITOS(WS-I) TO SAL-CREDITOS.
           MOVE SLT-SALDO(WS-I) TO SAL-SALDO.
           MOVE SLT-B30(WS-I) TO SAL-B30.
           MOVE SLT-B60(WS-I) TO SAL-B60.
           MOVE SLT-B90(WS-I) TO SAL-B90.
           MOVE SLT-BMAS(WS-I) TO SAL-BMAS.
           WRITE SAL.
      *-----------------------------------------------------------------
      *******
       080-REGRABAR-ANTICIPOS.
      *******
           OPEN OUTPUT ANTICIPOS.
           IF ANTICIPOS-ESTADO NOT = "00" AND
               ANTICIPOS-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA ANTICIPOS FS: "
                   ANTICIPOS-ESTADO
               STOP RUN.
           PERFORM 082-REGRABAR-UN-ANTICIPO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-ANTICIPOS.
           CLOSE ANTICIPOS.
      *******
       082-REGRABAR-UN-ANTICIPO.
      *******
           MOVE WS-ANTICIPO(WS-I) TO ANT.
           WRITE ANT.
      *-----------------------------------------------------------------
      *******
       END PROGRAM REEMBOLSOS.
