      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: multas de transito. MULTAS.DAT trae las
      *       actas que mandan los municipios (patente, fecha, hora,
      *       lugar e importe). Cada acta se cruza contra los
      *       alquileres de MAESTRO-ACT.DAT y MAESTRO-HISTORICO.DAT
      *       por patente y fecha, y contra ACT-HORA-RETIRO /
      *       ACT-HORA-DEVOL cuando el alquiler tiene horario. La
      *       multa con cliente se le carga en CARGOS-EXTRA.DAT junto
      *       con el gasto de gestion (clave MULTA-GESTION) y sale un
      *       aviso en AVISOS-MULTA.DAT; la que cae con el auto
      *       parado o en TALLER.DAT la paga la empresa y se lista
      *       aparte en MULTAS-EMPRESA.DAT. Un acta ya cargada en
      *       CARGOS-EXTRA no se vuelve a cobrar.
      *   LD  Cierre contable: un cargo fechado en un mes ya cerrado
      *       (PERIODOS-CERRADOS.DAT, lo asienta CIERRE-PER) se informa
      *       ademas en AJUSTES-PERIODO.DAT como ajuste de periodo
      *       anterior imputado al primer periodo abierto, y sale por
      *       consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULTAS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MULTAS-ESTADO.

           SELECT OPTIONAL MAE-ACT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL HISTORICO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS HISTORICO-ESTADO.

           SELECT OPTIONAL TALLER ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TALLER-ESTADO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLIENTES-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT CARGOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CARGOS-ESTADO.

           SELECT AVISOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AVISOS-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.

           SELECT OPTIONAL PERIODOS-CERR ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PERIODOS-ESTADO.

           SELECT AJUSTES-PER  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AJUSTES-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Actas de transito recibidas de los municipios; la hora es HHMM
      * (0 = el acta no la informa).
       FD  MULTAS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MULTAS.DAT".
       01  MUL.
           03  MUL-ACTA            PIC X(10).
           03  MUL-PATENTE         PIC X(6).
           03  MUL-FECHA           PIC 9(8).
           03  MUL-HORA            PIC 9(4).
           03  MUL-LUGAR           PIC X(30).
           03  MUL-IMPORTE         PIC 9(6)V99.

       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MAESTRO-ACT.DAT".
       01  MAE.
           03  MAE-PATENTE         PIC X(6).
           03  MAE-FECHA           PIC 9(8).
           03  MAE-TIPO-DOC        PIC X.
           03  MAE-NRO-DOC         PIC X(20).
           03  MAE-IMPORTE         PIC 9(4)V99.
           03  MAE-AGENCIA         PIC 9.
           03  MAE-HORA-RETIRO     PIC 9(4).
           03  MAE-HORA-DEVOL      PIC 9(4).
      * Modalidad y desglose de IVA; no se usan aca.
           03  FILLER              PIC X(13).

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

      * Ventanas de fuera de servicio por patente.
       FD  TALLER LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/TALLER.DAT".
       01  REG-TALLER.
           03  RTA-PATENTE     PIC X(6).
           03  RTA-DESDE       PIC 9(8).
           03  RTA-HASTA       PIC 9(8).

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

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan IVA-TASA y
      * MULTA-GESTION.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Cargos extra para que FACTURA-CLI los sume al estado de cuenta
      * del cliente; se acumulan hasta que facturacion los procese.
       FD  CARGOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CARGOS-EXTRA.DAT".
       01  CEX.
           03  CEX-NRO-DOC         PIC X(20).
           03  CEX-FECHA           PIC 9(8).
           03  CEX-PATENTE         PIC X(6).
           03  CEX-TIPO-DOC        PIC X.
           03  CEX-CONCEPTO        PIC X(20).
           03  CEX-IMPORTE         PIC 9(6)V99.
      * Desglose de IVA del cargo (tasa IVA-TASA): neto gravado e
      * impuesto; CEX-IMPORTE = CEX-NETO + CEX-IVA.
           03  CEX-NETO            PIC 9(6)V99.
           03  CEX-IVA             PIC 9(6)V99.
       01  CEX-MULTA.
           03  FILLER              PIC X(35).
           03  CEXM-MARCA          PIC X(6).
           03  CEXM-ACTA           PIC X(10).
           03  FILLER              PIC X(28).

       FD  AVISOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AVISOS-MULTA.DAT".
       01  LINEA-AVISO         PIC X(80).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MULTAS-EMPRESA.DAT".
       01  LINEA               PIC X(80).

      * Meses cerrados por CIERRE-PER (AAAAMM).
       FD  PERIODOS-CERR LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../../Parte1/PERIODOS-CERRADOS.DAT".
       01  REG-PERIODO.
           03  PC-PERIODO      PIC 9(6).
           03  PC-FECHA-CIERRE PIC 9(8).
           03  PC-HORA         PIC 9(6).

      * Movimientos fechados en un mes cerrado, imputados al primer
      * periodo abierto (los toma LIBRO-IVA y los lista CIERRE-PER).
       FD  AJUSTES-PER LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../../Parte1/AJUSTES-PERIODO.DAT".
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

       WORKING-STORAGE SECTION.
       77  MULTAS-ESTADO       PIC XX.
       77  MAE-ACT-ESTADO      PIC XX.
       77  HISTORICO-ESTADO    PIC XX.
       77  TALLER-ESTADO       PIC XX.
       77  CLIENTES-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  CARGOS-ESTADO       PIC XX.
       77  AVISOS-ESTADO       PIC XX.
       77  LISTADO-ESTADO      PIC XX.
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
       77  CLIENTES-DISPONIBLE PIC X(2)    VALUE "NO".
      * Tasa de IVA (clave IVA-TASA, 99V99 en 4 digitos) para el
      * desglose del gasto de gestion; la multa en si no lleva IVA,
      * es un reintegro de lo que cobra el municipio.
       77  WS-TASA-IVA         PIC 99V99   VALUE 21,00.
       01  WS-PARM-TASA        PIC 9(4).
      * Gasto de gestion por multa cargada al cliente (clave
      * MULTA-GESTION, 9(5)V99 en 7 digitos).
       77  WS-GESTION          PIC 9(5)V99 VALUE 1500,00.
       01  WS-PARM-GESTION     PIC 9(7).
       01  WS-IVA-NETO         PIC 9(6)V99.
       01  WS-IMPORTE-CARGO    PIC 9(6)V99.
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-CARGA-DESBORDE   PIC X(2)    VALUE "NO".
       01  WS-EN-TALLER        PIC X(2).
       01  WS-CUBRE-HORA       PIC X(2).
       01  WS-MOTIVO-EMPRESA   PIC X(20).
       01  WS-CANT-LEIDAS      PIC 9(5)    VALUE 0.
       01  WS-CANT-CLIENTE     PIC 9(5)    VALUE 0.
       01  WS-CANT-EMPRESA     PIC 9(5)    VALUE 0.
       01  WS-CANT-YA-CARGADAS PIC 9(5)    VALUE 0.
       01  WS-CANT-MAL-FORMADAS PIC 9(5)   VALUE 0.
       01  WS-TOTAL-CLIENTE    PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-EMPRESA    PIC 9(9)V99 VALUE 0.

      * Alquiler leido de cualquiera de los dos maestros; el
      * historico no trae horario y queda en 0.
       01  WS-ALQ.
           03  WS-ALQ-PATENTE      PIC X(6).
           03  WS-ALQ-FECHA        PIC 9(8).
           03  WS-ALQ-TIPO-DOC     PIC X.
           03  WS-ALQ-NRO-DOC      PIC X(20).
           03  WS-ALQ-HORA-RETIRO  PIC 9(4).
           03  WS-ALQ-HORA-DEVOL   PIC 9(4).

      * Actas del lote con lo que se encontro en los maestros: el
      * alquiler del mismo dia y quien tenia el auto el dia anterior
      * y el siguiente (para la multa de madrugada o de noche en un
      * alquiler de varios dias).
       01  WS-CANT-MULTAS      PIC 9(4)    VALUE 0.
       01  WS-TABLA-MULTAS.
           03 WS-MULTA OCCURS 1000 TIMES.
               05 MLT-ACTA        PIC X(10).
               05 MLT-PATENTE     PIC X(6).
               05 MLT-FECHA       PIC 9(8).
               05 MLT-HORA        PIC 9(4).
               05 MLT-LUGAR       PIC X(30).
               05 MLT-IMPORTE     PIC 9(6)V99.
               05 MLT-FECHA-ANT   PIC 9(8).
               05 MLT-FECHA-SIG   PIC 9(8).
               05 MLT-TIPO-DOC    PIC X.
               05 MLT-NRO-DOC     PIC X(20).
               05 MLT-HORA-RETIRO PIC 9(4).
               05 MLT-HORA-DEVOL  PIC 9(4).
               05 MLT-DOC-ANT     PIC X(20).
               05 MLT-DOC-SIG     PIC X(20).

       01  WS-CANT-VENTANAS    PIC 9(3)    VALUE 0.
       01  WS-TABLA-VENTANAS.
           03 WS-VENTANA OCCURS 200 TIMES.
               05 VEN-PATENTE     PIC X(6) VALUE SPACES.
               05 VEN-DESDE       PIC 9(8) VALUE 0.
               05 VEN-HASTA       PIC 9(8) VALUE 0.

      * Actas ya cobradas en CARGOS-EXTRA (concepto "MULTA " + acta).
       01  WS-CANT-COBRADAS    PIC 9(4)    VALUE 0.
       01  WS-COBRADA          PIC X(2).
       01  WS-TABLA-COBRADAS.
           03 WS-COBRADA-ACTA OCCURS 2000 TIMES PIC X(10).

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE ALL '='.
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  AVI-PARA.
           03 FILLER           PIC X(7)  VALUE 'Para:  '.
           03 AVI-NOMBRE       PIC X(30).
           03 FILLER           PIC X(2)  VALUE ' ('.
           03 AVI-DOC          PIC X(20).
           03 FILLER           PIC X     VALUE ')'.
       01  AVI-DIRECCION.
           03 FILLER           PIC X(7)  VALUE 'Dir.:  '.
           03 AVI-DIR          PIC X(30).
       01  AVI-EMAIL.
           03 FILLER           PIC X(7)  VALUE 'Email: '.
           03 AVI-MAIL         PIC X(30).
       01  AVI-TEXTO-1.
           03 FILLER           PIC X(64) VALUE
               'Le informamos que se labro una multa de transito al'.
       01  AVI-TEXTO-2.
           03 FILLER           PIC X(64) VALUE
               'vehiculo que tenia alquilado; su importe y el gasto'.
       01  AVI-TEXTO-3.
           03 FILLER           PIC X(64) VALUE
               'de gestion se suman a su cuenta.'.
       01  AVI-ACTA.
           03 FILLER           PIC X(16) VALUE '  Acta:         '.
           03 AVI-NRO-ACTA     PIC X(10).
       01  AVI-PATENTE.
           03 FILLER           PIC X(16) VALUE '  Patente:      '.
           03 AVI-PAT          PIC X(6).
       01  AVI-FECHA.
           03 FILLER           PIC X(16) VALUE '  Fecha y hora: '.
           03 AVI-DIA          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 AVI-MES          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 AVI-ANIO         PIC 9999.
           03 FILLER           PIC X     VALUE ' '.
           03 AVI-HH           PIC 99.
           03 FILLER           PIC X     VALUE ':'.
           03 AVI-MM           PIC 99.
       01  AVI-LUGAR.
           03 FILLER           PIC X(16) VALUE '  Lugar:        '.
           03 AVI-LUG          PIC X(30).
       01  AVI-IMPORTE.
           03 FILLER           PIC X(16) VALUE '  Multa:        '.
           03 AVI-IMP-MULTA    PIC ZZZZZ9,99.
       01  AVI-GESTION.
           03 FILLER           PIC X(16) VALUE '  Gestion:      '.
           03 AVI-IMP-GESTION  PIC ZZZZZ9,99.
       01  AVI-TOTAL.
           03 FILLER           PIC X(16) VALUE '  Total:        '.
           03 AVI-IMP-TOTAL    PIC ZZZZZ9,99.

       01  EMP-TITULO.
           03 FILLER           PIC X(40) VALUE
               'MULTAS A CARGO DE LA EMPRESA            '.
       01  EMP-ENCABE.
           03 FILLER           PIC X(11) VALUE 'Acta       '.
           03 FILLER           PIC X(7)  VALUE 'Patente'.
           03 FILLER           PIC X(12) VALUE '  Fecha     '.
           03 FILLER           PIC X(6)  VALUE 'Hora  '.
           03 FILLER           PIC X(11) VALUE '    Importe'.
           03 FILLER           PIC X(21) VALUE '  Motivo'.
       01  EMP-ROW.
           03 ROW-ACTA         PIC X(10).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-DIA          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-MES          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-ANIO         PIC 9999.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-HH           PIC 99.
           03 FILLER           PIC X     VALUE ':'.
           03 ROW-MM           PIC 99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-IMPORTE      PIC ZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MOTIVO       PIC X(20).
       01  EMP-TOTAL.
           03 FILLER           PIC X(21) VALUE 'Total a cargo empresa'.
           03 FILLER           PIC X(14) VALUE ' '.
           03 TOT-EMPRESA      PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 090-LEER-PERIODOS-CERR.
            PERFORM 005-CARGAR-MULTAS.
            PERFORM 006-CARGAR-VENTANAS.
            PERFORM 007-CARGAR-COBRADAS.
            PERFORM 020-BUSCAR-EN-MAE-ACT.
            PERFORM 025-BUSCAR-EN-HISTORICO.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 050-PROCESAR-MULTA VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-MULTAS.
            PERFORM 060-ESCRIBIR-TOTALES.
            PERFORM 070-CERRAR-ARCHIVOS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       003-LEER-PARAMETROS.
      *******
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-ESTADO = "00"
               PERFORM UNTIL PARAMETROS-ESTADO NOT = "00"
                   READ PARAMETROS
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
                       PARM-CLAVE = "MULTA-GESTION"
      * VALOR: importe en 7 digitos (9(5)V99), p.ej. 0150000.
                       IF PARM-VALOR(1:7) IS NUMERIC
                           MOVE PARM-VALOR(1:7) TO WS-PARM-GESTION
                           COMPUTE WS-GESTION = WS-PARM-GESTION / 100
                       ELSE
                           DISPLAY "PARAMETROS: MULTA-GESTION MAL "
                               "FORMADA: " PARM-VALOR
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      *-----------------------------------------------------------------
      *******
       005-CARGAR-MULTAS.
      *******
      * El lote completo va a memoria: cada maestro se recorre una
      * sola vez contra todas las actas.
           OPEN INPUT MULTAS.
           IF MULTAS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MULTAS FS: " MULTAS-ESTADO
               STOP RUN.
           PERFORM UNTIL MULTAS-ESTADO NOT = "00"
               READ MULTAS
               IF MULTAS-ESTADO = "00"
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 0051-GUARDAR-MULTA
               END-IF
           END-PERFORM.
           IF MULTAS-ESTADO NOT = "10"
               DISPLAY "ERROR EN READ MULTAS FS: " MULTAS-ESTADO
               STOP RUN.
           CLOSE MULTAS.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: MULTAS supera la tabla (1000); "
                   "el resto queda para la proxima corrida.".
      *******
       0051-GUARDAR-MULTA.
      *******
           IF MUL-FECHA NOT NUMERIC OR MUL-IMPORTE NOT NUMERIC OR
               MUL-FECHA < 19000101
               ADD 1 TO WS-CANT-MAL-FORMADAS
               DISPLAY "ATENCION: acta " MUL-ACTA " mal formada; "
                   "no se procesa."
           ELSE
           IF WS-CANT-MULTAS < 1000
               ADD 1 TO WS-CANT-MULTAS
               MOVE MUL-ACTA TO MLT-ACTA(WS-CANT-MULTAS)
               MOVE MUL-PATENTE TO MLT-PATENTE(WS-CANT-MULTAS)
               MOVE MUL-FECHA TO MLT-FECHA(WS-CANT-MULTAS)
               IF MUL-HORA IS NUMERIC
                   MOVE MUL-HORA TO MLT-HORA(WS-CANT-MULTAS)
               ELSE
                   MOVE 0 TO MLT-HORA(WS-CANT-MULTAS)
               END-IF
               MOVE MUL-LUGAR TO MLT-LUGAR(WS-CANT-MULTAS)
               MOVE MUL-IMPORTE TO MLT-IMPORTE(WS-CANT-MULTAS)
               COMPUTE MLT-FECHA-ANT(WS-CANT-MULTAS) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(MUL-FECHA) - 1)
               COMPUTE MLT-FECHA-SIG(WS-CANT-MULTAS) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(MUL-FECHA) + 1)
               MOVE SPACE TO MLT-TIPO-DOC(WS-CANT-MULTAS)
               MOVE SPACES TO MLT-NRO-DOC(WS-CANT-MULTAS)
               MOVE 0 TO MLT-HORA-RETIRO(WS-CANT-MULTAS)
               MOVE 0 TO MLT-HORA-DEVOL(WS-CANT-MULTAS)
               MOVE SPACES TO MLT-DOC-ANT(WS-CANT-MULTAS)
               MOVE SPACES TO MLT-DOC-SIG(WS-CANT-MULTAS)
           ELSE
               MOVE "SI" TO WS-CARGA-DESBORDE.
      *-----------------------------------------------------------------
      *******
       006-CARGAR-VENTANAS.
      *******
           OPEN INPUT TALLER.
           IF TALLER-ESTADO = "00"
               PERFORM UNTIL TALLER-ESTADO NOT = "00"
                   READ TALLER
                   IF TALLER-ESTADO = "00"
                       IF WS-CANT-VENTANAS < 200
                           ADD 1 TO WS-CANT-VENTANAS
                           MOVE RTA-PATENTE TO
                               VEN-PATENTE(WS-CANT-VENTANAS)
                           MOVE RTA-DESDE TO
                               VEN-DESDE(WS-CANT-VENTANAS)
                           MOVE RTA-HASTA TO
                               VEN-HASTA(WS-CANT-VENTANAS)
                       ELSE
                           DISPLAY "ATENCION: TALLER supera la "
                               "tabla (200)."
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE TALLER.
      *-----------------------------------------------------------------
      *******
       007-CARGAR-COBRADAS.
      *******
      * Actas que una corrida anterior ya cargo al cliente; volver a
      * pasar el mismo MULTAS.DAT no duplica el cobro.
           OPEN INPUT CARGOS.
           IF CARGOS-ESTADO = "00"
               PERFORM UNTIL CARGOS-ESTADO NOT = "00"
                   READ CARGOS
                   IF CARGOS-ESTADO = "00" AND CEXM-MARCA = "MULTA "
                       IF WS-CANT-COBRADAS < 2000
                           ADD 1 TO WS-CANT-COBRADAS
                           MOVE CEXM-ACTA TO
                               WS-COBRADA-ACTA(WS-CANT-COBRADAS)
                       ELSE
                           DISPLAY "ATENCION: multas cobradas supera "
                               "la tabla (2000)."
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CARGOS.
      *-----------------------------------------------------------------
      *******
       020-BUSCAR-EN-MAE-ACT.
      *******
      * La cola *CTRL* no es un alquiler.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO = "00"
               PERFORM UNTIL MAE-ACT-ESTADO NOT = "00"
                   READ MAE-ACT
                   IF MAE-ACT-ESTADO = "00" AND
                       MAE-PATENTE NOT = "*CTRL*"
                       MOVE MAE-PATENTE TO WS-ALQ-PATENTE
                       MOVE MAE-FECHA TO WS-ALQ-FECHA
                       MOVE MAE-TIPO-DOC TO WS-ALQ-TIPO-DOC
                       MOVE MAE-NRO-DOC TO WS-ALQ-NRO-DOC
                       MOVE 0 TO WS-ALQ-HORA-RETIRO
                       MOVE 0 TO WS-ALQ-HORA-DEVOL
                       IF MAE-HORA-RETIRO IS NUMERIC AND
                           MAE-HORA-DEVOL IS NUMERIC
                           MOVE MAE-HORA-RETIRO TO WS-ALQ-HORA-RETIRO
                           MOVE MAE-HORA-DEVOL TO WS-ALQ-HORA-DEVOL
                       END-IF
                       PERFORM 030-CRUZAR-ALQUILER
                   END-IF
               END-PERFORM.
           CLOSE MAE-ACT.
      *******
       025-BUSCAR-EN-HISTORICO.
      *******
           OPEN INPUT HISTORICO.
           IF HISTORICO-ESTADO = "00"
               PERFORM UNTIL HISTORICO-ESTADO NOT = "00"
                   READ HISTORICO
                   IF HISTORICO-ESTADO = "00"
                       MOVE HIST-PATENTE TO WS-ALQ-PATENTE
                       MOVE HIST-FECHA TO WS-ALQ-FECHA
                       MOVE HIST-TIPO-DOC TO WS-ALQ-TIPO-DOC
                       MOVE HIST-NRO-DOC TO WS-ALQ-NRO-DOC
                       MOVE 0 TO WS-ALQ-HORA-RETIRO
                       MOVE 0 TO WS-ALQ-HORA-DEVOL
                       PERFORM 030-CRUZAR-ALQUILER
                   END-IF
               END-PERFORM.
           CLOSE HISTORICO.
      *******
       030-CRUZAR-ALQUILER.
      *******
           PERFORM 031-CRUZAR-CON-MULTA VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-MULTAS.
      *******
       031-CRUZAR-CON-MULTA.
      *******
      * Del mismo dia se queda el primer alquiler, salvo que otro
      * posterior cubra la hora del acta (dos clientes el mismo dia).
           IF WS-ALQ-PATENTE = MLT-PATENTE(WS-J)
               IF WS-ALQ-FECHA = MLT-FECHA(WS-J)
                   MOVE "NO" TO WS-CUBRE-HORA
                   IF WS-ALQ-HORA-DEVOL > 0 AND
                       MLT-HORA(WS-J) >= WS-ALQ-HORA-RETIRO AND
                       MLT-HORA(WS-J) <= WS-ALQ-HORA-DEVOL
                       MOVE "SI" TO WS-CUBRE-HORA
                   END-IF
                   IF MLT-NRO-DOC(WS-J) = SPACES OR
                       WS-CUBRE-HORA = "SI"
                       MOVE WS-ALQ-TIPO-DOC TO MLT-TIPO-DOC(WS-J)
                       MOVE WS-ALQ-NRO-DOC TO MLT-NRO-DOC(WS-J)
                       MOVE WS-ALQ-HORA-RETIRO TO
                           MLT-HORA-RETIRO(WS-J)
                       MOVE WS-ALQ-HORA-DEVOL TO MLT-HORA-DEVOL(WS-J)
                   END-IF
               ELSE
               IF WS-ALQ-FECHA = MLT-FECHA-ANT(WS-J)
                   MOVE WS-ALQ-NRO-DOC TO MLT-DOC-ANT(WS-J)
               ELSE
               IF WS-ALQ-FECHA = MLT-FECHA-SIG(WS-J)
                   MOVE WS-ALQ-NRO-DOC TO MLT-DOC-SIG(WS-J).
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
      * OPEN EXTEND para que los cargos se acumulen hasta que la
      * facturacion los levante; si todavia no existe se crea.
           OPEN EXTEND CARGOS.
           IF CARGOS-ESTADO = "35"
               OPEN OUTPUT CARGOS
               CLOSE CARGOS
               OPEN EXTEND CARGOS.
           IF CARGOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CARGOS-EXTRA FS: " CARGOS-ESTADO
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF CLIENTES-ESTADO = "00"
               MOVE "SI" TO CLIENTES-DISPONIBLE
           ELSE
               MOVE "NO" TO CLIENTES-DISPONIBLE
               DISPLAY "AVISO: SIN CLIENTES.TXT; los avisos salen "
                   "solo con el documento.".
           OPEN OUTPUT AVISOS.
           IF AVISOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AVISOS-MULTA FS: " AVISOS-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MULTAS-EMPRESA FS: "
                   LISTADO-ESTADO
               STOP RUN.
           WRITE LINEA FROM EMP-TITULO.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM EMP-ENCABE.
      *-----------------------------------------------------------------
      *******
       050-PROCESAR-MULTA.
      *******
           PERFORM 051-VERIFICAR-COBRADA.
           IF WS-COBRADA = "SI"
               ADD 1 TO WS-CANT-YA-CARGADAS
           ELSE
               PERFORM 052-RESOLVER-RESPONSABLE
               IF WS-MOTIVO-EMPRESA = SPACES
                   PERFORM 054-CARGAR-AL-CLIENTE
                   PERFORM 056-ESCRIBIR-AVISO
               ELSE
                   PERFORM 058-LISTAR-EMPRESA
               END-IF
           END-IF.
      *******
       051-VERIFICAR-COBRADA.
      *******
           MOVE "NO" TO WS-COBRADA.
           PERFORM 0511-COMPARAR-COBRADA VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-COBRADAS OR WS-COBRADA = "SI".
      *******
       0511-COMPARAR-COBRADA.
      *******
           IF WS-COBRADA-ACTA(WS-J) = MLT-ACTA(WS-I)
               MOVE "SI" TO WS-COBRADA.
      *******
       052-RESOLVER-RESPONSABLE.
      *******
      * Sin horario en el alquiler (historico, o el merge no lo
      * trajo) o sin hora en el acta, alcanza con el dia. Con horario,
      * la hora del acta tiene que caer entre retiro y devolucion, o
      * antes del retiro / despues de la devolucion si el mismo
      * cliente tenia el auto el dia anterior / siguiente. Si no hay
      * cliente el auto estaba parado o en taller.
           MOVE SPACES TO WS-MOTIVO-EMPRESA.
           IF MLT-NRO-DOC(WS-I) = SPACES
               MOVE "AUTO SIN ALQUILER" TO WS-MOTIVO-EMPRESA
           ELSE
           IF MLT-HORA-DEVOL(WS-I) > 0 AND MLT-HORA(WS-I) > 0
               IF MLT-HORA(WS-I) < MLT-HORA-RETIRO(WS-I) AND
                   MLT-DOC-ANT(WS-I) NOT = MLT-NRO-DOC(WS-I)
                   MOVE "FUERA DE HORARIO" TO WS-MOTIVO-EMPRESA
               ELSE
               IF MLT-HORA(WS-I) > MLT-HORA-DEVOL(WS-I) AND
                   MLT-DOC-SIG(WS-I) NOT = MLT-NRO-DOC(WS-I)
                   MOVE "FUERA DE HORARIO" TO WS-MOTIVO-EMPRESA.
           IF WS-MOTIVO-EMPRESA NOT = SPACES
               PERFORM 053-VERIFICAR-TALLER
               IF WS-EN-TALLER = "SI"
                   MOVE "EN TALLER" TO WS-MOTIVO-EMPRESA.
      *******
       053-VERIFICAR-TALLER.
      *******
           MOVE "NO" TO WS-EN-TALLER.
           PERFORM 0531-COMPARAR-VENTANA VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-VENTANAS OR WS-EN-TALLER = "SI".
      *******
       0531-COMPARAR-VENTANA.
      *******
           IF VEN-PATENTE(WS-J) = MLT-PATENTE(WS-I) AND
               MLT-FECHA(WS-I) >= VEN-DESDE(WS-J) AND
               MLT-FECHA(WS-I) <= VEN-HASTA(WS-J)
               MOVE "SI" TO WS-EN-TALLER.
      *-----------------------------------------------------------------
      *******
       054-CARGAR-AL-CLIENTE.
      *******
      * La multa va sin IVA (neto = bruto); el gasto de gestion se
      * desglosa con la tasa vigente.
           MOVE MLT-NRO-DOC(WS-I) TO CEX-NRO-DOC.
           MOVE MLT-TIPO-DOC(WS-I) TO CEX-TIPO-DOC.
           MOVE MLT-FECHA(WS-I) TO CEX-FECHA.
           MOVE MLT-PATENTE(WS-I) TO CEX-PATENTE.
           MOVE SPACES TO CEX-CONCEPTO.
           STRING "MULTA " MLT-ACTA(WS-I)
               DELIMITED BY SIZE INTO CEX-CONCEPTO.
           MOVE MLT-IMPORTE(WS-I) TO CEX-IMPORTE.
           MOVE MLT-IMPORTE(WS-I) TO CEX-NETO.
           MOVE 0 TO CEX-IVA.
           PERFORM 055-GRABAR-CARGO.
           IF WS-GESTION > 0
               MOVE SPACES TO CEX-CONCEPTO
               STRING "GTO MULTA " MLT-ACTA(WS-I)
                   DELIMITED BY SIZE INTO CEX-CONCEPTO
               MOVE WS-GESTION TO WS-IMPORTE-CARGO
               MOVE WS-IMPORTE-CARGO TO CEX-IMPORTE
      * Desglose de IVA: neto = bruto / (1 + tasa), impuesto por
      * diferencia para que siempre sume el bruto.
               COMPUTE WS-IVA-NETO ROUNDED = WS-IMPORTE-CARGO /
                   (1 + WS-TASA-IVA / 100)
               MOVE WS-IVA-NETO TO CEX-NETO
               COMPUTE CEX-IVA = WS-IMPORTE-CARGO - WS-IVA-NETO
               PERFORM 055-GRABAR-CARGO.
           ADD 1 TO WS-CANT-CLIENTE.
           ADD MLT-IMPORTE(WS-I) TO WS-TOTAL-CLIENTE.
           ADD WS-GESTION TO WS-TOTAL-CLIENTE.
      *******
       055-GRABAR-CARGO.
      *******
           WRITE CEX.
           IF CARGOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE CARGOS-EXTRA FS: "
                   CARGOS-ESTADO
               STOP RUN.
           PERFORM 092-AJUSTE-CARGO.
      *-----------------------------------------------------------------
      *******
       056-ESCRIBIR-AVISO.
      *******
           WRITE LINEA-AVISO FROM PE2-ENCABE.
           WRITE LINEA-AVISO FROM PE1-ENCABE.
           PERFORM 057-RESOLVER-CLIENTE.
           WRITE LINEA-AVISO FROM AVI-PARA.
           WRITE LINEA-AVISO FROM AVI-DIRECCION.
           WRITE LINEA-AVISO FROM AVI-EMAIL.
           WRITE LINEA-AVISO FROM PE2-ENCABE.
           WRITE LINEA-AVISO FROM AVI-TEXTO-1.
           WRITE LINEA-AVISO FROM AVI-TEXTO-2.
           WRITE LINEA-AVISO FROM AVI-TEXTO-3.
           WRITE LINEA-AVISO FROM PE2-ENCABE.
           MOVE MLT-ACTA(WS-I) TO AVI-NRO-ACTA.
           WRITE LINEA-AVISO FROM AVI-ACTA.
           MOVE MLT-PATENTE(WS-I) TO AVI-PAT.
           WRITE LINEA-AVISO FROM AVI-PATENTE.
           MOVE MLT-FECHA(WS-I)(7:2) TO AVI-DIA.
           MOVE MLT-FECHA(WS-I)(5:2) TO AVI-MES.
           MOVE MLT-FECHA(WS-I)(1:4) TO AVI-ANIO.
           MOVE MLT-HORA(WS-I)(1:2) TO AVI-HH.
           MOVE MLT-HORA(WS-I)(3:2) TO AVI-MM.
           WRITE LINEA-AVISO FROM AVI-FECHA.
           MOVE MLT-LUGAR(WS-I) TO AVI-LUG.
           WRITE LINEA-AVISO FROM AVI-LUGAR.
           MOVE MLT-IMPORTE(WS-I) TO AVI-IMP-MULTA.
           WRITE LINEA-AVISO FROM AVI-IMPORTE.
           MOVE WS-GESTION TO AVI-IMP-GESTION.
           WRITE LINEA-AVISO FROM AVI-GESTION.
           COMPUTE AVI-IMP-TOTAL = MLT-IMPORTE(WS-I) + WS-GESTION.
           WRITE LINEA-AVISO FROM AVI-TOTAL.
      *******
       057-RESOLVER-CLIENTE.
      *******
           MOVE MLT-NRO-DOC(WS-I) TO AVI-DOC.
           MOVE SPACES TO AVI-NOMBRE.
           MOVE SPACES TO AVI-DIR.
           MOVE SPACES TO AVI-MAIL.
           IF CLIENTES-DISPONIBLE = "SI"
               MOVE MLT-NRO-DOC(WS-I) TO CLI-DOCUMENTO
               READ CLIENTES RECORD KEY IS CLI-DOCUMENTO
                   INVALID KEY CONTINUE
               END-READ
               IF CLIENTES-ESTADO = "00"
                   MOVE CLI-NOMBRE TO AVI-NOMBRE
                   MOVE CLI-DIRECCION TO AVI-DIR
                   MOVE CLI-EMAIL TO AVI-MAIL.
      *-----------------------------------------------------------------
      *******
       058-LISTAR-EMPRESA.
      *******
           MOVE MLT-ACTA(WS-I) TO ROW-ACTA.
           MOVE MLT-PATENTE(WS-I) TO ROW-PATENTE.
           MOVE MLT-FECHA(WS-I)(7:2) TO ROW-DIA.
           MOVE MLT-FECHA(WS-I)(5:2) TO ROW-MES.
           MOVE MLT-FECHA(WS-I)(1:4) TO ROW-ANIO.
           MOVE MLT-HORA(WS-I)(1:2) TO ROW-HH.
           MOVE MLT-HORA(WS-I)(3:2) TO ROW-MM.
           MOVE MLT-IMPORTE(WS-I) TO ROW-IMPORTE.
           MOVE WS-MOTIVO-EMPRESA TO ROW-MOTIVO.
           WRITE LINEA FROM EMP-ROW.
           ADD 1 TO WS-CANT-EMPRESA.
           ADD MLT-IMPORTE(WS-I) TO WS-TOTAL-EMPRESA.
      *-----------------------------------------------------------------
      *******
       060-ESCRIBIR-TOTALES.
      *******
           WRITE LINEA FROM PE1-ENCABE.
           MOVE WS-TOTAL-EMPRESA TO TOT-EMPRESA.
           WRITE LINEA FROM EMP-TOTAL.
           DISPLAY "MULTAS: LEIDAS " WS-CANT-LEIDAS
               " A CLIENTE " WS-CANT-CLIENTE
               " A EMPRESA " WS-CANT-EMPRESA
               " YA CARGADAS " WS-CANT-YA-CARGADAS
               " MAL FORMADAS " WS-CANT-MAL-FORMADAS.
           DISPLAY "MULTAS: CARGADO A CLIENTES " WS-TOTAL-CLIENTE
               " A CARGO EMPRESA " WS-TOTAL-EMPRESA.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               CARGOS
               AVISOS
               LISTADO.
           IF CLIENTES-DISPONIBLE = "SI"
               CLOSE CLIENTES.
           IF WS-AJUSTES-ABIERTO = "SI"
               CLOSE AJUSTES-PER
               DISPLAY "AJUSTES DE PERIODO ANTERIOR: " WS-CANT-AJUSTES.
      *-----------------------------------------------------------------
      *******
       090-LEER-PERIODOS-CERR.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AJP-FECHA-PROCESO.
      *******
       092-AJUSTE-CARGO.
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
               PERFORM 094-ASENTAR-AJUSTE.
      *******
       094-ASENTAR-AJUSTE.
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
           MOVE "MULTAS" TO AJP-PROGRAMA.
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
       END PROGRAM MULTAS.
