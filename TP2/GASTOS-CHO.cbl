      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: gastos de viaje de los choferes (peaje,
      *       estacionamiento, combustible) pagados durante un
      *       alquiler con chofer. GASTOS-CHOFER.DAT trae cada
      *       comprobante por legajo y alquiler (patente+fecha); se
      *       valida contra MAESTRO.DAT que el legajo sea el
      *       ALQ-CHOFER de ese alquiler y que no lo conduzca el
      *       cliente. Cada concepto tiene tope en PARAMETROS.DAT
      *       (claves GASTO-TOPE-PEAJE, GASTO-TOPE-ESTAC y
      *       GASTO-TOPE-COMBUS); lo que lo supera queda pendiente
      *       hasta que un supervisor lo apruebe o lo rechace en
      *       APROB-GASTOS.DAT. Lo aceptado queda en el libro
      *       GASTOS-CHO-HIST.DAT, de donde EXP-SUELDOS lo manda a
      *       sueldos como concepto no remunerativo; el gasto marcado
      *       para refacturar se le carga al cliente en
      *       CARGOS-EXTRA.DAT (reintegro sin IVA, como la multa). Se
      *       corre antes de EXP-SUELDOS y de FACTURA-CLI.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASTOS-CHO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GASTOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS GASTOS-ESTADO.

           SELECT OPTIONAL APROBACIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS APROBACIONES-ESTADO.

           SELECT OPTIONAL LIBRO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LIBRO-ESTADO.

           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT CARGOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CARGOS-ESTADO.

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
      * Comprobantes de gastos rendidos por los choferes. Concepto
      * "P" peaje / "E" estacionamiento / "C" combustible;
      * REFACTURA "S" = se le pasa al cliente del alquiler.
       FD  GASTOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../GASTOS-CHOFER.DAT".
       01  GCH.
           03  GCH-LEGAJO          PIC X(7).
           03  GCH-PATENTE         PIC X(6).
           03  GCH-FECHA           PIC 9(8).
           03  GCH-CONCEPTO        PIC X.
           03  GCH-IMPORTE         PIC 9(6)V99.
           03  GCH-COMPROBANTE     PIC X(12).
           03  GCH-REFACTURA       PIC X.

      * Decision del supervisor sobre un gasto que supera el tope:
      * "A" aprueba / "R" rechaza.
       FD  APROBACIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../APROB-GASTOS.DAT".
       01  APG.
           03  APG-LEGAJO          PIC X(7).
           03  APG-CONCEPTO        PIC X.
           03  APG-COMPROBANTE     PIC X(12).
           03  APG-DECISION        PIC X.
           03  APG-SUPERVISOR      PIC X(7).

      * Libro de gastos aceptados. Estado "A" aprobado (a exportar),
      * "P" pendiente de aprobacion, "R" rechazado por el supervisor,
      * "X" exportado a sueldos por EXP-SUELDOS. CARGADO "S" = ya se
      * paso al cliente en CARGOS-EXTRA.
       FD  LIBRO   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../GASTOS-CHO-HIST.DAT".
       01  GCL.
           03  GCL-LEGAJO          PIC X(7).
           03  GCL-PATENTE         PIC X(6).
           03  GCL-FECHA           PIC 9(8).
           03  GCL-CONCEPTO        PIC X.
           03  GCL-IMPORTE         PIC 9(6)V99.
           03  GCL-COMPROBANTE     PIC X(12).
           03  GCL-REFACTURA       PIC X.
           03  GCL-TIPO-DOC        PIC X.
           03  GCL-NRO-DOC         PIC X(20).
           03  GCL-ESTADO          PIC X.
           03  GCL-SUPERVISOR      PIC X(7).
           03  GCL-FECHA-PROCESO   PIC 9(8).
           03  GCL-CARGADO         PIC X.

       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
           03  ALQ-CHOFER          PIC X(7).
           03  ALQ-ESTADO          PIC X.
           03  ALQ-AGENCIA         PIC 9.
      * Modalidad: "S" conduce el cliente (sin chofer); blanco =
      * con chofer asignado por TP2.
           03  ALQ-MODO            PIC X.

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan FECHA-CORRIDA
      * y los topes GASTO-TOPE-*.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

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
      * Desglose de IVA del cargo; CEX-IMPORTE = CEX-NETO + CEX-IVA.
           03  CEX-NETO            PIC 9(6)V99.
           03  CEX-IVA             PIC 9(6)V99.

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../GASTOS-CHO-INFORME.DAT".
       01  LINEA               PIC X(100).

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
       77  GASTOS-ESTADO       PIC XX.
       77  APROBACIONES-ESTADO PIC XX.
       77  LIBRO-ESTADO        PIC XX.
       77  M-ESTADO            PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  CARGOS-ESTADO       PIC XX.
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
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       01  WS-FECHA-PROCESO    PIC 9(8).
      * Lo exportado o rechazado se conserva un año y un mes para
      * detectar comprobantes repetidos; despues se depura.
       01  WS-FECHA-PURGA      PIC 9(8).
      * Topes por comprobante (claves GASTO-TOPE-*, 9(5)V99 en 7
      * digitos); lo que los supera necesita aprobacion.
       77  WS-TOPE-PEAJE       PIC 9(5)V99 VALUE 5000,00.
       77  WS-TOPE-ESTAC       PIC 9(5)V99 VALUE 4000,00.
       77  WS-TOPE-COMBUS      PIC 9(5)V99 VALUE 30000,00.
       01  WS-PARM-TOPE        PIC 9(7).
       01  WS-TOPE             PIC 9(5)V99.
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-MOTIVO           PIC X(24).
       01  WS-RESULTADO        PIC X(30).
       01  WS-REPETIDO         PIC X(2).
       01  WS-DECISION         PIC X.
       01  WS-SUPERVISOR       PIC X(7).
       01  WS-CANT-LEIDOS      PIC 9(5)    VALUE 0.
       01  WS-CANT-ACEPTADOS   PIC 9(5)    VALUE 0.
       01  WS-CANT-PENDIENTES  PIC 9(5)    VALUE 0.
       01  WS-CANT-RECHAZADOS  PIC 9(5)    VALUE 0.
       01  WS-CANT-INVALIDOS   PIC 9(5)    VALUE 0.
       01  WS-CANT-APROBADOS   PIC 9(5)    VALUE 0.
       01  WS-CANT-DESAPROB    PIC 9(5)    VALUE 0.
       01  WS-CANT-REFACT      PIC 9(5)    VALUE 0.
       01  WS-CANT-DEPURADOS   PIC 9(5)    VALUE 0.
       01  WS-TOT-REFACT       PIC 9(9)V99 VALUE 0.

      * Libro entero en memoria: se regraba al final con las altas,
      * las decisiones del supervisor y las marcas de refacturado.
       01  WS-CANT-LIBRO       PIC 9(4)    VALUE 0.
       01  WS-TABLA-LIBRO.
           03 WS-GAS OCCURS 5000 TIMES.
               05 TGA-LEGAJO       PIC X(7).
               05 TGA-PATENTE      PIC X(6).
               05 TGA-FECHA        PIC 9(8).
               05 TGA-CONCEPTO     PIC X.
               05 TGA-IMPORTE      PIC 9(6)V99.
               05 TGA-COMPROBANTE  PIC X(12).
               05 TGA-REFACTURA    PIC X.
               05 TGA-TIPO-DOC     PIC X.
               05 TGA-NRO-DOC      PIC X(20).
               05 TGA-ESTADO       PIC X.
               05 TGA-SUPERVISOR   PIC X(7).
               05 TGA-FECHA-PROCESO PIC 9(8).
               05 TGA-CARGADO      PIC X.

       01  WS-CANT-APROB       PIC 9(4)    VALUE 0.
       01  WS-TABLA-APROB.
           03 WS-APR OCCURS 1000 TIMES.
               05 TAP-LEGAJO       PIC X(7).
               05 TAP-CONCEPTO     PIC X.
               05 TAP-COMPROBANTE  PIC X(12).
               05 TAP-DECISION     PIC X.
               05 TAP-SUPERVISOR   PIC X(7).

       01  PE1-ENCABE.
           03 FILLER           PIC X(44) VALUE
               'Gastos de viaje de choferes - proceso del '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(8)  VALUE 'Legajo'.
           03 FILLER           PIC X(7)  VALUE 'Auto'.
           03 FILLER           PIC X(11) VALUE 'Fecha'.
           03 FILLER           PIC X(2)  VALUE 'C'.
           03 FILLER           PIC X(13) VALUE 'Comprobante'.
           03 FILLER           PIC X(11) VALUE '    Importe'.
           03 FILLER           PIC X(3)  VALUE ' R'.
           03 FILLER           PIC X(30) VALUE 'Resultado'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(85) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-LEGAJO       PIC X(7).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-DIA          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-MES          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-ANIO         PIC 9999.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-CONCEPTO     PIC X.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-COMPROBANTE  PIC X(12).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-IMPORTE      PIC ZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-REFACTURA    PIC X.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-RESULTADO    PIC X(30).
       01  PTR-TOTAL.
           03 FILLER           PIC X(22) VALUE 'Refacturado a clientes'.
           03 FILLER           PIC X(2)  VALUE ': '.
           03 TOT-REFACT       PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 090-LEER-PERIODOS-CERR.
            PERFORM 010-CARGAR-LIBRO.
            PERFORM 012-CARGAR-APROBACIONES.
            PERFORM 015-ABRIR-ARCHIVOS.
            PERFORM 020-APLICAR-APROBACION VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-LIBRO.
            PERFORM 030-PROCESAR-GASTOS.
            PERFORM 040-REFACTURAR VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-LIBRO.
            PERFORM 050-REGRABAR-LIBRO.
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
                   IF PARAMETROS-ESTADO = "00"
                       PERFORM 004-TOMAR-PARAMETRO
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
           DISPLAY "TOPES: PEAJE " WS-TOPE-PEAJE " ESTACIONAMIENTO "
               WS-TOPE-ESTAC " COMBUSTIBLE " WS-TOPE-COMBUS.
      *******
       004-TOMAR-PARAMETRO.
      *******
      * VALOR de los topes: importe en 7 digitos (9(5)V99), p.ej.
      * 0500000 = 5000,00.
           IF PARM-CLAVE = "FECHA-CORRIDA" AND
               PARM-VALOR(1:8) IS NUMERIC
               MOVE PARM-VALOR(1:8) TO WS-PARM-FECHA
               MOVE "SI" TO WS-PARM-HAY-FECHA.
           IF PARM-CLAVE = "GASTO-TOPE-PEAJE" OR
               PARM-CLAVE = "GASTO-TOPE-ESTAC" OR
               PARM-CLAVE = "GASTO-TOPE-COMBUS"
               IF PARM-VALOR(1:7) IS NUMERIC
                   MOVE PARM-VALOR(1:7) TO WS-PARM-TOPE
                   COMPUTE WS-TOPE = WS-PARM-TOPE / 100
                   IF PARM-CLAVE = "GASTO-TOPE-PEAJE"
                       MOVE WS-TOPE TO WS-TOPE-PEAJE
                   END-IF
                   IF PARM-CLAVE = "GASTO-TOPE-ESTAC"
                       MOVE WS-TOPE TO WS-TOPE-ESTAC
                   END-IF
                   IF PARM-CLAVE = "GASTO-TOPE-COMBUS"
                       MOVE WS-TOPE TO WS-TOPE-COMBUS
                   END-IF
               ELSE
                   DISPLAY "PARAMETROS: " PARM-CLAVE " MAL FORMADA: "
                       PARM-VALOR.
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
           COMPUTE WS-FECHA-PURGA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) - 400).
      *-----------------------------------------------------------------
      *******
       010-CARGAR-LIBRO.
      *******
      * Si el libro supera la tabla se aborta sin tocar nada, para no
      * perder la cola del archivo al regrabarlo.
           OPEN INPUT LIBRO.
           IF LIBRO-ESTADO = "00"
               PERFORM UNTIL LIBRO-ESTADO NOT = "00"
                   READ LIBRO
                   IF LIBRO-ESTADO = "00"
                       PERFORM 011-CARGAR-UNO
                   END-IF
               END-PERFORM.
           CLOSE LIBRO.
      *******
       011-CARGAR-UNO.
      *******
           IF (GCL-ESTADO = "X" OR GCL-ESTADO = "R") AND
               GCL-FECHA-PROCESO < WS-FECHA-PURGA
               ADD 1 TO WS-CANT-DEPURADOS
           ELSE
               IF WS-CANT-LIBRO >= 5000
                   DISPLAY "GASTOS-CHO: GASTOS-CHO-HIST.DAT SUPERA LA "
                       "TABLA (5000); NO SE PROCESA."
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-LIBRO
               MOVE GCL-LEGAJO TO TGA-LEGAJO(WS-CANT-LIBRO)
               MOVE GCL-PATENTE TO TGA-PATENTE(WS-CANT-LIBRO)
               MOVE GCL-FECHA TO TGA-FECHA(WS-CANT-LIBRO)
               MOVE GCL-CONCEPTO TO TGA-CONCEPTO(WS-CANT-LIBRO)
               MOVE GCL-IMPORTE TO TGA-IMPORTE(WS-CANT-LIBRO)
               MOVE GCL-COMPROBANTE TO TGA-COMPROBANTE(WS-CANT-LIBRO)
               MOVE GCL-REFACTURA TO TGA-REFACTURA(WS-CANT-LIBRO)
               MOVE GCL-TIPO-DOC TO TGA-TIPO-DOC(WS-CANT-LIBRO)
               MOVE GCL-NRO-DOC TO TGA-NRO-DOC(WS-CANT-LIBRO)
               MOVE GCL-ESTADO TO TGA-ESTADO(WS-CANT-LIBRO)
               MOVE GCL-SUPERVISOR TO TGA-SUPERVISOR(WS-CANT-LIBRO)
               MOVE GCL-FECHA-PROCESO TO
                   TGA-FECHA-PROCESO(WS-CANT-LIBRO)
               MOVE GCL-CARGADO TO TGA-CARGADO(WS-CANT-LIBRO).
      *-----------------------------------------------------------------
      *******
       012-CARGAR-APROBACIONES.
      *******
           OPEN INPUT APROBACIONES.
           IF APROBACIONES-ESTADO = "00"
               PERFORM UNTIL APROBACIONES-ESTADO NOT = "00"
                   READ APROBACIONES
                   IF APROBACIONES-ESTADO = "00"
                       PERFORM 013-GUARDAR-APROBACION
                   END-IF
               END-PERFORM.
           CLOSE APROBACIONES.
      *******
       013-GUARDAR-APROBACION.
      *******
           IF (APG-DECISION NOT = "A" AND APG-DECISION NOT = "R") OR
               APG-SUPERVISOR = SPACES
               DISPLAY "ATENCION: aprobacion de " APG-LEGAJO " "
                   APG-COMPROBANTE " mal formada; no se toma."
           ELSE
               IF WS-CANT-APROB < 1000
                   ADD 1 TO WS-CANT-APROB
                   MOVE APG-LEGAJO TO TAP-LEGAJO(WS-CANT-APROB)
                   MOVE APG-CONCEPTO TO TAP-CONCEPTO(WS-CANT-APROB)
                   MOVE APG-COMPROBANTE TO
                       TAP-COMPROBANTE(WS-CANT-APROB)
                   MOVE APG-DECISION TO TAP-DECISION(WS-CANT-APROB)
                   MOVE APG-SUPERVISOR TO TAP-SUPERVISOR(WS-CANT-APROB)
               ELSE
                   DISPLAY "ATENCION: APROB-GASTOS supera la tabla "
                       "(1000); el resto queda para la proxima "
                       "corrida.".
      *-----------------------------------------------------------------
      *******
       015-ABRIR-ARCHIVOS.
      *******
           OPEN INPUT M.
           IF M-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO FS: " M-ESTADO
               STOP RUN.
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
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN GASTOS-CHO-INFORME FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
      *-----------------------------------------------------------------
      *******
       020-APLICAR-APROBACION.
      *******
      * Gastos que quedaron pendientes en corridas anteriores y ya
      * tienen la decision del supervisor.
           IF TGA-ESTADO(WS-I) = "P"
               PERFORM 025-BUSCAR-DECISION
               IF WS-DECISION NOT = SPACE
                   MOVE WS-SUPERVISOR TO TGA-SUPERVISOR(WS-I)
                   MOVE SPACES TO WS-RESULTADO
                   IF WS-DECISION = "A"
                       MOVE "A" TO TGA-ESTADO(WS-I)
                       ADD 1 TO WS-CANT-APROBADOS
                       STRING "APROBADO POR " WS-SUPERVISOR
                           DELIMITED BY SIZE INTO WS-RESULTADO
                   ELSE
                       MOVE "R" TO TGA-ESTADO(WS-I)
                       ADD 1 TO WS-CANT-DESAPROB
                       STRING "RECHAZADO POR " WS-SUPERVISOR
                           DELIMITED BY SIZE INTO WS-RESULTADO
                   END-IF
                   PERFORM 080-LISTAR-LIBRO.
      *******
       025-BUSCAR-DECISION.
      *******
      * Decision del supervisor para el gasto del libro en WS-I; vale
      * la ultima que trae el archivo.
           MOVE SPACE TO WS-DECISION.
           MOVE SPACES TO WS-SUPERVISOR.
           PERFORM 026-COMPARAR-DECISION VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-APROB.
      *******
       026-COMPARAR-DECISION.
      *******
           IF TAP-LEGAJO(WS-J) = TGA-LEGAJO(WS-I) AND
               TAP-CONCEPTO(WS-J) = TGA-CONCEPTO(WS-I) AND
               TAP-COMPROBANTE(WS-J) = TGA-COMPROBANTE(WS-I)
               MOVE TAP-DECISION(WS-J) TO WS-DECISION
               MOVE TAP-SUPERVISOR(WS-J) TO WS-SUPERVISOR.
      *-----------------------------------------------------------------
      *******
       030-PROCESAR-GASTOS.
      *******
           OPEN INPUT GASTOS.
           IF GASTOS-ESTADO NOT = "00"
               DISPLAY "AVISO: SIN GASTOS-CHOFER.DAT; solo se aplican "
                   "aprobaciones."
           ELSE
               PERFORM UNTIL GASTOS-ESTADO NOT = "00"
                   READ GASTOS
                   IF GASTOS-ESTADO = "00"
                       ADD 1 TO WS-CANT-LEIDOS
                       PERFORM 032-PROCESAR-GASTO
                   END-IF
               END-PERFORM
               IF GASTOS-ESTADO NOT = "10"
                   DISPLAY "ERROR EN READ GASTOS-CHOFER FS: "
                       GASTOS-ESTADO
                   STOP RUN
               END-IF.
           CLOSE GASTOS.
      *******
       032-PROCESAR-GASTO.
      *******
           PERFORM 034-VALIDAR-GASTO.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-CANT-INVALIDOS
               MOVE SPACES TO WS-RESULTADO
               STRING "INVALIDO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-RESULTADO
               PERFORM 082-LISTAR-NOVEDAD
           ELSE
               PERFORM 036-ALTA-LIBRO.
      *******
       034-VALIDAR-GASTO.
      *******
           MOVE SPACES TO WS-MOTIVO.
           IF GCH-LEGAJO = SPACES OR GCH-FECHA NOT NUMERIC OR
               GCH-IMPORTE NOT NUMERIC OR GCH-COMPROBANTE = SPACES
               MOVE "MAL FORMADO" TO WS-MOTIVO
           ELSE
           IF GCH-IMPORTE = 0
               MOVE "IMPORTE EN CERO" TO WS-MOTIVO
           ELSE
           IF GCH-CONCEPTO NOT = "P" AND GCH-CONCEPTO NOT = "E" AND
               GCH-CONCEPTO NOT = "C"
               MOVE "CONCEPTO DESCONOCIDO" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               MOVE "NO" TO WS-REPETIDO
               PERFORM 035-COMPARAR-REPETIDO VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-LIBRO OR WS-REPETIDO = "SI"
               IF WS-REPETIDO = "SI"
                   MOVE "COMPROBANTE YA RENDIDO" TO WS-MOTIVO.
      * El alquiler tiene que ser con chofer y de ese legajo.
           IF WS-MOTIVO = SPACES
               MOVE GCH-PATENTE TO ALQ-PATENTE
               MOVE GCH-FECHA TO ALQ-FECHA
               READ M
                   INVALID KEY CONTINUE
               END-READ
               IF M-ESTADO NOT = "00"
                   MOVE "SIN ALQUILER" TO WS-MOTIVO
               ELSE
                   IF ALQ-MODO = "S"
                       MOVE "LO CONDUCE EL CLIENTE" TO WS-MOTIVO
                   ELSE
                       IF ALQ-CHOFER NOT = GCH-LEGAJO
                           MOVE "NO ES EL CHOFER" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACES AND WS-CANT-LIBRO >= 5000
               MOVE "LIBRO LLENO" TO WS-MOTIVO
               DISPLAY "ATENCION: GASTOS-CHO-HIST.DAT LLENO (5000); "
                   "el gasto se vuelve a rendir.".
      *******
       035-COMPARAR-REPETIDO.
      *******
           IF TGA-LEGAJO(WS-J) = GCH-LEGAJO AND
               TGA-CONCEPTO(WS-J) = GCH-CONCEPTO AND
               TGA-COMPROBANTE(WS-J) = GCH-COMPROBANTE
               MOVE "SI" TO WS-REPETIDO.
      *******
       036-ALTA-LIBRO.
      *******
           ADD 1 TO WS-CANT-LIBRO.
           MOVE WS-CANT-LIBRO TO WS-I.
           MOVE GCH-LEGAJO TO TGA-LEGAJO(WS-I).
           MOVE GCH-PATENTE TO TGA-PATENTE(WS-I).
           MOVE GCH-FECHA TO TGA-FECHA(WS-I).
           MOVE GCH-CONCEPTO TO TGA-CONCEPTO(WS-I).
           MOVE GCH-IMPORTE TO TGA-IMPORTE(WS-I).
           MOVE GCH-COMPROBANTE TO TGA-COMPROBANTE(WS-I).
           IF GCH-REFACTURA = "S"
               MOVE "S" TO TGA-REFACTURA(WS-I)
           ELSE
               MOVE SPACE TO TGA-REFACTURA(WS-I).
           MOVE ALQ-TIPO-DOC TO TGA-TIPO-DOC(WS-I).
           MOVE ALQ-NRO-DOC TO TGA-NRO-DOC(WS-I).
           MOVE SPACES TO TGA-SUPERVISOR(WS-I).
           MOVE WS-FECHA-PROCESO TO TGA-FECHA-PROCESO(WS-I).
           MOVE SPACE TO TGA-CARGADO(WS-I).
           IF GCH-CONCEPTO = "P"
               MOVE WS-TOPE-PEAJE TO WS-TOPE
           ELSE
               IF GCH-CONCEPTO = "E"
                   MOVE WS-TOPE-ESTAC TO WS-TOPE
               ELSE
                   MOVE WS-TOPE-COMBUS TO WS-TOPE.
      * Dentro del tope se aprueba solo; por encima vale lo que ya
      * haya decidido el supervisor, o queda pendiente.
           MOVE SPACES TO WS-RESULTADO.
           IF GCH-IMPORTE NOT > WS-TOPE
               MOVE "A" TO TGA-ESTADO(WS-I)
               ADD 1 TO WS-CANT-ACEPTADOS
               MOVE "ACEPTADO" TO WS-RESULTADO
           ELSE
               PERFORM 025-BUSCAR-DECISION
               MOVE WS-SUPERVISOR TO TGA-SUPERVISOR(WS-I)
               IF WS-DECISION = "A"
                   MOVE "A" TO TGA-ESTADO(WS-I)
                   ADD 1 TO WS-CANT-ACEPTADOS
                   STRING "SOBRE TOPE, APROBADO POR " WS-SUPERVISOR
                       DELIMITED BY SIZE INTO WS-RESULTADO
               ELSE
                   IF WS-DECISION = "R"
                       MOVE "R" TO TGA-ESTADO(WS-I)
                       ADD 1 TO WS-CANT-RECHAZADOS
                       STRING "RECHAZADO POR " WS-SUPERVISOR
                           DELIMITED BY SIZE INTO WS-RESULTADO
                   ELSE
                       MOVE "P" TO TGA-ESTADO(WS-I)
                       ADD 1 TO WS-CANT-PENDIENTES
                       MOVE "SOBRE TOPE, A APROBAR" TO WS-RESULTADO.
           PERFORM 080-LISTAR-LIBRO.
      *-----------------------------------------------------------------
      *******
       040-REFACTURAR.
      *******
      * Solo lo aprobado (o ya exportado) y una sola vez; el gasto es
      * un reintegro y va sin IVA (neto = bruto), como la multa.
           IF (TGA-ESTADO(WS-I) = "A" OR TGA-ESTADO(WS-I) = "X") AND
               TGA-REFACTURA(WS-I) = "S" AND
               TGA-CARGADO(WS-I) NOT = "S" AND
               TGA-NRO-DOC(WS-I) NOT = SPACES
               MOVE TGA-NRO-DOC(WS-I) TO CEX-NRO-DOC
               MOVE TGA-TIPO-DOC(WS-I) TO CEX-TIPO-DOC
               MOVE TGA-FECHA(WS-I) TO CEX-FECHA
               MOVE TGA-PATENTE(WS-I) TO CEX-PATENTE
               MOVE SPACES TO CEX-CONCEPTO
               STRING "GTO CHO " TGA-COMPROBANTE(WS-I)
                   DELIMITED BY SIZE INTO CEX-CONCEPTO
               MOVE TGA-IMPORTE(WS-I) TO CEX-IMPORTE
               MOVE TGA-IMPORTE(WS-I) TO CEX-NETO
               MOVE 0 TO CEX-IVA
               WRITE CEX
               IF CARGOS-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN WRITE CARGOS-EXTRA FS: "
                       CARGOS-ESTADO
                   STOP RUN
               END-IF
               PERFORM 092-AJUSTE-CARGO
               MOVE "S" TO TGA-CARGADO(WS-I)
               ADD 1 TO WS-CANT-REFACT
               ADD TGA-IMPORTE(WS-I) TO WS-TOT-REFACT.
      *-----------------------------------------------------------------
      *******
       050-REGRABAR-LIBRO.
      *******
           OPEN OUTPUT LIBRO.
           IF LIBRO-ESTADO NOT = "00" AND LIBRO-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN GASTOS-CHO-HIST FS: "
                   LIBRO-ESTADO
               STOP RUN.
           PERFORM 052-GRABAR-UNO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-LIBRO.
           CLOSE LIBRO.
      *******
       052-GRABAR-UNO.
      *******
           MOVE TGA-LEGAJO(WS-I) TO GCL-LEGAJO.
           MOVE TGA-PATENTE(WS-I) TO GCL-PATENTE.
           MOVE TGA-FECHA(WS-I) TO GCL-FECHA.
           MOVE TGA-CONCEPTO(WS-I) TO GCL-CONCEPTO.
           MOVE TGA-IMPORTE(WS-I) TO GCL-IMPORTE.
           MOVE TGA-COMPROBANTE(WS-I) TO GCL-COMPROBANTE.
           MOVE TGA-REFACTURA(WS-I) TO GCL-REFACTURA.
           MOVE TGA-TIPO-DOC(WS-I) TO GCL-TIPO-DOC.
           MOVE TGA-NRO-DOC(WS-I) TO GCL-NRO-DOC.
           MOVE TGA-ESTADO(WS-I) TO GCL-ESTADO.
           MOVE TGA-SUPERVISOR(WS-I) TO GCL-SUPERVISOR.
           MOVE TGA-FECHA-PROCESO(WS-I) TO GCL-FECHA-PROCESO.
           MOVE TGA-CARGADO(WS-I) TO GCL-CARGADO.
           WRITE GCL.
      *-----------------------------------------------------------------
      *******
       060-ESCRIBIR-TOTALES.
      *******
           WRITE LINEA FROM PE4-ENCABE.
           MOVE WS-TOT-REFACT TO TOT-REFACT.
           WRITE LINEA FROM PTR-TOTAL.
           DISPLAY "GASTOS-CHO: LEIDOS " WS-CANT-LEIDOS
               " ACEPTADOS " WS-CANT-ACEPTADOS
               " A APROBAR " WS-CANT-PENDIENTES
               " RECHAZADOS " WS-CANT-RECHAZADOS
               " INVALIDOS " WS-CANT-INVALIDOS.
           DISPLAY "GASTOS-CHO: PENDIENTES APROBADOS "
               WS-CANT-APROBADOS " PENDIENTES RECHAZADOS "
               WS-CANT-DESAPROB " REFACTURADOS " WS-CANT-REFACT
               " DEPURADOS DEL LIBRO " WS-CANT-DEPURADOS.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               M
               CARGOS
               LISTADO.
           IF WS-AJUSTES-ABIERTO = "SI"
               CLOSE AJUSTES-PER
               DISPLAY "AJUSTES DE PERIODO ANTERIOR: " WS-CANT-AJUSTES.
      *-----------------------------------------------------------------
      *******
       080-LISTAR-LIBRO.
      *******
           MOVE TGA-LEGAJO(WS-I) TO ROW-LEGAJO.
           MOVE TGA-PATENTE(WS-I) TO ROW-PATENTE.
           MOVE TGA-FECHA(WS-I)(7:2) TO ROW-DIA.
           MOVE TGA-FECHA(WS-I)(5:2) TO ROW-MES.
           MOVE TGA-FECHA(WS-I)(1:4) TO ROW-ANIO.
           MOVE TGA-CONCEPTO(WS-I) TO ROW-CONCEPTO.
           MOVE TGA-COMPROBANTE(WS-I) TO ROW-COMPROBANTE.
           MOVE TGA-IMPORTE(WS-I) TO ROW-IMPORTE.
           MOVE TGA-REFACTURA(WS-I) TO ROW-REFACTURA.
           MOVE WS-RESULTADO TO ROW-RESULTADO.
           WRITE LINEA FROM PTR-ROW.
      *******
       082-LISTAR-NOVEDAD.
      *******
           MOVE GCH-LEGAJO TO ROW-LEGAJO.
           MOVE GCH-PATENTE TO ROW-PATENTE.
           MOVE GCH-FECHA(7:2) TO ROW-DIA.
           MOVE GCH-FECHA(5:2) TO ROW-MES.
           MOVE GCH-FECHA(1:4) TO ROW-ANIO.
           MOVE GCH-CONCEPTO TO ROW-CONCEPTO.
           MOVE GCH-COMPROBANTE TO ROW-COMPROBANTE.
           IF GCH-IMPORTE IS NUMERIC
               MOVE GCH-IMPORTE TO ROW-IMPORTE
           ELSE
               MOVE 0 TO ROW-IMPORTE.
           MOVE GCH-REFACTURA TO ROW-REFACTURA.
           MOVE WS-RESULTADO TO ROW-RESULTADO.
           WRITE LINEA FROM PTR-ROW.
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
           MOVE WS-FECHA-PROCESO TO WS-AJP-FECHA-PROCESO.
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
           MOVE "GASTOS-CHO" TO AJP-PROGRAMA.
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
       END PROGRAM GASTOS-CHO.
