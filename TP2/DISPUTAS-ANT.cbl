      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: antiguedad semanal de las disputas
      *       abiertas. Lista los cargos retenidos de DISPUTAS.DAT
      *       (estado "A"), del mas viejo al mas nuevo, con origen,
      *       concepto, responsable, importe y los dias desde el alta
      *       contra la fecha de proceso, y cierra con la cantidad y
      *       el importe retenido por tramo (hasta 7 dias, 8 a 15, 16
      *       a 30 y mas de 30) en DISPUTAS-ANT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTAS-ANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTAS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS DSP-CLAVE
                               FILE STATUS IS DSP-ESTADO-FS.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

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
      * Libro de disputas (ver DISPUTAS).
       FD  DISPUTAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DISPUTAS.DAT".
       01  DSP.
           03 DSP-CLAVE.
               05 DSP-PATENTE      PIC X(6).
               05 DSP-FECHA        PIC 9(8).
               05 DSP-SECUENCIA    PIC 9(2).
           03 DSP-TIPO-DOC         PIC X.
           03 DSP-NRO-DOC          PIC X(20).
      * "A" el alquiler mismo / "C" cargo extra de CARGOS-EXTRA.
           03 DSP-ORIGEN           PIC X.
           03 DSP-CONCEPTO         PIC X(20).
           03 DSP-IMPORTE          PIC 9(6)V99.
           03 DSP-MOTIVO           PIC X(40).
           03 DSP-RESPONSABLE      PIC X(10).
      * "A" abierta (cargo retenido) / "C" cargo confirmado / "N"
      * anulado con nota de credito.
           03 DSP-ESTADO           PIC X.
           03 DSP-FECHA-ALTA       PIC 9(8).
           03 DSP-FECHA-RESOL      PIC 9(8).
           03 DSP-RESOLUCION       PIC X(40).
           03 DSP-IMPORTE-CREDITO  PIC 9(6)V99.

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-FECHA-ALTA      PIC 9(8).
           03  AUX-PATENTE         PIC X(6).
           03  AUX-FECHA           PIC 9(8).
           03  AUX-SECUENCIA       PIC 9(2).
           03  AUX-ORIGEN          PIC X.
           03  AUX-CONCEPTO        PIC X(20).
           03  AUX-RESPONSABLE     PIC X(10).
           03  AUX-NRO-DOC         PIC X(20).
           03  AUX-IMPORTE         PIC 9(6)V99.

      * Fecha de proceso (AAAAMMDD), mismo criterio que COBERTURA.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesa FECHA-CORRIDA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DISPUTAS-ANT.DAT".
       01  LINEA               PIC X(110).

       WORKING-STORAGE SECTION.
       77  DSP-EOF             PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  DSP-ESTADO-FS       PIC XX.
       77  FS-AUX              PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-DIAS-PROCESO     PIC 9(7).
       01  WS-DIAS             PIC S9(5).
      * Cantidad e importe por tramo de antiguedad: hasta 7, 8-15,
      * 16-30, +30.
       01  WS-TRAMOS.
           03 WS-TRAMO         OCCURS 4 TIMES.
               05 WS-TRAMO-CANT    PIC 9(5).
               05 WS-TRAMO-IMPORTE PIC 9(9)V99.
       01  WS-T                PIC 9.
       01  WS-CANT-ABIERTAS    PIC 9(5)    VALUE 0.
       01  WS-TOT-RETENIDO     PIC 9(9)V99 VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Disputas abiertas - antiguedad al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(11) VALUE 'Alta'.
           03 FILLER           PIC X(7)  VALUE 'Patente'.
           03 FILLER           PIC X(12) VALUE ' Cargo'.
           03 FILLER           PIC X(3)  VALUE 'Or'.
           03 FILLER           PIC X(21) VALUE 'Concepto'.
           03 FILLER           PIC X(11) VALUE 'Responsab.'.
           03 FILLER           PIC X(20) VALUE 'Documento'.
           03 FILLER           PIC X(10) VALUE '   Importe'.
           03 FILLER           PIC X(5)  VALUE ' Dias'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(100) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-DIA          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-MES          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-ANIO         PIC 9999.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE '-'.
           03 ROW-SECUENCIA    PIC 99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-ORIGEN       PIC X.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-CONCEPTO     PIC X(20).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-RESPONSABLE  PIC X(10).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-DOC          PIC X(20).
           03 ROW-IMPORTE      PIC ZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-DIAS         PIC ZZZZ9.
       01  PTR-TRAMO.
           03 TRAMO-DESC       PIC X(20).
           03 TRAMO-CANT       PIC ZZZZ9.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 TRAMO-IMPORTE    PIC ZZZZZZZZ9,99.
       01  PTR-TOTAL.
           03 FILLER           PIC X(20) VALUE 'Total abiertas: '.
           03 TOT-ABIERTAS     PIC ZZZZ9.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 TOT-RETENIDO     PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-ARCHIVOS.
            INITIALIZE WS-TRAMOS.
            SORT ARCH-AUX
                ON ASCENDING KEY AUX-FECHA-ALTA
                ON ASCENDING KEY AUX-PATENTE
                ON ASCENDING KEY AUX-FECHA
                ON ASCENDING KEY AUX-SECUENCIA
                INPUT PROCEDURE IS ENTRADA
                OUTPUT PROCEDURE IS SALIDA.
            PERFORM 060-IMPRIMIR-TRAMOS.
            DISPLAY "DISPUTAS-ANT: FECHA " WS-FECHA-PROCESO
                " ABIERTAS " WS-CANT-ABIERTAS
                " RETENIDO " WS-TOT-RETENIDO.
            PERFORM 070-CERRAR-ARCHIVOS.
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
           COMPUTE WS-DIAS-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN DISPUTAS-ANT FS: " LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
      *-----------------------------------------------------------------
      *******
       060-IMPRIMIR-TRAMOS.
      *******
           WRITE LINEA FROM PE2-ENCABE.
           MOVE "Hasta 7 dias:" TO TRAMO-DESC.
           MOVE 1 TO WS-T.
           PERFORM 062-IMPRIMIR-UN-TRAMO.
           MOVE "8 a 15 dias:" TO TRAMO-DESC.
           MOVE 2 TO WS-T.
           PERFORM 062-IMPRIMIR-UN-TRAMO.
           MOVE "16 a 30 dias:" TO TRAMO-DESC.
           MOVE 3 TO WS-T.
           PERFORM 062-IMPRIMIR-UN-TRAMO.
           MOVE "Mas de 30 dias:" TO TRAMO-DESC.
           MOVE 4 TO WS-T.
           PERFORM 062-IMPRIMIR-UN-TRAMO.
           MOVE WS-CANT-ABIERTAS TO TOT-ABIERTAS.
           MOVE WS-TOT-RETENIDO TO TOT-RETENIDO.
           WRITE LINEA FROM PTR-TOTAL.
      *******
       062-IMPRIMIR-UN-TRAMO.
      *******
           MOVE WS-TRAMO-CANT(WS-T) TO TRAMO-CANT.
           MOVE WS-TRAMO-IMPORTE(WS-T) TO TRAMO-IMPORTE.
           WRITE LINEA FROM PTR-TRAMO.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE LISTADO.
      *-----------------------------------------------------------------
      *******
       020-LEER-DISPUTA.
      *******
           READ DISPUTAS NEXT RECORD
               AT END MOVE "SI" TO DSP-EOF.
           IF DSP-ESTADO-FS NOT = ZERO AND 10
               DISPLAY "ERROR EN READ DISPUTAS FS: " DSP-ESTADO-FS
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Sin DISPUTAS.DAT (todavia no se cargo ninguna) el listado sale
      * vacio.
           OPEN INPUT DISPUTAS.
           IF DSP-ESTADO-FS NOT = "00"
               DISPLAY "AVISO: SIN DISPUTAS.DAT; listado vacio."
               CLOSE DISPUTAS
           ELSE
               PERFORM 020-LEER-DISPUTA
               PERFORM CARGAR-AUX UNTIL DSP-EOF = "SI"
               CLOSE DISPUTAS.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX.
           IF DSP-ESTADO = "A"
               MOVE DSP-FECHA-ALTA TO AUX-FECHA-ALTA
               MOVE DSP-PATENTE TO AUX-PATENTE
               MOVE DSP-FECHA TO AUX-FECHA
               MOVE DSP-SECUENCIA TO AUX-SECUENCIA
               MOVE DSP-ORIGEN TO AUX-ORIGEN
               MOVE DSP-CONCEPTO TO AUX-CONCEPTO
               MOVE DSP-RESPONSABLE TO AUX-RESPONSABLE
               MOVE DSP-NRO-DOC TO AUX-NRO-DOC
               MOVE DSP-IMPORTE TO AUX-IMPORTE
               RELEASE REG-AUX.
           PERFORM 020-LEER-DISPUTA.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM ESCRIBIR-DISPUTA UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       ESCRIBIR-DISPUTA.
      * Un alta con fecha posterior a la de proceso cuenta 0 dias.
           COMPUTE WS-DIAS = WS-DIAS-PROCESO -
               FUNCTION INTEGER-OF-DATE(AUX-FECHA-ALTA).
           IF WS-DIAS < 0
               MOVE 0 TO WS-DIAS.
           IF WS-DIAS <= 7
               MOVE 1 TO WS-T
           ELSE
           IF WS-DIAS <= 15
               MOVE 2 TO WS-T
           ELSE
           IF WS-DIAS <= 30
               MOVE 3 TO WS-T
           ELSE
               MOVE 4 TO WS-T.
           ADD 1 TO WS-TRAMO-CANT(WS-T).
           ADD AUX-IMPORTE TO WS-TRAMO-IMPORTE(WS-T).
           ADD 1 TO WS-CANT-ABIERTAS.
           ADD AUX-IMPORTE TO WS-TOT-RETENIDO.
           MOVE AUX-FECHA-ALTA(7:2) TO ROW-DIA.
           MOVE AUX-FECHA-ALTA(5:2) TO ROW-MES.
           MOVE AUX-FECHA-ALTA(1:4) TO ROW-ANIO.
           MOVE AUX-PATENTE TO ROW-PATENTE.
           MOVE AUX-FECHA TO ROW-FECHA.
           MOVE AUX-SECUENCIA TO ROW-SECUENCIA.
           MOVE AUX-ORIGEN TO ROW-ORIGEN.
           MOVE AUX-CONCEPTO TO ROW-CONCEPTO.
           MOVE AUX-RESPONSABLE TO ROW-RESPONSABLE.
           MOVE AUX-NRO-DOC TO ROW-DOC.
           MOVE AUX-IMPORTE TO ROW-IMPORTE.
           MOVE WS-DIAS TO ROW-DIAS.
           WRITE LINEA FROM PTR-ROW.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM DISPUTAS-ANT.
