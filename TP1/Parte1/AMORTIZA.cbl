      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: amortizacion mensual de la flota. Recorre
      *       las fichas en uso de ACTIVOS-FIJOS.DAT (abiertas por
      *       CARGA-FLOTA en el alta) y amortiza en linea recta
      *       ((costo - residual) / vida util en meses) cada mes desde
      *       la compra hasta el de la fecha de proceso que todavia no
      *       se haya amortizado, sin pasar del valor residual. El
      *       cargo del mes sale como asiento (AMORTIZACION contra
      *       AMORT-ACUM) por ASIENTOS-PEND.DAT, que ASIENTOS
      *       incorpora a ASIENTOS.DAT en su proxima corrida. Volver
      *       a correr el mismo mes no amortiza dos veces.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTIZA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AFI-PATENTE
                               FILE STATUS IS ACTIVOS-ESTADO.

           SELECT ASI-PEND     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASI-PEND-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Ficha de bien de uso por patente (ver CARGA-FLOTA).
       FD  ACTIVOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ACTIVOS-FIJOS.DAT".
       01  AFI.
           03  AFI-PATENTE         PIC X(6).
           03  AFI-FECHA-COMPRA    PIC 9(8).
           03  AFI-COSTO           PIC 9(9)V99.
           03  AFI-VIDA-MESES      PIC 9(3).
           03  AFI-RESIDUAL        PIC 9(9)V99.
           03  AFI-AMORT-ACUM      PIC 9(9)V99.
      * Ultimo mes amortizado (AAAAMM); 0 = todavia ninguno.
           03  AFI-ULT-PERIODO     PIC 9(6).
      * "A" en uso / "B" vendido o dado de baja.
           03  AFI-ESTADO          PIC X.
           03  AFI-FECHA-BAJA      PIC 9(8).
           03  AFI-PRECIO-VENTA    PIC 9(9)V99.
           03  AFI-RESULTADO       PIC 9(9)V99.
           03  AFI-RESULTADO-TIPO  PIC X.

      * Asientos pendientes de exportar, en el formato de ASIENTOS.DAT.
       FD  ASI-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ASIENTOS-PEND.DAT".
       01  ASI.
           03  ASI-FECHA           PIC 9(8).
           03  ASI-CUENTA          PIC X(12).
           03  ASI-DC              PIC X.
           03  ASI-IMPORTE         PIC 9(11)V99.
           03  ASI-CONCEPTO        PIC X(30).

      * Fecha de proceso (AAAAMMDD), mismo criterio que REPROC-PEND.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesa FECHA-CORRIDA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       WORKING-STORAGE SECTION.
       77  ACTIVOS-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  ACTIVOS-ESTADO      PIC XX.
       77  ASI-PEND-ESTADO     PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-PERIODO          PIC 9(6).
      * Meses como AAAA * 12 + MM, para restar periodos.
       01  WS-MES-PROCESO      PIC 9(6).
       01  WS-MES-DESDE        PIC 9(6).
       01  WS-AAAAMM.
           03 WS-AAAA          PIC 9(4).
           03 WS-MM            PIC 99.
       01  WS-MESES            PIC 9(4).
       01  WS-AMORTIZABLE      PIC 9(9)V99.
       01  WS-CUOTA            PIC 9(9)V99.
       01  WS-CARGO            PIC 9(11)V99.
       01  WS-TOTAL-CARGO      PIC 9(11)V99 VALUE 0.
       01  WS-CANT-FICHAS      PIC 9(5)    VALUE 0.
       01  WS-CANT-AMORTIZADAS PIC 9(5)    VALUE 0.
       01  WS-CANT-AL-DIA      PIC 9(5)    VALUE 0.
       01  WS-CANT-AGOTADAS    PIC 9(5)    VALUE 0.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 020-LEER-ACTIVO.
            PERFORM 050-AMORTIZAR-ACTIVO UNTIL ACTIVOS-EOF = "SI".
            PERFORM 060-ESCRIBIR-ASIENTO.
            DISPLAY "AMORTIZA: PERIODO " WS-PERIODO
                " FICHAS EN USO " WS-CANT-FICHAS
                " AMORTIZADAS " WS-CANT-AMORTIZADAS
                " YA AL DIA " WS-CANT-AL-DIA
                " AGOTADAS " WS-CANT-AGOTADAS.
            DISPLAY "AMORTIZA: CARGO DEL PERIODO " WS-TOTAL-CARGO.
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
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO.
           MOVE WS-PERIODO TO WS-AAAAMM.
           COMPUTE WS-MES-PROCESO = WS-AAAA * 12 + WS-MM.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN I-O ACTIVOS.
           IF ACTIVOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ACTIVOS-FIJOS FS: " ACTIVOS-ESTADO
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
      *-----------------------------------------------------------------
      *******
       050-AMORTIZAR-ACTIVO.
      *******
      * Meses pendientes: desde el siguiente al ultimo amortizado (o
      * desde el mes de compra, que amortiza completo) hasta el de la
      * fecha de proceso; asi un mes salteado se recupera en la
      * corrida siguiente.
           IF AFI-ESTADO NOT = "B"
               ADD 1 TO WS-CANT-FICHAS
               IF AFI-ULT-PERIODO = 0
                   MOVE AFI-FECHA-COMPRA(1:6) TO WS-AAAAMM
                   COMPUTE WS-MES-DESDE = WS-AAAA * 12 + WS-MM
               ELSE
                   MOVE AFI-ULT-PERIODO TO WS-AAAAMM
                   COMPUTE WS-MES-DESDE = WS-AAAA * 12 + WS-MM + 1
               END-IF
               IF WS-MES-DESDE > WS-MES-PROCESO
                   ADD 1 TO WS-CANT-AL-DIA
               ELSE
                   COMPUTE WS-MESES = WS-MES-PROCESO - WS-MES-DESDE
                       + 1
                   PERFORM 052-CALCULAR-CARGO
                   MOVE WS-PERIODO TO AFI-ULT-PERIODO
                   REWRITE AFI
                   IF ACTIVOS-ESTADO NOT = ZERO
                       DISPLAY "ERROR EN REWRITE ACTIVOS-FIJOS FS: "
                           ACTIVOS-ESTADO
                       STOP RUN.
           PERFORM 020-LEER-ACTIVO.
      *******
       052-CALCULAR-CARGO.
      *******
      * Linea recta; el cargo nunca lleva la amortizacion acumulada
      * mas alla de costo menos residual.
           COMPUTE WS-AMORTIZABLE = AFI-COSTO - AFI-RESIDUAL.
           IF AFI-VIDA-MESES = 0
               MOVE WS-AMORTIZABLE TO WS-CUOTA
           ELSE
               COMPUTE WS-CUOTA ROUNDED =
                   WS-AMORTIZABLE / AFI-VIDA-MESES.
           COMPUTE WS-CARGO = WS-CUOTA * WS-MESES.
           IF AFI-AMORT-ACUM + WS-CARGO > WS-AMORTIZABLE
               COMPUTE WS-CARGO = WS-AMORTIZABLE - AFI-AMORT-ACUM.
           IF WS-CARGO > 0
               ADD WS-CARGO TO AFI-AMORT-ACUM
               ADD WS-CARGO TO WS-TOTAL-CARGO
               ADD 1 TO WS-CANT-AMORTIZADAS
           ELSE
               ADD 1 TO WS-CANT-AGOTADAS.
      *-----------------------------------------------------------------
      *******
       060-ESCRIBIR-ASIENTO.
      *******
      * Un debe a AMORTIZACION (resultado) y un haber a AMORT-ACUM
      * (regularizadora de RODADOS) por el total del periodo.
           IF WS-TOTAL-CARGO > 0
               MOVE WS-FECHA-PROCESO TO ASI-FECHA
               MOVE SPACES TO ASI-CONCEPTO
               STRING "AMORTIZACION FLOTA " WS-PERIODO
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               MOVE "AMORTIZACION" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE WS-TOTAL-CARGO TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO
               MOVE "AMORT-ACUM" TO ASI-CUENTA
               MOVE "H" TO ASI-DC
               PERFORM 062-GRABAR-ASIENTO.
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
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               ACTIVOS
               ASI-PEND.
      *-----------------------------------------------------------------
      *******
       020-LEER-ACTIVO.
      *******
           READ ACTIVOS NEXT RECORD
               AT END MOVE "SI" TO ACTIVOS-EOF.
           IF ACTIVOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ ACTIVOS-FIJOS FS: "
                   ACTIVOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM AMORTIZA.
