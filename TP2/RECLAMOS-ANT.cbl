      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: antiguedad semanal de los reclamos sin
      *       resolver. Lista los reclamos de RECLAMOS.DAT en estado
      *       "A" abierto o "P" en proceso, del mas viejo al mas
      *       nuevo, con los dias desde el alta contra la fecha de
      *       proceso, y cierra con la cantidad por tramo (hasta 7
      *       dias, 8 a 15, 16 a 30 y mas de 30) en
      *       RECLAMOS-ANT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOS-ANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECLAMOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RCL-CLAVE
                               FILE STATUS IS RCL-ESTADO-FS.

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
      * Libro de reclamos (ver RECLAMOS).
       FD  RECLAMOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RECLAMOS.DAT".
       01  RCL.
           03 RCL-CLAVE.
               05 RCL-PATENTE      PIC X(6).
               05 RCL-FECHA        PIC 9(8).
               05 RCL-SECUENCIA    PIC 9(2).
           03 RCL-TIPO-DOC         PIC X.
           03 RCL-NRO-DOC          PIC X(20).
      * "C" chofer (demora, trato) / "A" auto (limpieza, estado) /
      * "F" facturacion / "O" otro.
           03 RCL-CATEGORIA        PIC X.
           03 RCL-CHOFER           PIC X(7).
      * "A" abierto / "P" en proceso / "R" resuelto.
           03 RCL-ESTADO           PIC X.
           03 RCL-FECHA-ALTA       PIC 9(8).
           03 RCL-FECHA-RESOL      PIC 9(8).
           03 RCL-IMPORTE-ALQ      PIC 9(4)V99.
           03 RCL-DESCRIPCION      PIC X(40).
           03 RCL-RESOLUCION       PIC X(40).
           03 RCL-IMPORTE-CREDITO  PIC 9(4)V99.

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-FECHA-ALTA      PIC 9(8).
           03  AUX-PATENTE         PIC X(6).
           03  AUX-FECHA           PIC 9(8).
           03  AUX-SECUENCIA       PIC 9(2).
           03  AUX-CATEGORIA       PIC X.
           03  AUX-CHOFER          PIC X(7).
           03  AUX-ESTADO          PIC X.
           03  AUX-NRO-DOC         PIC X(20).

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
                   VALUE OF FILE-ID IS "../RECLAMOS-ANT.DAT".
       01  LINEA               PIC X(90).

       WORKING-STORAGE SECTION.
       77  RCL-EOF             PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  RCL-ESTADO-FS       PIC XX.
       77  FS-AUX              PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-DIAS-PROCESO     PIC 9(7).
       01  WS-DIAS             PIC S9(5).
      * Cantidad por tramo de antiguedad: hasta 7, 8-15, 16-30, +30.
       01  WS-TRAMOS.
           03 WS-TRAMO         PIC 9(5) OCCURS 4 TIMES.
       01  WS-T                PIC 9.
       01  WS-CANT-ABIERTOS    PIC 9(5)    VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Reclamos sin resolver - antiguedad al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(11) VALUE 'Alta'.
           03 FILLER           PIC X(7)  VALUE 'Patente'.
           03 FILLER           PIC X(12) VALUE ' Alquiler'.
           03 FILLER           PIC X(4)  VALUE 'Cat'.
           03 FILLER           PIC X(8)  VALUE 'Chofer'.
           03 FILLER           PIC X(4)  VALUE 'Est'.
           03 FILLER           PIC X(21) VALUE 'Documento'.
           03 FILLER           PIC X(5)  VALUE ' Dias'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(80) VALUE ALL '_'.
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
           03 ROW-CATEGORIA    PIC X.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-CHOFER       PIC X(7).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-ESTADO       PIC X.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-DOC          PIC X(20).
           03 ROW-DIAS         PIC ZZZZ9.
       01  PTR-TRAMO.
           03 TRAMO-DESC       PIC X(20).
           03 TRAMO-CANT       PIC ZZZZ9.
       01  PTR-TOTAL.
           03 FILLER           PIC X(20) VALUE 'Total sin resolver: '.
           03 TOT-ABIERTOS     PIC ZZZZ9.

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
            DISPLAY "RECLAMOS-ANT: FECHA " WS-FECHA-PROCESO
                " SIN RESOLVER " WS-CANT-ABIERTOS.
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
               DISPLAY "ERROR EN OPEN RECLAMOS-ANT FS: " LISTADO-ESTADO
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
           MOVE WS-TRAMO(1) TO TRAMO-CANT.
           WRITE LINEA FROM PTR-TRAMO.
           MOVE "8 a 15 dias:" TO TRAMO-DESC.
           MOVE WS-TRAMO(2) TO TRAMO-CANT.
           WRITE LINEA FROM PTR-TRAMO.
           MOVE "16 a 30 dias:" TO TRAMO-DESC.
           MOVE WS-TRAMO(3) TO TRAMO-CANT.
           WRITE LINEA FROM PTR-TRAMO.
           MOVE "Mas de 30 dias:" TO TRAMO-DESC.
           MOVE WS-TRAMO(4) TO TRAMO-CANT.
           WRITE LINEA FROM PTR-TRAMO.
           MOVE WS-CANT-ABIERTOS TO TOT-ABIERTOS.
           WRITE LINEA FROM PTR-TOTAL.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE LISTADO.
      *-----------------------------------------------------------------
      *******
       020-LEER-RECLAMO.
      *******
           READ RECLAMOS NEXT RECORD
               AT END MOVE "SI" TO RCL-EOF.
           IF RCL-ESTADO-FS NOT = ZERO AND 10
               DISPLAY "ERROR EN READ RECLAMOS FS: " RCL-ESTADO-FS
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Sin RECLAMOS.DAT (todavia no se cargo ninguno) el listado sale
      * vacio.
           OPEN INPUT RECLAMOS.
           IF RCL-ESTADO-FS NOT = "00"
               DISPLAY "AVISO: SIN RECLAMOS.DAT; listado vacio."
               CLOSE RECLAMOS
           ELSE
               PERFORM 020-LEER-RECLAMO
               PERFORM CARGAR-AUX UNTIL RCL-EOF = "SI"
               CLOSE RECLAMOS.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX.
           IF RCL-ESTADO = "A" OR RCL-ESTADO = "P"
               MOVE RCL-FECHA-ALTA TO AUX-FECHA-ALTA
               MOVE RCL-PATENTE TO AUX-PATENTE
               MOVE RCL-FECHA TO AUX-FECHA
               MOVE RCL-SECUENCIA TO AUX-SECUENCIA
               MOVE RCL-CATEGORIA TO AUX-CATEGORIA
               MOVE RCL-CHOFER TO AUX-CHOFER
               MOVE RCL-ESTADO TO AUX-ESTADO
               MOVE RCL-NRO-DOC TO AUX-NRO-DOC
               RELEASE REG-AUX.
           PERFORM 020-LEER-RECLAMO.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM ESCRIBIR-RECLAMO UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       ESCRIBIR-RECLAMO.
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
           ADD 1 TO WS-TRAMO(WS-T).
           ADD 1 TO WS-CANT-ABIERTOS.
           MOVE AUX-FECHA-ALTA(7:2) TO ROW-DIA.
           MOVE AUX-FECHA-ALTA(5:2) TO ROW-MES.
           MOVE AUX-FECHA-ALTA(1:4) TO ROW-ANIO.
           MOVE AUX-PATENTE TO ROW-PATENTE.
           MOVE AUX-FECHA TO ROW-FECHA.
           MOVE AUX-SECUENCIA TO ROW-SECUENCIA.
           MOVE AUX-CATEGORIA TO ROW-CATEGORIA.
           MOVE AUX-CHOFER TO ROW-CHOFER.
           MOVE AUX-ESTADO TO ROW-ESTADO.
           MOVE AUX-NRO-DOC TO ROW-DOC.
           MOVE WS-DIAS TO ROW-DIAS.
           WRITE LINEA FROM PTR-ROW.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM RECLAMOS-ANT.
