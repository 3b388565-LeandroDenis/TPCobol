      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: informe semanal de documentacion de la
      *       flota por vencer. Lista de DOCUMENTOS-AUTO.DAT todo lo
      *       que vence dentro de los proximos 30 dias desde la fecha
      *       de proceso, y lo ya vencido (que TP-PARTE-1 esta
      *       rechazando con el motivo 19), ordenado por vencimiento
      *       para que flota lo renueve a tiempo. Sale por
      *       VENCE-DOCS.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-DOCS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOCUMENTOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DOCUMENTOS-ESTADO.

           SELECT OPTIONAL AUTOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

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
      * Documentacion del auto con vencimiento: tipo "V" VTV, "S"
      * seguro, "R" cedula / registro, "G" oblea de GNC.
       FD  DOCUMENTOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DOCUMENTOS-AUTO.DAT".
       01  REG-DOCUMENTO.
           03  DOA-PATENTE     PIC X(6).
           03  DOA-TIPO        PIC X.
           03  DOA-NUMERO      PIC X(20).
           03  DOA-VENCE       PIC 9(8).

       FD  AUTOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AUTOS.DAT".
       01  AUT.
           03  AUT-PATENTE     PIC X(6).
           03  AUT-DESC        PIC X(30).
           03  AUT-MARCA       PIC X(20).
           03  AUT-COLOR       PIC X(10).
           03  AUT-TAMAÑO      PIC X.
           03  AUT-IMPORTE     PIC 9(4)V99.
           03  AUT-COMBUSTIBLE PIC X(10).
           03  AUT-TRANSMISION PIC X(10).
           03  AUT-ESTADO      PIC X.
           03  AUT-AGENCIA-BASE   PIC 9.
           03  AUT-AGENCIA-ACTUAL PIC 9.

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-VENCE           PIC 9(8).
           03  AUX-PATENTE         PIC X(6).
           03  AUX-TIPO            PIC X.
           03  AUX-NUMERO          PIC X(20).

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

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../VENCE-DOCS.DAT".
       01  LINEA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  DOCUMENTOS-EOF      PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  DOCUMENTOS-ESTADO   PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  FS-AUX              PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  AUTOS-DISPONIBLE    PIC X(2)    VALUE "NO".
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
      * Horizonte del aviso en dias corridos desde la fecha de proceso.
       77  WS-DIAS-AVISO       PIC 9(3)    VALUE 30.
       01  WS-FECHA-LIMITE     PIC 9(8).
       01  WS-DIAS-FALTAN      PIC S9(5).
       01  WS-CANT-POR-VENCER  PIC 9(5)    VALUE 0.
       01  WS-CANT-VENCIDOS    PIC 9(5)    VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(42) VALUE
               'Documentacion de flota por vencer al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(11) VALUE 'Vence'.
           03 FILLER           PIC X(8)  VALUE 'Patente'.
           03 FILLER           PIC X(17) VALUE 'Descripcion'.
           03 FILLER           PIC X(11) VALUE 'Documento'.
           03 FILLER           PIC X(20) VALUE 'Numero'.
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
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-DESC         PIC X(16).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-TIPO         PIC X(10).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-NUMERO       PIC X(20).
           03 ROW-DIAS         PIC ----9.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-AVISO        PIC X(7).
       01  PTR-TOTAL.
           03 FILLER           PIC X(13) VALUE 'Por vencer: '.
           03 TOT-POR-VENCER   PIC ZZZZ9.
           03 FILLER           PIC X(14) VALUE '  Vencidos: '.
           03 TOT-VENCIDOS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-ARCHIVOS.
            SORT ARCH-AUX
                ON ASCENDING KEY AUX-VENCE
                ON ASCENDING KEY AUX-PATENTE
                INPUT PROCEDURE IS ENTRADA
                OUTPUT PROCEDURE IS SALIDA.
            WRITE LINEA FROM PE2-ENCABE.
            MOVE WS-CANT-POR-VENCER TO TOT-POR-VENCER.
            MOVE WS-CANT-VENCIDOS TO TOT-VENCIDOS.
            WRITE LINEA FROM PTR-TOTAL.
            DISPLAY "VENCE-DOCS: FECHA " WS-FECHA-PROCESO
                " POR VENCER " WS-CANT-POR-VENCER
                " VENCIDOS " WS-CANT-VENCIDOS.
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
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) +
               WS-DIAS-AVISO).
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO = "00"
               MOVE "SI" TO AUTOS-DISPONIBLE
           ELSE
               MOVE "NO" TO AUTOS-DISPONIBLE
               DISPLAY "AVISO: SIN AUTOS.DAT; el informe sale sin "
                   "descripcion.".
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN VENCE-DOCS FS: " LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               LISTADO.
           IF AUTOS-DISPONIBLE = "SI"
               CLOSE AUTOS.
      *-----------------------------------------------------------------
      *******
       020-LEER-DOCUMENTO.
      *******
           READ DOCUMENTOS
               AT END MOVE "SI" TO DOCUMENTOS-EOF.
           IF DOCUMENTOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ DOCUMENTOS-AUTO FS: "
                   DOCUMENTOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Solo entra al orden lo que vence hasta la fecha limite; lo ya
      * vencido tambien, porque hoy esta bloqueando alquileres.
           OPEN INPUT DOCUMENTOS.
           IF DOCUMENTOS-ESTADO NOT = "00"
               DISPLAY "AVISO: SIN DOCUMENTOS-AUTO.DAT; informe vacio."
               CLOSE DOCUMENTOS
           ELSE
               PERFORM 020-LEER-DOCUMENTO
               PERFORM CARGAR-AUX UNTIL DOCUMENTOS-EOF = "SI"
               CLOSE DOCUMENTOS.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX.
           IF DOA-VENCE IS NUMERIC AND
               DOA-VENCE <= WS-FECHA-LIMITE
               MOVE DOA-VENCE TO AUX-VENCE
               MOVE DOA-PATENTE TO AUX-PATENTE
               MOVE DOA-TIPO TO AUX-TIPO
               MOVE DOA-NUMERO TO AUX-NUMERO
               RELEASE REG-AUX.
           PERFORM 020-LEER-DOCUMENTO.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM ESCRIBIR-DOCUMENTO UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       ESCRIBIR-DOCUMENTO.
           MOVE AUX-VENCE(7:2) TO ROW-DIA.
           MOVE AUX-VENCE(5:2) TO ROW-MES.
           MOVE AUX-VENCE(1:4) TO ROW-ANIO.
           MOVE AUX-PATENTE TO ROW-PATENTE.
           MOVE AUX-NUMERO TO ROW-NUMERO.
           EVALUATE AUX-TIPO
               WHEN "V" MOVE "VTV" TO ROW-TIPO
               WHEN "S" MOVE "SEGURO" TO ROW-TIPO
               WHEN "R" MOVE "CEDULA" TO ROW-TIPO
               WHEN "G" MOVE "OBLEA GNC" TO ROW-TIPO
               WHEN OTHER MOVE AUX-TIPO TO ROW-TIPO
           END-EVALUATE.
           MOVE SPACES TO ROW-DESC.
           IF AUTOS-DISPONIBLE = "SI"
               MOVE AUX-PATENTE TO AUT-PATENTE
               READ AUTOS
                   INVALID KEY CONTINUE
               END-READ
               IF AUTOS-ESTADO = "00"
                   MOVE AUT-DESC TO ROW-DESC.
           COMPUTE WS-DIAS-FALTAN =
               FUNCTION INTEGER-OF-DATE(AUX-VENCE) -
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           MOVE WS-DIAS-FALTAN TO ROW-DIAS.
           IF WS-DIAS-FALTAN < 0
               MOVE "VENCIDO" TO ROW-AVISO
               ADD 1 TO WS-CANT-VENCIDOS
           ELSE
               MOVE SPACES TO ROW-AVISO
               ADD 1 TO WS-CANT-POR-VENCER.
           WRITE LINEA FROM PTR-ROW.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM VENCE-DOCS.
