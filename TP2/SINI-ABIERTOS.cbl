      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: siniestros abiertos por aseguradora. De
      *       SINIESTROS.DAT toma los que siguen denunciados,
      *       inspeccionados o aprobados sin cobrar del todo y lista,
      *       agrupado por aseguradora, lo que falta recuperar: lo
      *       aprobado (o el estimado mientras no hay aprobacion)
      *       menos lo ya cobrado, con subtotal por aseguradora y
      *       total general, en SINIESTROS-ABIERTOS.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINI-ABIERTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SINIESTROS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS SIN-CLAVE
                               FILE STATUS IS SIN-ESTADO-FS.

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
      * Siniestros (ver SINIESTROS).
       FD  SINIESTROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../SINIESTROS.DAT".
       01  SIN.
           03 SIN-CLAVE.
               05 SIN-PATENTE      PIC X(6).
               05 SIN-FECHA        PIC 9(8).
           03 SIN-ORIGEN           PIC X.
           03 SIN-TIPO-DOC         PIC X.
           03 SIN-NRO-DOC          PIC X(20).
           03 SIN-ASEGURADORA      PIC X(20).
           03 SIN-TERCEROS         PIC X(40).
           03 SIN-DENUNCIA         PIC X(15).
      * "D" denunciado / "I" inspeccionado / "A" aprobado /
      * "P" pagado / "R" rechazado.
           03 SIN-ESTADO           PIC X.
           03 SIN-FECHA-ALTA       PIC 9(8).
           03 SIN-FECHA-ESTADO     PIC 9(8).
           03 SIN-MONTO-ESTIMADO   PIC 9(7)V99.
           03 SIN-MONTO-APROBADO   PIC 9(7)V99.
           03 SIN-FRANQUICIA       PIC 9(6)V99.
           03 SIN-FRANQ-CARGADA    PIC X.
           03 SIN-MONTO-COBRADO    PIC 9(7)V99.
           03 SIN-FECHA-COBRO      PIC 9(8).

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-ASEGURADORA     PIC X(20).
           03  AUX-FECHA           PIC 9(8).
           03  AUX-PATENTE         PIC X(6).
           03  AUX-ESTADO          PIC X.
           03  AUX-DENUNCIA        PIC X(15).
           03  AUX-RECLAMADO       PIC 9(7)V99.
           03  AUX-COBRADO         PIC 9(7)V99.
           03  AUX-A-RECUPERAR     PIC 9(7)V99.

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
                   VALUE OF FILE-ID IS "../SINIESTROS-ABIERTOS.DAT".
       01  LINEA               PIC X(100).

       WORKING-STORAGE SECTION.
       77  SIN-EOF             PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  SIN-ESTADO-FS       PIC XX.
       77  FS-AUX              PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-ASEG-ACTUAL      PIC X(20).
       01  WS-CANT-ASEG        PIC 9(5).
       01  WS-SUB-RECLAMADO    PIC 9(9)V99.
       01  WS-SUB-COBRADO      PIC 9(9)V99.
       01  WS-SUB-RECUPERAR    PIC 9(9)V99.
       01  WS-CANT-TOTAL       PIC 9(5)    VALUE 0.
       01  WS-TOT-RECLAMADO    PIC 9(9)V99 VALUE 0.
       01  WS-TOT-COBRADO      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-RECUPERAR    PIC 9(9)V99 VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(42) VALUE
               'Siniestros abiertos por aseguradora al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(13) VALUE 'Aseguradora: '.
           03 PE3-ASEGURADORA  PIC X(20).
       01  PE4-ENCABE.
           03 FILLER           PIC X(4)  VALUE ' '.
           03 FILLER           PIC X(7)  VALUE 'Patente'.
           03 FILLER           PIC X(10) VALUE ' Fecha'.
           03 FILLER           PIC X(4)  VALUE 'Est'.
           03 FILLER           PIC X(16) VALUE 'Denuncia'.
           03 FILLER           PIC X(13) VALUE '   Reclamado'.
           03 FILLER           PIC X(13) VALUE '     Cobrado'.
           03 FILLER           PIC X(13) VALUE ' A recuperar'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(80) VALUE ALL '_'.
       01  PTR-ROW.
           03 FILLER           PIC X(4)  VALUE ' '.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-FECHA        PIC 9(8).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-ESTADO       PIC X.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-DENUNCIA     PIC X(15).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-RECLAMADO    PIC ZZZZZZ9,99.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-COBRADO      PIC ZZZZZZ9,99.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-RECUPERAR    PIC ZZZZZZ9,99.
       01  PTR-SUBTOTAL.
           03 FILLER           PIC X(14) VALUE '    Subtotal ('.
           03 SUB-CANT         PIC ZZZZ9.
           03 FILLER           PIC X(21) VALUE ' siniestros)'.
           03 SUB-RECLAMADO    PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 SUB-COBRADO      PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 SUB-RECUPERAR    PIC ZZZZZZZZ9,99.
       01  PTR-TOTAL.
           03 FILLER           PIC X(14) VALUE 'Total general('.
           03 TOT-CANT         PIC ZZZZ9.
           03 FILLER           PIC X(21) VALUE ' siniestros)'.
           03 TOT-RECLAMADO    PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 TOT-COBRADO      PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 TOT-RECUPERAR    PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-ARCHIVOS.
            SORT ARCH-AUX
                ON ASCENDING KEY AUX-ASEGURADORA
                ON ASCENDING KEY AUX-FECHA
                ON ASCENDING KEY AUX-PATENTE
                INPUT PROCEDURE IS ENTRADA
                OUTPUT PROCEDURE IS SALIDA.
            WRITE LINEA FROM PE5-ENCABE.
            MOVE WS-CANT-TOTAL TO TOT-CANT.
            MOVE WS-TOT-RECLAMADO TO TOT-RECLAMADO.
            MOVE WS-TOT-COBRADO TO TOT-COBRADO.
            MOVE WS-TOT-RECUPERAR TO TOT-RECUPERAR.
            WRITE LINEA FROM PTR-TOTAL.
            DISPLAY "SINI-ABIERTOS: FECHA " WS-FECHA-PROCESO
                " ABIERTOS " WS-CANT-TOTAL
                " A RECUPERAR " TOT-RECUPERAR.
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
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN SINIESTROS-ABIERTOS FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE LISTADO.
      *-----------------------------------------------------------------
      *******
       020-LEER-SINIESTRO.
      *******
           READ SINIESTROS NEXT RECORD
               AT END MOVE "SI" TO SIN-EOF.
           IF SIN-ESTADO-FS NOT = ZERO AND 10
               DISPLAY "ERROR EN READ SINIESTROS FS: " SIN-ESTADO-FS
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Sin SINIESTROS.DAT (todavia no se abrio ninguno) el listado
      * sale vacio.
           OPEN INPUT SINIESTROS.
           IF SIN-ESTADO-FS NOT = "00"
               DISPLAY "AVISO: SIN SINIESTROS.DAT; listado vacio."
               CLOSE SINIESTROS
           ELSE
               PERFORM 020-LEER-SINIESTRO
               PERFORM CARGAR-AUX UNTIL SIN-EOF = "SI"
               CLOSE SINIESTROS.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX.
      * Pagados y rechazados ya no tienen nada que recuperar. Lo
      * cobrado de mas no resta de los demas siniestros.
           IF SIN-ESTADO = "D" OR SIN-ESTADO = "I" OR SIN-ESTADO = "A"
               MOVE SIN-ASEGURADORA TO AUX-ASEGURADORA
               IF AUX-ASEGURADORA = SPACES
                   MOVE "(SIN ASEGURADORA)" TO AUX-ASEGURADORA
               END-IF
               MOVE SIN-FECHA TO AUX-FECHA
               MOVE SIN-PATENTE TO AUX-PATENTE
               MOVE SIN-ESTADO TO AUX-ESTADO
               MOVE SIN-DENUNCIA TO AUX-DENUNCIA
               IF SIN-ESTADO = "A"
                   MOVE SIN-MONTO-APROBADO TO AUX-RECLAMADO
               ELSE
                   MOVE SIN-MONTO-ESTIMADO TO AUX-RECLAMADO
               END-IF
               MOVE SIN-MONTO-COBRADO TO AUX-COBRADO
               IF AUX-COBRADO < AUX-RECLAMADO
                   COMPUTE AUX-A-RECUPERAR =
                       AUX-RECLAMADO - AUX-COBRADO
               ELSE
                   MOVE 0 TO AUX-A-RECUPERAR
               END-IF
               RELEASE REG-AUX.
           PERFORM 020-LEER-SINIESTRO.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM PROCESAR-ASEGURADORA UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       PROCESAR-ASEGURADORA.
           MOVE AUX-ASEGURADORA TO WS-ASEG-ACTUAL.
           MOVE 0 TO WS-CANT-ASEG.
           MOVE 0 TO WS-SUB-RECLAMADO.
           MOVE 0 TO WS-SUB-COBRADO.
           MOVE 0 TO WS-SUB-RECUPERAR.
           MOVE WS-ASEG-ACTUAL TO PE3-ASEGURADORA.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM ESCRIBIR-SINIESTRO UNTIL AUX-EOF = "SI" OR
               AUX-ASEGURADORA NOT = WS-ASEG-ACTUAL.
           MOVE WS-CANT-ASEG TO SUB-CANT.
           MOVE WS-SUB-RECLAMADO TO SUB-RECLAMADO.
           MOVE WS-SUB-COBRADO TO SUB-COBRADO.
           MOVE WS-SUB-RECUPERAR TO SUB-RECUPERAR.
           WRITE LINEA FROM PTR-SUBTOTAL.
      *******
       ESCRIBIR-SINIESTRO.
           MOVE AUX-PATENTE TO ROW-PATENTE.
           MOVE AUX-FECHA TO ROW-FECHA.
           MOVE AUX-ESTADO TO ROW-ESTADO.
           MOVE AUX-DENUNCIA TO ROW-DENUNCIA.
           MOVE AUX-RECLAMADO TO ROW-RECLAMADO.
           MOVE AUX-COBRADO TO ROW-COBRADO.
           MOVE AUX-A-RECUPERAR TO ROW-RECUPERAR.
           WRITE LINEA FROM PTR-ROW.
           ADD 1 TO WS-CANT-ASEG.
           ADD 1 TO WS-CANT-TOTAL.
           ADD AUX-RECLAMADO TO WS-SUB-RECLAMADO.
           ADD AUX-COBRADO TO WS-SUB-COBRADO.
           ADD AUX-A-RECUPERAR TO WS-SUB-RECUPERAR.
           ADD AUX-RECLAMADO TO WS-TOT-RECLAMADO.
           ADD AUX-COBRADO TO WS-TOT-COBRADO.
           ADD AUX-A-RECUPERAR TO WS-TOT-RECUPERAR.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM SINI-ABIERTOS.
