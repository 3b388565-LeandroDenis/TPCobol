      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: liquidacion mensual de Ingresos Brutos
      *       por jurisdiccion. Cada agencia de AGENCIAS.DAT lleva su
      *       provincia (codigo de jurisdiccion AGE-PROVINCIA) y
      *       ALICUOTAS-IIBB.DAT da la alicuota por provincia y
      *       actividad con fecha de vigencia. La base del periodo
      *       (mes de la fecha de proceso, o el de la clave
      *       IIBB-PERIODO) se arma con el neto de IVA de los
      *       alquileres de MAESTRO-ACT.DAT por agencia de origen, de
      *       los cargos extra (CARGOS-EXTRA.DAT) y menos las notas de
      *       credito (NOTAS-CREDITO.DAT); cargos y notas van a la
      *       agencia del alquiler de la misma patente y documento, o
      *       a la agencia base del auto. El papel de trabajo de la
      *       declaracion jurada por jurisdiccion sale en
      *       IIBB-DDJJ.DAT y el devengamiento (IIBB contra
      *       IIBB-A-PAGAR) por ASIENTOS-PEND.DAT; la marca
      *       IIBB-ULT.DAT evita devengar dos veces el mismo periodo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IIBB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCIAS     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AGENCIAS-ESTADO.

           SELECT ALICUOTAS    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ALICUOTAS-ESTADO.

           SELECT MAE-ACT      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL CARGOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CARGOS-ESTADO.

           SELECT OPTIONAL NOTAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOTAS-ESTADO.

           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT ASI-PEND     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASI-PEND-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT OPTIONAL MARCA-ULT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MARCA-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Maestro de agencias (ver LIQUI-AGE); la provincia es el codigo
      * de jurisdiccion del Convenio Multilateral (901 CABA, 902
      * Buenos Aires, ...). En blanco en registros anteriores.
       FD  AGENCIAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/AGENCIAS.DAT".
       01  AGE.
           03  AGE-CODIGO          PIC 9.
           03  AGE-NOMBRE          PIC X(30).
           03  AGE-COMISION        PIC 9(2)V99.
           03  AGE-PROVINCIA       PIC 9(3).

      * Alicuotas de Ingresos Brutos por jurisdiccion y actividad
      * (codigo NAES), vigentes desde ALI-VIGENCIA; rige para cada
      * movimiento la de vigencia mas reciente no posterior a su
      * fecha. ALI-TASA en porcentaje (0350 = 3,50%).
       FD  ALICUOTAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../../Parte1/ALICUOTAS-IIBB.DAT".
       01  ALI.
           03  ALI-PROVINCIA       PIC 9(3).
           03  ALI-ACTIVIDAD       PIC 9(6).
           03  ALI-VIGENCIA        PIC 9(8).
           03  ALI-TASA            PIC 9(2)V99.
           03  ALI-NOMBRE          PIC X(20).

       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MAESTRO-ACT.DAT".
       01  MAE.
           03  MAE-PATENTE         PIC X(6).
           03  MAE-FECHA           PIC 9(8).
           03  MAE-TIPO-DOC        PIC X.
           03  MAE-NRO-DOC         PIC X(20).
           03  MAE-IMPORTE         PIC 9(4)V99.
           03  MAE-AGENCIA         PIC 9.
      * Horas de retiro/devolucion y modalidad; no se usan aca.
           03  FILLER              PIC X(9).
      * Desglose de IVA del importe bruto (ver TP-PARTE-1).
           03  MAE-NETO            PIC 9(4)V99.
           03  MAE-IVA             PIC 9(4)V99.

      * Cargos extra del check-in de devoluciones (ver DEVOL.cbl).
       FD  CARGOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CARGOS-EXTRA.DAT".
       01  CEX.
           03  CEX-NRO-DOC         PIC X(20).
           03  CEX-FECHA           PIC 9(8).
           03  CEX-PATENTE         PIC X(6).
           03  CEX-TIPO-DOC        PIC X.
           03  CEX-CONCEPTO        PIC X(20).
           03  CEX-IMPORTE         PIC 9(6)V99.
           03  CEX-NETO            PIC 9(6)V99.
           03  CEX-IVA             PIC 9(6)V99.

      * Notas de credito de cancelaciones (ver NOTAS-CRED.cbl).
       FD  NOTAS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/NOTAS-CREDITO.DAT".
       01  NC.
           03  NC-FECHA-EMISION       PIC 9(8).
           03  NC-PATENTE             PIC X(6).
           03  NC-FECHA-ALQUILER      PIC 9(8).
           03  NC-TIPO-DOC            PIC X.
           03  NC-NRO-DOC             PIC X(20).
           03  NC-IMPORTE-ORIGINAL    PIC 9(4)V99.
           03  NC-PENALIDAD-PCT       PIC 9(2).
           03  NC-IMPORTE-REEMBOLSO   PIC 9(4)V99.
           03  NC-NETO                PIC 9(4)V99.
           03  NC-IVA                 PIC 9(4)V99.
      * Marca de informado de FACTURA-CLI; no se usa aca.
           03  FILLER                 PIC X.

       FD  AUTOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/AUTOS.DAT".
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

      * Asientos pendientes de exportar, en el formato de ASIENTOS.DAT.
       FD  ASI-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/ASIENTOS-PEND.DAT".
       01  ASI.
           03  ASI-FECHA           PIC 9(8).
           03  ASI-CUENTA          PIC X(12).
           03  ASI-DC              PIC X.
           03  ASI-IMPORTE         PIC 9(11)V99.
           03  ASI-CONCEPTO        PIC X(30).

      * Fecha de proceso (AAAAMMDD), mismo criterio que FACT-CONTR.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan FECHA-CORRIDA,
      * IVA-TASA, IIBB-PERIODO, IIBB-ACT-ALQUILER e IIBB-ACT-CARGOS.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Ultimo periodo (AAAAMM) ya devengado.
       FD  MARCA-ULT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../IIBB-ULT.DAT".
       01  REG-MARCA           PIC 9(6).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../IIBB-DDJJ.DAT".
       01  LINEA               PIC X(100).

       WORKING-STORAGE SECTION.
       77  AGENCIAS-EOF        PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  ALICUOTAS-EOF       PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  MAE-ACT-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  CARGOS-EOF          PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  NOTAS-EOF           PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AGENCIAS-ESTADO     PIC XX.
       77  ALICUOTAS-ESTADO    PIC XX.
       77  MAE-ACT-ESTADO      PIC XX.
       77  CARGOS-ESTADO       PIC XX.
       77  NOTAS-ESTADO        PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  AUTOS-DISPONIBLE    PIC X(2)    VALUE "NO".
       77  ASI-PEND-ESTADO     PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  MARCA-ESTADO        PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-TRL-VISTO        PIC X(2).
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-TOPE-ALICUOTAS   PIC 9(4)    VALUE 500.
       77  WS-TOPE-ALQUILERES  PIC 9(5)    VALUE 20000.
       77  WS-TOPE-RENGLONES   PIC 9(4)    VALUE 200.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-PERIODO          PIC 9(6)    VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PER-AAAA      PIC 9(4).
           03 WS-PER-MM        PIC 9(2).
       01  WS-PERIODO-ULT      PIC 9(6)    VALUE 0.
      * "SI" = el periodo ya se devengo: se rehace el papel de trabajo
      * pero no se asienta de nuevo.
       01  WS-YA-DEVENGADO     PIC X(2)    VALUE "NO".
       01  WS-FECHA-ASIENTO    PIC 9(8).
       01  WS-DIAS-MES         PIC 9(2).
       01  WS-BIS-COCIENTE     PIC 9(4).
       01  WS-BIS-RESTO        PIC 9(4).
      * Actividad (codigo NAES) de los alquileres y notas de credito,
      * y de los cargos extra; claves IIBB-ACT-ALQUILER e
      * IIBB-ACT-CARGOS, por omision alquiler de automotores.
       01  WS-ACT-ALQUILER     PIC 9(6)    VALUE 771110.
       01  WS-ACT-CARGOS       PIC 9(6)    VALUE 771110.
       01  WS-TASA-IVA         PIC 99V99   VALUE 21,00.
       01  WS-PARM-TASA        PIC 9(4).
       01  WS-IVA-BRUTO        PIC 9(6)V99.
       01  WS-IVA-NETO         PIC 9(6)V99.
       01  WS-IVA-IVA          PIC 9(6)V99.
       01  WS-FECHA-MOV        PIC 9(8).
       01  WS-FECHA-MOV-R REDEFINES WS-FECHA-MOV.
           03 WS-MOV-PERIODO   PIC 9(6).
           03 FILLER           PIC 9(2).
       01  WS-I                PIC 9(5).
       01  WS-J                PIC 9(5).
       01  WS-POS              PIC 9(5).
      * Movimiento a imputar: agencia, actividad, fecha, columna
      * ("A" alquiler, "C" cargo, "N" nota de credito) y neto.
       01  WS-MOV-AGENCIA      PIC 9.
       01  WS-MOV-ACTIVIDAD    PIC 9(6).
       01  WS-MOV-COLUMNA      PIC X.
       01  WS-MOV-NETO         PIC 9(6)V99.
       01  WS-MOV-PROVINCIA    PIC 9(3).
       01  WS-MOV-TASA         PIC 9(2)V99.
       01  WS-MOV-CON-TASA     PIC X.
       01  WS-MEJOR-VIGENCIA   PIC 9(8).
      * Busqueda de la agencia del alquiler de un cargo o una nota.
       01  WS-BUS-PATENTE      PIC X(6).
       01  WS-BUS-NRO-DOC      PIC X(20).
       01  WS-BUS-FECHA        PIC 9(8).
       01  WS-BUS-MEJOR-FECHA  PIC 9(8).
       01  WS-BUS-AGENCIA      PIC 9.
       01  WS-CANT-ALICUOTAS   PIC 9(4)    VALUE 0.
       01  WS-CANT-ALQUILERES  PIC 9(5)    VALUE 0.
       01  WS-CANT-RENGLONES   PIC 9(4)    VALUE 0.
       01  WS-CANT-JUR         PIC 9(2)    VALUE 0.
       01  WS-CANT-MOV         PIC 9(6)    VALUE 0.
       01  WS-CANT-SIN-JUR     PIC 9(6)    VALUE 0.
       01  WS-CANT-SIN-TASA    PIC 9(6)    VALUE 0.
       01  WS-CANT-ASIENTOS    PIC 9(4)    VALUE 0.
       01  WS-SIN-JUR-ALQ      PIC 9(9)V99 VALUE 0.
       01  WS-SIN-JUR-CARGOS   PIC 9(9)V99 VALUE 0.
       01  WS-SIN-JUR-NOTAS    PIC 9(9)V99 VALUE 0.
       01  WS-BASE             PIC S9(11)V99.
       01  WS-IMPUESTO         PIC S9(11)V99.
       01  WS-JUR-BASE         PIC S9(11)V99.
       01  WS-JUR-IMPUESTO     PIC S9(11)V99.
       01  WS-TOT-BASE         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-IMPUESTO     PIC S9(11)V99 VALUE 0.
       01  WS-TOT-DEVENGADO    PIC 9(11)V99 VALUE 0.

      * Provincia de cada agencia 1-9 (0 = sin cargar o sin
      * provincia).
       01  WS-AGENCIAS.
           03 WS-AGE-PROVINCIA OCCURS 9 TIMES PIC 9(3) VALUE 0.
      * Jurisdicciones presentes en AGENCIAS.DAT, en el orden del
      * archivo; el nombre sale de ALICUOTAS-IIBB.DAT.
       01  WS-JURISDICCIONES.
           03 WS-JUR OCCURS 9 TIMES.
               05 JUR-PROVINCIA    PIC 9(3).
               05 JUR-NOMBRE       PIC X(20).
       01  WS-TABLA-ALICUOTAS.
           03 WS-ALICUOTA OCCURS 500 TIMES.
               05 ALT-PROVINCIA    PIC 9(3).
               05 ALT-ACTIVIDAD    PIC 9(6).
               05 ALT-VIGENCIA     PIC 9(8).
               05 ALT-TASA         PIC 9(2)V99.
      * Alquileres de MAESTRO-ACT (todas las fechas) para ubicar la
      * agencia de origen de un cargo o una nota de credito.
       01  WS-TABLA-ALQUILERES.
           03 WS-ALQUILER OCCURS 20000 TIMES.
               05 ALQ-PATENTE      PIC X(6).
               05 ALQ-NRO-DOC      PIC X(20).
               05 ALQ-FECHA        PIC 9(8).
               05 ALQ-AGENCIA      PIC 9.
      * Base del periodo por jurisdiccion, actividad y alicuota; un
      * cambio de alicuota dentro del mes abre otro renglon.
       01  WS-TABLA-RENGLONES.
           03 WS-RENGLON OCCURS 200 TIMES.
               05 REN-PROVINCIA    PIC 9(3).
               05 REN-ACTIVIDAD    PIC 9(6).
               05 REN-TASA         PIC 9(2)V99.
               05 REN-CON-TASA     PIC X.
               05 REN-ALQUILERES   PIC 9(9)V99.
               05 REN-CARGOS       PIC 9(9)V99.
               05 REN-NOTAS        PIC 9(9)V99.

       01  PE1-ENCABE.
           03 FILLER           PIC X(60) VALUE
               'Ingresos Brutos - papel de trabajo por jurisdiccion'.
       01  PE2-ENCABE.
           03 FILLER           PIC X(9)  VALUE 'Periodo: '.
           03 PE2-PERIODO      PIC 9(6).
           03 FILLER           PIC X(21) VALUE
               '   Fecha de proceso: '.
           03 PE2-FECHA        PIC 9(8).
       01  PE3-ENCABE          PIC X(80) VALUE ' '.
       01  PJU-ENCABE.
           03 FILLER           PIC X(14) VALUE 'Jurisdiccion: '.
           03 PJU-PROVINCIA    PIC 9(3).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 PJU-NOMBRE       PIC X(20).
       01  PE4-ENCABE.
           03 FILLER           PIC X(8)  VALUE 'Activ.'.
           03 FILLER           PIC X(6)  VALUE 'Alic.'.
           03 FILLER           PIC X(13) VALUE '  Alquileres'.
           03 FILLER           PIC X(13) VALUE '      Cargos'.
           03 FILLER           PIC X(13) VALUE ' Notas cred.'.
           03 FILLER           PIC X(14) VALUE '          Base'.
           03 FILLER           PIC X(13) VALUE '     Impuesto'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(95) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-ACTIVIDAD    PIC 9(6).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-TASA         PIC Z9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-ALQUILERES   PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-CARGOS       PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-NOTAS        PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-BASE         PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-IMPUESTO     PIC -ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-OBS          PIC X(14).
       01  PJU-TOTAL.
           03 FILLER           PIC X(26) VALUE
               'Total de la jurisdiccion: '.
           03 FILLER           PIC X(6)  VALUE 'Base '.
           03 PJT-BASE         PIC -ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(12) VALUE '  Impuesto '.
           03 PJT-IMPUESTO     PIC -ZZZZZZZZZZ9,99.
       01  PTO-TOTAL.
           03 FILLER           PIC X(26) VALUE
               'Total general:            '.
           03 FILLER           PIC X(6)  VALUE 'Base '.
           03 PTO-BASE         PIC -ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(12) VALUE '  Impuesto '.
           03 PTO-IMPUESTO     PIC -ZZZZZZZZZZ9,99.
       01  PSJ-ENCABE.
           03 FILLER           PIC X(60) VALUE
               'Sin jurisdiccion (agencia sin provincia cargada)'.
       01  PSJ-ROW.
           03 FILLER           PIC X(14) VALUE '  Movimientos '.
           03 PSJ-CANT         PIC ZZZZZ9.
           03 FILLER           PIC X(8)  VALUE '  Alq. '.
           03 PSJ-ALQUILERES   PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(10) VALUE '  Cargos '.
           03 PSJ-CARGOS       PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(9)  VALUE '  Notas '.
           03 PSJ-NOTAS        PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 006-VERIFICAR-PERIODO.
            PERFORM 010-CARGAR-AGENCIAS.
            PERFORM 012-CARGAR-ALICUOTAS.
            PERFORM 020-ABRIR-ARCHIVOS.
            PERFORM 030-PROCESAR-ALQUILERES.
            PERFORM 035-PROCESAR-CARGOS.
            PERFORM 038-PROCESAR-NOTAS.
            PERFORM 050-ESCRIBIR-DDJJ.
            PERFORM 070-CERRAR-ARCHIVOS.
            IF WS-YA-DEVENGADO = "SI"
                DISPLAY "IIBB: EL PERIODO " WS-PERIODO
                    " YA FUE DEVENGADO; SOLO SE REHACE IIBB-DDJJ.DAT."
            ELSE
                PERFORM 080-MARCAR-PERIODO.
            DISPLAY "IIBB: PERIODO " WS-PERIODO
                " MOVIMIENTOS " WS-CANT-MOV
                " BASE " WS-TOT-BASE
                " IMPUESTO " WS-TOT-IMPUESTO.
            DISPLAY "IIBB: DEVENGADO " WS-TOT-DEVENGADO
                " EN " WS-CANT-ASIENTOS " JURISDICCION/ES".
            IF WS-CANT-SIN-JUR > 0
                DISPLAY "ATENCION: " WS-CANT-SIN-JUR " movimiento/s "
                    "de agencias sin provincia en AGENCIAS.DAT; no "
                    "entran en ninguna jurisdiccion.".
            IF WS-CANT-SIN-TASA > 0
                DISPLAY "ATENCION: " WS-CANT-SIN-TASA " movimiento/s "
                    "sin alicuota vigente en ALICUOTAS-IIBB.DAT; van "
                    "a la base sin impuesto.".
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       001-LEER-PARAMETROS.
      *******
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-ESTADO = "00"
               PERFORM UNTIL PARAMETROS-ESTADO NOT = "00"
                   READ PARAMETROS
                   IF PARAMETROS-ESTADO = "00"
                       PERFORM 0011-TOMAR-PARAMETRO
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      *******
       0011-TOMAR-PARAMETRO.
      *******
           IF PARM-CLAVE = "FECHA-CORRIDA" AND
               PARM-VALOR(1:8) IS NUMERIC
               MOVE PARM-VALOR(1:8) TO WS-FECHA-PROCESO
               MOVE "SI" TO WS-PARM-HAY-FECHA.
           IF PARM-CLAVE = "IVA-TASA" AND
               PARM-VALOR(1:4) IS NUMERIC
               MOVE PARM-VALOR(1:4) TO WS-PARM-TASA
               COMPUTE WS-TASA-IVA = WS-PARM-TASA / 100.
      * VALOR: periodo a liquidar (AAAAMM), para rehacer un mes
      * anterior; sin la clave se liquida el mes de la fecha de
      * proceso.
           IF PARM-CLAVE = "IIBB-PERIODO"
               IF PARM-VALOR(1:6) IS NUMERIC
                   MOVE PARM-VALOR(1:6) TO WS-PERIODO
               ELSE
                   DISPLAY "PARAMETROS: IIBB-PERIODO MAL FORMADA: "
                       PARM-VALOR.
           IF PARM-CLAVE = "IIBB-ACT-ALQUILER"
               IF PARM-VALOR(1:6) IS NUMERIC
                   MOVE PARM-VALOR(1:6) TO WS-ACT-ALQUILER
               ELSE
                   DISPLAY "PARAMETROS: IIBB-ACT-ALQUILER MAL "
                       "FORMADA: " PARM-VALOR.
           IF PARM-CLAVE = "IIBB-ACT-CARGOS"
               IF PARM-VALOR(1:6) IS NUMERIC
                   MOVE PARM-VALOR(1:6) TO WS-ACT-CARGOS
               ELSE
                   DISPLAY "PARAMETROS: IIBB-ACT-CARGOS MAL "
                       "FORMADA: " PARM-VALOR.
      *-----------------------------------------------------------------
      *******
       002-VERIFICAR-TRAILER.
      *******
      * Un MAESTRO-ACT truncado por una caida no tiene la cola *CTRL*
      * y se rechaza, igual que en los demas consumidores.
           MOVE "NO" TO WS-TRL-VISTO.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           PERFORM UNTIL MAE-ACT-ESTADO NOT = "00" OR
               WS-TRL-VISTO = "SI"
               READ MAE-ACT
               IF MAE-ACT-ESTADO = "00" AND MAE-PATENTE = "*CTRL*"
                   MOVE "SI" TO WS-TRL-VISTO
               END-IF
           END-PERFORM.
           CLOSE MAE-ACT.
           IF WS-TRL-VISTO NOT = "SI"
               DISPLAY "IIBB: MAESTRO-ACT SIN COLA DE CONTROL "
                   "(ARCHIVO TRUNCADO O CORRIDA INCOMPLETA); NO SE "
                   "PROCESA."
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       005-INICIALIZAR-FECHA-PROCESO.
      *******
           IF WS-PARM-HAY-FECHA NOT = "SI"
               OPEN INPUT FECHA-CORRIDA
               IF FEC-CORR-ESTADO = "00"
                   READ FECHA-CORRIDA INTO WS-FECHA-PROCESO
                   CLOSE FECHA-CORRIDA
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO
                       WS-FECHA-PROCESO.
           IF WS-PERIODO = 0
               MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO.
      * El devengamiento se fecha el ultimo dia del periodo, salvo
      * que la corrida sea anterior (liquidacion a mitad de mes).
           PERFORM 007-DIAS-DEL-MES.
           COMPUTE WS-FECHA-ASIENTO = WS-PERIODO * 100 + WS-DIAS-MES.
           IF WS-FECHA-ASIENTO > WS-FECHA-PROCESO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-ASIENTO.
      *******
       006-VERIFICAR-PERIODO.
      *******
           OPEN INPUT MARCA-ULT.
           IF MARCA-ESTADO = "00"
               READ MARCA-ULT
               IF MARCA-ESTADO = "00" AND REG-MARCA IS NUMERIC
                   MOVE REG-MARCA TO WS-PERIODO-ULT
               END-IF
           END-IF.
           CLOSE MARCA-ULT.
           IF WS-PERIODO-ULT NOT < WS-PERIODO
               MOVE "SI" TO WS-YA-DEVENGADO.
      *******
       007-DIAS-DEL-MES.
      *******
      * Dias del mes del periodo, con febrero bisiesto.
           EVALUATE WS-PER-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DIAS-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 2
                   MOVE 28 TO WS-DIAS-MES
                   DIVIDE WS-PER-AAAA BY 4 GIVING WS-BIS-COCIENTE
                       REMAINDER WS-BIS-RESTO
                   IF WS-BIS-RESTO = 0
                       DIVIDE WS-PER-AAAA BY 100 GIVING WS-BIS-COCIENTE
                           REMAINDER WS-BIS-RESTO
                       IF WS-BIS-RESTO NOT = 0
                           MOVE 29 TO WS-DIAS-MES
                       ELSE
                           DIVIDE WS-PER-AAAA BY 400
                               GIVING WS-BIS-COCIENTE
                               REMAINDER WS-BIS-RESTO
                           IF WS-BIS-RESTO = 0
                               MOVE 29 TO WS-DIAS-MES
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "IIBB: PERIODO INVALIDO " WS-PERIODO
                       "; NO SE PROCESA."
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      *******
       010-CARGAR-AGENCIAS.
      *******
           OPEN INPUT AGENCIAS.
           IF AGENCIAS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AGENCIAS FS: " AGENCIAS-ESTADO
               STOP RUN.
           PERFORM 021-LEER-AGENCIAS.
           PERFORM 0101-CARGAR-UNA-AGENCIA UNTIL AGENCIAS-EOF = "SI".
           CLOSE AGENCIAS.
      *******
       0101-CARGAR-UNA-AGENCIA.
      *******
      * Registros anteriores a la provincia vienen cortos: la agencia
      * queda sin jurisdiccion y sus movimientos se informan aparte.
           IF AGE-CODIGO IS NUMERIC AND AGE-CODIGO NOT = 0 AND
               AGE-PROVINCIA IS NUMERIC AND AGE-PROVINCIA NOT = 0
               MOVE AGE-PROVINCIA TO WS-AGE-PROVINCIA(AGE-CODIGO)
               MOVE 0 TO WS-POS
               PERFORM 0102-COMPARAR-JURISDICCION VARYING WS-J
                   FROM 1 BY 1 UNTIL WS-J > WS-CANT-JUR OR
                   WS-POS NOT = 0
               IF WS-POS = 0
                   ADD 1 TO WS-CANT-JUR
                   MOVE AGE-PROVINCIA TO JUR-PROVINCIA(WS-CANT-JUR)
                   MOVE SPACES TO JUR-NOMBRE(WS-CANT-JUR).
           PERFORM 021-LEER-AGENCIAS.
      *******
       0102-COMPARAR-JURISDICCION.
      *******
           IF JUR-PROVINCIA(WS-J) = AGE-PROVINCIA
               MOVE WS-J TO WS-POS.
      *-----------------------------------------------------------------
      *******
       012-CARGAR-ALICUOTAS.
      *******
           OPEN INPUT ALICUOTAS.
           IF ALICUOTAS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ALICUOTAS-IIBB FS: "
                   ALICUOTAS-ESTADO
               STOP RUN.
           PERFORM 022-LEER-ALICUOTAS.
           PERFORM 0121-CARGAR-UNA-ALICUOTA
               UNTIL ALICUOTAS-EOF = "SI".
           CLOSE ALICUOTAS.
      *******
       0121-CARGAR-UNA-ALICUOTA.
      *******
           IF ALI-PROVINCIA IS NOT NUMERIC OR
               ALI-ACTIVIDAD IS NOT NUMERIC OR
               ALI-VIGENCIA IS NOT NUMERIC OR
               ALI-TASA IS NOT NUMERIC
               DISPLAY "ATENCION: renglon invalido en "
                   "ALICUOTAS-IIBB.DAT: " ALI "; se ignora."
           ELSE
           IF WS-CANT-ALICUOTAS = WS-TOPE-ALICUOTAS
               DISPLAY "ERROR: ALICUOTAS-IIBB.DAT supera el tope "
                   "(500); no se procesa nada."
               STOP RUN
           ELSE
               ADD 1 TO WS-CANT-ALICUOTAS
               MOVE ALI-PROVINCIA TO ALT-PROVINCIA(WS-CANT-ALICUOTAS)
               MOVE ALI-ACTIVIDAD TO ALT-ACTIVIDAD(WS-CANT-ALICUOTAS)
               MOVE ALI-VIGENCIA TO ALT-VIGENCIA(WS-CANT-ALICUOTAS)
               MOVE ALI-TASA TO ALT-TASA(WS-CANT-ALICUOTAS)
               PERFORM 0122-NOMBRAR-JURISDICCION VARYING WS-J
                   FROM 1 BY 1 UNTIL WS-J > WS-CANT-JUR
           END-IF
           END-IF.
           PERFORM 022-LEER-ALICUOTAS.
      *******
       0122-NOMBRAR-JURISDICCION.
      *******
           IF JUR-PROVINCIA(WS-J) = ALI-PROVINCIA AND
               JUR-NOMBRE(WS-J) = SPACES
               MOVE ALI-NOMBRE TO JUR-NOMBRE(WS-J).
      *-----------------------------------------------------------------
      *******
       020-ABRIR-ARCHIVOS.
      *******
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           OPEN INPUT CARGOS.
           OPEN INPUT NOTAS.
      * Sin AUTOS.DAT un cargo o nota sin alquiler conocido queda sin
      * jurisdiccion, pero la liquidacion sale igual.
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO = "00"
               MOVE "SI" TO AUTOS-DISPONIBLE
           ELSE
               DISPLAY "IIBB: AUTOS.DAT NO DISPONIBLE (FS "
                   AUTOS-ESTADO "); NO SE USA LA AGENCIA BASE.".
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN IIBB-DDJJ FS: " LISTADO-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       030-PROCESAR-ALQUILERES.
      *******
      * Todo MAESTRO-ACT queda en memoria para ubicar la agencia de los
      * cargos y notas; a la base va solo lo del periodo.
           PERFORM 023-LEER-MAE-ACT.
           PERFORM 031-PROCESAR-UN-ALQUILER UNTIL MAE-ACT-EOF = "SI".
      *******
       031-PROCESAR-UN-ALQUILER.
      *******
           IF WS-CANT-ALQUILERES < WS-TOPE-ALQUILERES
               ADD 1 TO WS-CANT-ALQUILERES
               MOVE MAE-PATENTE TO ALQ-PATENTE(WS-CANT-ALQUILERES)
               MOVE MAE-NRO-DOC TO ALQ-NRO-DOC(WS-CANT-ALQUILERES)
               MOVE MAE-FECHA TO ALQ-FECHA(WS-CANT-ALQUILERES)
               IF MAE-AGENCIA IS NUMERIC
                   MOVE MAE-AGENCIA TO ALQ-AGENCIA(WS-CANT-ALQUILERES)
               ELSE
                   MOVE 0 TO ALQ-AGENCIA(WS-CANT-ALQUILERES)
               END-IF
               IF WS-CANT-ALQUILERES = WS-TOPE-ALQUILERES
                   DISPLAY "ATENCION: MAESTRO-ACT supera el tope "
                       "(20000) para ubicar la agencia de cargos y "
                       "notas de credito."
               END-IF.
           MOVE MAE-FECHA TO WS-FECHA-MOV.
           IF WS-MOV-PERIODO = WS-PERIODO
      * Registros anteriores a la marca de agencia vienen cortos y el
      * campo queda en blanco: van sin jurisdiccion, como la agencia 0.
               IF MAE-AGENCIA IS NUMERIC
                   MOVE MAE-AGENCIA TO WS-MOV-AGENCIA
               ELSE
                   MOVE 0 TO WS-MOV-AGENCIA
               END-IF
      * Registros anteriores al desglose se abren con la tasa vigente.
               IF MAE-NETO IS NUMERIC AND MAE-IVA IS NUMERIC AND
                   (MAE-NETO > 0 OR MAE-IVA > 0)
                   MOVE MAE-NETO TO WS-MOV-NETO
               ELSE
                   MOVE MAE-IMPORTE TO WS-IVA-BRUTO
                   PERFORM 059-DESGLOSAR-IVA
                   MOVE WS-IVA-NETO TO WS-MOV-NETO
               END-IF
               MOVE WS-ACT-ALQUILER TO WS-MOV-ACTIVIDAD
               MOVE "A" TO WS-MOV-COLUMNA
               PERFORM 040-IMPUTAR-MOVIMIENTO.
           PERFORM 023-LEER-MAE-ACT.
      *-----------------------------------------------------------------
      *******
       035-PROCESAR-CARGOS.
      *******
           IF CARGOS-ESTADO = "00" OR CARGOS-ESTADO = "05"
               PERFORM 024-LEER-CARGOS
               PERFORM 036-PROCESAR-UN-CARGO UNTIL CARGOS-EOF = "SI".
      *******
       036-PROCESAR-UN-CARGO.
      *******
           MOVE CEX-FECHA TO WS-FECHA-MOV.
           IF WS-MOV-PERIODO = WS-PERIODO
               MOVE CEX-PATENTE TO WS-BUS-PATENTE
               MOVE CEX-NRO-DOC TO WS-BUS-NRO-DOC
               MOVE CEX-FECHA TO WS-BUS-FECHA
               PERFORM 045-BUSCAR-AGENCIA
               MOVE WS-BUS-AGENCIA TO WS-MOV-AGENCIA
               IF CEX-NETO IS NUMERIC AND CEX-IVA IS NUMERIC AND
                   (CEX-NETO > 0 OR CEX-IVA > 0)
                   MOVE CEX-NETO TO WS-MOV-NETO
               ELSE
                   MOVE CEX-IMPORTE TO WS-IVA-BRUTO
                   PERFORM 059-DESGLOSAR-IVA
                   MOVE WS-IVA-NETO TO WS-MOV-NETO
               END-IF
               MOVE WS-ACT-CARGOS TO WS-MOV-ACTIVIDAD
               MOVE "C" TO WS-MOV-COLUMNA
               PERFORM 040-IMPUTAR-MOVIMIENTO.
           PERFORM 024-LEER-CARGOS.
      *-----------------------------------------------------------------
      *******
       038-PROCESAR-NOTAS.
      *******
           IF NOTAS-ESTADO = "00" OR NOTAS-ESTADO = "05"
               PERFORM 025-LEER-NOTAS
               PERFORM 039-PROCESAR-UNA-NOTA UNTIL NOTAS-EOF = "SI".
      *******
       039-PROCESAR-UNA-NOTA.
      *******
      * La nota resta en el periodo de su emision, en la jurisdiccion
      * del alquiler que devuelve.
           MOVE NC-FECHA-EMISION TO WS-FECHA-MOV.
           IF WS-MOV-PERIODO = WS-PERIODO
               MOVE NC-PATENTE TO WS-BUS-PATENTE
               MOVE NC-NRO-DOC TO WS-BUS-NRO-DOC
               MOVE NC-FECHA-ALQUILER TO WS-BUS-FECHA
               PERFORM 045-BUSCAR-AGENCIA
               MOVE WS-BUS-AGENCIA TO WS-MOV-AGENCIA
               IF NC-NETO IS NUMERIC AND NC-IVA IS NUMERIC AND
                   (NC-NETO > 0 OR NC-IVA > 0)
                   MOVE NC-NETO TO WS-MOV-NETO
               ELSE
                   MOVE NC-IMPORTE-REEMBOLSO TO WS-IVA-BRUTO
                   PERFORM 059-DESGLOSAR-IVA
                   MOVE WS-IVA-NETO TO WS-MOV-NETO
               END-IF
               MOVE WS-ACT-ALQUILER TO WS-MOV-ACTIVIDAD
               MOVE "N" TO WS-MOV-COLUMNA
               PERFORM 040-IMPUTAR-MOVIMIENTO.
           PERFORM 025-LEER-NOTAS.
      *-----------------------------------------------------------------
      *******
       040-IMPUTAR-MOVIMIENTO.
      *******
      * Lleva el neto del movimiento al renglon de su jurisdiccion,
      * actividad y alicuota vigente a la fecha del movimiento.
           ADD 1 TO WS-CANT-MOV.
           MOVE 0 TO WS-MOV-PROVINCIA.
           IF WS-MOV-AGENCIA NOT = 0
               MOVE WS-AGE-PROVINCIA(WS-MOV-AGENCIA) TO
                   WS-MOV-PROVINCIA.
           IF WS-MOV-PROVINCIA = 0
               ADD 1 TO WS-CANT-SIN-JUR
               EVALUATE WS-MOV-COLUMNA
                   WHEN "A" ADD WS-MOV-NETO TO WS-SIN-JUR-ALQ
                   WHEN "C" ADD WS-MOV-NETO TO WS-SIN-JUR-CARGOS
                   WHEN "N" ADD WS-MOV-NETO TO WS-SIN-JUR-NOTAS
               END-EVALUATE
           ELSE
               PERFORM 041-BUSCAR-ALICUOTA
               PERFORM 043-UBICAR-RENGLON
               EVALUATE WS-MOV-COLUMNA
                   WHEN "A" ADD WS-MOV-NETO TO REN-ALQUILERES(WS-POS)
                   WHEN "C" ADD WS-MOV-NETO TO REN-CARGOS(WS-POS)
                   WHEN "N" ADD WS-MOV-NETO TO REN-NOTAS(WS-POS)
               END-EVALUATE.
      *******
       041-BUSCAR-ALICUOTA.
      *******
           MOVE 0 TO WS-MOV-TASA.
           MOVE "N" TO WS-MOV-CON-TASA.
           MOVE 0 TO WS-MEJOR-VIGENCIA.
           PERFORM 042-COMPARAR-ALICUOTA VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-ALICUOTAS.
           IF WS-MOV-CON-TASA = "N"
               ADD 1 TO WS-CANT-SIN-TASA.
      *******
       042-COMPARAR-ALICUOTA.
      *******
           IF ALT-PROVINCIA(WS-J) = WS-MOV-PROVINCIA AND
               ALT-ACTIVIDAD(WS-J) = WS-MOV-ACTIVIDAD AND
               ALT-VIGENCIA(WS-J) NOT > WS-FECHA-MOV AND
               (WS-MOV-CON-TASA = "N" OR
                ALT-VIGENCIA(WS-J) > WS-MEJOR-VIGENCIA)
               MOVE ALT-VIGENCIA(WS-J) TO WS-MEJOR-VIGENCIA
               MOVE ALT-TASA(WS-J) TO WS-MOV-TASA
               MOVE "S" TO WS-MOV-CON-TASA.
      *******
       043-UBICAR-RENGLON.
      *******
           MOVE 0 TO WS-POS.
           PERFORM 044-COMPARAR-RENGLON VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-RENGLONES OR WS-POS NOT = 0.
           IF WS-POS = 0
               IF WS-CANT-RENGLONES = WS-TOPE-RENGLONES
                   DISPLAY "ERROR: mas de 200 renglones de "
                       "jurisdiccion, actividad y alicuota; no se "
                       "procesa nada."
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-RENGLONES
               MOVE WS-CANT-RENGLONES TO WS-POS
               MOVE WS-MOV-PROVINCIA TO REN-PROVINCIA(WS-POS)
               MOVE WS-MOV-ACTIVIDAD TO REN-ACTIVIDAD(WS-POS)
               MOVE WS-MOV-TASA TO REN-TASA(WS-POS)
               MOVE WS-MOV-CON-TASA TO REN-CON-TASA(WS-POS)
               MOVE 0 TO REN-ALQUILERES(WS-POS)
               MOVE 0 TO REN-CARGOS(WS-POS)
               MOVE 0 TO REN-NOTAS(WS-POS).
      *******
       044-COMPARAR-RENGLON.
      *******
           IF REN-PROVINCIA(WS-J) = WS-MOV-PROVINCIA AND
               REN-ACTIVIDAD(WS-J) = WS-MOV-ACTIVIDAD AND
               REN-TASA(WS-J) = WS-MOV-TASA AND
               REN-CON-TASA(WS-J) = WS-MOV-CON-TASA
               MOVE WS-J TO WS-POS.
      *-----------------------------------------------------------------
      *******
       045-BUSCAR-AGENCIA.
      *******
      * Agencia del alquiler de la misma patente y documento, el mas
      * reciente no posterior a WS-BUS-FECHA (si no hay, el primero
      * que aparezca); sin alquiler, la agencia base del auto.
           MOVE 0 TO WS-BUS-AGENCIA.
           MOVE 0 TO WS-BUS-MEJOR-FECHA.
           MOVE 0 TO WS-POS.
           PERFORM 046-COMPARAR-ALQUILER VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-ALQUILERES.
           IF WS-POS NOT = 0
               MOVE ALQ-AGENCIA(WS-POS) TO WS-BUS-AGENCIA
           ELSE
           IF AUTOS-DISPONIBLE = "SI"
               MOVE WS-BUS-PATENTE TO AUT-PATENTE
               READ AUTOS
               IF AUTOS-ESTADO = "00" AND AUT-AGENCIA-BASE IS NUMERIC
                   MOVE AUT-AGENCIA-BASE TO WS-BUS-AGENCIA
               END-IF
           END-IF
           END-IF.
      *******
       046-COMPARAR-ALQUILER.
      *******
           IF ALQ-PATENTE(WS-I) = WS-BUS-PATENTE AND
               ALQ-NRO-DOC(WS-I) = WS-BUS-NRO-DOC
               IF WS-POS = 0
                   MOVE WS-I TO WS-POS
                   IF ALQ-FECHA(WS-I) NOT > WS-BUS-FECHA
                       MOVE ALQ-FECHA(WS-I) TO WS-BUS-MEJOR-FECHA
                   END-IF
               ELSE
               IF ALQ-FECHA(WS-I) NOT > WS-BUS-FECHA AND
                   ALQ-FECHA(WS-I) > WS-BUS-MEJOR-FECHA
                   MOVE WS-I TO WS-POS
                   MOVE ALQ-FECHA(WS-I) TO WS-BUS-MEJOR-FECHA
               END-IF
               END-IF.
      *-----------------------------------------------------------------
      *******
       050-ESCRIBIR-DDJJ.
      *******
           IF WS-YA-DEVENGADO NOT = "SI"
               OPEN EXTEND ASI-PEND
               IF ASI-PEND-ESTADO = "35"
                   OPEN OUTPUT ASI-PEND
                   CLOSE ASI-PEND
                   OPEN EXTEND ASI-PEND
               END-IF
               IF ASI-PEND-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN OPEN ASIENTOS-PEND FS: "
                       ASI-PEND-ESTADO
                   STOP RUN
               END-IF
           END-IF.
           WRITE LINEA FROM PE1-ENCABE.
           MOVE WS-PERIODO TO PE2-PERIODO.
           MOVE WS-FECHA-PROCESO TO PE2-FECHA.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM 052-ESCRIBIR-JURISDICCION VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-JUR.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           MOVE WS-TOT-BASE TO PTO-BASE.
           MOVE WS-TOT-IMPUESTO TO PTO-IMPUESTO.
           WRITE LINEA FROM PTO-TOTAL.
           IF WS-CANT-SIN-JUR > 0
               WRITE LINEA FROM PE3-ENCABE
               WRITE LINEA FROM PSJ-ENCABE
               MOVE WS-CANT-SIN-JUR TO PSJ-CANT
               MOVE WS-SIN-JUR-ALQ TO PSJ-ALQUILERES
               MOVE WS-SIN-JUR-CARGOS TO PSJ-CARGOS
               MOVE WS-SIN-JUR-NOTAS TO PSJ-NOTAS
               WRITE LINEA FROM PSJ-ROW.
           IF WS-YA-DEVENGADO NOT = "SI"
               CLOSE ASI-PEND.
      *******
       052-ESCRIBIR-JURISDICCION.
      *******
           WRITE LINEA FROM PE3-ENCABE.
           MOVE JUR-PROVINCIA(WS-I) TO PJU-PROVINCIA.
           MOVE JUR-NOMBRE(WS-I) TO PJU-NOMBRE.
           WRITE LINEA FROM PJU-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           MOVE 0 TO WS-JUR-BASE.
           MOVE 0 TO WS-JUR-IMPUESTO.
           PERFORM 054-ESCRIBIR-RENGLON VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-RENGLONES.
           WRITE LINEA FROM PE5-ENCABE.
           MOVE WS-JUR-BASE TO PJT-BASE.
           MOVE WS-JUR-IMPUESTO TO PJT-IMPUESTO.
           WRITE LINEA FROM PJU-TOTAL.
           ADD WS-JUR-BASE TO WS-TOT-BASE.
           ADD WS-JUR-IMPUESTO TO WS-TOT-IMPUESTO.
      * Un saldo a favor de la jurisdiccion (mas notas que ventas) no
      * se devenga: queda en el papel de trabajo para la declaracion.
           IF WS-YA-DEVENGADO NOT = "SI" AND WS-JUR-IMPUESTO > 0
               PERFORM 056-ASENTAR-JURISDICCION.
      *******
       054-ESCRIBIR-RENGLON.
      *******
           IF REN-PROVINCIA(WS-J) = JUR-PROVINCIA(WS-I)
               COMPUTE WS-BASE = REN-ALQUILERES(WS-J) +
                   REN-CARGOS(WS-J) - REN-NOTAS(WS-J)
               COMPUTE WS-IMPUESTO ROUNDED = WS-BASE *
                   REN-TASA(WS-J) / 100
               MOVE REN-ACTIVIDAD(WS-J) TO ROW-ACTIVIDAD
               MOVE REN-TASA(WS-J) TO ROW-TASA
               MOVE REN-ALQUILERES(WS-J) TO ROW-ALQUILERES
               MOVE REN-CARGOS(WS-J) TO ROW-CARGOS
               MOVE REN-NOTAS(WS-J) TO ROW-NOTAS
               MOVE WS-BASE TO ROW-BASE
               MOVE WS-IMPUESTO TO ROW-IMPUESTO
               IF REN-CON-TASA(WS-J) = "S"
                   MOVE SPACES TO ROW-OBS
               ELSE
                   MOVE "SIN ALICUOTA" TO ROW-OBS
               END-IF
               WRITE LINEA FROM PTR-ROW
               ADD WS-BASE TO WS-JUR-BASE
               ADD WS-IMPUESTO TO WS-JUR-IMPUESTO.
      *******
       056-ASENTAR-JURISDICCION.
      *******
      * Un debe a IIBB (resultado) y un haber a IIBB-A-PAGAR (pasivo)
      * por el impuesto de la jurisdiccion.
           MOVE WS-FECHA-ASIENTO TO ASI-FECHA.
           MOVE SPACES TO ASI-CONCEPTO.
           STRING "IIBB " WS-PERIODO " JUR " JUR-PROVINCIA(WS-I)
               DELIMITED BY SIZE INTO ASI-CONCEPTO.
           MOVE "IIBB" TO ASI-CUENTA.
           MOVE "D" TO ASI-DC.
           MOVE WS-JUR-IMPUESTO TO ASI-IMPORTE.
           PERFORM 058-GRABAR-ASIENTO.
           MOVE "IIBB-A-PAGAR" TO ASI-CUENTA.
           MOVE "H" TO ASI-DC.
           PERFORM 058-GRABAR-ASIENTO.
           ADD 1 TO WS-CANT-ASIENTOS.
           ADD ASI-IMPORTE TO WS-TOT-DEVENGADO.
      *******
       058-GRABAR-ASIENTO.
      *******
           WRITE ASI.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       059-DESGLOSAR-IVA.
      *******
           COMPUTE WS-IVA-NETO ROUNDED = WS-IVA-BRUTO /
               (1 + WS-TASA-IVA / 100).
           COMPUTE WS-IVA-IVA = WS-IVA-BRUTO - WS-IVA-NETO.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               MAE-ACT
               CARGOS
               NOTAS
               LISTADO.
           IF AUTOS-DISPONIBLE = "SI"
               CLOSE AUTOS.
      *******
       080-MARCAR-PERIODO.
      *******
           OPEN OUTPUT MARCA-ULT.
           IF MARCA-ESTADO = "00" OR MARCA-ESTADO = "05"
               MOVE WS-PERIODO TO REG-MARCA
               WRITE REG-MARCA
               CLOSE MARCA-ULT
           ELSE
               DISPLAY "ATENCION: NO SE PUDO GRABAR IIBB-ULT "
                   "FS: " MARCA-ESTADO.
      *-----------------------------------------------------------------
      *******
       021-LEER-AGENCIAS.
      *******
           READ AGENCIAS
               AT END MOVE "SI" TO AGENCIAS-EOF.
           IF AGENCIAS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ AGENCIAS FS: " AGENCIAS-ESTADO
               STOP RUN.
      *******
       022-LEER-ALICUOTAS.
      *******
           READ ALICUOTAS
               AT END MOVE "SI" TO ALICUOTAS-EOF.
           IF ALICUOTAS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ ALICUOTAS-IIBB FS: "
                   ALICUOTAS-ESTADO
               STOP RUN.
      *******
       023-LEER-MAE-ACT.
      *******
           READ MAE-ACT
               AT END MOVE "SI" TO MAE-ACT-EOF.
           IF MAE-ACT-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           IF MAE-PATENTE = "*CTRL*"
               MOVE "SI" TO MAE-ACT-EOF.
      *******
       024-LEER-CARGOS.
      *******
           READ CARGOS
               AT END MOVE "SI" TO CARGOS-EOF.
           IF CARGOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ CARGOS-EXTRA FS: " CARGOS-ESTADO
               STOP RUN.
      *******
       025-LEER-NOTAS.
      *******
           READ NOTAS
               AT END MOVE "SI" TO NOTAS-EOF.
           IF NOTAS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ NOTAS-CREDITO FS: " NOTAS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM IIBB.
