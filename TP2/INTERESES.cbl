      *       por cliente sale en INTERESES.DAT, y la marca
      *       INTERESES-ULT.DAT evita devengar dos veces el mismo
      *       periodo (año y mes de la fecha de proceso).
      *   LD  Cierre contable: un cargo fechado en un mes ya cerrado
      *       (PERIODOS-CERRADOS.DAT, lo asienta CIERRE-PER) se informa
      *       ademas en AJUSTES-PERIODO.DAT como ajuste de periodo
      *       anterior imputado al primer periodo abierto, y sale por
      *       consola.
      *   LD  Cargos en disputa (DISPUTAS.DAT): un alquiler retenido
      *       no devenga interes porque PAGOS ya lo deja fuera de los
      *       baldes; lo retenido por documento sale listado al pie
      *       de INTERESES.DAT como no devengado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERESES.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MARCA-ESTADO.

           SELECT OPTIONAL DISPUTAS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS DSP-CLAVE
                               FILE STATUS IS DISPUTAS-ESTADO.

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
      * Saldos por cliente con baldes de antiguedad (ver PAGOS.cbl).
                   VALUE OF FILE-ID IS "../INTERESES-ULT.DAT".
       01  REG-MARCA           PIC 9(6).

      * Libro de disputas (ver DISPUTAS): cargos retenidos mientras
      * la disputa sigue abierta.
       FD  DISPUTAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DISPUTAS.DAT".
       01  DSP.
           03 DSP-CLAVE.
               05 DSP-PATENTE      PIC X(6).
               05 DSP-FECHA        PIC 9(8).
               05 DSP-SECUENCIA    PIC 9(2).
           03 DSP-TIPO-DOC         PIC X.
           03 DSP-NRO-DOC          PIC X(20).
           03 DSP-ORIGEN           PIC X.
           03 DSP-CONCEPTO         PIC X(20).
           03 DSP-IMPORTE          PIC 9(6)V99.
           03 DSP-MOTIVO           PIC X(40).
           03 DSP-RESPONSABLE      PIC X(10).
      * "A" abierta (cargo retenido) / "C" confirmado / "N" anulado.
           03 DSP-ESTADO           PIC X.
           03 DSP-FECHA-ALTA       PIC 9(8).
           03 DSP-FECHA-RESOL      PIC 9(8).
           03 DSP-RESOLUCION       PIC X(40).
           03 DSP-IMPORTE-CREDITO  PIC 9(6)V99.

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../INTERESES.DAT".
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
       77  SALDOS-EOF          PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  FEC-CORR-ESTADO     PIC XX.
       77  MARCA-ESTADO        PIC XX.
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
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-FECHA-PROC-R REDEFINES WS-FECHA-PROCESO.
       01  WS-CANT-CARGOS      PIC 9(5)    VALUE 0.
       01  WS-CANT-SALTEADOS   PIC 9(5)    VALUE 0.
       01  WS-TOT-INTERES      PIC 9(9)V99 VALUE 0.
      * Importe en disputa abierta por documento (ver DISPUTAS).
       77  DISPUTAS-ESTADO     PIC XX.
       01  WS-CANT-DISPUTAS    PIC 9(3)    VALUE 0.
       01  WS-DSP-IDX          PIC 9(3).
       01  WS-DSP-POS          PIC 9(3).
       01  WS-TABLA-DISPUTAS.
           03 WS-DISPUTA OCCURS 500 TIMES.
               05 WS-DSP-DOC       PIC X(20) VALUE SPACES.
               05 WS-DSP-IMPORTE   PIC 9(9)V99 VALUE 0.
       01  WS-TABLA-EXENTOS.
           03 WS-EXENTO OCCURS 500 TIMES.
               05 WS-EXE-DOC       PIC X(20) VALUE SPACES.
           03 FILLER           PIC X(28) VALUE
               'EXENTO (CUENTA NEGOCIADA):  '.
           03 ROW-EXE-DOC      PIC X(20).
       01  PTR-DISPUTA.
           03 FILLER           PIC X(28) VALUE
               'EN DISPUTA (NO DEVENGA):    '.
           03 ROW-DSP-DOC      PIC X(20).
           03 FILLER           PIC X VALUE ' '.
           03 ROW-DSP-IMPORTE  PIC ZZZZZZZ9,99.
       01  PTR-TOTAL.
           03 FILLER           PIC X(20) VALUE 'Cargos generados: '.
           03 TOT-CARGOS       PIC ZZZZ9.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 090-LEER-PERIODOS-CERR.
            PERFORM 006-VERIFICAR-PERIODO.
            PERFORM 008-CARGAR-EXENTOS.
            PERFORM 009-CARGAR-DISPUTAS.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 020-LEER-SALDO.
            PERFORM 050-PROCESAR-SALDO UNTIL SALDOS-EOF = "SI".
            PERFORM 060-LISTAR-DISPUTA VARYING WS-DSP-IDX FROM 1 BY 1
                UNTIL WS-DSP-IDX > WS-CANT-DISPUTAS.
            WRITE LINEA FROM PE3-ENCABE.
            MOVE WS-CANT-CARGOS TO TOT-CARGOS.
            MOVE WS-TOT-INTERES TO TOT-INTERES.
               END-PERFORM.
           CLOSE EXENTOS.
      *-----------------------------------------------------------------
      *******
       009-CARGAR-DISPUTAS.
      *******
      * Importe retenido por disputas abiertas, sumado por documento.
      * Los alquileres retenidos ya vienen fuera de los baldes de
      * SALDOS-CLI (PAGOS no los envejece); aca solo se informan.
           OPEN INPUT DISPUTAS.
           IF DISPUTAS-ESTADO = "00"
               PERFORM UNTIL DISPUTAS-ESTADO NOT = "00"
                   READ DISPUTAS NEXT RECORD
                   IF DISPUTAS-ESTADO = "00" AND DSP-ESTADO = "A"
                       PERFORM 0091-SUMAR-DISPUTA
                   END-IF
               END-PERFORM.
           CLOSE DISPUTAS.
      *******
       0091-SUMAR-DISPUTA.
      *******
           MOVE 0 TO WS-DSP-POS.
           PERFORM 0092-COMPARAR-DISPUTA VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-CANT-DISPUTAS OR WS-DSP-POS > 0.
           IF WS-DSP-POS = 0 AND WS-CANT-DISPUTAS < 500
               ADD 1 TO WS-CANT-DISPUTAS
               MOVE WS-CANT-DISPUTAS TO WS-DSP-POS
               MOVE DSP-NRO-DOC TO WS-DSP-DOC(WS-DSP-POS).
           IF WS-DSP-POS > 0
               ADD DSP-IMPORTE TO WS-DSP-IMPORTE(WS-DSP-POS).
      *******
       0092-COMPARAR-DISPUTA.
      *******
           IF WS-DSP-DOC(WS-DSP-IDX) = DSP-NRO-DOC
               MOVE WS-DSP-IDX TO WS-DSP-POS.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
               DISPLAY "ERROR EN WRITE CARGOS-EXTRA FS: "
                   CARGOS-ESTADO
               STOP RUN.
           PERFORM 092-AJUSTE-CARGO.
           ADD 1 TO WS-CANT-CARGOS.
           ADD WS-INTERES TO WS-TOT-INTERES.
      *******
           MOVE WS-INTERES TO ROW-INTERES.
           WRITE LINEA FROM PTR-ROW.
      *-----------------------------------------------------------------
      *******
       060-LISTAR-DISPUTA.
      *******
           MOVE WS-DSP-DOC(WS-DSP-IDX) TO ROW-DSP-DOC.
           MOVE WS-DSP-IMPORTE(WS-DSP-IDX) TO ROW-DSP-IMPORTE.
           WRITE LINEA FROM PTR-DISPUTA.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
               SALDOS
               CARGOS
               LISTADO.
           IF WS-AJUSTES-ABIERTO = "SI"
               CLOSE AJUSTES-PER
               DISPLAY "AJUSTES DE PERIODO ANTERIOR: " WS-CANT-AJUSTES.
      *-----------------------------------------------------------------
      *******
       080-MARCAR-PERIODO.
               DISPLAY "ATENCION: NO SE PUDO GRABAR INTERESES-ULT "
                   "FS: " MARCA-ESTADO.
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
           MOVE "INTERESES" TO AJP-PROGRAMA.
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
       END PROGRAM INTERESES.
