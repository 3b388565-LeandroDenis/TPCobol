      *       LIBRO-IVA.DAT con el detalle y los totales neto,
      *       impuesto y bruto por periodo, para el armado del IVA
      *       ventas del contador.
      *   LD  Cierre contable: un alquiler, cargo o nota de un mes
      *       ya cerrado (PERIODOS-CERRADOS.DAT) que figura en
      *       AJUSTES-PERIODO.DAT se lista en el periodo en que se
      *       asento, con concepto "AJ.PER.ANT" y la fecha original;
      *       la baja de un alquiler de un mes cerrado se repone en
      *       su mes y el reverso va al periodo de la baja. Asi el
      *       libro de un mes ya presentado no cambia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRO-IVA.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT OPTIONAL PERIODOS-CERR ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PERIODOS-ESTADO.

           SELECT OPTIONAL AJUSTES-PER ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AJUSTES-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

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

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-FECHA           PIC 9(8).
       01  WS-PER-IVA          PIC S9(9)V99 VALUE 0.
       01  WS-PER-BRUTO        PIC S9(9)V99 VALUE 0.
       01  WS-CANT-RENGLONES   PIC 9(6)    VALUE 0.
      * Cierre contable: ultimo mes cerrado y ajustes de periodo
      * anterior (sin repetidos) que mandan un movimiento de un mes
      * cerrado al periodo en que se asento.
       77  PERIODOS-ESTADO     PIC XX.
       77  AJUSTES-ESTADO      PIC XX.
       77  WS-TOPE-AJUSTES     PIC 9(4)    VALUE 2000.
       01  WS-ULT-CERRADO      PIC 9(6)    VALUE 0.
       01  WS-CANT-AJP         PIC 9(4)    VALUE 0.
       01  WS-AJP-IDX          PIC 9(4).
       01  WS-AJP-J            PIC 9(4).
       01  WS-AJP-POS          PIC 9(4).
       01  WS-AJP-FECHA        PIC 9(8).
       01  WS-AJP-FECHA-R REDEFINES WS-AJP-FECHA.
           03 WS-AJP-PERIODO   PIC 9(6).
           03 FILLER           PIC 9(2).
       01  WS-CANT-IMPUTADOS   PIC 9(6)    VALUE 0.
       01  WS-BUSCA-AJUSTE.
           03 BUS-ORIGEN       PIC X(10).
           03 BUS-SIGNO        PIC X.
           03 BUS-PATENTE      PIC X(6).
           03 BUS-NRO-DOC      PIC X(20).
           03 BUS-FECHA-MOV    PIC 9(8).
      * Blanco = no se compara el concepto.
           03 BUS-CONCEPTO     PIC X(20).
       01  WS-TABLA-AJUSTES.
           03 WS-AJU OCCURS 2000 TIMES.
               05 TAJ-ORIGEN       PIC X(10).
               05 TAJ-SIGNO        PIC X.
               05 TAJ-PATENTE      PIC X(6).
               05 TAJ-NRO-DOC      PIC X(20).
               05 TAJ-FECHA-MOV    PIC 9(8).
               05 TAJ-CONCEPTO     PIC X(20).
               05 TAJ-PERIODO-IMPUT PIC 9(6).
               05 TAJ-NETO         PIC 9(9)V99.
               05 TAJ-IVA          PIC 9(9)V99.

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 003-LEER-PERIODOS-CERR.
            PERFORM 004-CARGAR-AJUSTES.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 050-PROCESAR.
            DISPLAY "LIBRO IVA: RENGLONES EMITIDOS: "
                WS-CANT-RENGLONES.
            IF WS-CANT-IMPUTADOS > 0
                DISPLAY "LIBRO IVA: AJUSTES DE PERIODO ANTERIOR "
                    "IMPUTADOS: " WS-CANT-IMPUTADOS.
            PERFORM 070-CERRAR-ARCHIVOS.
            STOP RUN.
      *-----------------------------------------------------------------
                   "PROCESA."
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       003-LEER-PERIODOS-CERR.
      *******
      * Ultimo mes cerrado por CIERRE-PER: el libro de esos meses ya
      * se presento y no puede cambiar.
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
      *-----------------------------------------------------------------
      *******
       004-CARGAR-AJUSTES.
      *******
      * Una corrida repetida puede haber asentado dos veces el mismo
      * ajuste: se carga una sola vez.
           OPEN INPUT AJUSTES-PER.
           IF AJUSTES-ESTADO = "00"
               PERFORM UNTIL AJUSTES-ESTADO NOT = "00"
                   READ AJUSTES-PER
                   IF AJUSTES-ESTADO = "00"
                       PERFORM 0041-CARGAR-UN-AJUSTE
                   END-IF
               END-PERFORM.
           CLOSE AJUSTES-PER.
      *******
       0041-CARGAR-UN-AJUSTE.
      *******
           MOVE AJP-ORIGEN TO BUS-ORIGEN.
           MOVE AJP-SIGNO TO BUS-SIGNO.
           MOVE AJP-PATENTE TO BUS-PATENTE.
           MOVE AJP-NRO-DOC TO BUS-NRO-DOC.
           MOVE AJP-FECHA-MOV TO BUS-FECHA-MOV.
           MOVE AJP-CONCEPTO TO BUS-CONCEPTO.
           PERFORM 025-BUSCAR-AJUSTE.
           IF WS-AJP-POS = 0
               IF WS-CANT-AJP < WS-TOPE-AJUSTES
                   ADD 1 TO WS-CANT-AJP
                   MOVE AJP-ORIGEN TO TAJ-ORIGEN(WS-CANT-AJP)
                   MOVE AJP-SIGNO TO TAJ-SIGNO(WS-CANT-AJP)
                   MOVE AJP-PATENTE TO TAJ-PATENTE(WS-CANT-AJP)
                   MOVE AJP-NRO-DOC TO TAJ-NRO-DOC(WS-CANT-AJP)
                   MOVE AJP-FECHA-MOV TO TAJ-FECHA-MOV(WS-CANT-AJP)
                   MOVE AJP-CONCEPTO TO TAJ-CONCEPTO(WS-CANT-AJP)
                   MOVE AJP-PERIODO-IMPUT TO
                       TAJ-PERIODO-IMPUT(WS-CANT-AJP)
                   MOVE AJP-NETO TO TAJ-NETO(WS-CANT-AJP)
                   MOVE AJP-IVA TO TAJ-IVA(WS-CANT-AJP)
               ELSE
                   DISPLAY "LIBRO-IVA: AJUSTES-PERIODO SUPERA LA "
                       "TABLA; AJUSTE SIN APLICAR: " AJP-ORIGEN " "
                       AJP-PATENTE " " AJP-FECHA-MOV.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
               DISPLAY "ERROR EN READ NOTAS-CREDITO FS: " NOTAS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       025-BUSCAR-AJUSTE.
      *******
      * Deja en WS-AJP-POS el ajuste con la clave de WS-BUSCA-AJUSTE
      * (0 si no hay).
           MOVE 0 TO WS-AJP-POS.
           PERFORM 026-COMPARAR-AJUSTE VARYING WS-AJP-J FROM 1 BY 1
               UNTIL WS-AJP-J > WS-CANT-AJP OR WS-AJP-POS NOT = 0.
      *******
       026-COMPARAR-AJUSTE.
      *******
           IF TAJ-ORIGEN(WS-AJP-J) = BUS-ORIGEN AND
               TAJ-SIGNO(WS-AJP-J) = BUS-SIGNO AND
               TAJ-PATENTE(WS-AJP-J) = BUS-PATENTE AND
               TAJ-NRO-DOC(WS-AJP-J) = BUS-NRO-DOC AND
               TAJ-FECHA-MOV(WS-AJP-J) = BUS-FECHA-MOV AND
               (BUS-CONCEPTO = SPACES OR
                TAJ-CONCEPTO(WS-AJP-J) = BUS-CONCEPTO)
               MOVE WS-AJP-J TO WS-AJP-POS.
      *******
       027-IMPUTAR-AJUSTE.
      *******
      * Un movimiento de un mes cerrado asentado despues del cierre va
      * al periodo en que se asento, con la fecha original a la vista.
           MOVE AUX-FECHA TO WS-AJP-FECHA.
           IF WS-ULT-CERRADO > 0 AND
               WS-AJP-PERIODO NOT > WS-ULT-CERRADO
               PERFORM 025-BUSCAR-AJUSTE
               IF WS-AJP-POS NOT = 0
                   COMPUTE AUX-FECHA =
                       TAJ-PERIODO-IMPUT(WS-AJP-POS) * 100 + 1
                   MOVE SPACES TO AUX-CONCEPTO
                   STRING "AJ.PER.ANT " WS-AJP-FECHA
                       DELIMITED BY SIZE INTO AUX-CONCEPTO
                   ADD 1 TO WS-CANT-IMPUTADOS.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
           PERFORM 020-LEER-MAE-ACT.
           IF NOTAS-ESTADO = "00" OR NOTAS-ESTADO = "05"
               PERFORM 022-LEER-NOTAS
               PERFORM CARGAR-NOTA UNTIL NOTAS-EOF = "SI".
           PERFORM CARGAR-BAJA VARYING WS-AJP-IDX FROM 1 BY 1
               UNTIL WS-AJP-IDX > WS-CANT-AJP.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
               PERFORM 059-DESGLOSAR-IVA
               MOVE WS-IVA-NETO TO AUX-NETO
               MOVE WS-IVA-IVA TO AUX-IVA.
           MOVE "ALQUILER" TO BUS-ORIGEN.
           MOVE "D" TO BUS-SIGNO.
           MOVE MAE-PATENTE TO BUS-PATENTE.
           MOVE MAE-NRO-DOC TO BUS-NRO-DOC.
           MOVE MAE-FECHA TO BUS-FECHA-MOV.
           MOVE SPACES TO BUS-CONCEPTO.
           PERFORM 027-IMPUTAR-AJUSTE.
           RELEASE REG-AUX.
           PERFORM 020-LEER-MAE-ACT.
      *******
               PERFORM 059-DESGLOSAR-IVA
               MOVE WS-IVA-NETO TO AUX-NETO
               MOVE WS-IVA-IVA TO AUX-IVA.
           MOVE "CARGO" TO BUS-ORIGEN.
           MOVE "D" TO BUS-SIGNO.
           MOVE CEX-PATENTE TO BUS-PATENTE.
           MOVE CEX-NRO-DOC TO BUS-NRO-DOC.
           MOVE CEX-FECHA TO BUS-FECHA-MOV.
           MOVE CEX-CONCEPTO TO BUS-CONCEPTO.
           PERFORM 027-IMPUTAR-AJUSTE.
           RELEASE REG-AUX.
           PERFORM 021-LEER-CARGOS.
      *******
               PERFORM 059-DESGLOSAR-IVA
               MOVE WS-IVA-NETO TO AUX-NETO
               MOVE WS-IVA-IVA TO AUX-IVA.
           MOVE "NOTA-CRED" TO BUS-ORIGEN.
           MOVE "C" TO BUS-SIGNO.
           MOVE NC-PATENTE TO BUS-PATENTE.
           MOVE NC-NRO-DOC TO BUS-NRO-DOC.
           MOVE NC-FECHA-EMISION TO BUS-FECHA-MOV.
           MOVE SPACES TO BUS-CONCEPTO.
           PERFORM 027-IMPUTAR-AJUSTE.
           RELEASE REG-AUX.
           PERFORM 022-LEER-NOTAS.
      *******
       CARGAR-BAJA.
      * La baja de un alquiler de un mes cerrado lo saco de
      * MAESTRO-ACT: se repone en su mes (el libro presentado no
      * cambia) y el reverso va al periodo en que se asento la baja.
      * Si el alquiler mismo habia entrado como ajuste, se repone en
      * el periodo al que se lo imputo.
           IF TAJ-ORIGEN(WS-AJP-IDX) = "ALQUILER" AND
               TAJ-SIGNO(WS-AJP-IDX) = "C"
               MOVE "ALQUILER" TO BUS-ORIGEN
               MOVE "D" TO BUS-SIGNO
               MOVE TAJ-PATENTE(WS-AJP-IDX) TO BUS-PATENTE
               MOVE TAJ-NRO-DOC(WS-AJP-IDX) TO BUS-NRO-DOC
               MOVE TAJ-FECHA-MOV(WS-AJP-IDX) TO BUS-FECHA-MOV
               MOVE SPACES TO BUS-CONCEPTO
               PERFORM 025-BUSCAR-AJUSTE
               IF WS-AJP-POS = 0
                   MOVE TAJ-FECHA-MOV(WS-AJP-IDX) TO AUX-FECHA
                   MOVE "ALQUILER" TO AUX-CONCEPTO
               ELSE
                   COMPUTE AUX-FECHA =
                       TAJ-PERIODO-IMPUT(WS-AJP-POS) * 100 + 1
                   MOVE SPACES TO AUX-CONCEPTO
                   STRING "AJ.PER.ANT " TAJ-FECHA-MOV(WS-AJP-IDX)
                       DELIMITED BY SIZE INTO AUX-CONCEPTO
               END-IF
               MOVE TAJ-NRO-DOC(WS-AJP-IDX) TO AUX-NRO-DOC
               MOVE "D" TO AUX-SIGNO
               MOVE TAJ-NETO(WS-AJP-IDX) TO AUX-NETO
               MOVE TAJ-IVA(WS-AJP-IDX) TO AUX-IVA
               RELEASE REG-AUX
               COMPUTE AUX-FECHA =
                   TAJ-PERIODO-IMPUT(WS-AJP-IDX) * 100 + 1
               MOVE SPACES TO AUX-CONCEPTO
               STRING "AJ.BAJA.ANT " TAJ-FECHA-MOV(WS-AJP-IDX)
                   DELIMITED BY SIZE INTO AUX-CONCEPTO
               MOVE "C" TO AUX-SIGNO
               RELEASE REG-AUX
               ADD 1 TO WS-CANT-IMPUTADOS.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
