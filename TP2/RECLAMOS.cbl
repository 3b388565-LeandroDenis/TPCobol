      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: libro de reclamos de clientes. Aplica
      *       RECLAMOS-NOVEDADES.TXT sobre RECLAMOS.DAT (indexado por
      *       patente+fecha del alquiler y secuencia): el alta ("A")
      *       se valida contra el alquiler de MAESTRO.DAT (o de
      *       MAESTRO-HISTORICO.DAT si ya se purgo) y su documento, y
      *       toma el chofer de ALQ-CHOFER; el cambio ("M") pasa el
      *       reclamo a "P" en proceso o a "R" resuelto con su
      *       resolucion. Un resuelto con credito emite la nota en
      *       NOTAS-CREDITO.DAT, con el mismo desglose de IVA que
      *       NOTAS-CRED. Informe de aplicados y rechazados en
      *       RECLAMOS-INFORME.DAT; la antiguedad de los abiertos la
      *       lista RECLAMOS-ANT y el puntaje por legajo sale junto al
      *       ranking de TP2.
      *   LD  Cierre contable: una nota emitida con fecha de un mes ya
      *       cerrado (PERIODOS-CERRADOS.DAT, lo asienta CIERRE-PER) se
      *       informa ademas en AJUSTES-PERIODO.DAT como ajuste de
      *       periodo anterior imputado al primer periodo abierto, y
      *       sale por consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RCL-CLAVE
                               FILE STATUS IS RCL-ESTADO-FS.

           SELECT NOVEDADES    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOVEDADES-ESTADO.

           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT OPTIONAL HISTORICO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS HISTORICO-ESTADO.

           SELECT NOTAS        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOTAS-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT INFORME      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS INFORME-ESTADO.

           SELECT OPTIONAL PERIODOS-CERR ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PERIODOS-ESTADO.

           SELECT AJUSTES-PER  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AJUSTES-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Libro de reclamos: una fila por reclamo, colgada del alquiler
      * (patente+fecha) con una secuencia para los reclamos repetidos
      * sobre el mismo dia alquilado.
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
      * Legajo del alquiler (ALQ-CHOFER); blanco si conducia el
      * cliente.
           03 RCL-CHOFER           PIC X(7).
      * "A" abierto / "P" en proceso / "R" resuelto.
           03 RCL-ESTADO           PIC X.
           03 RCL-FECHA-ALTA       PIC 9(8).
           03 RCL-FECHA-RESOL      PIC 9(8).
           03 RCL-IMPORTE-ALQ      PIC 9(4)V99.
           03 RCL-DESCRIPCION      PIC X(40).
           03 RCL-RESOLUCION       PIC X(40).
      * Credito otorgado al resolver (0 = sin nota de credito).
           03 RCL-IMPORTE-CREDITO  PIC 9(4)V99.

      * Novedades de reclamos: "A" alta (la secuencia la asigna el
      * programa), "M" cambio de estado y resolucion sobre
      * patente+fecha+secuencia (los campos en blanco no se tocan).
       FD  NOVEDADES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RECLAMOS-NOVEDADES.TXT".
       01  NOV.
           03 NOV-OPERACION        PIC X.
           03 NOV-PATENTE          PIC X(6).
           03 NOV-FECHA            PIC 9(8).
           03 NOV-SECUENCIA        PIC X(2).
           03 NOV-TIPO-DOC         PIC X.
           03 NOV-NRO-DOC          PIC X(20).
           03 NOV-CATEGORIA        PIC X.
           03 NOV-ESTADO           PIC X.
           03 NOV-DESCRIPCION      PIC X(40).
           03 NOV-RESOLUCION       PIC X(40).
      * Credito en 6 digitos (9(4)V99); blanco = sin credito.
           03 NOV-IMPORTE-CREDITO  PIC X(6).

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
           03  ALQ-MODO            PIC X.

      * Alquileres ya purgados de MAESTRO.DAT (ver PURGA-MAE).
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

      * Notas de credito para facturacion (ver NOTAS-CRED); se
      * acumulan hasta que FACTURA-CLI las informe.
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
           03  NC-INFORMADA           PIC X.

      * Fecha de proceso (AAAAMMDD), mismo criterio que COBERTURA.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan FECHA-CORRIDA
      * e IVA-TASA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  INFORME LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RECLAMOS-INFORME.DAT".
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
       77  NOVEDADES-EOF       PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  HISTORICO-EOF       PIC XXX     VALUE "NO".
       77  RCL-ESTADO-FS       PIC XX.
       77  NOVEDADES-ESTADO    PIC XX.
       77  M-ESTADO            PIC XX.
       77  HISTORICO-ESTADO    PIC XX.
       77  NOTAS-ESTADO        PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  INFORME-ESTADO      PIC XX.
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
       77  WS-FECHA-PROCESO    PIC 9(8).
       77  WS-TASA-IVA         PIC 99V99   VALUE 21,00.
       01  WS-PARM-TASA        PIC 9(4).
       01  WS-IVA-NETO         PIC 9(4)V99.
       01  WS-CREDITO          PIC 9(4)V99.
       01  WS-CANT-APLICADOS   PIC 9(5)    VALUE 0.
       01  WS-CANT-RECHAZADOS  PIC 9(5)    VALUE 0.
       01  WS-CANT-NOTAS       PIC 9(5)    VALUE 0.
       01  WS-TOT-CREDITO      PIC 9(7)V99 VALUE 0.
       01  WS-MOV-VALIDO       PIC X(2).
       01  WS-MOTIVO-RECH      PIC X(40).
      * Alquiler reclamado, tomado de MAESTRO.DAT o del historico.
       01  WS-ALQ-ENCONTRADO   PIC X(2).
       01  WS-ALQ-TIPO-DOC     PIC X.
       01  WS-ALQ-NRO-DOC      PIC X(20).
       01  WS-ALQ-IMPORTE      PIC 9(4)V99.
       01  WS-ALQ-CHOFER       PIC X(7).
       01  WS-SEC              PIC 9(3).
       01  WS-SEC-GRABADA      PIC X(2).

       01  PE1-ENCABE.
           03 FILLER           PIC X(46) VALUE
               'Novedades de reclamos - aplicadas y rechazadas'.
           03 FILLER           PIC X(4)  VALUE ' al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PTR-ROW.
           03 ROW-RESULTADO    PIC X(10).
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-OPERACION    PIC X.
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X VALUE ' '.
           03 ROW-FECHA        PIC 9(8).
           03 FILLER           PIC X VALUE '-'.
           03 ROW-SECUENCIA    PIC 99.
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-MOTIVO       PIC X(40).
       01  PTR-NOTA.
           03 FILLER           PIC X(27) VALUE
               '            Nota de credito'.
           03 NOTA-IMPORTE     PIC ZZZ9,99.
       01  PTR-TOTALES.
           03 FILLER           PIC X(11) VALUE 'Aplicadas: '.
           03 TOT-APLICADOS    PIC ZZZZ9.
           03 FILLER           PIC X(14) VALUE '  Rechazadas: '.
           03 TOT-RECHAZADOS   PIC ZZZZ9.
       01  PTR-TOTAL-NOTAS.
           03 FILLER           PIC X(26) VALUE
               'Notas de credito emitidas:'.
           03 TOT-NOTAS        PIC ZZZZ9.
           03 FILLER           PIC X(10) VALUE '  Credito '.
           03 TOT-CREDITO      PIC ZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 090-LEER-PERIODOS-CERR.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 020-LEER-NOVEDAD.
            PERFORM 050-PROCESAR-NOVEDAD UNTIL NOVEDADES-EOF = "SI".
            WRITE LINEA FROM PE2-ENCABE.
            MOVE WS-CANT-APLICADOS TO TOT-APLICADOS.
            MOVE WS-CANT-RECHAZADOS TO TOT-RECHAZADOS.
            WRITE LINEA FROM PTR-TOTALES.
            MOVE WS-CANT-NOTAS TO TOT-NOTAS.
            MOVE WS-TOT-CREDITO TO TOT-CREDITO.
            WRITE LINEA FROM PTR-TOTAL-NOTAS.
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
                   IF PARAMETROS-ESTADO = "00"
                       PERFORM 0011-APLICAR-PARM
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      *******
       0011-APLICAR-PARM.
      *******
           IF PARM-CLAVE = "FECHA-CORRIDA" AND
               PARM-VALOR(1:8) IS NUMERIC
               MOVE PARM-VALOR(1:8) TO WS-PARM-FECHA
               MOVE "SI" TO WS-PARM-HAY-FECHA.
      * VALOR: tasa en 4 digitos (99V99), p.ej. 2100 = 21,00.
           IF PARM-CLAVE = "IVA-TASA" AND
               PARM-VALOR(1:4) IS NUMERIC
               MOVE PARM-VALOR(1:4) TO WS-PARM-TASA
               COMPUTE WS-TASA-IVA = WS-PARM-TASA / 100.
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
      * OPEN I-O para acumular el libro entre corridas; si el archivo
      * todavia no existe (primera corrida) se crea y se reabre.
           OPEN I-O RECLAMOS.
           IF RCL-ESTADO-FS = "35"
               OPEN OUTPUT RECLAMOS
               CLOSE RECLAMOS
               OPEN I-O RECLAMOS.
           IF RCL-ESTADO-FS NOT = ZERO
               DISPLAY "ERROR EN OPEN RECLAMOS FS: " RCL-ESTADO-FS
               STOP RUN.
           OPEN INPUT NOVEDADES.
           IF NOVEDADES-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN RECLAMOS-NOVEDADES FS: "
                   NOVEDADES-ESTADO
               STOP RUN.
           OPEN INPUT M.
           IF M-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO FS: " M-ESTADO
               STOP RUN.
      * Las notas se acumulan hasta que facturacion las procese; si el
      * archivo todavia no existe se crea y se reabre.
           OPEN EXTEND NOTAS.
           IF NOTAS-ESTADO = "35"
               OPEN OUTPUT NOTAS
               CLOSE NOTAS
               OPEN EXTEND NOTAS.
           IF NOTAS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN NOTAS-CREDITO FS: " NOTAS-ESTADO
               STOP RUN.
           OPEN OUTPUT INFORME.
           IF INFORME-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN RECLAMOS-INFORME FS: "
                   INFORME-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
      *-----------------------------------------------------------------
      *******
       050-PROCESAR-NOVEDAD.
      *******
           MOVE "SI" TO WS-MOV-VALIDO.
           MOVE SPACES TO WS-MOTIVO-RECH.
           MOVE 0 TO WS-CREDITO.
           MOVE 0 TO RCL-SECUENCIA.
           EVALUATE NOV-OPERACION
               WHEN "A" PERFORM 052-APLICAR-ALTA
               WHEN "M" PERFORM 054-APLICAR-CAMBIO
               WHEN OTHER
                   MOVE "NO" TO WS-MOV-VALIDO
                   MOVE "Operacion no reconocida" TO WS-MOTIVO-RECH
           END-EVALUATE.
           IF WS-MOV-VALIDO = "SI"
               ADD 1 TO WS-CANT-APLICADOS
               MOVE "APLICADA" TO ROW-RESULTADO
           ELSE
               ADD 1 TO WS-CANT-RECHAZADOS
               MOVE "RECHAZADA" TO ROW-RESULTADO.
           MOVE NOV-OPERACION TO ROW-OPERACION.
           MOVE NOV-PATENTE TO ROW-PATENTE.
           MOVE NOV-FECHA TO ROW-FECHA.
           MOVE RCL-SECUENCIA TO ROW-SECUENCIA.
           MOVE WS-MOTIVO-RECH TO ROW-MOTIVO.
           WRITE LINEA FROM PTR-ROW.
           IF WS-MOV-VALIDO = "SI" AND WS-CREDITO > 0
               MOVE WS-CREDITO TO NOTA-IMPORTE
               WRITE LINEA FROM PTR-NOTA.
           PERFORM 020-LEER-NOVEDAD.
      *-----------------------------------------------------------------
      *******
       052-APLICAR-ALTA.
      *******
           PERFORM 060-BUSCAR-ALQUILER.
           IF WS-ALQ-ENCONTRADO NOT = "SI"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Alquiler inexistente" TO WS-MOTIVO-RECH
           ELSE
           IF NOV-TIPO-DOC NOT = WS-ALQ-TIPO-DOC OR
               NOV-NRO-DOC NOT = WS-ALQ-NRO-DOC
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento no coincide con el alquiler" TO
                   WS-MOTIVO-RECH
           ELSE
           IF NOV-CATEGORIA NOT = "C" AND NOT = "A" AND NOT = "F"
               AND NOT = "O"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Categoria no reconocida" TO WS-MOTIVO-RECH
           ELSE
           IF NOV-CATEGORIA = "C" AND WS-ALQ-CHOFER = SPACES
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Reclamo de chofer en alquiler sin chofer" TO
                   WS-MOTIVO-RECH
           ELSE
               PERFORM 053-GRABAR-ALTA.
      *******
       053-GRABAR-ALTA.
      *******
      * La secuencia es la primera libre para el dia alquilado.
           MOVE NOV-PATENTE TO RCL-PATENTE.
           MOVE NOV-FECHA TO RCL-FECHA.
           MOVE NOV-TIPO-DOC TO RCL-TIPO-DOC.
           MOVE NOV-NRO-DOC TO RCL-NRO-DOC.
           MOVE NOV-CATEGORIA TO RCL-CATEGORIA.
           MOVE WS-ALQ-CHOFER TO RCL-CHOFER.
           MOVE "A" TO RCL-ESTADO.
           MOVE WS-FECHA-PROCESO TO RCL-FECHA-ALTA.
           MOVE 0 TO RCL-FECHA-RESOL.
           MOVE WS-ALQ-IMPORTE TO RCL-IMPORTE-ALQ.
           MOVE NOV-DESCRIPCION TO RCL-DESCRIPCION.
           MOVE SPACES TO RCL-RESOLUCION.
           MOVE 0 TO RCL-IMPORTE-CREDITO.
           MOVE "NO" TO WS-SEC-GRABADA.
           PERFORM 0531-PROBAR-SECUENCIA VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > 99 OR WS-SEC-GRABADA = "SI".
           IF WS-SEC-GRABADA NOT = "SI"
               MOVE 0 TO RCL-SECUENCIA
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Mas de 99 reclamos sobre el alquiler" TO
                   WS-MOTIVO-RECH.
      *******
       0531-PROBAR-SECUENCIA.
      *******
           MOVE WS-SEC TO RCL-SECUENCIA.
           WRITE RCL.
           IF RCL-ESTADO-FS = "00"
               MOVE "SI" TO WS-SEC-GRABADA
           ELSE
               IF RCL-ESTADO-FS NOT = "22"
                   DISPLAY "ERROR EN WRITE RECLAMOS FS: "
                       RCL-ESTADO-FS
                   STOP RUN.
      *-----------------------------------------------------------------
      *******
       054-APLICAR-CAMBIO.
      *******
      * Solo pisa los campos informados; un reclamo resuelto queda
      * cerrado y no admite cambios.
           MOVE NOV-PATENTE TO RCL-PATENTE.
           MOVE NOV-FECHA TO RCL-FECHA.
           IF NOV-SECUENCIA IS NUMERIC
               MOVE NOV-SECUENCIA TO RCL-SECUENCIA
           ELSE
               MOVE 0 TO RCL-SECUENCIA.
           READ RECLAMOS
               INVALID KEY CONTINUE.
           IF RCL-ESTADO-FS NOT = "00"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Reclamo inexistente" TO WS-MOTIVO-RECH
           ELSE
           IF RCL-ESTADO = "R"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Reclamo ya resuelto" TO WS-MOTIVO-RECH
           ELSE
           IF NOV-ESTADO NOT = "P" AND NOT = "R"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Estado no reconocido" TO WS-MOTIVO-RECH
           ELSE
           IF NOV-ESTADO = "R" AND NOV-RESOLUCION = SPACES AND
               RCL-RESOLUCION = SPACES
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Resuelto sin resolucion" TO WS-MOTIVO-RECH
           ELSE
           IF NOV-IMPORTE-CREDITO NOT = SPACES AND
               NOV-IMPORTE-CREDITO IS NOT NUMERIC
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Importe de credito mal formado" TO
                   WS-MOTIVO-RECH
           ELSE
               PERFORM 055-GRABAR-CAMBIO.
      *******
       055-GRABAR-CAMBIO.
      *******
      * El credito solo se emite al resolver; en un "P" se ignora.
           IF NOV-ESTADO = "R" AND NOV-IMPORTE-CREDITO IS NUMERIC
               MOVE NOV-IMPORTE-CREDITO TO WS-CREDITO(1:6).
           IF WS-CREDITO > RCL-IMPORTE-ALQ
               MOVE 0 TO WS-CREDITO
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Credito mayor que el alquiler" TO
                   WS-MOTIVO-RECH
           ELSE
               MOVE NOV-ESTADO TO RCL-ESTADO
               IF NOV-RESOLUCION NOT = SPACES
                   MOVE NOV-RESOLUCION TO RCL-RESOLUCION
               END-IF
               IF NOV-ESTADO = "R"
                   MOVE WS-FECHA-PROCESO TO RCL-FECHA-RESOL
                   MOVE WS-CREDITO TO RCL-IMPORTE-CREDITO
               END-IF
               REWRITE RCL
               IF RCL-ESTADO-FS NOT = "00"
                   DISPLAY "ERROR EN REWRITE RECLAMOS FS: "
                       RCL-ESTADO-FS
                   STOP RUN
               END-IF
               IF WS-CREDITO > 0
                   PERFORM 058-EMITIR-NOTA.
      *******
       058-EMITIR-NOTA.
      *******
      * Nota de credito sin penalidad sobre el alquiler reclamado;
      * desglose de IVA: neto por division, impuesto por diferencia.
           MOVE WS-FECHA-PROCESO TO NC-FECHA-EMISION.
           MOVE RCL-PATENTE TO NC-PATENTE.
           MOVE RCL-FECHA TO NC-FECHA-ALQUILER.
           MOVE RCL-TIPO-DOC TO NC-TIPO-DOC.
           MOVE RCL-NRO-DOC TO NC-NRO-DOC.
           MOVE RCL-IMPORTE-ALQ TO NC-IMPORTE-ORIGINAL.
           MOVE 0 TO NC-PENALIDAD-PCT.
           MOVE WS-CREDITO TO NC-IMPORTE-REEMBOLSO.
           COMPUTE WS-IVA-NETO ROUNDED = WS-CREDITO /
               (1 + WS-TASA-IVA / 100).
           MOVE WS-IVA-NETO TO NC-NETO.
           COMPUTE NC-IVA = WS-CREDITO - WS-IVA-NETO.
           MOVE SPACE TO NC-INFORMADA.
           WRITE NC.
           IF NOTAS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE NOTAS-CREDITO FS: "
                   NOTAS-ESTADO
               STOP RUN.
           PERFORM 092-AJUSTE-NOTA.
           ADD 1 TO WS-CANT-NOTAS.
           ADD WS-CREDITO TO WS-TOT-CREDITO.
      *-----------------------------------------------------------------
      *******
       060-BUSCAR-ALQUILER.
      *******
      * Primero el maestro por clave; si el alquiler ya se purgo se
      * recorre el historico.
           MOVE "NO" TO WS-ALQ-ENCONTRADO.
           MOVE NOV-PATENTE TO ALQ-PATENTE.
           MOVE NOV-FECHA TO ALQ-FECHA.
           READ M
               INVALID KEY CONTINUE.
           IF M-ESTADO = "00"
               MOVE "SI" TO WS-ALQ-ENCONTRADO
               MOVE ALQ-TIPO-DOC TO WS-ALQ-TIPO-DOC
               MOVE ALQ-NRO-DOC TO WS-ALQ-NRO-DOC
               MOVE ALQ-IMPORTE TO WS-ALQ-IMPORTE
               MOVE ALQ-CHOFER TO WS-ALQ-CHOFER
           ELSE
               PERFORM 062-BUSCAR-HISTORICO.
      *******
       062-BUSCAR-HISTORICO.
      *******
           MOVE "NO" TO HISTORICO-EOF.
           OPEN INPUT HISTORICO.
           IF HISTORICO-ESTADO = "00"
               PERFORM 064-LEER-HISTORICO
               PERFORM 063-COMPARAR-HISTORICO
                   UNTIL HISTORICO-EOF = "SI" OR
                       WS-ALQ-ENCONTRADO = "SI".
           CLOSE HISTORICO.
      *******
       063-COMPARAR-HISTORICO.
      *******
           IF HIST-PATENTE = NOV-PATENTE AND HIST-FECHA = NOV-FECHA
               MOVE "SI" TO WS-ALQ-ENCONTRADO
               MOVE HIST-TIPO-DOC TO WS-ALQ-TIPO-DOC
               MOVE HIST-NRO-DOC TO WS-ALQ-NRO-DOC
               MOVE HIST-IMPORTE TO WS-ALQ-IMPORTE
               MOVE HIST-CHOFER TO WS-ALQ-CHOFER
           ELSE
               PERFORM 064-LEER-HISTORICO.
      *******
       064-LEER-HISTORICO.
      *******
           READ HISTORICO
               AT END MOVE "SI" TO HISTORICO-EOF.
           IF HISTORICO-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MAESTRO-HISTORICO FS: "
                   HISTORICO-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               RECLAMOS
               NOVEDADES
               M
               NOTAS
               INFORME.
           IF WS-AJUSTES-ABIERTO = "SI"
               CLOSE AJUSTES-PER
               DISPLAY "AJUSTES DE PERIODO ANTERIOR: " WS-CANT-AJUSTES.
      *-----------------------------------------------------------------
      *******
       020-LEER-NOVEDAD.
      *******
           READ NOVEDADES
               AT END MOVE "SI" TO NOVEDADES-EOF.
           IF NOVEDADES-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ RECLAMOS-NOVEDADES FS: "
                   NOVEDADES-ESTADO
               STOP RUN.
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
       092-AJUSTE-NOTA.
      *******
      * Una nota emitida con fecha de un mes ya cerrado no toca ese
      * mes: va al primer periodo abierto como ajuste.
           MOVE NC-FECHA-EMISION TO WS-AJP-FECHA.
           IF WS-ULT-CERRADO > 0 AND
               WS-AJP-PERIODO NOT > WS-ULT-CERRADO
               MOVE "NOTA-CRED" TO AJP-ORIGEN
               MOVE "C" TO AJP-SIGNO
               MOVE NC-PATENTE TO AJP-PATENTE
               MOVE NC-NRO-DOC TO AJP-NRO-DOC
               MOVE "NOTA DE CREDITO" TO AJP-CONCEPTO
               MOVE NC-NETO TO AJP-NETO
               MOVE NC-IVA TO AJP-IVA
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
           MOVE "RECLAMOS" TO AJP-PROGRAMA.
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
       END PROGRAM RECLAMOS.
