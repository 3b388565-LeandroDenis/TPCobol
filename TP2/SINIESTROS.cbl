      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: seguimiento de siniestros ante el
      *       seguro. SINIESTROS.DAT (indexado por patente+fecha)
      *       guarda cada siniestro con el cliente que tenia el auto,
      *       la aseguradora, los terceros, la denuncia policial y los
      *       importes. Se abre solo desde un daño grave ("G") de
      *       DEVOLUCIONES.DAT, con el cliente de MAESTRO.DAT y la
      *       aseguradora de la clave SINIESTRO-ASEGURADORA, o a mano
      *       desde SINIESTROS-NOVEDADES.TXT. Las novedades completan
      *       datos ("D"), mueven el estado ("E": denunciado,
      *       inspeccionado, aprobado, rechazado) y aplican el pago de
      *       la aseguradora ("P"), que pasa a pagado cuando cubre lo
      *       aprobado. Al aprobarse, la franquicia (clave
      *       SINIESTRO-FRANQUICIA si la novedad no la trae) se le
      *       carga al cliente en CARGOS-EXTRA.DAT. Informe de la
      *       corrida en SINIESTROS-INFORME.DAT; lo pendiente de
      *       cobro por aseguradora lo lista SINI-ABIERTOS.
      *   LD  Cierre contable: un cargo fechado en un mes ya cerrado
      *       (PERIODOS-CERRADOS.DAT, lo asienta CIERRE-PER) se informa
      *       ademas en AJUSTES-PERIODO.DAT como ajuste de periodo
      *       anterior imputado al primer periodo abierto, y sale por
      *       consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINIESTROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINIESTROS   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS SIN-CLAVE
                               FILE STATUS IS SIN-ESTADO-FS.

           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DEVOL-ESTADO.

           SELECT OPTIONAL NOVEDADES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOVEDADES-ESTADO.

           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT CARGOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CARGOS-ESTADO.

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
      * Siniestros: uno por patente y fecha del hecho.
       FD  SINIESTROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../SINIESTROS.DAT".
       01  SIN.
           03 SIN-CLAVE.
               05 SIN-PATENTE      PIC X(6).
               05 SIN-FECHA        PIC 9(8).
      * "D" abierto desde DEVOLUCIONES.DAT / "M" parte manual.
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
      * Estimado del daño al denunciar; aprobado por la aseguradora.
           03 SIN-MONTO-ESTIMADO   PIC 9(7)V99.
           03 SIN-MONTO-APROBADO   PIC 9(7)V99.
           03 SIN-FRANQUICIA       PIC 9(6)V99.
      * "S" cuando la franquicia ya salio a CARGOS-EXTRA.DAT.
           03 SIN-FRANQ-CARGADA    PIC X.
           03 SIN-MONTO-COBRADO    PIC 9(7)V99.
           03 SIN-FECHA-COBRO      PIC 9(8).

       FD  DEVOLUCIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DEVOLUCIONES.DAT".
       01  DEV.
           03  DEV-PATENTE         PIC X(6).
           03  DEV-FECHA           PIC 9(8).
           03  DEV-KM              PIC 9(7).
           03  DEV-COMBUSTIBLE     PIC X.
           03  DEV-DANIO           PIC X.
           03  DEV-AGENCIA         PIC 9.

      * Novedades de siniestros: "A" alta manual, "D" datos (los
      * campos en blanco no se tocan), "E" cambio de estado, "P" pago
      * de la aseguradora. Los importes van sin coma, con 2 decimales.
       FD  NOVEDADES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../SINIESTROS-NOVEDADES.TXT".
       01  NOV.
           03 NOV-OPERACION        PIC X.
           03 NOV-PATENTE          PIC X(6).
           03 NOV-FECHA            PIC 9(8).
           03 NOV-TIPO-DOC         PIC X.
           03 NOV-NRO-DOC          PIC X(20).
           03 NOV-ASEGURADORA      PIC X(20).
           03 NOV-TERCEROS         PIC X(40).
           03 NOV-DENUNCIA         PIC X(15).
           03 NOV-ESTADO           PIC X.
      * Estimado ("A"/"D"), aprobado ("E" a "A") o cobrado ("P").
           03 NOV-IMPORTE          PIC X(9).
           03 NOV-FRANQUICIA       PIC X(8).

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
      * Desglose de IVA del cargo (tasa IVA-TASA): neto gravado e
      * impuesto; CEX-IMPORTE = CEX-NETO + CEX-IVA.
           03  CEX-NETO            PIC 9(6)V99.
           03  CEX-IVA             PIC 9(6)V99.

      * Fecha de proceso (AAAAMMDD), mismo criterio que COBERTURA.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan
      * FECHA-CORRIDA, IVA-TASA, SINIESTRO-FRANQUICIA y
      * SINIESTRO-ASEGURADORA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  INFORME LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../SINIESTROS-INFORME.DAT".
       01  LINEA               PIC X(90).

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
       77  DEVOL-EOF           PIC XXX     VALUE "NO".
       77  NOVEDADES-EOF       PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  SIN-ESTADO-FS       PIC XX.
       77  DEVOL-ESTADO        PIC XX.
       77  NOVEDADES-ESTADO    PIC XX.
       77  M-ESTADO            PIC XX.
       77  CARGOS-ESTADO       PIC XX.
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
      * Franquicia de la poliza de la flota (clave
      * SINIESTRO-FRANQUICIA, 9(6)V99 en 8 digitos) y aseguradora por
      * omision de los siniestros abiertos desde una devolucion (clave
      * SINIESTRO-ASEGURADORA).
       77  WS-FRANQUICIA       PIC 9(6)V99 VALUE 800,00.
       01  WS-PARM-FRANQUICIA  PIC 9(8).
       01  WS-ASEGURADORA      PIC X(20)   VALUE SPACES.
       01  WS-IVA-NETO         PIC 9(6)V99.
       01  WS-IMPORTE          PIC 9(7)V99.
       01  WS-CANT-ABIERTOS-DEV PIC 9(5)   VALUE 0.
       01  WS-CANT-APLICADOS   PIC 9(5)    VALUE 0.
       01  WS-CANT-RECHAZADOS  PIC 9(5)    VALUE 0.
       01  WS-CANT-FRANQUICIAS PIC 9(5)    VALUE 0.
       01  WS-TOT-COBRADO      PIC 9(9)V99 VALUE 0.
       01  WS-MOV-VALIDO       PIC X(2).
       01  WS-HAY-DETALLE      PIC X(2).
       01  WS-MOTIVO-RECH      PIC X(40).
      * Cliente que tenia el auto en la fecha del siniestro.
       01  WS-HAY-ALQUILER     PIC X(2).
       01  WS-FIN-PATENTE      PIC X(2).
       01  WS-BUSCA-PATENTE    PIC X(6).
       01  WS-BUSCA-FECHA      PIC 9(8).
       01  WS-ALQ-TIPO-DOC     PIC X.
       01  WS-ALQ-NRO-DOC      PIC X(20).

       01  PE1-ENCABE.
           03 FILLER           PIC X(31) VALUE
               'Siniestros - corrida del '.
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
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-ESTADO       PIC X.
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-MOTIVO       PIC X(40).
       01  PTR-IMPORTE.
           03 FILLER           PIC X(12) VALUE ' '.
           03 IMP-DESC         PIC X(20).
           03 IMP-IMPORTE      PIC ZZZZZZ9,99.
       01  PTR-TOTALES.
           03 FILLER           PIC X(23) VALUE
               'Abiertos por devolucion'.
           03 TOT-ABIERTOS-DEV PIC ZZZZ9.
           03 FILLER           PIC X(13) VALUE '  Aplicadas: '.
           03 TOT-APLICADOS    PIC ZZZZ9.
           03 FILLER           PIC X(14) VALUE '  Rechazadas: '.
           03 TOT-RECHAZADOS   PIC ZZZZ9.
       01  PTR-TOTAL-COBROS.
           03 FILLER           PIC X(23) VALUE
               'Franquicias cargadas: '.
           03 TOT-FRANQUICIAS  PIC ZZZZ9.
           03 FILLER           PIC X(22) VALUE
               '  Cobrado al seguro: '.
           03 TOT-COBRADO      PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 090-LEER-PERIODOS-CERR.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 030-ABRIR-DESDE-DEVOLUCIONES.
            PERFORM 020-LEER-NOVEDAD.
            PERFORM 050-PROCESAR-NOVEDAD UNTIL NOVEDADES-EOF = "SI".
            WRITE LINEA FROM PE2-ENCABE.
            MOVE WS-CANT-ABIERTOS-DEV TO TOT-ABIERTOS-DEV.
            MOVE WS-CANT-APLICADOS TO TOT-APLICADOS.
            MOVE WS-CANT-RECHAZADOS TO TOT-RECHAZADOS.
            WRITE LINEA FROM PTR-TOTALES.
            MOVE WS-CANT-FRANQUICIAS TO TOT-FRANQUICIAS.
            MOVE WS-TOT-COBRADO TO TOT-COBRADO.
            WRITE LINEA FROM PTR-TOTAL-COBROS.
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
      * VALOR: importe en 8 digitos (9(6)V99), p.ej. 00080000.
           IF PARM-CLAVE = "SINIESTRO-FRANQUICIA"
               IF PARM-VALOR(1:8) IS NUMERIC
                   MOVE PARM-VALOR(1:8) TO WS-PARM-FRANQUICIA
                   COMPUTE WS-FRANQUICIA = WS-PARM-FRANQUICIA / 100
               ELSE
                   DISPLAY "PARAMETROS: SINIESTRO-FRANQUICIA MAL "
                       "FORMADA: " PARM-VALOR.
           IF PARM-CLAVE = "SINIESTRO-ASEGURADORA"
               MOVE PARM-VALOR(1:20) TO WS-ASEGURADORA.
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
      * OPEN I-O para acumular entre corridas; si el archivo todavia
      * no existe (primera corrida) se crea y se reabre.
           OPEN I-O SINIESTROS.
           IF SIN-ESTADO-FS = "35"
               OPEN OUTPUT SINIESTROS
               CLOSE SINIESTROS
               OPEN I-O SINIESTROS.
           IF SIN-ESTADO-FS NOT = ZERO
               DISPLAY "ERROR EN OPEN SINIESTROS FS: " SIN-ESTADO-FS
               STOP RUN.
           OPEN INPUT M.
           IF M-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO FS: " M-ESTADO
               STOP RUN.
           OPEN EXTEND CARGOS.
           IF CARGOS-ESTADO = "35"
               OPEN OUTPUT CARGOS
               CLOSE CARGOS
               OPEN EXTEND CARGOS.
           IF CARGOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CARGOS-EXTRA FS: " CARGOS-ESTADO
               STOP RUN.
           OPEN OUTPUT INFORME.
           IF INFORME-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN SINIESTROS-INFORME FS: "
                   INFORME-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
      * Sin novedades del dia solo se abren los de DEVOLUCIONES.DAT.
           OPEN INPUT NOVEDADES.
           IF NOVEDADES-ESTADO NOT = "00"
               MOVE "SI" TO NOVEDADES-EOF.
      *-----------------------------------------------------------------
      *******
       030-ABRIR-DESDE-DEVOLUCIONES.
      *******
      * Cada daño grave del check-in abre su siniestro; una devolucion
      * ya procesada en otra corrida da estado 22 y no se repite.
           OPEN INPUT DEVOLUCIONES.
           IF DEVOL-ESTADO = "00"
               PERFORM 032-LEER-DEVOLUCION
               PERFORM 034-ABRIR-SINIESTRO-DEV
                   UNTIL DEVOL-EOF = "SI".
           CLOSE DEVOLUCIONES.
      *******
       032-LEER-DEVOLUCION.
      *******
           READ DEVOLUCIONES
               AT END MOVE "SI" TO DEVOL-EOF.
           IF DEVOL-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ DEVOLUCIONES FS: " DEVOL-ESTADO
               STOP RUN.
      *******
       034-ABRIR-SINIESTRO-DEV.
      *******
           IF DEV-DANIO = "G"
               MOVE DEV-PATENTE TO WS-BUSCA-PATENTE
               MOVE DEV-FECHA TO WS-BUSCA-FECHA
               PERFORM 060-BUSCAR-ALQUILER
               INITIALIZE SIN
               MOVE DEV-PATENTE TO SIN-PATENTE
               MOVE DEV-FECHA TO SIN-FECHA
               MOVE "D" TO SIN-ORIGEN
               MOVE WS-ALQ-TIPO-DOC TO SIN-TIPO-DOC
               MOVE WS-ALQ-NRO-DOC TO SIN-NRO-DOC
               MOVE WS-ASEGURADORA TO SIN-ASEGURADORA
               MOVE "D" TO SIN-ESTADO
               MOVE WS-FECHA-PROCESO TO SIN-FECHA-ALTA
               MOVE WS-FECHA-PROCESO TO SIN-FECHA-ESTADO
               MOVE "N" TO SIN-FRANQ-CARGADA
               WRITE SIN
               IF SIN-ESTADO-FS = "00"
                   ADD 1 TO WS-CANT-ABIERTOS-DEV
                   MOVE "ABIERTO" TO ROW-RESULTADO
                   MOVE "G" TO ROW-OPERACION
                   MOVE DEV-PATENTE TO ROW-PATENTE
                   MOVE DEV-FECHA TO ROW-FECHA
                   MOVE "D" TO ROW-ESTADO
                   MOVE "Danio grave en la devolucion" TO ROW-MOTIVO
                   WRITE LINEA FROM PTR-ROW
               ELSE
                   IF SIN-ESTADO-FS NOT = "22"
                       DISPLAY "ERROR EN WRITE SINIESTROS FS: "
                           SIN-ESTADO-FS
                       STOP RUN.
           PERFORM 032-LEER-DEVOLUCION.
      *-----------------------------------------------------------------
      *******
       050-PROCESAR-NOVEDAD.
      *******
           MOVE "SI" TO WS-MOV-VALIDO.
           MOVE SPACES TO WS-MOTIVO-RECH.
           MOVE SPACE TO SIN-ESTADO.
           MOVE "NO" TO WS-HAY-DETALLE.
           EVALUATE NOV-OPERACION
               WHEN "A" PERFORM 052-APLICAR-ALTA
               WHEN "D" PERFORM 054-APLICAR-DATOS
               WHEN "E" PERFORM 056-APLICAR-ESTADO
               WHEN "P" PERFORM 058-APLICAR-PAGO
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
           MOVE SIN-ESTADO TO ROW-ESTADO.
           MOVE WS-MOTIVO-RECH TO ROW-MOTIVO.
           WRITE LINEA FROM PTR-ROW.
           IF WS-HAY-DETALLE = "SI"
               WRITE LINEA FROM PTR-IMPORTE.
           PERFORM 020-LEER-NOVEDAD.
      *-----------------------------------------------------------------
      *******
       052-APLICAR-ALTA.
      *******
      * Parte manual: si no trae el documento se toma el del cliente
      * que tenia el auto ese dia; sin aseguradora, la de la flota.
           IF NOV-IMPORTE NOT = SPACES AND NOV-IMPORTE IS NOT NUMERIC
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Importe estimado mal formado" TO WS-MOTIVO-RECH
           ELSE
               INITIALIZE SIN
               MOVE NOV-PATENTE TO SIN-PATENTE
               MOVE NOV-FECHA TO SIN-FECHA
               MOVE "M" TO SIN-ORIGEN
               IF NOV-NRO-DOC = SPACES
                   MOVE NOV-PATENTE TO WS-BUSCA-PATENTE
                   MOVE NOV-FECHA TO WS-BUSCA-FECHA
                   PERFORM 060-BUSCAR-ALQUILER
                   MOVE WS-ALQ-TIPO-DOC TO SIN-TIPO-DOC
                   MOVE WS-ALQ-NRO-DOC TO SIN-NRO-DOC
               ELSE
                   MOVE NOV-TIPO-DOC TO SIN-TIPO-DOC
                   MOVE NOV-NRO-DOC TO SIN-NRO-DOC
               END-IF
               IF NOV-ASEGURADORA = SPACES
                   MOVE WS-ASEGURADORA TO SIN-ASEGURADORA
               ELSE
                   MOVE NOV-ASEGURADORA TO SIN-ASEGURADORA
               END-IF
               MOVE NOV-TERCEROS TO SIN-TERCEROS
               MOVE NOV-DENUNCIA TO SIN-DENUNCIA
               MOVE "D" TO SIN-ESTADO
               MOVE WS-FECHA-PROCESO TO SIN-FECHA-ALTA
               MOVE WS-FECHA-PROCESO TO SIN-FECHA-ESTADO
               IF NOV-IMPORTE IS NUMERIC
                   MOVE NOV-IMPORTE TO SIN-MONTO-ESTIMADO(1:9)
               END-IF
               MOVE "N" TO SIN-FRANQ-CARGADA
               WRITE SIN
               IF SIN-ESTADO-FS = "22"
                   MOVE "NO" TO WS-MOV-VALIDO
                   MOVE "Siniestro ya existe" TO WS-MOTIVO-RECH
               ELSE
                   IF SIN-ESTADO-FS NOT = "00"
                       DISPLAY "ERROR EN WRITE SINIESTROS FS: "
                           SIN-ESTADO-FS
                       STOP RUN.
      *-----------------------------------------------------------------
      *******
       054-APLICAR-DATOS.
      *******
      * Completa terceros, denuncia, aseguradora, cliente y estimado;
      * solo pisa lo informado.
           PERFORM 062-LEER-SINIESTRO.
           IF WS-MOV-VALIDO = "SI"
               IF NOV-IMPORTE NOT = SPACES AND
                   NOV-IMPORTE IS NOT NUMERIC
                   MOVE "NO" TO WS-MOV-VALIDO
                   MOVE "Importe estimado mal formado" TO
                       WS-MOTIVO-RECH
               ELSE
                   IF NOV-NRO-DOC NOT = SPACES
                       MOVE NOV-TIPO-DOC TO SIN-TIPO-DOC
                       MOVE NOV-NRO-DOC TO SIN-NRO-DOC
                   END-IF
                   IF NOV-ASEGURADORA NOT = SPACES
                       MOVE NOV-ASEGURADORA TO SIN-ASEGURADORA
                   END-IF
                   IF NOV-TERCEROS NOT = SPACES
                       MOVE NOV-TERCEROS TO SIN-TERCEROS
                   END-IF
                   IF NOV-DENUNCIA NOT = SPACES
                       MOVE NOV-DENUNCIA TO SIN-DENUNCIA
                   END-IF
                   IF NOV-IMPORTE IS NUMERIC
                       MOVE NOV-IMPORTE TO SIN-MONTO-ESTIMADO(1:9)
                   END-IF
                   PERFORM 064-REGRABAR-SINIESTRO.
      *-----------------------------------------------------------------
      *******
       056-APLICAR-ESTADO.
      *******
      * Circuito: D -> I -> A (-> P con el pago); D o I -> R. Al
      * aprobar se carga la franquicia al cliente una sola vez.
           PERFORM 062-LEER-SINIESTRO.
           IF WS-MOV-VALIDO = "SI"
               IF NOV-ESTADO = "I" AND SIN-ESTADO = "D"
                   MOVE "I" TO SIN-ESTADO
                   MOVE WS-FECHA-PROCESO TO SIN-FECHA-ESTADO
                   PERFORM 064-REGRABAR-SINIESTRO
               ELSE
               IF NOV-ESTADO = "R" AND
                   (SIN-ESTADO = "D" OR SIN-ESTADO = "I")
                   MOVE "R" TO SIN-ESTADO
                   MOVE WS-FECHA-PROCESO TO SIN-FECHA-ESTADO
                   PERFORM 064-REGRABAR-SINIESTRO
               ELSE
               IF NOV-ESTADO = "A" AND SIN-ESTADO = "I"
                   PERFORM 057-APROBAR
               ELSE
                   MOVE "NO" TO WS-MOV-VALIDO
                   MOVE "Cambio de estado no permitido" TO
                       WS-MOTIVO-RECH.
      *******
       057-APROBAR.
      *******
           IF NOV-IMPORTE IS NOT NUMERIC
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Aprobado sin importe" TO WS-MOTIVO-RECH
           ELSE
           IF NOV-FRANQUICIA NOT = SPACES AND
               NOV-FRANQUICIA IS NOT NUMERIC
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Franquicia mal formada" TO WS-MOTIVO-RECH
           ELSE
               MOVE NOV-IMPORTE TO SIN-MONTO-APROBADO(1:9)
               IF NOV-FRANQUICIA IS NUMERIC
                   MOVE NOV-FRANQUICIA TO SIN-FRANQUICIA(1:8)
               ELSE
                   MOVE WS-FRANQUICIA TO SIN-FRANQUICIA
               END-IF
               MOVE "A" TO SIN-ESTADO
               MOVE WS-FECHA-PROCESO TO SIN-FECHA-ESTADO
               IF SIN-FRANQ-CARGADA NOT = "S" AND
                   SIN-FRANQUICIA > 0
                   IF SIN-NRO-DOC = SPACES
                       MOVE "Franquicia sin cliente: no se carga" TO
                           WS-MOTIVO-RECH
                   ELSE
                       PERFORM 066-CARGAR-FRANQUICIA
                   END-IF
               END-IF
               PERFORM 064-REGRABAR-SINIESTRO.
      *-----------------------------------------------------------------
      *******
       058-APLICAR-PAGO.
      *******
      * Pago de la aseguradora contra un siniestro aprobado; pasa a
      * pagado cuando lo cobrado cubre lo aprobado. Un pago parcial
      * deja el saldo pendiente para SINI-ABIERTOS.
           PERFORM 062-LEER-SINIESTRO.
           IF WS-MOV-VALIDO = "SI"
               IF SIN-ESTADO NOT = "A"
                   MOVE "NO" TO WS-MOV-VALIDO
                   MOVE "Pago sobre siniestro no aprobado" TO
                       WS-MOTIVO-RECH
               ELSE
               IF NOV-IMPORTE IS NOT NUMERIC
                   MOVE "NO" TO WS-MOV-VALIDO
                   MOVE "Importe cobrado mal formado" TO
                       WS-MOTIVO-RECH
               ELSE
                   MOVE NOV-IMPORTE TO WS-IMPORTE(1:9)
                   ADD WS-IMPORTE TO SIN-MONTO-COBRADO
                   ADD WS-IMPORTE TO WS-TOT-COBRADO
                   MOVE WS-FECHA-PROCESO TO SIN-FECHA-COBRO
                   IF SIN-MONTO-COBRADO >= SIN-MONTO-APROBADO
                       MOVE "P" TO SIN-ESTADO
                       MOVE WS-FECHA-PROCESO TO SIN-FECHA-ESTADO
                       IF SIN-MONTO-COBRADO > SIN-MONTO-APROBADO
                           MOVE "Cobrado mayor que lo aprobado" TO
                               WS-MOTIVO-RECH
                       END-IF
                   ELSE
                       MOVE "Pago parcial" TO WS-MOTIVO-RECH
                   END-IF
                   PERFORM 064-REGRABAR-SINIESTRO
                   MOVE "Cobrado" TO IMP-DESC
                   MOVE WS-IMPORTE TO IMP-IMPORTE
                   MOVE "SI" TO WS-HAY-DETALLE.
      *-----------------------------------------------------------------
      *******
       060-BUSCAR-ALQUILER.
      *******
      * Cada dia alquilado es una fila de MAESTRO.DAT: vale la ultima
      * fila no rechazada de la patente hasta la fecha buscada (mismo
      * criterio que DEVOL).
           MOVE "NO" TO WS-HAY-ALQUILER.
           MOVE "NO" TO WS-FIN-PATENTE.
           MOVE SPACE TO WS-ALQ-TIPO-DOC.
           MOVE SPACES TO WS-ALQ-NRO-DOC.
           MOVE WS-BUSCA-PATENTE TO ALQ-PATENTE.
           MOVE 0 TO ALQ-FECHA.
           START M KEY IS NOT LESS THAN ALQ-CLAVE
               INVALID KEY MOVE "SI" TO WS-FIN-PATENTE.
           PERFORM 061-LEER-FILA-PATENTE UNTIL WS-FIN-PATENTE = "SI".
           IF WS-HAY-ALQUILER = "NO"
               DISPLAY "ATENCION: siniestro de " WS-BUSCA-PATENTE
                   " sin alquiler en MAESTRO.DAT; queda sin cliente.".
      *******
       061-LEER-FILA-PATENTE.
      *******
           READ M NEXT RECORD
               AT END MOVE "SI" TO WS-FIN-PATENTE.
           IF M-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MAESTRO FS: " M-ESTADO
               STOP RUN.
           IF WS-FIN-PATENTE = "NO"
               IF ALQ-PATENTE NOT = WS-BUSCA-PATENTE OR
                   ALQ-FECHA > WS-BUSCA-FECHA
                   MOVE "SI" TO WS-FIN-PATENTE
               ELSE
                   IF ALQ-ESTADO NOT = "R"
                       MOVE ALQ-TIPO-DOC TO WS-ALQ-TIPO-DOC
                       MOVE ALQ-NRO-DOC TO WS-ALQ-NRO-DOC
                       MOVE "SI" TO WS-HAY-ALQUILER.
      *-----------------------------------------------------------------
      *******
       062-LEER-SINIESTRO.
      *******
           MOVE NOV-PATENTE TO SIN-PATENTE.
           MOVE NOV-FECHA TO SIN-FECHA.
           READ SINIESTROS
               INVALID KEY CONTINUE.
           IF SIN-ESTADO-FS NOT = "00"
               MOVE SPACE TO SIN-ESTADO
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Siniestro inexistente" TO WS-MOTIVO-RECH.
      *******
       064-REGRABAR-SINIESTRO.
      *******
           REWRITE SIN.
           IF SIN-ESTADO-FS NOT = "00"
               DISPLAY "ERROR EN REWRITE SINIESTROS FS: "
                   SIN-ESTADO-FS
               STOP RUN.
      *******
       066-CARGAR-FRANQUICIA.
      *******
      * Desglose de IVA: neto = bruto / (1 + tasa), impuesto por
      * diferencia para que siempre sume el bruto.
           MOVE SIN-NRO-DOC TO CEX-NRO-DOC.
           MOVE SIN-TIPO-DOC TO CEX-TIPO-DOC.
           MOVE SIN-FECHA TO CEX-FECHA.
           MOVE SIN-PATENTE TO CEX-PATENTE.
           MOVE "FRANQUICIA SINIESTRO" TO CEX-CONCEPTO.
           MOVE SIN-FRANQUICIA TO CEX-IMPORTE.
           COMPUTE WS-IVA-NETO ROUNDED = SIN-FRANQUICIA /
               (1 + WS-TASA-IVA / 100).
           MOVE WS-IVA-NETO TO CEX-NETO.
           COMPUTE CEX-IVA = SIN-FRANQUICIA - WS-IVA-NETO.
           WRITE CEX.
           IF CARGOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE CARGOS-EXTRA FS: "
                   CARGOS-ESTADO
               STOP RUN.
           PERFORM 092-AJUSTE-CARGO.
           MOVE "S" TO SIN-FRANQ-CARGADA.
           ADD 1 TO WS-CANT-FRANQUICIAS.
           MOVE "Franquicia cargada" TO IMP-DESC.
           MOVE SIN-FRANQUICIA TO IMP-IMPORTE.
           MOVE "SI" TO WS-HAY-DETALLE.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               SINIESTROS
               NOVEDADES
               M
               CARGOS
               INFORME.
           IF WS-AJUSTES-ABIERTO = "SI"
               CLOSE AJUSTES-PER
               DISPLAY "AJUSTES DE PERIODO ANTERIOR: " WS-CANT-AJUSTES.
      *-----------------------------------------------------------------
      *******
       020-LEER-NOVEDAD.
      *******
           IF NOVEDADES-EOF NOT = "SI"
               READ NOVEDADES
                   AT END MOVE "SI" TO NOVEDADES-EOF
               END-READ
               IF NOVEDADES-ESTADO NOT = ZERO AND 10
                   DISPLAY "ERROR EN READ SINIESTROS-NOVEDADES FS: "
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
           MOVE "SINIESTROS" TO AJP-PROGRAMA.
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
       END PROGRAM SINIESTROS.
