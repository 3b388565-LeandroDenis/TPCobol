      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: mantenimiento controlado de los archivos
      *       de control que cambian el resultado del merge (MOROSOS,
      *       EXCEPCION-CREDITO, FERIADOS, TEMPORADA y CONTRATOS), que
      *       hasta ahora se tocaban con el editor. Aplica el lote
      *       MANT-CTRL-NOV.DAT de altas ("A"), modificaciones ("M")
      *       y bajas ("B"), cada una con operador y motivo
      *       obligatorios, y valida antes de aplicar: documento
      *       existente en CLIENTES.TXT, patente existente (y no dada
      *       de baja) en AUTOS.DAT, fechas validas y rangos que no se
      *       superponen (temporadas entre si, contratos del mismo
      *       auto). Cada cambio aplicado queda en el diario
      *       AUDITORIA-CTRL.DAT con la imagen antes/despues, el
      *       operador y el motivo. El informe MANT-CTRL-INFORME.DAT
      *       trae lo aplicado y rechazado en la corrida y el listado
      *       del diario para el periodo MANT-CTRL-DESDE/HASTA de
      *       PARAMETROS.DAT (por omision, el mes de la fecha de
      *       proceso).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-CTRL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOVEDADES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOVEDADES-ESTADO.

           SELECT OPTIONAL MOROSOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MOROSOS-ESTADO.

           SELECT OPTIONAL EXCEPCION-CRED ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EXCEPCION-ESTADO.

           SELECT OPTIONAL FERIADOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FERIADOS-ESTADO.

           SELECT OPTIONAL TEMPORADA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TEMPORADA-ESTADO.

           SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTRATOS-ESTADO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLIENTES-ESTADO.

           SELECT OPTIONAL AUTOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT AUDITORIA    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AUD-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT INFORME      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS INFORME-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Lote de cambios: archivo destino, operacion, operador, motivo
      * del cambio y la imagen del registro (en una modificacion los
      * campos en blanco no se tocan; en una baja basta la clave).
       FD  NOVEDADES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MANT-CTRL-NOV.DAT".
       01  NOV.
           03  NOV-ARCHIVO     PIC X(10).
           03  NOV-OPERACION   PIC X.
           03  NOV-OPERADOR    PIC X(10).
           03  NOV-MOTIVO      PIC X(40).
           03  NOV-DATOS       PIC X(80).
      * MOROSOS: clave documento; fecha en blanco = fecha de proceso.
           03  NOV-MOR REDEFINES NOV-DATOS.
               05  NMO-DOCUMENTO   PIC X(20).
               05  NMO-MOTIVO      PIC X(30).
               05  NMO-FECHA       PIC X(8).
               05  FILLER          PIC X(22).
      * EXCEPCION: clave documento; no tiene datos modificables.
           03  NOV-ECR REDEFINES NOV-DATOS.
               05  NEC-DOCUMENTO   PIC X(20).
               05  FILLER          PIC X(60).
      * FERIADOS: clave fecha.
           03  NOV-FER REDEFINES NOV-DATOS.
               05  NFE-FECHA       PIC X(8).
               05  NFE-DESC        PIC X(30).
               05  FILLER          PIC X(42).
      * TEMPORADA: clave fecha desde; multiplicador 9V99 (125 = 1,25).
           03  NOV-TEM REDEFINES NOV-DATOS.
               05  NTE-DESDE       PIC X(8).
               05  NTE-HASTA       PIC X(8).
               05  NTE-MULT        PIC X(3).
               05  FILLER          PIC X(61).
      * CONTRATOS: clave documento + patente + desde; abono 9(6)V99.
           03  NOV-CON REDEFINES NOV-DATOS.
               05  NCO-NRO-DOC     PIC X(20).
               05  NCO-TIPO-DOC    PIC X.
               05  NCO-PATENTE     PIC X(6).
               05  NCO-DESDE       PIC X(8).
               05  NCO-HASTA       PIC X(8).
               05  NCO-IMPORTE-MES PIC X(8).
               05  FILLER          PIC X(29).

      * Lista negra de morosos que mantiene cobranzas: documento,
      * motivo del bloqueo y fecha de alta en la lista.
       FD  MOROSOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MOROSOS.DAT".
       01  REG-MOROSO.
           03  MOR-DOCUMENTO   PIC X(20).
           03  MOR-MOTIVO      PIC X(30).
           03  MOR-FECHA       PIC 9(8).

      * Documentos avalados por ventas: el limite de credito no los
      * bloquea mientras esten listados.
       FD  EXCEPCION-CRED LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../EXCEPCION-CREDITO.DAT".
       01  REG-EXCEP-CRED.
           03  ECR-DOCUMENTO   PIC X(20).

      * Calendario de feriados: fecha y descripcion.
       FD  FERIADOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FERIADOS.DAT".
       01  REG-FERIADO.
           03  FER-FECHA       PIC 9(8).
           03  FER-DESC        PIC X(30).

      * Rangos de temporada alta: DESDE/HASTA en AAAAMMDD y el
      * multiplicador a aplicar sobre la tarifa diaria del auto.
       FD  TEMPORADA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TEMPORADA.DAT".
       01  REG-TEMPORADA.
           03  RT-DESDE        PIC 9(8).
           03  RT-HASTA        PIC 9(8).
           03  RT-MULT         PIC 9V99.

      * Contratos de largo plazo (ver FACT-CONTR).
       FD  CONTRATOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONTRATOS.DAT".
       01  REG-CONTRATO.
           03  CON-NRO-DOC     PIC X(20).
           03  CON-TIPO-DOC    PIC X.
           03  CON-PATENTE     PIC X(6).
           03  CON-DESDE       PIC 9(8).
           03  CON-HASTA       PIC 9(8).
           03  CON-IMPORTE-MES PIC 9(6)V99.

       FD  CLIENTES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../CLIENTES.TXT".
       01  CLI.
           03 CLI-NUMERO       PIC X(8).
           03 CLI-FEC-ALTA     PIC 9(8).
           03 CLI-TELEFONO     PIC X(20).
           03 CLI-DIRECCION    PIC X(30).
           03 CLI-DOCUMENTO    PIC X(20).
           03 CLI-NOMBRE       PIC X(30).
           03 CLI-EMAIL        PIC X(30).
           03 CLI-ESTADO-CLI   PIC X.
           03 CLI-LICENCIA-COND PIC X(15).
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
           03 CLI-CUIT-EMPRESA PIC X(11).
           03 CLI-VENCE-LICENCIA PIC 9(8).
           03 CLI-REBOTE-EMAIL PIC X.
           03 CLI-REBOTE-TEL   PIC X.
           03 CLI-CBU          PIC X(22).

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
      * "B" = dado de baja.
           03  AUT-ESTADO      PIC X.
           03  AUT-AGENCIA-BASE PIC 9.
           03  AUT-AGENCIA-ACTUAL PIC 9.

      * Diario de cambios a los archivos de control: quien, cuando,
      * por que y el registro antes y despues (blanco en el alta y
      * en la baja, respectivamente).
       FD  AUDITORIA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AUDITORIA-CTRL.DAT".
       01  AUC.
           03  AUC-FECHA       PIC 9(8).
           03  AUC-HORA        PIC 9(6).
           03  AUC-OPERADOR    PIC X(10).
           03  AUC-ARCHIVO     PIC X(10).
           03  AUC-OPERACION   PIC X.
           03  AUC-MOTIVO      PIC X(40).
           03  AUC-ANTES       PIC X(80).
           03  AUC-DESPUES     PIC X(80).

      * Parametro opcional con la fecha de proceso de la corrida
      * (AAAAMMDD). Si no existe se usa la fecha del sistema.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre: CLAVE (20) + VALOR (60);
      * aqui interesan FECHA-CORRIDA y el periodo del listado
      * (MANT-CTRL-DESDE / MANT-CTRL-HASTA, AAAAMMDD).
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  INFORME LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MANT-CTRL-INFORME.DAT".
       01  LINEA               PIC X(132).

       WORKING-STORAGE SECTION.
       77  NOVEDADES-EOF       PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AUD-EOF             PIC XXX     VALUE "NO".
       77  NOVEDADES-ESTADO    PIC XX.
       77  MOROSOS-ESTADO      PIC XX.
       77  EXCEPCION-ESTADO    PIC XX.
       77  FERIADOS-ESTADO     PIC XX.
       77  TEMPORADA-ESTADO    PIC XX.
       77  CONTRATOS-ESTADO    PIC XX.
       77  CLIENTES-ESTADO     PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  AUD-ESTADO          PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  INFORME-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-CLI-DISPONIBLE   PIC X(2)    VALUE "NO".
       77  WS-AUTOS-DISPONIBLE PIC X(2)    VALUE "NO".
      * Topes de cada tabla: los mismos con que las carga el merge
      * (TP1), para no dejar en el archivo filas que despues ignora.
       77  WS-TOPE-MOR         PIC 9(3)    VALUE 500.
       77  WS-TOPE-ECR         PIC 9(3)    VALUE 500.
       77  WS-TOPE-FER         PIC 9(3)    VALUE 50.
       77  WS-TOPE-TEM         PIC 9(3)    VALUE 10.
       77  WS-TOPE-CON         PIC 9(3)    VALUE 200.
       77  WS-TOPE-CAMBIOS     PIC 9(3)    VALUE 500.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-PERIODO-DESDE    PIC 9(8)    VALUE 0.
       01  WS-PERIODO-HASTA    PIC 9(8)    VALUE 0.
       01  WS-HORA-CORRIDA     PIC 9(6).
       01  WS-CANT-APLICADOS   PIC 9(5)    VALUE 0.
       01  WS-CANT-RECHAZADOS  PIC 9(5)    VALUE 0.
       01  WS-CANT-LISTADOS    PIC 9(5)    VALUE 0.
       01  WS-MOV-VALIDO       PIC X(2).
       01  WS-MOTIVO-RECH      PIC X(40).
       01  WS-HALLADO          PIC X(2).
       01  WS-POS              PIC 9(3).
       01  WS-I                PIC 9(3).
       01  WS-IMG-ANTES        PIC X(80).
       01  WS-IMG-DESPUES      PIC X(80).
      * Control de fechas y rangos del movimiento.
       01  WS-FECHA-CHK        PIC X(8).
       01  WS-FECHA-NUM        PIC 9(8).
       01  WS-FECHA-VALIDA     PIC X(2).
       01  WS-NUEVO-DESDE      PIC 9(8).
       01  WS-NUEVO-HASTA      PIC 9(8).
       01  WS-SUPERPUESTO      PIC X(2).
       01  WS-MULT-X           PIC X(3).
       01  WS-MULT-N REDEFINES WS-MULT-X PIC 9V99.
       01  WS-NUEVO-MULT       PIC 9V99.
       01  WS-IMPORTE-X        PIC X(8).
       01  WS-IMPORTE-N REDEFINES WS-IMPORTE-X PIC 9(6)V99.
       01  WS-NUEVO-IMPORTE    PIC 9(6)V99.
      * "S" = la tabla cambio y el archivo se regraba al final.
       01  WS-MOD-MOR          PIC X       VALUE "N".
       01  WS-MOD-ECR          PIC X       VALUE "N".
       01  WS-MOD-FER          PIC X       VALUE "N".
       01  WS-MOD-TEM          PIC X       VALUE "N".
       01  WS-MOD-CON          PIC X       VALUE "N".

      * Copia en memoria de cada archivo; una baja solo marca la fila
      * y la fila marcada no se regraba.
       01  WS-CANT-MOR         PIC 9(3)    VALUE 0.
       01  WS-TABLA-MOR.
           03 WS-MOR OCCURS 500 TIMES.
               05 TMO-BAJA         PIC X.
               05 TMO-REG.
                   07 TMO-DOCUMENTO    PIC X(20).
                   07 TMO-MOTIVO       PIC X(30).
                   07 TMO-FECHA        PIC 9(8).
       01  WS-CANT-ECR         PIC 9(3)    VALUE 0.
       01  WS-TABLA-ECR.
           03 WS-ECR OCCURS 500 TIMES.
               05 TEC-BAJA         PIC X.
               05 TEC-REG.
                   07 TEC-DOCUMENTO    PIC X(20).
       01  WS-CANT-FER         PIC 9(3)    VALUE 0.
       01  WS-TABLA-FER.
           03 WS-FER OCCURS 50 TIMES.
               05 TFE-BAJA         PIC X.
               05 TFE-REG.
                   07 TFE-FECHA        PIC 9(8).
                   07 TFE-DESC         PIC X(30).
       01  WS-CANT-TEM         PIC 9(3)    VALUE 0.
       01  WS-TABLA-TEM.
           03 WS-TEM OCCURS 10 TIMES.
               05 TTE-BAJA         PIC X.
               05 TTE-REG.
                   07 TTE-DESDE        PIC 9(8).
                   07 TTE-HASTA        PIC 9(8).
                   07 TTE-MULT         PIC 9V99.
       01  WS-CANT-CON         PIC 9(3)    VALUE 0.
       01  WS-TABLA-CON.
           03 WS-CON OCCURS 200 TIMES.
               05 TCO-BAJA         PIC X.
               05 TCO-REG.
                   07 TCO-NRO-DOC      PIC X(20).
                   07 TCO-TIPO-DOC     PIC X.
                   07 TCO-PATENTE      PIC X(6).
                   07 TCO-DESDE        PIC 9(8).
                   07 TCO-HASTA        PIC 9(8).
                   07 TCO-IMPORTE-MES  PIC 9(6)V99.

      * Cambios aplicados en la corrida; van al diario despues de
      * regrabar los archivos.
       01  WS-CANT-CAMBIOS     PIC 9(3)    VALUE 0.
       01  WS-TABLA-CAMBIOS.
           03 WS-CAM OCCURS 500 TIMES.
               05 CAM-ARCHIVO      PIC X(10).
               05 CAM-OPERACION    PIC X.
               05 CAM-OPERADOR     PIC X(10).
               05 CAM-MOTIVO       PIC X(40).
               05 CAM-ANTES        PIC X(80).
               05 CAM-DESPUES      PIC X(80).

       01  PE1-ENCABE.
           03 FILLER           PIC X(52) VALUE
               'Mantenimiento de archivos de control al'.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(12) VALUE 'Resultado'.
           03 FILLER           PIC X(12) VALUE 'Archivo'.
           03 FILLER           PIC X(4)  VALUE 'Op'.
           03 FILLER           PIC X(12) VALUE 'Operador'.
           03 FILLER           PIC X(32) VALUE 'Clave'.
           03 FILLER           PIC X(40) VALUE 'Motivo de rechazo'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(132) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-RESULTADO    PIC X(10).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-ARCHIVO      PIC X(10).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-OPERACION    PIC X.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-OPERADOR     PIC X(10).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-CLAVE        PIC X(30).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MOTIVO       PIC X(40).
       01  PTR-TOTALES.
           03 FILLER           PIC X(11) VALUE 'Aplicadas: '.
           03 TOT-APLICADOS    PIC ZZZZ9.
           03 FILLER           PIC X(14) VALUE '  Rechazadas: '.
           03 TOT-RECHAZADOS   PIC ZZZZ9.
       01  PE5-ENCABE.
           03 FILLER           PIC X(31) VALUE
               'Cambios asentados del '.
           03 PE5-DESDE        PIC 9(8).
           03 FILLER           PIC X(4)  VALUE ' al '.
           03 PE5-HASTA        PIC 9(8).
       01  PE6-ENCABE.
           03 FILLER           PIC X(10) VALUE 'Fecha'.
           03 FILLER           PIC X(8)  VALUE 'Hora'.
           03 FILLER           PIC X(12) VALUE 'Operador'.
           03 FILLER           PIC X(12) VALUE 'Archivo'.
           03 FILLER           PIC X(4)  VALUE 'Op'.
           03 FILLER           PIC X(40) VALUE 'Motivo del cambio'.
       01  PTR-CAMBIO.
           03 CAM-ROW-FECHA    PIC 9(8).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 CAM-ROW-HORA     PIC 9(6).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 CAM-ROW-OPERADOR PIC X(10).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 CAM-ROW-ARCHIVO  PIC X(10).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 CAM-ROW-OPER     PIC X.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 CAM-ROW-MOTIVO   PIC X(40).
       01  PTR-IMAGEN.
           03 FILLER           PIC X(6)  VALUE ' '.
           03 IMG-ROTULO       PIC X(10).
           03 IMG-DATOS        PIC X(80).
       01  PTR-TOTAL-PERIODO.
           03 FILLER           PIC X(21) VALUE 'Cambios del periodo: '.
           03 TOT-LISTADOS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 020-CARGAR-TABLAS.
            PERFORM 040-LEER-NOVEDAD.
            PERFORM 050-PROCESAR-NOVEDAD UNTIL NOVEDADES-EOF = "SI".
            CLOSE NOVEDADES.
            WRITE LINEA FROM PE4-ENCABE.
            MOVE WS-CANT-APLICADOS TO TOT-APLICADOS.
            MOVE WS-CANT-RECHAZADOS TO TOT-RECHAZADOS.
            WRITE LINEA FROM PTR-TOTALES.
            PERFORM 800-REGRABAR-ARCHIVOS.
            PERFORM 850-ASENTAR-CAMBIOS.
            PERFORM 900-LISTAR-PERIODO.
            PERFORM 070-CERRAR-ARCHIVOS.
            DISPLAY "MANT-CTRL: APLICADAS " WS-CANT-APLICADOS
                " RECHAZADAS " WS-CANT-RECHAZADOS
                " CAMBIOS DEL PERIODO " WS-CANT-LISTADOS.
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
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "MANT-CTRL-DESDE" AND
                       PARM-VALOR(1:8) IS NUMERIC
                       MOVE PARM-VALOR(1:8) TO WS-PERIODO-DESDE
                   END-IF
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "MANT-CTRL-HASTA" AND
                       PARM-VALOR(1:8) IS NUMERIC
                       MOVE PARM-VALOR(1:8) TO WS-PERIODO-HASTA
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
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-CORRIDA.
      * Sin periodo informado se lista el mes de la fecha de proceso
      * hasta el dia.
           IF WS-PERIODO-DESDE = 0
               MOVE WS-FECHA-PROCESO TO WS-PERIODO-DESDE
               MOVE "01" TO WS-PERIODO-DESDE(7:2).
           IF WS-PERIODO-HASTA = 0
               MOVE WS-FECHA-PROCESO TO WS-PERIODO-HASTA.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
      * Sin CLIENTES o sin AUTOS no se puede validar: los movimientos
      * que los necesitan se rechazan.
           OPEN INPUT CLIENTES.
           IF CLIENTES-ESTADO = "00"
               MOVE "SI" TO WS-CLI-DISPONIBLE
           ELSE
               DISPLAY "AVISO: SIN CLIENTES.TXT; se rechazan los "
                   "movimientos con documento.".
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO = "00"
               MOVE "SI" TO WS-AUTOS-DISPONIBLE
           ELSE
               DISPLAY "AVISO: SIN AUTOS.DAT; se rechazan los "
                   "movimientos de contratos.".
           OPEN INPUT NOVEDADES.
           IF NOVEDADES-ESTADO NOT = "00"
               MOVE "SI" TO NOVEDADES-EOF.
           OPEN OUTPUT INFORME.
           IF INFORME-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MANT-CTRL-INFORME FS: "
                   INFORME-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
      *-----------------------------------------------------------------
      *******
       020-CARGAR-TABLAS.
      *******
      * Un archivo que ya no entra en su tabla no se puede regrabar
      * sin perder filas: se corta antes de tocar nada.
           OPEN INPUT MOROSOS.
           IF MOROSOS-ESTADO = "00"
               PERFORM UNTIL MOROSOS-ESTADO NOT = "00"
                   READ MOROSOS
                   IF MOROSOS-ESTADO = "00"
                       IF WS-CANT-MOR NOT < WS-TOPE-MOR
                           DISPLAY "ERROR: MOROSOS.DAT supera "
                               WS-TOPE-MOR " filas; no se mantiene."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-MOR
                       MOVE SPACE TO TMO-BAJA(WS-CANT-MOR)
                       MOVE REG-MOROSO TO TMO-REG(WS-CANT-MOR)
                   END-IF
               END-PERFORM.
           CLOSE MOROSOS.
           OPEN INPUT EXCEPCION-CRED.
           IF EXCEPCION-ESTADO = "00"
               PERFORM UNTIL EXCEPCION-ESTADO NOT = "00"
                   READ EXCEPCION-CRED
                   IF EXCEPCION-ESTADO = "00"
                       IF WS-CANT-ECR NOT < WS-TOPE-ECR
                           DISPLAY "ERROR: EXCEPCION-CREDITO.DAT "
                               "supera " WS-TOPE-ECR
                               " filas; no se mantiene."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-ECR
                       MOVE SPACE TO TEC-BAJA(WS-CANT-ECR)
                       MOVE REG-EXCEP-CRED TO TEC-REG(WS-CANT-ECR)
                   END-IF
               END-PERFORM.
           CLOSE EXCEPCION-CRED.
           OPEN INPUT FERIADOS.
           IF FERIADOS-ESTADO = "00"
               PERFORM UNTIL FERIADOS-ESTADO NOT = "00"
                   READ FERIADOS
                   IF FERIADOS-ESTADO = "00"
                       IF WS-CANT-FER NOT < WS-TOPE-FER
                           DISPLAY "ERROR: FERIADOS.DAT supera "
                               WS-TOPE-FER " filas; no se mantiene."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-FER
                       MOVE SPACE TO TFE-BAJA(WS-CANT-FER)
                       MOVE REG-FERIADO TO TFE-REG(WS-CANT-FER)
                   END-IF
               END-PERFORM.
           CLOSE FERIADOS.
           OPEN INPUT TEMPORADA.
           IF TEMPORADA-ESTADO = "00"
               PERFORM UNTIL TEMPORADA-ESTADO NOT = "00"
                   READ TEMPORADA
                   IF TEMPORADA-ESTADO = "00"
                       IF WS-CANT-TEM NOT < WS-TOPE-TEM
                           DISPLAY "ERROR: TEMPORADA.DAT supera "
                               WS-TOPE-TEM " filas; no se mantiene."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-TEM
                       MOVE SPACE TO TTE-BAJA(WS-CANT-TEM)
                       MOVE REG-TEMPORADA TO TTE-REG(WS-CANT-TEM)
                   END-IF
               END-PERFORM.
           CLOSE TEMPORADA.
           OPEN INPUT CONTRATOS.
           IF CONTRATOS-ESTADO = "00"
               PERFORM UNTIL CONTRATOS-ESTADO NOT = "00"
                   READ CONTRATOS
                   IF CONTRATOS-ESTADO = "00"
                       IF WS-CANT-CON NOT < WS-TOPE-CON
                           DISPLAY "ERROR: CONTRATOS.DAT supera "
                               WS-TOPE-CON " filas; no se mantiene."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-CON
                       MOVE SPACE TO TCO-BAJA(WS-CANT-CON)
                       MOVE REG-CONTRATO TO TCO-REG(WS-CANT-CON)
                   END-IF
               END-PERFORM.
           CLOSE CONTRATOS.
      *-----------------------------------------------------------------
      *******
       040-LEER-NOVEDAD.
      *******
           READ NOVEDADES
               AT END MOVE "SI" TO NOVEDADES-EOF.
           IF NOVEDADES-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MANT-CTRL-NOV FS: "
                   NOVEDADES-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       050-PROCESAR-NOVEDAD.
      *******
           MOVE "SI" TO WS-MOV-VALIDO.
           MOVE SPACES TO WS-MOTIVO-RECH.
           MOVE SPACES TO WS-IMG-ANTES.
           MOVE SPACES TO WS-IMG-DESPUES.
           IF NOV-OPERADOR = SPACES
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Falta el operador" TO WS-MOTIVO-RECH
           ELSE
           IF NOV-MOTIVO = SPACES
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Falta el motivo del cambio" TO WS-MOTIVO-RECH
           ELSE
           IF NOV-OPERACION NOT = "A" AND NOV-OPERACION NOT = "M" AND
               NOV-OPERACION NOT = "B"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Operacion no reconocida" TO WS-MOTIVO-RECH
           ELSE
           IF WS-CANT-CAMBIOS NOT < WS-TOPE-CAMBIOS
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Tope de cambios de la corrida" TO WS-MOTIVO-RECH
           ELSE
               EVALUATE NOV-ARCHIVO
                   WHEN "MOROSOS"   PERFORM 100-MOROSOS
                   WHEN "EXCEPCION" PERFORM 200-EXCEPCION
                   WHEN "FERIADOS"  PERFORM 300-FERIADOS
                   WHEN "TEMPORADA" PERFORM 400-TEMPORADA
                   WHEN "CONTRATOS" PERFORM 500-CONTRATOS
                   WHEN OTHER
                       MOVE "NO" TO WS-MOV-VALIDO
                       MOVE "Archivo no reconocido" TO WS-MOTIVO-RECH
               END-EVALUATE.
           IF WS-MOV-VALIDO = "SI"
               ADD 1 TO WS-CANT-APLICADOS
               MOVE "APLICADA" TO ROW-RESULTADO
               PERFORM 058-ANOTAR-CAMBIO
           ELSE
               ADD 1 TO WS-CANT-RECHAZADOS
               MOVE "RECHAZADA" TO ROW-RESULTADO.
           MOVE NOV-ARCHIVO TO ROW-ARCHIVO.
           MOVE NOV-OPERACION TO ROW-OPERACION.
           MOVE NOV-OPERADOR TO ROW-OPERADOR.
           MOVE NOV-DATOS TO ROW-CLAVE.
           MOVE WS-MOTIVO-RECH TO ROW-MOTIVO.
           WRITE LINEA FROM PTR-ROW.
           PERFORM 040-LEER-NOVEDAD.
      *-----------------------------------------------------------------
      *******
       052-VALIDAR-CLIENTE.
      *******
      * WS-HALLADO "SI" si el documento (en CLI-DOCUMENTO) existe.
           MOVE "NO" TO WS-HALLADO.
           IF WS-CLI-DISPONIBLE = "SI"
               READ CLIENTES RECORD KEY IS CLI-DOCUMENTO
                   INVALID KEY CONTINUE
               END-READ
               IF CLIENTES-ESTADO = "00" OR CLIENTES-ESTADO = "02"
                   MOVE "SI" TO WS-HALLADO.
      *******
       054-VALIDAR-AUTO.
      *******
      * WS-HALLADO "SI" si la patente (en AUT-PATENTE) existe; el
      * estado queda en AUT-ESTADO.
           MOVE "NO" TO WS-HALLADO.
           IF WS-AUTOS-DISPONIBLE = "SI"
               READ AUTOS
                   INVALID KEY CONTINUE
               END-READ
               IF AUTOS-ESTADO = "00"
                   MOVE "SI" TO WS-HALLADO.
      *******
       056-VALIDAR-FECHA.
      *******
      * WS-FECHA-CHK en AAAAMMDD; si es valida queda en WS-FECHA-NUM.
           MOVE "NO" TO WS-FECHA-VALIDA.
           IF WS-FECHA-CHK IS NUMERIC
               MOVE WS-FECHA-CHK TO WS-FECHA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUM) = 0
                   MOVE "SI" TO WS-FECHA-VALIDA.
      *******
       058-ANOTAR-CAMBIO.
      *******
           ADD 1 TO WS-CANT-CAMBIOS.
           MOVE NOV-ARCHIVO TO CAM-ARCHIVO(WS-CANT-CAMBIOS).
           MOVE NOV-OPERACION TO CAM-OPERACION(WS-CANT-CAMBIOS).
           MOVE NOV-OPERADOR TO CAM-OPERADOR(WS-CANT-CAMBIOS).
           MOVE NOV-MOTIVO TO CAM-MOTIVO(WS-CANT-CAMBIOS).
           MOVE WS-IMG-ANTES TO CAM-ANTES(WS-CANT-CAMBIOS).
           MOVE WS-IMG-DESPUES TO CAM-DESPUES(WS-CANT-CAMBIOS).
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE INFORME.
           IF WS-CLI-DISPONIBLE = "SI"
               CLOSE CLIENTES.
           IF WS-AUTOS-DISPONIBLE = "SI"
               CLOSE AUTOS.
      *-----------------------------------------------------------------
      *******
       100-MOROSOS.
      *******
           MOVE 0 TO WS-POS.
           PERFORM 102-COMPARAR-MOROSO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-MOR OR WS-POS NOT = 0.
           EVALUATE NOV-OPERACION
               WHEN "A" PERFORM 104-ALTA-MOROSO
               WHEN "M" PERFORM 106-MODIFICAR-MOROSO
               WHEN "B" PERFORM 108-BAJA-MOROSO
           END-EVALUATE.
      *******
       102-COMPARAR-MOROSO.
      *******
           IF TMO-BAJA(WS-I) = SPACE AND
               TMO-DOCUMENTO(WS-I) = NMO-DOCUMENTO
               MOVE WS-I TO WS-POS.
      *******
       104-ALTA-MOROSO.
      *******
           MOVE NMO-DOCUMENTO TO CLI-DOCUMENTO.
           PERFORM 052-VALIDAR-CLIENTE.
           MOVE NMO-FECHA TO WS-FECHA-CHK.
           IF NMO-FECHA = SPACES
               MOVE WS-FECHA-PROCESO TO WS-FECHA-NUM
               MOVE "SI" TO WS-FECHA-VALIDA
           ELSE
               PERFORM 056-VALIDAR-FECHA.
           IF WS-POS NOT = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento ya esta en la lista" TO WS-MOTIVO-RECH
           ELSE
           IF WS-HALLADO = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento no existe en CLIENTES" TO
                   WS-MOTIVO-RECH
           ELSE
           IF NMO-MOTIVO = SPACES
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Falta el motivo del bloqueo" TO WS-MOTIVO-RECH
           ELSE
           IF WS-FECHA-VALIDA = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Fecha invalida" TO WS-MOTIVO-RECH
           ELSE
           IF WS-CANT-MOR NOT < WS-TOPE-MOR
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Lista llena (tope del merge)" TO WS-MOTIVO-RECH
           ELSE
               ADD 1 TO WS-CANT-MOR
               MOVE SPACE TO TMO-BAJA(WS-CANT-MOR)
               MOVE NMO-DOCUMENTO TO TMO-DOCUMENTO(WS-CANT-MOR)
               MOVE NMO-MOTIVO TO TMO-MOTIVO(WS-CANT-MOR)
               MOVE WS-FECHA-NUM TO TMO-FECHA(WS-CANT-MOR)
               MOVE TMO-REG(WS-CANT-MOR) TO WS-IMG-DESPUES
               MOVE "S" TO WS-MOD-MOR.
      *******
       106-MODIFICAR-MOROSO.
      *******
           MOVE NMO-FECHA TO WS-FECHA-CHK.
           MOVE "SI" TO WS-FECHA-VALIDA.
           IF NMO-FECHA NOT = SPACES
               PERFORM 056-VALIDAR-FECHA.
           IF WS-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento no esta en la lista" TO WS-MOTIVO-RECH
           ELSE
           IF WS-FECHA-VALIDA = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Fecha invalida" TO WS-MOTIVO-RECH
           ELSE
               MOVE TMO-REG(WS-POS) TO WS-IMG-ANTES
               IF NMO-MOTIVO NOT = SPACES
                   MOVE NMO-MOTIVO TO TMO-MOTIVO(WS-POS)
               END-IF
               IF NMO-FECHA NOT = SPACES
                   MOVE WS-FECHA-NUM TO TMO-FECHA(WS-POS)
               END-IF
               MOVE TMO-REG(WS-POS) TO WS-IMG-DESPUES
               MOVE "S" TO WS-MOD-MOR.
      *******
       108-BAJA-MOROSO.
      *******
           IF WS-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento no esta en la lista" TO WS-MOTIVO-RECH
           ELSE
               MOVE TMO-REG(WS-POS) TO WS-IMG-ANTES
               MOVE "S" TO TMO-BAJA(WS-POS)
               MOVE "S" TO WS-MOD-MOR.
      *-----------------------------------------------------------------
      *******
       200-EXCEPCION.
      *******
           MOVE 0 TO WS-POS.
           PERFORM 202-COMPARAR-EXCEPCION VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-ECR OR WS-POS NOT = 0.
           EVALUATE NOV-OPERACION
               WHEN "A" PERFORM 204-ALTA-EXCEPCION
               WHEN "M"
                   MOVE "NO" TO WS-MOV-VALIDO
                   MOVE "Sin datos modificables: baja y alta" TO
                       WS-MOTIVO-RECH
               WHEN "B" PERFORM 208-BAJA-EXCEPCION
           END-EVALUATE.
      *******
       202-COMPARAR-EXCEPCION.
      *******
           IF TEC-BAJA(WS-I) = SPACE AND
               TEC-DOCUMENTO(WS-I) = NEC-DOCUMENTO
               MOVE WS-I TO WS-POS.
      *******
       204-ALTA-EXCEPCION.
      *******
           MOVE NEC-DOCUMENTO TO CLI-DOCUMENTO.
           PERFORM 052-VALIDAR-CLIENTE.
           IF WS-POS NOT = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento ya exceptuado" TO WS-MOTIVO-RECH
           ELSE
           IF WS-HALLADO = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento no existe en CLIENTES" TO
                   WS-MOTIVO-RECH
           ELSE
           IF WS-CANT-ECR NOT < WS-TOPE-ECR
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Lista llena (tope del merge)" TO WS-MOTIVO-RECH
           ELSE
               ADD 1 TO WS-CANT-ECR
               MOVE SPACE TO TEC-BAJA(WS-CANT-ECR)
               MOVE NEC-DOCUMENTO TO TEC-DOCUMENTO(WS-CANT-ECR)
               MOVE TEC-REG(WS-CANT-ECR) TO WS-IMG-DESPUES
               MOVE "S" TO WS-MOD-ECR.
      *******
       208-BAJA-EXCEPCION.
      *******
           IF WS-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento no esta exceptuado" TO WS-MOTIVO-RECH
           ELSE
               MOVE TEC-REG(WS-POS) TO WS-IMG-ANTES
               MOVE "S" TO TEC-BAJA(WS-POS)
               MOVE "S" TO WS-MOD-ECR.
      *-----------------------------------------------------------------
      *******
       300-FERIADOS.
      *******
           MOVE NFE-FECHA TO WS-FECHA-CHK.
           PERFORM 056-VALIDAR-FECHA.
           IF WS-FECHA-VALIDA = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Fecha invalida" TO WS-MOTIVO-RECH
           ELSE
               MOVE 0 TO WS-POS
               PERFORM 302-COMPARAR-FERIADO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-FER OR WS-POS NOT = 0
               EVALUATE NOV-OPERACION
                   WHEN "A" PERFORM 304-ALTA-FERIADO
                   WHEN "M" PERFORM 306-MODIFICAR-FERIADO
                   WHEN "B" PERFORM 308-BAJA-FERIADO
               END-EVALUATE.
      *******
       302-COMPARAR-FERIADO.
      *******
           IF TFE-BAJA(WS-I) = SPACE AND
               TFE-FECHA(WS-I) = WS-FECHA-NUM
               MOVE WS-I TO WS-POS.
      *******
       304-ALTA-FERIADO.
      *******
           IF WS-POS NOT = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Feriado ya cargado" TO WS-MOTIVO-RECH
           ELSE
           IF NFE-DESC = SPACES
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Falta la descripcion" TO WS-MOTIVO-RECH
           ELSE
           IF WS-CANT-FER NOT < WS-TOPE-FER
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Calendario lleno (tope del merge)" TO
                   WS-MOTIVO-RECH
           ELSE
               ADD 1 TO WS-CANT-FER
               MOVE SPACE TO TFE-BAJA(WS-CANT-FER)
               MOVE WS-FECHA-NUM TO TFE-FECHA(WS-CANT-FER)
               MOVE NFE-DESC TO TFE-DESC(WS-CANT-FER)
               MOVE TFE-REG(WS-CANT-FER) TO WS-IMG-DESPUES
               MOVE "S" TO WS-MOD-FER.
      *******
       306-MODIFICAR-FERIADO.
      *******
           IF WS-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Feriado no cargado" TO WS-MOTIVO-RECH
           ELSE
           IF NFE-DESC = SPACES
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Falta la descripcion" TO WS-MOTIVO-RECH
           ELSE
               MOVE TFE-REG(WS-POS) TO WS-IMG-ANTES
               MOVE NFE-DESC TO TFE-DESC(WS-POS)
               MOVE TFE-REG(WS-POS) TO WS-IMG-DESPUES
               MOVE "S" TO WS-MOD-FER.
      *******
       308-BAJA-FERIADO.
      *******
           IF WS-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Feriado no cargado" TO WS-MOTIVO-RECH
           ELSE
               MOVE TFE-REG(WS-POS) TO WS-IMG-ANTES
               MOVE "S" TO TFE-BAJA(WS-POS)
               MOVE "S" TO WS-MOD-FER.
      *-----------------------------------------------------------------
      *******
       400-TEMPORADA.
      *******
           MOVE NTE-DESDE TO WS-FECHA-CHK.
           PERFORM 056-VALIDAR-FECHA.
           IF WS-FECHA-VALIDA = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Fecha desde invalida" TO WS-MOTIVO-RECH
           ELSE
               MOVE WS-FECHA-NUM TO WS-NUEVO-DESDE
               MOVE 0 TO WS-POS
               PERFORM 402-COMPARAR-TEMPORADA VARYING WS-I FROM 1
                   BY 1 UNTIL WS-I > WS-CANT-TEM OR WS-POS NOT = 0
               EVALUATE NOV-OPERACION
                   WHEN "A" PERFORM 404-ALTA-TEMPORADA
                   WHEN "M" PERFORM 406-MODIFICAR-TEMPORADA
                   WHEN "B" PERFORM 408-BAJA-TEMPORADA
               END-EVALUATE.
      *******
       402-COMPARAR-TEMPORADA.
      *******
           IF TTE-BAJA(WS-I) = SPACE AND
               TTE-DESDE(WS-I) = WS-NUEVO-DESDE
               MOVE WS-I TO WS-POS.
      *******
       403-VALIDAR-TEMPORADA.
      *******
      * Hasta y multiplicador ya resueltos en WS-NUEVO-HASTA y
      * WS-NUEVO-MULT; WS-POS es la fila propia (0 en el alta), que
      * no cuenta como superposicion.
           MOVE "NO" TO WS-SUPERPUESTO.
           PERFORM 4031-SUPERPONE-TEMPORADA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-TEM.
           IF WS-FECHA-VALIDA = "NO" OR
               WS-NUEVO-HASTA < WS-NUEVO-DESDE
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Rango de fechas invalido" TO WS-MOTIVO-RECH
           ELSE
           IF WS-NUEVO-MULT = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Multiplicador invalido" TO WS-MOTIVO-RECH
           ELSE
           IF WS-SUPERPUESTO = "SI"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Se superpone con otra temporada" TO
                   WS-MOTIVO-RECH.
      *******
       4031-SUPERPONE-TEMPORADA.
      *******
           IF WS-I NOT = WS-POS AND TTE-BAJA(WS-I) = SPACE AND
               TTE-DESDE(WS-I) NOT > WS-NUEVO-HASTA AND
               TTE-HASTA(WS-I) NOT < WS-NUEVO-DESDE
               MOVE "SI" TO WS-SUPERPUESTO.
      *******
       404-ALTA-TEMPORADA.
      *******
           MOVE NTE-HASTA TO WS-FECHA-CHK.
           PERFORM 056-VALIDAR-FECHA.
           MOVE WS-FECHA-NUM TO WS-NUEVO-HASTA.
           MOVE 0 TO WS-NUEVO-MULT.
           MOVE NTE-MULT TO WS-MULT-X.
           IF WS-MULT-X IS NUMERIC
               MOVE WS-MULT-N TO WS-NUEVO-MULT.
           IF WS-POS NOT = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Temporada ya cargada con ese desde" TO
                   WS-MOTIVO-RECH
           ELSE
           IF WS-CANT-TEM NOT < WS-TOPE-TEM
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Temporadas llenas (tope del merge)" TO
                   WS-MOTIVO-RECH
           ELSE
               PERFORM 403-VALIDAR-TEMPORADA
               IF WS-MOV-VALIDO = "SI"
                   ADD 1 TO WS-CANT-TEM
                   MOVE SPACE TO TTE-BAJA(WS-CANT-TEM)
                   MOVE WS-NUEVO-DESDE TO TTE-DESDE(WS-CANT-TEM)
                   MOVE WS-NUEVO-HASTA TO TTE-HASTA(WS-CANT-TEM)
                   MOVE WS-NUEVO-MULT TO TTE-MULT(WS-CANT-TEM)
                   MOVE TTE-REG(WS-CANT-TEM) TO WS-IMG-DESPUES
                   MOVE "S" TO WS-MOD-TEM.
      *******
       406-MODIFICAR-TEMPORADA.
      *******
           IF WS-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Temporada no cargada" TO WS-MOTIVO-RECH
           ELSE
               MOVE "SI" TO WS-FECHA-VALIDA
               MOVE TTE-HASTA(WS-POS) TO WS-NUEVO-HASTA
               IF NTE-HASTA NOT = SPACES
                   MOVE NTE-HASTA TO WS-FECHA-CHK
                   PERFORM 056-VALIDAR-FECHA
                   MOVE WS-FECHA-NUM TO WS-NUEVO-HASTA
               END-IF
               MOVE TTE-MULT(WS-POS) TO WS-NUEVO-MULT
               IF NTE-MULT NOT = SPACES
                   MOVE 0 TO WS-NUEVO-MULT
                   MOVE NTE-MULT TO WS-MULT-X
                   IF WS-MULT-X IS NUMERIC
                       MOVE WS-MULT-N TO WS-NUEVO-MULT
                   END-IF
               END-IF
               PERFORM 403-VALIDAR-TEMPORADA
               IF WS-MOV-VALIDO = "SI"
                   MOVE TTE-REG(WS-POS) TO WS-IMG-ANTES
                   MOVE WS-NUEVO-HASTA TO TTE-HASTA(WS-POS)
                   MOVE WS-NUEVO-MULT TO TTE-MULT(WS-POS)
                   MOVE TTE-REG(WS-POS) TO WS-IMG-DESPUES
                   MOVE "S" TO WS-MOD-TEM.
      *******
       408-BAJA-TEMPORADA.
      *******
           IF WS-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Temporada no cargada" TO WS-MOTIVO-RECH
           ELSE
               MOVE TTE-REG(WS-POS) TO WS-IMG-ANTES
               MOVE "S" TO TTE-BAJA(WS-POS)
               MOVE "S" TO WS-MOD-TEM.
      *-----------------------------------------------------------------
      *******
       500-CONTRATOS.
      *******
           MOVE NCO-DESDE TO WS-FECHA-CHK.
           PERFORM 056-VALIDAR-FECHA.
           IF WS-FECHA-VALIDA = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Fecha desde invalida" TO WS-MOTIVO-RECH
           ELSE
               MOVE WS-FECHA-NUM TO WS-NUEVO-DESDE
               MOVE 0 TO WS-POS
               PERFORM 502-COMPARAR-CONTRATO VARYING WS-I FROM 1
                   BY 1 UNTIL WS-I > WS-CANT-CON OR WS-POS NOT = 0
               EVALUATE NOV-OPERACION
                   WHEN "A" PERFORM 504-ALTA-CONTRATO
                   WHEN "M" PERFORM 506-MODIFICAR-CONTRATO
                   WHEN "B" PERFORM 508-BAJA-CONTRATO
               END-EVALUATE.
      *******
       502-COMPARAR-CONTRATO.
      *******
           IF TCO-BAJA(WS-I) = SPACE AND
               TCO-NRO-DOC(WS-I) = NCO-NRO-DOC AND
               TCO-PATENTE(WS-I) = NCO-PATENTE AND
               TCO-DESDE(WS-I) = WS-NUEVO-DESDE
               MOVE WS-I TO WS-POS.
      *******
       503-VALIDAR-CONTRATO.
      *******
      * Hasta e importe ya resueltos en WS-NUEVO-HASTA y
      * WS-NUEVO-IMPORTE; el auto no puede tener otro contrato en el
      * mismo rango (WS-POS, la fila propia, no cuenta).
           MOVE "NO" TO WS-SUPERPUESTO.
           PERFORM 5031-SUPERPONE-CONTRATO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-CON.
           IF WS-FECHA-VALIDA = "NO" OR
               WS-NUEVO-HASTA < WS-NUEVO-DESDE
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Rango de fechas invalido" TO WS-MOTIVO-RECH
           ELSE
           IF WS-NUEVO-IMPORTE = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Abono mensual invalido" TO WS-MOTIVO-RECH
           ELSE
           IF WS-SUPERPUESTO = "SI"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Se superpone con otro contrato del auto" TO
                   WS-MOTIVO-RECH.
      *******
       5031-SUPERPONE-CONTRATO.
      *******
           IF WS-I NOT = WS-POS AND TCO-BAJA(WS-I) = SPACE AND
               TCO-PATENTE(WS-I) = NCO-PATENTE AND
               TCO-DESDE(WS-I) NOT > WS-NUEVO-HASTA AND
               TCO-HASTA(WS-I) NOT < WS-NUEVO-DESDE
               MOVE "SI" TO WS-SUPERPUESTO.
      *******
       504-ALTA-CONTRATO.
      *******
           MOVE NCO-NRO-DOC TO CLI-DOCUMENTO.
           PERFORM 052-VALIDAR-CLIENTE.
           IF WS-POS NOT = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Contrato ya cargado" TO WS-MOTIVO-RECH
           ELSE
           IF WS-HALLADO = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento no existe en CLIENTES" TO
                   WS-MOTIVO-RECH
           ELSE
           IF WS-CANT-CON NOT < WS-TOPE-CON
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Contratos llenos (tope del merge)" TO
                   WS-MOTIVO-RECH
           ELSE
               PERFORM 505-VALIDAR-AUTO-CONTRATO
               IF WS-MOV-VALIDO = "SI"
                   MOVE NCO-HASTA TO WS-FECHA-CHK
                   PERFORM 056-VALIDAR-FECHA
                   MOVE WS-FECHA-NUM TO WS-NUEVO-HASTA
                   MOVE 0 TO WS-NUEVO-IMPORTE
                   MOVE NCO-IMPORTE-MES TO WS-IMPORTE-X
                   IF WS-IMPORTE-X IS NUMERIC
                       MOVE WS-IMPORTE-N TO WS-NUEVO-IMPORTE
                   END-IF
                   PERFORM 503-VALIDAR-CONTRATO
               END-IF
               IF WS-MOV-VALIDO = "SI"
                   ADD 1 TO WS-CANT-CON
                   MOVE SPACE TO TCO-BAJA(WS-CANT-CON)
                   MOVE NCO-NRO-DOC TO TCO-NRO-DOC(WS-CANT-CON)
                   MOVE NCO-TIPO-DOC TO TCO-TIPO-DOC(WS-CANT-CON)
                   MOVE NCO-PATENTE TO TCO-PATENTE(WS-CANT-CON)
                   MOVE WS-NUEVO-DESDE TO TCO-DESDE(WS-CANT-CON)
                   MOVE WS-NUEVO-HASTA TO TCO-HASTA(WS-CANT-CON)
                   MOVE WS-NUEVO-IMPORTE TO
                       TCO-IMPORTE-MES(WS-CANT-CON)
                   MOVE TCO-REG(WS-CANT-CON) TO WS-IMG-DESPUES
                   MOVE "S" TO WS-MOD-CON.
      *******
       505-VALIDAR-AUTO-CONTRATO.
      *******
           MOVE NCO-PATENTE TO AUT-PATENTE.
           PERFORM 054-VALIDAR-AUTO.
           IF WS-HALLADO = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Patente no existe en AUTOS" TO WS-MOTIVO-RECH
           ELSE
           IF AUT-ESTADO = "B"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Auto dado de baja" TO WS-MOTIVO-RECH.
      *******
       506-MODIFICAR-CONTRATO.
      *******
      * Se pueden mover el fin del contrato y el abono; cambiar el
      * cliente, el auto o el inicio es una baja y un alta.
           IF WS-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Contrato no cargado" TO WS-MOTIVO-RECH
           ELSE
               MOVE "SI" TO WS-FECHA-VALIDA
               MOVE TCO-HASTA(WS-POS) TO WS-NUEVO-HASTA
               IF NCO-HASTA NOT = SPACES
                   MOVE NCO-HASTA TO WS-FECHA-CHK
                   PERFORM 056-VALIDAR-FECHA
                   MOVE WS-FECHA-NUM TO WS-NUEVO-HASTA
               END-IF
               MOVE TCO-IMPORTE-MES(WS-POS) TO WS-NUEVO-IMPORTE
               IF NCO-IMPORTE-MES NOT = SPACES
                   MOVE 0 TO WS-NUEVO-IMPORTE
                   MOVE NCO-IMPORTE-MES TO WS-IMPORTE-X
                   IF WS-IMPORTE-X IS NUMERIC
                       MOVE WS-IMPORTE-N TO WS-NUEVO-IMPORTE
                   END-IF
               END-IF
               PERFORM 503-VALIDAR-CONTRATO
               IF WS-MOV-VALIDO = "SI"
                   MOVE TCO-REG(WS-POS) TO WS-IMG-ANTES
                   MOVE WS-NUEVO-HASTA TO TCO-HASTA(WS-POS)
                   MOVE WS-NUEVO-IMPORTE TO TCO-IMPORTE-MES(WS-POS)
                   MOVE TCO-REG(WS-POS) TO WS-IMG-DESPUES
                   MOVE "S" TO WS-MOD-CON.
      *******
       508-BAJA-CONTRATO.
      *******
           IF WS-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Contrato no cargado" TO WS-MOTIVO-RECH
           ELSE
               MOVE TCO-REG(WS-POS) TO WS-IMG-ANTES
               MOVE "S" TO TCO-BAJA(WS-POS)
               MOVE "S" TO WS-MOD-CON.
      *-----------------------------------------------------------------
      *******
       800-REGRABAR-ARCHIVOS.
      *******
      * Solo se regraban los archivos que cambiaron, sin las filas
      * dadas de baja y en el orden en que estaban (las altas al
      * final).
           IF WS-MOD-MOR = "S"
               OPEN OUTPUT MOROSOS
               PERFORM 802-GRABAR-MOROSO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-MOR
               CLOSE MOROSOS.
           IF WS-MOD-ECR = "S"
               OPEN OUTPUT EXCEPCION-CRED
               PERFORM 804-GRABAR-EXCEPCION VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-ECR
               CLOSE EXCEPCION-CRED.
           IF WS-MOD-FER = "S"
               OPEN OUTPUT FERIADOS
               PERFORM 806-GRABAR-FERIADO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-FER
               CLOSE FERIADOS.
           IF WS-MOD-TEM = "S"
               OPEN OUTPUT TEMPORADA
               PERFORM 808-GRABAR-TEMPORADA VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-TEM
               CLOSE TEMPORADA.
           IF WS-MOD-CON = "S"
               OPEN OUTPUT CONTRATOS
               PERFORM 810-GRABAR-CONTRATO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-CON
               CLOSE CONTRATOS.
      *******
       802-GRABAR-MOROSO.
      *******
           IF TMO-BAJA(WS-I) = SPACE
               WRITE REG-MOROSO FROM TMO-REG(WS-I).
      *******
       804-GRABAR-EXCEPCION.
      *******
           IF TEC-BAJA(WS-I) = SPACE
               WRITE REG-EXCEP-CRED FROM TEC-REG(WS-I).
      *******
       806-GRABAR-FERIADO.
      *******
           IF TFE-BAJA(WS-I) = SPACE
               WRITE REG-FERIADO FROM TFE-REG(WS-I).
      *******
       808-GRABAR-TEMPORADA.
      *******
           IF TTE-BAJA(WS-I) = SPACE
               WRITE REG-TEMPORADA FROM TTE-REG(WS-I).
      *******
       810-GRABAR-CONTRATO.
      *******
           IF TCO-BAJA(WS-I) = SPACE
               WRITE REG-CONTRATO FROM TCO-REG(WS-I).
      *-----------------------------------------------------------------
      *******
       850-ASENTAR-CAMBIOS.
      *******
      * OPEN EXTEND para que el diario acumule entre corridas; si
      * todavia no existe (primera corrida) se crea y se reabre.
           IF WS-CANT-CAMBIOS > 0
               OPEN EXTEND AUDITORIA
               IF AUD-ESTADO = "35"
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF
               IF AUD-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN OPEN AUDITORIA-CTRL FS: "
                       AUD-ESTADO
                   STOP RUN
               END-IF
               PERFORM 852-ASENTAR-UN-CAMBIO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-CAMBIOS
               CLOSE AUDITORIA.
      *******
       852-ASENTAR-UN-CAMBIO.
      *******
           MOVE WS-FECHA-PROCESO TO AUC-FECHA.
           MOVE WS-HORA-CORRIDA TO AUC-HORA.
           MOVE CAM-OPERADOR(WS-I) TO AUC-OPERADOR.
           MOVE CAM-ARCHIVO(WS-I) TO AUC-ARCHIVO.
           MOVE CAM-OPERACION(WS-I) TO AUC-OPERACION.
           MOVE CAM-MOTIVO(WS-I) TO AUC-MOTIVO.
           MOVE CAM-ANTES(WS-I) TO AUC-ANTES.
           MOVE CAM-DESPUES(WS-I) TO AUC-DESPUES.
           WRITE AUC.
      *-----------------------------------------------------------------
      *******
       900-LISTAR-PERIODO.
      *******
      * Todo lo asentado en el diario dentro del periodo, incluidas
      * las corridas anteriores.
           WRITE LINEA FROM PE2-ENCABE.
           MOVE WS-PERIODO-DESDE TO PE5-DESDE.
           MOVE WS-PERIODO-HASTA TO PE5-HASTA.
           WRITE LINEA FROM PE5-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE6-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           OPEN INPUT AUDITORIA.
           IF AUD-ESTADO = "00"
               PERFORM 902-LISTAR-UN-CAMBIO UNTIL AUD-EOF = "SI"
               CLOSE AUDITORIA.
           WRITE LINEA FROM PE4-ENCABE.
           MOVE WS-CANT-LISTADOS TO TOT-LISTADOS.
           WRITE LINEA FROM PTR-TOTAL-PERIODO.
      *******
       902-LISTAR-UN-CAMBIO.
      *******
           READ AUDITORIA
               AT END MOVE "SI" TO AUD-EOF.
           IF AUD-EOF = "NO" AND AUD-ESTADO = "00" AND
               AUC-FECHA NOT < WS-PERIODO-DESDE AND
               AUC-FECHA NOT > WS-PERIODO-HASTA
               ADD 1 TO WS-CANT-LISTADOS
               MOVE AUC-FECHA TO CAM-ROW-FECHA
               MOVE AUC-HORA TO CAM-ROW-HORA
               MOVE AUC-OPERADOR TO CAM-ROW-OPERADOR
               MOVE AUC-ARCHIVO TO CAM-ROW-ARCHIVO
               MOVE AUC-OPERACION TO CAM-ROW-OPER
               MOVE AUC-MOTIVO TO CAM-ROW-MOTIVO
               WRITE LINEA FROM PTR-CAMBIO
               MOVE "Antes:" TO IMG-ROTULO
               MOVE AUC-ANTES TO IMG-DATOS
               WRITE LINEA FROM PTR-IMAGEN
               MOVE "Despues:" TO IMG-ROTULO
               MOVE AUC-DESPUES TO IMG-DATOS
               WRITE LINEA FROM PTR-IMAGEN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM MANT-CTRL.
