      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: informe mensual de licencias de conducir
      *       por vencer. Lista todo vencimiento dentro de los
      *       proximos 60 dias desde la fecha de proceso, y lo ya
      *       vencido, ordenado por vencimiento: los choferes
      *       (CHOFERES-MAE.DAT, que TP2 deja de asignar con la
      *       licencia vencida) para personal en VENCE-LIC-RRHH.DAT,
      *       y los clientes activos (CLIENTES.TXT, que TP-PARTE-1
      *       rechaza para alquilar sin chofer) para el mostrador en
      *       VENCE-LIC-MOSTRADOR.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-LIC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHOFERES-MAE ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CHM-LEGAJO
                               FILE STATUS IS CHM-ESTADO.

           SELECT CLIENTES     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLI-ESTADO.

           SELECT OPTIONAL CERROJO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CER-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT LIS-RRHH     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RRHH-ESTADO.

           SELECT LIS-MOSTRADOR ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MOSTRADOR-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Maestro de choferes: una fila por legajo.
       FD  CHOFERES-MAE LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CHOFERES-MAE.DAT".
       01  CHM.
           03 CHM-LEGAJO           PIC X(7).
           03 CHM-NOMBRE           PIC X(30).
           03 CHM-LICENCIA         PIC X(15).
      * Clase de licencia (A < B < C): habilita tamaños segun
      * CLASES-TAMANIO.DAT.
           03 CHM-CLASE            PIC X.
      * Vencimiento de la licencia de conducir (AAAAMMDD); 0 =
      * sin dato.
           03 CHM-VENCE-LICENCIA   PIC 9(8).

       FD  CLIENTES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.TXT".
       01  CLI.
           03 CLI-NUMERO       PIC X(8).
           03 CLI-FEC-ALTA     PIC 9(8).
           03 CLI-TELEFONO     PIC X(20).
           03 CLI-DIRECCION    PIC X(30).
           03 CLI-DOCUMENTO    PIC X(20).
           03 CLI-NOMBRE       PIC X(30).
           03 CLI-EMAIL        PIC X(30).
      * "A" activo / "B" dado de baja (CLI-NOV); en blanco en
      * archivos anteriores a la marca, se toma como activo.
           03 CLI-ESTADO-CLI   PIC X.
      * Nro de licencia de conducir; requerido para alquilar sin
      * chofer (modalidad "S" del alquiler).
           03 CLI-LICENCIA-COND PIC X(15).
      * Limite de credito; 0 = sin limite. Sobre el saldo de la
      * ultima corrida de PAGOS el merge bloquea con motivo 14.
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
      * CUIT de la cuenta corporativa (EMPRESAS.DAT) que paga los
      * alquileres del cliente; blanco = cliente particular.
           03 CLI-CUIT-EMPRESA PIC X(11).
      * Vencimiento de la licencia de conducir (AAAAMMDD); 0 =
      * sin dato.
           03 CLI-VENCE-LICENCIA PIC 9(8).
      * Rebote informado por el gateway de avisos (NOTIFICA): "S"
      * = el email / telefono reboto y no se vuelve a usar hasta
      * que CLI-NOV lo cambie; blanco = utilizable.
           03 CLI-REBOTE-EMAIL PIC X.
           03 CLI-REBOTE-TEL   PIC X.
      * CBU de la cuenta bancaria del cliente (22 digitos) para
      * las devoluciones por transferencia (REEMBOLSOS); blanco
      * = sin dato.
           03 CLI-CBU          PIC X(22).

      * Cerrojo de acceso a CLIENTES.TXT, compartido con SUBPGR y los
      * batch del archivo: la lectura espera a que quede libre pero no
      * lo toma (varias consultas pueden convivir).
       FD  CERROJO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.LCK".
       01  REG-CERROJO         PIC X(30).

      * AUX-ORIGEN "C" chofer / "L" cliente: el orden deja primero
      * todos los choferes y despues todos los clientes.
       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-ORIGEN          PIC X.
           03  AUX-VENCE           PIC 9(8).
           03  AUX-CLAVE           PIC X(8).
           03  AUX-NOMBRE          PIC X(30).
           03  AUX-LICENCIA        PIC X(15).

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

       FD  LIS-RRHH LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../VENCE-LIC-RRHH.DAT".
       01  LINEA-RRHH          PIC X(80).

       FD  LIS-MOSTRADOR LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../VENCE-LIC-MOSTRADOR.DAT".
       01  LINEA-MOSTRADOR     PIC X(80).

       WORKING-STORAGE SECTION.
       77  CHM-EOF             PIC XXX     VALUE "NO".
       77  CLI-EOF             PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  CHM-ESTADO          PIC XX.
       77  CLI-ESTADO          PIC XX.
       77  CER-ESTADO          PIC XX.
       77  FS-AUX              PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  RRHH-ESTADO         PIC XX.
       77  MOSTRADOR-ESTADO    PIC XX.
       77  WS-INTENTO          PIC 9(2).
       77  WS-CERROJO-LIBRE    PIC X       VALUE "N".
       77  WS-ESPERA-SEG       PIC 9(4) COMP VALUE 5.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
      * Horizonte del aviso en dias corridos desde la fecha de proceso.
       77  WS-DIAS-AVISO       PIC 9(3)    VALUE 60.
       01  WS-FECHA-LIMITE     PIC 9(8).
       01  WS-DIAS-FALTAN      PIC S9(5).
       01  WS-CHO-POR-VENCER   PIC 9(5)    VALUE 0.
       01  WS-CHO-VENCIDOS     PIC 9(5)    VALUE 0.
       01  WS-CLI-POR-VENCER   PIC 9(5)    VALUE 0.
       01  WS-CLI-VENCIDOS     PIC 9(5)    VALUE 0.

       01  PE1-RRHH.
           03 FILLER           PIC X(44) VALUE
               'Licencias de choferes por vencer al '.
           03 PE1-RRHH-FECHA   PIC 9(8).
       01  PE1-MOSTRADOR.
           03 FILLER           PIC X(44) VALUE
               'Licencias de clientes por vencer al '.
           03 PE1-MOS-FECHA    PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-RRHH.
           03 FILLER           PIC X(11) VALUE 'Vence'.
           03 FILLER           PIC X(9)  VALUE 'Legajo'.
           03 FILLER           PIC X(31) VALUE 'Nombre'.
           03 FILLER           PIC X(15) VALUE 'Licencia'.
           03 FILLER           PIC X(5)  VALUE ' Dias'.
       01  PE3-MOSTRADOR.
           03 FILLER           PIC X(11) VALUE 'Vence'.
           03 FILLER           PIC X(9)  VALUE 'Cliente'.
           03 FILLER           PIC X(31) VALUE 'Nombre'.
           03 FILLER           PIC X(15) VALUE 'Licencia'.
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
           03 ROW-CLAVE        PIC X(8).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-NOMBRE       PIC X(30).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-LICENCIA     PIC X(15).
           03 ROW-DIAS         PIC ----9.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-AVISO        PIC X(7).
       01  PTR-TOTAL.
           03 FILLER           PIC X(13) VALUE 'Por vencer: '.
           03 TOT-POR-VENCER   PIC ZZZZ9.
           03 FILLER           PIC X(14) VALUE '  Vencidas: '.
           03 TOT-VENCIDOS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-ARCHIVOS.
            SORT ARCH-AUX
                ON ASCENDING KEY AUX-ORIGEN
                ON ASCENDING KEY AUX-VENCE
                ON ASCENDING KEY AUX-CLAVE
                INPUT PROCEDURE IS ENTRADA
                OUTPUT PROCEDURE IS SALIDA.
            WRITE LINEA-RRHH FROM PE2-ENCABE.
            MOVE WS-CHO-POR-VENCER TO TOT-POR-VENCER.
            MOVE WS-CHO-VENCIDOS TO TOT-VENCIDOS.
            WRITE LINEA-RRHH FROM PTR-TOTAL.
            WRITE LINEA-MOSTRADOR FROM PE2-ENCABE.
            MOVE WS-CLI-POR-VENCER TO TOT-POR-VENCER.
            MOVE WS-CLI-VENCIDOS TO TOT-VENCIDOS.
            WRITE LINEA-MOSTRADOR FROM PTR-TOTAL.
            DISPLAY "VENCE-LIC: FECHA " WS-FECHA-PROCESO
                " CHOFERES " WS-CHO-POR-VENCER "/" WS-CHO-VENCIDOS
                " CLIENTES " WS-CLI-POR-VENCER "/" WS-CLI-VENCIDOS
                " (POR VENCER/VENCIDAS)".
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
           PERFORM ESPERAR-CERROJO.
           OPEN OUTPUT LIS-RRHH.
           IF RRHH-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN VENCE-LIC-RRHH FS: " RRHH-ESTADO
               STOP RUN.
           OPEN OUTPUT LIS-MOSTRADOR.
           IF MOSTRADOR-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN VENCE-LIC-MOSTRADOR FS: "
                   MOSTRADOR-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-RRHH-FECHA.
           WRITE LINEA-RRHH FROM PE1-RRHH.
           WRITE LINEA-RRHH FROM PE2-ENCABE.
           WRITE LINEA-RRHH FROM PE3-RRHH.
           WRITE LINEA-RRHH FROM PE4-ENCABE.
           MOVE WS-FECHA-PROCESO TO PE1-MOS-FECHA.
           WRITE LINEA-MOSTRADOR FROM PE1-MOSTRADOR.
           WRITE LINEA-MOSTRADOR FROM PE2-ENCABE.
           WRITE LINEA-MOSTRADOR FROM PE3-MOSTRADOR.
           WRITE LINEA-MOSTRADOR FROM PE4-ENCABE.
      *-----------------------------------------------------------------
      *******
       ESPERAR-CERROJO.
      *******
      * Espera a que el cerrojo quede libre: hasta 5 intentos con 5
      * segundos entre cada uno; si el batch sigue, se abandona con
      * mensaje en vez de reventar con error de estado.
           MOVE "N" TO WS-CERROJO-LIBRE.
           PERFORM PROBAR-CERROJO VARYING WS-INTENTO FROM 1 BY 1
               UNTIL WS-INTENTO > 5 OR WS-CERROJO-LIBRE = "S".
           IF WS-CERROJO-LIBRE NOT = "S"
               DISPLAY "VENCE-LIC: CLIENTES.TXT OCUPADO POR EL "
                   "BATCH; REINTENTAR MAS TARDE."
               STOP RUN.
      *******
       PROBAR-CERROJO.
      *******
           OPEN INPUT CERROJO.
           IF CER-ESTADO = "05"
      * El archivo opcional no existia: el cerrojo esta libre.
               CLOSE CERROJO
               MOVE "S" TO WS-CERROJO-LIBRE
           ELSE
               CLOSE CERROJO
               DISPLAY "CLIENTES.TXT OCUPADO POR OTRO PROCESO; "
                   "REINTENTO EN 5 SEGUNDOS (" WS-INTENTO "/5)"
               CALL "C$SLEEP" USING WS-ESPERA-SEG.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               LIS-RRHH
               LIS-MOSTRADOR.
      *-----------------------------------------------------------------
      *******
       020-LEER-CHOFER.
      *******
           READ CHOFERES-MAE NEXT RECORD
               AT END MOVE "SI" TO CHM-EOF.
           IF CHM-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ CHOFERES-MAE FS: " CHM-ESTADO
               STOP RUN.
      *******
       022-LEER-CLIENTE.
      *******
           READ CLIENTES NEXT RECORD
               AT END MOVE "SI" TO CLI-EOF.
           IF CLI-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ CLIENTES FS: " CLI-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Solo entra al orden lo que vence hasta la fecha limite; lo ya
      * vencido tambien, porque hoy esta bloqueando asignaciones y
      * alquileres. Vencimiento en 0 (sin dato) no se lista.
           OPEN INPUT CHOFERES-MAE.
           IF CHM-ESTADO NOT = "00"
               DISPLAY "AVISO: SIN CHOFERES-MAE.DAT; lista de "
                   "choferes vacia."
               CLOSE CHOFERES-MAE
           ELSE
               PERFORM 020-LEER-CHOFER
               PERFORM CARGAR-AUX-CHOFER UNTIL CHM-EOF = "SI"
               CLOSE CHOFERES-MAE.
           OPEN INPUT CLIENTES.
           IF CLI-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CLIENTES FS: " CLI-ESTADO
               STOP RUN.
           PERFORM 022-LEER-CLIENTE.
           PERFORM CARGAR-AUX-CLIENTE UNTIL CLI-EOF = "SI".
           CLOSE CLIENTES.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX-CHOFER.
           IF CHM-VENCE-LICENCIA IS NUMERIC AND
               CHM-VENCE-LICENCIA > 0 AND
               CHM-VENCE-LICENCIA <= WS-FECHA-LIMITE
               MOVE "C" TO AUX-ORIGEN
               MOVE CHM-VENCE-LICENCIA TO AUX-VENCE
               MOVE CHM-LEGAJO TO AUX-CLAVE
               MOVE CHM-NOMBRE TO AUX-NOMBRE
               MOVE CHM-LICENCIA TO AUX-LICENCIA
               RELEASE REG-AUX.
           PERFORM 020-LEER-CHOFER.
      *******
       CARGAR-AUX-CLIENTE.
      * Los clientes dados de baja no van al mostrador.
           IF CLI-ESTADO-CLI NOT = "B" AND
               CLI-VENCE-LICENCIA IS NUMERIC AND
               CLI-VENCE-LICENCIA > 0 AND
               CLI-VENCE-LICENCIA <= WS-FECHA-LIMITE
               MOVE "L" TO AUX-ORIGEN
               MOVE CLI-VENCE-LICENCIA TO AUX-VENCE
               MOVE CLI-NUMERO TO AUX-CLAVE
               MOVE CLI-NOMBRE TO AUX-NOMBRE
               MOVE CLI-LICENCIA-COND TO AUX-LICENCIA
               RELEASE REG-AUX.
           PERFORM 022-LEER-CLIENTE.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM ESCRIBIR-LICENCIA UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       ESCRIBIR-LICENCIA.
           MOVE AUX-VENCE(7:2) TO ROW-DIA.
           MOVE AUX-VENCE(5:2) TO ROW-MES.
           MOVE AUX-VENCE(1:4) TO ROW-ANIO.
           MOVE AUX-CLAVE TO ROW-CLAVE.
           MOVE AUX-NOMBRE TO ROW-NOMBRE.
           MOVE AUX-LICENCIA TO ROW-LICENCIA.
           COMPUTE WS-DIAS-FALTAN =
               FUNCTION INTEGER-OF-DATE(AUX-VENCE) -
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           MOVE WS-DIAS-FALTAN TO ROW-DIAS.
           IF WS-DIAS-FALTAN < 0
               MOVE "VENCIDA" TO ROW-AVISO
           ELSE
               MOVE SPACES TO ROW-AVISO.
           IF AUX-ORIGEN = "C"
               WRITE LINEA-RRHH FROM PTR-ROW
               IF WS-DIAS-FALTAN < 0
                   ADD 1 TO WS-CHO-VENCIDOS
               ELSE
                   ADD 1 TO WS-CHO-POR-VENCER
               END-IF
           ELSE
               WRITE LINEA-MOSTRADOR FROM PTR-ROW
               IF WS-DIAS-FALTAN < 0
                   ADD 1 TO WS-CLI-VENCIDOS
               ELSE
                   ADD 1 TO WS-CLI-POR-VENCER.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM VENCE-LIC.
