      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: hoja de ruta diaria de cada chofer para
      *       el dia de servicio siguiente a la fecha de proceso. Toma
      *       los alquileres "T" con legajo asignado de MAESTRO.DAT,
      *       los ordena por hora de retiro (ACT-HORA-RETIRO de
      *       MAESTRO-ACT.DAT) y por cada uno muestra el cliente
      *       (nombre, direccion y telefono de CLIENTES.TXT), el auto
      *       y la agencia donde esta hoy (AUT-AGENCIA-ACTUAL de
      *       AUTOS.DAT) y la hora de devolucion prevista. Un retiro
      *       fuera del horario del turno vigente del chofer
      *       (CHOFERES.TXT) sale marcado. Una hoja por legajo en
      *       HOJA-RUTA.DAT, para imprimir al final de la corrida
      *       nocturna y entregar a primera hora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOJA-RUTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT OPTIONAL MAE-ACT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT CHOFERES     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CHO-NRO-LEGAJO
                                   WITH DUPLICATES
                               FILE STATUS IS CHO-ESTADO.

           SELECT OPTIONAL CHOFERES-MAE ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CHM-LEGAJO
                               FILE STATUS IS CHM-ESTADO.

           SELECT OPTIONAL AUTOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
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

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
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
      * Modalidad: "S" conduce el cliente (sin chofer); no va a la
      * hoja de ruta.
           03  ALQ-MODO            PIC X.

      * Alquileres aprobados por TP-PARTE-1: de aca salen las horas de
      * retiro y devolucion de cada dia (HHMM; 0 = jornada completa).
       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MAESTRO-ACT.DAT".
       01  MAE.
           03  MAE-PATENTE         PIC X(6).
           03  MAE-FECHA           PIC 9(8).
           03  MAE-TIPO-DOC        PIC X.
           03  MAE-NRO-DOC         PIC X(20).
           03  MAE-IMPORTE         PIC 9(4)V99.
           03  MAE-AGENCIA         PIC 9.
           03  MAE-HORA-RETIRO     PIC 9(4).
           03  MAE-HORA-DEVOL      PIC 9(4).
      * Modalidad y desglose de IVA; no se usan aca.
           03  FILLER              PIC X(13).

      * Archivo de turnos puro: legajo, vigencia y turno.
       FD  CHOFERES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CHOFERES.TXT".
       01  CHO.
           03 CHO-NRO-LEGAJO       PIC X(7).
           03 CHO-FECHA-DESDE      PIC 9(8).
           03 CHO-FECHA-HASTA      PIC 9(8).
           03 CHO-TURNO            PIC X.

      * Maestro de choferes: una fila por legajo.
       FD  CHOFERES-MAE LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CHOFERES-MAE.DAT".
       01  CHM.
           03 CHM-LEGAJO           PIC X(7).
           03 CHM-NOMBRE           PIC X(30).
           03 CHM-LICENCIA         PIC X(15).
           03 CHM-CLASE            PIC X.
           03 CHM-VENCE-LICENCIA   PIC 9(8).

       FD  AUTOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/AUTOS.DAT".
       01  AUT.
           03  AUT-PATENTE         PIC X(6).
           03  AUT-DESC            PIC X(30).
           03  AUT-MARCA           PIC X(20).
           03  AUT-COLOR           PIC X(10).
           03  AUT-TAMAÑO          PIC X.
           03  AUT-IMPORTE         PIC 9(4)V99.
           03  AUT-COMBUSTIBLE     PIC X(10).
           03  AUT-TRANSMISION     PIC X(10).
           03  AUT-ESTADO          PIC X.
      * Agencia base y agencia donde esta hoy el auto (FLOTA-UBIC);
      * 0 = desconocida.
           03  AUT-AGENCIA-BASE    PIC 9.
           03  AUT-AGENCIA-ACTUAL  PIC 9.

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
           03 CLI-ESTADO-CLI   PIC X.
           03 CLI-LICENCIA-COND PIC X(15).
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
           03 CLI-CUIT-EMPRESA PIC X(11).
           03 CLI-VENCE-LICENCIA PIC 9(8).
           03 CLI-REBOTE-EMAIL PIC X.
           03 CLI-REBOTE-TEL   PIC X.
           03 CLI-CBU          PIC X(22).

      * Cerrojo de acceso a CLIENTES.TXT, compartido con SUBPGR y los
      * batch del archivo: la lectura espera a que quede libre pero no
      * lo toma (varias consultas pueden convivir).
       FD  CERROJO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.LCK".
       01  REG-CERROJO         PIC X(30).

      * Un renglon por retiro; el orden agrupa por legajo y dentro de
      * cada legajo sigue la hora de retiro.
       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-CHOFER          PIC X(7).
           03  AUX-HORA-RETIRO     PIC 9(4).
           03  AUX-PATENTE         PIC X(6).
           03  AUX-NRO-DOC         PIC X(20).
           03  AUX-HORA-DEVOL      PIC 9(4).
           03  AUX-TURNO           PIC X.
      * "S" = retiro fuera del horario del turno; "N" = el legajo no
      * tiene turno vigente ese dia; blanco = en regla.
           03  AUX-FUERA-TURNO     PIC X.

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
                   VALUE OF FILE-ID IS "../HOJA-RUTA.DAT".
       01  LINEA               PIC X(140).

       WORKING-STORAGE SECTION.
       77  M-EOF               PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  CHO-EOF             PIC XXX     VALUE "NO".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  M-ESTADO            PIC XX.
       77  MAE-ACT-ESTADO      PIC XX.
       77  CHO-ESTADO          PIC XX.
       77  CHM-ESTADO          PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  CLI-ESTADO          PIC XX.
       77  CER-ESTADO          PIC XX.
       77  FS-AUX              PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-INTENTO          PIC 9(2).
       77  WS-CERROJO-LIBRE    PIC X       VALUE "N".
       77  WS-ESPERA-SEG       PIC 9(4) COMP VALUE 5.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-CHM-DISPONIBLE   PIC X(2)    VALUE "NO".
       77  WS-AUTOS-DISPONIBLE PIC X(2)    VALUE "NO".
       77  WS-CLI-DISPONIBLE   PIC X(2)    VALUE "NO".
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       01  WS-FECHA-PROCESO    PIC 9(8).
      * Dia de servicio que cubre la hoja: el siguiente al proceso.
       01  WS-FECHA-SERVICIO   PIC 9(8).
       01  WS-FECHA-SERV-R REDEFINES WS-FECHA-SERVICIO.
           03 WS-SERV-AAAA         PIC 9(4).
           03 WS-SERV-MM           PIC 9(2).
           03 WS-SERV-DD           PIC 9(2).
       01  WS-I                PIC 9(4).
       01  WS-POS              PIC 9(4).
       01  WS-CANT-HORAS       PIC 9(4)    VALUE 0.
       01  WS-CANT-TURNOS      PIC 9(4)    VALUE 0.
       01  WS-CANT-RETIROS     PIC 9(5)    VALUE 0.
       01  WS-CANT-FUERA       PIC 9(5)    VALUE 0.
       01  WS-CANT-HOJAS       PIC 9(4)    VALUE 0.
       01  WS-CHOFER           PIC X(7).
       01  WS-RETIROS-CHOFER   PIC 9(3).
       01  WS-FUERA-CHOFER     PIC 9(3).
       01  WS-HORA             PIC 9(4).
       01  WS-HORA-R REDEFINES WS-HORA.
           03 WS-HORA-HH           PIC 99.
           03 WS-HORA-MM           PIC 99.
       01  WS-HORA-ED.
           03 WS-HORA-ED-HH        PIC 99.
           03 FILLER               PIC X       VALUE ':'.
           03 WS-HORA-ED-MM        PIC 99.

      * Horario de cada turno (HHMM, desde inclusive / hasta
      * exclusive); la noche cruza la medianoche.
       01  WS-HORARIOS-VALORES.
           03 FILLER           PIC X(9)    VALUE 'M06001400'.
           03 FILLER           PIC X(9)    VALUE 'T14002200'.
           03 FILLER           PIC X(9)    VALUE 'N22000600'.
       01  WS-TABLA-HORARIOS REDEFINES WS-HORARIOS-VALORES.
           03 WS-HOR OCCURS 3 TIMES.
               05 HOR-TURNO        PIC X.
               05 HOR-DESDE        PIC 9(4).
               05 HOR-HASTA        PIC 9(4).
       01  WS-HOR-I            PIC 9.
       01  WS-HOR-POS          PIC 9.

      * Horas de retiro y devolucion por patente del dia de servicio.
       01  WS-TABLA-HORAS.
           03 WS-HRS OCCURS 2000 TIMES.
               05 HRS-PATENTE      PIC X(6).
               05 HRS-RETIRO       PIC 9(4).
               05 HRS-DEVOL        PIC 9(4).

      * Turno vigente de cada legajo el dia de servicio.
       01  WS-TABLA-TURNOS.
           03 WS-TUR OCCURS 2000 TIMES.
               05 TUR-LEGAJO       PIC X(7).
               05 TUR-TURNO        PIC X.

       01  PE1-ENCABE.
           03 FILLER           PIC X(30) VALUE
               'Hoja de ruta del chofer'.
           03 FILLER           PIC X(6)  VALUE 'Hoja: '.
           03 PE1-HOJA         PIC ZZZ9.
       01  PE2-ENCABE.
           03 FILLER           PIC X(18) VALUE 'Dia de servicio: '.
           03 PE2-DD           PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 PE2-MM           PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 PE2-AAAA         PIC 9999.
       01  PE3-ENCABE.
           03 FILLER           PIC X(8)  VALUE 'Legajo: '.
           03 PE3-LEGAJO       PIC X(7).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 PE3-NOMBRE       PIC X(30).
           03 FILLER           PIC X(8)  VALUE ' Turno: '.
           03 PE3-TURNO        PIC X.
           03 FILLER           PIC X(2)  VALUE ' ('.
           03 PE3-DESDE        PIC X(5).
           03 FILLER           PIC X     VALUE '-'.
           03 PE3-HASTA        PIC X(5).
           03 FILLER           PIC X     VALUE ')'.
       01  PE4-ENCABE          PIC X(60) VALUE ' '.
       01  PE5-ENCABE.
           03 FILLER           PIC X(7)  VALUE 'Retiro'.
           03 FILLER           PIC X(8)  VALUE 'Patente'.
           03 FILLER           PIC X(21) VALUE 'Auto'.
           03 FILLER           PIC X(5)  VALUE 'Ag.'.
           03 FILLER           PIC X(26) VALUE 'Cliente'.
           03 FILLER           PIC X(31) VALUE 'Direccion'.
           03 FILLER           PIC X(21) VALUE 'Telefono'.
           03 FILLER           PIC X(6)  VALUE 'Devol'.
       01  PE6-ENCABE.
           03 FILLER           PIC X(140) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-RETIRO       PIC X(5).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-AUTO         PIC X(20).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-AGENCIA      PIC 9.
           03 FILLER           PIC X(4)  VALUE ' '.
           03 ROW-CLIENTE      PIC X(25).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-DIRECCION    PIC X(30).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-TELEFONO     PIC X(20).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-DEVOL        PIC X(5).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-AVISO        PIC X(14).
       01  PTR-TOTAL-CHOFER.
           03 FILLER           PIC X(10) VALUE 'Retiros: '.
           03 TOT-RETIROS      PIC ZZ9.
           03 FILLER           PIC X(19) VALUE '  Fuera de turno: '.
           03 TOT-FUERA        PIC ZZ9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 020-CARGAR-HORAS.
            PERFORM 030-CARGAR-TURNOS.
            SORT ARCH-AUX
                ON ASCENDING KEY AUX-CHOFER
                ON ASCENDING KEY AUX-HORA-RETIRO
                ON ASCENDING KEY AUX-PATENTE
                INPUT PROCEDURE IS ENTRADA
                OUTPUT PROCEDURE IS SALIDA.
            DISPLAY "HOJA-RUTA: DIA " WS-FECHA-SERVICIO
                " HOJAS " WS-CANT-HOJAS " RETIROS " WS-CANT-RETIROS
                " FUERA DE TURNO " WS-CANT-FUERA.
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
           COMPUTE WS-FECHA-SERVICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) + 1).
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           PERFORM ESPERAR-CERROJO.
           OPEN INPUT CLIENTES.
           IF CLI-ESTADO = "00"
               MOVE "SI" TO WS-CLI-DISPONIBLE
           ELSE
               DISPLAY "AVISO: SIN CLIENTES.TXT; la hoja sale sin "
                   "datos de contacto.".
           OPEN INPUT CHOFERES-MAE.
           IF CHM-ESTADO = "00"
               MOVE "SI" TO WS-CHM-DISPONIBLE.
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO = "00"
               MOVE "SI" TO WS-AUTOS-DISPONIBLE.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN HOJA-RUTA FS: " LISTADO-ESTADO
               STOP RUN.
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
               DISPLAY "HOJA-RUTA: CLIENTES.TXT OCUPADO POR EL "
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
       020-CARGAR-HORAS.
      *******
      * Sin MAESTRO-ACT (o un dia que vino de una corrida anterior)
      * el retiro sale como jornada completa, sin hora.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO = "00"
               PERFORM UNTIL MAE-ACT-ESTADO NOT = "00"
                   READ MAE-ACT
                   IF MAE-ACT-ESTADO = "00"
                       IF MAE-PATENTE = "*CTRL*"
                           MOVE "10" TO MAE-ACT-ESTADO
                       ELSE
                           PERFORM 022-CARGAR-UNA-HORA
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE MAE-ACT.
      *******
       022-CARGAR-UNA-HORA.
      *******
           IF MAE-FECHA = WS-FECHA-SERVICIO AND
               MAE-HORA-RETIRO IS NUMERIC AND
               MAE-HORA-DEVOL IS NUMERIC
               IF WS-CANT-HORAS < WS-TOPE-TABLA
                   ADD 1 TO WS-CANT-HORAS
                   MOVE MAE-PATENTE TO HRS-PATENTE(WS-CANT-HORAS)
                   MOVE MAE-HORA-RETIRO TO HRS-RETIRO(WS-CANT-HORAS)
                   MOVE MAE-HORA-DEVOL TO HRS-DEVOL(WS-CANT-HORAS)
               ELSE
                   DISPLAY "ATENCION: tabla de horas llena ("
                       WS-TOPE-TABLA "); patente sin hora: "
                       MAE-PATENTE.
      *-----------------------------------------------------------------
      *******
       030-CARGAR-TURNOS.
      *******
           OPEN INPUT CHOFERES.
           IF CHO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CHOFERES FS: " CHO-ESTADO
               STOP RUN.
           PERFORM 032-CARGAR-UN-TURNO UNTIL CHO-EOF = "SI".
           CLOSE CHOFERES.
      *******
       032-CARGAR-UN-TURNO.
      *******
           READ CHOFERES NEXT RECORD
               AT END MOVE "SI" TO CHO-EOF.
           IF CHO-EOF = "NO" AND
               (CHO-ESTADO = "00" OR CHO-ESTADO = "02") AND
               CHO-FECHA-DESDE <= WS-FECHA-SERVICIO AND
               CHO-FECHA-HASTA >= WS-FECHA-SERVICIO
               IF WS-CANT-TURNOS < WS-TOPE-TABLA
                   ADD 1 TO WS-CANT-TURNOS
                   MOVE CHO-NRO-LEGAJO TO TUR-LEGAJO(WS-CANT-TURNOS)
                   MOVE CHO-TURNO TO TUR-TURNO(WS-CANT-TURNOS).
      *-----------------------------------------------------------------
      *******
       040-LEER-M.
      *******
           READ M NEXT RECORD
               AT END MOVE "SI" TO M-EOF.
           IF M-ESTADO NOT = ZERO AND 10 AND 02
               DISPLAY "ERROR EN READ MAESTRO FS: " M-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE LISTADO.
           IF WS-CLI-DISPONIBLE = "SI"
               CLOSE CLIENTES.
           IF WS-CHM-DISPONIBLE = "SI"
               CLOSE CHOFERES-MAE.
           IF WS-AUTOS-DISPONIBLE = "SI"
               CLOSE AUTOS.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Solo los alquileres del dia de servicio ya asignados ("T" con
      * legajo); los sin chofer (modalidad "S") no van en la hoja.
           OPEN INPUT M.
           IF M-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO FS: " M-ESTADO
               STOP RUN.
           PERFORM 040-LEER-M.
           PERFORM CARGAR-AUX UNTIL M-EOF = "SI".
           CLOSE M.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX.
           IF ALQ-FECHA = WS-FECHA-SERVICIO AND ALQ-ESTADO = "T" AND
               ALQ-CHOFER NOT = SPACES AND ALQ-MODO NOT = "S"
               MOVE ALQ-CHOFER TO AUX-CHOFER
               MOVE ALQ-PATENTE TO AUX-PATENTE
               MOVE ALQ-NRO-DOC TO AUX-NRO-DOC
               PERFORM BUSCAR-HORAS
               PERFORM CONTROLAR-TURNO
               RELEASE REG-AUX.
           PERFORM 040-LEER-M.
      *******
       BUSCAR-HORAS.
           MOVE 0 TO AUX-HORA-RETIRO.
           MOVE 0 TO AUX-HORA-DEVOL.
           PERFORM COMPARAR-HORA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-HORAS.
      *******
       COMPARAR-HORA.
           IF HRS-PATENTE(WS-I) = ALQ-PATENTE
               MOVE HRS-RETIRO(WS-I) TO AUX-HORA-RETIRO
               MOVE HRS-DEVOL(WS-I) TO AUX-HORA-DEVOL.
      *******
       CONTROLAR-TURNO.
      * Un retiro sin hora (jornada completa) no se controla.
           MOVE SPACE TO AUX-TURNO.
           MOVE SPACE TO AUX-FUERA-TURNO.
           MOVE 0 TO WS-POS.
           PERFORM COMPARAR-TURNO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-TURNOS OR WS-POS NOT = 0.
           IF WS-POS = 0
               MOVE "N" TO AUX-FUERA-TURNO
           ELSE
               MOVE TUR-TURNO(WS-POS) TO AUX-TURNO
               PERFORM BUSCAR-HORARIO
               IF WS-HOR-POS NOT = 0 AND AUX-HORA-RETIRO > 0
                   IF HOR-DESDE(WS-HOR-POS) < HOR-HASTA(WS-HOR-POS)
                       IF AUX-HORA-RETIRO < HOR-DESDE(WS-HOR-POS) OR
                           AUX-HORA-RETIRO >= HOR-HASTA(WS-HOR-POS)
                           MOVE "S" TO AUX-FUERA-TURNO
                       END-IF
                   ELSE
                       IF AUX-HORA-RETIRO < HOR-DESDE(WS-HOR-POS) AND
                           AUX-HORA-RETIRO >= HOR-HASTA(WS-HOR-POS)
                           MOVE "S" TO AUX-FUERA-TURNO.
      *******
       COMPARAR-TURNO.
           IF TUR-LEGAJO(WS-I) = ALQ-CHOFER
               MOVE WS-I TO WS-POS.
      *******
       BUSCAR-HORARIO.
           MOVE 0 TO WS-HOR-POS.
           PERFORM COMPARAR-HORARIO VARYING WS-HOR-I FROM 1 BY 1
               UNTIL WS-HOR-I > 3 OR WS-HOR-POS NOT = 0.
      *******
       COMPARAR-HORARIO.
           IF HOR-TURNO(WS-HOR-I) = AUX-TURNO
               MOVE WS-HOR-I TO WS-HOR-POS.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM PROCESAR-CHOFER UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       PROCESAR-CHOFER.
           MOVE AUX-CHOFER TO WS-CHOFER.
           MOVE 0 TO WS-RETIROS-CHOFER.
           MOVE 0 TO WS-FUERA-CHOFER.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM ESCRIBIR-RETIRO UNTIL AUX-EOF = "SI" OR
               AUX-CHOFER NOT = WS-CHOFER.
           WRITE LINEA FROM PE6-ENCABE.
           MOVE WS-RETIROS-CHOFER TO TOT-RETIROS.
           MOVE WS-FUERA-CHOFER TO TOT-FUERA.
           WRITE LINEA FROM PTR-TOTAL-CHOFER.
           WRITE LINEA FROM PE4-ENCABE.
      *******
       ESCRIBIR-CABECERA.
           ADD 1 TO WS-CANT-HOJAS.
           MOVE WS-CANT-HOJAS TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           MOVE WS-SERV-DD TO PE2-DD.
           MOVE WS-SERV-MM TO PE2-MM.
           MOVE WS-SERV-AAAA TO PE2-AAAA.
           WRITE LINEA FROM PE2-ENCABE.
           MOVE WS-CHOFER TO PE3-LEGAJO.
           MOVE SPACES TO PE3-NOMBRE.
           IF WS-CHM-DISPONIBLE = "SI"
               MOVE WS-CHOFER TO CHM-LEGAJO
               READ CHOFERES-MAE
                   INVALID KEY CONTINUE
               END-READ
               IF CHM-ESTADO = "00"
                   MOVE CHM-NOMBRE TO PE3-NOMBRE.
           MOVE AUX-TURNO TO PE3-TURNO.
           MOVE SPACES TO PE3-DESDE.
           MOVE SPACES TO PE3-HASTA.
           PERFORM BUSCAR-HORARIO.
           IF WS-HOR-POS NOT = 0
               MOVE HOR-DESDE(WS-HOR-POS) TO WS-HORA
               PERFORM EDITAR-HORA
               MOVE WS-HORA-ED TO PE3-DESDE
               MOVE HOR-HASTA(WS-HOR-POS) TO WS-HORA
               PERFORM EDITAR-HORA
               MOVE WS-HORA-ED TO PE3-HASTA.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           WRITE LINEA FROM PE6-ENCABE.
      *******
       ESCRIBIR-RETIRO.
           IF AUX-HORA-RETIRO = 0
               MOVE "JORN." TO ROW-RETIRO
           ELSE
               MOVE AUX-HORA-RETIRO TO WS-HORA
               PERFORM EDITAR-HORA
               MOVE WS-HORA-ED TO ROW-RETIRO.
           IF AUX-HORA-DEVOL = 0
               MOVE "JORN." TO ROW-DEVOL
           ELSE
               MOVE AUX-HORA-DEVOL TO WS-HORA
               PERFORM EDITAR-HORA
               MOVE WS-HORA-ED TO ROW-DEVOL.
           MOVE AUX-PATENTE TO ROW-PATENTE.
           MOVE SPACES TO ROW-AUTO.
           MOVE 0 TO ROW-AGENCIA.
           IF WS-AUTOS-DISPONIBLE = "SI"
               MOVE AUX-PATENTE TO AUT-PATENTE
               READ AUTOS
                   INVALID KEY CONTINUE
               END-READ
               IF AUTOS-ESTADO = "00"
                   MOVE AUT-DESC TO ROW-AUTO
                   IF AUT-AGENCIA-ACTUAL IS NUMERIC
                       MOVE AUT-AGENCIA-ACTUAL TO ROW-AGENCIA.
           MOVE AUX-NRO-DOC TO ROW-CLIENTE.
           MOVE SPACES TO ROW-DIRECCION.
           MOVE SPACES TO ROW-TELEFONO.
           IF WS-CLI-DISPONIBLE = "SI"
               MOVE AUX-NRO-DOC TO CLI-DOCUMENTO
               READ CLIENTES RECORD KEY IS CLI-DOCUMENTO
                   INVALID KEY CONTINUE
               END-READ
               IF CLI-ESTADO = "00" OR CLI-ESTADO = "02"
                   MOVE CLI-NOMBRE TO ROW-CLIENTE
                   MOVE CLI-DIRECCION TO ROW-DIRECCION
                   MOVE CLI-TELEFONO TO ROW-TELEFONO.
           EVALUATE AUX-FUERA-TURNO
               WHEN "S"
                   MOVE "FUERA DE TURNO" TO ROW-AVISO
                   ADD 1 TO WS-FUERA-CHOFER
                   ADD 1 TO WS-CANT-FUERA
               WHEN "N"
                   MOVE "SIN TURNO" TO ROW-AVISO
                   ADD 1 TO WS-FUERA-CHOFER
                   ADD 1 TO WS-CANT-FUERA
               WHEN OTHER
                   MOVE SPACES TO ROW-AVISO
           END-EVALUATE.
           WRITE LINEA FROM PTR-ROW.
           ADD 1 TO WS-RETIROS-CHOFER.
           ADD 1 TO WS-CANT-RETIROS.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *******
       EDITAR-HORA.
           MOVE WS-HORA-HH TO WS-HORA-ED-HH.
           MOVE WS-HORA-MM TO WS-HORA-ED-MM.
      *-----------------------------------------------------------------
      *******
       END PROGRAM HOJA-RUTA.
