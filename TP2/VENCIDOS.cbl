      *       patente para no facturar dos veces el mismo atraso.
      *   LD  Se exige la cola *CTRL* de MAESTRO-ACT (un archivo
      *       truncado por una caida) antes de generar cargos.
      *   LD  Cada auto vencido deja ademas un aviso de atraso al
      *       cliente en AVISOS-PEND.DAT (plantilla ATRASO), que
      *       NOTIFICA encola para el gateway de email/SMS.
      *   LD  Cierre contable: un cargo fechado en un mes ya cerrado
      *       (PERIODOS-CERRADOS.DAT, lo asienta CIERRE-PER) se informa
      *       ademas en AJUSTES-PERIODO.DAT como ajuste de periodo
      *       anterior imputado al primer periodo abierto, y sale por
      *       consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIDOS.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT AVISOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AVISOS-ESTADO.

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
       FD  MAE-ACT LABEL RECORD IS STANDARD
           03 CLI-ESTADO-CLI   PIC X.
           03 CLI-LICENCIA-COND PIC X(15).
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
           03 CLI-CUIT-EMPRESA PIC X(11).
           03 CLI-VENCE-LICENCIA PIC 9(8).
           03 CLI-REBOTE-EMAIL PIC X.
           03 CLI-REBOTE-TEL   PIC X.
           03 CLI-CBU          PIC X(22).

      * Cargos extra que factura FACTURA-CLI (ver DEVOL.cbl).
       FD  CARGOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Avisos a clientes pendientes de encolar (ver NOTIFICA).
       FD  AVISOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AVISOS-PEND.DAT".
       01  AVP.
           03  AVP-FECHA           PIC 9(8).
           03  AVP-ORIGEN          PIC X(10).
           03  AVP-TIPO-DOC        PIC X.
           03  AVP-NRO-DOC         PIC X(20).
           03  AVP-PLANTILLA       PIC X(8).
           03  AVP-VARIABLE        PIC X(20) OCCURS 4 TIMES.

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ATRASOS.DAT".
       01  LINEA               PIC X(120).

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
       77  MAE-ACT-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  PARAMETROS-ESTADO   PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  AVISOS-ESTADO       PIC XX.
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
       77  CLIENTES-DISPONIBLE PIC X(2)    VALUE "NO".
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       01  WS-IMPORTE          PIC 9(6)V99.
       01  WS-CANT-VENCIDOS    PIC 9(4)    VALUE 0.
       01  WS-CANT-CARGOS      PIC 9(4)    VALUE 0.
       01  WS-AVP-DIAS         PIC ZZ9.

      * Alquileres abiertos por patente: el ultimo dia esperado, el
      * cliente y la tarifa del ultimo dia; la devolucion y los dias
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 090-LEER-PERIODOS-CERR.
            PERFORM 010-CARGAR-ABIERTOS.
            PERFORM 020-CARGAR-CONTRATOS.
            PERFORM 030-CRUZAR-DEVOLUCIONES.
           OPEN INPUT CLIENTES.
           IF CLIENTES-ESTADO = "00"
               MOVE "SI" TO CLIENTES-DISPONIBLE.
           OPEN EXTEND AVISOS.
           IF AVISOS-ESTADO = "35"
               OPEN OUTPUT AVISOS
               CLOSE AVISOS
               OPEN EXTEND AVISOS.
           IF AVISOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AVISOS-PEND FS: " AVISOS-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ATRASOS FS: " LISTADO-ESTADO
               IF WS-DIAS-VENC > WS-GRACIA
                   ADD 1 TO WS-CANT-VENCIDOS
                   PERFORM 052-LISTAR-VENCIDO
                   PERFORM 054-COBRAR-ATRASO
                   PERFORM 056-AVISAR-ATRASO.
      *******
       052-LISTAR-VENCIDO.
      *******
                       CARGOS-ESTADO
                   STOP RUN
               END-IF
               PERFORM 092-AJUSTE-CARGO
               ADD 1 TO WS-CANT-CARGOS
               MOVE WS-DIAS-VENC TO AB-DIAS-COB(WS-I).
      *******
       056-AVISAR-ATRASO.
      *******
      * Se avisa cada noche que el auto sigue sin volver.
           IF AB-NRO-DOC(WS-I) NOT = SPACES
               MOVE WS-FECHA-PROCESO TO AVP-FECHA
               MOVE "VENCIDOS" TO AVP-ORIGEN
               MOVE AB-TIPO-DOC(WS-I) TO AVP-TIPO-DOC
               MOVE AB-NRO-DOC(WS-I) TO AVP-NRO-DOC
               MOVE "ATRASO" TO AVP-PLANTILLA
               MOVE AB-PATENTE(WS-I) TO AVP-VARIABLE(1)
               MOVE AB-VENCIA(WS-I) TO AVP-VARIABLE(2)
               MOVE WS-DIAS-VENC TO WS-AVP-DIAS
               MOVE WS-AVP-DIAS TO AVP-VARIABLE(3)
               MOVE SPACES TO AVP-VARIABLE(4)
               WRITE AVP
               IF AVISOS-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN WRITE AVISOS-PEND FS: "
                       AVISOS-ESTADO
                   STOP RUN.
      *-----------------------------------------------------------------
      *******
       060-REGRABAR-COBRADOS.
      *******
           CLOSE
               CARGOS
               AVISOS
               LISTADO.
           IF CLIENTES-DISPONIBLE = "SI"
               CLOSE CLIENTES.
           IF WS-AJUSTES-ABIERTO = "SI"
               CLOSE AJUSTES-PER
               DISPLAY "AJUSTES DE PERIODO ANTERIOR: " WS-CANT-AJUSTES.
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
           MOVE "VENCIDOS" TO AJP-PROGRAMA.
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
       END PROGRAM VENCIDOS.
