      *       estado real del auto sin esperar la carga manual; la
      *       ventana la cierra REPARA cuando llega el parte de
      *       reparacion terminada.
      *   LD  MAESTRO.DAT con clave patente+fecha: cada dia alquilado
      *       es una fila. La devolucion se asocia a la ultima fila de
      *       la patente hasta la fecha de devolucion, y el alquiler
      *       arranca en el primer dia del tramo consecutivo del mismo
      *       documento (dias para el tope de km por dia).
      *   LD  Adicionales del alquiler: en el check-in se sacan de
      *       EXTRAS-RESERVA.DAT (TP-PARTE-1) las unidades reservadas
      *       por la patente hasta la fecha de devolucion y las del
      *       mismo alquiler a futuro, asi vuelven al stock de la
      *       agencia. Si el archivo supera la tabla no se regraba.
      *   LD  Cierre contable: un cargo fechado en un mes ya cerrado
      *       (PERIODOS-CERRADOS.DAT, lo asienta CIERRE-PER) se informa
      *       ademas en AJUSTES-PERIODO.DAT como ajuste de periodo
      *       anterior imputado al primer periodo abierto, y sale por
      *       consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOL.

           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT CARGOS       ASSIGN TO DISK
           SELECT OPTIONAL TALLER ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TALLER-ESTADO.

           SELECT OPTIONAL EXTRAS-RESERVA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EXT-RESERVA-ESTADO.

           SELECT OPTIONAL PERIODOS-CERR ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PERIODOS-ESTADO.

           SELECT AJUSTES-PER  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AJUSTES-ESTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  DEVOLUCIONES LABEL RECORD IS STANDARD
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
           03  KEX-KM-ACUM     PIC 9(7).
           03  KEX-MOTIVO      PIC X(10).

      * Unidades de adicionales tomadas por el merge: una fila por
      * codigo, agencia y dia de alquiler aprobado.
       FD  EXTRAS-RESERVA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../../Parte1/EXTRAS-RESERVA.DAT".
       01  REG-EXT-RESERVA.
           03  RSX-CODIGO      PIC X(4).
           03  RSX-AGENCIA     PIC 9.
           03  RSX-FECHA       PIC 9(8).
           03  RSX-PATENTE     PIC X(6).
           03  RSX-TIPO-DOC    PIC X.
           03  RSX-NRO-DOC     PIC X(20).

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
           88 EOF                          VALUE "SI".
       01  WS-KM-DESDE-SERVICE PIC 9(7).
       01  WS-IMPORTE-CARGO    PIC 9(6)V99.
       01  WS-HAY-ALQUILER     PIC X(2).
       01  WS-FIN-PATENTE      PIC X(2).
       01  WS-ALQ-DESDE        PIC 9(8).
       01  WS-ALQ-ELEGIDO.
           03 WS-ALQ-ELEG-PATENTE  PIC X(6).
           03 WS-ALQ-ELEG-FECHA    PIC 9(8).
           03 WS-ALQ-ELEG-TIPO-DOC PIC X.
           03 WS-ALQ-ELEG-NRO-DOC  PIC X(20).
           03 FILLER               PIC X(16).
       01  WS-CANT-CARGOS      PIC 9(5)    VALUE 0.
       01  WS-CANT-DEVOL       PIC 9(5)    VALUE 0.
       01  WS-CANT-SERVICE     PIC 9(5)    VALUE 0.
       77  EXT-RESERVA-ESTADO  PIC XX.
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
      * EXTRAS-RESERVA.DAT entero en memoria: se regraba sin las filas
      * liberadas en el check-in.
       01  WS-CANT-RES-EXT     PIC 9(4)    VALUE 0.
       01  WS-RXD-IDX          PIC 9(4).
       01  WS-RES-EXT-DESBORDE PIC X(2)    VALUE "NO".
       01  WS-CANT-LIBERADOS   PIC 9(5)    VALUE 0.
       01  WS-TABLA-RES-EXT.
           03 WS-RES-EXT OCCURS 3000 TIMES.
               05 RXD-REGISTRO.
                   07 RXD-CODIGO      PIC X(4).
                   07 RXD-AGENCIA     PIC 9.
                   07 RXD-FECHA       PIC 9(8).
                   07 RXD-PATENTE     PIC X(6).
                   07 RXD-TIPO-DOC    PIC X.
                   07 RXD-NRO-DOC     PIC X(20).
               05 RXD-LIBERADA    PIC X(2).

       01  WS-TABLA-KM.
           03 WS-KM-E OCCURS 2000 TIMES.
       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 090-LEER-PERIODOS-CERR.
            PERFORM 004-LEER-REGLAS.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 015-CARGAR-AUTOS.
            PERFORM 016-CARGAR-VENTANAS.
            PERFORM 030-CARGAR-KILOMETRAJE.
            PERFORM 035-CARGAR-RESERVAS-EXT.
            PERFORM 020-LEER-DEVOLUCION.
            PERFORM 050-PROCESAR-DEVOLUCION UNTIL DEVOL-EOF = "SI".
            PERFORM 060-REGRABAR-KILOMETRAJE.
            PERFORM 065-REGRABAR-RESERVAS-EXT.
            DISPLAY "DEVOLUCIONES PROCESADAS: " WS-CANT-DEVOL.
            DISPLAY "CARGOS EXTRA GENERADOS: " WS-CANT-CARGOS.
            DISPLAY "AUTOS CON SERVICE VENCIDO: " WS-CANT-SERVICE.
                WS-CANT-SOSPECHOSOS.
            DISPLAY "VENTANAS DE TALLER ABIERTAS POR DANIO: "
                WS-CANT-ABIERTAS.
            DISPLAY "ADICIONALES LIBERADOS EN CHECK-IN: "
                WS-CANT-LIBERADOS.
            PERFORM 070-CERRAR-ARCHIVOS.
            STOP RUN.
      *-----------------------------------------------------------------
           MOVE KMS-KM-SERVICE TO WS-KM-SERV(WS-CANT-KM).
           PERFORM 020-LEER-KILOMETRAJE.
      *-----------------------------------------------------------------
      *******
       035-CARGAR-RESERVAS-EXT.
      *******
      * Si el archivo no entra en la tabla no se libera nada: una
      * regrabacion parcial perderia reservas vigentes.
           OPEN INPUT EXTRAS-RESERVA.
           IF EXT-RESERVA-ESTADO = "00"
               PERFORM UNTIL EXT-RESERVA-ESTADO NOT = "00"
                   READ EXTRAS-RESERVA
                   IF EXT-RESERVA-ESTADO = "00" AND
                       WS-CANT-RES-EXT >= 3000
                       MOVE "SI" TO WS-RES-EXT-DESBORDE
                   END-IF
                   IF EXT-RESERVA-ESTADO = "00" AND
                       WS-CANT-RES-EXT < 3000
                       ADD 1 TO WS-CANT-RES-EXT
                       MOVE REG-EXT-RESERVA TO
                           RXD-REGISTRO(WS-CANT-RES-EXT)
                       MOVE "NO" TO RXD-LIBERADA(WS-CANT-RES-EXT)
                   END-IF
               END-PERFORM.
           CLOSE EXTRAS-RESERVA.
           IF WS-RES-EXT-DESBORDE = "SI"
               DISPLAY "ATENCION: EXTRAS-RESERVA.DAT supera la tabla "
                   "(3000); no se liberan adicionales en la corrida.".
      *-----------------------------------------------------------------
      *******
       050-PROCESAR-DEVOLUCION.
      *******
           ADD 1 TO WS-CANT-DEVOL.
           PERFORM 052-BUSCAR-ALQUILER.
           PERFORM 059-LIBERAR-EXTRAS.
           PERFORM 019-RESOLVER-AUTO-DEV.
           PERFORM 054-CARGO-COMBUSTIBLE.
           PERFORM 055-CARGO-DANIO.
      *******
       052-BUSCAR-ALQUILER.
      *******
      * Cada dia alquilado es una fila de MAESTRO.DAT: se recorren las
      * filas de la patente hasta la fecha de la devolucion y vale la
      * ultima no rechazada; el alquiler arranca en el primer dia del
      * tramo consecutivo de ese mismo documento.
           MOVE "NO" TO WS-HAY-ALQUILER.
           MOVE "NO" TO WS-FIN-PATENTE.
           MOVE DEV-PATENTE TO ALQ-PATENTE.
           MOVE 0 TO ALQ-FECHA.
           START M KEY IS NOT LESS THAN ALQ-CLAVE
               INVALID KEY MOVE "SI" TO WS-FIN-PATENTE.
           PERFORM 0521-LEER-FILA-PATENTE UNTIL WS-FIN-PATENTE = "SI".
           IF WS-HAY-ALQUILER = "NO"
               DISPLAY "ATENCION: devolucion de " DEV-PATENTE
                   " sin alquiler en MAESTRO.DAT; cargos sin cliente."
           ELSE
               MOVE WS-ALQ-ELEGIDO TO ALQ.
      *******
       0521-LEER-FILA-PATENTE.
      *******
           READ M NEXT RECORD
               AT END MOVE "SI" TO WS-FIN-PATENTE.
           IF M-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MAESTRO FS: " M-ESTADO
               STOP RUN.
           IF WS-FIN-PATENTE = "NO"
               IF ALQ-PATENTE NOT = DEV-PATENTE OR
                   ALQ-FECHA > DEV-FECHA
                   MOVE "SI" TO WS-FIN-PATENTE
               ELSE
                   IF ALQ-ESTADO NOT = "R"
                       IF WS-HAY-ALQUILER = "NO" OR
                           ALQ-NRO-DOC NOT = WS-ALQ-ELEG-NRO-DOC OR
                           FUNCTION INTEGER-OF-DATE(ALQ-FECHA) NOT =
                           FUNCTION INTEGER-OF-DATE(WS-ALQ-ELEG-FECHA)
                           + 1
                           MOVE ALQ-FECHA TO WS-ALQ-DESDE
                       END-IF
                       MOVE ALQ TO WS-ALQ-ELEGIDO
                       MOVE "SI" TO WS-HAY-ALQUILER.
      *-----------------------------------------------------------------
      *******
       059-LIBERAR-EXTRAS.
      *******
      * Vuelven al stock las unidades de la patente hasta el dia de la
      * devolucion, y las del mismo alquiler para dias posteriores
      * (devolucion anticipada).
           IF WS-RES-EXT-DESBORDE = "NO"
               PERFORM 0591-COMPARAR-RESERVA-EXT VARYING WS-RXD-IDX
                   FROM 1 BY 1 UNTIL WS-RXD-IDX > WS-CANT-RES-EXT.
      *******
       0591-COMPARAR-RESERVA-EXT.
      *******
           IF RXD-LIBERADA(WS-RXD-IDX) = "NO" AND
               RXD-PATENTE(WS-RXD-IDX) = DEV-PATENTE
               IF RXD-FECHA(WS-RXD-IDX) <= DEV-FECHA OR
                   (WS-HAY-ALQUILER = "SI" AND
                    RXD-NRO-DOC(WS-RXD-IDX) = ALQ-NRO-DOC)
                   MOVE "SI" TO RXD-LIBERADA(WS-RXD-IDX)
                   ADD 1 TO WS-CANT-LIBERADOS.
      *-----------------------------------------------------------------
      *******
       053-VALIDAR-ODOMETRO.
               ELSE
                   MOVE 1 TO WS-DIAS-ALQ
                   IF WS-HAY-ALQUILER = "SI" AND
                       DEV-FECHA >= WS-ALQ-DESDE
                       COMPUTE WS-DIAS-ALQ =
                           FUNCTION INTEGER-OF-DATE(DEV-FECHA) -
                           FUNCTION INTEGER-OF-DATE(WS-ALQ-DESDE) + 1
                   END-IF
                   IF WS-DIAS-ALQ < 1
                       MOVE 1 TO WS-DIAS-ALQ
               DISPLAY "ERROR EN WRITE CARGOS-EXTRA FS: "
                   CARGOS-ESTADO
               STOP RUN.
           PERFORM 092-AJUSTE-CARGO.
           ADD 1 TO WS-CANT-CARGOS.
      *-----------------------------------------------------------------
      *******
           MOVE WS-KM-SERV(WS-POS) TO KMS-KM-SERVICE.
           WRITE KMS.
      *-----------------------------------------------------------------
      *******
       065-REGRABAR-RESERVAS-EXT.
      *******
           IF WS-CANT-LIBERADOS > 0
               OPEN OUTPUT EXTRAS-RESERVA
               IF EXT-RESERVA-ESTADO NOT = "00" AND
                   EXT-RESERVA-ESTADO NOT = "05"
                   DISPLAY "ERROR EN REAPERTURA EXTRAS-RESERVA FS: "
                       EXT-RESERVA-ESTADO
                   STOP RUN
               END-IF
               PERFORM 067-REGRABAR-UNA-RESERVA VARYING WS-RXD-IDX
                   FROM 1 BY 1 UNTIL WS-RXD-IDX > WS-CANT-RES-EXT
               CLOSE EXTRAS-RESERVA.
      *******
       067-REGRABAR-UNA-RESERVA.
      *******
           IF RXD-LIBERADA(WS-RXD-IDX) = "NO"
               WRITE REG-EXT-RESERVA FROM RXD-REGISTRO(WS-RXD-IDX).
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
               CARGOS
               LISTADO
               KM-EXCEP.
           IF WS-AJUSTES-ABIERTO = "SI"
               CLOSE AJUSTES-PER
               DISPLAY "AJUSTES DE PERIODO ANTERIOR: " WS-CANT-AJUSTES.
      *-----------------------------------------------------------------
      *******
       020-LEER-DEVOLUCION.
               DISPLAY "ERROR EN READ KILOMETRAJE FS: " KM-ESTADO
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AJP-FECHA-PROCESO.
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
           MOVE "DEVOL" TO AJP-PROGRAMA.
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
       END PROGRAM DEVOL.
