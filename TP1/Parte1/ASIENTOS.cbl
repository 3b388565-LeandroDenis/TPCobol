      *       campo), el impuesto va a su propia cuenta IVA-VENTAS y
      *       el reverso de cancelaciones se desglosa igual del lado
      *       del credito.
      *   LD  Asientos pendientes de otros procesos
      *       (ASIENTOS-PEND.DAT: amortizacion mensual de AMORTIZA y
      *       resultado de venta de rodados de CARGA-FLOTA) se
      *       incorporan antes de la linea de control y el archivo
      *       queda vacio.
      *   LD  Cuenta DIF-CAMBIO: diferencia de cambio de los cobros
      *       en moneda extranjera, que FACTURA-CLI deja en
      *       ASIENTOS-PEND.DAT.
      *   LD  Cierre contable: una linea fechada en un mes ya
      *       cerrado (PERIODOS-CERRADOS.DAT, lo asienta CIERRE-PER)
      *       sale con fecha del primer dia del primer periodo
      *       abierto y el concepto marcado "AJ.PER.ANT", y se
      *       informa en AJUSTES-PERIODO.DAT y por consola.
      *   LD  Cada exportacion se acumula ademas en
      *       ASIENTOS-ACUM.DAT (fecha de proceso y hora, con
      *       centesimos, de la corrida en cada renglon), junto con
      *       el detalle por documento de lo que se debito y acredito
      *       a DEUDORES por alquileres y cancelaciones; de ahi rearma
      *       el mayor CONCIL-DEU para conciliarlo contra
      *       SALDOS-CLI.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT OPTIONAL ASI-PEND ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASI-PEND-ESTADO.

           SELECT ASIENTOS-S   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASIENTOS-ESTADO.

           SELECT OPTIONAL PERIODOS-CERR ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PERIODOS-ESTADO.

           SELECT AJUSTES-PER  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AJUSTES-ESTADO.

           SELECT ASI-ACUM     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ACUMULADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  MAE-ACT LABEL RECORD IS STANDARD
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Asientos pendientes que dejan otros procesos (amortizacion de
      * AMORTIZA, ventas de rodados de CARGA-FLOTA), ya balanceados y
      * en el mismo formato que ASIENTOS.DAT.
       FD  ASI-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ASIENTOS-PEND.DAT".
       01  ASP                     PIC X(64).

      * Asientos en el formato fijo del paquete contable: fecha,
      * cuenta, D/H, importe y concepto; la ultima linea es el control
      * con el total de debes (= total de haberes).
           03  ASI-IMPORTE         PIC 9(11)V99.
           03  ASI-CONCEPTO        PIC X(30).

      * Meses cerrados por CIERRE-PER (AAAAMM).
       FD  PERIODOS-CERR LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../PERIODOS-CERRADOS.DAT".
       01  REG-PERIODO.
           03  PC-PERIODO      PIC 9(6).
           03  PC-FECHA-CIERRE PIC 9(8).
           03  PC-HORA         PIC 9(6).

      * Movimientos fechados en un mes cerrado, imputados al primer
      * periodo abierto (los toma LIBRO-IVA y los lista CIERRE-PER).
       FD  AJUSTES-PER LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../AJUSTES-PERIODO.DAT".
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

      * Historia de las exportaciones, corrida tras corrida: cada
      * renglon de ASIENTOS.DAT (tipo "A", sin la linea de control)
      * y el detalle por documento de lo que va a DEUDORES (tipo "V"
      * alquiler aprobado, "C" cancelacion). Una recorrida de la
      * misma fecha de proceso agrega otro bloque con otra hora; vale
      * el ultimo (ver CONCIL-DEU).
       FD  ASI-ACUM LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ASIENTOS-ACUM.DAT".
       01  ACU.
           03  ACU-FECHA-PROCESO PIC 9(8).
           03  ACU-HORA        PIC 9(8).
           03  ACU-TIPO        PIC X.
           03  ACU-ASIENTO     PIC X(64).
           03  ACU-DOCUMENTO REDEFINES ACU-ASIENTO.
               05  ACU-PATENTE     PIC X(6).
               05  ACU-FECHA       PIC 9(8).
               05  ACU-NRO-DOC     PIC X(20).
               05  ACU-IMPORTE     PIC 9(9)V99.
               05  FILLER          PIC X(19).

       WORKING-STORAGE SECTION.
       77  MAE-ACT-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  ASIENTOS-ESTADO     PIC XX.
       77  ASI-PEND-ESTADO     PIC XX.
       77  ASI-PEND-EOF        PIC XXX     VALUE "NO".
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
       01  WS-AJP-CONCEPTO     PIC X(30).
       77  ACUMULADO-ESTADO    PIC XX.
       01  WS-HORA-CORRIDA     PIC 9(8).
       01  WS-CANT-PENDIENTES  PIC 9(5)    VALUE 0.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       01  WS-FECHA-PROCESO    PIC 9(8).
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 090-LEER-PERIODOS-CERR.
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 040-CARGA-TABLA-AUTOS.
           IF ASIENTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ASIENTOS FS: " ASIENTOS-ESTADO
               STOP RUN.
           OPEN EXTEND ASI-ACUM.
           IF ACUMULADO-ESTADO = "35"
               OPEN OUTPUT ASI-ACUM
               CLOSE ASI-ACUM
               OPEN EXTEND ASI-ACUM.
           IF ACUMULADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ASIENTOS-ACUM FS: "
                   ACUMULADO-ESTADO
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-HORA-CORRIDA.
      *-----------------------------------------------------------------
      *******
       040-CARGA-TABLA-AUTOS.
                   ADD WS-IVA-NETO TO
                       VTA-IMPORTE(WS-AGENCIA-NUM + 1, WS-TAM-POS)
                   ADD WS-IVA-NETO TO WS-TOTAL-VENTAS
                   ADD WS-IVA-IVA TO WS-TOTAL-IVA
                   PERFORM 057-ACUMULAR-DOC-VENTA.
           PERFORM 020-LEER-MAE-ACT.
      *-----------------------------------------------------------------
      *******
           PERFORM 059-DESGLOSAR-IVA.
           ADD WS-IVA-NETO TO WS-ANULADO-NETO.
           ADD WS-IVA-IVA TO WS-ANULADO-IVA.
           PERFORM 053-ACUMULAR-DOC-ANULADO.
           PERFORM 021-LEER-CANCELACION.
      *******
       053-ACUMULAR-DOC-ANULADO.
      *******
           MOVE SPACES TO ACU-ASIENTO.
           MOVE "C" TO ACU-TIPO.
           MOVE CANCEL-PATENTE TO ACU-PATENTE.
           MOVE CANCEL-FECHA TO ACU-FECHA.
           MOVE CANCEL-NRO-DOC TO ACU-NRO-DOC.
           MOVE CANCEL-IMPORTE TO ACU-IMPORTE.
           PERFORM 0682-GRABAR-ACUMULADO.
      *******
       057-ACUMULAR-DOC-VENTA.
      *******
      * Lo que este alquiler suma al debe global de DEUDORES.
           MOVE SPACES TO ACU-ASIENTO.
           MOVE "V" TO ACU-TIPO.
           MOVE MAE-PATENTE TO ACU-PATENTE.
           MOVE MAE-FECHA TO ACU-FECHA.
           MOVE MAE-NRO-DOC TO ACU-NRO-DOC.
           COMPUTE ACU-IMPORTE = WS-IVA-NETO + WS-IVA-IVA.
           PERFORM 0682-GRABAR-ACUMULADO.
      *-----------------------------------------------------------------
      *******
       058-DESGLOSAR-ALQUILER.
               MOVE "D" TO ASI-DC
               COMPUTE ASI-IMPORTE = WS-TOTAL-VENTAS + WS-TOTAL-IVA
               MOVE "ALQUILERES APROBADOS" TO ASI-CONCEPTO
               PERFORM 068-GRABAR-ASIENTO
               ADD WS-TOTAL-VENTAS TO WS-TOTAL-DEBE
               ADD WS-TOTAL-IVA TO WS-TOTAL-DEBE
               PERFORM 062-ESCRIBIR-VENTAS-AG VARYING WS-A FROM 1
                   MOVE "H" TO ASI-DC
                   MOVE WS-TOTAL-IVA TO ASI-IMPORTE
                   MOVE "IVA ALQUILERES" TO ASI-CONCEPTO
                   PERFORM 068-GRABAR-ASIENTO.
           IF WS-TOTAL-ANULADO > 0
               MOVE WS-FECHA-PROCESO TO ASI-FECHA
               MOVE "VTA-ANULADA" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE WS-ANULADO-NETO TO ASI-IMPORTE
               MOVE "CANCELACIONES DEL DIA" TO ASI-CONCEPTO
               PERFORM 068-GRABAR-ASIENTO
               ADD WS-ANULADO-NETO TO WS-TOTAL-DEBE
               IF WS-ANULADO-IVA > 0
                   MOVE "IVA-VENTAS" TO ASI-CUENTA
                   MOVE "D" TO ASI-DC
                   MOVE WS-ANULADO-IVA TO ASI-IMPORTE
                   MOVE "IVA CANCELACIONES" TO ASI-CONCEPTO
                   PERFORM 068-GRABAR-ASIENTO
                   ADD WS-ANULADO-IVA TO WS-TOTAL-DEBE
               END-IF
               MOVE "DEUDORES" TO ASI-CUENTA
               MOVE "H" TO ASI-DC
               MOVE WS-TOTAL-ANULADO TO ASI-IMPORTE
               MOVE "CANCELACIONES DEL DIA" TO ASI-CONCEPTO
               PERFORM 068-GRABAR-ASIENTO.
           PERFORM 066-INCORPORAR-PENDIENTES.
           MOVE WS-FECHA-PROCESO TO ASI-FECHA.
           MOVE "*CONTROL*" TO ASI-CUENTA.
           MOVE "D" TO ASI-DC.
               MOVE "H" TO ASI-DC
               MOVE VTA-IMPORTE(WS-A, WS-T) TO ASI-IMPORTE
               MOVE "ALQUILERES APROBADOS" TO ASI-CONCEPTO
               PERFORM 068-GRABAR-ASIENTO.
      *-----------------------------------------------------------------
      *******
       066-INCORPORAR-PENDIENTES.
      *******
      * Los asientos pendientes viajan tal cual, con su propia fecha,
      * antes de la linea de control; una vez escritos el archivo se
      * vacia para que no se exporten dos veces.
           OPEN INPUT ASI-PEND.
           IF ASI-PEND-ESTADO = "00"
               PERFORM 023-LEER-PENDIENTE
               PERFORM 067-COPIAR-PENDIENTE UNTIL ASI-PEND-EOF = "SI"
               CLOSE ASI-PEND
               IF WS-CANT-PENDIENTES > 0
                   OPEN OUTPUT ASI-PEND
                   CLOSE ASI-PEND
                   DISPLAY "ASIENTOS: " WS-CANT-PENDIENTES
                       " asiento/s pendiente/s incorporado/s."
               END-IF
           ELSE
               CLOSE ASI-PEND.
      *******
       067-COPIAR-PENDIENTE.
      *******
           MOVE ASP TO ASI.
           PERFORM 068-GRABAR-ASIENTO.
           ADD 1 TO WS-CANT-PENDIENTES.
           IF ASI-DC = "D"
               ADD ASI-IMPORTE TO WS-TOTAL-DEBE.
           PERFORM 023-LEER-PENDIENTE.
      *******
       068-GRABAR-ASIENTO.
      *******
      * Una linea fechada en un mes ya cerrado (tipicamente un
      * pendiente con su propia fecha) no se exporta a ese mes: va al
      * primer dia del primer periodo abierto, marcada como ajuste de
      * periodo anterior, y queda en AJUSTES-PERIODO.DAT.
           MOVE ASI-FECHA TO WS-AJP-FECHA.
           IF WS-ULT-CERRADO > 0 AND
               WS-AJP-PERIODO NOT > WS-ULT-CERRADO
               PERFORM 069-AJUSTE-ASIENTO.
           WRITE ASI.
           MOVE "A" TO ACU-TIPO.
           MOVE ASI TO ACU-ASIENTO.
           PERFORM 0682-GRABAR-ACUMULADO.
      *******
       0682-GRABAR-ACUMULADO.
      *******
           MOVE WS-FECHA-PROCESO TO ACU-FECHA-PROCESO.
           MOVE WS-HORA-CORRIDA TO ACU-HORA.
           WRITE ACU.
           IF ACUMULADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE ASIENTOS-ACUM FS: "
                   ACUMULADO-ESTADO
               STOP RUN.
      *******
       069-AJUSTE-ASIENTO.
      *******
           MOVE "ASIENTO" TO AJP-ORIGEN.
           IF ASI-DC = "H"
               MOVE "C" TO AJP-SIGNO
           ELSE
               MOVE "D" TO AJP-SIGNO.
           MOVE SPACES TO AJP-PATENTE.
           MOVE ASI-CUENTA TO AJP-NRO-DOC.
           MOVE ASI-CONCEPTO TO AJP-CONCEPTO.
           MOVE ASI-IMPORTE TO AJP-NETO.
           MOVE 0 TO AJP-IVA.
           PERFORM 094-ASENTAR-AJUSTE.
           COMPUTE ASI-FECHA = WS-PRIMER-ABIERTO * 100 + 1.
           MOVE ASI-CONCEPTO TO WS-AJP-CONCEPTO.
           MOVE SPACES TO ASI-CONCEPTO.
           STRING "AJ.PER.ANT " WS-AJP-CONCEPTO
               DELIMITED BY SIZE INTO ASI-CONCEPTO.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
               MAE-ACT
               CANCELACIONES
               AUTOS
               ASIENTOS-S
               ASI-ACUM.
           IF WS-AJUSTES-ABIERTO = "SI"
               CLOSE AJUSTES-PER
               DISPLAY "AJUSTES DE PERIODO ANTERIOR: " WS-CANT-AJUSTES.
      *-----------------------------------------------------------------
      *******
       020-LEER-MAE-ACT.
               DISPLAY "ERROR EN READ CANCELACIONES FS: "
                   CANCEL-ESTADO
               STOP RUN.
      *******
       023-LEER-PENDIENTE.
      *******
           READ ASI-PEND
               AT END MOVE "SI" TO ASI-PEND-EOF.
           IF ASI-PEND-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
      *******
       022-LEER-AUTOS.
      *******
               DISPLAY "ERROR EN READ AUTOS  FS: " AUTOS-ESTADO
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
           MOVE "ASIENTOS" TO AJP-PROGRAMA.
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
       END PROGRAM ASIENTOS.
