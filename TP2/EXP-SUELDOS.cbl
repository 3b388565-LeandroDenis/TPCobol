      *       los totales balanceados (bruto = retenciones + neto).
      *       Cada liquidacion exportada queda marcada "S" para que
      *       el mismo periodo no viaje dos veces.
      *   LD  Gastos de viaje de los choferes: lo aprobado en
      *       GASTOS-CHO-HIST.DAT (estado "A", lo deja GASTOS-CHO)
      *       viaja como concepto no remunerativo (EXP-NO-REMUN, sin
      *       retenciones) en la linea de la liquidacion del legajo, o
      *       en una linea propia con bruto 0 si el legajo no tiene
      *       liquidacion para exportar; queda marcado "X". El neto
      *       incluye el no remunerativo y el control pasa a cuadrar
      *       bruto + no remunerativo = retenciones + neto; la linea
      *       de control se graba con su largo completo (antes se
      *       cortaba al largo del detalle).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-SUELDOS.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RETENCIONES-ESTADO.

           SELECT OPTIONAL GASTOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS GASTOS-ESTADO.

           SELECT EXPORTA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EXPORTA-ESTADO.
           03  RET-CONCEPTO        PIC X(10).
           03  RET-PCT             PIC 9(2)V99.

      * Libro de gastos de viaje de los choferes (ver GASTOS-CHO.cbl):
      * "A" aprobado a exportar, "X" ya exportado.
       FD  GASTOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../GASTOS-CHO-HIST.DAT".
       01  GCL.
           03  GCL-LEGAJO          PIC X(7).
           03  GCL-PATENTE         PIC X(6).
           03  GCL-FECHA           PIC 9(8).
           03  GCL-CONCEPTO        PIC X.
           03  GCL-IMPORTE         PIC 9(6)V99.
           03  GCL-COMPROBANTE     PIC X(12).
           03  GCL-REFACTURA       PIC X.
           03  GCL-TIPO-DOC        PIC X.
           03  GCL-NRO-DOC         PIC X(20).
           03  GCL-ESTADO          PIC X.
           03  GCL-SUPERVISOR      PIC X(7).
           03  GCL-FECHA-PROCESO   PIC 9(8).
           03  GCL-CARGADO         PIC X.

      * Export en el formato fijo que importa el paquete de sueldos;
      * la ultima linea es el control con los totales.
       FD  EXPORTA LABEL RECORD IS STANDARD
           03  EXP-BRUTO           PIC 9(9)V99.
           03  EXP-RETENCIONES     PIC 9(9)V99.
           03  EXP-NETO            PIC 9(9)V99.
      * Reintegro de gastos de viaje, no remunerativo.
           03  EXP-NO-REMUN        PIC 9(9)V99.
      * Linea de control, mas larga que el detalle.
       01  EXP-CONTROL         PIC X(66).

       WORKING-STORAGE SECTION.
       77  LIQ-EOF             PIC XXX     VALUE "NO".
       77  LIQUIDACION-ESTADO  PIC XX.
       77  RETENCIONES-ESTADO  PIC XX.
       77  EXPORTA-ESTADO      PIC XX.
       77  GASTOS-ESTADO       PIC XX.
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       01  WS-CANT-LIQ         PIC 9(4)    VALUE 0.
       01  WS-CANT-RET         PIC 9(2)    VALUE 0.
       01  WS-TOT-BRUTO        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RETENIDO     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-NETO         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-NO-REMUN     PIC 9(11)V99 VALUE 0.
       01  WS-NO-REMUN         PIC 9(9)V99.
       01  WS-LEGAJO-GASTO     PIC X(7).
       01  WS-PERIODO-GASTO    PIC 9(6).
       01  WS-G                PIC 9(4).
       01  WS-K                PIC 9(4).
       01  WS-CANT-GASTOS-A    PIC 9(4)    VALUE 0.
       01  WS-CANT-SOLO-GASTOS PIC 9(4)    VALUE 0.

      * GASTOS-CHO-HIST.DAT entero en memoria, para regrabarlo con la
      * marca de exportado; el registro va tal cual.
       01  WS-CANT-GASTOS      PIC 9(4)    VALUE 0.
       01  WS-TABLA-GASTOS.
           03 WS-GASTO OCCURS 5000 TIMES.
               05 WG-REGISTRO      PIC X(81).
               05 WG-REGISTRO-R REDEFINES WG-REGISTRO.
                   07 WG-LEGAJO    PIC X(7).
                   07 FILLER       PIC X(6).
                   07 WG-FECHA     PIC 9(8).
                   07 FILLER       PIC X.
                   07 WG-IMPORTE   PIC 9(6)V99.
                   07 FILLER       PIC X(34).
                   07 WG-ESTADO    PIC X.
                   07 FILLER       PIC X(16).

       01  WS-TABLA-RET.
           03 WS-RET OCCURS 10 TIMES.
           03  CTL-BRUTO           PIC 9(11)V99.
           03  CTL-RETENIDO        PIC 9(11)V99.
           03  CTL-NETO            PIC 9(11)V99.
           03  CTL-NO-REMUN        PIC 9(11)V99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 005-CARGAR-RETENCIONES.
            PERFORM 010-CARGAR-LIQUIDACIONES.
            PERFORM 020-CARGAR-GASTOS.
            IF WS-CANT-LIQ = 0 AND WS-CANT-GASTOS-A = 0
                DISPLAY "EXP-SUELDOS: NO HAY LIQUIDACIONES; NADA "
                    "PARA EXPORTAR."
                STOP RUN.
            PERFORM 030-ABRIR-EXPORT.
            PERFORM 050-EXPORTAR-UNA VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-LIQ.
            PERFORM 056-EXPORTAR-SOLO-GASTOS VARYING WS-G FROM 1 BY 1
                UNTIL WS-G > WS-CANT-GASTOS.
            PERFORM 060-ESCRIBIR-CONTROL.
            CLOSE EXPORTA.
            PERFORM 070-REGRABAR-LIQUIDACIONES.
            IF WS-CANT-GASTOS-A > 0
                PERFORM 074-REGRABAR-GASTOS.
            DISPLAY "EXP-SUELDOS: EXPORTADAS " WS-CANT-EXPORTADAS
                " YA EXPORTADAS ANTES " WS-CANT-YA-EXP
                " SOLO GASTOS " WS-CANT-SOLO-GASTOS.
            DISPLAY "EXP-SUELDOS: GASTOS DE VIAJE EXPORTADOS "
                WS-CANT-GASTOS-A " NO REMUNERATIVO " WS-TOT-NO-REMUN.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
               MOVE LIQ-EXPORTADA TO WL-EXPORTADA(WS-CANT-LIQ)
               PERFORM 012-LEER-LIQ.
      *-----------------------------------------------------------------
      *******
       020-CARGAR-GASTOS.
      *******
      * Sin el libro no hay gastos que exportar. Si supera la tabla no
      * se exporta nada, para no perder la cola al regrabarlo.
           OPEN INPUT GASTOS.
           IF GASTOS-ESTADO = "00"
               PERFORM UNTIL GASTOS-ESTADO NOT = "00"
                   READ GASTOS
                   IF GASTOS-ESTADO = "00"
                       PERFORM 022-CARGAR-UN-GASTO
                   END-IF
               END-PERFORM.
           CLOSE GASTOS.
      *******
       022-CARGAR-UN-GASTO.
      *******
           IF WS-CANT-GASTOS >= 5000
               DISPLAY "ERROR: GASTOS-CHO-HIST.DAT supera el tope "
                   "(5000); no se exporta nada."
               STOP RUN.
           ADD 1 TO WS-CANT-GASTOS.
           MOVE GCL TO WG-REGISTRO(WS-CANT-GASTOS).
           IF GCL-ESTADO = "A"
               ADD 1 TO WS-CANT-GASTOS-A.
      *-----------------------------------------------------------------
      *******
       030-ABRIR-EXPORT.
      *******
               MOVE 0 TO WS-RETENIDO
               PERFORM 052-APLICAR-RETENCION VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-RET
               MOVE WL-LEGAJO(WS-I) TO WS-LEGAJO-GASTO
               PERFORM 054-SUMAR-GASTOS
               MOVE WL-LEGAJO(WS-I) TO EXP-LEGAJO
               MOVE WL-FECHA-HASTA(WS-I)(1:6) TO EXP-PERIODO
               MOVE WL-COMISION(WS-I) TO EXP-BRUTO
               MOVE WS-RETENIDO TO EXP-RETENCIONES
               MOVE WS-NO-REMUN TO EXP-NO-REMUN
               COMPUTE EXP-NETO = WL-COMISION(WS-I) - WS-RETENIDO
                   + WS-NO-REMUN
               PERFORM 058-GRABAR-EXPORT
               MOVE "S" TO WL-EXPORTADA(WS-I).
      *******
       052-APLICAR-RETENCION.
           COMPUTE WS-RET-DETALLE ROUNDED = WL-COMISION(WS-I) *
               RTE-PCT(WS-J) / 100.
           ADD WS-RET-DETALLE TO WS-RETENIDO.
      *******
       054-SUMAR-GASTOS.
      *******
      * Todo lo aprobado del legajo en WS-LEGAJO-GASTO; queda marcado
      * exportado y el periodo es el del ultimo gasto.
           MOVE 0 TO WS-NO-REMUN.
           MOVE 0 TO WS-PERIODO-GASTO.
           PERFORM 055-SUMAR-UN-GASTO VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CANT-GASTOS.
      *******
       055-SUMAR-UN-GASTO.
      *******
           IF WG-ESTADO(WS-K) = "A" AND
               WG-LEGAJO(WS-K) = WS-LEGAJO-GASTO
               ADD WG-IMPORTE(WS-K) TO WS-NO-REMUN
               IF WG-FECHA(WS-K)(1:6) > WS-PERIODO-GASTO
                   MOVE WG-FECHA(WS-K)(1:6) TO WS-PERIODO-GASTO
               END-IF
               MOVE "X" TO WG-ESTADO(WS-K).
      *******
       056-EXPORTAR-SOLO-GASTOS.
      *******
      * Legajo con gastos aprobados y sin liquidacion en este export:
      * linea propia, sin comision ni retenciones.
           IF WG-ESTADO(WS-G) = "A"
               MOVE WG-LEGAJO(WS-G) TO WS-LEGAJO-GASTO
               PERFORM 054-SUMAR-GASTOS
               MOVE WS-LEGAJO-GASTO TO EXP-LEGAJO
               MOVE WS-PERIODO-GASTO TO EXP-PERIODO
               MOVE 0 TO EXP-BRUTO
               MOVE 0 TO EXP-RETENCIONES
               MOVE WS-NO-REMUN TO EXP-NO-REMUN
               MOVE WS-NO-REMUN TO EXP-NETO
               PERFORM 058-GRABAR-EXPORT
               ADD 1 TO WS-CANT-SOLO-GASTOS.
      *******
       058-GRABAR-EXPORT.
      *******
           WRITE EXP.
           IF EXPORTA-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE SUELDOS-EXPORT FS: "
                   EXPORTA-ESTADO
               STOP RUN.
           ADD 1 TO WS-CANT-EXPORTADAS.
           ADD EXP-BRUTO TO WS-TOT-BRUTO.
           ADD EXP-RETENCIONES TO WS-TOT-RETENIDO.
           ADD EXP-NETO TO WS-TOT-NETO.
           ADD EXP-NO-REMUN TO WS-TOT-NO-REMUN.
      *-----------------------------------------------------------------
      *******
       060-ESCRIBIR-CONTROL.
      *******
      * Linea de control balanceada: sueldos verifica que bruto + no
      * remunerativo = retenciones + neto y que llegaron todos los
      * registros.
           MOVE WS-CANT-EXPORTADAS TO CTL-CANT.
           MOVE WS-TOT-BRUTO TO CTL-BRUTO.
           MOVE WS-TOT-RETENIDO TO CTL-RETENIDO.
           MOVE WS-TOT-NETO TO CTL-NETO.
           MOVE WS-TOT-NO-REMUN TO CTL-NO-REMUN.
           WRITE EXP-CONTROL FROM REG-CONTROL-EXP.
      *-----------------------------------------------------------------
      *******
       070-REGRABAR-LIQUIDACIONES.
           MOVE WL-COMISION(WS-I) TO LIQ-COMISION.
           MOVE WL-EXPORTADA(WS-I) TO LIQ-EXPORTADA.
           WRITE LIQ.
      *******
       074-REGRABAR-GASTOS.
      *******
           OPEN OUTPUT GASTOS.
           IF GASTOS-ESTADO NOT = "00" AND GASTOS-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA GASTOS-CHO-HIST FS: "
                   GASTOS-ESTADO
               STOP RUN.
           PERFORM 076-REGRABAR-UN-GASTO VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-CANT-GASTOS.
           CLOSE GASTOS.
      *******
       076-REGRABAR-UN-GASTO.
      *******
           MOVE WG-REGISTRO(WS-G) TO GCL.
           WRITE GCL.
      *-----------------------------------------------------------------
      *******
       END PROGRAM EXP-SUELDOS.
