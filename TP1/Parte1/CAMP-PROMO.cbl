      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: campaña de promociones. Cada noche,
      *       despues de TP-PARTE-1, asienta los dias facturados con
      *       codigo de promocion en la corrida (PROMO-USOS.DAT) en el
      *       historico PROMO-HIST.DAT; si esa corrida ya estaba
      *       asentada (corrida repetida) sus filas se reemplazan, asi
      *       nada se cuenta dos veces. Con el historico arma por
      *       codigo de PROMOCIONES.DAT los usos contra el tope, los
      *       dias con descuento, lo facturado a tarifa, el descuento
      *       otorgado y lo facturado neto. Sale por
      *       CAMPANIA-PROMO.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMP-PROMO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMOCIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROMOCIONES-ESTADO.

           SELECT OPTIONAL PROMO-USOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROMO-USOS-ESTADO.

           SELECT OPTIONAL PROMO-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROMO-HIST-ESTADO.

           SELECT HIST-NUEVO   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS HIST-NUEVO-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Maestro de promociones: codigo, vigencia, tamaño, marca y
      * agencia elegibles, tipo "P" porcentaje o "F" importe fijo por
      * dia, valor y tope de usos (0 = sin tope).
       FD  PROMOCIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROMOCIONES.DAT".
       01  PRO.
           03  PRO-CODIGO          PIC X(10).
           03  PRO-DESDE           PIC 9(8).
           03  PRO-HASTA           PIC 9(8).
           03  PRO-TAMANIO         PIC X.
           03  PRO-MARCA           PIC X(20).
           03  PRO-AGENCIA         PIC 9.
           03  PRO-TIPO            PIC X.
           03  PRO-VALOR           PIC 9(4)V99.
           03  PRO-MAX-USOS        PIC 9(5).
           03  PRO-DESCRIPCION     PIC X(30).

      * Dias con promocion de la ultima corrida de TP-PARTE-1
      * (1599-APLICAR-PROMO); USO "S" = primer dia de la novedad.
       FD  PROMO-USOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROMO-USOS.DAT".
       01  REG-PROMO-USO.
           03  PUS-CODIGO             PIC X(10).
           03  PUS-FECHA-CORRIDA      PIC 9(8).
           03  PUS-NRO-DOC            PIC X(20).
           03  PUS-PATENTE            PIC X(6).
           03  PUS-FECHA              PIC 9(8).
           03  PUS-AGENCIA            PIC 9.
           03  PUS-USO                PIC X.
           03  PUS-BRUTO              PIC 9(6)V99.
           03  PUS-DESCUENTO          PIC 9(6)V99.

      * Historico de usos, mismo registro que PROMO-USOS.DAT.
       FD  PROMO-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROMO-HIST.DAT".
       01  REG-PROMO-HIST.
           03  PHIS-CODIGO            PIC X(10).
           03  PHIS-FECHA-CORRIDA     PIC 9(8).
           03  PHIS-NRO-DOC           PIC X(20).
           03  PHIS-PATENTE           PIC X(6).
           03  PHIS-FECHA             PIC 9(8).
           03  PHIS-AGENCIA           PIC 9.
           03  PHIS-USO               PIC X.
           03  PHIS-BRUTO             PIC 9(6)V99.
           03  PHIS-DESCUENTO         PIC 9(6)V99.

      * Historico en armado; al terminar reemplaza a PROMO-HIST.DAT.
       FD  HIST-NUEVO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROMO-HIST.NUE".
       01  REG-HIST-NUEVO          PIC X(70).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CAMPANIA-PROMO.DAT".
       01  LINEA               PIC X(100).

       WORKING-STORAGE SECTION.
       77  PROMOCIONES-ESTADO  PIC XX.
       77  PROMO-USOS-ESTADO   PIC XX.
       77  PROMO-HIST-ESTADO   PIC XX.
       77  HIST-NUEVO-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       01  WS-CORRIDA-USOS     PIC 9(8)    VALUE 0.
       01  WS-CANT-ASENTADAS   PIC 9(7)    VALUE 0.
       01  WS-CANT-REEMPLAZO   PIC 9(7)    VALUE 0.
       01  WS-CARGA-DESBORDE   PIC X(2).
       01  WS-CANT-PROMOS      PIC 9(3)    VALUE 0.
       01  WS-PRO-IDX          PIC 9(3).
       01  WS-PRO-POS          PIC 9(3).
       01  WS-TABLA-PROMOS.
           03 WS-PROMO OCCURS 200 TIMES.
               05 PROM-CODIGO      PIC X(10) VALUE SPACES.
               05 PROM-DESCRIPCION PIC X(30) VALUE SPACES.
               05 PROM-DESDE       PIC 9(8) VALUE 0.
               05 PROM-HASTA       PIC 9(8) VALUE 0.
               05 PROM-MAX-USOS    PIC 9(5) VALUE 0.
               05 PROM-USOS        PIC 9(5) VALUE 0.
               05 PROM-DIAS        PIC 9(7) VALUE 0.
               05 PROM-BRUTO       PIC 9(9)V99 VALUE 0.
               05 PROM-DESCUENTO   PIC 9(9)V99 VALUE 0.
       01  WS-TOT-USOS         PIC 9(7)    VALUE 0.
       01  WS-TOT-DIAS         PIC 9(7)    VALUE 0.
       01  WS-TOT-BRUTO        PIC 9(9)V99 VALUE 0.
       01  WS-TOT-DESCUENTO    PIC 9(9)V99 VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(52) VALUE
               'Campaña de promociones: usos y facturacion'.
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(11) VALUE 'Codigo'.
           03 FILLER           PIC X(31) VALUE 'Descripcion'.
           03 FILLER           PIC X(12) VALUE 'Usos/Tope'.
           03 FILLER           PIC X(7)  VALUE '  Dias'.
           03 FILLER           PIC X(13) VALUE '  A tarifa'.
           03 FILLER           PIC X(13) VALUE '  Descuento'.
           03 FILLER           PIC X(13) VALUE '  Facturado'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(100) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-CODIGO       PIC X(10).
           03 FILLER           PIC X VALUE ' '.
           03 ROW-DESCRIPCION  PIC X(30).
           03 FILLER           PIC X VALUE ' '.
           03 ROW-USOS         PIC ZZZZ9.
           03 FILLER           PIC X VALUE '/'.
           03 ROW-TOPE         PIC ZZZZ9.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-DIAS         PIC ZZZZZZ9.
           03 ROW-BRUTO        PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-DESCUENTO    PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-NETO         PIC ZZZZZZZZ9,99.
       01  PTR-VIGENCIA.
           03 FILLER           PIC X(11) VALUE ' '.
           03 FILLER           PIC X(10) VALUE 'Vigencia '.
           03 ROW-DESDE        PIC 9(8).
           03 FILLER           PIC X(3) VALUE ' a '.
           03 ROW-HASTA        PIC 9(8).
       01  PTR-TOTAL.
           03 FILLER           PIC X(42) VALUE 'Total campaña'.
           03 TOT-USOS         PIC ZZZZZZ9.
           03 FILLER           PIC X(5) VALUE ' '.
           03 TOT-DIAS         PIC ZZZZZZ9.
           03 TOT-BRUTO        PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X VALUE ' '.
           03 TOT-DESCUENTO    PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X VALUE ' '.
           03 TOT-NETO         PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 010-ASENTAR-CORRIDA.
            PERFORM 020-CARGAR-PROMOCIONES.
            PERFORM 030-ACUMULAR-HISTORICO.
            PERFORM 040-ESCRIBIR-INFORME.
            DISPLAY "CAMP-PROMO: DIAS ASENTADOS " WS-CANT-ASENTADAS
                " REEMPLAZADOS " WS-CANT-REEMPLAZO
                " CODIGOS " WS-CANT-PROMOS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       010-ASENTAR-CORRIDA.
      *******
      * El historico se rearma en PROMO-HIST.NUE sin las filas de la
      * corrida que trae PROMO-USOS (si ya estaba asentada) y con las
      * filas nuevas al final; despues se copia sobre PROMO-HIST.DAT.
      * Sin PROMO-USOS (o vacio) el historico queda como esta.
           OPEN INPUT PROMO-USOS.
           IF PROMO-USOS-ESTADO = "00"
               READ PROMO-USOS
               IF PROMO-USOS-ESTADO = "00"
                   MOVE PUS-FECHA-CORRIDA TO WS-CORRIDA-USOS
               END-IF
           END-IF.
           CLOSE PROMO-USOS.
           IF WS-CORRIDA-USOS = 0
               DISPLAY "AVISO: SIN DIAS CON PROMOCION EN LA CORRIDA; "
                   "EL HISTORICO NO CAMBIA."
           ELSE
               PERFORM 012-ARMAR-HISTORICO
               PERFORM 016-REEMPLAZAR-HISTORICO.
      *******
       012-ARMAR-HISTORICO.
      *******
           OPEN OUTPUT HIST-NUEVO.
           IF HIST-NUEVO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PROMO-HIST.NUE FS: "
                   HIST-NUEVO-ESTADO
               STOP RUN.
           OPEN INPUT PROMO-HIST.
           IF PROMO-HIST-ESTADO = "00"
               PERFORM UNTIL PROMO-HIST-ESTADO NOT = "00"
                   READ PROMO-HIST
                   IF PROMO-HIST-ESTADO = "00"
                       IF PHIS-FECHA-CORRIDA = WS-CORRIDA-USOS
                           ADD 1 TO WS-CANT-REEMPLAZO
                       ELSE
                           WRITE REG-HIST-NUEVO FROM REG-PROMO-HIST
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE PROMO-HIST.
           OPEN INPUT PROMO-USOS.
           IF PROMO-USOS-ESTADO = "00"
               PERFORM UNTIL PROMO-USOS-ESTADO NOT = "00"
                   READ PROMO-USOS
                   IF PROMO-USOS-ESTADO = "00"
                       WRITE REG-HIST-NUEVO FROM REG-PROMO-USO
                       ADD 1 TO WS-CANT-ASENTADAS
                   END-IF
               END-PERFORM.
           CLOSE PROMO-USOS.
           CLOSE HIST-NUEVO.
      *******
       016-REEMPLAZAR-HISTORICO.
      *******
           OPEN INPUT HIST-NUEVO.
           OPEN OUTPUT PROMO-HIST.
           IF PROMO-HIST-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PROMO-HIST FS: "
                   PROMO-HIST-ESTADO
               STOP RUN.
           PERFORM UNTIL HIST-NUEVO-ESTADO NOT = "00"
               READ HIST-NUEVO
               IF HIST-NUEVO-ESTADO = "00"
                   WRITE REG-PROMO-HIST FROM REG-HIST-NUEVO
               END-IF
           END-PERFORM.
           CLOSE HIST-NUEVO.
           CLOSE PROMO-HIST.
      *-----------------------------------------------------------------
      *******
       020-CARGAR-PROMOCIONES.
      *******
           MOVE 0 TO WS-CANT-PROMOS.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT PROMOCIONES.
           IF PROMOCIONES-ESTADO = "00"
               PERFORM UNTIL PROMOCIONES-ESTADO NOT = "00"
                   READ PROMOCIONES
                   IF PROMOCIONES-ESTADO = "00" AND
                       WS-CANT-PROMOS >= 200
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF PROMOCIONES-ESTADO = "00" AND
                       WS-CANT-PROMOS < 200 AND
                       PRO-CODIGO NOT = SPACES
                       ADD 1 TO WS-CANT-PROMOS
                       MOVE PRO-CODIGO TO PROM-CODIGO(WS-CANT-PROMOS)
                       MOVE PRO-DESCRIPCION TO
                           PROM-DESCRIPCION(WS-CANT-PROMOS)
                       IF PRO-DESDE IS NUMERIC
                           MOVE PRO-DESDE TO PROM-DESDE(WS-CANT-PROMOS)
                       END-IF
                       IF PRO-HASTA IS NUMERIC
                           MOVE PRO-HASTA TO PROM-HASTA(WS-CANT-PROMOS)
                       END-IF
                       IF PRO-MAX-USOS IS NUMERIC
                           MOVE PRO-MAX-USOS TO
                               PROM-MAX-USOS(WS-CANT-PROMOS)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE PROMOCIONES.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: PROMOCIONES.DAT supera la tabla "
                   "(200); codigos excedentes no se informan.".
      *-----------------------------------------------------------------
      *******
       030-ACUMULAR-HISTORICO.
      *******
      * Un codigo del historico que ya no esta en el maestro se informa
      * igual, sin descripcion ni vigencia, para no perder facturacion.
           OPEN INPUT PROMO-HIST.
           IF PROMO-HIST-ESTADO = "00"
               PERFORM UNTIL PROMO-HIST-ESTADO NOT = "00"
                   READ PROMO-HIST
                   IF PROMO-HIST-ESTADO = "00"
                       PERFORM 032-ACUMULAR-DIA
                   END-IF
               END-PERFORM.
           CLOSE PROMO-HIST.
      *******
       032-ACUMULAR-DIA.
      *******
           MOVE 0 TO WS-PRO-POS.
           PERFORM 034-COMPARAR-PROMO VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-CANT-PROMOS OR WS-PRO-POS > 0.
           IF WS-PRO-POS = 0
               IF WS-CANT-PROMOS < 200
                   ADD 1 TO WS-CANT-PROMOS
                   MOVE WS-CANT-PROMOS TO WS-PRO-POS
                   MOVE PHIS-CODIGO TO PROM-CODIGO(WS-PRO-POS)
                   MOVE "(fuera del maestro)" TO
                       PROM-DESCRIPCION(WS-PRO-POS)
               ELSE
                   DISPLAY "ATENCION: tabla de codigos llena (200); "
                       "codigo " PHIS-CODIGO " no se acumula.".
           IF WS-PRO-POS > 0
               IF PHIS-USO = "S"
                   ADD 1 TO PROM-USOS(WS-PRO-POS)
               END-IF
               ADD 1 TO PROM-DIAS(WS-PRO-POS)
               IF PHIS-BRUTO IS NUMERIC
                   ADD PHIS-BRUTO TO PROM-BRUTO(WS-PRO-POS)
               END-IF
               IF PHIS-DESCUENTO IS NUMERIC
                   ADD PHIS-DESCUENTO TO PROM-DESCUENTO(WS-PRO-POS).
      *******
       034-COMPARAR-PROMO.
      *******
           IF PROM-CODIGO(WS-PRO-IDX) = PHIS-CODIGO
               MOVE WS-PRO-IDX TO WS-PRO-POS.
      *-----------------------------------------------------------------
      *******
       040-ESCRIBIR-INFORME.
      *******
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CAMPANIA-PROMO FS: "
                   LISTADO-ESTADO
               STOP RUN.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           PERFORM 042-ESCRIBIR-PROMO VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-CANT-PROMOS.
           WRITE LINEA FROM PE4-ENCABE.
           MOVE WS-TOT-USOS TO TOT-USOS.
           MOVE WS-TOT-DIAS TO TOT-DIAS.
           MOVE WS-TOT-BRUTO TO TOT-BRUTO.
           MOVE WS-TOT-DESCUENTO TO TOT-DESCUENTO.
           COMPUTE TOT-NETO = WS-TOT-BRUTO - WS-TOT-DESCUENTO.
           WRITE LINEA FROM PTR-TOTAL.
           CLOSE LISTADO.
      *******
       042-ESCRIBIR-PROMO.
      *******
           MOVE PROM-CODIGO(WS-PRO-IDX) TO ROW-CODIGO.
           MOVE PROM-DESCRIPCION(WS-PRO-IDX) TO ROW-DESCRIPCION.
           MOVE PROM-USOS(WS-PRO-IDX) TO ROW-USOS.
           MOVE PROM-MAX-USOS(WS-PRO-IDX) TO ROW-TOPE.
           MOVE PROM-DIAS(WS-PRO-IDX) TO ROW-DIAS.
           MOVE PROM-BRUTO(WS-PRO-IDX) TO ROW-BRUTO.
           MOVE PROM-DESCUENTO(WS-PRO-IDX) TO ROW-DESCUENTO.
           COMPUTE ROW-NETO = PROM-BRUTO(WS-PRO-IDX) -
               PROM-DESCUENTO(WS-PRO-IDX).
           WRITE LINEA FROM PTR-ROW.
           IF PROM-HASTA(WS-PRO-IDX) NOT = 0
               MOVE PROM-DESDE(WS-PRO-IDX) TO ROW-DESDE
               MOVE PROM-HASTA(WS-PRO-IDX) TO ROW-HASTA
               WRITE LINEA FROM PTR-VIGENCIA.
           ADD PROM-USOS(WS-PRO-IDX) TO WS-TOT-USOS.
           ADD PROM-DIAS(WS-PRO-IDX) TO WS-TOT-DIAS.
           ADD PROM-BRUTO(WS-PRO-IDX) TO WS-TOT-BRUTO.
           ADD PROM-DESCUENTO(WS-PRO-IDX) TO WS-TOT-DESCUENTO.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CAMP-PROMO.
