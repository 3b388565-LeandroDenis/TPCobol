      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: mantenimiento del tarifario con vigencia
      *       por ordenes de ajuste. AJUSTE-TARIFAS.DAT trae una orden
      *       por linea (alcance: T todo, Z un tamaño, M una marca o
      *       P una patente; porcentaje con signo y fecha de vigencia).
      *       Cada vigencia del alcance que cubre la fecha se cierra
      *       el dia anterior y se abre una nueva desde la fecha con
      *       la tarifa ajustada, hasta el HASTA de la que se cerro.
      *       Una orden que dejaria un hueco o una superposicion en
      *       las vigencias de alguna patente o marca+tamaño tocada se
      *       rechaza entera y no toca nada. Sale un listado de
      *       precios antes/despues en AJUSTE-TARIFAS-LST.DAT; el
      *       tarifario se regraba solo si alguna orden se aplico.
      *   LD  Con ordenes rechazadas, AJUSTE-TARIFAS.DAT se regraba
      *       solo con esas (tal como venian) para corregirlas: las
      *       aplicadas ya no vuelven a entrar en la corrida siguiente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-TRF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AJUSTES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AJUSTES-ESTADO.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TARIFAS-ESTADO.

           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Ordenes de ajuste: alcance, valor del alcance (tamaño, marca o
      * patente; blanco para T), porcentaje con signo y vigencia.
       FD  AJUSTES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AJUSTE-TARIFAS.DAT".
       01  REG-AJUSTE.
           03  AJT-ALCANCE     PIC X.
           03  AJT-VALOR       PIC X(20).
           03  AJT-PORCENTAJE  PIC S9(3)V99 SIGN LEADING SEPARATE.
           03  AJT-FECHA       PIC 9(8).

      * Mismo tarifario con vigencia que usa TP-PARTE-1.
       FD  TARIFAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TARIFAS.DAT".
       01  REG-TARIFA.
           03  TRF-PATENTE     PIC X(6).
           03  TRF-MARCA       PIC X(20).
           03  TRF-TAMANIO     PIC X.
           03  TRF-DESDE       PIC 9(8).
           03  TRF-HASTA       PIC 9(8).
           03  TRF-TARIFA      PIC 9(4)V99.

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
           03  AUT-ESTADO      PIC X.
      * Agencia base y actual del auto; no se usan aca.
           03  FILLER          PIC X(2).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AJUSTE-TARIFAS-LST.DAT".
       01  LINEA               PIC X(100).

       WORKING-STORAGE SECTION.
       77  AJUSTES-ESTADO      PIC XX.
       77  TARIFAS-ESTADO      PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  TARIFAS-EOF         PIC XXX     VALUE "NO".
       77  AUTOS-EOF           PIC XXX     VALUE "NO".
       77  WS-TOPE-TARIFAS     PIC 9(3)    VALUE 200.
       77  WS-TOPE-AUTOS       PIC 9(4)    VALUE 2000.
       77  WS-TOPE-ORDENES     PIC 9(3)    VALUE 50.
       01  WS-CANT-TARIFAS     PIC 9(3)    VALUE 0.
       01  WS-CANT-TRAB        PIC 9(3)    VALUE 0.
       01  WS-CANT-AUTOS       PIC 9(4)    VALUE 0.
       01  WS-CANT-ORDENES     PIC 9(3)    VALUE 0.
       01  WS-CANT-APLICADAS   PIC 9(3)    VALUE 0.
       01  WS-CANT-RECHAZADAS  PIC 9(3)    VALUE 0.
       01  WS-CANT-AJUSTADAS   PIC 9(3).
       01  WS-TOPE-RECORRIDO   PIC 9(3).
       01  WS-ORD-IDX          PIC 9(3).
       01  WS-I                PIC 9(3).
       01  WS-J                PIC 9(3).
       01  WS-N                PIC 9(3).
       01  WS-AUTO-IDX         PIC 9(4).
       01  WS-AUTO-POS         PIC 9(4).
       01  WS-SIG-POS          PIC 9(3).
       01  WS-SIG-DESDE        PIC 9(8).
       01  WS-FECHA-CIERRE     PIC 9(8).
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-RECHAZAR         PIC X(2).
       01  WS-EN-ALCANCE       PIC X(2).
       01  WS-MISMA-CLAVE      PIC X(2).
       01  WS-MOTIVO-RECHAZO   PIC X(60).
       01  WS-FECHA-CHK.
           03 WS-FECHA-CHK-AAAA    PIC 9(4).
           03 WS-FECHA-CHK-MM      PIC 99.
           03 WS-FECHA-CHK-DD      PIC 99.

       01  WS-TABLA-ORDENES.
           03 WS-ORDEN OCCURS 50 TIMES.
               05 ORD-ALCANCE      PIC X.
               05 ORD-VALOR        PIC X(20).
               05 ORD-PORCENTAJE   PIC S9(3)V99.
               05 ORD-FECHA        PIC 9(8).
      * Linea original de la orden y resultado: "A" aplicada, "R"
      * rechazada (las rechazadas vuelven a AJUSTE-TARIFAS.DAT).
               05 ORD-REGISTRO     PIC X(35).
               05 ORD-RESULTADO    PIC X.

      * Tarifario vigente y copia de trabajo de la orden en curso: la
      * orden se arma sobre la copia y solo pasa al vigente si valida.
      * TAR-MARCA-AJUSTE: "C" vigencia cerrada, "N" vigencia nueva.
       01  WS-TABLA-TARIFAS.
           03 WS-TAR OCCURS 200 TIMES.
               05 TAR-PATENTE      PIC X(6).
               05 TAR-MARCA        PIC X(20).
               05 TAR-TAMANIO      PIC X.
               05 TAR-DESDE        PIC 9(8).
               05 TAR-HASTA        PIC 9(8).
               05 TAR-TARIFA       PIC 9(4)V99.
               05 TAR-ANTERIOR     PIC 9(4)V99.
               05 TAR-MARCA-AJUSTE PIC X.
       01  WS-TABLA-TRAB.
           03 WS-TRB OCCURS 200 TIMES.
               05 TRB-PATENTE      PIC X(6).
               05 TRB-MARCA        PIC X(20).
               05 TRB-TAMANIO      PIC X.
               05 TRB-DESDE        PIC 9(8).
               05 TRB-HASTA        PIC 9(8).
               05 TRB-TARIFA       PIC 9(4)V99.
               05 TRB-ANTERIOR     PIC 9(4)V99.
               05 TRB-MARCA-AJUSTE PIC X.

      * Marca y tamaño de cada auto, para ubicar en el alcance Z o M
      * las tarifas por patente.
       01  WS-TABLA-AUTOS.
           03 WS-AUTO-T OCCURS 2000 TIMES.
               05 AUTO-PATENTE     PIC X(6).
               05 AUTO-MARCA       PIC X(20).
               05 AUTO-TAMANIO     PIC X.

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Ajuste de tarifas con vigencia  -  '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(50) VALUE
               '   PATEN. MARCA                T   ANTES DESPUES  '.
           03 FILLER           PIC X(40) VALUE
               'CIERRE    DESDE          HASTA'.
       01  PTR-ORDEN.
           03 FILLER           PIC X(6)  VALUE 'ORDEN '.
           03 PTR-ORD-NRO      PIC ZZ9.
           03 FILLER           PIC X(10) VALUE ' ALCANCE: '.
           03 PTR-ORD-ALCANCE  PIC X.
           03 FILLER           PIC X     VALUE ' '.
           03 PTR-ORD-VALOR    PIC X(20).
           03 FILLER           PIC X(5)  VALUE ' PCT '.
           03 PTR-ORD-PCT      PIC -ZZ9,99.
           03 FILLER           PIC X(7)  VALUE ' DESDE '.
           03 PTR-ORD-FECHA    PIC 9(8).
       01  PTR-RESULTADO.
           03 FILLER           PIC X(3)  VALUE SPACES.
           03 PTR-RES-TEXTO    PIC X(11).
           03 PTR-RES-DETALLE  PIC X(60).
       01  PTR-ROW.
           03 FILLER           PIC X(3)  VALUE SPACES.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-MARCA        PIC X(20).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-TAMANIO      PIC X.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-ANTES        PIC ZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-DESPUES      PIC ZZZ9,99.
           03 FILLER           PIC X(2)  VALUE SPACES.
           03 ROW-CIERRE       PIC 9(8).
           03 FILLER           PIC X(2)  VALUE SPACES.
           03 ROW-DESDE        PIC 9(8).
           03 FILLER           PIC X(7)  VALUE SPACES.
           03 ROW-HASTA        PIC 9(8).

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 010-CARGAR-ORDENES.
            IF WS-CANT-ORDENES = 0
                DISPLAY "AJUSTE-TRF: NO HAY ORDENES DE AJUSTE; NADA "
                    "PARA HACER."
                STOP RUN.
            PERFORM 020-CARGAR-TARIFAS.
            PERFORM 025-CARGAR-AUTOS.
            PERFORM 005-ABRIR-LISTADO.
            PERFORM 030-PROCESAR-ORDEN VARYING WS-ORD-IDX FROM 1 BY 1
                UNTIL WS-ORD-IDX > WS-CANT-ORDENES.
            IF WS-CANT-APLICADAS > 0
                PERFORM 050-REGRABAR-TARIFAS.
            IF WS-CANT-RECHAZADAS = 0
                PERFORM 060-VACIAR-ORDENES
            ELSE
                PERFORM 062-DEJAR-RECHAZADAS
                DISPLAY "AJUSTE-TRF: HAY ORDENES RECHAZADAS; "
                    "AJUSTE-TARIFAS.DAT QUEDA SOLO CON ELLAS PARA "
                    "CORREGIR.".
            CLOSE LISTADO.
            DISPLAY "AJUSTE-TRF: ORDENES " WS-CANT-ORDENES
                " APLICADAS " WS-CANT-APLICADAS
                " RECHAZADAS " WS-CANT-RECHAZADAS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       005-ABRIR-LISTADO.
      *******
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AJUSTE-TARIFAS-LST FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
      *-----------------------------------------------------------------
      *******
       010-CARGAR-ORDENES.
      *******
           OPEN INPUT AJUSTES.
           IF AJUSTES-ESTADO = "00"
               PERFORM UNTIL AJUSTES-ESTADO NOT = "00"
                   READ AJUSTES
                   IF AJUSTES-ESTADO = "00"
                       IF WS-CANT-ORDENES < WS-TOPE-ORDENES
                           ADD 1 TO WS-CANT-ORDENES
                           PERFORM 012-CARGAR-UNA-ORDEN
                       ELSE
                           DISPLAY "ATENCION: AJUSTE-TARIFAS supera "
                               "la tabla (" WS-TOPE-ORDENES ")"
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE AJUSTES.
      *******
       012-CARGAR-UNA-ORDEN.
      *******
           MOVE REG-AJUSTE TO ORD-REGISTRO(WS-CANT-ORDENES).
           MOVE SPACE TO ORD-RESULTADO(WS-CANT-ORDENES).
           MOVE AJT-ALCANCE TO ORD-ALCANCE(WS-CANT-ORDENES).
           MOVE AJT-VALOR TO ORD-VALOR(WS-CANT-ORDENES).
           IF AJT-PORCENTAJE IS NUMERIC
               MOVE AJT-PORCENTAJE TO ORD-PORCENTAJE(WS-CANT-ORDENES)
           ELSE
               MOVE 0 TO ORD-PORCENTAJE(WS-CANT-ORDENES).
           IF AJT-FECHA IS NUMERIC
               MOVE AJT-FECHA TO ORD-FECHA(WS-CANT-ORDENES)
           ELSE
               MOVE 0 TO ORD-FECHA(WS-CANT-ORDENES).
      *-----------------------------------------------------------------
      *******
       020-CARGAR-TARIFAS.
      *******
      * TARIFAS.DAT entero en memoria: hay que regrabarlo con las
      * vigencias cerradas y las nuevas (mismo esquema que REPARA).
           OPEN INPUT TARIFAS.
           IF TARIFAS-ESTADO = "00"
               PERFORM 022-LEER-TARIFA
               PERFORM 024-CARGAR-UNA-TARIFA UNTIL TARIFAS-EOF = "SI"
                   OR WS-CANT-TARIFAS = WS-TOPE-TARIFAS
               IF TARIFAS-EOF NOT = "SI"
                   DISPLAY "ERROR: TARIFAS.DAT supera el tope (200); "
                       "no se ajusta nada."
                   STOP RUN
               END-IF.
           CLOSE TARIFAS.
      *******
       022-LEER-TARIFA.
      *******
           READ TARIFAS
               AT END MOVE "SI" TO TARIFAS-EOF.
           IF TARIFAS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ TARIFAS FS: " TARIFAS-ESTADO
               STOP RUN.
      *******
       024-CARGAR-UNA-TARIFA.
      *******
           IF TARIFAS-EOF NOT = "SI"
               ADD 1 TO WS-CANT-TARIFAS
               MOVE TRF-PATENTE TO TAR-PATENTE(WS-CANT-TARIFAS)
               MOVE TRF-MARCA TO TAR-MARCA(WS-CANT-TARIFAS)
               MOVE TRF-TAMANIO TO TAR-TAMANIO(WS-CANT-TARIFAS)
               MOVE TRF-DESDE TO TAR-DESDE(WS-CANT-TARIFAS)
               MOVE TRF-HASTA TO TAR-HASTA(WS-CANT-TARIFAS)
               MOVE TRF-TARIFA TO TAR-TARIFA(WS-CANT-TARIFAS)
               MOVE 0 TO TAR-ANTERIOR(WS-CANT-TARIFAS)
               MOVE SPACE TO TAR-MARCA-AJUSTE(WS-CANT-TARIFAS)
               PERFORM 022-LEER-TARIFA.
      *-----------------------------------------------------------------
      *******
       025-CARGAR-AUTOS.
      *******
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
           PERFORM 026-LEER-AUTO.
           PERFORM 027-CARGAR-UN-AUTO UNTIL AUTOS-EOF = "SI".
           CLOSE AUTOS.
      *******
       026-LEER-AUTO.
      *******
           READ AUTOS NEXT RECORD
               AT END MOVE "SI" TO AUTOS-EOF.
           IF AUTOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
      *******
       027-CARGAR-UN-AUTO.
      *******
           IF WS-CANT-AUTOS < WS-TOPE-AUTOS
               ADD 1 TO WS-CANT-AUTOS
               MOVE AUT-PATENTE TO AUTO-PATENTE(WS-CANT-AUTOS)
               MOVE AUT-MARCA TO AUTO-MARCA(WS-CANT-AUTOS)
               MOVE AUT-TAMAÑO TO AUTO-TAMANIO(WS-CANT-AUTOS)
           ELSE
               DISPLAY "ATENCION: AUTOS supera la tabla ("
                   WS-TOPE-AUTOS ")".
           PERFORM 026-LEER-AUTO.
      *-----------------------------------------------------------------
      *******
       030-PROCESAR-ORDEN.
      *******
      * La orden se arma sobre la copia de trabajo; si algo no cierra
      * se descarta la copia entera y el tarifario queda como estaba.
           MOVE WS-TABLA-TARIFAS TO WS-TABLA-TRAB.
           MOVE WS-CANT-TARIFAS TO WS-CANT-TRAB.
           PERFORM 0301-LIMPIAR-MARCA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-TRAB.
           MOVE "NO" TO WS-RECHAZAR.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE 0 TO WS-CANT-AJUSTADAS.
           PERFORM 031-VALIDAR-ORDEN.
           IF WS-RECHAZAR = "NO"
               COMPUTE WS-FECHA-CIERRE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ORD-FECHA(WS-ORD-IDX))
                   - 1)
               MOVE WS-CANT-TRAB TO WS-TOPE-RECORRIDO
               PERFORM 032-AJUSTAR-FILA VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOPE-RECORRIDO OR
                   WS-RECHAZAR = "SI".
           IF WS-RECHAZAR = "NO" AND WS-CANT-AJUSTADAS = 0
               MOVE "SI" TO WS-RECHAZAR
               MOVE "NINGUNA VIGENCIA DEL ALCANCE CUBRE LA FECHA" TO
                   WS-MOTIVO-RECHAZO.
           IF WS-RECHAZAR = "NO"
               PERFORM 040-VERIFICAR-CONTINUIDAD VARYING WS-I FROM 1
                   BY 1 UNTIL WS-I > WS-CANT-TRAB OR
                   WS-RECHAZAR = "SI".
           PERFORM 045-LISTAR-ORDEN.
           IF WS-RECHAZAR = "NO"
               MOVE WS-TABLA-TRAB TO WS-TABLA-TARIFAS
               MOVE WS-CANT-TRAB TO WS-CANT-TARIFAS
               MOVE "A" TO ORD-RESULTADO(WS-ORD-IDX)
               ADD 1 TO WS-CANT-APLICADAS
           ELSE
               MOVE "R" TO ORD-RESULTADO(WS-ORD-IDX)
               ADD 1 TO WS-CANT-RECHAZADAS.
      *******
       0301-LIMPIAR-MARCA.
      *******
           MOVE SPACE TO TRB-MARCA-AJUSTE(WS-I).
           MOVE 0 TO TRB-ANTERIOR(WS-I).
      *******
       031-VALIDAR-ORDEN.
      *******
           IF ORD-ALCANCE(WS-ORD-IDX) NOT = "T" AND
               ORD-ALCANCE(WS-ORD-IDX) NOT = "Z" AND
               ORD-ALCANCE(WS-ORD-IDX) NOT = "M" AND
               ORD-ALCANCE(WS-ORD-IDX) NOT = "P"
               MOVE "SI" TO WS-RECHAZAR
               MOVE "ALCANCE INVALIDO (T, Z, M O P)" TO
                   WS-MOTIVO-RECHAZO
           ELSE
           IF ORD-ALCANCE(WS-ORD-IDX) NOT = "T" AND
               ORD-VALOR(WS-ORD-IDX) = SPACES
               MOVE "SI" TO WS-RECHAZAR
               MOVE "FALTA EL TAMAÑO, MARCA O PATENTE DEL ALCANCE" TO
                   WS-MOTIVO-RECHAZO
           ELSE
           IF ORD-PORCENTAJE(WS-ORD-IDX) = 0 OR
               ORD-PORCENTAJE(WS-ORD-IDX) <= -100
               MOVE "SI" TO WS-RECHAZAR
               MOVE "PORCENTAJE NULO O FUERA DE RANGO" TO
                   WS-MOTIVO-RECHAZO
           ELSE
               MOVE ORD-FECHA(WS-ORD-IDX) TO WS-FECHA-CHK
               IF WS-FECHA-CHK-AAAA < 1601 OR
                   WS-FECHA-CHK-MM < 1 OR WS-FECHA-CHK-MM > 12 OR
                   WS-FECHA-CHK-DD < 1 OR WS-FECHA-CHK-DD > 31
                   MOVE "SI" TO WS-RECHAZAR
                   MOVE "FECHA DE VIGENCIA INVALIDA" TO
                       WS-MOTIVO-RECHAZO.
      *-----------------------------------------------------------------
      *******
       032-AJUSTAR-FILA.
      *******
      * Una vigencia del alcance que ya empieza en la fecha o despues
      * no se puede partir: la orden superpondria vigencias.
           PERFORM 033-EN-ALCANCE.
           IF WS-EN-ALCANCE = "SI"
               IF TRB-DESDE(WS-I) >= ORD-FECHA(WS-ORD-IDX)
                   MOVE "SI" TO WS-RECHAZAR
                   MOVE SPACES TO WS-MOTIVO-RECHAZO
                   STRING "YA HAY VIGENCIA DESDE " TRB-DESDE(WS-I)
                       " PARA " TRB-PATENTE(WS-I) TRB-MARCA(WS-I)
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
               ELSE
               IF TRB-HASTA(WS-I) >= ORD-FECHA(WS-ORD-IDX)
                   PERFORM 035-ABRIR-VIGENCIA.
      *******
       033-EN-ALCANCE.
      *******
      * Las tarifas por patente entran en el alcance Z o M por la
      * marca y el tamaño del auto en AUTOS.DAT.
           MOVE "NO" TO WS-EN-ALCANCE.
           MOVE 0 TO WS-AUTO-POS.
           IF TRB-PATENTE(WS-I) NOT = SPACES
               PERFORM 034-BUSCAR-AUTO VARYING WS-AUTO-IDX FROM 1 BY 1
                   UNTIL WS-AUTO-IDX > WS-CANT-AUTOS OR
                   WS-AUTO-POS NOT = 0.
           EVALUATE ORD-ALCANCE(WS-ORD-IDX)
               WHEN "T"
                   MOVE "SI" TO WS-EN-ALCANCE
               WHEN "P"
                   IF TRB-PATENTE(WS-I) = ORD-VALOR(WS-ORD-IDX)(1:6)
                       MOVE "SI" TO WS-EN-ALCANCE
                   END-IF
               WHEN "Z"
                   IF TRB-PATENTE(WS-I) = SPACES
                       IF TRB-TAMANIO(WS-I) =
                           ORD-VALOR(WS-ORD-IDX)(1:1)
                           MOVE "SI" TO WS-EN-ALCANCE
                       END-IF
                   ELSE
                       IF WS-AUTO-POS NOT = 0 AND
                           AUTO-TAMANIO(WS-AUTO-POS) =
                           ORD-VALOR(WS-ORD-IDX)(1:1)
                           MOVE "SI" TO WS-EN-ALCANCE
                       END-IF
                   END-IF
               WHEN "M"
                   IF TRB-PATENTE(WS-I) = SPACES
                       IF TRB-MARCA(WS-I) = ORD-VALOR(WS-ORD-IDX)
                           MOVE "SI" TO WS-EN-ALCANCE
                       END-IF
                   ELSE
                       IF WS-AUTO-POS NOT = 0 AND
                           AUTO-MARCA(WS-AUTO-POS) =
                           ORD-VALOR(WS-ORD-IDX)
                           MOVE "SI" TO WS-EN-ALCANCE
                       END-IF
                   END-IF
           END-EVALUATE.
      *******
       034-BUSCAR-AUTO.
      *******
           IF AUTO-PATENTE(WS-AUTO-IDX) = TRB-PATENTE(WS-I)
               MOVE WS-AUTO-IDX TO WS-AUTO-POS.
      *******
       035-ABRIR-VIGENCIA.
      *******
      * La vigencia en curso se cierra el dia anterior a la orden y
      * la nueva hereda su HASTA con la tarifa ajustada.
           IF WS-CANT-TRAB >= WS-TOPE-TARIFAS
               MOVE "SI" TO WS-RECHAZAR
               MOVE "TARIFAS.DAT LLEGARIA AL TOPE (200)" TO
                   WS-MOTIVO-RECHAZO
           ELSE
               ADD 1 TO WS-CANT-TRAB
               MOVE WS-CANT-TRAB TO WS-N
               MOVE WS-TRB(WS-I) TO WS-TRB(WS-N)
               MOVE ORD-FECHA(WS-ORD-IDX) TO TRB-DESDE(WS-N)
               MOVE TRB-TARIFA(WS-I) TO TRB-ANTERIOR(WS-N)
               MOVE "N" TO TRB-MARCA-AJUSTE(WS-N)
               COMPUTE TRB-TARIFA(WS-N) ROUNDED = TRB-TARIFA(WS-I) *
                   (1 + ORD-PORCENTAJE(WS-ORD-IDX) / 100)
                   ON SIZE ERROR
                       MOVE "SI" TO WS-RECHAZAR
                       MOVE SPACES TO WS-MOTIVO-RECHAZO
                       STRING "TARIFA AJUSTADA FUERA DE RANGO PARA "
                           TRB-PATENTE(WS-I) TRB-MARCA(WS-I)
                           DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
               END-COMPUTE
               MOVE WS-FECHA-CIERRE TO TRB-HASTA(WS-I)
               MOVE "C" TO TRB-MARCA-AJUSTE(WS-I)
               ADD 1 TO WS-CANT-AJUSTADAS.
      *-----------------------------------------------------------------
      *******
       040-VERIFICAR-CONTINUIDAD.
      *******
      * Para cada vigencia tocada, sus hermanas (misma patente, o
      * misma marca+tamaño sin patente) no pueden pisarla y la que
      * sigue tiene que arrancar justo al dia siguiente de su HASTA.
           IF TRB-MARCA-AJUSTE(WS-I) NOT = SPACE
               MOVE 0 TO WS-SIG-POS
               MOVE 99999999 TO WS-SIG-DESDE
               PERFORM 041-COMPARAR-VIGENCIA VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-TRAB OR WS-RECHAZAR = "SI"
               IF WS-RECHAZAR = "NO" AND WS-SIG-POS NOT = 0
                   IF TRB-HASTA(WS-I) = 99999999 OR
                       FUNCTION INTEGER-OF-DATE(WS-SIG-DESDE) NOT =
                       FUNCTION INTEGER-OF-DATE(TRB-HASTA(WS-I)) + 1
                       MOVE "SI" TO WS-RECHAZAR
                       MOVE SPACES TO WS-MOTIVO-RECHAZO
                       STRING "HUECO DE VIGENCIA DESPUES DEL "
                           TRB-HASTA(WS-I) " PARA "
                           TRB-PATENTE(WS-I) TRB-MARCA(WS-I)
                           DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO.
      *******
       041-COMPARAR-VIGENCIA.
      *******
           PERFORM 042-MISMA-CLAVE.
           IF WS-J NOT = WS-I AND WS-MISMA-CLAVE = "SI"
               IF (TRB-DESDE(WS-J) >= TRB-DESDE(WS-I) AND
                   TRB-DESDE(WS-J) <= TRB-HASTA(WS-I)) OR
                   (TRB-DESDE(WS-J) < TRB-DESDE(WS-I) AND
                   TRB-HASTA(WS-J) >= TRB-DESDE(WS-I))
                   MOVE "SI" TO WS-RECHAZAR
                   MOVE SPACES TO WS-MOTIVO-RECHAZO
                   STRING "SUPERPOSICION DE VIGENCIAS DESDE "
                       TRB-DESDE(WS-J) " PARA "
                       TRB-PATENTE(WS-I) TRB-MARCA(WS-I)
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
               ELSE
                   IF TRB-DESDE(WS-J) > TRB-HASTA(WS-I) AND
                       TRB-DESDE(WS-J) < WS-SIG-DESDE
                       MOVE TRB-DESDE(WS-J) TO WS-SIG-DESDE
                       MOVE WS-J TO WS-SIG-POS.
      *******
       042-MISMA-CLAVE.
      *******
           MOVE "NO" TO WS-MISMA-CLAVE.
           IF TRB-PATENTE(WS-J) = TRB-PATENTE(WS-I)
               IF TRB-PATENTE(WS-I) NOT = SPACES
                   MOVE "SI" TO WS-MISMA-CLAVE
               ELSE
                   IF TRB-MARCA(WS-J) = TRB-MARCA(WS-I) AND
                       TRB-TAMANIO(WS-J) = TRB-TAMANIO(WS-I)
                       MOVE "SI" TO WS-MISMA-CLAVE.
      *-----------------------------------------------------------------
      *******
       045-LISTAR-ORDEN.
      *******
           MOVE WS-ORD-IDX TO PTR-ORD-NRO.
           MOVE ORD-ALCANCE(WS-ORD-IDX) TO PTR-ORD-ALCANCE.
           MOVE ORD-VALOR(WS-ORD-IDX) TO PTR-ORD-VALOR.
           MOVE ORD-PORCENTAJE(WS-ORD-IDX) TO PTR-ORD-PCT.
           MOVE ORD-FECHA(WS-ORD-IDX) TO PTR-ORD-FECHA.
           WRITE LINEA FROM PTR-ORDEN.
           IF WS-RECHAZAR = "SI"
               MOVE "RECHAZADA: " TO PTR-RES-TEXTO
               MOVE WS-MOTIVO-RECHAZO TO PTR-RES-DETALLE
               WRITE LINEA FROM PTR-RESULTADO
           ELSE
               MOVE "APLICADA:  " TO PTR-RES-TEXTO
               MOVE SPACES TO PTR-RES-DETALLE
               STRING WS-CANT-AJUSTADAS " VIGENCIAS AJUSTADAS"
                   DELIMITED BY SIZE INTO PTR-RES-DETALLE
               WRITE LINEA FROM PTR-RESULTADO
               WRITE LINEA FROM PE3-ENCABE
               PERFORM 046-LISTAR-VIGENCIA VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-TRAB.
           WRITE LINEA FROM PE2-ENCABE.
      *******
       046-LISTAR-VIGENCIA.
      *******
           IF TRB-MARCA-AJUSTE(WS-I) = "N"
               MOVE TRB-PATENTE(WS-I) TO ROW-PATENTE
               MOVE TRB-MARCA(WS-I) TO ROW-MARCA
               MOVE TRB-TAMANIO(WS-I) TO ROW-TAMANIO
               MOVE TRB-ANTERIOR(WS-I) TO ROW-ANTES
               MOVE TRB-TARIFA(WS-I) TO ROW-DESPUES
               MOVE WS-FECHA-CIERRE TO ROW-CIERRE
               MOVE TRB-DESDE(WS-I) TO ROW-DESDE
               MOVE TRB-HASTA(WS-I) TO ROW-HASTA
               WRITE LINEA FROM PTR-ROW.
      *-----------------------------------------------------------------
      *******
       050-REGRABAR-TARIFAS.
      *******
           OPEN OUTPUT TARIFAS.
           IF TARIFAS-ESTADO NOT = "00" AND TARIFAS-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA TARIFAS FS: "
                   TARIFAS-ESTADO
               STOP RUN.
           PERFORM 052-REGRABAR-UNA-TARIFA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-TARIFAS.
           CLOSE TARIFAS.
      *******
       052-REGRABAR-UNA-TARIFA.
      *******
           MOVE TAR-PATENTE(WS-I) TO TRF-PATENTE.
           MOVE TAR-MARCA(WS-I) TO TRF-MARCA.
           MOVE TAR-TAMANIO(WS-I) TO TRF-TAMANIO.
           MOVE TAR-DESDE(WS-I) TO TRF-DESDE.
           MOVE TAR-HASTA(WS-I) TO TRF-HASTA.
           MOVE TAR-TARIFA(WS-I) TO TRF-TARIFA.
           WRITE REG-TARIFA.
      *-----------------------------------------------------------------
      *******
       060-VACIAR-ORDENES.
      *******
      * Las ordenes aplicadas se vacian para que la proxima corrida no
      * vuelva a indexar lo mismo.
           OPEN OUTPUT AJUSTES.
           IF AJUSTES-ESTADO = "00" OR AJUSTES-ESTADO = "05"
               CLOSE AJUSTES.
      *******
       062-DEJAR-RECHAZADAS.
      *******
      * Las aplicadas ya estan en TARIFAS.DAT y no pueden volver a
      * entrar (chocarian con su propia vigencia nueva): quedan solo
      * las rechazadas, con la linea tal como la cargo el operador.
           OPEN OUTPUT AJUSTES.
           IF AJUSTES-ESTADO NOT = "00" AND AJUSTES-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA AJUSTE-TARIFAS FS: "
                   AJUSTES-ESTADO
               STOP RUN.
           PERFORM 064-DEJAR-UNA-RECHAZADA VARYING WS-ORD-IDX FROM 1
               BY 1 UNTIL WS-ORD-IDX > WS-CANT-ORDENES.
           CLOSE AJUSTES.
      *******
       064-DEJAR-UNA-RECHAZADA.
      *******
           IF ORD-RESULTADO(WS-ORD-IDX) = "R"
               WRITE REG-AJUSTE FROM ORD-REGISTRO(WS-ORD-IDX).
      *-----------------------------------------------------------------
      *******
       END PROGRAM AJUSTE-TRF.
