      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: conversion de cotizaciones. Cada noche,
      *       despues de TP-PARTE-1, asienta los dias facturados con
      *       numero de cotizacion (COTIZ-USOS.DAT) en el historico
      *       COTIZ-USOS-HIST.DAT, reemplazando las filas de una
      *       corrida repetida. Con el libro de COTIZA (COTIZ-HIST.DAT)
      *       informa las cotizaciones de la semana (fecha de proceso
      *       y los 6 dias anteriores) por agencia y tamaño: emitidas,
      *       convertidas en alquiler, vencidas sin alquiler, todavia
      *       vigentes y rechazadas por disponibilidad, con el precio
      *       promedio por dia cotizado contra el alquilado. Sale por
      *       CONVERSION-COTIZ.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-COTIZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT OPTIONAL COTIZ-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS COTIZ-HIST-ESTADO.

           SELECT OPTIONAL COTIZ-USOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS COTIZ-USOS-ESTADO.

           SELECT OPTIONAL USOS-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS USOS-HIST-ESTADO.

           SELECT HIST-NUEVO   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS HIST-NUEVO-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60).
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Libro de cotizaciones de COTIZA: una cabecera "C" por
      * cotizacion (rango pedido, total y estado "E" emitida o "N"
      * rechazada por disponibilidad) y un "D" por dia cotizado.
       FD  COTIZ-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../COTIZ-HIST.DAT".
       01  CHI.
           03  CHI-NRO         PIC 9(7).
           03  CHI-TIPO        PIC X.
           03  CHI-EMISION     PIC 9(8).
           03  CHI-VENCE       PIC 9(8).
           03  CHI-AGENCIA     PIC 9.
           03  CHI-TIPO-DOC    PIC X.
           03  CHI-NRO-DOC     PIC X(20).
           03  CHI-PATENTE     PIC X(6).
           03  CHI-TAMANIO     PIC X.
           03  CHI-DESDE       PIC 9(8).
           03  CHI-HASTA       PIC 9(8).
           03  CHI-IMPORTE     PIC 9(7)V99.
           03  CHI-ESTADO      PIC X.

      * Dias con numero de cotizacion de la ultima corrida de
      * TP-PARTE-1 (1582-REGISTRAR-USO-COTIZ); RESPETADA "S" = se
      * facturo al precio cotizado.
       FD  COTIZ-USOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../COTIZ-USOS.DAT".
       01  COU.
           03  COU-NRO             PIC 9(7).
           03  COU-FECHA-CORRIDA   PIC 9(8).
           03  COU-NRO-DOC         PIC X(20).
           03  COU-PATENTE         PIC X(6).
           03  COU-FECHA           PIC 9(8).
           03  COU-AGENCIA         PIC 9.
           03  COU-RESPETADA       PIC X.
           03  COU-IMPORTE         PIC 9(7)V99.

      * Historico de usos, mismo registro que COTIZ-USOS.DAT.
       FD  USOS-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../COTIZ-USOS-HIST.DAT".
       01  UHI.
           03  UHI-NRO             PIC 9(7).
           03  UHI-FECHA-CORRIDA   PIC 9(8).
           03  UHI-NRO-DOC         PIC X(20).
           03  UHI-PATENTE         PIC X(6).
           03  UHI-FECHA           PIC 9(8).
           03  UHI-AGENCIA         PIC 9.
           03  UHI-RESPETADA       PIC X.
           03  UHI-IMPORTE         PIC 9(7)V99.

      * Historico en armado; al terminar reemplaza a
      * COTIZ-USOS-HIST.DAT.
       FD  HIST-NUEVO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../COTIZ-USOS-HIST.NUE".
       01  REG-HIST-NUEVO          PIC X(60).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONVERSION-COTIZ.DAT".
       01  LINEA               PIC X(100).

       WORKING-STORAGE SECTION.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  COTIZ-HIST-ESTADO   PIC XX.
       77  COTIZ-USOS-ESTADO   PIC XX.
       77  USOS-HIST-ESTADO    PIC XX.
       77  HIST-NUEVO-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       01  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       01  WS-PARM-FECHA       PIC 9(8).
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-FECHA-INICIO     PIC 9(8).
       01  WS-INT-PROCESO      PIC 9(7).
       01  WS-CORRIDA-USOS     PIC 9(8)    VALUE 0.
       01  WS-CANT-ASENTADAS   PIC 9(7)    VALUE 0.
       01  WS-CANT-REEMPLAZO   PIC 9(7)    VALUE 0.
       01  WS-CARGA-DESBORDE   PIC X(2).

      * Cotizaciones emitidas en la semana (cabeceras del libro).
       01  WS-CANT-COT         PIC 9(4)    VALUE 0.
       01  WS-COT-IDX          PIC 9(4).
       01  WS-COT-POS          PIC 9(4).
       01  WS-TABLA-COT.
           03 WS-COT OCCURS 2000 TIMES.
               05 TCO-NRO          PIC 9(7).
               05 TCO-AGENCIA      PIC 9.
               05 TCO-TAMANIO      PIC X.
               05 TCO-ESTADO       PIC X.
               05 TCO-VENCE        PIC 9(8).
               05 TCO-DIAS         PIC 9(5).
               05 TCO-IMPORTE      PIC 9(7)V99.
               05 TCO-DIAS-ALQ     PIC 9(5).
               05 TCO-IMPORTE-ALQ  PIC 9(9)V99.

      * Totales por agencia y tamaño, ordenados para el informe.
       01  WS-CANT-GRP         PIC 9(3)    VALUE 0.
       01  WS-GRP-IDX          PIC 9(3).
       01  WS-GRP-POS          PIC 9(3).
       01  WS-GRP-I            PIC 9(3).
       01  WS-GRP-J            PIC 9(3).
       01  WS-TABLA-GRP.
           03 WS-GRP OCCURS 100 TIMES.
               05 GRP-AGENCIA      PIC 9.
               05 GRP-TAMANIO      PIC X.
               05 GRP-EMITIDAS     PIC 9(5).
               05 GRP-CONVERTIDAS  PIC 9(5).
               05 GRP-VENCIDAS     PIC 9(5).
               05 GRP-VIGENTES     PIC 9(5).
               05 GRP-RECH-DISP    PIC 9(5).
               05 GRP-DIAS-COT     PIC 9(7).
               05 GRP-IMPORTE-COT  PIC 9(9)V99.
               05 GRP-DIAS-ALQ     PIC 9(7).
               05 GRP-IMPORTE-ALQ  PIC 9(9)V99.
       01  WS-GRP-SWAP         PIC X(63).
       01  WS-TOT-GRP.
           03 TGR-EMITIDAS     PIC 9(6)    VALUE 0.
           03 TGR-CONVERTIDAS  PIC 9(6)    VALUE 0.
           03 TGR-VENCIDAS     PIC 9(6)    VALUE 0.
           03 TGR-VIGENTES     PIC 9(6)    VALUE 0.
           03 TGR-RECH-DISP    PIC 9(6)    VALUE 0.
           03 TGR-DIAS-COT     PIC 9(8)    VALUE 0.
           03 TGR-IMPORTE-COT  PIC 9(10)V99 VALUE 0.
           03 TGR-DIAS-ALQ     PIC 9(8)    VALUE 0.
           03 TGR-IMPORTE-ALQ  PIC 9(10)V99 VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Conversion de cotizaciones de la semana '.
           03 PE1-DESDE        PIC 9(8).
           03 FILLER           PIC X(3)  VALUE ' a '.
           03 PE1-HASTA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(9)  VALUE 'Agencia'.
           03 FILLER           PIC X(7)  VALUE 'Tamaño'.
           03 FILLER           PIC X(8)  VALUE ' Emitid'.
           03 FILLER           PIC X(8)  VALUE 'Convert'.
           03 FILLER           PIC X(8)  VALUE ' Vencid'.
           03 FILLER           PIC X(8)  VALUE ' Vigent'.
           03 FILLER           PIC X(8)  VALUE 'Sin disp'.
           03 FILLER           PIC X(8)  VALUE ' % Conv'.
           03 FILLER           PIC X(13) VALUE '  Prom cotiz'.
           03 FILLER           PIC X(13) VALUE '  Prom alquil'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(100) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-CLAVE.
               05 ROW-AGENCIA  PIC 9.
               05 FILLER       PIC X(8) VALUE ' '.
               05 ROW-TAMANIO  PIC X.
               05 FILLER       PIC X(5) VALUE ' '.
           03 ROW-EMITIDAS     PIC ZZZZZZ9.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-CONVERTIDAS  PIC ZZZZZZ9.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-VENCIDAS     PIC ZZZZZZ9.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-VIGENTES     PIC ZZZZZZ9.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-RECH-DISP    PIC ZZZZZZ9.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-PORC         PIC ZZZ9,99.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-PROM-COT     PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-PROM-ALQ     PIC ZZZZZZZZ9,99.
       01  WS-PORC             PIC 9(4)V99.
       01  WS-PROMEDIO         PIC 9(9)V99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ASENTAR-CORRIDA.
            PERFORM 020-CARGAR-COTIZACIONES.
            PERFORM 030-ACUMULAR-USOS.
            PERFORM 040-AGRUPAR-COTIZACIONES.
            PERFORM 050-ESCRIBIR-INFORME.
            DISPLAY "CONV-COTIZ: DIAS ASENTADOS " WS-CANT-ASENTADAS
                " REEMPLAZADOS " WS-CANT-REEMPLAZO
                " COTIZACIONES " WS-CANT-COT
                " CONVERTIDAS " TGR-CONVERTIDAS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       003-LEER-PARAMETROS.
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
      * La semana informada son los 7 dias que terminan en la fecha de
      * proceso, por fecha de emision de la cotizacion.
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
           COMPUTE WS-INT-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           COMPUTE WS-FECHA-INICIO = FUNCTION DATE-OF-INTEGER(
               WS-INT-PROCESO - 6).
      *-----------------------------------------------------------------
      *******
       010-ASENTAR-CORRIDA.
      *******
      * El historico se rearma en COTIZ-USOS-HIST.NUE sin las filas de
      * la corrida que trae COTIZ-USOS (si ya estaba asentada) y con
      * las filas nuevas al final; despues se copia sobre
      * COTIZ-USOS-HIST.DAT. Sin COTIZ-USOS (o vacio) el historico
      * queda como esta.
           OPEN INPUT COTIZ-USOS.
           IF COTIZ-USOS-ESTADO = "00"
               READ COTIZ-USOS
               IF COTIZ-USOS-ESTADO = "00"
                   MOVE COU-FECHA-CORRIDA TO WS-CORRIDA-USOS
               END-IF
           END-IF.
           CLOSE COTIZ-USOS.
           IF WS-CORRIDA-USOS = 0
               DISPLAY "AVISO: SIN DIAS CON COTIZACION EN LA CORRIDA; "
                   "EL HISTORICO NO CAMBIA."
           ELSE
               PERFORM 012-ARMAR-HISTORICO
               PERFORM 016-REEMPLAZAR-HISTORICO.
      *******
       012-ARMAR-HISTORICO.
      *******
           OPEN OUTPUT HIST-NUEVO.
           IF HIST-NUEVO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN COTIZ-USOS-HIST.NUE FS: "
                   HIST-NUEVO-ESTADO
               STOP RUN.
           OPEN INPUT USOS-HIST.
           IF USOS-HIST-ESTADO = "00"
               PERFORM UNTIL USOS-HIST-ESTADO NOT = "00"
                   READ USOS-HIST
                   IF USOS-HIST-ESTADO = "00"
                       IF UHI-FECHA-CORRIDA = WS-CORRIDA-USOS
                           ADD 1 TO WS-CANT-REEMPLAZO
                       ELSE
                           WRITE REG-HIST-NUEVO FROM UHI
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE USOS-HIST.
           OPEN INPUT COTIZ-USOS.
           IF COTIZ-USOS-ESTADO = "00"
               PERFORM UNTIL COTIZ-USOS-ESTADO NOT = "00"
                   READ COTIZ-USOS
                   IF COTIZ-USOS-ESTADO = "00"
                       WRITE REG-HIST-NUEVO FROM COU
                       ADD 1 TO WS-CANT-ASENTADAS
                   END-IF
               END-PERFORM.
           CLOSE COTIZ-USOS.
           CLOSE HIST-NUEVO.
      *******
       016-REEMPLAZAR-HISTORICO.
      *******
           OPEN INPUT HIST-NUEVO.
           OPEN OUTPUT USOS-HIST.
           IF USOS-HIST-ESTADO NOT = ZERO AND
               USOS-HIST-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN COTIZ-USOS-HIST FS: "
                   USOS-HIST-ESTADO
               STOP RUN.
           PERFORM UNTIL HIST-NUEVO-ESTADO NOT = "00"
               READ HIST-NUEVO
               IF HIST-NUEVO-ESTADO = "00"
                   WRITE UHI FROM REG-HIST-NUEVO
               END-IF
           END-PERFORM.
           CLOSE HIST-NUEVO.
           CLOSE USOS-HIST.
      *-----------------------------------------------------------------
      *******
       020-CARGAR-COTIZACIONES.
      *******
      * Cabeceras emitidas en la semana. Los dias cotizados de una
      * emitida salen del rango pedido; una rechazada no tiene precio.
           MOVE 0 TO WS-CANT-COT.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT COTIZ-HIST.
           IF COTIZ-HIST-ESTADO = "00"
               PERFORM UNTIL COTIZ-HIST-ESTADO NOT = "00"
                   READ COTIZ-HIST
                   IF COTIZ-HIST-ESTADO = "00" AND
                       CHI-TIPO = "C" AND
                       CHI-EMISION >= WS-FECHA-INICIO AND
                       CHI-EMISION <= WS-FECHA-PROCESO
                       IF WS-CANT-COT < 2000
                           PERFORM 022-CARGAR-UNA-COTIZACION
                       ELSE
                           MOVE "SI" TO WS-CARGA-DESBORDE
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE COTIZ-HIST.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: cotizaciones de la semana superan la "
                   "tabla (2000); las excedentes no se informan.".
      *******
       022-CARGAR-UNA-COTIZACION.
      *******
           ADD 1 TO WS-CANT-COT.
           MOVE CHI-NRO TO TCO-NRO(WS-CANT-COT).
           MOVE CHI-AGENCIA TO TCO-AGENCIA(WS-CANT-COT).
           MOVE CHI-TAMANIO TO TCO-TAMANIO(WS-CANT-COT).
           MOVE CHI-ESTADO TO TCO-ESTADO(WS-CANT-COT).
           MOVE CHI-VENCE TO TCO-VENCE(WS-CANT-COT).
           MOVE 0 TO TCO-DIAS(WS-CANT-COT).
           MOVE 0 TO TCO-IMPORTE(WS-CANT-COT).
           MOVE 0 TO TCO-DIAS-ALQ(WS-CANT-COT).
           MOVE 0 TO TCO-IMPORTE-ALQ(WS-CANT-COT).
           IF CHI-ESTADO = "E" AND
               CHI-DESDE IS NUMERIC AND CHI-HASTA IS NUMERIC AND
               CHI-HASTA >= CHI-DESDE
               COMPUTE TCO-DIAS(WS-CANT-COT) =
                   FUNCTION INTEGER-OF-DATE(CHI-HASTA) -
                   FUNCTION INTEGER-OF-DATE(CHI-DESDE) + 1
               IF CHI-IMPORTE IS NUMERIC
                   MOVE CHI-IMPORTE TO TCO-IMPORTE(WS-CANT-COT).
      *-----------------------------------------------------------------
      *******
       030-ACUMULAR-USOS.
      *******
      * Una cotizacion se convirtio si algun dia facturado la trae,
      * se haya respetado o no su precio; lo facturado esos dias es
      * el precio alquilado.
           OPEN INPUT USOS-HIST.
           IF USOS-HIST-ESTADO = "00"
               PERFORM UNTIL USOS-HIST-ESTADO NOT = "00"
                   READ USOS-HIST
                   IF USOS-HIST-ESTADO = "00"
                       PERFORM 032-ACUMULAR-USO
                   END-IF
               END-PERFORM.
           CLOSE USOS-HIST.
      *******
       032-ACUMULAR-USO.
      *******
           MOVE 0 TO WS-COT-POS.
           PERFORM 034-COMPARAR-COTIZACION VARYING WS-COT-IDX FROM 1
               BY 1 UNTIL WS-COT-IDX > WS-CANT-COT OR WS-COT-POS > 0.
           IF WS-COT-POS > 0
               ADD 1 TO TCO-DIAS-ALQ(WS-COT-POS)
               IF UHI-IMPORTE IS NUMERIC
                   ADD UHI-IMPORTE TO TCO-IMPORTE-ALQ(WS-COT-POS).
      *******
       034-COMPARAR-COTIZACION.
      *******
           IF TCO-NRO(WS-COT-IDX) = UHI-NRO
               MOVE WS-COT-IDX TO WS-COT-POS.
      *-----------------------------------------------------------------
      *******
       040-AGRUPAR-COTIZACIONES.
      *******
           PERFORM 042-AGRUPAR-UNA VARYING WS-COT-IDX FROM 1 BY 1
               UNTIL WS-COT-IDX > WS-CANT-COT.
           PERFORM 046-PASADA-GRUPOS VARYING WS-GRP-I FROM 1 BY 1
               UNTIL WS-GRP-I >= WS-CANT-GRP.
      *******
       042-AGRUPAR-UNA.
      *******
           MOVE 0 TO WS-GRP-POS.
           PERFORM 044-COMPARAR-GRUPO VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-CANT-GRP OR WS-GRP-POS > 0.
           IF WS-GRP-POS = 0
               IF WS-CANT-GRP < 100
                   ADD 1 TO WS-CANT-GRP
                   MOVE WS-CANT-GRP TO WS-GRP-POS
                   INITIALIZE WS-GRP(WS-GRP-POS)
                   MOVE TCO-AGENCIA(WS-COT-IDX) TO
                       GRP-AGENCIA(WS-GRP-POS)
                   MOVE TCO-TAMANIO(WS-COT-IDX) TO
                       GRP-TAMANIO(WS-GRP-POS)
               ELSE
                   DISPLAY "ATENCION: tabla de agencia y tamaño llena "
                       "(100); cotizacion " TCO-NRO(WS-COT-IDX)
                       " no se acumula.".
           IF WS-GRP-POS > 0
               PERFORM 043-SUMAR-COTIZACION.
      *******
       043-SUMAR-COTIZACION.
      *******
           IF TCO-ESTADO(WS-COT-IDX) = "N"
               ADD 1 TO GRP-RECH-DISP(WS-GRP-POS)
           ELSE
               ADD 1 TO GRP-EMITIDAS(WS-GRP-POS)
               ADD TCO-DIAS(WS-COT-IDX) TO GRP-DIAS-COT(WS-GRP-POS)
               ADD TCO-IMPORTE(WS-COT-IDX) TO
                   GRP-IMPORTE-COT(WS-GRP-POS)
               IF TCO-DIAS-ALQ(WS-COT-IDX) > 0
                   ADD 1 TO GRP-CONVERTIDAS(WS-GRP-POS)
                   ADD TCO-DIAS-ALQ(WS-COT-IDX) TO
                       GRP-DIAS-ALQ(WS-GRP-POS)
                   ADD TCO-IMPORTE-ALQ(WS-COT-IDX) TO
                       GRP-IMPORTE-ALQ(WS-GRP-POS)
               ELSE
                   IF TCO-VENCE(WS-COT-IDX) < WS-FECHA-PROCESO
                       ADD 1 TO GRP-VENCIDAS(WS-GRP-POS)
                   ELSE
                       ADD 1 TO GRP-VIGENTES(WS-GRP-POS).
      *******
       044-COMPARAR-GRUPO.
      *******
           IF GRP-AGENCIA(WS-GRP-IDX) = TCO-AGENCIA(WS-COT-IDX) AND
               GRP-TAMANIO(WS-GRP-IDX) = TCO-TAMANIO(WS-COT-IDX)
               MOVE WS-GRP-IDX TO WS-GRP-POS.
      *******
       046-PASADA-GRUPOS.
      *******
           PERFORM 048-COMPARAR-GRUPOS VARYING WS-GRP-J FROM 1 BY 1
               UNTIL WS-GRP-J > WS-CANT-GRP - WS-GRP-I.
      *******
       048-COMPARAR-GRUPOS.
      *******
           IF GRP-AGENCIA(WS-GRP-J) > GRP-AGENCIA(WS-GRP-J + 1) OR
               (GRP-AGENCIA(WS-GRP-J) = GRP-AGENCIA(WS-GRP-J + 1) AND
                GRP-TAMANIO(WS-GRP-J) > GRP-TAMANIO(WS-GRP-J + 1))
               MOVE WS-GRP(WS-GRP-J) TO WS-GRP-SWAP
               MOVE WS-GRP(WS-GRP-J + 1) TO WS-GRP(WS-GRP-J)
               MOVE WS-GRP-SWAP TO WS-GRP(WS-GRP-J + 1).
      *-----------------------------------------------------------------
      *******
       050-ESCRIBIR-INFORME.
      *******
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CONVERSION-COTIZ FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-INICIO TO PE1-DESDE.
           MOVE WS-FECHA-PROCESO TO PE1-HASTA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           PERFORM 052-ESCRIBIR-GRUPO VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-CANT-GRP.
           WRITE LINEA FROM PE4-ENCABE.
           MOVE "Total semana" TO ROW-CLAVE.
           MOVE TGR-EMITIDAS TO ROW-EMITIDAS.
           MOVE TGR-CONVERTIDAS TO ROW-CONVERTIDAS.
           MOVE TGR-VENCIDAS TO ROW-VENCIDAS.
           MOVE TGR-VIGENTES TO ROW-VIGENTES.
           MOVE TGR-RECH-DISP TO ROW-RECH-DISP.
           MOVE 0 TO WS-PORC.
           IF TGR-EMITIDAS > 0
               COMPUTE WS-PORC ROUNDED =
                   TGR-CONVERTIDAS * 100 / TGR-EMITIDAS.
           MOVE WS-PORC TO ROW-PORC.
           MOVE 0 TO WS-PROMEDIO.
           IF TGR-DIAS-COT > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   TGR-IMPORTE-COT / TGR-DIAS-COT.
           MOVE WS-PROMEDIO TO ROW-PROM-COT.
           MOVE 0 TO WS-PROMEDIO.
           IF TGR-DIAS-ALQ > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   TGR-IMPORTE-ALQ / TGR-DIAS-ALQ.
           MOVE WS-PROMEDIO TO ROW-PROM-ALQ.
           WRITE LINEA FROM PTR-ROW.
           CLOSE LISTADO.
      *******
       052-ESCRIBIR-GRUPO.
      *******
           MOVE GRP-AGENCIA(WS-GRP-IDX) TO ROW-AGENCIA.
           MOVE GRP-TAMANIO(WS-GRP-IDX) TO ROW-TAMANIO.
           MOVE GRP-EMITIDAS(WS-GRP-IDX) TO ROW-EMITIDAS.
           MOVE GRP-CONVERTIDAS(WS-GRP-IDX) TO ROW-CONVERTIDAS.
           MOVE GRP-VENCIDAS(WS-GRP-IDX) TO ROW-VENCIDAS.
           MOVE GRP-VIGENTES(WS-GRP-IDX) TO ROW-VIGENTES.
           MOVE GRP-RECH-DISP(WS-GRP-IDX) TO ROW-RECH-DISP.
           MOVE 0 TO WS-PORC.
           IF GRP-EMITIDAS(WS-GRP-IDX) > 0
               COMPUTE WS-PORC ROUNDED = GRP-CONVERTIDAS(WS-GRP-IDX)
                   * 100 / GRP-EMITIDAS(WS-GRP-IDX).
           MOVE WS-PORC TO ROW-PORC.
      * Precio promedio por dia: lo cotizado sobre los dias pedidos y
      * lo facturado sobre los dias alquilados con la cotizacion.
           MOVE 0 TO WS-PROMEDIO.
           IF GRP-DIAS-COT(WS-GRP-IDX) > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   GRP-IMPORTE-COT(WS-GRP-IDX) /
                   GRP-DIAS-COT(WS-GRP-IDX).
           MOVE WS-PROMEDIO TO ROW-PROM-COT.
           MOVE 0 TO WS-PROMEDIO.
           IF GRP-DIAS-ALQ(WS-GRP-IDX) > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   GRP-IMPORTE-ALQ(WS-GRP-IDX) /
                   GRP-DIAS-ALQ(WS-GRP-IDX).
           MOVE WS-PROMEDIO TO ROW-PROM-ALQ.
           WRITE LINEA FROM PTR-ROW.
           ADD GRP-EMITIDAS(WS-GRP-IDX) TO TGR-EMITIDAS.
           ADD GRP-CONVERTIDAS(WS-GRP-IDX) TO TGR-CONVERTIDAS.
           ADD GRP-VENCIDAS(WS-GRP-IDX) TO TGR-VENCIDAS.
           ADD GRP-VIGENTES(WS-GRP-IDX) TO TGR-VIGENTES.
           ADD GRP-RECH-DISP(WS-GRP-IDX) TO TGR-RECH-DISP.
           ADD GRP-DIAS-COT(WS-GRP-IDX) TO TGR-DIAS-COT.
           ADD GRP-IMPORTE-COT(WS-GRP-IDX) TO TGR-IMPORTE-COT.
           ADD GRP-DIAS-ALQ(WS-GRP-IDX) TO TGR-DIAS-ALQ.
           ADD GRP-IMPORTE-ALQ(WS-GRP-IDX) TO TGR-IMPORTE-ALQ.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CONV-COTIZ.
