      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: prevision de ingresos ya comprometidos
      *       para las 13 semanas siguientes a la fecha de proceso,
      *       por semana, agencia y tamaño (PREVISION.DAT). Suma los
      *       dias futuros ya aprobados de MAESTRO-ACT.DAT (a su
      *       importe), las novedades a la espera de PENDIENTES.DAT y
      *       las reservas confirmadas de RESERVAS.DAT (cotizadas con
      *       las mismas reglas de tarifa que COTIZA) y los contratos
      *       de largo plazo de CONTRATOS.DAT (abono diario, como
      *       FACT-CONTR). La lista de espera de RESERVAS.DAT sale
      *       aparte como ingreso posible. Cierra con el ritmo por mes
      *       contra lo que facturaron las mismas fechas del año
      *       anterior segun MAESTRO-HISTORICO.DAT de TP2, marcando el
      *       mes que viene mas de un 10% por debajo.
      *   LD  Los dias cotizados llevan tambien el multiplicador por
      *       demanda aprobado de MULT-DEMANDA.DAT, como COTIZA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAE-ACT      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL PENDIENTES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PENDIENTES-ESTADO.

           SELECT OPTIONAL RESERVAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RESERVAS-ESTADO.

           SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTRATOS-ESTADO.

           SELECT OPTIONAL HISTORICO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS HISTORICO-ESTADO.

           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TARIFAS-ESTADO.

           SELECT OPTIONAL TEMPORADA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TEMPORADA-ESTADO.

           SELECT OPTIONAL FERIADOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FERIADOS-ESTADO.

           SELECT OPTIONAL MULT-DEMANDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MULT-DEMANDA-ESTADO.

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
       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO-ACT.DAT".
       01  ACT.
           03  ACT-PATENTE         PIC X(6).
           03  ACT-FECHA           PIC 9(8).
           03  ACT-TIPO-DOC        PIC X.
           03  ACT-NRO-DOC         PIC X(20).
           03  ACT-IMPORTE         PIC 9(4)V99.
           03  ACT-AGENCIA         PIC 9.
      * Horas, modalidad y desglose de IVA; no se usan aca.
           03  FILLER              PIC X(21).

       FD  PENDIENTES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PENDIENTES.DAT".
       01  PEND.
           03  PEND-AGENCIA           PIC 9.
           03  PEND-PATENTE           PIC X(6).
           03  PEND-FECHA             PIC 9(8).
           03  PEND-FECHA-HASTA       PIC 9(8).
           03  PEND-TIPO-TRANS        PIC X.
           03  PEND-TIPO-DOC          PIC X.
           03  PEND-NRO-DOC           PIC X(20).
           03  PEND-HORA-RETIRO       PIC 9(4).
           03  PEND-HORA-DEVOL        PIC 9(4).
      * Modalidad, canje, promocion, adicionales, moneda, patente
      * original y nro. de cotizacion; no se usan aca.
           03  FILLER                 PIC X(40).

       FD  RESERVAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RESERVAS.DAT".
       01  RES.
           03  RES-AGENCIA     PIC 9.
           03  RES-PATENTE     PIC X(6).
           03  RES-FECHA       PIC 9(8).
           03  RES-FECHA-HASTA PIC 9(8).
           03  RES-TIPO-DOC    PIC X.
           03  RES-NRO-DOC     PIC X(20).
           03  RES-ESTADO      PIC X.
      * Anticipo cobrado al reservar; no se usa aca.
           03  FILLER          PIC X(9).

      * Maestro de contratos de largo plazo (ver FACT-CONTR de TP2).
       FD  CONTRATOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONTRATOS.DAT".
       01  REG-CONTRATO.
           03  CON-NRO-DOC     PIC X(20).
           03  CON-TIPO-DOC    PIC X.
           03  CON-PATENTE     PIC X(6).
           03  CON-DESDE       PIC 9(8).
           03  CON-HASTA       PIC 9(8).
           03  CON-IMPORTE-MES PIC 9(6)V99.

      * Alquileres ya archivados por PURGA-MAE de TP2.
       FD  HISTORICO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../../TP2/MAESTRO-HISTORICO.DAT".
       01  HIST-REG.
           03  HIST-PATENTE        PIC X(6).
           03  HIST-FECHA          PIC 9(8).
           03  HIST-TIPO-DOC       PIC X.
           03  HIST-NRO-DOC        PIC X(20).
           03  HIST-IMPORTE        PIC 9(4)V99.
           03  HIST-CHOFER         PIC X(7).
           03  HIST-ESTADO         PIC X.
           03  HIST-AGENCIA        PIC 9.
           03  HIST-MODO           PIC X.

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
      * Agencia base (la de los contratos) y actual del auto.
           03  AUT-AGENCIA-BASE    PIC 9.
           03  AUT-AGENCIA-ACTUAL  PIC 9.

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

       FD  TEMPORADA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TEMPORADA.DAT".
       01  REG-TEMPORADA.
           03  RT-DESDE        PIC 9(8).
           03  RT-HASTA        PIC 9(8).
           03  RT-MULT         PIC 9V99.

      * Calendario de feriados: un feriado tarifa como fin de semana.
       FD  FERIADOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FERIADOS.DAT".
       01  REG-FERIADO.
           03  FER-FECHA       PIC 9(8).
           03  FER-DESC        PIC X(30).

      * Multiplicadores por demanda aprobados por dia y tamaño.
       FD  MULT-DEMANDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MULT-DEMANDA.DAT".
       01  REG-MULT-DEMANDA.
           03  MD-FECHA        PIC 9(8).
           03  MD-TAMANIO      PIC X.
           03  MD-MULT         PIC 9V99.

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

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PREVISION.DAT".
       01  LINEA               PIC X(100).

       WORKING-STORAGE SECTION.
       77  AUTOS-EOF           PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  MAE-ACT-ESTADO      PIC XX.
       77  PENDIENTES-ESTADO   PIC XX.
       77  RESERVAS-ESTADO     PIC XX.
       77  CONTRATOS-ESTADO    PIC XX.
       77  HISTORICO-ESTADO    PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  TARIFAS-ESTADO      PIC XX.
       77  TEMPORADA-ESTADO    PIC XX.
       77  FERIADOS-ESTADO     PIC XX.
       77  MULT-DEMANDA-ESTADO PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
      * Semanas de la ventana y porcentaje de caida que marca un mes.
       77  WS-SEMANAS          PIC 9(2)    VALUE 13.
       77  WS-TOLERANCIA       PIC 9(2)    VALUE 10.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-INT-PROCESO      PIC 9(7).
       01  WS-FECHA-INICIO     PIC 9(8).
       01  WS-FECHA-FIN        PIC 9(8).
       01  WS-CANT-AUTOS       PIC 9(4)    VALUE 0.
       01  WS-CANT-TARIFAS     PIC 9(3)    VALUE 0.
       01  WS-CANT-TEMPORADAS  PIC 9(2)    VALUE 0.
       01  WS-PARM-HAY-TEMP    PIC X(2)    VALUE "NO".
       01  WS-PARM-VALOR-NUM   PIC 9(8).
       01  WS-PARM-MULT        PIC 9V99.
       01  WS-CARGA-DESBORDE   PIC X(2).
       01  WS-POS              PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-TRF-IDX          PIC 9(3).
       01  WS-TRF-PATENTE      PIC 9(3).
       01  WS-TRF-GRUPO        PIC 9(3).
       01  WS-TEMP-IDX         PIC 9(2).
       01  WS-CANT-FERIADOS    PIC 9(3)    VALUE 0.
       01  WS-FER-IDX          PIC 9(3).
       01  WS-ES-FERIADO       PIC X(2).
       01  WS-DIA-SEMANA       PIC 9(1).
       01  WS-MULT-TOTAL       PIC 9V99.
       01  WS-MULT-MEDIA       PIC 9V99 VALUE 0,60.
       01  WS-TARIFA-BASE      PIC 9(4)V99.
       01  WS-IMPORTE-DIA      PIC 9(6)V99.
       01  WS-MIN-RETIRO       PIC 9(5).
       01  WS-MIN-DEVOL        PIC 9(5).
       01  WS-HORA-HHMM.
           03 WS-HORA-HH       PIC 9(2).
           03 WS-HORA-MM       PIC 9(2).
       01  WS-MINUTOS          PIC 9(5).
       01  WS-FECHA-DIA        PIC 9(8).
       01  WS-FECHA-CHK.
           03 WS-FECHA-CHK-AAAA    PIC 9(4).
           03 WS-FECHA-CHK-MM      PIC 9(2).
           03 WS-FECHA-CHK-DD      PIC 9(2).
       01  WS-DIAS-MES-EFECTIVO PIC 9(2).
       01  WS-BIS-COCIENTE     PIC 9(4).
       01  WS-BIS-RESTO        PIC 9(4).
       01  WS-DIAS-MES-TABLE.
           03  WS-DIAS-MES OCCURS 12 TIMES PIC 9(2) VALUE 0.

      * Rango en curso (alquiler, novedad, reserva o contrato) que se
      * reparte por dia en la ventana.
       01  WS-RNG-DESDE        PIC 9(8).
       01  WS-RNG-HASTA        PIC 9(8).
       01  WS-RNG-AGENCIA      PIC 9.
       01  WS-RNG-HORA-RETIRO  PIC 9(4).
       01  WS-RNG-HORA-DEVOL   PIC 9(4).
      * "C" comprometido, "E" lista de espera.
       01  WS-RNG-CLASE        PIC X.
      * "T" se cotiza con tarifa, "F" importe fijo por dia, "A" abono
      * mensual de contrato repartido por dia.
       01  WS-RNG-PRECIO       PIC X.
       01  WS-RNG-IMPORTE      PIC 9(6)V99.
       01  WS-AG               PIC 9.
       01  WS-TAM              PIC 9.
       01  WS-SEM              PIC 9(2).
       01  WS-MES-IDX          PIC 9.
       01  WS-PERIODO-DIA      PIC 9(6).
       01  WS-PERIODO-INICIO   PIC 9(6).
       01  WS-CANT-SIN-AUTO    PIC 9(5)    VALUE 0.
       01  WS-CANT-RANGOS      PIC 9(5)    VALUE 0.
       01  WS-CANT-ESPERA      PIC 9(5)    VALUE 0.
       01  WS-PORC             PIC S9(5)V9.
       01  WS-DIF              PIC S9(9)V99.
       01  WS-I                PIC 9(2).
       01  WS-K                PIC 9.
       01  WS-HAY-FILA         PIC X(2).
       01  WS-FECHA-ED-AUX     PIC 9(8).
       01  WS-FECHA-ED-AUX-R REDEFINES WS-FECHA-ED-AUX.
           03 WS-ED-AAAA           PIC 9(4).
           03 WS-ED-MM             PIC 9(2).
           03 WS-ED-DD             PIC 9(2).
       01  WS-FECHA-ED.
           03 WS-FED-DD            PIC 99.
           03 FILLER               PIC X       VALUE '/'.
           03 WS-FED-MM            PIC 99.
           03 FILLER               PIC X       VALUE '/'.
           03 WS-FED-AAAA          PIC 9999.

      * Codigos de tamaño en el orden de las columnas de la tabla.
       01  WS-TAMANIOS-VALORES PIC X(3)    VALUE 'CMG'.
       01  WS-TAMANIOS REDEFINES WS-TAMANIOS-VALORES.
           03 WS-TAM-COD OCCURS 3 TIMES PIC X.

       01  WS-TABLE.
           03  WS-AUTO OCCURS 2000 TIMES
               INDEXED BY IND.
               05  WS-AUTO-PATENTE     PIC X(6).
               05  WS-AUTO-MARCA       PIC X(20).
               05  WS-AUTO-TAMAÑO      PIC X.
               05  WS-AUTO-IMPORTE     PIC 9(4)V99.
               05  WS-AUTO-AGENCIA     PIC 9.

       01  WS-TARIFAS.
           03 WS-TARIFA OCCURS 200 TIMES.
               05 TARIFA-PATENTE  PIC X(6) VALUE SPACES.
               05 TARIFA-MARCA    PIC X(20) VALUE SPACES.
               05 TARIFA-TAMANIO  PIC X VALUE SPACE.
               05 TARIFA-DESDE    PIC 9(8) VALUE 0.
               05 TARIFA-HASTA    PIC 9(8) VALUE 0.
               05 TARIFA-IMPORTE  PIC 9(4)V99 VALUE 0.

       01  WS-TEMPORADAS.
           03 WS-TEMPORADA OCCURS 10 TIMES.
               05 TEMP-DESDE      PIC 9(8).
               05 TEMP-HASTA      PIC 9(8).
               05 TEMP-MULT       PIC 9V99.

       01  WS-TABLA-FERIADOS.
           03 WS-FERIADO OCCURS 50 TIMES.
               05 FERIA-FECHA     PIC 9(8) VALUE 0.

       01  WS-CANT-MD          PIC 9(4)    VALUE 0.
       01  WS-MD-IDX           PIC 9(4).
       01  WS-MD-POS           PIC 9(4).
       01  WS-TABLA-MD.
           03 WS-MD OCCURS 1100 TIMES.
               05 MDB-FECHA        PIC 9(8).
               05 MDB-TAMANIO      PIC X.
               05 MDB-MULT         PIC 9V99.

      * Semana x agencia x tamaño: dias e importe comprometidos y en
      * lista de espera.
       01  WS-SEMANAS-T.
           03 WS-SEM-E OCCURS 13 TIMES.
               05 WS-SEM-AG OCCURS 4 TIMES.
                   07 WS-SEM-TAM OCCURS 3 TIMES.
                       09 SEM-DIAS         PIC 9(5)    VALUE 0.
                       09 SEM-IMPORTE      PIC 9(9)V99 VALUE 0.
                       09 SEM-DIAS-ESP     PIC 9(5)    VALUE 0.
                       09 SEM-IMPORTE-ESP  PIC 9(9)V99 VALUE 0.
       01  WS-TOT-SEMANA.
           03 TSE-DIAS             PIC 9(6).
           03 TSE-IMPORTE          PIC 9(9)V99.
           03 TSE-DIAS-ESP         PIC 9(6).
           03 TSE-IMPORTE-ESP      PIC 9(9)V99.

      * Ritmo por mes calendario de la ventana (13 semanas tocan a lo
      * sumo 4 meses): comprometido de este año contra lo facturado
      * en las mismas fechas del año anterior.
       01  WS-MESES-T.
           03 WS-MES-E OCCURS 4 TIMES.
               05 MES-PERIODO          PIC 9(6)    VALUE 0.
               05 MES-DIAS             PIC 9(6)    VALUE 0.
               05 MES-IMPORTE          PIC 9(9)V99 VALUE 0.
               05 MES-DIAS-ANT         PIC 9(6)    VALUE 0.
               05 MES-IMPORTE-ANT      PIC 9(9)V99 VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(50) VALUE
               'Prevision de ingresos comprometidos (13 semanas)'.
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(16) VALUE 'Fecha proceso: '.
           03 PE3-PROCESO      PIC X(10).
           03 FILLER           PIC X(12) VALUE '  Ventana: '.
           03 PE3-DESDE        PIC X(10).
           03 FILLER           PIC X(3)  VALUE ' a '.
           03 PE3-HASTA        PIC X(10).
       01  PE4-ENCABE.
           03 FILLER           PIC X(8)  VALUE 'Semana '.
           03 PE4-SEMANA       PIC Z9.
           03 FILLER           PIC X(6)  VALUE '  del '.
           03 PE4-DESDE        PIC X(10).
           03 FILLER           PIC X(4)  VALUE ' al '.
           03 PE4-HASTA        PIC X(10).
       01  PE5-ENCABE.
           03 FILLER           PIC X(9)  VALUE 'Ag Tam'.
           03 FILLER           PIC X(8)  VALUE '   Dias'.
           03 FILLER           PIC X(16) VALUE '   Comprometido'.
           03 FILLER           PIC X(11) VALUE '  Dias esp.'.
           03 FILLER           PIC X(16) VALUE '  Lista espera'.
       01  PE6-ENCABE.
           03 FILLER           PIC X(100) VALUE ALL '_'.
       01  PE7-ENCABE.
           03 FILLER           PIC X(60) VALUE
               'Ritmo de reservas contra el anio anterior'.
       01  PE8-ENCABE.
           03 FILLER           PIC X(9)  VALUE 'Mes'.
           03 FILLER           PIC X(8)  VALUE '   Dias'.
           03 FILLER           PIC X(16) VALUE '   Comprometido'.
           03 FILLER           PIC X(10) VALUE ' Dias ant.'.
           03 FILLER           PIC X(16) VALUE '   Anio anter.'.
           03 FILLER           PIC X(16) VALUE '     Diferencia'.
           03 FILLER           PIC X(9)  VALUE '      %'.
       01  PE9-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'FLOJO = mas de 10% por debajo de las'.
           03 FILLER           PIC X(40) VALUE
               ' mismas fechas del anio anterior'.
       01  PTR-ROW.
           03 ROW-AGENCIA      PIC X(2).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-TAMANIO      PIC X(5).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-DIAS         PIC ZZZZZZ9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-IMPORTE      PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-DIAS-ESP     PIC ZZZZZZ9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-IMPORTE-ESP  PIC ZZZZZZZZZ9,99.
       01  PTR-MES.
           03 ROW-MM           PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-AAAA         PIC 9999.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MES-DIAS     PIC ZZZZZZ9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MES-IMPORTE  PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MES-DIAS-ANT PIC ZZZZZZ9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MES-IMP-ANT  PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MES-DIF      PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MES-PORC     PIC -ZZZ9,9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MES-MARCA    PIC X(5).

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 004-INICIALIZAR-DIAS-MES.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 007-LEER-TEMPORADAS THRU 007-SALIR.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 040-CARGA-TABLA.
            PERFORM 0078-LEER-TARIFAS.
            PERFORM 0082-LEER-FERIADOS.
            PERFORM 0088-LEER-MULT-DEMANDA.
            PERFORM 030-SUMAR-MAE-ACT.
            PERFORM 032-SUMAR-PENDIENTES.
            PERFORM 034-SUMAR-RESERVAS.
            PERFORM 036-SUMAR-CONTRATOS.
            PERFORM 038-SUMAR-ANIO-ANTERIOR.
            PERFORM 060-ESCRIBIR-SEMANAS.
            PERFORM 066-ESCRIBIR-RITMO.
            CLOSE LISTADO.
            DISPLAY "PREVISION: RANGOS COMPROMETIDOS " WS-CANT-RANGOS
                " EN LISTA DE ESPERA " WS-CANT-ESPERA
                " SIN AUTO " WS-CANT-SIN-AUTO.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       004-INICIALIZAR-DIAS-MES.
      *******
           MOVE 31 TO WS-DIAS-MES(1).
           MOVE 28 TO WS-DIAS-MES(2).
           MOVE 31 TO WS-DIAS-MES(3).
           MOVE 30 TO WS-DIAS-MES(4).
           MOVE 31 TO WS-DIAS-MES(5).
           MOVE 30 TO WS-DIAS-MES(6).
           MOVE 31 TO WS-DIAS-MES(7).
           MOVE 31 TO WS-DIAS-MES(8).
           MOVE 30 TO WS-DIAS-MES(9).
           MOVE 31 TO WS-DIAS-MES(10).
           MOVE 30 TO WS-DIAS-MES(11).
           MOVE 31 TO WS-DIAS-MES(12).
      *-----------------------------------------------------------------
      *******
       003-LEER-PARAMETROS.
      *******
      * Fecha de proceso y las mismas claves de tarifa que COTIZA
      * (TEMPORADA, MEDIA-JORNADA).
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
                       PARM-CLAVE = "TEMPORADA"
                       PERFORM 0031-CARGAR-TEMPORADA-PARM
                   END-IF
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "MEDIA-JORNADA" AND
                       PARM-VALOR(1:3) IS NUMERIC
                       MOVE PARM-VALOR(1:3) TO WS-PARM-VALOR-NUM
                       COMPUTE WS-MULT-MEDIA =
                           WS-PARM-VALOR-NUM / 100
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      *******
       0031-CARGAR-TEMPORADA-PARM.
      *******
           IF PARM-VALOR(1:8) IS NUMERIC AND
               PARM-VALOR(10:8) IS NUMERIC AND
               PARM-VALOR(19:3) IS NUMERIC
               IF WS-CANT-TEMPORADAS < 10
                   ADD 1 TO WS-CANT-TEMPORADAS
                   MOVE PARM-VALOR(1:8) TO
                       TEMP-DESDE(WS-CANT-TEMPORADAS)
                   MOVE PARM-VALOR(10:8) TO
                       TEMP-HASTA(WS-CANT-TEMPORADAS)
                   MOVE PARM-VALOR(19:3) TO WS-PARM-VALOR-NUM
                   COMPUTE WS-PARM-MULT = WS-PARM-VALOR-NUM / 100
                   MOVE WS-PARM-MULT TO
                       TEMP-MULT(WS-CANT-TEMPORADAS)
                   MOVE "SI" TO WS-PARM-HAY-TEMP.
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
      * Ventana: del dia siguiente al proceso, 13 semanas completas.
           COMPUTE WS-INT-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           COMPUTE WS-FECHA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-INT-PROCESO + 1).
           COMPUTE WS-FECHA-FIN = FUNCTION DATE-OF-INTEGER(
               WS-INT-PROCESO + WS-SEMANAS * 7).
           MOVE WS-FECHA-INICIO(1:6) TO WS-PERIODO-INICIO.
           PERFORM 0051-ARMAR-MES VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 4.
      *******
       0051-ARMAR-MES.
      *******
           IF WS-K = 1
               MOVE WS-PERIODO-INICIO TO MES-PERIODO(1)
           ELSE
               MOVE MES-PERIODO(WS-K - 1) TO WS-PERIODO-DIA
               IF WS-PERIODO-DIA(5:2) = "12"
                   COMPUTE MES-PERIODO(WS-K) = WS-PERIODO-DIA + 89
               ELSE
                   COMPUTE MES-PERIODO(WS-K) = WS-PERIODO-DIA + 1.
      *-----------------------------------------------------------------
      *******
       007-LEER-TEMPORADAS.
      *******
           IF WS-PARM-HAY-TEMP = "SI"
               GO TO 007-SALIR.
           MOVE 0 TO WS-CANT-TEMPORADAS.
           OPEN INPUT TEMPORADA.
           IF TEMPORADA-ESTADO = "00"
               PERFORM UNTIL TEMPORADA-ESTADO NOT = "00"
                   READ TEMPORADA
                   IF TEMPORADA-ESTADO = "00" AND
                       WS-CANT-TEMPORADAS < 10
                       ADD 1 TO WS-CANT-TEMPORADAS
                       MOVE RT-DESDE TO TEMP-DESDE(WS-CANT-TEMPORADAS)
                       MOVE RT-HASTA TO TEMP-HASTA(WS-CANT-TEMPORADAS)
                       MOVE RT-MULT TO TEMP-MULT(WS-CANT-TEMPORADAS)
               END-PERFORM
               CLOSE TEMPORADA.
       007-SALIR.
           EXIT.
      *-----------------------------------------------------------------
      *******
       0078-LEER-TARIFAS.
      *******
           MOVE 0 TO WS-CANT-TARIFAS.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT TARIFAS.
           IF TARIFAS-ESTADO = "00"
               PERFORM UNTIL TARIFAS-ESTADO NOT = "00"
                   READ TARIFAS
                   IF TARIFAS-ESTADO = "00" AND
                       WS-CANT-TARIFAS >= 200
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF TARIFAS-ESTADO = "00" AND
                       WS-CANT-TARIFAS < 200
                       ADD 1 TO WS-CANT-TARIFAS
                       MOVE TRF-PATENTE TO
                           TARIFA-PATENTE(WS-CANT-TARIFAS)
                       MOVE TRF-MARCA TO
                           TARIFA-MARCA(WS-CANT-TARIFAS)
                       MOVE TRF-TAMANIO TO
                           TARIFA-TAMANIO(WS-CANT-TARIFAS)
                       MOVE TRF-DESDE TO
                           TARIFA-DESDE(WS-CANT-TARIFAS)
                       MOVE TRF-HASTA TO
                           TARIFA-HASTA(WS-CANT-TARIFAS)
                       MOVE TRF-TARIFA TO
                           TARIFA-IMPORTE(WS-CANT-TARIFAS)
                   END-IF
               END-PERFORM
               CLOSE TARIFAS.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: TARIFAS.DAT supera la tabla (200); "
                   "tarifas excedentes no se aplican.".
      *-----------------------------------------------------------------
      *******
       0082-LEER-FERIADOS.
      *******
           MOVE 0 TO WS-CANT-FERIADOS.
           OPEN INPUT FERIADOS.
           IF FERIADOS-ESTADO = "00"
               PERFORM UNTIL FERIADOS-ESTADO NOT = "00"
                   READ FERIADOS
                   IF FERIADOS-ESTADO = "00" AND
                       WS-CANT-FERIADOS < 50
                       ADD 1 TO WS-CANT-FERIADOS
                       MOVE FER-FECHA TO
                           FERIA-FECHA(WS-CANT-FERIADOS)
                   END-IF
               END-PERFORM
               CLOSE FERIADOS.
      *-----------------------------------------------------------------
      *******
       0088-LEER-MULT-DEMANDA.
      *******
           MOVE 0 TO WS-CANT-MD.
           OPEN INPUT MULT-DEMANDA.
           IF MULT-DEMANDA-ESTADO = "00"
               PERFORM UNTIL MULT-DEMANDA-ESTADO NOT = "00"
                   READ MULT-DEMANDA
                   IF MULT-DEMANDA-ESTADO = "00" AND
                       WS-CANT-MD < 1100 AND
                       MD-FECHA IS NUMERIC AND
                       MD-MULT IS NUMERIC AND
                       MD-MULT > 0
                       ADD 1 TO WS-CANT-MD
                       MOVE MD-FECHA TO MDB-FECHA(WS-CANT-MD)
                       MOVE MD-TAMANIO TO MDB-TAMANIO(WS-CANT-MD)
                       MOVE MD-MULT TO MDB-MULT(WS-CANT-MD)
                   END-IF
               END-PERFORM
               CLOSE MULT-DEMANDA.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PREVISION FS: " LISTADO-ESTADO
               STOP RUN.
           WRITE LINEA FROM PE1-ENCABE.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-ED-AUX.
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO PE3-PROCESO.
           MOVE WS-FECHA-INICIO TO WS-FECHA-ED-AUX.
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO PE3-DESDE.
           MOVE WS-FECHA-FIN TO WS-FECHA-ED-AUX.
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO PE3-HASTA.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
      *-----------------------------------------------------------------
      *******
       040-CARGA-TABLA.
      *******
           PERFORM 022-LEER-AUTOS.
           PERFORM 042-CARGAR-UN-AUTO UNTIL AUTOS-EOF = "SI" OR
               WS-CANT-AUTOS = WS-TOPE-TABLA.
           CLOSE AUTOS.
      *******
       042-CARGAR-UN-AUTO.
      *******
           ADD 1 TO WS-CANT-AUTOS.
           MOVE AUT-PATENTE TO WS-AUTO-PATENTE(WS-CANT-AUTOS).
           MOVE AUT-MARCA TO WS-AUTO-MARCA(WS-CANT-AUTOS).
           MOVE AUT-TAMAÑO TO WS-AUTO-TAMAÑO(WS-CANT-AUTOS).
           MOVE AUT-IMPORTE TO WS-AUTO-IMPORTE(WS-CANT-AUTOS).
           IF AUT-AGENCIA-BASE IS NUMERIC
               MOVE AUT-AGENCIA-BASE TO WS-AUTO-AGENCIA(WS-CANT-AUTOS)
           ELSE
               MOVE 0 TO WS-AUTO-AGENCIA(WS-CANT-AUTOS).
           PERFORM 022-LEER-AUTOS.
      *-----------------------------------------------------------------
      *******
       030-SUMAR-MAE-ACT.
      *******
      * Cada registro es un dia ya aprobado y facturado a su importe;
      * solo cuentan los dias de la ventana. La cola *CTRL* se saltea.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           PERFORM UNTIL MAE-ACT-ESTADO NOT = "00"
               READ MAE-ACT
               IF MAE-ACT-ESTADO = "00" AND
                   ACT-PATENTE NOT = "*CTRL*" AND
                   ACT-FECHA >= WS-FECHA-INICIO AND
                   ACT-FECHA <= WS-FECHA-FIN
                   MOVE ACT-FECHA TO WS-RNG-DESDE
                   MOVE ACT-FECHA TO WS-RNG-HASTA
                   MOVE ACT-AGENCIA TO WS-RNG-AGENCIA
                   MOVE "C" TO WS-RNG-CLASE
                   MOVE "F" TO WS-RNG-PRECIO
                   MOVE ACT-IMPORTE TO WS-RNG-IMPORTE
                   MOVE ACT-PATENTE TO AUT-PATENTE
                   PERFORM 050-REPARTIR-RANGO
               END-IF
           END-PERFORM.
           CLOSE MAE-ACT.
      *-----------------------------------------------------------------
      *******
       032-SUMAR-PENDIENTES.
      *******
      * Novedades que esperan su fecha: todavia no estan en
      * MAESTRO-ACT, se cotizan con tarifa. Las bajas no suman.
           OPEN INPUT PENDIENTES.
           IF PENDIENTES-ESTADO = "00"
               PERFORM UNTIL PENDIENTES-ESTADO NOT = "00"
                   READ PENDIENTES
                   IF PENDIENTES-ESTADO = "00" AND
                       PEND-TIPO-TRANS NOT = "B" AND
                       PEND-FECHA IS NUMERIC
                       MOVE PEND-FECHA TO WS-RNG-DESDE
                       IF PEND-FECHA-HASTA IS NUMERIC AND
                           PEND-FECHA-HASTA NOT = 0
                           MOVE PEND-FECHA-HASTA TO WS-RNG-HASTA
                       ELSE
                           MOVE PEND-FECHA TO WS-RNG-HASTA
                       END-IF
                       MOVE PEND-AGENCIA TO WS-RNG-AGENCIA
                       MOVE PEND-HORA-RETIRO TO WS-RNG-HORA-RETIRO
                       MOVE PEND-HORA-DEVOL TO WS-RNG-HORA-DEVOL
                       MOVE "C" TO WS-RNG-CLASE
                       MOVE "T" TO WS-RNG-PRECIO
                       MOVE PEND-PATENTE TO AUT-PATENTE
                       PERFORM 050-REPARTIR-RANGO
                   END-IF
               END-PERFORM.
           CLOSE PENDIENTES.
      *-----------------------------------------------------------------
      *******
       034-SUMAR-RESERVAS.
      *******
      * Confirmadas = comprometido; lista de espera = posible. Una
      * reserva cuya fecha ya llego paso al merge por RESERVAS-HOY y
      * sus dias ya estan en MAESTRO-ACT: no se cuenta dos veces.
           OPEN INPUT RESERVAS.
           IF RESERVAS-ESTADO = "00"
               PERFORM UNTIL RESERVAS-ESTADO NOT = "00"
                   READ RESERVAS
                   IF RESERVAS-ESTADO = "00" AND
                       RES-FECHA IS NUMERIC AND
                       RES-FECHA > WS-FECHA-PROCESO AND
                       (RES-ESTADO = "C" OR RES-ESTADO = "W")
                       MOVE RES-FECHA TO WS-RNG-DESDE
                       IF RES-FECHA-HASTA IS NUMERIC AND
                           RES-FECHA-HASTA NOT = 0
                           MOVE RES-FECHA-HASTA TO WS-RNG-HASTA
                       ELSE
                           MOVE RES-FECHA TO WS-RNG-HASTA
                       END-IF
                       MOVE RES-AGENCIA TO WS-RNG-AGENCIA
                       MOVE 0 TO WS-RNG-HORA-RETIRO
                       MOVE 0 TO WS-RNG-HORA-DEVOL
                       IF RES-ESTADO = "C"
                           MOVE "C" TO WS-RNG-CLASE
                       ELSE
                           MOVE "E" TO WS-RNG-CLASE
                       END-IF
                       MOVE "T" TO WS-RNG-PRECIO
                       MOVE RES-PATENTE TO AUT-PATENTE
                       PERFORM 050-REPARTIR-RANGO
                   END-IF
               END-PERFORM.
           CLOSE RESERVAS.
      *-----------------------------------------------------------------
      *******
       036-SUMAR-CONTRATOS.
      *******
      * Contratos de largo plazo: el abono mensual repartido por dia
      * del mes, como lo asienta FACT-CONTR; sin agencia propia, van
      * a la agencia base del auto.
           OPEN INPUT CONTRATOS.
           IF CONTRATOS-ESTADO = "00"
               PERFORM UNTIL CONTRATOS-ESTADO NOT = "00"
                   READ CONTRATOS
                   IF CONTRATOS-ESTADO = "00" AND
                       CON-DESDE IS NUMERIC AND CON-HASTA IS NUMERIC
                       AND CON-IMPORTE-MES IS NUMERIC
                       MOVE CON-DESDE TO WS-RNG-DESDE
                       MOVE CON-HASTA TO WS-RNG-HASTA
                       MOVE 0 TO WS-RNG-AGENCIA
                       MOVE "C" TO WS-RNG-CLASE
                       MOVE "A" TO WS-RNG-PRECIO
                       MOVE CON-IMPORTE-MES TO WS-RNG-IMPORTE
                       MOVE CON-PATENTE TO AUT-PATENTE
                       PERFORM 050-REPARTIR-RANGO
                   END-IF
               END-PERFORM.
           CLOSE CONTRATOS.
      *-----------------------------------------------------------------
      *******
       038-SUMAR-ANIO-ANTERIOR.
      *******
      * Lo facturado en las mismas fechas un año antes: cada dia del
      * historico se corre un año hacia adelante (el 29/02 cae en el
      * 28/02) y suma si cae en la ventana.
           OPEN INPUT HISTORICO.
           IF HISTORICO-ESTADO = "00"
               PERFORM UNTIL HISTORICO-ESTADO NOT = "00"
                   READ HISTORICO
                   IF HISTORICO-ESTADO = "00" AND
                       HIST-FECHA IS NUMERIC
                       PERFORM 0381-SUMAR-DIA-ANTERIOR
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "AVISO: SIN MAESTRO-HISTORICO.DAT; EL RITMO "
                   "CONTRA EL ANIO ANTERIOR SALE EN CERO.".
           CLOSE HISTORICO.
      *******
       0381-SUMAR-DIA-ANTERIOR.
      *******
           MOVE HIST-FECHA TO WS-FECHA-CHK.
           ADD 1 TO WS-FECHA-CHK-AAAA.
           IF WS-FECHA-CHK-MM = 2 AND WS-FECHA-CHK-DD = 29
               MOVE 28 TO WS-FECHA-CHK-DD.
           MOVE WS-FECHA-CHK TO WS-FECHA-DIA.
           IF WS-FECHA-DIA >= WS-FECHA-INICIO AND
               WS-FECHA-DIA <= WS-FECHA-FIN
               PERFORM 058-UBICAR-MES
               IF WS-MES-IDX NOT = 0
                   ADD 1 TO MES-DIAS-ANT(WS-MES-IDX)
                   ADD HIST-IMPORTE TO MES-IMPORTE-ANT(WS-MES-IDX).
      *-----------------------------------------------------------------
      *******
       050-REPARTIR-RANGO.
      *******
      * Reparte el rango WS-RNG-* por dia dentro de la ventana, sobre
      * el auto cuya patente quedo en AUT-PATENTE.
           PERFORM 052-BUSCAR-AUTO.
           IF WS-POS = 0
               ADD 1 TO WS-CANT-SIN-AUTO
           ELSE
               MOVE WS-RNG-AGENCIA TO WS-AG
               IF WS-AG < 1 OR WS-AG > 4
                   MOVE WS-AUTO-AGENCIA(WS-POS) TO WS-AG
               END-IF
               PERFORM 054-UBICAR-TAMANIO
               IF WS-AG < 1 OR WS-AG > 4 OR WS-TAM = 0
                   ADD 1 TO WS-CANT-SIN-AUTO
               ELSE
                   IF WS-RNG-CLASE = "C"
                       ADD 1 TO WS-CANT-RANGOS
                   ELSE
                       ADD 1 TO WS-CANT-ESPERA
                   END-IF
                   IF WS-RNG-DESDE < WS-FECHA-INICIO
                       MOVE WS-FECHA-INICIO TO WS-FECHA-DIA
                   ELSE
                       MOVE WS-RNG-DESDE TO WS-FECHA-DIA
                   END-IF
                   PERFORM 056-SUMAR-DIA UNTIL
                       WS-FECHA-DIA > WS-RNG-HASTA OR
                       WS-FECHA-DIA > WS-FECHA-FIN.
      *******
       052-BUSCAR-AUTO.
      *******
           MOVE 0 TO WS-POS.
           IF WS-CANT-AUTOS > 0
               MOVE 1 TO IND
               SEARCH WS-AUTO
                   AT END CONTINUE
                   WHEN IND > WS-CANT-AUTOS
                       CONTINUE
                   WHEN WS-AUTO-PATENTE(IND) EQUAL AUT-PATENTE
                       SET WS-POS TO IND
               END-SEARCH.
      *******
       054-UBICAR-TAMANIO.
      *******
           MOVE 0 TO WS-TAM.
           PERFORM 0541-COMPARAR-TAMANIO VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 3 OR WS-TAM NOT = 0.
      *******
       0541-COMPARAR-TAMANIO.
      *******
           IF WS-TAM-COD(WS-K) = WS-AUTO-TAMAÑO(WS-POS)
               MOVE WS-K TO WS-TAM.
      *-----------------------------------------------------------------
      *******
       056-SUMAR-DIA.
      *******
           EVALUATE WS-RNG-PRECIO
               WHEN "F"
                   MOVE WS-RNG-IMPORTE TO WS-IMPORTE-DIA
               WHEN "A"
                   MOVE WS-FECHA-DIA TO WS-FECHA-CHK
                   PERFORM 064-DIAS-DEL-MES-CHK
                   COMPUTE WS-IMPORTE-DIA ROUNDED =
                       WS-RNG-IMPORTE / WS-DIAS-MES-EFECTIVO
               WHEN OTHER
                   PERFORM 057-CALCULAR-IMPORTE-DIA
           END-EVALUATE.
           COMPUTE WS-SEM = (FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA)
               - WS-INT-PROCESO - 1) / 7 + 1.
           IF WS-RNG-CLASE = "C"
               ADD 1 TO SEM-DIAS(WS-SEM, WS-AG, WS-TAM)
               ADD WS-IMPORTE-DIA TO SEM-IMPORTE(WS-SEM, WS-AG, WS-TAM)
               PERFORM 058-UBICAR-MES
               IF WS-MES-IDX NOT = 0
                   ADD 1 TO MES-DIAS(WS-MES-IDX)
                   ADD WS-IMPORTE-DIA TO MES-IMPORTE(WS-MES-IDX)
               END-IF
           ELSE
               ADD 1 TO SEM-DIAS-ESP(WS-SEM, WS-AG, WS-TAM)
               ADD WS-IMPORTE-DIA TO
                   SEM-IMPORTE-ESP(WS-SEM, WS-AG, WS-TAM).
           PERFORM 068-SUMAR-UN-DIA.
      *******
       058-UBICAR-MES.
      *******
           MOVE WS-FECHA-DIA(1:6) TO WS-PERIODO-DIA.
           MOVE 0 TO WS-MES-IDX.
           PERFORM 0581-COMPARAR-MES VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 4 OR WS-MES-IDX NOT = 0.
      *******
       0581-COMPARAR-MES.
      *******
           IF MES-PERIODO(WS-K) = WS-PERIODO-DIA
               MOVE WS-K TO WS-MES-IDX.
      *-----------------------------------------------------------------
      *******
       057-CALCULAR-IMPORTE-DIA.
      *******
      * Mismas reglas que 056-CALCULAR-IMPORTE-DIA de COTIZA (y que
      * 158-CALCULAR-IMPORTE-DIA del merge), sin promociones: el
      * descuento depende de los usos del codigo al momento de
      * procesar la novedad.
           PERFORM 0571-BUSCAR-TARIFA-BASE.
           MOVE 1,00 TO WS-MULT-TOTAL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA) + 1, 7).
           PERFORM 0573-VERIFICAR-FERIADO.
      * Feriado en dia de semana cotiza como fin de semana.
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0 OR
               WS-ES-FERIADO = "SI"
               COMPUTE WS-MULT-TOTAL = WS-MULT-TOTAL * 1,20.
           PERFORM 0575-APLICAR-TEMPORADA VARYING WS-TEMP-IDX FROM 1
               BY 1 UNTIL WS-TEMP-IDX > WS-CANT-TEMPORADAS.
           PERFORM 0576-APLICAR-DEMANDA.
           COMPUTE WS-IMPORTE-DIA = WS-TARIFA-BASE * WS-MULT-TOTAL.
      * Media jornada: un solo dia con horas y hasta 12 horas de uso.
           IF WS-RNG-DESDE = WS-RNG-HASTA AND
               WS-RNG-HORA-RETIRO IS NUMERIC AND
               WS-RNG-HORA-DEVOL IS NUMERIC AND
               WS-RNG-HORA-RETIRO > 0 AND
               WS-RNG-HORA-DEVOL > WS-RNG-HORA-RETIRO
               MOVE WS-RNG-HORA-RETIRO TO WS-HORA-HHMM
               COMPUTE WS-MIN-RETIRO = WS-HORA-HH * 60 + WS-HORA-MM
               MOVE WS-RNG-HORA-DEVOL TO WS-HORA-HHMM
               COMPUTE WS-MIN-DEVOL = WS-HORA-HH * 60 + WS-HORA-MM
               IF WS-MIN-DEVOL - WS-MIN-RETIRO <= 720
                   COMPUTE WS-IMPORTE-DIA = WS-IMPORTE-DIA *
                       WS-MULT-MEDIA.
      *******
       0571-BUSCAR-TARIFA-BASE.
      *******
           MOVE 0 TO WS-TRF-PATENTE.
           MOVE 0 TO WS-TRF-GRUPO.
           PERFORM 0572-COMPARAR-TARIFA VARYING WS-TRF-IDX FROM 1 BY 1
               UNTIL WS-TRF-IDX > WS-CANT-TARIFAS OR
               WS-TRF-PATENTE NOT = 0.
           IF WS-TRF-PATENTE NOT = 0
               MOVE TARIFA-IMPORTE(WS-TRF-PATENTE) TO WS-TARIFA-BASE
           ELSE
               IF WS-TRF-GRUPO NOT = 0
                   MOVE TARIFA-IMPORTE(WS-TRF-GRUPO) TO WS-TARIFA-BASE
               ELSE
                   MOVE WS-AUTO-IMPORTE(WS-POS) TO WS-TARIFA-BASE.
      *******
       0572-COMPARAR-TARIFA.
      *******
           IF WS-FECHA-DIA >= TARIFA-DESDE(WS-TRF-IDX) AND
               WS-FECHA-DIA <= TARIFA-HASTA(WS-TRF-IDX)
               IF TARIFA-PATENTE(WS-TRF-IDX) =
                   WS-AUTO-PATENTE(WS-POS)
                   MOVE WS-TRF-IDX TO WS-TRF-PATENTE
               ELSE
                   IF TARIFA-PATENTE(WS-TRF-IDX) = SPACES AND
                       TARIFA-MARCA(WS-TRF-IDX) =
                           WS-AUTO-MARCA(WS-POS) AND
                       TARIFA-TAMANIO(WS-TRF-IDX) =
                           WS-AUTO-TAMAÑO(WS-POS) AND
                       WS-TRF-GRUPO = 0
                       MOVE WS-TRF-IDX TO WS-TRF-GRUPO.
      *******
       0573-VERIFICAR-FERIADO.
      *******
           MOVE "NO" TO WS-ES-FERIADO.
           PERFORM 0574-COMPARAR-FERIADO VARYING WS-FER-IDX FROM 1
               BY 1 UNTIL WS-FER-IDX > WS-CANT-FERIADOS OR
               WS-ES-FERIADO = "SI".
      *******
       0574-COMPARAR-FERIADO.
      *******
           IF FERIA-FECHA(WS-FER-IDX) = WS-FECHA-DIA
               MOVE "SI" TO WS-ES-FERIADO.
      *******
       0575-APLICAR-TEMPORADA.
      *******
           IF WS-FECHA-DIA >= TEMP-DESDE(WS-TEMP-IDX) AND
               WS-FECHA-DIA <= TEMP-HASTA(WS-TEMP-IDX)
               COMPUTE WS-MULT-TOTAL = WS-MULT-TOTAL *
                   TEMP-MULT(WS-TEMP-IDX).
      *******
       0576-APLICAR-DEMANDA.
      *******
           MOVE 0 TO WS-MD-POS.
           PERFORM 0577-COMPARAR-DEMANDA VARYING WS-MD-IDX FROM 1
               BY 1 UNTIL WS-MD-IDX > WS-CANT-MD OR WS-MD-POS NOT = 0.
           IF WS-MD-POS NOT = 0
               COMPUTE WS-MULT-TOTAL = WS-MULT-TOTAL *
                   MDB-MULT(WS-MD-POS).
      *******
       0577-COMPARAR-DEMANDA.
      *******
           IF MDB-FECHA(WS-MD-IDX) = WS-FECHA-DIA AND
               MDB-TAMANIO(WS-MD-IDX) = WS-AUTO-TAMAÑO(WS-POS)
               MOVE WS-MD-IDX TO WS-MD-POS.
      *-----------------------------------------------------------------
      *******
       060-ESCRIBIR-SEMANAS.
      *******
           PERFORM 062-ESCRIBIR-SEMANA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SEMANAS.
      *******
       062-ESCRIBIR-SEMANA.
      *******
           MOVE WS-I TO PE4-SEMANA.
           COMPUTE WS-FECHA-ED-AUX = FUNCTION DATE-OF-INTEGER(
               WS-INT-PROCESO + (WS-I - 1) * 7 + 1).
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO PE4-DESDE.
           COMPUTE WS-FECHA-ED-AUX = FUNCTION DATE-OF-INTEGER(
               WS-INT-PROCESO + WS-I * 7).
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO PE4-HASTA.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           WRITE LINEA FROM PE6-ENCABE.
           INITIALIZE WS-TOT-SEMANA.
           PERFORM 063-ESCRIBIR-CELDA VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > 4
               AFTER WS-TAM FROM 1 BY 1 UNTIL WS-TAM > 3.
           MOVE "TT" TO ROW-AGENCIA.
           MOVE "Total" TO ROW-TAMANIO.
           MOVE TSE-DIAS TO ROW-DIAS.
           MOVE TSE-IMPORTE TO ROW-IMPORTE.
           MOVE TSE-DIAS-ESP TO ROW-DIAS-ESP.
           MOVE TSE-IMPORTE-ESP TO ROW-IMPORTE-ESP.
           WRITE LINEA FROM PTR-ROW.
           WRITE LINEA FROM PE2-ENCABE.
      *******
       063-ESCRIBIR-CELDA.
      *******
      * Solo las celdas con movimiento.
           IF SEM-DIAS(WS-I, WS-AG, WS-TAM) NOT = 0 OR
               SEM-DIAS-ESP(WS-I, WS-AG, WS-TAM) NOT = 0
               MOVE WS-AG TO ROW-AGENCIA
               MOVE WS-TAM-COD(WS-TAM) TO ROW-TAMANIO
               MOVE SEM-DIAS(WS-I, WS-AG, WS-TAM) TO ROW-DIAS
               MOVE SEM-IMPORTE(WS-I, WS-AG, WS-TAM) TO ROW-IMPORTE
               MOVE SEM-DIAS-ESP(WS-I, WS-AG, WS-TAM) TO ROW-DIAS-ESP
               MOVE SEM-IMPORTE-ESP(WS-I, WS-AG, WS-TAM) TO
                   ROW-IMPORTE-ESP
               WRITE LINEA FROM PTR-ROW
               ADD SEM-DIAS(WS-I, WS-AG, WS-TAM) TO TSE-DIAS
               ADD SEM-IMPORTE(WS-I, WS-AG, WS-TAM) TO TSE-IMPORTE
               ADD SEM-DIAS-ESP(WS-I, WS-AG, WS-TAM) TO TSE-DIAS-ESP
               ADD SEM-IMPORTE-ESP(WS-I, WS-AG, WS-TAM) TO
                   TSE-IMPORTE-ESP.
      *-----------------------------------------------------------------
      *******
       066-ESCRIBIR-RITMO.
      *******
           WRITE LINEA FROM PE7-ENCABE.
           WRITE LINEA FROM PE8-ENCABE.
           WRITE LINEA FROM PE6-ENCABE.
           PERFORM 067-ESCRIBIR-MES VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 4.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE9-ENCABE.
      *******
       067-ESCRIBIR-MES.
      *******
      * Solo los meses que toca la ventana.
           IF MES-PERIODO(WS-K) <= WS-FECHA-FIN(1:6)
               MOVE MES-PERIODO(WS-K) TO WS-PERIODO-DIA
               MOVE WS-PERIODO-DIA(5:2) TO ROW-MM
               MOVE WS-PERIODO-DIA(1:4) TO ROW-AAAA
               MOVE MES-DIAS(WS-K) TO ROW-MES-DIAS
               MOVE MES-IMPORTE(WS-K) TO ROW-MES-IMPORTE
               MOVE MES-DIAS-ANT(WS-K) TO ROW-MES-DIAS-ANT
               MOVE MES-IMPORTE-ANT(WS-K) TO ROW-MES-IMP-ANT
               COMPUTE WS-DIF = MES-IMPORTE(WS-K) -
                   MES-IMPORTE-ANT(WS-K)
               MOVE WS-DIF TO ROW-MES-DIF
               MOVE SPACES TO ROW-MES-MARCA
               IF MES-IMPORTE-ANT(WS-K) = 0
                   MOVE 0 TO WS-PORC
               ELSE
                   COMPUTE WS-PORC ROUNDED =
                       WS-DIF * 100 / MES-IMPORTE-ANT(WS-K)
                   IF WS-PORC < 0 - WS-TOLERANCIA
                       MOVE "FLOJO" TO ROW-MES-MARCA
                   END-IF
               END-IF
               MOVE WS-PORC TO ROW-MES-PORC
               WRITE LINEA FROM PTR-MES.
      *-----------------------------------------------------------------
      *******
       069-EDITAR-FECHA.
      *******
           MOVE WS-ED-DD TO WS-FED-DD.
           MOVE WS-ED-MM TO WS-FED-MM.
           MOVE WS-ED-AAAA TO WS-FED-AAAA.
      *-----------------------------------------------------------------
      *******
       064-DIAS-DEL-MES-CHK.
      *******
           MOVE WS-DIAS-MES(WS-FECHA-CHK-MM) TO WS-DIAS-MES-EFECTIVO.
           IF WS-FECHA-CHK-MM = 2
               DIVIDE WS-FECHA-CHK-AAAA BY 4 GIVING WS-BIS-COCIENTE
                   REMAINDER WS-BIS-RESTO
               IF WS-BIS-RESTO = 0
                   DIVIDE WS-FECHA-CHK-AAAA BY 100
                       GIVING WS-BIS-COCIENTE REMAINDER WS-BIS-RESTO
                   IF WS-BIS-RESTO NOT = 0
                       MOVE 29 TO WS-DIAS-MES-EFECTIVO
                   ELSE
                       DIVIDE WS-FECHA-CHK-AAAA BY 400
                           GIVING WS-BIS-COCIENTE
                           REMAINDER WS-BIS-RESTO
                       IF WS-BIS-RESTO = 0
                           MOVE 29 TO WS-DIAS-MES-EFECTIVO.
      *-----------------------------------------------------------------
      *******
       068-SUMAR-UN-DIA.
      *******
           MOVE WS-FECHA-DIA TO WS-FECHA-CHK.
           PERFORM 064-DIAS-DEL-MES-CHK.
           IF WS-FECHA-CHK-DD < WS-DIAS-MES-EFECTIVO
               ADD 1 TO WS-FECHA-CHK-DD
           ELSE
               MOVE 1 TO WS-FECHA-CHK-DD
               IF WS-FECHA-CHK-MM < 12
                   ADD 1 TO WS-FECHA-CHK-MM
               ELSE
                   MOVE 1 TO WS-FECHA-CHK-MM
                   ADD 1 TO WS-FECHA-CHK-AAAA.
           MOVE WS-FECHA-CHK TO WS-FECHA-DIA.
      *-----------------------------------------------------------------
      *******
       022-LEER-AUTOS.
      *******
           READ AUTOS
               AT END MOVE "SI" TO AUTOS-EOF.
           IF AUTOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ AUTOS  FS: " AUTOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM PREVISION.
