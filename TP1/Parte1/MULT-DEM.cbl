      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: multiplicador de precio por demanda. Para
      *       cada dia futuro (DEMANDA-DIAS, 90 por omision) y tamaño
      *       calcula el porcentaje de la flota activa ya tomado segun
      *       OCUPACION.DAT mas la lista de espera de RESERVAS.DAT, y
      *       lo pasa por la tabla de tramos DEMANDA-TRAMO de
      *       PARAMETROS.DAT para recomendar un multiplicador. Las
      *       recomendaciones que cambian lo vigente salen a
      *       MULT-DEMANDA-PROP.DAT para aprobar: el responsable de
      *       precios marca con "S" las filas que acepta y la proxima
      *       corrida las pasa a MULT-DEMANDA.DAT (fecha, tamaño y
      *       multiplicador), que aplican el merge y COTIZA. El
      *       listado MULT-DEMANDA-LST.DAT muestra el precio de lista
      *       promedio del tamaño con el multiplicador vigente y con
      *       el recomendado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULT-DEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT OPTIONAL OCUPACION ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS OCUPACION-ESTADO.

           SELECT OPTIONAL RESERVAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RESERVAS-ESTADO.

           SELECT OPTIONAL TEMPORADA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TEMPORADA-ESTADO.

           SELECT OPTIONAL FERIADOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FERIADOS-ESTADO.

           SELECT OPTIONAL MULT-DEMANDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MULT-DEMANDA-ESTADO.

           SELECT OPTIONAL PROPUESTA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROPUESTA-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.
       DATA DIVISION.
       FILE SECTION.
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
           03  AUT-AGENCIA-BASE    PIC 9.
           03  AUT-AGENCIA-ACTUAL  PIC 9.

      * Calendario de ocupacion por patente y dia que deja el programa
      * OCUPACION (alquileres aprobados, taller, pendientes y reservas
      * confirmadas).
       FD  OCUPACION LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../OCUPACION.DAT".
       01  REG-OCUPACION.
           03  OCU-PATENTE     PIC X(6).
           03  OCU-FECHA       PIC 9(8).
           03  OCU-ORIGEN      PIC X.

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

      * Multiplicadores por demanda ya aprobados, con vigencia por dia
      * y tamaño; los aplican el merge y COTIZA.
       FD  MULT-DEMANDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MULT-DEMANDA.DAT".
       01  REG-MULT-DEMANDA.
           03  MD-FECHA        PIC 9(8).
           03  MD-TAMANIO      PIC X.
           03  MD-MULT         PIC 9V99.

      * Recomendaciones a aprobar: PROP-APROBADO sale en blanco y el
      * responsable de precios pone "S" en las que acepta. Lo que no
      * tiene "S" vence con la corrida siguiente.
       FD  PROPUESTA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MULT-DEMANDA-PROP.DAT".
       01  REG-PROPUESTA.
           03  PROP-FECHA          PIC 9(8).
           03  PROP-TAMANIO        PIC X.
           03  PROP-PORC           PIC 9(3).
           03  PROP-MULT-VIGENTE   PIC 9V99.
           03  PROP-MULT-RECOM     PIC 9V99.
           03  PROP-APROBADO       PIC X.
           03  PROP-FECHA-PROCESO  PIC 9(8).

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
                   VALUE OF FILE-ID IS "../MULT-DEMANDA-LST.DAT".
       01  LINEA               PIC X(100).

      * Ocupacion ordenada por dia y patente: una patente con mas de
      * un origen el mismo dia cuenta una sola vez.
       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-FECHA           PIC 9(8).
           03  AUX-PATENTE         PIC X(6).

       WORKING-STORAGE SECTION.
       77  AUTOS-EOF           PIC XXX     VALUE "NO".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  AUTOS-ESTADO        PIC XX.
       77  OCUPACION-ESTADO    PIC XX.
       77  RESERVAS-ESTADO     PIC XX.
       77  TEMPORADA-ESTADO    PIC XX.
       77  FERIADOS-ESTADO     PIC XX.
       77  MULT-DEMANDA-ESTADO PIC XX.
       77  PROPUESTA-ESTADO    PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  FS-AUX              PIC XX.
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
      * Dias hacia adelante que se recomiendan (clave DEMANDA-DIAS).
       77  WS-DIAS-VENTANA     PIC 9(3)    VALUE 90.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-INT-PROCESO      PIC 9(7).
       01  WS-FECHA-FIN        PIC 9(8).
       01  WS-CANT-AUTOS       PIC 9(4)    VALUE 0.
       01  WS-CANT-TEMPORADAS  PIC 9(2)    VALUE 0.
       01  WS-PARM-HAY-TEMP    PIC X(2)    VALUE "NO".
       01  WS-PARM-VALOR-NUM   PIC 9(8).
       01  WS-PARM-MULT        PIC 9V99.
       01  WS-TEMP-IDX         PIC 9(2).
       01  WS-CANT-FERIADOS    PIC 9(3)    VALUE 0.
       01  WS-FER-IDX          PIC 9(3).
       01  WS-ES-FERIADO       PIC X(2).
       01  WS-DIA-SEMANA       PIC 9(1).
       01  WS-MULT-TOTAL       PIC 9V99.
       01  WS-MULT-ACTUAL      PIC 9V99.
       01  WS-POS              PIC 9(4).
       01  WS-D                PIC 9(3).
       01  WS-TAM              PIC 9.
       01  WS-K                PIC 9.
       01  WS-T                PIC 9(2).
       01  WS-FECHA-DIA        PIC 9(8).
       01  WS-FECHA-HASTA      PIC 9(8).
       01  WS-FECHA-ANT        PIC 9(8)    VALUE 0.
       01  WS-PATENTE-ANT      PIC X(6)    VALUE SPACES.
       01  WS-PATENTE-BUSCAR   PIC X(6).
       01  WS-TAM-BUSCAR       PIC X.
       01  WS-PORC             PIC 9(3).
       01  WS-PORC-CALC        PIC 9(5).
       01  WS-PRECIO-ACTUAL    PIC 9(6)V99.
       01  WS-PRECIO-RECOM     PIC 9(6)V99.
       01  WS-CANT-APLICADAS   PIC 9(5)    VALUE 0.
       01  WS-CANT-VENCIDAS    PIC 9(5)    VALUE 0.
       01  WS-CANT-PROPUESTAS  PIC 9(5)    VALUE 0.
       01  WS-CANT-VIGENTES    PIC 9(5)    VALUE 0.
       01  WS-CANT-FUERA       PIC 9(5)    VALUE 0.
       01  WS-FECHA-CHK.
           03 WS-FECHA-CHK-AAAA    PIC 9(4).
           03 WS-FECHA-CHK-MM      PIC 9(2).
           03 WS-FECHA-CHK-DD      PIC 9(2).
       01  WS-DIAS-MES-EFECTIVO PIC 9(2).
       01  WS-BIS-COCIENTE     PIC 9(4).
       01  WS-BIS-RESTO        PIC 9(4).
       01  WS-DIAS-MES-TABLE.
           03  WS-DIAS-MES OCCURS 12 TIMES PIC 9(2) VALUE 0.
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

      * Flota activa por tamaño y precio de lista promedio
      * (AUT-IMPORTE) que se usa para mostrar el efecto en pesos.
       01  WS-FLOTA-T.
           03 WS-FLOTA OCCURS 3 TIMES.
               05 FLO-CANT         PIC 9(4)    VALUE 0.
               05 FLO-IMPORTE      PIC 9(8)V99 VALUE 0.
               05 FLO-PROMEDIO     PIC 9(4)V99 VALUE 0.

      * Tabla de demanda: desde que porcentaje de ocupacion rige cada
      * multiplicador (clave DEMANDA-TRAMO, repetible: "PPP MMM" con
      * el porcentaje y el multiplicador en centesimos). Sin tramos
      * en PARAMETROS.DAT rige la tabla por omision de abajo.
       01  WS-CANT-TRAMOS      PIC 9(2)    VALUE 0.
       01  WS-TRAMOS-OMISION.
           03 FILLER           PIC X(6)    VALUE '000100'.
           03 FILLER           PIC X(6)    VALUE '070110'.
           03 FILLER           PIC X(6)    VALUE '085125'.
           03 FILLER           PIC X(6)    VALUE '095140'.
       01  WS-TRAMOS-OMISION-R REDEFINES WS-TRAMOS-OMISION.
           03 WS-TRAMO-OMI OCCURS 4 TIMES.
               05 TRO-DESDE        PIC 9(3).
               05 TRO-MULT         PIC 9V99.
       01  WS-TRAMOS.
           03 WS-TRAMO OCCURS 10 TIMES.
               05 TRA-DESDE        PIC 9(3).
               05 TRA-MULT         PIC 9V99.

       01  WS-TABLE.
           03  WS-AUTO OCCURS 2000 TIMES
               INDEXED BY IND.
               05  WS-AUTO-PATENTE     PIC X(6).
               05  WS-AUTO-TAMAÑO      PIC X.
               05  WS-AUTO-ESTADO      PIC X.

       01  WS-TEMPORADAS.
           03 WS-TEMPORADA OCCURS 10 TIMES.
               05 TEMP-DESDE      PIC 9(8).
               05 TEMP-HASTA      PIC 9(8).
               05 TEMP-MULT       PIC 9V99.

       01  WS-TABLA-FERIADOS.
           03 WS-FERIADO OCCURS 50 TIMES.
               05 FERIA-FECHA     PIC 9(8) VALUE 0.

      * Un renglon por dia desde la fecha de proceso (dia 1) hasta un
      * año adelante, y por tamaño: autos tomados, lista de espera,
      * multiplicador vigente (0 = sin multiplicador por demanda) y
      * recomendado.
       01  WS-DIAS-T.
           03 WS-DIA OCCURS 367 TIMES.
               05 WS-DIA-TAM OCCURS 3 TIMES.
                   07 DIA-OCUPADOS     PIC 9(4)    VALUE 0.
                   07 DIA-ESPERA       PIC 9(4)    VALUE 0.
                   07 DIA-MULT-VIG     PIC 9V99    VALUE 0.
                   07 DIA-MULT-RECOM   PIC 9V99    VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(50) VALUE
               'Multiplicador de precio por demanda'.
           03 FILLER           PIC X(16) VALUE 'Fecha proceso: '.
           03 PE1-FECHA        PIC X(10).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(11) VALUE 'Fecha'.
           03 FILLER           PIC X(4)  VALUE 'Tam'.
           03 FILLER           PIC X(6)  VALUE 'Flota'.
           03 FILLER           PIC X(6)  VALUE ' Tom.'.
           03 FILLER           PIC X(6)  VALUE ' Esp.'.
           03 FILLER           PIC X(6)  VALUE '    %'.
           03 FILLER           PIC X(7)  VALUE '  Vig.'.
           03 FILLER           PIC X(7)  VALUE '  Rec.'.
           03 FILLER           PIC X(13) VALUE '  Precio act.'.
           03 FILLER           PIC X(13) VALUE '  Precio rec.'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(100) VALUE ALL '_'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(50) VALUE
               '* = cambio propuesto en MULT-DEMANDA-PROP.DAT'.
       01  PTR-ROW.
           03 ROW-FECHA        PIC X(10).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-TAMANIO      PIC X.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-FLOTA        PIC ZZZZ9.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-OCUPADOS     PIC ZZZZ9.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-ESPERA       PIC ZZZZ9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-PORC         PIC ZZ9.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-MULT-VIG     PIC 9,99.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-MULT-RECOM   PIC 9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-PRECIO-ACT   PIC ZZZZZ9,99.
           03 FILLER           PIC X(4)  VALUE ' '.
           03 ROW-PRECIO-REC   PIC ZZZZZ9,99.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-MARCA        PIC X.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 004-INICIALIZAR-DIAS-MES.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 007-LEER-TEMPORADAS THRU 007-SALIR.
            PERFORM 0082-LEER-FERIADOS.
            PERFORM 040-CARGA-TABLA.
            PERFORM 030-LEER-MULT-VIGENTE.
            PERFORM 032-APLICAR-APROBADOS.
            PERFORM 034-GRABAR-MULT-VIGENTE.
            SORT ARCH-AUX
                ON ASCENDING KEY AUX-FECHA
                ON ASCENDING KEY AUX-PATENTE
                INPUT PROCEDURE IS ENTRADA
                OUTPUT PROCEDURE IS SALIDA.
            PERFORM 036-SUMAR-ESPERA.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 050-RECOMENDAR-DIA VARYING WS-D FROM 2 BY 1
                UNTIL WS-D > WS-DIAS-VENTANA + 1.
            WRITE LINEA FROM PE2-ENCABE.
            WRITE LINEA FROM PE5-ENCABE.
            PERFORM 070-CERRAR-ARCHIVOS.
            DISPLAY "MULT-DEM: FECHA " WS-FECHA-PROCESO
                " APROBADAS " WS-CANT-APLICADAS
                " VENCIDAS " WS-CANT-VENCIDAS
                " VIGENTES " WS-CANT-VIGENTES
                " PROPUESTAS " WS-CANT-PROPUESTAS.
            IF WS-CANT-FUERA > 0
                DISPLAY "MULT-DEM: MULTIPLICADORES A MAS DE UN ANIO "
                    "DESCARTADOS: " WS-CANT-FUERA.
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
                       PARM-CLAVE = "DEMANDA-TRAMO"
                       PERFORM 0032-CARGAR-TRAMO-PARM
                   END-IF
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "DEMANDA-DIAS" AND
                       PARM-VALOR(1:3) IS NUMERIC AND
                       PARM-VALOR(1:3) > "000" AND
                       PARM-VALOR(1:3) <= "365"
                       MOVE PARM-VALOR(1:3) TO WS-DIAS-VENTANA
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      * Sin tramos propios rige la tabla por omision.
           IF WS-CANT-TRAMOS = 0
               PERFORM 0033-CARGAR-TRAMO-OMISION VARYING WS-T
                   FROM 1 BY 1 UNTIL WS-T > 4.
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
      *******
       0032-CARGAR-TRAMO-PARM.
      *******
      * Los tramos van de menor a mayor porcentaje; rige el ultimo
      * cuyo porcentaje no supera la ocupacion del dia.
           IF PARM-VALOR(1:3) IS NUMERIC AND
               PARM-VALOR(5:3) IS NUMERIC
               IF WS-CANT-TRAMOS < 10
                   ADD 1 TO WS-CANT-TRAMOS
                   MOVE PARM-VALOR(1:3) TO TRA-DESDE(WS-CANT-TRAMOS)
                   MOVE PARM-VALOR(5:3) TO WS-PARM-VALOR-NUM
                   COMPUTE WS-PARM-MULT = WS-PARM-VALOR-NUM / 100
                   MOVE WS-PARM-MULT TO TRA-MULT(WS-CANT-TRAMOS)
               END-IF
           ELSE
               DISPLAY "PARAMETROS: DEMANDA-TRAMO MAL FORMADO: "
                   PARM-VALOR.
      *******
       0033-CARGAR-TRAMO-OMISION.
      *******
           ADD 1 TO WS-CANT-TRAMOS.
           MOVE TRO-DESDE(WS-T) TO TRA-DESDE(WS-CANT-TRAMOS).
           MOVE TRO-MULT(WS-T) TO TRA-MULT(WS-CANT-TRAMOS).
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
           COMPUTE WS-INT-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           COMPUTE WS-FECHA-FIN = FUNCTION DATE-OF-INTEGER(
               WS-INT-PROCESO + WS-DIAS-VENTANA).
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
       040-CARGA-TABLA.
      *******
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
           PERFORM 022-LEER-AUTOS.
           PERFORM 042-CARGAR-UN-AUTO UNTIL AUTOS-EOF = "SI" OR
               WS-CANT-AUTOS = WS-TOPE-TABLA.
           CLOSE AUTOS.
           PERFORM 044-PROMEDIAR-TAMANIO VARYING WS-TAM FROM 1 BY 1
               UNTIL WS-TAM > 3.
      *******
       042-CARGAR-UN-AUTO.
      *******
      * Los autos dados de baja no cuentan en la flota ni en lo tomado.
           ADD 1 TO WS-CANT-AUTOS.
           MOVE AUT-PATENTE TO WS-AUTO-PATENTE(WS-CANT-AUTOS).
           MOVE AUT-TAMAÑO TO WS-AUTO-TAMAÑO(WS-CANT-AUTOS).
           IF AUT-ESTADO = SPACE
               MOVE "A" TO WS-AUTO-ESTADO(WS-CANT-AUTOS)
           ELSE
               MOVE AUT-ESTADO TO WS-AUTO-ESTADO(WS-CANT-AUTOS).
           IF WS-AUTO-ESTADO(WS-CANT-AUTOS) NOT = "B"
               MOVE AUT-TAMAÑO TO WS-TAM-BUSCAR
               PERFORM 054-UBICAR-TAMANIO
               IF WS-TAM NOT = 0
                   ADD 1 TO FLO-CANT(WS-TAM)
                   ADD AUT-IMPORTE TO FLO-IMPORTE(WS-TAM).
           PERFORM 022-LEER-AUTOS.
      *******
       044-PROMEDIAR-TAMANIO.
      *******
           IF FLO-CANT(WS-TAM) > 0
               COMPUTE FLO-PROMEDIO(WS-TAM) ROUNDED =
                   FLO-IMPORTE(WS-TAM) / FLO-CANT(WS-TAM).
      *-----------------------------------------------------------------
      *******
       030-LEER-MULT-VIGENTE.
      *******
      * Lo vigente de hoy en adelante; lo ya pasado se descarta al
      * regrabar el archivo.
           OPEN INPUT MULT-DEMANDA.
           IF MULT-DEMANDA-ESTADO = "00"
               PERFORM UNTIL MULT-DEMANDA-ESTADO NOT = "00"
                   READ MULT-DEMANDA
                   IF MULT-DEMANDA-ESTADO = "00" AND
                       MD-FECHA IS NUMERIC AND MD-MULT IS NUMERIC AND
                       MD-FECHA >= WS-FECHA-PROCESO
                       MOVE MD-FECHA TO WS-FECHA-DIA
                       MOVE MD-TAMANIO TO WS-TAM-BUSCAR
                       PERFORM 052-UBICAR-DIA
                       IF WS-D NOT = 0 AND WS-TAM NOT = 0
                           MOVE MD-MULT TO
                               DIA-MULT-VIG(WS-D, WS-TAM)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE MULT-DEMANDA.
      *-----------------------------------------------------------------
      *******
       032-APLICAR-APROBADOS.
      *******
      * Las filas de la propuesta anterior marcadas "S" pasan a ser
      * vigentes; un multiplicador aprobado de 1,00 saca el dia.
           OPEN INPUT PROPUESTA.
           IF PROPUESTA-ESTADO = "00"
               PERFORM UNTIL PROPUESTA-ESTADO NOT = "00"
                   READ PROPUESTA
                   IF PROPUESTA-ESTADO = "00" AND
                       PROP-APROBADO = "S"
                       PERFORM 0321-APLICAR-UNA-PROPUESTA
                   END-IF
               END-PERFORM.
           CLOSE PROPUESTA.
      *******
       0321-APLICAR-UNA-PROPUESTA.
      *******
           IF PROP-FECHA IS NUMERIC AND PROP-MULT-RECOM IS NUMERIC AND
               PROP-FECHA >= WS-FECHA-PROCESO
               MOVE PROP-FECHA TO WS-FECHA-DIA
               MOVE PROP-TAMANIO TO WS-TAM-BUSCAR
               PERFORM 052-UBICAR-DIA
               IF WS-D NOT = 0 AND WS-TAM NOT = 0
                   MOVE PROP-MULT-RECOM TO DIA-MULT-VIG(WS-D, WS-TAM)
                   ADD 1 TO WS-CANT-APLICADAS
               END-IF
           ELSE
               ADD 1 TO WS-CANT-VENCIDAS.
      *-----------------------------------------------------------------
      *******
       034-GRABAR-MULT-VIGENTE.
      *******
           OPEN OUTPUT MULT-DEMANDA.
           IF MULT-DEMANDA-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MULT-DEMANDA FS: "
                   MULT-DEMANDA-ESTADO
               STOP RUN.
           PERFORM 0341-GRABAR-UN-MULT VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > 367
               AFTER WS-TAM FROM 1 BY 1 UNTIL WS-TAM > 3.
           CLOSE MULT-DEMANDA.
      *******
       0341-GRABAR-UN-MULT.
      *******
           IF DIA-MULT-VIG(WS-D, WS-TAM) NOT = 0 AND
               DIA-MULT-VIG(WS-D, WS-TAM) NOT = 1,00
               COMPUTE MD-FECHA = FUNCTION DATE-OF-INTEGER(
                   WS-INT-PROCESO + WS-D - 1)
               MOVE WS-TAM-COD(WS-TAM) TO MD-TAMANIO
               MOVE DIA-MULT-VIG(WS-D, WS-TAM) TO MD-MULT
               WRITE REG-MULT-DEMANDA
               ADD 1 TO WS-CANT-VIGENTES.
      *-----------------------------------------------------------------
      *******
       036-SUMAR-ESPERA.
      *******
      * La lista de espera es demanda que todavia no tiene auto: suma
      * un auto del tamaño pedido por cada dia de la reserva.
           OPEN INPUT RESERVAS.
           IF RESERVAS-ESTADO = "00"
               PERFORM UNTIL RESERVAS-ESTADO NOT = "00"
                   READ RESERVAS
                   IF RESERVAS-ESTADO = "00" AND
                       RES-ESTADO = "W" AND
                       RES-FECHA IS NUMERIC
                       PERFORM 0361-SUMAR-UNA-ESPERA
                   END-IF
               END-PERFORM.
           CLOSE RESERVAS.
      *******
       0361-SUMAR-UNA-ESPERA.
      *******
           MOVE RES-PATENTE TO WS-PATENTE-BUSCAR.
           PERFORM 056-BUSCAR-AUTO.
           IF WS-POS NOT = 0
               MOVE WS-AUTO-TAMAÑO(WS-POS) TO WS-TAM-BUSCAR
               PERFORM 054-UBICAR-TAMANIO
               IF WS-TAM NOT = 0
                   IF RES-FECHA-HASTA IS NUMERIC AND
                       RES-FECHA-HASTA NOT = 0
                       MOVE RES-FECHA-HASTA TO WS-FECHA-HASTA
                   ELSE
                       MOVE RES-FECHA TO WS-FECHA-HASTA
                   END-IF
                   MOVE RES-FECHA TO WS-FECHA-DIA
                   PERFORM 0362-SUMAR-DIA-ESPERA UNTIL
                       WS-FECHA-DIA > WS-FECHA-HASTA OR
                       WS-FECHA-DIA > WS-FECHA-FIN.
      *******
       0362-SUMAR-DIA-ESPERA.
      *******
           IF WS-FECHA-DIA > WS-FECHA-PROCESO
               COMPUTE WS-D = FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA)
                   - WS-INT-PROCESO + 1
               ADD 1 TO DIA-ESPERA(WS-D, WS-TAM).
           PERFORM 068-SUMAR-UN-DIA.
      *-----------------------------------------------------------------
      *******
       050-RECOMENDAR-DIA.
      *******
           COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER(
               WS-INT-PROCESO + WS-D - 1).
      * Multiplicador de hoy sin la demanda: fin de semana o feriado
      * y temporadas, como 158-CALCULAR-IMPORTE-DIA del merge.
           MOVE 1,00 TO WS-MULT-TOTAL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA) + 1, 7).
           PERFORM 0573-VERIFICAR-FERIADO.
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0 OR
               WS-ES-FERIADO = "SI"
               COMPUTE WS-MULT-TOTAL = WS-MULT-TOTAL * 1,20.
           PERFORM 0575-APLICAR-TEMPORADA VARYING WS-TEMP-IDX FROM 1
               BY 1 UNTIL WS-TEMP-IDX > WS-CANT-TEMPORADAS.
           PERFORM 051-RECOMENDAR-TAMANIO VARYING WS-TAM FROM 1 BY 1
               UNTIL WS-TAM > 3.
      *******
       051-RECOMENDAR-TAMANIO.
      *******
           IF FLO-CANT(WS-TAM) > 0
               COMPUTE WS-PORC-CALC =
                   (DIA-OCUPADOS(WS-D, WS-TAM) +
                    DIA-ESPERA(WS-D, WS-TAM)) * 100 / FLO-CANT(WS-TAM)
               IF WS-PORC-CALC > 999
                   MOVE 999 TO WS-PORC
               ELSE
                   MOVE WS-PORC-CALC TO WS-PORC
               END-IF
               MOVE 1,00 TO DIA-MULT-RECOM(WS-D, WS-TAM)
               PERFORM 0511-APLICAR-TRAMO VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-CANT-TRAMOS
               IF DIA-MULT-VIG(WS-D, WS-TAM) = 0
                   MOVE 1,00 TO WS-MULT-ACTUAL
               ELSE
                   MOVE DIA-MULT-VIG(WS-D, WS-TAM) TO WS-MULT-ACTUAL
               END-IF
               COMPUTE WS-PRECIO-ACTUAL ROUNDED = FLO-PROMEDIO(WS-TAM)
                   * WS-MULT-TOTAL * WS-MULT-ACTUAL
               COMPUTE WS-PRECIO-RECOM ROUNDED = FLO-PROMEDIO(WS-TAM)
                   * WS-MULT-TOTAL * DIA-MULT-RECOM(WS-D, WS-TAM)
               MOVE SPACE TO ROW-MARCA
               IF DIA-MULT-RECOM(WS-D, WS-TAM) NOT = WS-MULT-ACTUAL
                   MOVE "*" TO ROW-MARCA
                   PERFORM 0512-GRABAR-PROPUESTA
               END-IF
               PERFORM 0513-ESCRIBIR-RENGLON.
      *******
       0511-APLICAR-TRAMO.
      *******
           IF WS-PORC >= TRA-DESDE(WS-T)
               MOVE TRA-MULT(WS-T) TO DIA-MULT-RECOM(WS-D, WS-TAM).
      *******
       0512-GRABAR-PROPUESTA.
      *******
           MOVE WS-FECHA-DIA TO PROP-FECHA.
           MOVE WS-TAM-COD(WS-TAM) TO PROP-TAMANIO.
           MOVE WS-PORC TO PROP-PORC.
           MOVE WS-MULT-ACTUAL TO PROP-MULT-VIGENTE.
           MOVE DIA-MULT-RECOM(WS-D, WS-TAM) TO PROP-MULT-RECOM.
           MOVE SPACE TO PROP-APROBADO.
           MOVE WS-FECHA-PROCESO TO PROP-FECHA-PROCESO.
           WRITE REG-PROPUESTA.
           ADD 1 TO WS-CANT-PROPUESTAS.
      *******
       0513-ESCRIBIR-RENGLON.
      *******
           MOVE WS-FECHA-DIA TO WS-FECHA-ED-AUX.
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO ROW-FECHA.
           MOVE WS-TAM-COD(WS-TAM) TO ROW-TAMANIO.
           MOVE FLO-CANT(WS-TAM) TO ROW-FLOTA.
           MOVE DIA-OCUPADOS(WS-D, WS-TAM) TO ROW-OCUPADOS.
           MOVE DIA-ESPERA(WS-D, WS-TAM) TO ROW-ESPERA.
           MOVE WS-PORC TO ROW-PORC.
           MOVE WS-MULT-ACTUAL TO ROW-MULT-VIG.
           MOVE DIA-MULT-RECOM(WS-D, WS-TAM) TO ROW-MULT-RECOM.
           MOVE WS-PRECIO-ACTUAL TO ROW-PRECIO-ACT.
           MOVE WS-PRECIO-RECOM TO ROW-PRECIO-REC.
           WRITE LINEA FROM PTR-ROW.
      *-----------------------------------------------------------------
      *******
       052-UBICAR-DIA.
      *******
      * Renglon del dia WS-FECHA-DIA (0 si cae a mas de un año) y
      * columna del tamaño WS-TAM-BUSCAR.
           COMPUTE WS-D = FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA)
               - WS-INT-PROCESO + 1.
           IF WS-D > 367
               MOVE 0 TO WS-D
               ADD 1 TO WS-CANT-FUERA.
           PERFORM 054-UBICAR-TAMANIO.
      *******
       054-UBICAR-TAMANIO.
      *******
           MOVE 0 TO WS-TAM.
           PERFORM 0541-COMPARAR-TAMANIO VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 3 OR WS-TAM NOT = 0.
      *******
       0541-COMPARAR-TAMANIO.
      *******
           IF WS-TAM-COD(WS-K) = WS-TAM-BUSCAR
               MOVE WS-K TO WS-TAM.
      *******
       056-BUSCAR-AUTO.
      *******
      * Auto activo de patente WS-PATENTE-BUSCAR (0 si no esta o esta de
      * baja).
           MOVE 0 TO WS-POS.
           IF WS-CANT-AUTOS > 0
               MOVE 1 TO IND
               SEARCH WS-AUTO
                   AT END CONTINUE
                   WHEN IND > WS-CANT-AUTOS
                       CONTINUE
                   WHEN WS-AUTO-PATENTE(IND) EQUAL WS-PATENTE-BUSCAR
                       SET WS-POS TO IND
               END-SEARCH.
           IF WS-POS NOT = 0
               IF WS-AUTO-ESTADO(WS-POS) = "B"
                   MOVE 0 TO WS-POS.
      *-----------------------------------------------------------------
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
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN OUTPUT PROPUESTA.
           IF PROPUESTA-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MULT-DEMANDA-PROP FS: "
                   PROPUESTA-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MULT-DEMANDA-LST FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-ED-AUX.
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               PROPUESTA
               LISTADO.
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
       ENTRADA SECTION.
      * Solo entran al orden los dias de la ventana.
           OPEN INPUT OCUPACION.
           IF OCUPACION-ESTADO NOT = "00"
               DISPLAY "AVISO: SIN OCUPACION.DAT; la ocupacion sale "
                   "en cero."
               CLOSE OCUPACION
           ELSE
               PERFORM CARGAR-AUX UNTIL OCUPACION-ESTADO NOT = "00"
               CLOSE OCUPACION.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX.
           READ OCUPACION.
           IF OCUPACION-ESTADO = "00" AND
               OCU-FECHA IS NUMERIC AND
               OCU-FECHA > WS-FECHA-PROCESO AND
               OCU-FECHA <= WS-FECHA-FIN
               MOVE OCU-FECHA TO AUX-FECHA
               MOVE OCU-PATENTE TO AUX-PATENTE
               RELEASE REG-AUX.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM CONTAR-OCUPADO UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       CONTAR-OCUPADO.
           IF AUX-FECHA NOT = WS-FECHA-ANT OR
               AUX-PATENTE NOT = WS-PATENTE-ANT
               MOVE AUX-FECHA TO WS-FECHA-ANT
               MOVE AUX-PATENTE TO WS-PATENTE-ANT
               MOVE AUX-PATENTE TO WS-PATENTE-BUSCAR
               PERFORM 056-BUSCAR-AUTO
               IF WS-POS NOT = 0
                   MOVE WS-AUTO-TAMAÑO(WS-POS) TO WS-TAM-BUSCAR
                   PERFORM 054-UBICAR-TAMANIO
                   IF WS-TAM NOT = 0
                       COMPUTE WS-D =
                           FUNCTION INTEGER-OF-DATE(AUX-FECHA)
                           - WS-INT-PROCESO + 1
                       ADD 1 TO DIA-OCUPADOS(WS-D, WS-TAM).
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM MULT-DEM.
