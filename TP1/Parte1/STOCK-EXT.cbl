      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: posicion diaria de stock de adicionales
      *       (GPS, silla de bebe, seguro extra) por agencia. Para la
      *       fecha de proceso cruza el catalogo EXTRAS.DAT (unidades
      *       por agencia) con las unidades tomadas en
      *       EXTRAS-RESERVA.DAT por los alquileres aprobados del
      *       merge y todavia no devueltas (DEVOL las libera en el
      *       check-in). Sale por STOCK-EXTRAS.DAT. Se corre despues
      *       de TP-PARTE-1 y de DEVOL en la secuencia de batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-EXT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EXTRAS-ESTADO.

           SELECT OPTIONAL EXTRAS-RESERVA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EXT-RESERVA-ESTADO.

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
      * Catalogo de adicionales: codigo, descripcion, precio por dia
      * y unidades en cada agencia (1 a 4).
       FD  EXTRAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../EXTRAS.DAT".
       01  REG-EXTRA.
           03  EXT-CODIGO          PIC X(4).
           03  EXT-DESCRIPCION     PIC X(20).
           03  EXT-PRECIO-DIA      PIC 9(4)V99.
           03  EXT-STOCK           PIC 9(3) OCCURS 4 TIMES.

      * Unidades tomadas: una fila por codigo, agencia y dia de
      * alquiler aprobado (TP-PARTE-1, 1590-RESERVAR-EXTRAS).
       FD  EXTRAS-RESERVA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../EXTRAS-RESERVA.DAT".
       01  REG-EXT-RESERVA.
           03  RSX-CODIGO          PIC X(4).
           03  RSX-AGENCIA         PIC 9.
           03  RSX-FECHA           PIC 9(8).
           03  RSX-PATENTE         PIC X(6).
           03  RSX-TIPO-DOC        PIC X.
           03  RSX-NRO-DOC         PIC X(20).

      * Fecha de proceso (AAAAMMDD), mismo criterio que REPROC-PEND.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesa FECHA-CORRIDA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../STOCK-EXTRAS.DAT".
       01  LINEA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  EXTRAS-ESTADO       PIC XX.
       77  EXT-RESERVA-ESTADO  PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-CARGA-DESBORDE   PIC X(2).
       01  WS-CANT-RESERVAS    PIC 9(7)    VALUE 0.
       01  WS-CANT-FUERA       PIC 9(7)    VALUE 0.
       01  WS-CANT-EXTRAS      PIC 9(3)    VALUE 0.
       01  WS-XTR-IDX          PIC 9(3).
       01  WS-XTR-POS          PIC 9(3).
       01  WS-AG               PIC 9.
       01  WS-TABLA-EXTRAS.
           03 WS-EXTRA OCCURS 50 TIMES.
               05 XTR-CODIGO       PIC X(4) VALUE SPACES.
               05 XTR-DESCRIPCION  PIC X(20) VALUE SPACES.
               05 XTR-AGENCIA OCCURS 4 TIMES.
                   07 XTR-STOCK        PIC 9(3) VALUE 0.
                   07 XTR-RESERVADAS   PIC 9(5) VALUE 0.
       01  WS-DISPONIBLES      PIC S9(5).
       01  WS-TOT-STOCK        PIC 9(6).
       01  WS-TOT-RESERVADAS   PIC 9(6).
       01  WS-TOT-DISPONIBLES  PIC S9(6).

       01  PE1-ENCABE.
           03 FILLER           PIC X(38) VALUE
               'Posicion de stock de adicionales al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(9)  VALUE 'Agencia '.
           03 PE3-AGENCIA      PIC 9.
       01  PE4-ENCABE.
           03 FILLER           PIC X(7)  VALUE 'Codigo'.
           03 FILLER           PIC X(21) VALUE 'Descripcion'.
           03 FILLER           PIC X(8)  VALUE '   Stock'.
           03 FILLER           PIC X(12) VALUE '  Reservadas'.
           03 FILLER           PIC X(13) VALUE '  Disponibles'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(61) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-CODIGO       PIC X(4).
           03 FILLER           PIC X(3) VALUE ' '.
           03 ROW-DESCRIPCION  PIC X(20).
           03 FILLER           PIC X VALUE ' '.
           03 ROW-STOCK        PIC ZZZZZZ9.
           03 FILLER           PIC X(5) VALUE ' '.
           03 ROW-RESERVADAS   PIC ZZZZZZ9.
           03 FILLER           PIC X(5) VALUE ' '.
           03 ROW-DISPONIBLES  PIC -------9.
           03 FILLER           PIC X VALUE ' '.
           03 ROW-AVISO        PIC X(10).
       01  PTR-TOTAL.
           03 FILLER           PIC X(28) VALUE 'Total agencia'.
           03 TOT-STOCK        PIC ZZZZZZ9.
           03 FILLER           PIC X(5) VALUE ' '.
           03 TOT-RESERVADAS   PIC ZZZZZZ9.
           03 FILLER           PIC X(5) VALUE ' '.
           03 TOT-DISPONIBLES  PIC -------9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-CARGAR-EXTRAS.
            PERFORM 020-CONTAR-RESERVAS.
            PERFORM 030-ESCRIBIR-INFORME.
            DISPLAY "STOCK-EXT: FECHA " WS-FECHA-PROCESO
                " ADICIONALES " WS-CANT-EXTRAS
                " UNIDADES RESERVADAS " WS-CANT-RESERVAS.
            IF WS-CANT-FUERA > 0
                DISPLAY "ATENCION: " WS-CANT-FUERA " RESERVA/S DEL "
                    "DIA CON CODIGO O AGENCIA FUERA DEL CATALOGO.".
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
      *-----------------------------------------------------------------
      *******
       010-CARGAR-EXTRAS.
      *******
           MOVE 0 TO WS-CANT-EXTRAS.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT EXTRAS.
           IF EXTRAS-ESTADO = "00"
               PERFORM UNTIL EXTRAS-ESTADO NOT = "00"
                   READ EXTRAS
                   IF EXTRAS-ESTADO = "00" AND WS-CANT-EXTRAS >= 50
                       MOVE "SI" TO WS-CARGA-DESBORDE
                   END-IF
                   IF EXTRAS-ESTADO = "00" AND WS-CANT-EXTRAS < 50 AND
                       EXT-CODIGO NOT = SPACES
                       PERFORM 012-CARGAR-UN-EXTRA
                   END-IF
               END-PERFORM.
           CLOSE EXTRAS.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: EXTRAS.DAT supera la tabla (50); "
                   "adicionales excedentes no se informan.".
      *******
       012-CARGAR-UN-EXTRA.
      *******
           ADD 1 TO WS-CANT-EXTRAS.
           MOVE EXT-CODIGO TO XTR-CODIGO(WS-CANT-EXTRAS).
           MOVE EXT-DESCRIPCION TO XTR-DESCRIPCION(WS-CANT-EXTRAS).
           PERFORM 014-CARGAR-STOCK VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > 4.
      *******
       014-CARGAR-STOCK.
      *******
           IF EXT-STOCK(WS-AG) IS NUMERIC
               MOVE EXT-STOCK(WS-AG) TO
                   XTR-STOCK(WS-CANT-EXTRAS, WS-AG).
      *-----------------------------------------------------------------
      *******
       020-CONTAR-RESERVAS.
      *******
      * Solo cuentan las unidades tomadas para la fecha de proceso.
           OPEN INPUT EXTRAS-RESERVA.
           IF EXT-RESERVA-ESTADO = "00"
               PERFORM UNTIL EXT-RESERVA-ESTADO NOT = "00"
                   READ EXTRAS-RESERVA
                   IF EXT-RESERVA-ESTADO = "00" AND
                       RSX-FECHA = WS-FECHA-PROCESO
                       PERFORM 022-CONTAR-UNA-RESERVA
                   END-IF
               END-PERFORM.
           CLOSE EXTRAS-RESERVA.
      *******
       022-CONTAR-UNA-RESERVA.
      *******
           ADD 1 TO WS-CANT-RESERVAS.
           MOVE 0 TO WS-XTR-POS.
           PERFORM 024-COMPARAR-EXTRA VARYING WS-XTR-IDX FROM 1 BY 1
               UNTIL WS-XTR-IDX > WS-CANT-EXTRAS OR WS-XTR-POS > 0.
           IF WS-XTR-POS > 0 AND RSX-AGENCIA >= 1 AND RSX-AGENCIA <= 4
               ADD 1 TO XTR-RESERVADAS(WS-XTR-POS, RSX-AGENCIA)
           ELSE
               ADD 1 TO WS-CANT-FUERA.
      *******
       024-COMPARAR-EXTRA.
      *******
           IF XTR-CODIGO(WS-XTR-IDX) = RSX-CODIGO
               MOVE WS-XTR-IDX TO WS-XTR-POS.
      *-----------------------------------------------------------------
      *******
       030-ESCRIBIR-INFORME.
      *******
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN STOCK-EXTRAS FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM 032-ESCRIBIR-AGENCIA VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > 4.
           CLOSE LISTADO.
      *******
       032-ESCRIBIR-AGENCIA.
      *******
           MOVE 0 TO WS-TOT-STOCK.
           MOVE 0 TO WS-TOT-RESERVADAS.
           MOVE WS-AG TO PE3-AGENCIA.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           PERFORM 034-ESCRIBIR-EXTRA VARYING WS-XTR-IDX FROM 1 BY 1
               UNTIL WS-XTR-IDX > WS-CANT-EXTRAS.
           WRITE LINEA FROM PE5-ENCABE.
           COMPUTE WS-TOT-DISPONIBLES = WS-TOT-STOCK -
               WS-TOT-RESERVADAS.
           MOVE WS-TOT-STOCK TO TOT-STOCK.
           MOVE WS-TOT-RESERVADAS TO TOT-RESERVADAS.
           MOVE WS-TOT-DISPONIBLES TO TOT-DISPONIBLES.
           WRITE LINEA FROM PTR-TOTAL.
      *******
       034-ESCRIBIR-EXTRA.
      *******
      * Disponibles en negativo: el stock del catalogo se bajo por
      * debajo de lo que ya estaba reservado para el dia.
           COMPUTE WS-DISPONIBLES = XTR-STOCK(WS-XTR-IDX, WS-AG) -
               XTR-RESERVADAS(WS-XTR-IDX, WS-AG).
           MOVE XTR-CODIGO(WS-XTR-IDX) TO ROW-CODIGO.
           MOVE XTR-DESCRIPCION(WS-XTR-IDX) TO ROW-DESCRIPCION.
           MOVE XTR-STOCK(WS-XTR-IDX, WS-AG) TO ROW-STOCK.
           MOVE XTR-RESERVADAS(WS-XTR-IDX, WS-AG) TO ROW-RESERVADAS.
           MOVE WS-DISPONIBLES TO ROW-DISPONIBLES.
           IF WS-DISPONIBLES > 0
               MOVE SPACES TO ROW-AVISO
           ELSE
               MOVE "SIN STOCK" TO ROW-AVISO.
           WRITE LINEA FROM PTR-ROW.
           ADD XTR-STOCK(WS-XTR-IDX, WS-AG) TO WS-TOT-STOCK.
           ADD XTR-RESERVADAS(WS-XTR-IDX, WS-AG) TO WS-TOT-RESERVADAS.
      *-----------------------------------------------------------------
      *******
       END PROGRAM STOCK-EXT.
