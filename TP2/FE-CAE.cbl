      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: carga de la respuesta del organismo a
      *       los lotes de FE-LOTE. Cada renglon de FE-RESPUESTA.DAT
      *       trae el comprobante, el resultado y, si fue autorizado,
      *       el CAE con su vencimiento; se asienta contra el numero
      *       en AUTORIZACIONES-FE.DAT. Los rechazados quedan marcados
      *       con el motivo (FE-LOTE los vuelve a presentar) y salen
      *       listados en FE-RECHAZOS.DAT. La respuesta se consume.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FE-CAE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESPUESTA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RESPUESTA-ESTADO.

           SELECT OPTIONAL AUTORIZ ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AUTORIZ-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Respuesta del organismo: comprobante (tipo, punto de venta y
      * numero, como salieron en FE-LOTE.DAT), resultado "A"
      * autorizado / "R" rechazado, CAE y vencimiento, motivo.
       FD  RESPUESTA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FE-RESPUESTA.DAT".
       01  FER.
           03  FER-TIPO-CBTE       PIC 9(3).
           03  FER-PUNTO-VENTA     PIC 9(4).
           03  FER-NUMERO          PIC 9(8).
           03  FER-RESULTADO       PIC X.
           03  FER-CAE             PIC X(14).
           03  FER-VTO-CAE         PIC 9(8).
           03  FER-MOTIVO          PIC X(30).

      * Estado de autorizacion electronica por documento numerado
      * (ver FE-LOTE.cbl).
       FD  AUTORIZ LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AUTORIZACIONES-FE.DAT".
       01  AFE.
           03  AFE-NUMERO          PIC 9(8).
           03  AFE-TIPO            PIC X.
           03  AFE-ESTADO          PIC X.
           03  AFE-FECHA-ENVIO     PIC 9(8).
           03  AFE-CAE             PIC X(14).
           03  AFE-VTO-CAE         PIC 9(8).
           03  AFE-MOTIVO          PIC X(30).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FE-RECHAZOS.DAT".
       01  LINEA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  RESPUESTA-ESTADO    PIC XX.
       77  AUTORIZ-ESTADO      PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  RESPUESTA-EOF       PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  WS-TOPE-TABLA       PIC 9(5)    VALUE 20000.
       01  WS-CANT-AFE         PIC 9(5)    VALUE 0.
       01  WS-CANT-AUTORIZ     PIC 9(5)    VALUE 0.
       01  WS-CANT-RECHAZ      PIC 9(5)    VALUE 0.
       01  WS-CANT-DESCONOC    PIC 9(5)    VALUE 0.
       01  WS-POS              PIC 9(5).
       01  WS-J                PIC 9(5).

       01  WS-TABLA-AFE.
           03 WS-AFE OCCURS 20000 TIMES.
               05 WS-AFE-NUMERO     PIC 9(8).
               05 WS-AFE-TIPO       PIC X.
               05 WS-AFE-ESTADO     PIC X.
               05 WS-AFE-FECHA-ENV  PIC 9(8).
               05 WS-AFE-CAE        PIC X(14).
               05 WS-AFE-VTO-CAE    PIC 9(8).
               05 WS-AFE-MOTIVO     PIC X(30).

       01  PE1-ENCABE.
           03 FILLER           PIC X(50) VALUE
               'Comprobantes rechazados por el organismo'.
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PTR-RECHAZO.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 RCH-TIPO-CBTE    PIC 9(3).
           03 FILLER           PIC X     VALUE '-'.
           03 RCH-PUNTO-VENTA  PIC 9(4).
           03 FILLER           PIC X     VALUE '-'.
           03 RCH-NUMERO       PIC 9(8).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 RCH-MOTIVO       PIC X(30).
       01  PTR-TOTAL.
           03 FILLER           PIC X(12) VALUE 'Autorizados:'.
           03 TOT-AUTORIZ      PIC ZZZZ9.
           03 FILLER           PIC X(14) VALUE '  Rechazados: '.
           03 TOT-RECHAZ       PIC ZZZZ9.
           03 FILLER           PIC X(16) VALUE '  Desconocidos: '.
           03 TOT-DESCONOC     PIC ZZZZ9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 006-CARGAR-AUTORIZ.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 012-LEER-RESPUESTA.
            PERFORM 020-APLICAR-RESPUESTA UNTIL RESPUESTA-EOF = "SI".
            PERFORM 070-CERRAR-ARCHIVOS.
            PERFORM 060-REGRABAR-AUTORIZ.
            PERFORM 065-VACIAR-RESPUESTA.
            DISPLAY "FE-CAE: AUTORIZADOS " WS-CANT-AUTORIZ
                " RECHAZADOS " WS-CANT-RECHAZ
                " DESCONOCIDOS " WS-CANT-DESCONOC.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       006-CARGAR-AUTORIZ.
      *******
           MOVE 0 TO WS-CANT-AFE.
           OPEN INPUT AUTORIZ.
           IF AUTORIZ-ESTADO = "00"
               PERFORM UNTIL AUTORIZ-ESTADO NOT = "00"
                   READ AUTORIZ
                   IF AUTORIZ-ESTADO = "00"
                       IF WS-CANT-AFE < WS-TOPE-TABLA
                           ADD 1 TO WS-CANT-AFE
                           MOVE AFE TO WS-AFE(WS-CANT-AFE)
                       ELSE
                           DISPLAY "ATENCION: AUTORIZACIONES-FE supera"
                               " la tabla (" WS-TOPE-TABLA ")"
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE AUTORIZ.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN INPUT RESPUESTA.
           IF RESPUESTA-ESTADO NOT = "00" AND
               RESPUESTA-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN FE-RESPUESTA FS: "
                   RESPUESTA-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN FE-RECHAZOS FS: " LISTADO-ESTADO
               STOP RUN.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
      *******
       012-LEER-RESPUESTA.
      *******
           READ RESPUESTA
               AT END MOVE "SI" TO RESPUESTA-EOF.
           IF RESPUESTA-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ FE-RESPUESTA FS: "
                   RESPUESTA-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       020-APLICAR-RESPUESTA.
      *******
      * El numero es unico entre facturas y notas de credito (una sola
      * numeracion); un comprobante que no esta presentado se avisa y
      * no se asienta.
           MOVE 0 TO WS-POS.
           PERFORM 022-BUSCAR-AUTORIZ VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-AFE OR WS-POS NOT = 0.
           IF WS-POS = 0
               ADD 1 TO WS-CANT-DESCONOC
               DISPLAY "FE-CAE: COMPROBANTE NO PRESENTADO, SE IGNORA: "
                   FER-TIPO-CBTE "-" FER-PUNTO-VENTA "-" FER-NUMERO
           ELSE
               IF FER-RESULTADO = "A"
                   ADD 1 TO WS-CANT-AUTORIZ
                   MOVE "A" TO WS-AFE-ESTADO(WS-POS)
                   MOVE FER-CAE TO WS-AFE-CAE(WS-POS)
                   MOVE FER-VTO-CAE TO WS-AFE-VTO-CAE(WS-POS)
                   MOVE SPACES TO WS-AFE-MOTIVO(WS-POS)
               ELSE
                   ADD 1 TO WS-CANT-RECHAZ
                   MOVE "R" TO WS-AFE-ESTADO(WS-POS)
                   MOVE SPACES TO WS-AFE-CAE(WS-POS)
                   MOVE 0 TO WS-AFE-VTO-CAE(WS-POS)
                   MOVE FER-MOTIVO TO WS-AFE-MOTIVO(WS-POS)
                   MOVE FER-TIPO-CBTE TO RCH-TIPO-CBTE
                   MOVE FER-PUNTO-VENTA TO RCH-PUNTO-VENTA
                   MOVE FER-NUMERO TO RCH-NUMERO
                   MOVE FER-MOTIVO TO RCH-MOTIVO
                   WRITE LINEA FROM PTR-RECHAZO.
           PERFORM 012-LEER-RESPUESTA.
      *******
       022-BUSCAR-AUTORIZ.
      *******
           IF WS-AFE-NUMERO(WS-J) = FER-NUMERO
               MOVE WS-J TO WS-POS.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           WRITE LINEA FROM PE2-ENCABE.
           MOVE WS-CANT-AUTORIZ TO TOT-AUTORIZ.
           MOVE WS-CANT-RECHAZ TO TOT-RECHAZ.
           MOVE WS-CANT-DESCONOC TO TOT-DESCONOC.
           WRITE LINEA FROM PTR-TOTAL.
           CLOSE RESPUESTA.
           CLOSE LISTADO.
      *-----------------------------------------------------------------
      *******
       060-REGRABAR-AUTORIZ.
      *******
           OPEN OUTPUT AUTORIZ.
           IF AUTORIZ-ESTADO NOT = "00" AND AUTORIZ-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA AUTORIZACIONES-FE FS: "
                   AUTORIZ-ESTADO
               STOP RUN.
           PERFORM 062-REGRABAR-UNA VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-AFE.
           CLOSE AUTORIZ.
      *******
       062-REGRABAR-UNA.
      *******
           MOVE WS-AFE(WS-J) TO AFE.
           WRITE AFE.
      *******
       065-VACIAR-RESPUESTA.
      *******
      * La respuesta ya asentada no se vuelve a cargar.
           OPEN OUTPUT RESPUESTA.
           CLOSE RESPUESTA.
      *-----------------------------------------------------------------
      *******
       END PROGRAM FE-CAE.
