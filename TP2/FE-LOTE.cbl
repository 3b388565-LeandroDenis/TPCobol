      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: lote de factura electronica. Toma de
      *       REGISTRO-FACTURAS.DAT las facturas ("F") y notas de
      *       credito ("C") confirmadas que todavia no tienen CAE (sin
      *       presentar o rechazadas) y las deja en FE-LOTE.DAT con el
      *       diseño fijo del organismo: tipo de comprobante, punto
      *       de venta (clave PUNTO-VENTA), numero, fecha, documento,
      *       neto, IVA (clave IVA-TASA) y total. Lo presentado queda
      *       pendiente en AUTORIZACIONES-FE.DAT hasta que FE-CAE
      *       cargue la respuesta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FE-LOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NUMERACION ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NUMERACION-ESTADO.

           SELECT OPTIONAL REGISTRO-FACT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS REGISTRO-ESTADO.

           SELECT OPTIONAL AUTORIZ ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AUTORIZ-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT LOTE         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LOTE-ESTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  NUMERACION LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../NUMERACION.DAT".
       01  REG-NUMERACION.
           03  NUM-PROXIMO         PIC 9(8).

       FD  REGISTRO-FACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../REGISTRO-FACTURAS.DAT".
       01  REG-FACTURA.
           03  RF-NUMERO           PIC 9(8).
           03  RF-TIPO             PIC X.
           03  RF-FECHA            PIC 9(8).
           03  RF-NRO-DOC          PIC X(20).
           03  RF-PERIODO          PIC 9(6).
           03  RF-IMPORTE          PIC 9(9)V99.
           03  RF-ESTADO           PIC X.
           03  RF-NUM-REF          PIC 9(8).

      * Estado de autorizacion electronica por documento numerado:
      * "P" presentado sin respuesta, "A" autorizado (con CAE y su
      * vencimiento), "R" rechazado (con el motivo del organismo).
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

      * Parametros de corrida con nombre; aqui interesan PUNTO-VENTA
      * (4 digitos) e IVA-TASA (99V99 en 4 digitos).
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Diseño fijo del organismo: importes en 15 digitos con dos
      * decimales implicitos.
       FD  LOTE    LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FE-LOTE.DAT".
       01  FEL.
           03  FEL-TIPO-CBTE       PIC 9(3).
           03  FEL-PUNTO-VENTA     PIC 9(4).
           03  FEL-NUMERO          PIC 9(8).
           03  FEL-FECHA           PIC 9(8).
           03  FEL-NRO-DOC         PIC X(20).
           03  FEL-NETO            PIC 9(13)V99.
           03  FEL-IVA             PIC 9(13)V99.
           03  FEL-TOTAL           PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       77  NUMERACION-ESTADO   PIC XX.
       77  REGISTRO-ESTADO     PIC XX.
       77  AUTORIZ-ESTADO      PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LOTE-ESTADO         PIC XX.
       77  WS-TOPE-TABLA       PIC 9(5)    VALUE 20000.
       01  WS-PROX-NUM         PIC 9(8)    VALUE 1.
       01  WS-CANT-AFE         PIC 9(5)    VALUE 0.
       01  WS-CANT-LOTE        PIC 9(5)    VALUE 0.
       01  WS-POS              PIC 9(5).
       01  WS-J                PIC 9(5).
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-PUNTO-VENTA      PIC 9(4)    VALUE 1.
       01  WS-TASA-IVA         PIC 99V99   VALUE 21,00.
       01  WS-PARM-TASA        PIC 9(4).
       01  WS-NETO             PIC 9(9)V99.
       01  WS-TOT-LOTE         PIC 9(11)V99 VALUE 0.

       01  WS-TABLA-AFE.
           03 WS-AFE OCCURS 20000 TIMES.
               05 WS-AFE-NUMERO     PIC 9(8).
               05 WS-AFE-TIPO       PIC X.
               05 WS-AFE-ESTADO     PIC X.
               05 WS-AFE-FECHA-ENV  PIC 9(8).
               05 WS-AFE-CAE        PIC X(14).
               05 WS-AFE-VTO-CAE    PIC 9(8).
               05 WS-AFE-MOTIVO     PIC X(30).

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 004-LEER-NUMERACION.
            PERFORM 006-CARGAR-AUTORIZ.
            PERFORM 010-ARMAR-LOTE.
            PERFORM 060-REGRABAR-AUTORIZ.
            DISPLAY "FE-LOTE: COMPROBANTES PRESENTADOS: " WS-CANT-LOTE
                " TOTAL: " WS-TOT-LOTE.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       001-LEER-PARAMETROS.
      *******
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-ESTADO = "00"
               PERFORM UNTIL PARAMETROS-ESTADO NOT = "00"
                   READ PARAMETROS
                   IF PARAMETROS-ESTADO = "00"
                       PERFORM 0011-APLICAR-PARAMETRO
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      *******
       0011-APLICAR-PARAMETRO.
      *******
           IF PARM-CLAVE = "PUNTO-VENTA"
               IF PARM-VALOR(1:4) IS NUMERIC
                   MOVE PARM-VALOR(1:4) TO WS-PUNTO-VENTA
               ELSE
                   DISPLAY "PARAMETROS: PUNTO-VENTA MAL FORMADO: "
                       PARM-VALOR.
      * VALOR: tasa en 4 digitos (99V99), p.ej. 2100 = 21,00.
           IF PARM-CLAVE = "IVA-TASA"
               IF PARM-VALOR(1:4) IS NUMERIC
                   MOVE PARM-VALOR(1:4) TO WS-PARM-TASA
                   COMPUTE WS-TASA-IVA = WS-PARM-TASA / 100
               ELSE
                   DISPLAY "PARAMETROS: IVA-TASA MAL FORMADA: "
                       PARM-VALOR.
      *-----------------------------------------------------------------
      *******
       004-LEER-NUMERACION.
      *******
      * Solo se presentan numeros confirmados (menores al proximo):
      * los asientos de una corrida caida de FACTURA-CLI se reasignan.
           OPEN INPUT NUMERACION.
           IF NUMERACION-ESTADO = "00"
               READ NUMERACION
               IF NUMERACION-ESTADO = "00" AND
                   NUM-PROXIMO IS NUMERIC AND NUM-PROXIMO > 0
                   MOVE NUM-PROXIMO TO WS-PROX-NUM
               END-IF
           END-IF.
           CLOSE NUMERACION.
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
       010-ARMAR-LOTE.
      *******
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           OPEN OUTPUT LOTE.
           IF LOTE-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN FE-LOTE FS: " LOTE-ESTADO
               STOP RUN.
           OPEN INPUT REGISTRO-FACT.
           IF REGISTRO-ESTADO = "00"
               PERFORM UNTIL REGISTRO-ESTADO NOT = "00"
                   READ REGISTRO-FACT
                   IF REGISTRO-ESTADO = "00" AND
                       RF-NUMERO < WS-PROX-NUM
                       PERFORM 020-PRESENTAR-COMPROBANTE
                   END-IF
               END-PERFORM.
           CLOSE REGISTRO-FACT.
           CLOSE LOTE.
      *******
       020-PRESENTAR-COMPROBANTE.
      *******
      * Sin asiento o rechazado se presenta (de nuevo); autorizado o
      * presentado a la espera de respuesta no se repite.
           MOVE 0 TO WS-POS.
           PERFORM 022-BUSCAR-AUTORIZ VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-AFE OR WS-POS NOT = 0.
           IF WS-POS = 0
               IF WS-CANT-AFE < WS-TOPE-TABLA
                   ADD 1 TO WS-CANT-AFE
                   MOVE WS-CANT-AFE TO WS-POS
                   PERFORM 024-ESCRIBIR-LOTE
               ELSE
                   DISPLAY "ATENCION: tabla de autorizaciones llena ("
                       WS-TOPE-TABLA "); no se presenta " RF-NUMERO
               END-IF
           ELSE
               IF WS-AFE-ESTADO(WS-POS) NOT = "A" AND
                   WS-AFE-ESTADO(WS-POS) NOT = "P"
                   PERFORM 024-ESCRIBIR-LOTE.
      *******
       022-BUSCAR-AUTORIZ.
      *******
           IF WS-AFE-NUMERO(WS-J) = RF-NUMERO
               MOVE WS-J TO WS-POS.
      *******
       024-ESCRIBIR-LOTE.
      *******
           MOVE RF-NUMERO TO WS-AFE-NUMERO(WS-POS).
           MOVE RF-TIPO TO WS-AFE-TIPO(WS-POS).
           MOVE "P" TO WS-AFE-ESTADO(WS-POS).
           MOVE WS-FECHA-HOY TO WS-AFE-FECHA-ENV(WS-POS).
           MOVE SPACES TO WS-AFE-CAE(WS-POS).
           MOVE 0 TO WS-AFE-VTO-CAE(WS-POS).
           MOVE SPACES TO WS-AFE-MOTIVO(WS-POS).
      * Comprobantes "B" a consumidor final: 006 factura, 008 nota
      * de credito.
           IF RF-TIPO = "C"
               MOVE 8 TO FEL-TIPO-CBTE
           ELSE
               MOVE 6 TO FEL-TIPO-CBTE.
           MOVE WS-PUNTO-VENTA TO FEL-PUNTO-VENTA.
           MOVE RF-NUMERO TO FEL-NUMERO.
           MOVE RF-FECHA TO FEL-FECHA.
           MOVE RF-NRO-DOC TO FEL-NRO-DOC.
           COMPUTE WS-NETO ROUNDED = RF-IMPORTE /
               (1 + WS-TASA-IVA / 100).
           MOVE WS-NETO TO FEL-NETO.
           COMPUTE FEL-IVA = RF-IMPORTE - WS-NETO.
           MOVE RF-IMPORTE TO FEL-TOTAL.
           WRITE FEL.
           ADD 1 TO WS-CANT-LOTE.
           ADD RF-IMPORTE TO WS-TOT-LOTE.
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
      *-----------------------------------------------------------------
      *******
       END PROGRAM FE-LOTE.
