      *       una vez (factura o nota de credito de anulacion). Los
      *       faltantes y duplicados salen detallados en
      *       CONTROL-NUMERACION.DAT para el auditor.
      *   LD  Tambien se listan los comprobantes emitidos que no
      *       tienen CAE en AUTORIZACIONES-FE.DAT (sin presentar,
      *       presentados sin respuesta o rechazados por el organismo).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-NUM.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS REGISTRO-ESTADO.

           SELECT OPTIONAL AUTORIZ ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AUTORIZ-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
           03  RF-ESTADO           PIC X.
           03  RF-NUM-REF          PIC 9(8).

      * Estado de autorizacion electronica por documento numerado
      * (ver FE-LOTE.cbl); solo interesa el estado.
       FD  AUTORIZ LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AUTORIZACIONES-FE.DAT".
       01  AFE.
           03  AFE-NUMERO          PIC 9(8).
           03  AFE-TIPO            PIC X.
           03  AFE-ESTADO          PIC X.
      * Fecha de envio, CAE, vencimiento y motivo; no se usan aca.
           03  FILLER              PIC X(60).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONTROL-NUMERACION.DAT".
       01  LINEA               PIC X(80).
       77  NUMERACION-ESTADO   PIC XX.
       77  REGISTRO-ESTADO     PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  AUTORIZ-ESTADO      PIC XX.
       77  WS-TOPE-NUMEROS     PIC 9(5)    VALUE 20000.
       01  WS-PROX-NUM         PIC 9(8)    VALUE 1.
       01  WS-N                PIC 9(8).
       01  WS-CANT-FALTANTES   PIC 9(6)    VALUE 0.
       01  WS-CANT-DUPLICADOS  PIC 9(6)    VALUE 0.
       01  WS-CANT-ASENTADOS   PIC 9(6)    VALUE 0.
       01  WS-CANT-SIN-CAE     PIC 9(6)    VALUE 0.
      * Cantidad de apariciones por numero (1..tope); numeros mas
      * alla del tope se avisan y no se controlan.
       01  WS-APARICIONES.
           03 WS-VECES OCCURS 20000 TIMES PIC 9(2) VALUE 0.
      * Tipo asentado y estado de autorizacion electronica por numero
      * (blanco = nunca presentado).
       01  WS-TIPOS-NUM.
           03 WS-TIPO-NUM OCCURS 20000 TIMES PIC X VALUE SPACE.
       01  WS-AUTORIZ-NUM.
           03 WS-EST-FE OCCURS 20000 TIMES PIC X VALUE SPACE.

       01  PE1-ENCABE.
           03 FILLER           PIC X(44) VALUE
           03 TOT-FALTANTES    PIC ZZZZZ9.
           03 FILLER           PIC X(14) VALUE '  Duplicados: '.
           03 TOT-DUPLICADOS   PIC ZZZZZ9.
       01  PTR-SIN-CAE.
           03 FILLER           PIC X(17) VALUE 'EMITIDO SIN CAE: '.
           03 ROW-SIN-CAE      PIC 9(8).
           03 FILLER           PIC X(7)  VALUE '  Tipo '.
           03 ROW-SIN-CAE-TIPO PIC X.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-SIN-CAE-EST  PIC X(30).
       01  PTR-TOTAL-CAE.
           03 FILLER           PIC X(26) VALUE
               'Emitidos sin autorizacion:'.
           03 TOT-SIN-CAE      PIC ZZZZZ9.
       01  PTR-OK.
           03 FILLER           PIC X(52) VALUE
               'CORRELATIVIDAD COMPLETA: NINGUN NUMERO FALTA O SOBRA'.
       COMIENZO.
            PERFORM 010-LEER-NUMERACION.
            PERFORM 020-CONTAR-REGISTRO.
            PERFORM 030-CARGAR-AUTORIZ.
            PERFORM 050-EMITIR-INFORME.
            STOP RUN.
      *-----------------------------------------------------------------
                       IF RF-NUMERO >= 1 AND
                           RF-NUMERO <= WS-TOPE-NUMEROS
                           ADD 1 TO WS-VECES(RF-NUMERO)
                           MOVE RF-TIPO TO WS-TIPO-NUM(RF-NUMERO)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE REGISTRO-FACT.
      *-----------------------------------------------------------------
      *******
       030-CARGAR-AUTORIZ.
      *******
           OPEN INPUT AUTORIZ.
           IF AUTORIZ-ESTADO = "00"
               PERFORM UNTIL AUTORIZ-ESTADO NOT = "00"
                   READ AUTORIZ
                   IF AUTORIZ-ESTADO = "00" AND
                       AFE-NUMERO >= 1 AND
                       AFE-NUMERO <= WS-TOPE-NUMEROS
                       MOVE AFE-ESTADO TO WS-EST-FE(AFE-NUMERO)
                   END-IF
               END-PERFORM.
           CLOSE AUTORIZ.
      *-----------------------------------------------------------------
      *******
       050-EMITIR-INFORME.
      *******
           MOVE WS-CANT-FALTANTES TO TOT-FALTANTES.
           MOVE WS-CANT-DUPLICADOS TO TOT-DUPLICADOS.
           WRITE LINEA FROM PTR-TOTAL.
           MOVE WS-CANT-SIN-CAE TO TOT-SIN-CAE.
           WRITE LINEA FROM PTR-TOTAL-CAE.
           CLOSE LISTADO.
           DISPLAY "CONTROL-NUM: FALTANTES " WS-CANT-FALTANTES
               " DUPLICADOS " WS-CANT-DUPLICADOS
               " SIN CAE " WS-CANT-SIN-CAE.
      *******
       052-CONTROLAR-NUMERO.
      *******
               ADD 1 TO WS-CANT-DUPLICADOS
               MOVE WS-N TO ROW-DUP
               WRITE LINEA FROM PTR-DUP.
           IF WS-VECES(WS-N) > 0 AND WS-EST-FE(WS-N) NOT = "A"
               PERFORM 054-INFORMAR-SIN-CAE.
      *******
       054-INFORMAR-SIN-CAE.
      *******
           ADD 1 TO WS-CANT-SIN-CAE.
           MOVE WS-N TO ROW-SIN-CAE.
           MOVE WS-TIPO-NUM(WS-N) TO ROW-SIN-CAE-TIPO.
           EVALUATE WS-EST-FE(WS-N)
               WHEN "P"
                   MOVE "PRESENTADO SIN RESPUESTA" TO ROW-SIN-CAE-EST
               WHEN "R"
                   MOVE "RECHAZADO POR EL ORGANISMO" TO ROW-SIN-CAE-EST
               WHEN OTHER
                   MOVE "NUNCA PRESENTADO" TO ROW-SIN-CAE-EST
           END-EVALUATE.
           WRITE LINEA FROM PTR-SIN-CAE.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CONTROL-NUM.
