      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: mantenimiento batch de la documentacion
      *       de la flota (DOCUMENTOS-AUTO.DAT) desde
      *       DOCS-NOVEDADES.DAT. Un registro por patente y tipo de
      *       documento (VTV, seguro, cedula, oblea de GNC) con numero
      *       y vencimiento; el movimiento "A" da de alta o renueva
      *       (pisa numero y vencimiento del mismo tipo) y el "B" lo
      *       quita. Cada movimiento se valida antes de aplicarse y
      *       queda constancia en CARGA-DOCS.DAT, igual que
      *       CARGA-FLOTA. TP-PARTE-1 rechaza con el motivo 19 los
      *       dias de alquiler posteriores a un vencimiento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-DOCS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOCUMENTOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DOCUMENTOS-ESTADO.

           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT DOCS-NOV     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DOCS-NOV-ESTADO.

           SELECT INFORME      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS INFORME-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Documentacion del auto con vencimiento: tipo "V" VTV, "S"
      * seguro, "R" cedula / registro, "G" oblea de GNC.
       FD  DOCUMENTOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DOCUMENTOS-AUTO.DAT".
       01  REG-DOCUMENTO.
           03  DOA-PATENTE     PIC X(6).
           03  DOA-TIPO        PIC X.
           03  DOA-NUMERO      PIC X(20).
           03  DOA-VENCE       PIC 9(8).

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
           03  AUT-AGENCIA-BASE   PIC 9.
           03  AUT-AGENCIA-ACTUAL PIC 9.

      * Movimientos de documentacion: tipo "A" alta o renovacion, "B"
      * baja. En la baja alcanzan patente y tipo de documento.
       FD  DOCS-NOV LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DOCS-NOVEDADES.DAT".
       01  DNV.
           03  DNV-TIPO-MOV    PIC X.
           03  DNV-PATENTE     PIC X(6).
           03  DNV-TIPO        PIC X.
           03  DNV-NUMERO      PIC X(20).
           03  DNV-VENCE       PIC 9(8).

       FD  INFORME LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CARGA-DOCS.DAT".
       01  LINEA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  DOCS-NOV-EOF        PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  DOCUMENTOS-ESTADO   PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  DOCS-NOV-ESTADO     PIC XX.
       77  INFORME-ESTADO      PIC XX.
       01  WS-CANT-APLICADOS   PIC 9(5)    VALUE 0.
       01  WS-CANT-RECHAZADOS  PIC 9(5)    VALUE 0.
       01  WS-EXISTE           PIC X(2).
       01  WS-MOV-VALIDO       PIC X(2).
       01  WS-MOTIVO-RECH      PIC X(40).
       01  WS-DOC-POS          PIC 9(4).
       01  WS-DOC-IDX          PIC 9(4).
       01  WS-CANT-DOCUMENTOS  PIC 9(4)    VALUE 0.
       01  WS-CANT-GRABADOS    PIC 9(4)    VALUE 0.
       01  WS-TABLA-DOCUMENTOS.
           03 WS-DOCUMENTO OCCURS 4000 TIMES.
               05 DOC-PATENTE     PIC X(6).
               05 DOC-TIPO        PIC X.
               05 DOC-NUMERO      PIC X(20).
               05 DOC-VENCE       PIC 9(8).
               05 DOC-BORRADO     PIC X(2).

       01  PE1-ENCABE.
           03 FILLER           PIC X(50) VALUE
               'Documentacion de flota - movimientos aplicados y r'.
           03 FILLER           PIC X(9) VALUE 'echazados'.
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PTR-ROW.
           03 ROW-RESULTADO    PIC X(10).
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-TIPO-MOV     PIC X.
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-TIPO         PIC X.
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-MOTIVO       PIC X(40).
       01  PTR-TOTALES.
           03 FILLER           PIC X(11) VALUE 'Aplicados: '.
           03 TOT-APLICADOS    PIC ZZZZ9.
           03 FILLER           PIC X(14) VALUE '  Rechazados: '.
           03 TOT-RECHAZADOS   PIC ZZZZ9.
           03 FILLER           PIC X(15) VALUE '  Documentos: '.
           03 TOT-DOCUMENTOS   PIC ZZZ9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 005-CARGAR-DOCUMENTOS.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 020-LEER-DOCS-NOV.
            PERFORM 050-PROCESAR-MOVIMIENTO UNTIL DOCS-NOV-EOF = "SI".
            PERFORM 060-REGRABAR-DOCUMENTOS.
            PERFORM 065-ESCRIBIR-TOTALES.
            PERFORM 070-CERRAR-ARCHIVOS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       005-CARGAR-DOCUMENTOS.
      *******
      * El archivo vigente va entero a memoria; los movimientos se
      * aplican sobre la tabla y al final se regraba. Si no entra en
      * la tabla no se sigue: regrabarlo truncaria la documentacion.
           OPEN INPUT DOCUMENTOS.
           IF DOCUMENTOS-ESTADO = "00"
               PERFORM UNTIL DOCUMENTOS-ESTADO NOT = "00"
                   READ DOCUMENTOS
                   IF DOCUMENTOS-ESTADO = "00"
                       IF WS-CANT-DOCUMENTOS >= 4000
                           DISPLAY "ERROR: DOCUMENTOS-AUTO.DAT supera"
                               " la tabla (4000); no se procesa."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-DOCUMENTOS
                       MOVE DOA-PATENTE TO
                           DOC-PATENTE(WS-CANT-DOCUMENTOS)
                       MOVE DOA-TIPO TO DOC-TIPO(WS-CANT-DOCUMENTOS)
                       MOVE DOA-NUMERO TO
                           DOC-NUMERO(WS-CANT-DOCUMENTOS)
                       MOVE DOA-VENCE TO DOC-VENCE(WS-CANT-DOCUMENTOS)
                       MOVE "NO" TO DOC-BORRADO(WS-CANT-DOCUMENTOS)
                   END-IF
               END-PERFORM.
           CLOSE DOCUMENTOS.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
           OPEN INPUT DOCS-NOV.
           IF DOCS-NOV-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN DOCS-NOVEDADES FS: "
                   DOCS-NOV-ESTADO
               STOP RUN.
           OPEN OUTPUT INFORME.
           IF INFORME-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CARGA-DOCS FS: " INFORME-ESTADO
               STOP RUN.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
      *-----------------------------------------------------------------
      *******
       050-PROCESAR-MOVIMIENTO.
      *******
           MOVE "SI" TO WS-MOV-VALIDO.
           MOVE SPACES TO WS-MOTIVO-RECH.
           PERFORM 052-BUSCAR-DOCUMENTO.
           EVALUATE DNV-TIPO-MOV
               WHEN "A" PERFORM 053-VALIDAR-ALTA
               WHEN "B" PERFORM 054-VALIDAR-BAJA
               WHEN OTHER
                   MOVE "NO" TO WS-MOV-VALIDO
                   MOVE "Tipo de movimiento no reconocido" TO
                       WS-MOTIVO-RECH
           END-EVALUATE.
           IF WS-MOV-VALIDO = "SI"
               PERFORM 056-APLICAR-MOVIMIENTO
               ADD 1 TO WS-CANT-APLICADOS
               MOVE "APLICADO" TO ROW-RESULTADO
           ELSE
               ADD 1 TO WS-CANT-RECHAZADOS
               MOVE "RECHAZADO" TO ROW-RESULTADO.
           MOVE DNV-TIPO-MOV TO ROW-TIPO-MOV.
           MOVE DNV-PATENTE TO ROW-PATENTE.
           MOVE DNV-TIPO TO ROW-TIPO.
           MOVE WS-MOTIVO-RECH TO ROW-MOTIVO.
           WRITE LINEA FROM PTR-ROW.
           PERFORM 020-LEER-DOCS-NOV.
      *-----------------------------------------------------------------
      *******
       052-BUSCAR-DOCUMENTO.
      *******
      * Posicion en la tabla del documento patente + tipo; 0 si no
      * esta (o fue dado de baja en esta misma corrida).
           MOVE 0 TO WS-DOC-POS.
           PERFORM 0521-COMPARAR-DOCUMENTO VARYING WS-DOC-IDX FROM 1
               BY 1 UNTIL WS-DOC-IDX > WS-CANT-DOCUMENTOS OR
               WS-DOC-POS NOT = 0.
      *******
       0521-COMPARAR-DOCUMENTO.
      *******
           IF DOC-PATENTE(WS-DOC-IDX) = DNV-PATENTE AND
               DOC-TIPO(WS-DOC-IDX) = DNV-TIPO AND
               DOC-BORRADO(WS-DOC-IDX) = "NO"
               MOVE WS-DOC-IDX TO WS-DOC-POS.
      *-----------------------------------------------------------------
      *******
       053-VALIDAR-ALTA.
      *******
      * El auto tiene que estar en la flota; uno dado de baja puede
      * seguir recibiendo documentacion (vuelve a la flota o se
      * vende con los papeles al dia).
           MOVE "SI" TO WS-EXISTE.
           MOVE DNV-PATENTE TO AUT-PATENTE.
           READ AUTOS
               INVALID KEY MOVE "NO" TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = "NO"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Patente no existe en la flota" TO WS-MOTIVO-RECH
           ELSE
           IF DNV-TIPO NOT = "V" AND DNV-TIPO NOT = "S" AND
               DNV-TIPO NOT = "R" AND DNV-TIPO NOT = "G"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Tipo de documento invalido" TO WS-MOTIVO-RECH
           ELSE
           IF DNV-VENCE NOT NUMERIC OR DNV-VENCE < 19000101
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Fecha de vencimiento invalida" TO WS-MOTIVO-RECH
           ELSE
           IF WS-DOC-POS = 0 AND WS-CANT-DOCUMENTOS >= 4000
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Tabla de documentos llena" TO WS-MOTIVO-RECH.
      *-----------------------------------------------------------------
      *******
       054-VALIDAR-BAJA.
      *******
           IF WS-DOC-POS = 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento no registrado" TO WS-MOTIVO-RECH.
      *-----------------------------------------------------------------
      *******
       056-APLICAR-MOVIMIENTO.
      *******
           EVALUATE DNV-TIPO-MOV
               WHEN "A"
                   IF WS-DOC-POS = 0
                       ADD 1 TO WS-CANT-DOCUMENTOS
                       MOVE WS-CANT-DOCUMENTOS TO WS-DOC-POS
                       MOVE DNV-PATENTE TO DOC-PATENTE(WS-DOC-POS)
                       MOVE DNV-TIPO TO DOC-TIPO(WS-DOC-POS)
                       MOVE "NO" TO DOC-BORRADO(WS-DOC-POS)
                       MOVE "Alta" TO WS-MOTIVO-RECH
                   ELSE
                       MOVE "Renovacion" TO WS-MOTIVO-RECH
                   END-IF
                   IF DNV-NUMERO NOT = SPACES
                       MOVE DNV-NUMERO TO DOC-NUMERO(WS-DOC-POS)
                   END-IF
                   MOVE DNV-VENCE TO DOC-VENCE(WS-DOC-POS)
               WHEN "B"
                   MOVE "SI" TO DOC-BORRADO(WS-DOC-POS)
           END-EVALUATE.
      *-----------------------------------------------------------------
      *******
       060-REGRABAR-DOCUMENTOS.
      *******
           OPEN OUTPUT DOCUMENTOS.
           IF DOCUMENTOS-ESTADO NOT = ZERO AND DOCUMENTOS-ESTADO
               NOT = "05"
               DISPLAY "ERROR EN OPEN DOCUMENTOS-AUTO FS: "
                   DOCUMENTOS-ESTADO
               STOP RUN.
           PERFORM 062-GRABAR-DOCUMENTO VARYING WS-DOC-IDX FROM 1
               BY 1 UNTIL WS-DOC-IDX > WS-CANT-DOCUMENTOS.
           CLOSE DOCUMENTOS.
      *******
       062-GRABAR-DOCUMENTO.
      *******
           IF DOC-BORRADO(WS-DOC-IDX) = "NO"
               MOVE DOC-PATENTE(WS-DOC-IDX) TO DOA-PATENTE
               MOVE DOC-TIPO(WS-DOC-IDX) TO DOA-TIPO
               MOVE DOC-NUMERO(WS-DOC-IDX) TO DOA-NUMERO
               MOVE DOC-VENCE(WS-DOC-IDX) TO DOA-VENCE
               WRITE REG-DOCUMENTO
               ADD 1 TO WS-CANT-GRABADOS.
      *-----------------------------------------------------------------
      *******
       065-ESCRIBIR-TOTALES.
      *******
           WRITE LINEA FROM PE2-ENCABE.
           MOVE WS-CANT-APLICADOS TO TOT-APLICADOS.
           MOVE WS-CANT-RECHAZADOS TO TOT-RECHAZADOS.
           MOVE WS-CANT-GRABADOS TO TOT-DOCUMENTOS.
           WRITE LINEA FROM PTR-TOTALES.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               AUTOS
               DOCS-NOV
               INFORME.
      *-----------------------------------------------------------------
      *******
       020-LEER-DOCS-NOV.
      *******
           READ DOCS-NOV
               AT END MOVE "SI" TO DOCS-NOV-EOF.
           IF DOCS-NOV-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ DOCS-NOVEDADES FS: "
                   DOCS-NOV-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CARGA-DOCS.
