      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: contrato de alquiler impreso. Por cada
      *       alquiler aprobado en la corrida (agencias 1 a 4 de
      *       MAESTRO-ACT.DAT; dias consecutivos del mismo documento
      *       y patente) sale un contrato numerado en el archivo de
      *       su agencia, CONTRATOS-AGn.DAT, con el cliente de
      *       CLIENTES.TXT (licencia si conduce el mismo), el auto de
      *       AUTOS.DAT, fechas y horas de retiro y devolucion, la
      *       tarifa dia por dia con neto e IVA, el deposito de
      *       DEPOSITOS.DAT y la modalidad. Se corre despues de
      *       DEPOSITOS; la agencia imprime el lote antes de abrir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAE-ACT      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLIENTES-ESTADO.

           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DEPOSITOS-ESTADO.

           SELECT OPTIONAL NUMERACION ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NUMERACION-ESTADO.

           SELECT CONTRATOS1   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTRATOS1-ESTADO.

           SELECT CONTRATOS2   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTRATOS2-ESTADO.

           SELECT CONTRATOS3   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTRATOS3-ESTADO.

           SELECT CONTRATOS4   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTRATOS4-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MAESTRO-ACT.DAT".
       01  MAE.
           03  MAE-PATENTE         PIC X(6).
           03  MAE-FECHA           PIC 9(8).
           03  MAE-TIPO-DOC        PIC X.
           03  MAE-NRO-DOC         PIC X(20).
           03  MAE-IMPORTE         PIC 9(4)V99.
           03  MAE-AGENCIA         PIC 9.
           03  MAE-HORA-RETIRO     PIC 9(4).
           03  MAE-HORA-DEVOL      PIC 9(4).
      * Modalidad: "S" conduce el cliente (sin chofer).
           03  MAE-MODO            PIC X.
           03  MAE-NETO            PIC 9(4)V99.
           03  MAE-IVA             PIC 9(4)V99.

       FD  CLIENTES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.TXT".
       01  CLI.
           03 CLI-NUMERO       PIC X(8).
           03 CLI-FEC-ALTA     PIC 9(8).
           03 CLI-TELEFONO     PIC X(20).
           03 CLI-DIRECCION    PIC X(30).
           03 CLI-DOCUMENTO    PIC X(20).
           03 CLI-NOMBRE       PIC X(30).
           03 CLI-EMAIL        PIC X(30).
           03 CLI-ESTADO-CLI   PIC X.
           03 CLI-LICENCIA-COND PIC X(15).
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
           03 CLI-CUIT-EMPRESA PIC X(11).
           03 CLI-VENCE-LICENCIA PIC 9(8).
           03 CLI-REBOTE-EMAIL PIC X.
           03 CLI-REBOTE-TEL   PIC X.
           03 CLI-CBU          PIC X(22).

       FD  AUTOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/AUTOS.DAT".
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

      * Libro de depositos en garantia (ver DEPOSITOS.cbl); aca solo
      * interesa el deposito abierto ("A") del alquiler.
       FD  DEPOSITOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DEPOSITOS.DAT".
       01  DEP.
           03  DEP-NRO-DOC         PIC X(20).
           03  DEP-TIPO-DOC        PIC X.
           03  DEP-PATENTE         PIC X(6).
           03  DEP-FECHA           PIC 9(8).
           03  DEP-IMPORTE         PIC 9(6)V99.
           03  DEP-APLICADO        PIC 9(6)V99.
           03  DEP-ESTADO          PIC X.
           03  DEP-INFORMADO       PIC X.

      * Proximo numero de contrato a asignar; se regraba al terminar
      * la corrida (mismo esquema que NUMERACION.DAT de facturas).
       FD  NUMERACION LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../NUMERACION-CONTRATOS.DAT".
       01  REG-NUMERACION.
           03  NUM-PROXIMO         PIC 9(8).

       FD  CONTRATOS1 LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONTRATOS-AG1.DAT".
       01  LINEA-AG1           PIC X(80).

       FD  CONTRATOS2 LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONTRATOS-AG2.DAT".
       01  LINEA-AG2           PIC X(80).

       FD  CONTRATOS3 LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONTRATOS-AG3.DAT".
       01  LINEA-AG3           PIC X(80).

       FD  CONTRATOS4 LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONTRATOS-AG4.DAT".
       01  LINEA-AG4           PIC X(80).

       WORKING-STORAGE SECTION.
       77  MAE-ACT-ESTADO      PIC XX.
       77  CLIENTES-ESTADO     PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  DEPOSITOS-ESTADO    PIC XX.
       77  NUMERACION-ESTADO   PIC XX.
       77  CONTRATOS1-ESTADO   PIC XX.
       77  CONTRATOS2-ESTADO   PIC XX.
       77  CONTRATOS3-ESTADO   PIC XX.
       77  CONTRATOS4-ESTADO   PIC XX.
       77  WS-TRL-VISTO        PIC X(2).
       77  WS-CLIENTES-ABIERTO PIC X(2)    VALUE "NO".
       77  MAE-ACT-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AUTOS-EOF           PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       77  WS-TOPE-DIAS        PIC 9(3)    VALUE 120.
       01  WS-CANT-AUTOS       PIC 9(4)    VALUE 0.
       01  WS-CANT-DEP         PIC 9(4)    VALUE 0.
       01  WS-CANT-DIAS        PIC 9(3)    VALUE 0.
       01  WS-CANT-CONTRATOS   PIC 9(5)    VALUE 0.
       01  WS-CANT-POR-AG.
           03 WS-CANT-AG       PIC 9(5)    OCCURS 4 TIMES.
       01  WS-PROX-NUM         PIC 9(8)    VALUE 1.
       01  WS-POS              PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-D                PIC 9(3).
       01  WS-TOT-IMPORTE      PIC 9(7)V99.
       01  WS-TOT-NETO         PIC 9(7)V99.
       01  WS-TOT-IVA          PIC 9(7)V99.
       01  WS-LINEA            PIC X(80).
       01  WS-HORA-X.
           03 WS-HORA-HH       PIC 99.
           03 WS-HORA-MM       PIC 99.
       01  WS-HORA-9 REDEFINES WS-HORA-X PIC 9(4).

      * Alquiler en curso: primer dia y dias consecutivos del mismo
      * documento, patente y agencia.
       01  WS-ALQ-ACTUAL.
           03 WS-ALQ-PATENTE       PIC X(6).
           03 WS-ALQ-TIPO-DOC      PIC X.
           03 WS-ALQ-NRO-DOC       PIC X(20).
           03 WS-ALQ-AGENCIA       PIC 9.
           03 WS-ALQ-MODO          PIC X.
           03 WS-ALQ-HORA-RETIRO   PIC 9(4).
           03 WS-ALQ-HORA-DEVOL    PIC 9(4).
       01  WS-TABLA-DIAS.
           03 WS-DIA OCCURS 120 TIMES.
               05 WS-DIA-FECHA     PIC 9(8).
               05 WS-DIA-IMPORTE   PIC 9(4)V99.
               05 WS-DIA-NETO      PIC 9(4)V99.
               05 WS-DIA-IVA       PIC 9(4)V99.

       01  WS-TABLA-AUTOS.
           03 WS-AUTO OCCURS 2000 TIMES.
               05 WS-AUTO-PATENTE  PIC X(6).
               05 WS-AUTO-DESC     PIC X(30).
               05 WS-AUTO-MARCA    PIC X(20).
               05 WS-AUTO-COLOR    PIC X(10).

       01  WS-TABLA-DEP.
           03 WS-DEP OCCURS 2000 TIMES.
               05 WS-DEP-NRO-DOC   PIC X(20).
               05 WS-DEP-PATENTE   PIC X(6).
               05 WS-DEP-IMPORTE   PIC 9(6)V99.

       01  PE1-ENCABE.
           03 FILLER           PIC X(25) VALUE ALL '='.
           03 FILLER           PIC X(30) VALUE
               ' CONTRATO DE ALQUILER '.
           03 FILLER           PIC X(25) VALUE ALL '='.
       01  CON-LINEA-NUMERO.
           03 FILLER           PIC X(14) VALUE 'Contrato nro: '.
           03 CON-NUMERO       PIC 9(8).
           03 FILLER           PIC X(11) VALUE '  Agencia: '.
           03 CON-AGENCIA      PIC 9.
       01  CON-LINEA-CLIENTE.
           03 FILLER           PIC X(9)  VALUE 'Cliente: '.
           03 CON-NOMBRE       PIC X(30).
           03 FILLER           PIC X(7)  VALUE '  Doc: '.
           03 CON-TIPO-DOC     PIC X.
           03 FILLER           PIC X     VALUE ' '.
           03 CON-NRO-DOC      PIC X(20).
       01  CON-LINEA-DIRECCION.
           03 FILLER           PIC X(11) VALUE 'Domicilio: '.
           03 CON-DIRECCION    PIC X(30).
       01  CON-LINEA-MODO.
           03 FILLER           PIC X(11) VALUE 'Modalidad: '.
           03 CON-MODO         PIC X(30).
       01  CON-LINEA-LICENCIA.
           03 FILLER           PIC X(22) VALUE
               'Licencia de conducir: '.
           03 CON-LICENCIA     PIC X(15).
       01  CON-LINEA-AUTO.
           03 FILLER           PIC X(10) VALUE 'Vehiculo: '.
           03 CON-PATENTE      PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 CON-DESC         PIC X(30).
           03 FILLER           PIC X     VALUE ' '.
           03 CON-MARCA        PIC X(20).
           03 FILLER           PIC X     VALUE ' '.
           03 CON-COLOR        PIC X(10).
       01  CON-LINEA-RETIRO.
           03 FILLER           PIC X(9)  VALUE 'Retiro:  '.
           03 CON-FEC-RETIRO   PIC 9(8).
           03 FILLER           PIC X     VALUE ' '.
           03 CON-HH-RETIRO    PIC 99.
           03 FILLER           PIC X     VALUE ':'.
           03 CON-MM-RETIRO    PIC 99.
           03 FILLER           PIC X(15) VALUE '   Devolucion: '.
           03 CON-FEC-DEVOL    PIC 9(8).
           03 FILLER           PIC X     VALUE ' '.
           03 CON-HH-DEVOL     PIC 99.
           03 FILLER           PIC X     VALUE ':'.
           03 CON-MM-DEVOL     PIC 99.
       01  CON-TITULO-DIAS.
           03 FILLER           PIC X(50) VALUE
               '  Fecha       Tarifa      Neto       IVA'.
       01  CON-LINEA-DIA.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 DIA-ROW-FECHA    PIC 9(8).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 DIA-ROW-IMPORTE  PIC ZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 DIA-ROW-NETO     PIC ZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 DIA-ROW-IVA      PIC ZZZZ9,99.
       01  CON-LINEA-TOTAL.
           03 FILLER           PIC X(6)  VALUE 'Total '.
           03 TOT-ROW-DIAS     PIC ZZ9.
           03 FILLER           PIC X(6)  VALUE ' dias '.
           03 TOT-ROW-IMPORTE  PIC ZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 TOT-ROW-NETO     PIC ZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 TOT-ROW-IVA      PIC ZZZZZZ9,99.
       01  CON-LINEA-DEPOSITO.
           03 FILLER           PIC X(22) VALUE
               'Deposito en garantia: '.
           03 CON-DEPOSITO     PIC ZZZZZ9,99.
       01  CON-LINEA-FIRMAS.
           03 FILLER           PIC X(40) VALUE
               'Firma cliente: ____________________'.
           03 FILLER           PIC X(40) VALUE
               'Firma agencia: ____________________'.
       01  PE2-ENCABE          PIC X(80) VALUE ' '.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 004-CARGAR-NUMERACION.
            PERFORM 006-CARGAR-AUTOS.
            PERFORM 008-CARGAR-DEPOSITOS.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 012-LEER-MAE-ACT.
            PERFORM 020-PROCESAR UNTIL MAE-ACT-EOF = "SI".
            IF WS-CANT-DIAS > 0
                PERFORM 040-IMPRIMIR-CONTRATO.
            PERFORM 070-CERRAR-ARCHIVOS.
            PERFORM 080-GRABAR-NUMERACION.
            DISPLAY "CONTRATOS EMITIDOS: " WS-CANT-CONTRATOS.
            DISPLAY "  AGENCIA 1: " WS-CANT-AG(1)
                "  AGENCIA 2: " WS-CANT-AG(2)
                "  AGENCIA 3: " WS-CANT-AG(3)
                "  AGENCIA 4: " WS-CANT-AG(4).
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       002-VERIFICAR-TRAILER.
      *******
      * Pasada previa: sin la cola *CTRL* (corrida de TP-PARTE-1
      * caida a mitad) no se emite ningun contrato (misma guarda que
      * DEPOSITOS y FACTURA-CLI).
           MOVE "NO" TO WS-TRL-VISTO.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           PERFORM UNTIL MAE-ACT-ESTADO NOT = "00" OR
               WS-TRL-VISTO = "SI"
               READ MAE-ACT
               IF MAE-ACT-ESTADO = "00" AND MAE-PATENTE = "*CTRL*"
                   MOVE "SI" TO WS-TRL-VISTO
               END-IF
           END-PERFORM.
           CLOSE MAE-ACT.
           IF WS-TRL-VISTO NOT = "SI"
               DISPLAY "CONTRATOS: MAESTRO-ACT SIN COLA DE CONTROL "
                   "(ARCHIVO TRUNCADO O CORRIDA INCOMPLETA); NO SE "
                   "PROCESA."
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       004-CARGAR-NUMERACION.
      *******
      * Proximo numero de contrato (1 si el archivo no existe).
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
       006-CARGAR-AUTOS.
      *******
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
           PERFORM 0061-LEER-AUTOS.
           PERFORM 0062-CARGAR-UN-AUTO UNTIL AUTOS-EOF = "SI" OR
               WS-CANT-AUTOS = WS-TOPE-TABLA.
           CLOSE AUTOS.
      *******
       0061-LEER-AUTOS.
      *******
           READ AUTOS
               AT END MOVE "SI" TO AUTOS-EOF.
           IF AUTOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
      *******
       0062-CARGAR-UN-AUTO.
      *******
           ADD 1 TO WS-CANT-AUTOS.
           MOVE AUT-PATENTE TO WS-AUTO-PATENTE(WS-CANT-AUTOS).
           MOVE AUT-DESC TO WS-AUTO-DESC(WS-CANT-AUTOS).
           MOVE AUT-MARCA TO WS-AUTO-MARCA(WS-CANT-AUTOS).
           MOVE AUT-COLOR TO WS-AUTO-COLOR(WS-CANT-AUTOS).
           PERFORM 0061-LEER-AUTOS.
      *-----------------------------------------------------------------
      *******
       008-CARGAR-DEPOSITOS.
      *******
      * Solo los depositos abiertos: uno por alquiler vigente.
           MOVE 0 TO WS-CANT-DEP.
           OPEN INPUT DEPOSITOS.
           IF DEPOSITOS-ESTADO = "00"
               PERFORM UNTIL DEPOSITOS-ESTADO NOT = "00"
                   READ DEPOSITOS
                   IF DEPOSITOS-ESTADO = "00" AND DEP-ESTADO = "A"
                       IF WS-CANT-DEP < WS-TOPE-TABLA
                           ADD 1 TO WS-CANT-DEP
                           MOVE DEP-NRO-DOC TO
                               WS-DEP-NRO-DOC(WS-CANT-DEP)
                           MOVE DEP-PATENTE TO
                               WS-DEP-PATENTE(WS-CANT-DEP)
                           MOVE DEP-IMPORTE TO
                               WS-DEP-IMPORTE(WS-CANT-DEP)
                       ELSE
                           DISPLAY "ATENCION: DEPOSITOS supera la "
                               "tabla (" WS-TOPE-TABLA ")"
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE DEPOSITOS.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
      * Sin CLIENTES.TXT el contrato sale igual, con el documento.
           OPEN INPUT CLIENTES.
           IF CLIENTES-ESTADO = "00"
               MOVE "SI" TO WS-CLIENTES-ABIERTO
           ELSE
               DISPLAY "AVISO: SIN CLIENTES.TXT (FS: " CLIENTES-ESTADO
                   "); LOS CONTRATOS SALEN SIN DATOS DEL CLIENTE."
               CLOSE CLIENTES.
           OPEN OUTPUT CONTRATOS1.
           IF CONTRATOS1-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CONTRATOS-AG1 FS: "
                   CONTRATOS1-ESTADO
               STOP RUN.
           OPEN OUTPUT CONTRATOS2.
           IF CONTRATOS2-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CONTRATOS-AG2 FS: "
                   CONTRATOS2-ESTADO
               STOP RUN.
           OPEN OUTPUT CONTRATOS3.
           IF CONTRATOS3-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CONTRATOS-AG3 FS: "
                   CONTRATOS3-ESTADO
               STOP RUN.
           OPEN OUTPUT CONTRATOS4.
           IF CONTRATOS4-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CONTRATOS-AG4 FS: "
                   CONTRATOS4-ESTADO
               STOP RUN.
      *******
       012-LEER-MAE-ACT.
      *******
           READ MAE-ACT
               AT END MOVE "SI" TO MAE-ACT-EOF.
           IF MAE-ACT-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           IF MAE-PATENTE = "*CTRL*"
               MOVE "SI" TO MAE-ACT-EOF.
      *-----------------------------------------------------------------
      *******
       020-PROCESAR.
      *******
      * Solo los alquileres aprobados en la corrida (agencias 1 a 4);
      * los de agencia 0 vienen del MAESTRO y ya tuvieron contrato.
      * MAESTRO-ACT sale ordenado por patente y fecha: un alquiler es
      * la racha de dias consecutivos del mismo documento y agencia.
           IF MAE-AGENCIA < 1 OR MAE-AGENCIA > 4
               PERFORM 012-LEER-MAE-ACT
           ELSE
               IF WS-CANT-DIAS > 0
                   IF MAE-PATENTE NOT = WS-ALQ-PATENTE OR
                       MAE-NRO-DOC NOT = WS-ALQ-NRO-DOC OR
                       MAE-AGENCIA NOT = WS-ALQ-AGENCIA OR
                       WS-CANT-DIAS = WS-TOPE-DIAS OR
                       FUNCTION INTEGER-OF-DATE(MAE-FECHA) NOT =
                       FUNCTION INTEGER-OF-DATE
                           (WS-DIA-FECHA(WS-CANT-DIAS)) + 1
                       PERFORM 040-IMPRIMIR-CONTRATO
                   END-IF
               END-IF
               PERFORM 025-AGREGAR-DIA
               PERFORM 012-LEER-MAE-ACT.
      *******
       025-AGREGAR-DIA.
      *******
           IF WS-CANT-DIAS = 0
               MOVE MAE-PATENTE TO WS-ALQ-PATENTE
               MOVE MAE-TIPO-DOC TO WS-ALQ-TIPO-DOC
               MOVE MAE-NRO-DOC TO WS-ALQ-NRO-DOC
               MOVE MAE-AGENCIA TO WS-ALQ-AGENCIA
               MOVE MAE-MODO TO WS-ALQ-MODO
               MOVE MAE-HORA-RETIRO TO WS-ALQ-HORA-RETIRO.
           MOVE MAE-HORA-DEVOL TO WS-ALQ-HORA-DEVOL.
           ADD 1 TO WS-CANT-DIAS.
           MOVE MAE-FECHA TO WS-DIA-FECHA(WS-CANT-DIAS).
           MOVE MAE-IMPORTE TO WS-DIA-IMPORTE(WS-CANT-DIAS).
           MOVE MAE-NETO TO WS-DIA-NETO(WS-CANT-DIAS).
           MOVE MAE-IVA TO WS-DIA-IVA(WS-CANT-DIAS).
      *-----------------------------------------------------------------
      *******
       040-IMPRIMIR-CONTRATO.
      *******
           MOVE WS-PROX-NUM TO CON-NUMERO.
           ADD 1 TO WS-PROX-NUM.
           ADD 1 TO WS-CANT-CONTRATOS.
           ADD 1 TO WS-CANT-AG(WS-ALQ-AGENCIA).
           MOVE WS-ALQ-AGENCIA TO CON-AGENCIA.
           MOVE PE1-ENCABE TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           MOVE CON-LINEA-NUMERO TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           PERFORM 042-DATOS-CLIENTE.
           PERFORM 044-DATOS-AUTO.
           PERFORM 046-DETALLE-DIAS.
           PERFORM 048-DEPOSITO.
           MOVE PE2-ENCABE TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           MOVE CON-LINEA-FIRMAS TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           MOVE PE2-ENCABE TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           MOVE 0 TO WS-CANT-DIAS.
      *******
       042-DATOS-CLIENTE.
      *******
           MOVE SPACES TO CON-NOMBRE.
           MOVE SPACES TO CON-DIRECCION.
           MOVE SPACES TO CON-LICENCIA.
           MOVE WS-ALQ-TIPO-DOC TO CON-TIPO-DOC.
           MOVE WS-ALQ-NRO-DOC TO CON-NRO-DOC.
           IF WS-CLIENTES-ABIERTO = "SI"
               MOVE WS-ALQ-NRO-DOC TO CLI-DOCUMENTO
               READ CLIENTES RECORD KEY IS CLI-DOCUMENTO
                   INVALID KEY
                       MOVE "CLIENTE NO REGISTRADO" TO CON-NOMBRE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO CON-NOMBRE
                       MOVE CLI-DIRECCION TO CON-DIRECCION
                       MOVE CLI-LICENCIA-COND TO CON-LICENCIA
               END-READ.
           MOVE CON-LINEA-CLIENTE TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           MOVE CON-LINEA-DIRECCION TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           IF WS-ALQ-MODO = "S"
               MOVE "SIN CHOFER (CONDUCE EL CLIENTE)" TO CON-MODO
               MOVE CON-LINEA-MODO TO WS-LINEA
               PERFORM 090-ESCRIBIR-LINEA
               MOVE CON-LINEA-LICENCIA TO WS-LINEA
               PERFORM 090-ESCRIBIR-LINEA
           ELSE
               MOVE "CON CHOFER DE LA AGENCIA" TO CON-MODO
               MOVE CON-LINEA-MODO TO WS-LINEA
               PERFORM 090-ESCRIBIR-LINEA.
      *******
       044-DATOS-AUTO.
      *******
           MOVE WS-ALQ-PATENTE TO CON-PATENTE.
           MOVE "SIN DATOS EN AUTOS.DAT" TO CON-DESC.
           MOVE SPACES TO CON-MARCA.
           MOVE SPACES TO CON-COLOR.
           PERFORM 045-BUSCAR-AUTO VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-AUTOS.
           MOVE CON-LINEA-AUTO TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           MOVE WS-DIA-FECHA(1) TO CON-FEC-RETIRO.
           MOVE WS-ALQ-HORA-RETIRO TO WS-HORA-9.
           MOVE WS-HORA-HH TO CON-HH-RETIRO.
           MOVE WS-HORA-MM TO CON-MM-RETIRO.
           MOVE WS-DIA-FECHA(WS-CANT-DIAS) TO CON-FEC-DEVOL.
           MOVE WS-ALQ-HORA-DEVOL TO WS-HORA-9.
           MOVE WS-HORA-HH TO CON-HH-DEVOL.
           MOVE WS-HORA-MM TO CON-MM-DEVOL.
           MOVE CON-LINEA-RETIRO TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
      *******
       045-BUSCAR-AUTO.
      *******
           IF WS-AUTO-PATENTE(WS-J) = WS-ALQ-PATENTE
               MOVE WS-AUTO-DESC(WS-J) TO CON-DESC
               MOVE WS-AUTO-MARCA(WS-J) TO CON-MARCA
               MOVE WS-AUTO-COLOR(WS-J) TO CON-COLOR.
      *******
       046-DETALLE-DIAS.
      *******
           MOVE 0 TO WS-TOT-IMPORTE.
           MOVE 0 TO WS-TOT-NETO.
           MOVE 0 TO WS-TOT-IVA.
           MOVE PE2-ENCABE TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           MOVE CON-TITULO-DIAS TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
           PERFORM 047-IMPRIMIR-DIA VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-CANT-DIAS.
           MOVE WS-CANT-DIAS TO TOT-ROW-DIAS.
           MOVE WS-TOT-IMPORTE TO TOT-ROW-IMPORTE.
           MOVE WS-TOT-NETO TO TOT-ROW-NETO.
           MOVE WS-TOT-IVA TO TOT-ROW-IVA.
           MOVE CON-LINEA-TOTAL TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
      *******
       047-IMPRIMIR-DIA.
      *******
           MOVE WS-DIA-FECHA(WS-D) TO DIA-ROW-FECHA.
           MOVE WS-DIA-IMPORTE(WS-D) TO DIA-ROW-IMPORTE.
           MOVE WS-DIA-NETO(WS-D) TO DIA-ROW-NETO.
           MOVE WS-DIA-IVA(WS-D) TO DIA-ROW-IVA.
           ADD WS-DIA-IMPORTE(WS-D) TO WS-TOT-IMPORTE.
           ADD WS-DIA-NETO(WS-D) TO WS-TOT-NETO.
           ADD WS-DIA-IVA(WS-D) TO WS-TOT-IVA.
           MOVE CON-LINEA-DIA TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
      *******
       048-DEPOSITO.
      *******
      * Deposito abierto del documento y patente (DEPOSITOS corre
      * antes en la secuencia); sin deposito sale en cero.
           MOVE 0 TO CON-DEPOSITO.
           PERFORM 049-BUSCAR-DEPOSITO VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-DEP.
           MOVE CON-LINEA-DEPOSITO TO WS-LINEA.
           PERFORM 090-ESCRIBIR-LINEA.
      *******
       049-BUSCAR-DEPOSITO.
      *******
           IF WS-DEP-NRO-DOC(WS-J) = WS-ALQ-NRO-DOC AND
               WS-DEP-PATENTE(WS-J) = WS-ALQ-PATENTE
               MOVE WS-DEP-IMPORTE(WS-J) TO CON-DEPOSITO.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE MAE-ACT.
           IF WS-CLIENTES-ABIERTO = "SI"
               CLOSE CLIENTES.
           CLOSE CONTRATOS1.
           CLOSE CONTRATOS2.
           CLOSE CONTRATOS3.
           CLOSE CONTRATOS4.
      *-----------------------------------------------------------------
      *******
       080-GRABAR-NUMERACION.
      *******
      * El contador se persiste al final: una corrida caida antes de
      * este punto no consume numeros de contrato.
           OPEN OUTPUT NUMERACION.
           IF NUMERACION-ESTADO = "00" OR NUMERACION-ESTADO = "05"
               MOVE WS-PROX-NUM TO NUM-PROXIMO
               WRITE REG-NUMERACION
               CLOSE NUMERACION
           ELSE
               DISPLAY "ATENCION: NO SE PUDO REGRABAR "
                   "NUMERACION-CONTRATOS FS: " NUMERACION-ESTADO.
      *-----------------------------------------------------------------
      *******
       090-ESCRIBIR-LINEA.
      *******
           EVALUATE WS-ALQ-AGENCIA
               WHEN 1
                   WRITE LINEA-AG1 FROM WS-LINEA
               WHEN 2
                   WRITE LINEA-AG2 FROM WS-LINEA
               WHEN 3
                   WRITE LINEA-AG3 FROM WS-LINEA
               WHEN 4
                   WRITE LINEA-AG4 FROM WS-LINEA
           END-EVALUATE.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CONTRATOS.
