      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: castigo de deudores incobrables. Cobranzas
      *       deja en CASTIGOS-APROB.DAT los documentos a castigar con
      *       importe, motivo y supervisor que lo aprueba; el importe
      *       no puede superar lo que la cuenta tiene a mas de 90 dias
      *       en SALDOS-CLI.DAT. Lo castigado queda en el libro
      *       CASTIGOS.DAT (PAGOS lo toma como credito de la cuenta,
      *       con lo que salen del aging, de INTERESES y de
      *       CARTAS-MOR), baja ya de SALDOS-CLI.DAT, se contabiliza
      *       por ASIENTOS-PEND.DAT (INCOBRABLES por el neto e
      *       IVA-VENTAS por el impuesto recuperado, contra DEUDORES;
      *       tasa de la clave IVA-TASA) y el documento entra en
      *       MOROSOS.DAT con el motivo. Lo que el cliente pague
      *       despues por encima de lo facturado recupera primero lo
      *       castigado (DEUDORES contra RECUPERO-INC e IVA-VENTAS) en
      *       vez de quedar como saldo a favor para REEMBOLSOS.
      *       Informe en CASTIGOS-INFORME.DAT. Se corre despues de
      *       PAGOS y antes de INTERESES, CARTAS-MOR y REEMBOLSOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APROBACIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS APROBACIONES-ESTADO.

           SELECT OPTIONAL CASTIGOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CASTIGOS-ESTADO.

           SELECT OPTIONAL SALDOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-ESTADO.

           SELECT OPTIONAL MOROSOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MOROSOS-ESTADO.

           SELECT ASI-PEND     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASI-PEND-ESTADO.

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
      * Castigos aprobados por cobranzas: documento (la cuenta de
      * SALDOS-CLI), importe a castigar, motivo y legajo del
      * supervisor que lo aprueba. Se vacia al terminar la corrida.
       FD  APROBACIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CASTIGOS-APROB.DAT".
       01  ACA.
           03  ACA-NRO-DOC         PIC X(20).
           03  ACA-IMPORTE         PIC 9(9)V99.
           03  ACA-MOTIVO          PIC X(30).
           03  ACA-SUPERVISOR      PIC X(7).

      * Libro de castigos: uno por castigo aprobado, con el desglose
      * de IVA y lo que el cliente ya recupero pagando despues. No se
      * depura: PAGOS toma lo castigado y no recuperado como credito
      * de la cuenta.
       FD  CASTIGOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CASTIGOS.DAT".
       01  CAS.
           03  CAS-NRO-DOC         PIC X(20).
           03  CAS-FECHA           PIC 9(8).
           03  CAS-IMPORTE         PIC 9(9)V99.
           03  CAS-NETO            PIC 9(9)V99.
           03  CAS-IVA             PIC 9(9)V99.
           03  CAS-MOTIVO          PIC X(30).
           03  CAS-SUPERVISOR      PIC X(7).
           03  CAS-RECUPERADO      PIC 9(9)V99.
           03  CAS-FECHA-RECUP     PIC 9(8).

      * Saldos por cuenta de la ultima corrida de PAGOS.
       FD  SALDOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../SALDOS-CLI.DAT".
       01  SAL.
           03  SAL-NRO-DOC         PIC X(20).
           03  SAL-FACTURADO       PIC 9(9)V99.
           03  SAL-PAGADO          PIC 9(9)V99.
           03  SAL-CREDITOS        PIC 9(9)V99.
           03  SAL-SALDO           PIC 9(9)V99.
           03  SAL-B30             PIC 9(9)V99.
           03  SAL-B60             PIC 9(9)V99.
           03  SAL-B90             PIC 9(9)V99.
           03  SAL-BMAS            PIC 9(9)V99.

      * Lista negra de morosos (la mantiene MANT-CTRL); aqui solo se
      * agregan los documentos castigados que no estaban.
       FD  MOROSOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MOROSOS.DAT".
       01  REG-MOROSO.
           03  MOR-DOCUMENTO   PIC X(20).
           03  MOR-MOTIVO      PIC X(30).
           03  MOR-FECHA       PIC 9(8).

      * Asientos pendientes de exportar, en el formato de ASIENTOS.DAT.
       FD  ASI-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/ASIENTOS-PEND.DAT".
       01  ASI.
           03  ASI-FECHA           PIC 9(8).
           03  ASI-CUENTA          PIC X(12).
           03  ASI-DC              PIC X.
           03  ASI-IMPORTE         PIC 9(11)V99.
           03  ASI-CONCEPTO        PIC X(30).

      * Fecha de proceso (AAAAMMDD), mismo criterio que REEMBOLSOS.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan FECHA-CORRIDA
      * e IVA-TASA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CASTIGOS-INFORME.DAT".
       01  LINEA               PIC X(132).

       WORKING-STORAGE SECTION.
       77  APROBACIONES-ESTADO PIC XX.
       77  CASTIGOS-ESTADO     PIC XX.
       77  SALDOS-ESTADO       PIC XX.
       77  MOROSOS-ESTADO      PIC XX.
       77  ASI-PEND-ESTADO     PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
       77  WS-TOPE-CASTIGOS    PIC 9(4)    VALUE 2000.
       77  WS-TOPE-SALDOS      PIC 9(4)    VALUE 2000.
       77  WS-TOPE-MOROSOS     PIC 9(4)    VALUE 2000.
      * Tasa de IVA para separar el impuesto del importe castigado
      * (clave IVA-TASA, mismo valor que usa ASIENTOS).
       01  WS-PARM-TASA        PIC 9(4).
       01  WS-TASA-IVA         PIC 99V99   VALUE 21,00.
       01  WS-IVA-BRUTO        PIC 9(9)V99.
       01  WS-IVA-NETO         PIC 9(9)V99.
       01  WS-IVA-IVA          PIC 9(9)V99.
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-POS              PIC 9(4).
       01  WS-DOC-BUSCADO      PIC X(20).
       01  WS-MOTIVO           PIC X(30).
       01  WS-RESULTADO        PIC X(42).
       01  WS-A-FAVOR          PIC 9(9)V99.
       01  WS-PENDIENTE        PIC 9(9)V99.
       01  WS-RECUPERO         PIC 9(9)V99.
       01  WS-RESTO            PIC 9(9)V99.
       01  WS-IMPUTADO         PIC 9(9)V99.
       01  WS-CANT-LEIDOS      PIC 9(4)    VALUE 0.
       01  WS-CANT-CASTIGADOS  PIC 9(4)    VALUE 0.
       01  WS-CANT-RECHAZADOS  PIC 9(4)    VALUE 0.
       01  WS-CANT-RECUPEROS   PIC 9(4)    VALUE 0.
       01  WS-CANT-MOR-NUEVOS  PIC 9(4)    VALUE 0.
       01  WS-TOT-CASTIGADO    PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RECUPERADO   PIC 9(11)V99 VALUE 0.

      * CASTIGOS.DAT y SALDOS-CLI.DAT enteros en memoria: se regraban
      * con lo castigado y lo recuperado (mismo esquema que
      * REEMBOLSOS).
       01  WS-CANT-CASTIGOS    PIC 9(4)    VALUE 0.
       01  WS-TABLA-CASTIGOS.
           03 WS-CASTIGO OCCURS 2000 TIMES.
               05 CST-NRO-DOC      PIC X(20).
               05 CST-FECHA        PIC 9(8).
               05 CST-IMPORTE      PIC 9(9)V99.
               05 CST-NETO         PIC 9(9)V99.
               05 CST-IVA          PIC 9(9)V99.
               05 CST-MOTIVO       PIC X(30).
               05 CST-SUPERVISOR   PIC X(7).
               05 CST-RECUPERADO   PIC 9(9)V99.
               05 CST-FECHA-RECUP  PIC 9(8).
       01  WS-CANT-SALDOS      PIC 9(4)    VALUE 0.
       01  WS-TABLA-SALDOS.
           03 WS-SALDO-CTA OCCURS 2000 TIMES.
               05 SLT-NRO-DOC      PIC X(20).
               05 SLT-FACTURADO    PIC 9(9)V99.
               05 SLT-PAGADO       PIC 9(9)V99.
               05 SLT-CREDITOS     PIC 9(9)V99.
               05 SLT-SALDO        PIC 9(9)V99.
               05 SLT-B30          PIC 9(9)V99.
               05 SLT-B60          PIC 9(9)V99.
               05 SLT-B90          PIC 9(9)V99.
               05 SLT-BMAS         PIC 9(9)V99.
      * Documentos ya en MOROSOS.DAT y los que se agregan.
       01  WS-CANT-MOROSOS     PIC 9(4)    VALUE 0.
       01  WS-CANT-MOR-LEIDOS  PIC 9(4)    VALUE 0.
       01  WS-TABLA-MOROSOS.
           03 WS-MOROSO OCCURS 2000 TIMES.
               05 MRT-DOCUMENTO    PIC X(20).
               05 MRT-MOTIVO       PIC X(30).

       01  PE1-ENCABE.
           03 FILLER           PIC X(36) VALUE
               'Castigos de incobrables al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(21) VALUE 'Documento'.
           03 FILLER           PIC X(13) VALUE '     Importe'.
           03 FILLER           PIC X(13) VALUE '        Neto'.
           03 FILLER           PIC X(13) VALUE '         IVA'.
           03 FILLER           PIC X(31) VALUE 'Motivo'.
           03 FILLER           PIC X(30) VALUE 'Resultado'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(132) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-NRO-DOC      PIC X(20).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-IMPORTE      PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-NETO         PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-IVA          PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-MOTIVO       PIC X(30).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-RESULTADO    PIC X(42).
       01  PTR-TOTAL.
           03 TOT-CONCEPTO     PIC X(22).
           03 TOT-IMPORTE      PIC ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(4)  VALUE ' en '.
           03 TOT-CANT         PIC ZZZ9.
           03 FILLER           PIC X(11) VALUE ' documentos'.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-CARGAR-SALDOS.
            PERFORM 012-CARGAR-CASTIGOS.
            PERFORM 014-CARGAR-MOROSOS.
            PERFORM 020-ABRIR-ARCHIVOS.
            PERFORM 030-TOMAR-APROBACIONES.
            PERFORM 040-RECUPERAR-CUENTA VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-SALDOS.
            PERFORM 050-CERRAR-ARCHIVOS.
            IF WS-CANT-CASTIGADOS > 0 OR WS-CANT-RECUPEROS > 0
                PERFORM 060-REGRABAR-CASTIGOS
                PERFORM 065-REGRABAR-SALDOS.
            IF WS-CANT-MOR-NUEVOS > 0
                PERFORM 070-AGREGAR-MOROSOS.
            PERFORM 075-VACIAR-APROBACIONES.
            DISPLAY "CASTIGOS: APROBACIONES LEIDAS " WS-CANT-LEIDOS
                " CASTIGADAS " WS-CANT-CASTIGADOS
                " RECHAZADAS " WS-CANT-RECHAZADOS.
            DISPLAY "CASTIGOS: CASTIGADO " WS-TOT-CASTIGADO
                " RECUPERADO " WS-TOT-RECUPERADO
                " EN " WS-CANT-RECUPEROS " CUENTAS".
            DISPLAY "CASTIGOS: NUEVOS EN MOROSOS " WS-CANT-MOR-NUEVOS
                " (VER CASTIGOS-INFORME.DAT)".
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
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "IVA-TASA"
      * VALOR: tasa en 4 digitos (99V99), p.ej. 2100 = 21,00.
                       IF PARM-VALOR(1:4) IS NUMERIC
                           MOVE PARM-VALOR(1:4) TO WS-PARM-TASA
                           COMPUTE WS-TASA-IVA = WS-PARM-TASA / 100
                       ELSE
                           DISPLAY "PARAMETROS: IVA-TASA MAL "
                               "FORMADA: " PARM-VALOR
                       END-IF
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
       010-CARGAR-SALDOS.
      *******
           OPEN INPUT SALDOS.
           IF SALDOS-ESTADO = "00"
               PERFORM UNTIL SALDOS-ESTADO NOT = "00"
                   READ SALDOS
                   IF SALDOS-ESTADO = "00"
                       PERFORM 011-CARGAR-UN-SALDO
                   END-IF
               END-PERFORM.
           CLOSE SALDOS.
      *******
       011-CARGAR-UN-SALDO.
      *******
           IF WS-CANT-SALDOS = WS-TOPE-SALDOS
               DISPLAY "ERROR: SALDOS-CLI.DAT supera el tope "
                   "(2000); no se procesa nada."
               STOP RUN.
           ADD 1 TO WS-CANT-SALDOS.
           MOVE SAL-NRO-DOC TO SLT-NRO-DOC(WS-CANT-SALDOS).
           MOVE SAL-FACTURADO TO SLT-FACTURADO(WS-CANT-SALDOS).
           MOVE SAL-PAGADO TO SLT-PAGADO(WS-CANT-SALDOS).
           MOVE SAL-CREDITOS TO SLT-CREDITOS(WS-CANT-SALDOS).
           MOVE SAL-SALDO TO SLT-SALDO(WS-CANT-SALDOS).
           MOVE SAL-B30 TO SLT-B30(WS-CANT-SALDOS).
           MOVE SAL-B60 TO SLT-B60(WS-CANT-SALDOS).
           MOVE SAL-B90 TO SLT-B90(WS-CANT-SALDOS).
           MOVE SAL-BMAS TO SLT-BMAS(WS-CANT-SALDOS).
      *-----------------------------------------------------------------
      *******
       012-CARGAR-CASTIGOS.
      *******
           OPEN INPUT CASTIGOS.
           IF CASTIGOS-ESTADO = "00"
               PERFORM UNTIL CASTIGOS-ESTADO NOT = "00"
                   READ CASTIGOS
                   IF CASTIGOS-ESTADO = "00"
                       PERFORM 013-CARGAR-UN-CASTIGO
                   END-IF
               END-PERFORM.
           CLOSE CASTIGOS.
      *******
       013-CARGAR-UN-CASTIGO.
      *******
           IF WS-CANT-CASTIGOS = WS-TOPE-CASTIGOS
               DISPLAY "ERROR: CASTIGOS.DAT supera el tope "
                   "(2000); no se procesa nada."
               STOP RUN.
           ADD 1 TO WS-CANT-CASTIGOS.
           MOVE CAS-NRO-DOC TO CST-NRO-DOC(WS-CANT-CASTIGOS).
           MOVE CAS-FECHA TO CST-FECHA(WS-CANT-CASTIGOS).
           MOVE CAS-IMPORTE TO CST-IMPORTE(WS-CANT-CASTIGOS).
           MOVE CAS-NETO TO CST-NETO(WS-CANT-CASTIGOS).
           MOVE CAS-IVA TO CST-IVA(WS-CANT-CASTIGOS).
           MOVE CAS-MOTIVO TO CST-MOTIVO(WS-CANT-CASTIGOS).
           MOVE CAS-SUPERVISOR TO CST-SUPERVISOR(WS-CANT-CASTIGOS).
           MOVE CAS-RECUPERADO TO CST-RECUPERADO(WS-CANT-CASTIGOS).
           MOVE CAS-FECHA-RECUP TO CST-FECHA-RECUP(WS-CANT-CASTIGOS).
      *-----------------------------------------------------------------
      *******
       014-CARGAR-MOROSOS.
      *******
           OPEN INPUT MOROSOS.
           IF MOROSOS-ESTADO = "00"
               PERFORM UNTIL MOROSOS-ESTADO NOT = "00"
                   READ MOROSOS
                   IF MOROSOS-ESTADO = "00"
                       PERFORM 015-CARGAR-UN-MOROSO
                   END-IF
               END-PERFORM.
           CLOSE MOROSOS.
           MOVE WS-CANT-MOROSOS TO WS-CANT-MOR-LEIDOS.
      *******
       015-CARGAR-UN-MOROSO.
      *******
           IF WS-CANT-MOROSOS = WS-TOPE-MOROSOS
               DISPLAY "ERROR: MOROSOS.DAT supera el tope "
                   "(2000); no se procesa nada."
               STOP RUN.
           ADD 1 TO WS-CANT-MOROSOS.
           MOVE MOR-DOCUMENTO TO MRT-DOCUMENTO(WS-CANT-MOROSOS).
           MOVE MOR-MOTIVO TO MRT-MOTIVO(WS-CANT-MOROSOS).
      *-----------------------------------------------------------------
      *******
       020-ABRIR-ARCHIVOS.
      *******
           OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO = "35"
               OPEN OUTPUT ASI-PEND
               CLOSE ASI-PEND
               OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CASTIGOS-INFORME FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
      *-----------------------------------------------------------------
      *******
       030-TOMAR-APROBACIONES.
      *******
           OPEN INPUT APROBACIONES.
           IF APROBACIONES-ESTADO = "00"
               PERFORM UNTIL APROBACIONES-ESTADO NOT = "00"
                   READ APROBACIONES
                   IF APROBACIONES-ESTADO = "00"
                       ADD 1 TO WS-CANT-LEIDOS
                       PERFORM 032-VALIDAR-APROBACION
                   END-IF
               END-PERFORM.
           CLOSE APROBACIONES.
      *******
       032-VALIDAR-APROBACION.
      *******
      * Solo se castiga deuda vencida a mas de 90 dias: el importe no
      * puede superar ese balde de la cuenta. Dos castigos de la
      * misma cuenta en la corrida se miden contra lo que dejo el
      * primero.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 0 TO WS-POS.
           IF ACA-SUPERVISOR = SPACES OR ACA-IMPORTE NOT NUMERIC
               MOVE "APROBACION MAL FORMADA" TO WS-MOTIVO
           ELSE
           IF ACA-IMPORTE = 0
               MOVE "IMPORTE EN CERO" TO WS-MOTIVO
           ELSE
               MOVE ACA-NRO-DOC TO WS-DOC-BUSCADO
               PERFORM 034-BUSCAR-SALDO
               IF WS-POS = 0
                   MOVE "CUENTA SIN SALDO EN SALDOS-CLI" TO WS-MOTIVO
               ELSE
               IF ACA-IMPORTE > SLT-BMAS(WS-POS)
                   MOVE "SUPERA LA DEUDA A MAS DE 90 D." TO WS-MOTIVO.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-CANT-RECHAZADOS
               MOVE 0 TO WS-IVA-NETO
               MOVE 0 TO WS-IVA-IVA
               MOVE SPACES TO WS-RESULTADO
               STRING "RECHAZADO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-RESULTADO
               PERFORM 080-LISTAR-APROBACION
           ELSE
               PERFORM 036-CASTIGAR.
      *******
       034-BUSCAR-SALDO.
      *******
           MOVE 0 TO WS-POS.
           PERFORM 035-COMPARAR-SALDO VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-SALDOS OR WS-POS NOT = 0.
      *******
       035-COMPARAR-SALDO.
      *******
           IF SLT-NRO-DOC(WS-J) = WS-DOC-BUSCADO
               MOVE WS-J TO WS-POS.
      *******
       036-CASTIGAR.
      *******
      * El castigo sale del balde de mas de 90 y entra como credito
      * de la cuenta, igual que lo va a ver PAGOS la proxima noche.
           IF WS-CANT-CASTIGOS = WS-TOPE-CASTIGOS
               DISPLAY "ERROR: CASTIGOS.DAT supera el tope "
                   "(2000); no se procesa nada."
               STOP RUN.
           MOVE ACA-IMPORTE TO WS-IVA-BRUTO.
           PERFORM 090-DESGLOSAR-IVA.
           ADD 1 TO WS-CANT-CASTIGOS.
           MOVE ACA-NRO-DOC TO CST-NRO-DOC(WS-CANT-CASTIGOS).
           MOVE WS-FECHA-PROCESO TO CST-FECHA(WS-CANT-CASTIGOS).
           MOVE ACA-IMPORTE TO CST-IMPORTE(WS-CANT-CASTIGOS).
           MOVE WS-IVA-NETO TO CST-NETO(WS-CANT-CASTIGOS).
           MOVE WS-IVA-IVA TO CST-IVA(WS-CANT-CASTIGOS).
           MOVE ACA-MOTIVO TO CST-MOTIVO(WS-CANT-CASTIGOS).
           MOVE ACA-SUPERVISOR TO CST-SUPERVISOR(WS-CANT-CASTIGOS).
           MOVE 0 TO CST-RECUPERADO(WS-CANT-CASTIGOS).
           MOVE 0 TO CST-FECHA-RECUP(WS-CANT-CASTIGOS).
           SUBTRACT ACA-IMPORTE FROM SLT-BMAS(WS-POS).
           SUBTRACT ACA-IMPORTE FROM SLT-SALDO(WS-POS).
           ADD ACA-IMPORTE TO SLT-CREDITOS(WS-POS).
           ADD 1 TO WS-CANT-CASTIGADOS.
           ADD ACA-IMPORTE TO WS-TOT-CASTIGADO.
           MOVE SPACES TO ASI-CONCEPTO.
           STRING "CASTIGO INCOB. " ACA-NRO-DOC
               DELIMITED BY SIZE INTO ASI-CONCEPTO.
           MOVE "INCOBRABLES" TO ASI-CUENTA.
           MOVE "D" TO ASI-DC.
           MOVE WS-IVA-NETO TO ASI-IMPORTE.
           PERFORM 095-GRABAR-ASIENTO.
           IF WS-IVA-IVA > 0
               MOVE "IVA-VENTAS" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE WS-IVA-IVA TO ASI-IMPORTE
               PERFORM 095-GRABAR-ASIENTO.
           MOVE "DEUDORES" TO ASI-CUENTA.
           MOVE "H" TO ASI-DC.
           MOVE ACA-IMPORTE TO ASI-IMPORTE.
           PERFORM 095-GRABAR-ASIENTO.
           PERFORM 038-MARCAR-MOROSO.
           MOVE SPACES TO WS-RESULTADO.
           STRING "CASTIGADO, APROBO " ACA-SUPERVISOR
               DELIMITED BY SIZE INTO WS-RESULTADO.
           PERFORM 080-LISTAR-APROBACION.
      *******
       038-MARCAR-MOROSO.
      *******
      * El documento castigado entra a la lista de morosos con el
      * motivo del castigo, salvo que ya estuviera.
           MOVE 0 TO WS-J.
           PERFORM 039-COMPARAR-MOROSO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-MOROSOS OR WS-J NOT = 0.
           IF WS-J = 0
               IF WS-CANT-MOROSOS = WS-TOPE-MOROSOS
                   DISPLAY "ATENCION: MOROSOS.DAT lleno (2000); "
                       ACA-NRO-DOC " no se agrega."
               ELSE
                   ADD 1 TO WS-CANT-MOROSOS
                   ADD 1 TO WS-CANT-MOR-NUEVOS
                   MOVE ACA-NRO-DOC TO MRT-DOCUMENTO(WS-CANT-MOROSOS)
                   MOVE SPACES TO MRT-MOTIVO(WS-CANT-MOROSOS)
                   STRING "CASTIGO: " ACA-MOTIVO DELIMITED BY SIZE
                       INTO MRT-MOTIVO(WS-CANT-MOROSOS).
      *******
       039-COMPARAR-MOROSO.
      *******
           IF MRT-DOCUMENTO(WS-I) = ACA-NRO-DOC
               MOVE WS-I TO WS-J.
      *-----------------------------------------------------------------
      *******
       040-RECUPERAR-CUENTA.
      *******
      * Cuenta con castigo pendiente que quedo con saldo a favor (lo
      * pagado y los creditos superan lo facturado): el excedente
      * recupera lo castigado hasta cubrirlo y deja de ser credito,
      * con lo que REEMBOLSOS ya no lo devuelve.
           IF SLT-PAGADO(WS-I) + SLT-CREDITOS(WS-I) >
               SLT-FACTURADO(WS-I)
               COMPUTE WS-A-FAVOR = SLT-PAGADO(WS-I) +
                   SLT-CREDITOS(WS-I) - SLT-FACTURADO(WS-I)
               MOVE 0 TO WS-PENDIENTE
               PERFORM 042-SUMAR-PENDIENTE VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-CASTIGOS
               IF WS-PENDIENTE > 0
                   PERFORM 044-RECUPERAR.
      *******
       042-SUMAR-PENDIENTE.
      *******
           IF CST-NRO-DOC(WS-J) = SLT-NRO-DOC(WS-I)
               COMPUTE WS-PENDIENTE = WS-PENDIENTE +
                   CST-IMPORTE(WS-J) - CST-RECUPERADO(WS-J).
      *******
       044-RECUPERAR.
      *******
           IF WS-A-FAVOR < WS-PENDIENTE
               MOVE WS-A-FAVOR TO WS-RECUPERO
           ELSE
               MOVE WS-PENDIENTE TO WS-RECUPERO.
           IF WS-RECUPERO > SLT-CREDITOS(WS-I)
               MOVE SLT-CREDITOS(WS-I) TO WS-RECUPERO.
           IF WS-RECUPERO > 0
               PERFORM 045-RECUPERAR-IMPORTE.
      *******
       045-RECUPERAR-IMPORTE.
      *******
           SUBTRACT WS-RECUPERO FROM SLT-CREDITOS(WS-I).
      * Se imputa a los castigos de la cuenta del mas viejo al mas
      * nuevo.
           MOVE WS-RECUPERO TO WS-RESTO.
           PERFORM 046-IMPUTAR-RECUPERO VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-CASTIGOS OR WS-RESTO = 0.
           ADD 1 TO WS-CANT-RECUPEROS.
           ADD WS-RECUPERO TO WS-TOT-RECUPERADO.
           MOVE WS-RECUPERO TO WS-IVA-BRUTO.
           PERFORM 090-DESGLOSAR-IVA.
           MOVE SPACES TO ASI-CONCEPTO.
           STRING "RECUPERO INCOB. " SLT-NRO-DOC(WS-I)
               DELIMITED BY SIZE INTO ASI-CONCEPTO.
           MOVE "DEUDORES" TO ASI-CUENTA.
           MOVE "D" TO ASI-DC.
           MOVE WS-RECUPERO TO ASI-IMPORTE.
           PERFORM 095-GRABAR-ASIENTO.
           MOVE "RECUPERO-INC" TO ASI-CUENTA.
           MOVE "H" TO ASI-DC.
           MOVE WS-IVA-NETO TO ASI-IMPORTE.
           PERFORM 095-GRABAR-ASIENTO.
           IF WS-IVA-IVA > 0
               MOVE "IVA-VENTAS" TO ASI-CUENTA
               MOVE "H" TO ASI-DC
               MOVE WS-IVA-IVA TO ASI-IMPORTE
               PERFORM 095-GRABAR-ASIENTO.
           MOVE SLT-NRO-DOC(WS-I) TO ROW-NRO-DOC.
           MOVE WS-RECUPERO TO ROW-IMPORTE.
           MOVE WS-IVA-NETO TO ROW-NETO.
           MOVE WS-IVA-IVA TO ROW-IVA.
           MOVE SPACES TO ROW-MOTIVO.
           MOVE "RECUPERO DE CASTIGO" TO ROW-RESULTADO.
           WRITE LINEA FROM PTR-ROW.
      *******
       046-IMPUTAR-RECUPERO.
      *******
           IF CST-NRO-DOC(WS-J) = SLT-NRO-DOC(WS-I) AND
               CST-IMPORTE(WS-J) > CST-RECUPERADO(WS-J)
               COMPUTE WS-IMPUTADO = CST-IMPORTE(WS-J) -
                   CST-RECUPERADO(WS-J)
               IF WS-IMPUTADO > WS-RESTO
                   MOVE WS-RESTO TO WS-IMPUTADO
               END-IF
               ADD WS-IMPUTADO TO CST-RECUPERADO(WS-J)
               SUBTRACT WS-IMPUTADO FROM WS-RESTO
               MOVE WS-FECHA-PROCESO TO CST-FECHA-RECUP(WS-J).
      *-----------------------------------------------------------------
      *******
       050-CERRAR-ARCHIVOS.
      *******
           CLOSE ASI-PEND.
           WRITE LINEA FROM PE4-ENCABE.
           MOVE "Total castigado:" TO TOT-CONCEPTO.
           MOVE WS-TOT-CASTIGADO TO TOT-IMPORTE.
           MOVE WS-CANT-CASTIGADOS TO TOT-CANT.
           WRITE LINEA FROM PTR-TOTAL.
           MOVE "Total recuperado:" TO TOT-CONCEPTO.
           MOVE WS-TOT-RECUPERADO TO TOT-IMPORTE.
           MOVE WS-CANT-RECUPEROS TO TOT-CANT.
           WRITE LINEA FROM PTR-TOTAL.
           CLOSE LISTADO.
      *-----------------------------------------------------------------
      *******
       060-REGRABAR-CASTIGOS.
      *******
           OPEN OUTPUT CASTIGOS.
           IF CASTIGOS-ESTADO NOT = "00" AND
               CASTIGOS-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA CASTIGOS FS: "
                   CASTIGOS-ESTADO
               STOP RUN.
           PERFORM 062-REGRABAR-UN-CASTIGO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-CASTIGOS.
           CLOSE CASTIGOS.
      *******
       062-REGRABAR-UN-CASTIGO.
      *******
           MOVE CST-NRO-DOC(WS-I) TO CAS-NRO-DOC.
           MOVE CST-FECHA(WS-I) TO CAS-FECHA.
           MOVE CST-IMPORTE(WS-I) TO CAS-IMPORTE.
           MOVE CST-NETO(WS-I) TO CAS-NETO.
           MOVE CST-IVA(WS-I) TO CAS-IVA.
           MOVE CST-MOTIVO(WS-I) TO CAS-MOTIVO.
           MOVE CST-SUPERVISOR(WS-I) TO CAS-SUPERVISOR.
           MOVE CST-RECUPERADO(WS-I) TO CAS-RECUPERADO.
           MOVE CST-FECHA-RECUP(WS-I) TO CAS-FECHA-RECUP.
           WRITE CAS.
      *-----------------------------------------------------------------
      *******
       065-REGRABAR-SALDOS.
      *******
           OPEN OUTPUT SALDOS.
           IF SALDOS-ESTADO NOT = "00" AND SALDOS-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA SALDOS-CLI FS: "
                   SALDOS-ESTADO
               STOP RUN.
           PERFORM 067-REGRABAR-UN-SALDO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-SALDOS.
           CLOSE SALDOS.
      *******
       067-REGRABAR-UN-SALDO.
      *******
           MOVE SLT-NRO-DOC(WS-I) TO SAL-NRO-DOC.
           MOVE SLT-FACTURADO(WS-I) TO SAL-FACTURADO.
           MOVE SLT-PAGADO(WS-I) TO SAL-PAGADO.
           MOVE SLT-CREDITOS(WS-I) TO SAL-CREDITOS.
           MOVE SLT-SALDO(WS-I) TO SAL-SALDO.
           MOVE SLT-B30(WS-I) TO SAL-B30.
           MOVE SLT-B60(WS-I) TO SAL-B60.
           MOVE SLT-B90(WS-I) TO SAL-B90.
           MOVE SLT-BMAS(WS-I) TO SAL-BMAS.
           WRITE SAL.
      *-----------------------------------------------------------------
      *******
       070-AGREGAR-MOROSOS.
      *******
      * OPEN EXTEND: lo que ya tenia la lista queda como estaba.
           OPEN EXTEND MOROSOS.
           IF MOROSOS-ESTADO = "35"
               OPEN OUTPUT MOROSOS
               CLOSE MOROSOS
               OPEN EXTEND MOROSOS.
           IF MOROSOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MOROSOS FS: " MOROSOS-ESTADO
               STOP RUN.
           COMPUTE WS-J = WS-CANT-MOR-LEIDOS + 1.
           PERFORM 072-AGREGAR-UN-MOROSO VARYING WS-I FROM WS-J BY 1
               UNTIL WS-I > WS-CANT-MOROSOS.
           CLOSE MOROSOS.
      *******
       072-AGREGAR-UN-MOROSO.
      *******
           MOVE MRT-DOCUMENTO(WS-I) TO MOR-DOCUMENTO.
           MOVE MRT-MOTIVO(WS-I) TO MOR-MOTIVO.
           MOVE WS-FECHA-PROCESO TO MOR-FECHA.
           WRITE REG-MOROSO.
      *******
       075-VACIAR-APROBACIONES.
      *******
      * Cada aprobacion se toma una sola vez: la rechazada hay que
      * volver a cargarla corregida.
           OPEN OUTPUT APROBACIONES.
           CLOSE APROBACIONES.
      *-----------------------------------------------------------------
      *******
       080-LISTAR-APROBACION.
      *******
           MOVE ACA-NRO-DOC TO ROW-NRO-DOC.
           IF ACA-IMPORTE IS NUMERIC
               MOVE ACA-IMPORTE TO ROW-IMPORTE
           ELSE
               MOVE 0 TO ROW-IMPORTE.
           MOVE WS-IVA-NETO TO ROW-NETO.
           MOVE WS-IVA-IVA TO ROW-IVA.
           MOVE ACA-MOTIVO TO ROW-MOTIVO.
           MOVE WS-RESULTADO TO ROW-RESULTADO.
           WRITE LINEA FROM PTR-ROW.
      *******
       090-DESGLOSAR-IVA.
      *******
           COMPUTE WS-IVA-NETO ROUNDED = WS-IVA-BRUTO /
               (1 + WS-TASA-IVA / 100).
           COMPUTE WS-IVA-IVA = WS-IVA-BRUTO - WS-IVA-NETO.
      *******
       095-GRABAR-ASIENTO.
      *******
           MOVE WS-FECHA-PROCESO TO ASI-FECHA.
           WRITE ASI.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CASTIGOS.
