      *       al pie sale el resumen de cartas por balde. Los
      *       documentos de MOROSOS.DAT no reciben carta: ya estan en
      *       gestion formal de cobranzas.
      *   LD  Cada carta deja ademas un aviso de cobranza al cliente
      *       en AVISOS-PEND.DAT (plantilla COBRANZA, con nivel, saldo
      *       y vencido) que NOTIFICA encola para el gateway de
      *       email/SMS.
      *   LD  Cargos en disputa (DISPUTAS.DAT): un alquiler retenido
      *       no entra en la carta porque PAGOS ya lo deja fuera de
      *       los baldes y del saldo; al pie del detalle se aclara el
      *       importe en disputa que no se reclama.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS-MOR.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MOROSOS-ESTADO.

           SELECT AVISOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AVISOS-ESTADO.

           SELECT OPTIONAL DISPUTAS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS DSP-CLAVE
                               FILE STATUS IS DISPUTAS-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
      * Limite de credito; 0 = sin limite. Sobre el saldo de la
      * ultima corrida de PAGOS el merge bloquea con motivo 14.
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
      * CUIT de la cuenta corporativa (EMPRESAS.DAT) que paga los
      * alquileres del cliente; blanco = cliente particular.
           03 CLI-CUIT-EMPRESA PIC X(11).
      * Vencimiento de la licencia de conducir (AAAAMMDD); 0 =
      * sin dato.
           03 CLI-VENCE-LICENCIA PIC 9(8).
      * Rebote informado por el gateway de avisos (NOTIFICA): "S"
      * = el email / telefono reboto y no se vuelve a usar hasta
      * que CLI-NOV lo cambie; blanco = utilizable.
           03 CLI-REBOTE-EMAIL PIC X.
           03 CLI-REBOTE-TEL   PIC X.
      * CBU de la cuenta bancaria del cliente (22 digitos) para
      * las devoluciones por transferencia (REEMBOLSOS); blanco
      * = sin dato.
           03 CLI-CBU          PIC X(22).

      * Lista negra de morosos en gestion formal (ver TP-PARTE-1).
       FD  MOROSOS LABEL RECORD IS STANDARD
           03  MOR-MOTIVO      PIC X(30).
           03  MOR-FECHA       PIC 9(8).

      * Avisos a clientes pendientes de encolar (ver NOTIFICA).
       FD  AVISOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AVISOS-PEND.DAT".
       01  AVP.
           03  AVP-FECHA           PIC 9(8).
           03  AVP-ORIGEN          PIC X(10).
           03  AVP-TIPO-DOC        PIC X.
           03  AVP-NRO-DOC         PIC X(20).
           03  AVP-PLANTILLA       PIC X(8).
           03  AVP-VARIABLE        PIC X(20) OCCURS 4 TIMES.

      * Libro de disputas (ver DISPUTAS): cargos retenidos mientras
      * la disputa sigue abierta.
       FD  DISPUTAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DISPUTAS.DAT".
       01  DSP.
           03 DSP-CLAVE.
               05 DSP-PATENTE      PIC X(6).
               05 DSP-FECHA        PIC 9(8).
               05 DSP-SECUENCIA    PIC 9(2).
           03 DSP-TIPO-DOC         PIC X.
           03 DSP-NRO-DOC          PIC X(20).
           03 DSP-ORIGEN           PIC X.
           03 DSP-CONCEPTO         PIC X(20).
           03 DSP-IMPORTE          PIC 9(6)V99.
           03 DSP-MOTIVO           PIC X(40).
           03 DSP-RESPONSABLE      PIC X(10).
      * "A" abierta (cargo retenido) / "C" confirmado / "N" anulado.
           03 DSP-ESTADO           PIC X.
           03 DSP-FECHA-ALTA       PIC 9(8).
           03 DSP-FECHA-RESOL      PIC 9(8).
           03 DSP-RESOLUCION       PIC X(40).
           03 DSP-IMPORTE-CREDITO  PIC 9(6)V99.

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CARTAS-MOROSOS.DAT".
       01  LINEA               PIC X(80).
       77  CLIENTES-ESTADO     PIC XX.
       77  MOROSOS-ESTADO      PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  AVISOS-ESTADO       PIC XX.
       77  CLIENTES-DISPONIBLE PIC X(2)    VALUE "NO".
       01  WS-CANT-MOROSOS     PIC 9(3)    VALUE 0.
       01  WS-J                PIC 9(3).
       01  WS-CANT-NIVEL-2     PIC 9(5)    VALUE 0.
       01  WS-CANT-NIVEL-3     PIC 9(5)    VALUE 0.
       01  WS-CANT-EN-GESTION  PIC 9(5)    VALUE 0.
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-AVP-VENCIDO      PIC 9(9)V99.
       01  WS-AVP-IMPORTE      PIC ZZZZZZZZ9,99.
      * Importe en disputa abierta por documento (ver DISPUTAS).
       77  DISPUTAS-ESTADO     PIC XX.
       01  WS-CANT-DISPUTAS    PIC 9(3)    VALUE 0.
       01  WS-DSP-IDX          PIC 9(3).
       01  WS-DSP-POS          PIC 9(3).
       01  WS-TABLA-DISPUTAS.
           03 WS-DISPUTA OCCURS 500 TIMES.
               05 WS-DSP-DOC       PIC X(20) VALUE SPACES.
               05 WS-DSP-IMPORTE   PIC 9(9)V99 VALUE 0.
       01  WS-TABLA-MOROSOS.
           03 WS-MOROSO OCCURS 500 TIMES.
               05 MOROSO-DOC       PIC X(20) VALUE SPACES.
       01  CAR-DET-TOTAL.
           03 FILLER           PIC X(14) VALUE '  Saldo total '.
           03 DET-TOTAL        PIC ZZZZZZZ9,99.
       01  CAR-DET-DISPUTA.
           03 FILLER           PIC X(28) VALUE
               '  En disputa, no reclamado '.
           03 DET-DISPUTA      PIC ZZZZZZZ9,99.
       01  PTR-RESUMEN-1.
           03 FILLER           PIC X(34) VALUE
               'Cartas nivel 1 (recordatorio):    '.

       PROCEDURE DIVISION.
       COMIENZO.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
            PERFORM 005-CARGAR-MOROSOS.
            PERFORM 007-CARGAR-DISPUTAS.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 020-LEER-SALDO.
            PERFORM 050-PROCESAR-SALDO UNTIL SALDOS-EOF = "SI".
               END-PERFORM.
           CLOSE MOROSOS.
      *-----------------------------------------------------------------
      *******
       007-CARGAR-DISPUTAS.
      *******
      * Importe retenido por disputas abiertas, sumado por documento.
      * Los alquileres retenidos ya vienen fuera de los baldes de
      * SALDOS-CLI (PAGOS no los envejece); aca solo se informan.
           OPEN INPUT DISPUTAS.
           IF DISPUTAS-ESTADO = "00"
               PERFORM UNTIL DISPUTAS-ESTADO NOT = "00"
                   READ DISPUTAS NEXT RECORD
                   IF DISPUTAS-ESTADO = "00" AND DSP-ESTADO = "A"
                       PERFORM 0071-SUMAR-DISPUTA
                   END-IF
               END-PERFORM.
           CLOSE DISPUTAS.
      *******
       0071-SUMAR-DISPUTA.
      *******
           MOVE 0 TO WS-DSP-POS.
           PERFORM 0072-COMPARAR-DISPUTA VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-CANT-DISPUTAS OR WS-DSP-POS > 0.
           IF WS-DSP-POS = 0 AND WS-CANT-DISPUTAS < 500
               ADD 1 TO WS-CANT-DISPUTAS
               MOVE WS-CANT-DISPUTAS TO WS-DSP-POS
               MOVE DSP-NRO-DOC TO WS-DSP-DOC(WS-DSP-POS).
           IF WS-DSP-POS > 0
               ADD DSP-IMPORTE TO WS-DSP-IMPORTE(WS-DSP-POS).
      *******
       0072-COMPARAR-DISPUTA.
      *******
           IF WS-DSP-DOC(WS-DSP-IDX) = DSP-NRO-DOC
               MOVE WS-DSP-IDX TO WS-DSP-POS.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
               MOVE "NO" TO CLIENTES-DISPONIBLE
               DISPLAY "AVISO: SIN CLIENTES.TXT; las cartas salen "
                   "solo con el documento.".
           OPEN EXTEND AVISOS.
           IF AVISOS-ESTADO = "35"
               OPEN OUTPUT AVISOS
               CLOSE AVISOS
               OPEN EXTEND AVISOS.
           IF AVISOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AVISOS-PEND FS: " AVISOS-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CARTAS-MOROSOS FS: "
               ELSE
                   PERFORM 054-DETERMINAR-NIVEL
                   PERFORM 056-ESCRIBIR-CARTA
                   PERFORM 058-AVISAR-COBRANZA
               END-IF
           END-IF.
           PERFORM 020-LEER-SALDO.
               WRITE LINEA FROM CAR-DET-ROW.
           MOVE SAL-SALDO TO DET-TOTAL.
           WRITE LINEA FROM CAR-DET-TOTAL.
           MOVE 0 TO WS-DSP-POS.
           PERFORM 0561-BUSCAR-DISPUTA VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-CANT-DISPUTAS OR WS-DSP-POS > 0.
           IF WS-DSP-POS > 0
               MOVE WS-DSP-IMPORTE(WS-DSP-POS) TO DET-DISPUTA
               WRITE LINEA FROM CAR-DET-DISPUTA.
      *******
       0561-BUSCAR-DISPUTA.
      *******
           IF WS-DSP-DOC(WS-DSP-IDX) = SAL-NRO-DOC
               MOVE WS-DSP-IDX TO WS-DSP-POS.
      *******
       057-RESOLVER-CLIENTE.
      *******
                   MOVE CLI-NOMBRE TO CAR-NOMBRE
                   MOVE CLI-DIRECCION TO CAR-DIR
                   MOVE CLI-EMAIL TO CAR-MAIL.
      *******
       058-AVISAR-COBRANZA.
      *******
      * Vencido: todo lo que pasa de los 30 dias.
           COMPUTE WS-AVP-VENCIDO = SAL-B60 + SAL-B90 + SAL-BMAS.
           MOVE WS-FECHA-HOY TO AVP-FECHA.
           MOVE "CARTAS-MOR" TO AVP-ORIGEN.
      * SALDOS-CLI no trae el tipo de documento; NOTIFICA busca al
      * cliente solo por el numero.
           MOVE SPACE TO AVP-TIPO-DOC.
           MOVE SAL-NRO-DOC TO AVP-NRO-DOC.
           MOVE "COBRANZA" TO AVP-PLANTILLA.
           MOVE WS-NIVEL TO AVP-VARIABLE(1).
           MOVE SAL-SALDO TO WS-AVP-IMPORTE.
           MOVE WS-AVP-IMPORTE TO AVP-VARIABLE(2).
           MOVE WS-AVP-VENCIDO TO WS-AVP-IMPORTE.
           MOVE WS-AVP-IMPORTE TO AVP-VARIABLE(3).
           MOVE SPACES TO AVP-VARIABLE(4).
           WRITE AVP.
           IF AVISOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE AVISOS-PEND FS: " AVISOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       060-ESCRIBIR-RESUMEN.
      *******
           CLOSE
               SALDOS
               AVISOS
               LISTADO.
           IF CLIENTES-DISPONIBLE = "SI"
               CLOSE CLIENTES.
