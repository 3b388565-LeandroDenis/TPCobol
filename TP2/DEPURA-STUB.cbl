      *       informado en DEPURA-STUB.DAT.
      *   LD  Cerrojo CLIENTES.LCK tomado durante la depuracion,
      *       compartido con SUBPGR y las consultas.
      *   LD  CBU del cliente (CLI-CBU) tomado de la entrada al
      *       fusionar el dato real; blanco en los renumerados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURA-STUB.
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

       FD  CLIENTES-ENTRADA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES-ENTRADA.TXT".
           03 FILLER            PIC X.
           03 CLI2-LICENCIA     PIC X(15).
           03 CLI2-LIMITE-CRED  PIC 9(7)V99.
           03 CLI2-CUIT-EMPRESA PIC X(11).
           03 CLI2-VENCE-LICENCIA PIC 9(8).
      * Tipo de documento (solo lo controla CARGA-CLI) y CBU.
           03 FILLER            PIC X.
           03 CLI2-CBU          PIC X(22).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DEPURA-STUB.DAT".
               05 WS-ENT-EMAIL     PIC X(30).
               05 WS-ENT-LICENCIA  PIC X(15).
               05 WS-ENT-LIMITE    PIC 9(7)V99.
               05 WS-ENT-EMPRESA   PIC X(11).
               05 WS-ENT-VENCE-LIC PIC 9(8).
               05 WS-ENT-CBU       PIC X(22).

       01  PE1-ENCABE.
           03 FILLER           PIC X(46) VALUE
               MOVE CLI2-LIMITE-CRED TO WS-ENT-LIMITE(WS-CANT-ENTRADA)
           ELSE
               MOVE 0 TO WS-ENT-LIMITE(WS-CANT-ENTRADA).
           MOVE CLI2-CUIT-EMPRESA TO WS-ENT-EMPRESA(WS-CANT-ENTRADA).
           IF CLI2-VENCE-LICENCIA IS NUMERIC
               MOVE CLI2-VENCE-LICENCIA TO
                   WS-ENT-VENCE-LIC(WS-CANT-ENTRADA)
           ELSE
               MOVE 0 TO WS-ENT-VENCE-LIC(WS-CANT-ENTRADA).
           IF CLI2-CBU IS NUMERIC
               MOVE CLI2-CBU TO WS-ENT-CBU(WS-CANT-ENTRADA)
           ELSE
               MOVE SPACES TO WS-ENT-CBU(WS-CANT-ENTRADA).
           PERFORM 020-LEER-ENTRADA.
      *-----------------------------------------------------------------
      *******
               MOVE "A" TO CLI-ESTADO-CLI
               MOVE SPACES TO CLI-LICENCIA-COND
               MOVE 0 TO CLI-LIMITE-CRED
               MOVE SPACES TO CLI-CUIT-EMPRESA
               MOVE 0 TO CLI-VENCE-LICENCIA
               MOVE SPACE TO CLI-REBOTE-EMAIL
               MOVE SPACE TO CLI-REBOTE-TEL
               MOVE SPACES TO CLI-CBU
               WRITE CLI
               IF CLI-ESTADO = "00" OR CLI-ESTADO = "02"
                   ADD 1 TO WS-CANT-RENUMERADOS
               MOVE "A" TO CLI-ESTADO-CLI
               MOVE WS-ENT-LICENCIA(WS-POS) TO CLI-LICENCIA-COND
               MOVE WS-ENT-LIMITE(WS-POS) TO CLI-LIMITE-CRED
               MOVE WS-ENT-EMPRESA(WS-POS) TO CLI-CUIT-EMPRESA
               MOVE WS-ENT-VENCE-LIC(WS-POS) TO CLI-VENCE-LICENCIA
               MOVE SPACE TO CLI-REBOTE-EMAIL
               MOVE SPACE TO CLI-REBOTE-TEL
               MOVE WS-ENT-CBU(WS-POS) TO CLI-CBU
               REWRITE CLI
               IF CLI-ESTADO = "00" OR CLI-ESTADO = "02"
                   ADD 1 TO WS-CANT-FUSIONADOS
           MOVE "A" TO CLI-ESTADO-CLI.
           MOVE WS-ENT-LICENCIA(WS-POS) TO CLI-LICENCIA-COND.
           MOVE WS-ENT-LIMITE(WS-POS) TO CLI-LIMITE-CRED.
           MOVE WS-ENT-EMPRESA(WS-POS) TO CLI-CUIT-EMPRESA.
           MOVE WS-ENT-VENCE-LIC(WS-POS) TO CLI-VENCE-LICENCIA.
           MOVE SPACE TO CLI-REBOTE-EMAIL.
           MOVE SPACE TO CLI-REBOTE-TEL.
           MOVE WS-ENT-CBU(WS-POS) TO CLI-CBU.
           WRITE CLI.
           IF CLI-ESTADO = "00" OR CLI-ESTADO = "02"
               ADD 1 TO WS-CANT-FUSIONADOS
