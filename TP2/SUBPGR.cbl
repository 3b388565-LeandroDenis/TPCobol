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

      * Cerrojo de acceso a CLIENTES.TXT: mientras existe, un batch lo
      * tiene tomado; las consultas esperan y reintentan en vez de
           MOVE "A" TO CLI-ESTADO-CLI.
           MOVE SPACES TO CLI-LICENCIA-COND.
           MOVE 0 TO CLI-LIMITE-CRED.
           MOVE SPACES TO CLI-CUIT-EMPRESA.
           MOVE 0 TO CLI-VENCE-LICENCIA.
           MOVE SPACE TO CLI-REBOTE-EMAIL.
           MOVE SPACE TO CLI-REBOTE-TEL.
           MOVE SPACES TO CLI-CBU.
           WRITE CLI.
           IF CLI-ESTADO NOT = ZERO AND "22"
               DISPLAY "ERROR EN WRITE STUB CLIENTES FS: " CLI-ESTADO
           MOVE "A" TO CLI-ESTADO-CLI.
           MOVE SPACES TO CLI-LICENCIA-COND.
           MOVE 0 TO CLI-LIMITE-CRED.
           MOVE SPACES TO CLI-CUIT-EMPRESA.
           MOVE 0 TO CLI-VENCE-LICENCIA.
           MOVE SPACE TO CLI-REBOTE-EMAIL.
           MOVE SPACE TO CLI-REBOTE-TEL.
           MOVE SPACES TO CLI-CBU.
           WRITE CLI.
           IF CLI-ESTADO NOT = ZERO AND "22"
               DISPLAY "ERROR EN WRITE STUB CLIENTES FS: " CLI-ESTADO
