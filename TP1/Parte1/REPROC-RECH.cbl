      *       esos motivo 2 habian generado se retiran tambien.
      *   LD  Si EXCEPCIONES.DAT supera la tabla en memoria se aborta
      *       sin reprocesar, igual que con RECHAZOS.DAT.
      *   LD  PENDIENTES-HOY.DAT lleva la marca de canje de puntos
      *       (PHOY-CANJE); lo reinyectado desde un rechazo no canjea.
      *   LD  PENDIENTES-HOY.DAT lleva el codigo de promocion
      *       (PHOY-PROMO); lo reinyectado desde un rechazo va sin
      *       promocion.
      *   LD  PENDIENTES-HOY.DAT lleva los codigos de adicionales
      *       (PHOY-EXTRAS); lo reinyectado desde un rechazo va sin
      *       adicionales.
      *   LD  PENDIENTES-HOY.DAT lleva la moneda pactada
      *       (PHOY-MONEDA); lo reinyectado desde un rechazo va en
      *       pesos.
      *   LD  PENDIENTES-HOY.DAT lleva la patente original del cambio
      *       de auto (PHOY-PATENTE-ANT) y el numero de cotizacion
      *       (PHOY-COTIZ-NRO); lo reinyectado desde un rechazo va sin
      *       cambio de auto y sin cotizacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROC-RECH.
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

      * Novedades reinyectadas listas para el merge (quinta corriente
      * de TP-PARTE-1, compartida con REPROC-PEND).
           03  PHOY-HORA-RETIRO       PIC 9(4).
           03  PHOY-HORA-DEVOL        PIC 9(4).
           03  PHOY-MODO              PIC X.
           03  PHOY-CANJE             PIC X.
           03  PHOY-PROMO             PIC X(10).
           03  PHOY-EXTRAS            PIC X(12).
           03  PHOY-MONEDA            PIC X(3).
           03  PHOY-PATENTE-ANT       PIC X(6).
           03  PHOY-COTIZ-NRO         PIC 9(7).

       WORKING-STORAGE SECTION.
       77  RECH-EOF            PIC XXX     VALUE "NO".
           MOVE 0 TO PHOY-HORA-RETIRO.
           MOVE 0 TO PHOY-HORA-DEVOL.
           MOVE SPACE TO PHOY-MODO.
           MOVE SPACE TO PHOY-CANJE.
           MOVE SPACES TO PHOY-PROMO.
           MOVE SPACES TO PHOY-EXTRAS.
           MOVE SPACES TO PHOY-MONEDA.
           MOVE SPACES TO PHOY-PATENTE-ANT.
           MOVE 0 TO PHOY-COTIZ-NRO.
           WRITE REG-PEND-HOY.
           IF PEND-HOY-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE PENDIENTES-HOY FS: "
