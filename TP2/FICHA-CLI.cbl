      *       intentos bloqueados de INTENTOS-MOROSOS.DAT. Reemplaza
      *       la vuelta por CONSULTA-CLI, LISTADO.TXT, SALDOS-CLI y
      *       RECHAZOS que hacia falta para atender un llamado.
      *   LD  Saldo de puntos de fidelidad del cliente y fecha en que
      *       vencen los mas viejos (PUNTOS-SALDO.DAT de PUNTOS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-CLI.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-ESTADO.

           SELECT OPTIONAL PUNTOS-SALDO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PUNTOS-ESTADO.

           SELECT OPTIONAL RECHAZOS-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RECH-HIST-ESTADO.
           03 CLI-ESTADO-CLI   PIC X.
           03 CLI-LICENCIA-COND PIC X(15).
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

       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MAESTRO-ACT.DAT".
           03  SAL-B90             PIC 9(9)V99.
           03  SAL-BMAS            PIC 9(9)V99.

       FD  PUNTOS-SALDO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PUNTOS-SALDO.DAT".
       01  PSAL.
           03  PSAL-NRO-DOC        PIC X(20).
           03  PSAL-PUNTOS         PIC 9(7).
           03  PSAL-FECHA-VTO      PIC 9(8).

       FD  RECHAZOS-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../../Parte1/RECHAZOS-HIST.DAT".
       77  MAE-ACT-ESTADO      PIC XX.
       77  HISTORICO-ESTADO    PIC XX.
       77  SALDOS-ESTADO       PIC XX.
       77  PUNTOS-ESTADO       PIC XX.
       77  RECH-HIST-ESTADO    PIC XX.
       77  INTENTOS-ESTADO     PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       01  FIC-SIN-SALDO.
           03 FILLER           PIC X(40) VALUE
               'Sin saldo registrado en SALDOS-CLI.DAT'.
       01  FIC-PUNTOS.
           03 FILLER           PIC X(17) VALUE 'Puntos:          '.
           03 FIC-PTS          PIC Z(6)9.
           03 FILLER           PIC X(16) VALUE '  Vencen desde: '.
           03 FIC-PTS-VTO      PIC 9(8).
       01  PE3-TITULO-ALQ.
           03 FILLER           PIC X(40) VALUE
               'Alquileres (vigentes e historicos)'.
               WRITE LINEA FROM FIC-SALDO-2
           ELSE
               WRITE LINEA FROM FIC-SIN-SALDO.
           PERFORM 057-ESCRIBIR-PUNTOS.
      *******
       057-ESCRIBIR-PUNTOS.
      *******
           MOVE 0 TO FIC-PTS.
           MOVE 0 TO FIC-PTS-VTO.
           OPEN INPUT PUNTOS-SALDO.
           IF PUNTOS-ESTADO = "00"
               PERFORM UNTIL PUNTOS-ESTADO NOT = "00"
                   READ PUNTOS-SALDO
                   IF PUNTOS-ESTADO = "00" AND
                       PSAL-NRO-DOC = WS-DOC-BUSCADO
                       MOVE PSAL-PUNTOS TO FIC-PTS
                       MOVE PSAL-FECHA-VTO TO FIC-PTS-VTO
                   END-IF
               END-PERFORM.
           CLOSE PUNTOS-SALDO.
           WRITE LINEA FROM FIC-PUNTOS.
      *******
       058-ESCRIBIR-ALQUILERES.
      *******
