      *       suficiente y con turno vigente en la fecha; si no,
      *       reabrirlo seria volver a rechazarlo en la proxima
      *       corrida de TP2.
      *   LD  MAESTRO.DAT con clave patente+fecha: el registro del
      *       rechazo se lee directo por patente y fecha del rechazo,
      *       ya no puede estar pisado por otro dia de la misma
      *       patente.
      *   LD  El legajo que habilita la reapertura de un motivo 3
      *       tiene que tener ademas la licencia de conducir vigente
      *       en la fecha (CHM-VENCE-LICENCIA), como exige TP2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REABRE-RECH.
           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT RECHAZOS     ASSIGN TO DISK
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
           03 CHM-NOMBRE           PIC X(30).
           03 CHM-LICENCIA         PIC X(15).
           03 CHM-CLASE            PIC X.
      * Vencimiento de la licencia de conducir (AAAAMMDD); 0 =
      * sin dato.
           03 CHM-VENCE-LICENCIA   PIC 9(8).

      * Archivo de turnos puro (ver CARGA-CHO).
       FD  CHOFERES LABEL RECORD IS STANDARD
           IF WS-CAND-MOTIVO(WS-I) = 3
               PERFORM 052-VERIFICAR-HABILITADO.
           MOVE WS-CAND-PATENTE(WS-I) TO ALQ-PATENTE.
           MOVE WS-CAND-FECHA(WS-I) TO ALQ-FECHA.
           READ M
               INVALID KEY CONTINUE.
           IF M-ESTADO NOT = "00"
                   ": YA NO ESTA EN MAESTRO.DAT"
           ELSE
           IF ALQ-ESTADO NOT = "R" OR
               ALQ-NRO-DOC NOT = WS-CAND-NRO-DOC(WS-I)
      * La fila fue recargada o ya salio en un listado anterior: si
      * se reabriera se contaria dos veces.
               ADD 1 TO WS-CANT-SALTEADOS
           ELSE
           READ CHOFERES-MAE NEXT RECORD
               AT END MOVE "SI" TO WS-CHM-EOF.
           IF WS-CHM-EOF = "NO" AND CHM-ESTADO = "00" AND
               CHM-CLASE >= WS-CLASE-REQUERIDA AND
               (CHM-VENCE-LICENCIA NOT NUMERIC OR
                CHM-VENCE-LICENCIA = 0 OR
                CHM-VENCE-LICENCIA >= WS-CAND-FECHA(WS-I))
               PERFORM 0523-VERIFICAR-TURNO
               IF WS-TIENE-TURNO = "SI"
                   MOVE "SI" TO WS-HAY-HABILITADO.
