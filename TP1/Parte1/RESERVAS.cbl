      *       un alquiler de mostrador. Se corre despues de TP-PARTE-1
      *       y antes de la proxima corrida del merge, igual que
      *       REPROC-PEND.
      *   LD  Cada reserva que se confirma (nueva o salida de la
      *       lista de espera) o que entra en lista de espera deja un
      *       aviso al cliente en AVISOS-PEND.DAT de TP2, que NOTIFICA
      *       encola para el gateway de email/SMS. Se graban despues
      *       de regrabar el libro.
      *   LD  Anticipos de reservas: la agencia carga en RES-ANTICIPO
      *       lo que el cliente pago al reservar y marca "X" la
      *       reserva que el cliente cancela. La reserva nueva con
      *       anticipo y la cancelada se pasan a ANTICIPOS-PEND.DAT de
      *       TP2, que ANTICIPOS lleva al libro de anticipos; la
      *       cancelada libera sus dias y se depura del libro igual
      *       que las "T".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVAS.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RES-HOY-ESTADO.

           SELECT AVISOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AVISOS-ESTADO.

           SELECT ANT-PEND     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ANT-PEND-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.
       FILE SECTION.
      * Libro de reservas: un registro por pedido de agencia, con el
      * estado del ciclo (" " nueva, "C" confirmada, "W" en lista de
      * espera, "T" tomada por el merge, "X" cancelada por el
      * cliente; las "T" y las "X" se depuran al regrabar).
       FD  RESERVAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RESERVAS.DAT".
       01  RES.
           03  RES-TIPO-DOC    PIC X.
           03  RES-NRO-DOC     PIC X(20).
           03  RES-ESTADO      PIC X.
      * Anticipo cobrado al reservar (0 = sin anticipo).
           03  RES-ANTICIPO    PIC 9(7)V99.

       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO-ACT.DAT".
           03  RHOY-TIPO-DOC          PIC X.
           03  RHOY-NRO-DOC           PIC X(20).

      * Avisos a clientes pendientes de encolar; NOTIFICA los toma,
      * arma NOTIFICACIONES.DAT y vacia el archivo.
       FD  AVISOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../TP2/AVISOS-PEND.DAT".
       01  AVP.
           03  AVP-FECHA           PIC 9(8).
           03  AVP-ORIGEN          PIC X(10).
           03  AVP-TIPO-DOC        PIC X.
           03  AVP-NRO-DOC         PIC X(20).
           03  AVP-PLANTILLA       PIC X(8).
           03  AVP-VARIABLE        PIC X(20) OCCURS 4 TIMES.

      * Novedades de anticipos pendientes de asentar; ANTICIPOS las
      * lleva al libro ANTICIPOS.DAT y vacia el archivo. "A" alta de
      * reserva con anticipo, "X" reserva cancelada.
       FD  ANT-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../TP2/ANTICIPOS-PEND.DAT".
       01  ANP.
           03  ANP-FECHA-PROCESO   PIC 9(8).
           03  ANP-TIPO            PIC X.
           03  ANP-AGENCIA         PIC 9.
           03  ANP-PATENTE         PIC X(6).
           03  ANP-FECHA           PIC 9(8).
           03  ANP-FECHA-HASTA     PIC 9(8).
           03  ANP-TIPO-DOC        PIC X.
           03  ANP-NRO-DOC         PIC X(20).
           03  ANP-IMPORTE         PIC 9(7)V99.

      * Parametro opcional con la fecha de proceso de la corrida
      * (AAAAMMDD); mismo criterio que TP-PARTE-1 y REPROC-PEND.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
       77  MAE-ACT-ESTADO      PIC XX.
       77  TALLER-ESTADO       PIC XX.
       77  RES-HOY-ESTADO      PIC XX.
       77  AVISOS-ESTADO       PIC XX.
       77  ANT-PEND-ESTADO     PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-RH-I             PIC 9(4).
       77  WS-RH-J             PIC 9(4).
       77  WS-CANT-RHOY        PIC 9(4)    VALUE 0.
       77  WS-CANT-AVISOS      PIC 9(4)    VALUE 0.
       77  WS-CANT-ANTICIPOS   PIC 9(4)    VALUE 0.
       77  WS-CANT-CANCELADAS  PIC 9(4)    VALUE 0.
       01  WS-FECHA-CHK.
           03 WS-FECHA-CHK-AAAA    PIC 9(4).
           03 WS-FECHA-CHK-MM      PIC 9(2).
               05 WS-RES-TIPO-DOC      PIC X.
               05 WS-RES-NRO-DOC       PIC X(20).
               05 WS-RES-ESTADO        PIC X.
               05 WS-RES-ANTICIPO      PIC 9(7)V99.
      * Novedad para el libro de anticipos: "A" reserva nueva con
      * anticipo, "X" cancelada, blanco = nada que asentar.
               05 WS-RES-NOV-ANT       PIC X.
      * Aviso al cliente de esta corrida: "C" confirmada, "W" paso a
      * lista de espera, blanco = sin novedad.
               05 WS-RES-AVISO         PIC X.

      * Dias ocupados (alquileres aprobados mas reservas confirmadas
      * previas): un asiento por patente y dia.
                UNTIL WS-I > WS-CANT-RESERVAS.
            PERFORM 050-GRABAR-RES-HOY.
            PERFORM 060-REGRABAR-RESERVAS.
            PERFORM 070-GRABAR-AVISOS.
            PERFORM 080-GRABAR-ANTICIPOS.
            DISPLAY "RESERVAS CONFIRMADAS: " WS-CANT-CONFIRMADAS.
            DISPLAY "RESERVAS EN LISTA DE ESPERA: " WS-CANT-ESPERA.
            DISPLAY "RESERVAS ENTREGADAS AL MERGE: " WS-CANT-AL-MERGE.
            DISPLAY "AVISOS A CLIENTES: " WS-CANT-AVISOS.
            DISPLAY "RESERVAS CANCELADAS: " WS-CANT-CANCELADAS.
            DISPLAY "NOVEDADES DE ANTICIPOS: " WS-CANT-ANTICIPOS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
               MOVE RES-TIPO-DOC TO WS-RES-TIPO-DOC(WS-CANT-RESERVAS)
               MOVE RES-NRO-DOC TO WS-RES-NRO-DOC(WS-CANT-RESERVAS)
               MOVE RES-ESTADO TO WS-RES-ESTADO(WS-CANT-RESERVAS)
               MOVE SPACE TO WS-RES-AVISO(WS-CANT-RESERVAS)
               PERFORM 0087-CARGAR-ANTICIPO
               PERFORM 009-LEER-RESERVA.
      *******
       0087-CARGAR-ANTICIPO.
      *******
      * El anticipo se asienta una sola vez, cuando la reserva llega
      * nueva; la cancelada se informa siempre que lo tenga (la que
      * nunca se confirmo tambien: ANTICIPOS la da de alta y la
      * cancela en la misma corrida).
           IF RES-ANTICIPO NOT NUMERIC
               MOVE 0 TO WS-RES-ANTICIPO(WS-CANT-RESERVAS)
           ELSE
               MOVE RES-ANTICIPO TO WS-RES-ANTICIPO(WS-CANT-RESERVAS).
           MOVE SPACE TO WS-RES-NOV-ANT(WS-CANT-RESERVAS).
           IF RES-ESTADO = "X"
               ADD 1 TO WS-CANT-CANCELADAS.
           IF WS-RES-ANTICIPO(WS-CANT-RESERVAS) > 0
               IF RES-ESTADO = "X"
                   MOVE "X" TO WS-RES-NOV-ANT(WS-CANT-RESERVAS)
                   ADD 1 TO WS-CANT-ANTICIPOS
               ELSE
               IF RES-ESTADO = SPACE
                   MOVE "A" TO WS-RES-NOV-ANT(WS-CANT-RESERVAS)
                   ADD 1 TO WS-CANT-ANTICIPOS.
      *-----------------------------------------------------------------
      *******
       010-CARGAR-OCUPACION.
               PERFORM 032-VERIFICAR-RANGO
               IF WS-RANGO-LIBRE = "SI"
                   MOVE "C" TO WS-RES-ESTADO(WS-I)
                   MOVE "C" TO WS-RES-AVISO(WS-I)
                   ADD 1 TO WS-CANT-AVISOS
                   PERFORM 025-OCUPAR-RANGO
               ELSE
      * Solo se avisa la entrada a la lista; seguir esperando no.
                   IF WS-RES-ESTADO(WS-I) = SPACE
                       MOVE "W" TO WS-RES-AVISO(WS-I)
                       ADD 1 TO WS-CANT-AVISOS
                   END-IF
                   MOVE "W" TO WS-RES-ESTADO(WS-I)
               END-IF
           END-IF.
       060-REGRABAR-RESERVAS.
      *******
      * El libro queda con las confirmadas a futuro y la lista de
      * espera; las "T" ya viajaron al merge y las "X" las cancelo
      * el cliente: las dos se depuran.
           OPEN OUTPUT RESERVAS.
           IF RESERVAS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN RESERVAS FS: " RESERVAS-ESTADO
      *******
       065-REGRABAR-UNA-RESERVA.
      *******
           IF WS-RES-ESTADO(WS-I) NOT = "T" AND
               WS-RES-ESTADO(WS-I) NOT = "X"
               MOVE WS-RES-AGENCIA(WS-I) TO RES-AGENCIA
               MOVE WS-RES-PATENTE(WS-I) TO RES-PATENTE
               MOVE WS-RES-FECHA(WS-I) TO RES-FECHA
               MOVE WS-RES-TIPO-DOC(WS-I) TO RES-TIPO-DOC
               MOVE WS-RES-NRO-DOC(WS-I) TO RES-NRO-DOC
               MOVE WS-RES-ESTADO(WS-I) TO RES-ESTADO
               MOVE WS-RES-ANTICIPO(WS-I) TO RES-ANTICIPO
               WRITE RES.
      *-----------------------------------------------------------------
      *******
       070-GRABAR-AVISOS.
      *******
      * EXTEND: lo que NOTIFICA todavia no tomo se conserva.
           IF WS-CANT-AVISOS > 0
               OPEN EXTEND AVISOS
               IF AVISOS-ESTADO = "35"
                   OPEN OUTPUT AVISOS
                   CLOSE AVISOS
                   OPEN EXTEND AVISOS
               END-IF
               IF AVISOS-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN OPEN AVISOS-PEND FS: "
                       AVISOS-ESTADO
                   STOP RUN
               END-IF
               PERFORM 075-GRABAR-UN-AVISO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-RESERVAS
               CLOSE AVISOS.
      *******
       075-GRABAR-UN-AVISO.
      *******
           IF WS-RES-AVISO(WS-I) NOT = SPACE
               MOVE WS-FECHA-PROCESO TO AVP-FECHA
               MOVE "RESERVAS" TO AVP-ORIGEN
               MOVE WS-RES-TIPO-DOC(WS-I) TO AVP-TIPO-DOC
               MOVE WS-RES-NRO-DOC(WS-I) TO AVP-NRO-DOC
               IF WS-RES-AVISO(WS-I) = "C"
                   MOVE "RESCONF" TO AVP-PLANTILLA
               ELSE
                   MOVE "RESESPE" TO AVP-PLANTILLA
               END-IF
               MOVE WS-RES-PATENTE(WS-I) TO AVP-VARIABLE(1)
               MOVE WS-RES-FECHA(WS-I) TO AVP-VARIABLE(2)
               MOVE WS-RES-FECHA-HASTA(WS-I) TO AVP-VARIABLE(3)
               MOVE WS-RES-AGENCIA(WS-I) TO AVP-VARIABLE(4)
               WRITE AVP
               IF AVISOS-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN WRITE AVISOS-PEND FS: "
                       AVISOS-ESTADO
                   STOP RUN.
      *-----------------------------------------------------------------
      *******
       080-GRABAR-ANTICIPOS.
      *******
      * EXTEND, igual que los avisos: lo que ANTICIPOS todavia no
      * tomo se conserva.
           IF WS-CANT-ANTICIPOS > 0
               OPEN EXTEND ANT-PEND
               IF ANT-PEND-ESTADO = "35"
                   OPEN OUTPUT ANT-PEND
                   CLOSE ANT-PEND
                   OPEN EXTEND ANT-PEND
               END-IF
               IF ANT-PEND-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN OPEN ANTICIPOS-PEND FS: "
                       ANT-PEND-ESTADO
                   STOP RUN
               END-IF
               PERFORM 085-GRABAR-UN-ANTICIPO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-RESERVAS
               CLOSE ANT-PEND.
      *******
       085-GRABAR-UN-ANTICIPO.
      *******
           IF WS-RES-NOV-ANT(WS-I) NOT = SPACE
               MOVE WS-FECHA-PROCESO TO ANP-FECHA-PROCESO
               MOVE WS-RES-NOV-ANT(WS-I) TO ANP-TIPO
               MOVE WS-RES-AGENCIA(WS-I) TO ANP-AGENCIA
               MOVE WS-RES-PATENTE(WS-I) TO ANP-PATENTE
               MOVE WS-RES-FECHA(WS-I) TO ANP-FECHA
               MOVE WS-RES-FECHA-HASTA(WS-I) TO ANP-FECHA-HASTA
               MOVE WS-RES-TIPO-DOC(WS-I) TO ANP-TIPO-DOC
               MOVE WS-RES-NRO-DOC(WS-I) TO ANP-NRO-DOC
               MOVE WS-RES-ANTICIPO(WS-I) TO ANP-IMPORTE
               WRITE ANP
               IF ANT-PEND-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN WRITE ANTICIPOS-PEND FS: "
                       ANT-PEND-ESTADO
                   STOP RUN.
      *-----------------------------------------------------------------
      *******
       064-DIAS-DEL-MES-CHK.
      *******
