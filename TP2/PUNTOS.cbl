      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: libro de puntos de fidelidad por
      *       documento (PUNTOS.DAT). Cada noche, despues de
      *       TP-PARTE-1, acredita los alquileres aprobados en la
      *       corrida (filas de MAESTRO-ACT con agencia 1-4) a razon
      *       de PUNTOS-POR-PESO puntos por peso, debita los puntos de
      *       los alquileres cancelados (CANCELACIONES.DAT) y los
      *       canjeados en el merge (CANJES-PUNTOS.DAT), y vence los
      *       puntos acreditados hace mas de PUNTOS-VENCE-MESES meses
      *       que no se llegaron a usar (los movimientos de salida
      *       consumen primero los puntos mas viejos). Cada movimiento
      *       se asienta una sola vez por documento, patente, dia y
      *       tipo, asi una corrida repetida no duplica nada. Sale el
      *       saldo por cliente en PUNTOS-SALDO.DAT, que leen el merge
      *       (canje), FACTURA-CLI y FICHA-CLI.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAE-ACT      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL CANCELACIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CANCEL-ESTADO.

           SELECT OPTIONAL CANJES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CANJES-ESTADO.

           SELECT OPTIONAL LIBRO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LIBRO-ESTADO.

           SELECT SALDOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.
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
           03  MAE-MODO            PIC X.
           03  MAE-NETO            PIC 9(4)V99.
           03  MAE-IVA             PIC 9(4)V99.

      * Alquileres dados de baja en la corrida de TP-PARTE-1.
       FD  CANCELACIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/CANCELACIONES.DAT".
       01  REG-CANCEL.
           03  CANCEL-PATENTE      PIC X(6).
           03  CANCEL-FECHA        PIC 9(8).
           03  CANCEL-TIPO-DOC     PIC X.
           03  CANCEL-NRO-DOC      PIC X(20).
           03  CANCEL-IMPORTE      PIC 9(4)V99.

      * Canjes de puntos aplicados por el merge (1596-CANJEAR-PUNTOS
      * de TP-PARTE-1).
       FD  CANJES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/CANJES-PUNTOS.DAT".
       01  REG-CANJE.
           03  CNJ-NRO-DOC         PIC X(20).
           03  CNJ-PATENTE         PIC X(6).
           03  CNJ-FECHA           PIC 9(8).
           03  CNJ-PUNTOS          PIC 9(7).
           03  CNJ-IMPORTE         PIC 9(4)V99.
           03  CNJ-AGENCIA         PIC 9.

      * Libro de puntos: un movimiento por registro, en el orden en
      * que se asentaron. TIPO "C" acreditado por un dia de alquiler,
      * "D" debitado por su cancelacion, "R" canjeado, "V" vencido
      * (sin patente ni dia). Saldo = C - (D + R + V).
       FD  LIBRO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PUNTOS.DAT".
       01  PUN.
           03  PUN-NRO-DOC         PIC X(20).
           03  PUN-TIPO            PIC X.
           03  PUN-PATENTE         PIC X(6).
           03  PUN-FECHA-ALQ       PIC 9(8).
           03  PUN-FECHA-MOV       PIC 9(8).
           03  PUN-PUNTOS          PIC 9(7).

      * Saldo por cliente y fecha en que vencen sus puntos mas viejos
      * todavia vivos (0 = sin puntos).
       FD  SALDOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PUNTOS-SALDO.DAT".
       01  PSAL.
           03  PSAL-NRO-DOC        PIC X(20).
           03  PSAL-PUNTOS         PIC 9(7).
           03  PSAL-FECHA-VTO      PIC 9(8).

       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

       WORKING-STORAGE SECTION.
       77  MAE-ACT-ESTADO      PIC XX.
       77  CANCEL-ESTADO       PIC XX.
       77  CANJES-ESTADO       PIC XX.
       77  LIBRO-ESTADO        PIC XX.
       77  SALDOS-ESTADO       PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  MAE-ACT-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  WS-TRL-VISTO        PIC X(2)    VALUE "NO".
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-FECHA-PROCESO    PIC 9(8)    VALUE 0.
       77  WS-PARM-VALOR-NUM   PIC 9(3).
      * Puntos por peso facturado (clave PUNTOS-POR-PESO, 9V99 en 3
      * digitos) y vida de un punto en meses (PUNTOS-VENCE-MESES).
       77  WS-PUNTOS-POR-PESO  PIC 9V99    VALUE 1,00.
       77  WS-VENCE-MESES      PIC 9(3)    VALUE 12.
       77  WS-FECHA-CORTE      PIC 9(8).
       77  WS-TOPE-TABLA       PIC 9(5)    VALUE 20000.
       77  WS-TOPE-CLI         PIC 9(5)    VALUE 5000.

       01  WS-CANT-MOV         PIC 9(5)    VALUE 0.
       01  WS-CANT-CLI         PIC 9(5)    VALUE 0.
       01  WS-CANT-ACRED       PIC 9(5)    VALUE 0.
       01  WS-CANT-DEBIT       PIC 9(5)    VALUE 0.
       01  WS-CANT-CANJE       PIC 9(5)    VALUE 0.
       01  WS-CANT-VENC        PIC 9(5)    VALUE 0.
       01  WS-J                PIC 9(5).
       01  WS-POS              PIC 9(5).
       01  WS-CLI-POS          PIC 9(5).
       01  WS-PUNTOS           PIC 9(7).
       01  WS-SALDO            PIC S9(9).

      * Clave de busqueda de un movimiento ya asentado.
       01  WS-BUS-DOC          PIC X(20).
       01  WS-BUS-TIPO         PIC X.
       01  WS-BUS-PATENTE      PIC X(6).
       01  WS-BUS-FECHA        PIC 9(8).

      * Suma de meses a una fecha AAAAMMDD; el dia se recorta al
      * ultimo del mes de destino.
       01  WS-CAL-FECHA        PIC 9(8).
       01  WS-CAL-FECHA-R REDEFINES WS-CAL-FECHA.
           03 WS-CAL-AAAA      PIC 9(4).
           03 WS-CAL-MM        PIC 9(2).
           03 WS-CAL-DD        PIC 9(2).
       01  WS-CAL-MESES        PIC S9(4).
       01  WS-CAL-TOTAL        PIC S9(6).

       01  WS-TABLA-MOV.
           03 WS-MOV OCCURS 20000 TIMES.
               05 WS-MOV-NRO-DOC    PIC X(20).
               05 WS-MOV-TIPO       PIC X.
               05 WS-MOV-PATENTE    PIC X(6).
               05 WS-MOV-FECHA-ALQ  PIC 9(8).
               05 WS-MOV-FECHA-MOV  PIC 9(8).
               05 WS-MOV-PUNTOS     PIC 9(7).

      * Totales por cliente para el vencimiento y el saldo.
       01  WS-TABLA-CLI.
           03 WS-CLI OCCURS 5000 TIMES.
               05 WS-CLI-DOC        PIC X(20).
               05 WS-CLI-CRED       PIC 9(9).
               05 WS-CLI-CRED-VIEJO PIC 9(9).
               05 WS-CLI-DEBITOS    PIC 9(9).
               05 WS-CLI-ACUM       PIC 9(9).
               05 WS-CLI-VTO        PIC 9(8).

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 006-CARGAR-LIBRO.
            PERFORM 020-ACREDITAR-ALQUILERES.
            PERFORM 030-DEBITAR-CANCELACIONES.
            PERFORM 040-DEBITAR-CANJES.
            PERFORM 050-VENCER-PUNTOS.
            PERFORM 060-REGRABAR-LIBRO.
            PERFORM 065-GRABAR-SALDOS.
            DISPLAY "PUNTOS: ACREDITADOS " WS-CANT-ACRED
                " CANCELADOS " WS-CANT-DEBIT
                " CANJEADOS " WS-CANT-CANJE
                " VENCIDOS " WS-CANT-VENC.
            DISPLAY "PUNTOS: CLIENTES CON MOVIMIENTOS " WS-CANT-CLI.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       001-LEER-PARAMETROS.
      *******
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-ESTADO = "00"
               PERFORM UNTIL PARAMETROS-ESTADO NOT = "00"
                   READ PARAMETROS
                   IF PARAMETROS-ESTADO = "00"
                       PERFORM 0011-APLICAR-PARAMETRO
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      *******
       0011-APLICAR-PARAMETRO.
      *******
           EVALUATE PARM-CLAVE
               WHEN "FECHA-CORRIDA"
                   IF PARM-VALOR(1:8) IS NUMERIC
                       MOVE PARM-VALOR(1:8) TO WS-FECHA-PROCESO
                       MOVE "SI" TO WS-PARM-HAY-FECHA
                   END-IF
               WHEN "PUNTOS-POR-PESO"
      * VALOR: puntos por peso en 3 digitos (9V99), p.ej. 100 = 1,00.
                   IF PARM-VALOR(1:3) IS NUMERIC
                       MOVE PARM-VALOR(1:3) TO WS-PARM-VALOR-NUM
                       COMPUTE WS-PUNTOS-POR-PESO =
                           WS-PARM-VALOR-NUM / 100
                   END-IF
               WHEN "PUNTOS-VENCE-MESES"
      * VALOR: meses de vida de un punto (3 digitos).
                   IF PARM-VALOR(1:3) IS NUMERIC
                       MOVE PARM-VALOR(1:3) TO WS-VENCE-MESES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *******
       005-INICIALIZAR-FECHA-PROCESO.
      *******
           IF WS-PARM-HAY-FECHA NOT = "SI"
               OPEN INPUT FECHA-CORRIDA
               IF FEC-CORR-ESTADO = "00"
                   READ FECHA-CORRIDA INTO WS-FECHA-PROCESO
                   CLOSE FECHA-CORRIDA
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO
               END-IF
           END-IF.
      * Lo acreditado antes de la fecha de corte ya vencio.
           MOVE WS-FECHA-PROCESO TO WS-CAL-FECHA.
           COMPUTE WS-CAL-MESES = 0 - WS-VENCE-MESES.
           PERFORM 090-SUMAR-MESES.
           MOVE WS-CAL-FECHA TO WS-FECHA-CORTE.
      *-----------------------------------------------------------------
      *******
       002-VERIFICAR-TRAILER.
      *******
      * Pasada previa: sin la cola *CTRL* (corrida de TP-PARTE-1
      * caida a mitad) no se acredita nada (misma guarda que PAGOS y
      * FACTURA-CLI).
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
               DISPLAY "PUNTOS: MAESTRO-ACT SIN COLA DE CONTROL "
                   "(ARCHIVO TRUNCADO O CORRIDA INCOMPLETA); NO SE "
                   "PROCESA."
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       006-CARGAR-LIBRO.
      *******
      * Un libro que no entra en la tabla no se regraba: se perderia
      * la cola.
           MOVE 0 TO WS-CANT-MOV.
           OPEN INPUT LIBRO.
           IF LIBRO-ESTADO = "00"
               PERFORM UNTIL LIBRO-ESTADO NOT = "00"
                   READ LIBRO
                   IF LIBRO-ESTADO = "00"
                       IF WS-CANT-MOV < WS-TOPE-TABLA
                           ADD 1 TO WS-CANT-MOV
                           MOVE PUN TO WS-MOV(WS-CANT-MOV)
                       ELSE
                           DISPLAY "ATENCION: PUNTOS supera la tabla ("
                               WS-TOPE-TABLA "); NO SE PROCESA."
                           STOP RUN
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE LIBRO.
      *-----------------------------------------------------------------
      *******
       020-ACREDITAR-ALQUILERES.
      *******
      * Solo las filas aprobadas en la corrida (agencia 1-4): las de
      * agencia 0 vienen del MAESTRO y ya se acreditaron en su noche.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           MOVE "NO" TO MAE-ACT-EOF.
           PERFORM UNTIL MAE-ACT-EOF = "SI"
               READ MAE-ACT
                   AT END MOVE "SI" TO MAE-ACT-EOF
               END-READ
               IF MAE-ACT-ESTADO NOT = ZERO AND 10
                   DISPLAY "ERROR EN READ MAESTRO-ACT FS: "
                       MAE-ACT-ESTADO
                   STOP RUN
               END-IF
               IF MAE-ACT-EOF = "NO" AND MAE-PATENTE NOT = "*CTRL*"
                   AND MAE-AGENCIA >= 1 AND MAE-AGENCIA <= 4
                   AND MAE-NRO-DOC NOT = SPACES
                   PERFORM 022-ACREDITAR-UNO
               END-IF
           END-PERFORM.
           CLOSE MAE-ACT.
      *******
       022-ACREDITAR-UNO.
      *******
           COMPUTE WS-PUNTOS = MAE-IMPORTE * WS-PUNTOS-POR-PESO.
           MOVE MAE-NRO-DOC TO WS-BUS-DOC.
           MOVE "C" TO WS-BUS-TIPO.
           MOVE MAE-PATENTE TO WS-BUS-PATENTE.
           MOVE MAE-FECHA TO WS-BUS-FECHA.
           PERFORM 080-BUSCAR-MOV.
           IF WS-POS = 0 AND WS-PUNTOS > 0
               PERFORM 085-AGREGAR-MOV
               ADD 1 TO WS-CANT-ACRED.
      *-----------------------------------------------------------------
      *******
       030-DEBITAR-CANCELACIONES.
      *******
      * Se devuelven los puntos que gano ese dia de alquiler; un
      * alquiler cancelado sin acreditar (aprobado y dado de baja en
      * la misma corrida) no mueve nada.
           OPEN INPUT CANCELACIONES.
           IF CANCEL-ESTADO = "00"
               PERFORM UNTIL CANCEL-ESTADO NOT = "00"
                   READ CANCELACIONES
                   IF CANCEL-ESTADO = "00"
                       PERFORM 032-DEBITAR-UNA
                   END-IF
               END-PERFORM.
           CLOSE CANCELACIONES.
      *******
       032-DEBITAR-UNA.
      *******
           MOVE CANCEL-NRO-DOC TO WS-BUS-DOC.
           MOVE "C" TO WS-BUS-TIPO.
           MOVE CANCEL-PATENTE TO WS-BUS-PATENTE.
           MOVE CANCEL-FECHA TO WS-BUS-FECHA.
           PERFORM 080-BUSCAR-MOV.
           IF WS-POS NOT = 0
               MOVE WS-MOV-PUNTOS(WS-POS) TO WS-PUNTOS
               MOVE "D" TO WS-BUS-TIPO
               PERFORM 080-BUSCAR-MOV
               IF WS-POS = 0
                   PERFORM 085-AGREGAR-MOV
                   ADD 1 TO WS-CANT-DEBIT.
      *-----------------------------------------------------------------
      *******
       040-DEBITAR-CANJES.
      *******
           OPEN INPUT CANJES.
           IF CANJES-ESTADO = "00"
               PERFORM UNTIL CANJES-ESTADO NOT = "00"
                   READ CANJES
                   IF CANJES-ESTADO = "00"
                       PERFORM 042-DEBITAR-CANJE
                   END-IF
               END-PERFORM.
           CLOSE CANJES.
      *******
       042-DEBITAR-CANJE.
      *******
           MOVE CNJ-NRO-DOC TO WS-BUS-DOC.
           MOVE "R" TO WS-BUS-TIPO.
           MOVE CNJ-PATENTE TO WS-BUS-PATENTE.
           MOVE CNJ-FECHA TO WS-BUS-FECHA.
           PERFORM 080-BUSCAR-MOV.
           IF WS-POS = 0 AND CNJ-PUNTOS > 0
               MOVE CNJ-PUNTOS TO WS-PUNTOS
               PERFORM 085-AGREGAR-MOV
               ADD 1 TO WS-CANT-CANJE.
      *-----------------------------------------------------------------
      *******
       050-VENCER-PUNTOS.
      *******
      * Los debitos consumen primero lo acreditado mas viejo: de lo
      * acreditado antes de la fecha de corte, lo que los debitos
      * (cancelaciones, canjes y vencimientos anteriores) no llegaron
      * a cubrir vence hoy.
           MOVE 0 TO WS-CANT-CLI.
           PERFORM 052-SUMAR-MOV VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-MOV.
           PERFORM 054-VENCER-CLIENTE VARYING WS-CLI-POS FROM 1 BY 1
               UNTIL WS-CLI-POS > WS-CANT-CLI.
      * Fecha de vencimiento del credito vivo mas viejo de cada
      * cliente, para el saldo.
           PERFORM 056-FECHA-VTO VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-MOV.
      *******
       052-SUMAR-MOV.
      *******
           MOVE WS-MOV-NRO-DOC(WS-J) TO WS-BUS-DOC.
           PERFORM 082-BUSCAR-CLIENTE.
           IF WS-CLI-POS NOT = 0
               IF WS-MOV-TIPO(WS-J) = "C"
                   ADD WS-MOV-PUNTOS(WS-J) TO WS-CLI-CRED(WS-CLI-POS)
                   IF WS-MOV-FECHA-MOV(WS-J) < WS-FECHA-CORTE
                       ADD WS-MOV-PUNTOS(WS-J) TO
                           WS-CLI-CRED-VIEJO(WS-CLI-POS)
                   END-IF
               ELSE
                   ADD WS-MOV-PUNTOS(WS-J) TO
                       WS-CLI-DEBITOS(WS-CLI-POS).
      *******
       054-VENCER-CLIENTE.
      *******
           IF WS-CLI-CRED-VIEJO(WS-CLI-POS) >
               WS-CLI-DEBITOS(WS-CLI-POS)
               COMPUTE WS-PUNTOS = WS-CLI-CRED-VIEJO(WS-CLI-POS) -
                   WS-CLI-DEBITOS(WS-CLI-POS)
               ADD WS-PUNTOS TO WS-CLI-DEBITOS(WS-CLI-POS)
               MOVE WS-CLI-DOC(WS-CLI-POS) TO WS-BUS-DOC
               MOVE "V" TO WS-BUS-TIPO
               MOVE SPACES TO WS-BUS-PATENTE
               MOVE 0 TO WS-BUS-FECHA
               PERFORM 085-AGREGAR-MOV
               ADD 1 TO WS-CANT-VENC.
      *******
       056-FECHA-VTO.
      *******
           IF WS-MOV-TIPO(WS-J) = "C"
               MOVE WS-MOV-NRO-DOC(WS-J) TO WS-BUS-DOC
               PERFORM 082-BUSCAR-CLIENTE
               IF WS-CLI-POS NOT = 0
                   ADD WS-MOV-PUNTOS(WS-J) TO WS-CLI-ACUM(WS-CLI-POS)
                   IF WS-CLI-ACUM(WS-CLI-POS) >
                       WS-CLI-DEBITOS(WS-CLI-POS) AND
                       WS-CLI-VTO(WS-CLI-POS) = 0
                       MOVE WS-MOV-FECHA-MOV(WS-J) TO WS-CAL-FECHA
                       MOVE WS-VENCE-MESES TO WS-CAL-MESES
                       PERFORM 090-SUMAR-MESES
                       MOVE WS-CAL-FECHA TO WS-CLI-VTO(WS-CLI-POS).
      *-----------------------------------------------------------------
      *******
       060-REGRABAR-LIBRO.
      *******
           OPEN OUTPUT LIBRO.
           IF LIBRO-ESTADO NOT = "00" AND LIBRO-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA PUNTOS FS: " LIBRO-ESTADO
               STOP RUN.
           PERFORM 062-REGRABAR-UNO VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-MOV.
           CLOSE LIBRO.
      *******
       062-REGRABAR-UNO.
      *******
           MOVE WS-MOV(WS-J) TO PUN.
           WRITE PUN.
      *******
       065-GRABAR-SALDOS.
      *******
           OPEN OUTPUT SALDOS.
           IF SALDOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PUNTOS-SALDO FS: " SALDOS-ESTADO
               STOP RUN.
           PERFORM 067-GRABAR-UN-SALDO VARYING WS-CLI-POS FROM 1 BY 1
               UNTIL WS-CLI-POS > WS-CANT-CLI.
           CLOSE SALDOS.
      *******
       067-GRABAR-UN-SALDO.
      *******
           COMPUTE WS-SALDO = WS-CLI-CRED(WS-CLI-POS) -
               WS-CLI-DEBITOS(WS-CLI-POS).
           IF WS-SALDO < 0
               MOVE 0 TO WS-SALDO.
           MOVE WS-CLI-DOC(WS-CLI-POS) TO PSAL-NRO-DOC.
           MOVE WS-SALDO TO PSAL-PUNTOS.
           IF WS-SALDO > 0
               MOVE WS-CLI-VTO(WS-CLI-POS) TO PSAL-FECHA-VTO
           ELSE
               MOVE 0 TO PSAL-FECHA-VTO.
           WRITE PSAL.
      *-----------------------------------------------------------------
      *******
       080-BUSCAR-MOV.
      *******
           MOVE 0 TO WS-POS.
           PERFORM 081-COMPARAR-MOV VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-MOV OR WS-POS NOT = 0.
      *******
       081-COMPARAR-MOV.
      *******
           IF WS-MOV-NRO-DOC(WS-J) = WS-BUS-DOC AND
               WS-MOV-TIPO(WS-J) = WS-BUS-TIPO AND
               WS-MOV-PATENTE(WS-J) = WS-BUS-PATENTE AND
               WS-MOV-FECHA-ALQ(WS-J) = WS-BUS-FECHA
               MOVE WS-J TO WS-POS.
      *******
       082-BUSCAR-CLIENTE.
      *******
      * Busca el documento en la tabla de clientes; si no esta lo
      * agrega en cero.
           MOVE 0 TO WS-CLI-POS.
           PERFORM 083-COMPARAR-CLIENTE VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-CANT-CLI OR WS-CLI-POS NOT = 0.
           IF WS-CLI-POS = 0
               IF WS-CANT-CLI < WS-TOPE-CLI
                   ADD 1 TO WS-CANT-CLI
                   MOVE WS-CANT-CLI TO WS-CLI-POS
                   MOVE WS-BUS-DOC TO WS-CLI-DOC(WS-CLI-POS)
                   MOVE 0 TO WS-CLI-CRED(WS-CLI-POS)
                   MOVE 0 TO WS-CLI-CRED-VIEJO(WS-CLI-POS)
                   MOVE 0 TO WS-CLI-DEBITOS(WS-CLI-POS)
                   MOVE 0 TO WS-CLI-ACUM(WS-CLI-POS)
                   MOVE 0 TO WS-CLI-VTO(WS-CLI-POS)
               ELSE
                   DISPLAY "ATENCION: clientes con puntos supera la "
                       "tabla (" WS-TOPE-CLI ")".
      *******
       083-COMPARAR-CLIENTE.
      *******
           IF WS-CLI-DOC(WS-POS) = WS-BUS-DOC
               MOVE WS-POS TO WS-CLI-POS.
      *******
       085-AGREGAR-MOV.
      *******
           IF WS-CANT-MOV < WS-TOPE-TABLA
               ADD 1 TO WS-CANT-MOV
               MOVE WS-BUS-DOC TO WS-MOV-NRO-DOC(WS-CANT-MOV)
               MOVE WS-BUS-TIPO TO WS-MOV-TIPO(WS-CANT-MOV)
               MOVE WS-BUS-PATENTE TO WS-MOV-PATENTE(WS-CANT-MOV)
               MOVE WS-BUS-FECHA TO WS-MOV-FECHA-ALQ(WS-CANT-MOV)
               MOVE WS-FECHA-PROCESO TO WS-MOV-FECHA-MOV(WS-CANT-MOV)
               MOVE WS-PUNTOS TO WS-MOV-PUNTOS(WS-CANT-MOV)
           ELSE
               DISPLAY "ATENCION: PUNTOS supera la tabla ("
                   WS-TOPE-TABLA "); movimiento sin asentar para "
                   WS-BUS-DOC.
      *-----------------------------------------------------------------
      *******
       090-SUMAR-MESES.
      *******
           COMPUTE WS-CAL-TOTAL = WS-CAL-AAAA * 12 + WS-CAL-MM - 1 +
               WS-CAL-MESES.
           DIVIDE WS-CAL-TOTAL BY 12 GIVING WS-CAL-AAAA
               REMAINDER WS-CAL-MM.
           ADD 1 TO WS-CAL-MM.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-FECHA) = 0
               OR WS-CAL-DD < 29
               SUBTRACT 1 FROM WS-CAL-DD
           END-PERFORM.
      *-----------------------------------------------------------------
      *******
       END PROGRAM PUNTOS.
