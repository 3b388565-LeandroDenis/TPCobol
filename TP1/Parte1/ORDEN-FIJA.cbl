      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: ordenes fijas de alquiler. Las agencias
      *       cargan en ORDENES-FIJAS.DAT los alquileres que un
      *       cliente repite (todos los lunes, el dia 10 de cada
      *       mes...) y esta corrida nocturna convierte cada
      *       ocurrencia que ya llego en una novedad de un dia en
      *       PENDIENTES-HOY.DAT, la quinta corriente del merge,
      *       salteando feriados (FERIADOS.DAT) si la orden lo pide.
      *       Una orden por tamaño toma el primer auto activo de ese
      *       tamaño libre ese dia (OCUPACION.DAT y lo ya pendiente),
      *       primero entre los que estan en la agencia. Lo generado
      *       queda en el libro ORDENES-GEN.DAT; en la corrida
      *       siguiente las ocurrencias que el merge rechazo
      *       (RECHAZOS-HIST.DAT) y las que no encontraron auto libre
      *       salen en ORDENES-AVISO.DAT, por agencia y con el
      *       telefono del cliente, para que la agencia lo llame. Se
      *       corre despues de TP-PARTE-1 y antes de la proxima
      *       corrida del merge, igual que REPROC-PEND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEN-FIJA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORDENES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ORDENES-ESTADO.

           SELECT OPTIONAL GENERADAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS GENERADAS-ESTADO.

           SELECT OPTIONAL RECH-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RECH-HIST-ESTADO.

           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLIENTES-ESTADO.

           SELECT OPTIONAL OCUPACION ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS OCUPACION-ESTADO.

           SELECT OPTIONAL FERIADOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FERIADOS-ESTADO.

           SELECT PEND-HOY     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PEND-HOY-ESTADO.

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
      * Orden fija, mantenida por las agencias: el cliente, el auto
      * (patente, o patente en blanco y tamaño para que se elija uno
      * libre), la agencia, el patron ("S" semanal con DIA 1 lunes
      * ... 7 domingo; "M" mensual con DIA 1..31, el ultimo dia del
      * mes si ese mes no lo tiene), las horas, la vigencia (HASTA 0
      * = sin fin) y la modalidad. FERIADO "S" = no generar en
      * feriado; ESTADO "B" = suspendida.
       FD  ORDENES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ORDENES-FIJAS.DAT".
       01  ORF.
           03  ORF-NRO             PIC 9(5).
           03  ORF-AGENCIA         PIC 9.
           03  ORF-TIPO-DOC        PIC X.
           03  ORF-NRO-DOC         PIC X(20).
           03  ORF-PATENTE         PIC X(6).
           03  ORF-TAMANIO         PIC X.
           03  ORF-PATRON          PIC X.
           03  ORF-DIA             PIC 99.
           03  ORF-HORA-RETIRO     PIC 9(4).
           03  ORF-HORA-DEVOL      PIC 9(4).
           03  ORF-DESDE           PIC 9(8).
           03  ORF-HASTA           PIC 9(8).
           03  ORF-MODO            PIC X.
           03  ORF-FERIADO         PIC X.
           03  ORF-ESTADO          PIC X.

      * Libro de ocurrencias generadas: orden, dia, auto y cliente,
      * fecha de proceso en que se genero y estado: "G" enviada al
      * merge, "R" rechazada por el merge (con su motivo) y "S" sin
      * auto libre; las dos ultimas ya se informaron a la agencia.
       FD  GENERADAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ORDENES-GEN.DAT".
       01  ORG.
           03  ORG-NRO             PIC 9(5).
           03  ORG-FECHA           PIC 9(8).
           03  ORG-AGENCIA         PIC 9.
           03  ORG-PATENTE         PIC X(6).
           03  ORG-TIPO-DOC        PIC X.
           03  ORG-NRO-DOC         PIC X(20).
           03  ORG-GENERADA        PIC 9(8).
           03  ORG-ESTADO          PIC X.
           03  ORG-MOTIVO          PIC 99.

      * Historico de rechazos del merge, con la fecha de corrida en
      * que se rechazo cada novedad.
       FD  RECH-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RECHAZOS-HIST.DAT".
       01  RHIST.
           03  RHIST-FECHA-CORRIDA    PIC 9(8).
           03  RHIST-PATENTE          PIC X(6).
           03  RHIST-FECHA            PIC 9(8).
           03  RHIST-TIPO-DOC         PIC X.
           03  RHIST-NRO-DOC          PIC X(20).
           03  RHIST-MOTIVO           PIC 99.
           03  RHIST-AGENCIA          PIC 9.

       FD  AUTOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AUTOS.DAT".
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
           03  AUT-AGENCIA-BASE   PIC 9.
           03  AUT-AGENCIA-ACTUAL PIC 9.

       FD  CLIENTES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../CLIENTES.TXT".
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

      * Calendario de ocupacion por patente y dia que deja el programa
      * OCUPACION (alquileres aprobados, taller, pendientes y reservas
      * confirmadas).
       FD  OCUPACION LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../OCUPACION.DAT".
       01  REG-OCUPACION.
           03  OCU-PATENTE     PIC X(6).
           03  OCU-FECHA       PIC 9(8).
           03  OCU-ORIGEN      PIC X.

       FD  FERIADOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FERIADOS.DAT".
       01  REG-FERIADO.
           03  FER-FECHA       PIC 9(8).
           03  FER-DESC        PIC X(30).

      * Novedades listas para el merge (quinta corriente de
      * TP-PARTE-1, compartida con REPROC-PEND y REPROC-RECH).
       FD  PEND-HOY LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PENDIENTES-HOY.DAT".
       01  REG-PEND-HOY.
           03  PHOY-AGENCIA           PIC 9.
           03  PHOY-PATENTE           PIC X(6).
           03  PHOY-FECHA             PIC 9(8).
           03  PHOY-FECHA-HASTA       PIC 9(8).
           03  PHOY-TIPO-TRANS        PIC X.
           03  PHOY-TIPO-DOC          PIC X.
           03  PHOY-NRO-DOC           PIC X(20).
           03  PHOY-HORA-RETIRO       PIC 9(4).
           03  PHOY-HORA-DEVOL        PIC 9(4).
           03  PHOY-MODO              PIC X.
           03  PHOY-CANJE             PIC X.
           03  PHOY-PROMO             PIC X(10).
           03  PHOY-EXTRAS            PIC X(12).
           03  PHOY-MONEDA            PIC X(3).
           03  PHOY-PATENTE-ANT       PIC X(6).
           03  PHOY-COTIZ-NRO         PIC 9(7).

       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60).
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ORDENES-AVISO.DAT".
       01  LINEA               PIC X(120).

       WORKING-STORAGE SECTION.
       77  ORDENES-EOF         PIC XXX     VALUE "NO".
       77  AUTOS-EOF           PIC XXX     VALUE "NO".
       77  ORDENES-ESTADO      PIC XX.
       77  GENERADAS-ESTADO    PIC XX.
       77  RECH-HIST-ESTADO    PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  CLIENTES-ESTADO     PIC XX.
       77  OCUPACION-ESTADO    PIC XX.
       77  FERIADOS-ESTADO     PIC XX.
       77  PEND-HOY-ESTADO     PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  CLIENTES-DISPONIBLE PIC X(2)    VALUE "NO".
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-CARGA-DESBORDE   PIC X(2).
       77  WS-LIBRO-LLENO      PIC X(2)    VALUE "NO".
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-INT-PROCESO      PIC 9(7).
      * Atraso maximo que se recupera si la cadena no corrio alguna
      * noche, y antiguedad a partir de la cual el libro se depura.
       01  WS-FECHA-INICIO     PIC 9(8).
       01  WS-FECHA-PURGA      PIC 9(8).
       01  WS-INT-DIA          PIC 9(7).
       01  WS-INT-DESDE        PIC 9(7).
       01  WS-INT-HASTA        PIC 9(7).
       01  WS-ULT-GENERADA     PIC 9(8).
       01  WS-FECHA-DIA        PIC 9(8).
       01  WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA.
           03 WS-DIA-AAAA      PIC 9(4).
           03 WS-DIA-MM        PIC 9(2).
           03 WS-DIA-DD        PIC 9(2).
       01  WS-FECHA-SIG        PIC 9(8).
       01  WS-FECHA-SIG-R REDEFINES WS-FECHA-SIG.
           03 FILLER           PIC 9(6).
           03 WS-SIG-DD        PIC 9(2).
       01  WS-DIA-SEMANA       PIC 9.
       01  WS-CORRESPONDE      PIC X(2).
       01  WS-ES-FERIADO       PIC X(2).
       01  WS-LIBRE            PIC X(2).
       01  WS-ORDEN-OK         PIC X(2).
       01  WS-MOTIVO-INV       PIC X(30).
       01  WS-POS              PIC 9(4).
       01  WS-PASADA           PIC 9.
       01  WS-AGE              PIC 9.
       01  WS-HAY-AGENCIA      PIC X(2).
       01  WS-CANT-ORDENES     PIC 9(5)    VALUE 0.
       01  WS-CANT-INVALIDAS   PIC 9(5)    VALUE 0.
       01  WS-CANT-SUSPENDIDAS PIC 9(5)    VALUE 0.
       01  WS-CANT-GENERADAS   PIC 9(5)    VALUE 0.
       01  WS-CANT-SIN-AUTO    PIC 9(5)    VALUE 0.
       01  WS-CANT-FERIADO     PIC 9(5)    VALUE 0.
       01  WS-CANT-RECHAZADAS  PIC 9(5)    VALUE 0.
       01  WS-CANT-DEPURADAS   PIC 9(5)    VALUE 0.

      * Libro de ocurrencias entero en memoria: se regraba al final
      * con los estados nuevos y lo generado en la corrida.
       01  WS-CANT-GEN         PIC 9(4)    VALUE 0.
       01  WS-GEN-IDX          PIC 9(4).
       01  WS-TABLA-GEN.
           03 WS-GEN OCCURS 5000 TIMES.
               05 TGE-NRO          PIC 9(5).
               05 TGE-FECHA        PIC 9(8).
               05 TGE-AGENCIA      PIC 9.
               05 TGE-PATENTE      PIC X(6).
               05 TGE-TIPO-DOC     PIC X.
               05 TGE-NRO-DOC      PIC X(20).
               05 TGE-GENERADA     PIC 9(8).
               05 TGE-ESTADO       PIC X.
               05 TGE-MOTIVO       PIC 99.

      * Numeros de orden ya leidos, para rechazar una orden repetida.
       01  WS-CANT-NROS        PIC 9(4)    VALUE 0.
       01  WS-NRO-IDX          PIC 9(4).
       01  WS-TABLA-NROS.
           03 WS-NRO-LEIDO     PIC 9(5) OCCURS 2000 TIMES.

       01  WS-CANT-AUTOS       PIC 9(4)    VALUE 0.
       01  WS-AUT-IDX          PIC 9(4).
       01  WS-TABLA-AUTOS.
           03 WS-AUTO OCCURS 2000 TIMES.
               05 WS-AUTO-PATENTE  PIC X(6).
               05 WS-AUTO-TAMAÑO   PIC X.
               05 WS-AUTO-ESTADO   PIC X.
               05 WS-AUTO-AGENCIA  PIC 9.

      * Dias tomados en la ventana de generacion: OCUPACION.DAT, lo ya
      * volcado a PENDIENTES-HOY.DAT y lo que asigna esta corrida.
       01  WS-CANT-OCUP        PIC 9(5)    VALUE 0.
       01  WS-OCU-PAT-AUX      PIC X(6).
       01  WS-OCU-IDX          PIC 9(5).
       01  WS-TABLA-OCUP.
           03 WS-OCUP OCCURS 6000 TIMES.
               05 WS-OCU-PATENTE   PIC X(6).
               05 WS-OCU-FECHA     PIC 9(8).

       01  WS-CANT-FERIADOS    PIC 9(3)    VALUE 0.
       01  WS-FER-IDX          PIC 9(3).
       01  WS-TABLA-FERIADOS.
           03 WS-FER-FECHA     PIC 9(8) OCCURS 500 TIMES.

      * Ocurrencias a informar a las agencias en esta corrida.
       01  WS-CANT-AVISOS      PIC 9(4)    VALUE 0.
       01  WS-AVI-IDX          PIC 9(4).
       01  WS-TABLA-AVISOS.
           03 WS-AVISO OCCURS 2000 TIMES.
               05 AVI-AGENCIA      PIC 9.
               05 AVI-NRO          PIC 9(5).
               05 AVI-FECHA        PIC 9(8).
               05 AVI-PATENTE      PIC X(6).
               05 AVI-NRO-DOC      PIC X(20).
               05 AVI-ESTADO       PIC X.
               05 AVI-MOTIVO       PIC 99.

       01  PE1-ENCABE.
           03 FILLER           PIC X(42) VALUE
               'Ordenes fijas a revisar con el cliente - '.
           03 FILLER           PIC X(18) VALUE 'fecha de proceso '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(8)  VALUE 'Agencia '.
           03 PE3-AGENCIA      PIC 9.
       01  PE4-ENCABE.
           03 FILLER           PIC X(6)  VALUE 'Orden'.
           03 FILLER           PIC X(11) VALUE 'Fecha'.
           03 FILLER           PIC X(7)  VALUE 'Auto'.
           03 FILLER           PIC X(21) VALUE 'Documento'.
           03 FILLER           PIC X(31) VALUE 'Cliente'.
           03 FILLER           PIC X(21) VALUE 'Telefono'.
           03 FILLER           PIC X(20) VALUE 'Motivo'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(117) VALUE ALL '_'.
       01  PE6-VACIO           PIC X(60) VALUE
               'Sin ocurrencias rechazadas ni sin auto libre.'.
       01  PTR-ROW.
           03 ROW-NRO          PIC 9(5).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-DIA          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-MES          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-ANIO         PIC 9(4).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-NRO-DOC      PIC X(20).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-NOMBRE       PIC X(30).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-TELEFONO     PIC X(20).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-MOTIVO       PIC X(20).
       01  WS-MOTIVO-RECH.
           03 FILLER           PIC X(18) VALUE 'Rechazo del merge '.
           03 WS-MOTIVO-NRO    PIC 99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-CARGAR-GENERADAS.
            PERFORM 012-CARGAR-FERIADOS.
            PERFORM 014-CARGAR-AUTOS.
            PERFORM 016-CARGAR-OCUPACION.
            PERFORM 017-CARGAR-PEND-HOY.
            PERFORM 018-ABRIR-CLIENTES.
            PERFORM 020-BUSCAR-RECHAZOS.
            PERFORM 030-ABRIR-PEND-HOY.
            PERFORM 040-PROCESAR-ORDENES.
            CLOSE PEND-HOY.
            PERFORM 060-REGRABAR-GENERADAS.
            PERFORM 070-ESCRIBIR-AVISOS.
            IF CLIENTES-DISPONIBLE = "SI"
                CLOSE CLIENTES.
            DISPLAY "ORDEN-FIJA: ORDENES " WS-CANT-ORDENES
                " INVALIDAS " WS-CANT-INVALIDAS
                " SUSPENDIDAS " WS-CANT-SUSPENDIDAS.
            DISPLAY "ORDEN-FIJA: OCURRENCIAS GENERADAS "
                WS-CANT-GENERADAS " SIN AUTO LIBRE " WS-CANT-SIN-AUTO
                " SALTEADAS POR FERIADO " WS-CANT-FERIADO
                " RECHAZADAS POR EL MERGE " WS-CANT-RECHAZADAS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       003-LEER-PARAMETROS.
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
               END-PERFORM.
           CLOSE PARAMETROS.
      *-----------------------------------------------------------------
      *******
       005-INICIALIZAR-FECHA-PROCESO.
      *******
      * Mismo criterio que REPROC-PEND: vence toda ocurrencia con
      * fecha hasta la de proceso. Si la cadena no corrio algunas
      * noches se recuperan hasta 6 dias de atraso; el libro guarda
      * 90 dias.
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
           COMPUTE WS-INT-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           COMPUTE WS-FECHA-INICIO = FUNCTION DATE-OF-INTEGER(
               WS-INT-PROCESO - 6).
           COMPUTE WS-FECHA-PURGA = FUNCTION DATE-OF-INTEGER(
               WS-INT-PROCESO - 90).
      *-----------------------------------------------------------------
      *******
       010-CARGAR-GENERADAS.
      *******
      * Si el libro supera la tabla se aborta sin generar nada, para
      * no perder la cola del archivo al regrabarlo.
           MOVE 0 TO WS-CANT-GEN.
           OPEN INPUT GENERADAS.
           IF GENERADAS-ESTADO = "00"
               PERFORM UNTIL GENERADAS-ESTADO NOT = "00"
                   READ GENERADAS
                   IF GENERADAS-ESTADO = "00"
                       PERFORM 011-CARGAR-UNA-GENERADA
                   END-IF
               END-PERFORM.
           CLOSE GENERADAS.
      *******
       011-CARGAR-UNA-GENERADA.
      *******
           IF ORG-FECHA < WS-FECHA-PURGA
               ADD 1 TO WS-CANT-DEPURADAS
           ELSE
               IF WS-CANT-GEN >= 5000
                   DISPLAY "ORDEN-FIJA: ORDENES-GEN.DAT SUPERA LA "
                       "TABLA (5000); NO SE GENERA."
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-GEN
               MOVE ORG-NRO TO TGE-NRO(WS-CANT-GEN)
               MOVE ORG-FECHA TO TGE-FECHA(WS-CANT-GEN)
               MOVE ORG-AGENCIA TO TGE-AGENCIA(WS-CANT-GEN)
               MOVE ORG-PATENTE TO TGE-PATENTE(WS-CANT-GEN)
               MOVE ORG-TIPO-DOC TO TGE-TIPO-DOC(WS-CANT-GEN)
               MOVE ORG-NRO-DOC TO TGE-NRO-DOC(WS-CANT-GEN)
               MOVE ORG-GENERADA TO TGE-GENERADA(WS-CANT-GEN)
               MOVE ORG-ESTADO TO TGE-ESTADO(WS-CANT-GEN)
               MOVE ORG-MOTIVO TO TGE-MOTIVO(WS-CANT-GEN).
      *-----------------------------------------------------------------
      *******
       012-CARGAR-FERIADOS.
      *******
           MOVE 0 TO WS-CANT-FERIADOS.
           OPEN INPUT FERIADOS.
           IF FERIADOS-ESTADO = "00"
               PERFORM UNTIL FERIADOS-ESTADO NOT = "00"
                   READ FERIADOS
                   IF FERIADOS-ESTADO = "00" AND
                       WS-CANT-FERIADOS < 500 AND
                       FER-FECHA IS NUMERIC
                       ADD 1 TO WS-CANT-FERIADOS
                       MOVE FER-FECHA TO WS-FER-FECHA(WS-CANT-FERIADOS)
                   END-IF
               END-PERFORM.
           CLOSE FERIADOS.
      *-----------------------------------------------------------------
      *******
       014-CARGAR-AUTOS.
      *******
           MOVE 0 TO WS-CANT-AUTOS.
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
           PERFORM 024-LEER-AUTOS.
           PERFORM 015-CARGAR-UN-AUTO UNTIL AUTOS-EOF = "SI" OR
               WS-CANT-AUTOS = 2000.
           CLOSE AUTOS.
      *******
       015-CARGAR-UN-AUTO.
      *******
           ADD 1 TO WS-CANT-AUTOS.
           MOVE AUT-PATENTE TO WS-AUTO-PATENTE(WS-CANT-AUTOS).
           MOVE AUT-TAMAÑO TO WS-AUTO-TAMAÑO(WS-CANT-AUTOS).
           IF AUT-ESTADO = SPACE
               MOVE "A" TO WS-AUTO-ESTADO(WS-CANT-AUTOS)
           ELSE
               MOVE AUT-ESTADO TO WS-AUTO-ESTADO(WS-CANT-AUTOS).
           IF AUT-AGENCIA-ACTUAL IS NUMERIC
               MOVE AUT-AGENCIA-ACTUAL TO WS-AUTO-AGENCIA(WS-CANT-AUTOS)
           ELSE
               MOVE 0 TO WS-AUTO-AGENCIA(WS-CANT-AUTOS).
           PERFORM 024-LEER-AUTOS.
      *-----------------------------------------------------------------
      *******
       016-CARGAR-OCUPACION.
      *******
      * Solo interesan los dias de la ventana de generacion. Sin el
      * archivo se elige auto sin chequeo de disponibilidad (el merge
      * rechaza lo que choque y se informa en la corrida siguiente).
           MOVE 0 TO WS-CANT-OCUP.
           MOVE "NO" TO WS-CARGA-DESBORDE.
           OPEN INPUT OCUPACION.
           IF OCUPACION-ESTADO = "00"
               PERFORM UNTIL OCUPACION-ESTADO NOT = "00"
                   READ OCUPACION
                   IF OCUPACION-ESTADO = "00" AND
                       OCU-FECHA >= WS-FECHA-INICIO AND
                       OCU-FECHA <= WS-FECHA-PROCESO
                       MOVE OCU-PATENTE TO WS-OCU-PAT-AUX
                       MOVE OCU-FECHA TO WS-FECHA-DIA
                       PERFORM 026-AGREGAR-OCUPADO
                   END-IF
               END-PERFORM
               CLOSE OCUPACION
           ELSE
               DISPLAY "AVISO: SIN OCUPACION.DAT; SE ELIGE AUTO SIN "
                   "CHEQUEO DE DISPONIBILIDAD.".
      *******
       017-CARGAR-PEND-HOY.
      *******
      * Lo que REPROC-PEND y REPROC-RECH ya volcaron esta noche
      * todavia no esta en OCUPACION.DAT.
           OPEN INPUT PEND-HOY.
           IF PEND-HOY-ESTADO = "00"
               PERFORM UNTIL PEND-HOY-ESTADO NOT = "00"
                   READ PEND-HOY
                   IF PEND-HOY-ESTADO = "00" AND
                       PHOY-FECHA IS NUMERIC AND
                       PHOY-FECHA-HASTA IS NUMERIC
                       PERFORM 0171-OCUPAR-PENDIENTE
                   END-IF
               END-PERFORM
               CLOSE PEND-HOY.
           IF WS-CARGA-DESBORDE = "SI"
               DISPLAY "ATENCION: dias ocupados superan la tabla "
                   "(6000); los excedentes no se chequean.".
      *******
       0171-OCUPAR-PENDIENTE.
      *******
           IF PHOY-FECHA-HASTA < PHOY-FECHA
               MOVE PHOY-FECHA TO PHOY-FECHA-HASTA.
           IF PHOY-FECHA <= WS-FECHA-PROCESO AND
               PHOY-FECHA-HASTA >= WS-FECHA-INICIO
               COMPUTE WS-INT-DESDE =
                   FUNCTION INTEGER-OF-DATE(PHOY-FECHA)
               COMPUTE WS-INT-HASTA =
                   FUNCTION INTEGER-OF-DATE(PHOY-FECHA-HASTA)
               PERFORM 0172-OCUPAR-DIA VARYING WS-INT-DIA
                   FROM WS-INT-DESDE BY 1
                   UNTIL WS-INT-DIA > WS-INT-HASTA.
      *******
       0172-OCUPAR-DIA.
      *******
           COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           IF WS-FECHA-DIA >= WS-FECHA-INICIO AND
               WS-FECHA-DIA <= WS-FECHA-PROCESO
               MOVE PHOY-PATENTE TO WS-OCU-PAT-AUX
               PERFORM 026-AGREGAR-OCUPADO.
      *-----------------------------------------------------------------
      *******
       018-ABRIR-CLIENTES.
      *******
           OPEN INPUT CLIENTES.
           IF CLIENTES-ESTADO = "00"
               MOVE "SI" TO CLIENTES-DISPONIBLE
           ELSE
               MOVE "NO" TO CLIENTES-DISPONIBLE.
      *-----------------------------------------------------------------
      *******
       020-BUSCAR-RECHAZOS.
      *******
      * Ocurrencias enviadas que el merge rechazo desde que se
      * generaron: pasan a "R" y se informan una sola vez. Alcanza con
      * mirar las corridas de la ventana de generacion.
           OPEN INPUT RECH-HIST.
           IF RECH-HIST-ESTADO = "00"
               PERFORM UNTIL RECH-HIST-ESTADO NOT = "00"
                   READ RECH-HIST
                   IF RECH-HIST-ESTADO = "00" AND
                       RHIST-FECHA-CORRIDA >= WS-FECHA-INICIO
                       PERFORM 022-COMPARAR-GENERADA VARYING
                           WS-GEN-IDX FROM 1 BY 1
                           UNTIL WS-GEN-IDX > WS-CANT-GEN
                   END-IF
               END-PERFORM.
           CLOSE RECH-HIST.
      *******
       022-COMPARAR-GENERADA.
      *******
           IF TGE-ESTADO(WS-GEN-IDX) = "G" AND
               TGE-GENERADA(WS-GEN-IDX) <= RHIST-FECHA-CORRIDA AND
               TGE-PATENTE(WS-GEN-IDX) = RHIST-PATENTE AND
               TGE-FECHA(WS-GEN-IDX) = RHIST-FECHA AND
               TGE-NRO-DOC(WS-GEN-IDX) = RHIST-NRO-DOC
               MOVE "R" TO TGE-ESTADO(WS-GEN-IDX)
               MOVE RHIST-MOTIVO TO TGE-MOTIVO(WS-GEN-IDX)
               ADD 1 TO WS-CANT-RECHAZADAS
               PERFORM 080-AGREGAR-AVISO.
      *******
       024-LEER-AUTOS.
      *******
           READ AUTOS
               AT END MOVE "SI" TO AUTOS-EOF.
           IF AUTOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
      *******
       026-AGREGAR-OCUPADO.
      *******
      * Patente en WS-OCU-PAT-AUX y dia en WS-FECHA-DIA.
           IF WS-CANT-OCUP >= 6000
               MOVE "SI" TO WS-CARGA-DESBORDE
           ELSE
               ADD 1 TO WS-CANT-OCUP
               MOVE WS-OCU-PAT-AUX TO WS-OCU-PATENTE(WS-CANT-OCUP)
               MOVE WS-FECHA-DIA TO WS-OCU-FECHA(WS-CANT-OCUP).
      *-----------------------------------------------------------------
      *******
       030-ABRIR-PEND-HOY.
      *******
      * EXTEND: comparte el archivo con REPROC-PEND y REPROC-RECH y
      * TP-PARTE-1 lo vacia al consumirlo; si todavia no existe se
      * crea.
           OPEN EXTEND PEND-HOY.
           IF PEND-HOY-ESTADO = "35"
               OPEN OUTPUT PEND-HOY
               CLOSE PEND-HOY
               OPEN EXTEND PEND-HOY.
           IF PEND-HOY-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PENDIENTES-HOY FS: "
                   PEND-HOY-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       040-PROCESAR-ORDENES.
      *******
           OPEN INPUT ORDENES.
           IF ORDENES-ESTADO NOT = "00"
               DISPLAY "AVISO: SIN ORDENES-FIJAS.DAT; NO SE GENERA "
                   "NADA."
               MOVE "SI" TO ORDENES-EOF
           ELSE
               PERFORM 050-LEER-ORDEN.
           PERFORM 041-PROCESAR-ORDEN UNTIL ORDENES-EOF = "SI".
           CLOSE ORDENES.
      *******
       041-PROCESAR-ORDEN.
      *******
           ADD 1 TO WS-CANT-ORDENES.
           PERFORM 042-VALIDAR-ORDEN.
           IF WS-ORDEN-OK = "NO"
               ADD 1 TO WS-CANT-INVALIDAS
               DISPLAY "ORDEN FIJA " ORF-NRO " INVALIDA: "
                   WS-MOTIVO-INV
           ELSE
               IF ORF-ESTADO = "B"
                   ADD 1 TO WS-CANT-SUSPENDIDAS
               ELSE
                   PERFORM 044-GENERAR-ORDEN.
           PERFORM 050-LEER-ORDEN.
      *******
       042-VALIDAR-ORDEN.
      *******
           MOVE "SI" TO WS-ORDEN-OK.
           MOVE SPACES TO WS-MOTIVO-INV.
           IF ORF-NRO NOT NUMERIC OR ORF-NRO = 0
               MOVE "NO" TO WS-ORDEN-OK
               MOVE "NUMERO DE ORDEN" TO WS-MOTIVO-INV.
           IF WS-ORDEN-OK = "SI"
               PERFORM 043-COMPARAR-NRO VARYING WS-NRO-IDX FROM 1 BY 1
                   UNTIL WS-NRO-IDX > WS-CANT-NROS
               IF WS-ORDEN-OK = "SI" AND WS-CANT-NROS < 2000
                   ADD 1 TO WS-CANT-NROS
                   MOVE ORF-NRO TO WS-NRO-LEIDO(WS-CANT-NROS).
           IF WS-ORDEN-OK = "SI"
               IF ORF-AGENCIA NOT NUMERIC OR ORF-AGENCIA < 1 OR
                   ORF-AGENCIA > 4
                   MOVE "NO" TO WS-ORDEN-OK
                   MOVE "AGENCIA" TO WS-MOTIVO-INV.
           IF WS-ORDEN-OK = "SI" AND ORF-NRO-DOC = SPACES
               MOVE "NO" TO WS-ORDEN-OK
               MOVE "SIN DOCUMENTO" TO WS-MOTIVO-INV.
           IF WS-ORDEN-OK = "SI" AND ORF-PATENTE = SPACES AND
               ORF-TAMANIO = SPACE
               MOVE "SIN PATENTE NI TAMANIO" TO WS-MOTIVO-INV
               MOVE "NO" TO WS-ORDEN-OK.
           IF WS-ORDEN-OK = "SI"
               IF ORF-DIA NOT NUMERIC
                   MOVE "NO" TO WS-ORDEN-OK
                   MOVE "DIA DEL PATRON" TO WS-MOTIVO-INV
               ELSE
                   IF NOT (ORF-PATRON = "S" AND ORF-DIA >= 1 AND
                       ORF-DIA <= 7) AND
                       NOT (ORF-PATRON = "M" AND ORF-DIA >= 1 AND
                       ORF-DIA <= 31)
                       MOVE "NO" TO WS-ORDEN-OK
                       MOVE "PATRON" TO WS-MOTIVO-INV.
           IF WS-ORDEN-OK = "SI"
               IF ORF-DESDE NOT NUMERIC OR ORF-DESDE = 0 OR
                   ORF-HASTA NOT NUMERIC
                   MOVE "NO" TO WS-ORDEN-OK
                   MOVE "VIGENCIA" TO WS-MOTIVO-INV
               ELSE
                   IF ORF-HASTA NOT = 0 AND ORF-HASTA < ORF-DESDE
                       MOVE "NO" TO WS-ORDEN-OK
                       MOVE "VIGENCIA" TO WS-MOTIVO-INV.
      * Horas: un par incompleto o invertido vale jornada completa,
      * igual que en el merge.
           IF ORF-HORA-RETIRO NOT NUMERIC
               MOVE 0 TO ORF-HORA-RETIRO.
           IF ORF-HORA-DEVOL NOT NUMERIC
               MOVE 0 TO ORF-HORA-DEVOL.
           IF ORF-HORA-RETIRO = 0 OR ORF-HORA-DEVOL = 0 OR
               ORF-HORA-DEVOL <= ORF-HORA-RETIRO
               MOVE 0 TO ORF-HORA-RETIRO
               MOVE 0 TO ORF-HORA-DEVOL.
      *******
       043-COMPARAR-NRO.
      *******
           IF WS-NRO-LEIDO(WS-NRO-IDX) = ORF-NRO
               MOVE "NO" TO WS-ORDEN-OK
               MOVE "NUMERO DE ORDEN REPETIDO" TO WS-MOTIVO-INV.
      *-----------------------------------------------------------------
      *******
       044-GENERAR-ORDEN.
      *******
      * Se sigue desde el dia siguiente a la ultima ocurrencia
      * generada, con hasta 6 dias de atraso; una orden sin
      * ocurrencias en el libro arranca en la fecha de proceso.
           MOVE 0 TO WS-ULT-GENERADA.
           PERFORM 045-COMPARAR-ULTIMA VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-CANT-GEN.
           IF WS-ULT-GENERADA = 0
               MOVE WS-FECHA-PROCESO TO WS-FECHA-DIA
           ELSE
               COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ULT-GENERADA) + 1)
               IF WS-FECHA-DIA < WS-FECHA-INICIO
                   MOVE WS-FECHA-INICIO TO WS-FECHA-DIA.
           IF WS-FECHA-DIA < ORF-DESDE
               MOVE ORF-DESDE TO WS-FECHA-DIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-SIG.
           IF ORF-HASTA NOT = 0 AND ORF-HASTA < WS-FECHA-SIG
               MOVE ORF-HASTA TO WS-FECHA-SIG.
           IF WS-FECHA-DIA <= WS-FECHA-SIG
               COMPUTE WS-INT-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA)
               COMPUTE WS-INT-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-SIG)
               PERFORM 046-PROBAR-DIA VARYING WS-INT-DIA
                   FROM WS-INT-DESDE BY 1
                   UNTIL WS-INT-DIA > WS-INT-HASTA OR
                   WS-LIBRO-LLENO = "SI".
      *******
       045-COMPARAR-ULTIMA.
      *******
           IF TGE-NRO(WS-GEN-IDX) = ORF-NRO AND
               TGE-FECHA(WS-GEN-IDX) > WS-ULT-GENERADA
               MOVE TGE-FECHA(WS-GEN-IDX) TO WS-ULT-GENERADA.
      *******
       046-PROBAR-DIA.
      *******
           COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           MOVE "NO" TO WS-CORRESPONDE.
           IF ORF-PATRON = "S"
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-INT-DIA - 1, 7) + 1
               IF WS-DIA-SEMANA = ORF-DIA
                   MOVE "SI" TO WS-CORRESPONDE
               END-IF
           ELSE
      * Mensual: el dia pedido, o el ultimo del mes si no lo tiene.
               COMPUTE WS-FECHA-SIG =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DIA + 1)
               IF WS-DIA-DD = ORF-DIA OR
                   (WS-SIG-DD = 1 AND ORF-DIA > WS-DIA-DD)
                   MOVE "SI" TO WS-CORRESPONDE.
           IF WS-CORRESPONDE = "SI" AND ORF-FERIADO = "S"
               MOVE "NO" TO WS-ES-FERIADO
               PERFORM 047-COMPARAR-FERIADO VARYING WS-FER-IDX
                   FROM 1 BY 1 UNTIL WS-FER-IDX > WS-CANT-FERIADOS
               IF WS-ES-FERIADO = "SI"
                   MOVE "NO" TO WS-CORRESPONDE
                   ADD 1 TO WS-CANT-FERIADO.
           IF WS-CORRESPONDE = "SI"
               IF WS-CANT-GEN >= 5000
                   MOVE "SI" TO WS-LIBRO-LLENO
                   DISPLAY "ATENCION: ORDENES-GEN.DAT LLENO (5000); "
                       "LO QUE FALTA SE GENERA EN LA PROXIMA CORRIDA."
               ELSE
                   PERFORM 048-GENERAR-OCURRENCIA.
      *******
       047-COMPARAR-FERIADO.
      *******
           IF WS-FER-FECHA(WS-FER-IDX) = WS-FECHA-DIA
               MOVE "SI" TO WS-ES-FERIADO.
      *******
       048-GENERAR-OCURRENCIA.
      *******
           ADD 1 TO WS-CANT-GEN.
           MOVE ORF-NRO TO TGE-NRO(WS-CANT-GEN).
           MOVE WS-FECHA-DIA TO TGE-FECHA(WS-CANT-GEN).
           MOVE ORF-AGENCIA TO TGE-AGENCIA(WS-CANT-GEN).
           MOVE ORF-TIPO-DOC TO TGE-TIPO-DOC(WS-CANT-GEN).
           MOVE ORF-NRO-DOC TO TGE-NRO-DOC(WS-CANT-GEN).
           MOVE WS-FECHA-PROCESO TO TGE-GENERADA(WS-CANT-GEN).
           MOVE 0 TO TGE-MOTIVO(WS-CANT-GEN).
           IF ORF-PATENTE NOT = SPACES
               MOVE ORF-PATENTE TO TGE-PATENTE(WS-CANT-GEN)
           ELSE
               PERFORM 052-ELEGIR-AUTO
               IF WS-POS = 0
                   MOVE SPACES TO TGE-PATENTE(WS-CANT-GEN)
               ELSE
                   MOVE WS-AUTO-PATENTE(WS-POS) TO
                       TGE-PATENTE(WS-CANT-GEN).
           IF ORF-PATENTE = SPACES AND WS-POS = 0
               MOVE "S" TO TGE-ESTADO(WS-CANT-GEN)
               ADD 1 TO WS-CANT-SIN-AUTO
               MOVE WS-CANT-GEN TO WS-GEN-IDX
               PERFORM 080-AGREGAR-AVISO
           ELSE
               MOVE "G" TO TGE-ESTADO(WS-CANT-GEN)
               PERFORM 049-GRABAR-NOVEDAD.
      *******
       049-GRABAR-NOVEDAD.
      *******
      * Alquiler de un dia, sin canje, promocion, adicionales ni
      * moneda: lo que el cliente pida distinto lo carga la agencia.
           MOVE ORF-AGENCIA TO PHOY-AGENCIA.
           MOVE TGE-PATENTE(WS-CANT-GEN) TO PHOY-PATENTE.
           MOVE WS-FECHA-DIA TO PHOY-FECHA.
           MOVE WS-FECHA-DIA TO PHOY-FECHA-HASTA.
           MOVE "U" TO PHOY-TIPO-TRANS.
           MOVE ORF-TIPO-DOC TO PHOY-TIPO-DOC.
           MOVE ORF-NRO-DOC TO PHOY-NRO-DOC.
           MOVE ORF-HORA-RETIRO TO PHOY-HORA-RETIRO.
           MOVE ORF-HORA-DEVOL TO PHOY-HORA-DEVOL.
           MOVE ORF-MODO TO PHOY-MODO.
           MOVE SPACE TO PHOY-CANJE.
           MOVE SPACES TO PHOY-PROMO.
           MOVE SPACES TO PHOY-EXTRAS.
           MOVE SPACES TO PHOY-MONEDA.
           MOVE SPACES TO PHOY-PATENTE-ANT.
           MOVE 0 TO PHOY-COTIZ-NRO.
           WRITE REG-PEND-HOY.
           IF PEND-HOY-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE PENDIENTES-HOY FS: "
                   PEND-HOY-ESTADO
               STOP RUN.
           ADD 1 TO WS-CANT-GENERADAS.
           MOVE PHOY-PATENTE TO WS-OCU-PAT-AUX.
           PERFORM 026-AGREGAR-OCUPADO.
      *******
       050-LEER-ORDEN.
      *******
           READ ORDENES
               AT END MOVE "SI" TO ORDENES-EOF.
           IF ORDENES-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ ORDENES-FIJAS FS: "
                   ORDENES-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       052-ELEGIR-AUTO.
      *******
      * Primer auto activo del tamaño libre ese dia: primero entre los
      * que estan en la agencia de la orden, despues cualquiera.
           MOVE 0 TO WS-POS.
           MOVE 1 TO WS-PASADA.
           PERFORM 053-PROBAR-AUTO VARYING WS-AUT-IDX FROM 1 BY 1
               UNTIL WS-AUT-IDX > WS-CANT-AUTOS OR WS-POS NOT = 0.
           IF WS-POS = 0
               MOVE 2 TO WS-PASADA
               PERFORM 053-PROBAR-AUTO VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-CANT-AUTOS OR WS-POS NOT = 0.
      *******
       053-PROBAR-AUTO.
      *******
           IF WS-AUTO-ESTADO(WS-AUT-IDX) NOT = "B" AND
               WS-AUTO-TAMAÑO(WS-AUT-IDX) = ORF-TAMANIO AND
               (WS-PASADA = 2 OR
                WS-AUTO-AGENCIA(WS-AUT-IDX) = ORF-AGENCIA)
               MOVE "SI" TO WS-LIBRE
               PERFORM 054-COMPARAR-OCUPADO VARYING WS-OCU-IDX
                   FROM 1 BY 1 UNTIL WS-OCU-IDX > WS-CANT-OCUP OR
                   WS-LIBRE = "NO"
               IF WS-LIBRE = "SI"
                   MOVE WS-AUT-IDX TO WS-POS.
      *******
       054-COMPARAR-OCUPADO.
      *******
           IF WS-OCU-PATENTE(WS-OCU-IDX) = WS-AUTO-PATENTE(WS-AUT-IDX)
               AND WS-OCU-FECHA(WS-OCU-IDX) = WS-FECHA-DIA
               MOVE "NO" TO WS-LIBRE.
      *-----------------------------------------------------------------
      *******
       060-REGRABAR-GENERADAS.
      *******
           OPEN OUTPUT GENERADAS.
           IF GENERADAS-ESTADO NOT = ZERO AND
               GENERADAS-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN ORDENES-GEN FS: "
                   GENERADAS-ESTADO
               STOP RUN.
           PERFORM 062-GRABAR-GENERADA VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-CANT-GEN.
           CLOSE GENERADAS.
      *******
       062-GRABAR-GENERADA.
      *******
           MOVE TGE-NRO(WS-GEN-IDX) TO ORG-NRO.
           MOVE TGE-FECHA(WS-GEN-IDX) TO ORG-FECHA.
           MOVE TGE-AGENCIA(WS-GEN-IDX) TO ORG-AGENCIA.
           MOVE TGE-PATENTE(WS-GEN-IDX) TO ORG-PATENTE.
           MOVE TGE-TIPO-DOC(WS-GEN-IDX) TO ORG-TIPO-DOC.
           MOVE TGE-NRO-DOC(WS-GEN-IDX) TO ORG-NRO-DOC.
           MOVE TGE-GENERADA(WS-GEN-IDX) TO ORG-GENERADA.
           MOVE TGE-ESTADO(WS-GEN-IDX) TO ORG-ESTADO.
           MOVE TGE-MOTIVO(WS-GEN-IDX) TO ORG-MOTIVO.
           WRITE ORG.
      *-----------------------------------------------------------------
      *******
       070-ESCRIBIR-AVISOS.
      *******
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ORDENES-AVISO FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           IF WS-CANT-AVISOS = 0
               WRITE LINEA FROM PE6-VACIO
           ELSE
               PERFORM 072-ESCRIBIR-AGENCIA VARYING WS-AGE FROM 1 BY 1
                   UNTIL WS-AGE > 4.
           CLOSE LISTADO.
      *******
       072-ESCRIBIR-AGENCIA.
      *******
           MOVE "NO" TO WS-HAY-AGENCIA.
           PERFORM 073-BUSCAR-AGENCIA VARYING WS-AVI-IDX FROM 1 BY 1
               UNTIL WS-AVI-IDX > WS-CANT-AVISOS OR
               WS-HAY-AGENCIA = "SI".
           IF WS-HAY-AGENCIA = "SI"
               MOVE WS-AGE TO PE3-AGENCIA
               WRITE LINEA FROM PE3-ENCABE
               WRITE LINEA FROM PE4-ENCABE
               WRITE LINEA FROM PE5-ENCABE
               PERFORM 074-ESCRIBIR-AVISO VARYING WS-AVI-IDX FROM 1 BY 1
                   UNTIL WS-AVI-IDX > WS-CANT-AVISOS
               WRITE LINEA FROM PE2-ENCABE.
      *******
       073-BUSCAR-AGENCIA.
      *******
           IF AVI-AGENCIA(WS-AVI-IDX) = WS-AGE
               MOVE "SI" TO WS-HAY-AGENCIA.
      *******
       074-ESCRIBIR-AVISO.
      *******
           IF AVI-AGENCIA(WS-AVI-IDX) = WS-AGE
               MOVE AVI-NRO(WS-AVI-IDX) TO ROW-NRO
               MOVE AVI-FECHA(WS-AVI-IDX) TO WS-FECHA-DIA
               MOVE WS-DIA-DD TO ROW-DIA
               MOVE WS-DIA-MM TO ROW-MES
               MOVE WS-DIA-AAAA TO ROW-ANIO
               MOVE AVI-PATENTE(WS-AVI-IDX) TO ROW-PATENTE
               MOVE AVI-NRO-DOC(WS-AVI-IDX) TO ROW-NRO-DOC
               PERFORM 076-DATOS-CLIENTE
               IF AVI-ESTADO(WS-AVI-IDX) = "S"
                   MOVE "Sin auto libre" TO ROW-MOTIVO
               ELSE
                   MOVE AVI-MOTIVO(WS-AVI-IDX) TO WS-MOTIVO-NRO
                   MOVE WS-MOTIVO-RECH TO ROW-MOTIVO
               END-IF
               WRITE LINEA FROM PTR-ROW.
      *******
       076-DATOS-CLIENTE.
      *******
      * Nombre y telefono para la llamada; un telefono que reboto en
      * el gateway de avisos no se ofrece.
           MOVE SPACES TO ROW-NOMBRE.
           MOVE SPACES TO ROW-TELEFONO.
           IF CLIENTES-DISPONIBLE = "SI"
               MOVE AVI-NRO-DOC(WS-AVI-IDX) TO CLI-DOCUMENTO
               READ CLIENTES RECORD KEY IS CLI-DOCUMENTO
                   INVALID KEY
                       MOVE "(no registrado)" TO ROW-NOMBRE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO ROW-NOMBRE
                       IF CLI-REBOTE-TEL NOT = "S"
                           MOVE CLI-TELEFONO TO ROW-TELEFONO
                       END-IF
               END-READ.
      *-----------------------------------------------------------------
      *******
       080-AGREGAR-AVISO.
      *******
      * Ocurrencia del libro en WS-GEN-IDX.
           IF WS-CANT-AVISOS < 2000
               ADD 1 TO WS-CANT-AVISOS
               MOVE TGE-AGENCIA(WS-GEN-IDX) TO
                   AVI-AGENCIA(WS-CANT-AVISOS)
               MOVE TGE-NRO(WS-GEN-IDX) TO AVI-NRO(WS-CANT-AVISOS)
               MOVE TGE-FECHA(WS-GEN-IDX) TO AVI-FECHA(WS-CANT-AVISOS)
               MOVE TGE-PATENTE(WS-GEN-IDX) TO
                   AVI-PATENTE(WS-CANT-AVISOS)
               MOVE TGE-NRO-DOC(WS-GEN-IDX) TO
                   AVI-NRO-DOC(WS-CANT-AVISOS)
               MOVE TGE-ESTADO(WS-GEN-IDX) TO
                   AVI-ESTADO(WS-CANT-AVISOS)
               MOVE TGE-MOTIVO(WS-GEN-IDX) TO
                   AVI-MOTIVO(WS-CANT-AVISOS)
           ELSE
               DISPLAY "ATENCION: AVISO SIN LUGAR EN EL INFORME: ORDEN "
                   TGE-NRO(WS-GEN-IDX) " DIA " TGE-FECHA(WS-GEN-IDX).
      *-----------------------------------------------------------------
      *******
       END PROGRAM ORDEN-FIJA.
