      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: cola nocturna de avisos a clientes para
      *       el gateway de email/SMS. Arma NOTIFICACIONES.DAT con el
      *       formato fijo del gateway (canal, destino, cliente,
      *       codigo de plantilla y sus variables) a partir de:
      *       - AVISOS-PEND.DAT, que dejan RESERVAS (confirmacion y
      *         lista de espera), VENCIDOS (atraso), FACTURA-CLI
      *         (estado de cuenta nuevo) y CARTAS-MOR (cobranza);
      *       - los retiros de manana: alquileres de MAESTRO-ACT que
      *         empiezan al dia siguiente y reservas confirmadas
      *         (RESERVAS.DAT / RESERVAS-HOY.DAT) con esa fecha.
      *       El canal es el email del cliente (CLIENTES.TXT) o, sin
      *       email utilizable, SMS al telefono. Antes de encolar se
      *       aplica NOTIF-RETORNO.DAT, el estado de entrega que
      *       devuelve el gateway: un destino que reboto queda
      *       marcado en el cliente y no se vuelve a usar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLI-ESTADO.

           SELECT OPTIONAL CERROJO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CER-ESTADO.

           SELECT OPTIONAL RETORNO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RETORNO-ESTADO.

           SELECT OPTIONAL AVISOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AVISOS-ESTADO.

           SELECT OPTIONAL MAE-ACT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL RESERVAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RESERVAS-ESTADO.

           SELECT OPTIONAL RES-HOY ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RES-HOY-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT NOTIFICACIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOTIF-ESTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.TXT".
       01  CLI.
           03 CLI-NUMERO       PIC X(8).
           03 CLI-FEC-ALTA     PIC 9(8).
           03 CLI-TELEFONO     PIC X(20).
           03 CLI-DIRECCION    PIC X(30).
           03 CLI-DOCUMENTO    PIC X(20).
           03 CLI-NOMBRE       PIC X(30).
           03 CLI-EMAIL        PIC X(30).
      * "A" activo / "B" dado de baja (CLI-NOV); en blanco en
      * archivos anteriores a la marca, se toma como activo.
           03 CLI-ESTADO-CLI   PIC X.
           03 CLI-LICENCIA-COND PIC X(15).
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
           03 CLI-CUIT-EMPRESA PIC X(11).
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

      * Cerrojo de acceso a CLIENTES.TXT, compartido con SUBPGR y las
      * consultas: se toma antes de abrir I-O y se suelta al cerrar.
       FD  CERROJO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.LCK".
       01  REG-CERROJO         PIC X(30).

      * Estado de entrega que devuelve el gateway, un registro por
      * envio de NOTIFICACIONES.DAT (fecha y secuencia del envio):
      * resultado "E" entregado / "R" rebotado.
       FD  RETORNO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../NOTIF-RETORNO.DAT".
       01  NTR.
           03  NTR-FECHA           PIC 9(8).
           03  NTR-SECUENCIA       PIC 9(6).
           03  NTR-CLIENTE         PIC X(8).
           03  NTR-CANAL           PIC X.
           03  NTR-DESTINO         PIC X(30).
           03  NTR-RESULTADO       PIC X.

      * Avisos a clientes pendientes de encolar; se vacia al terminar.
       FD  AVISOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../AVISOS-PEND.DAT".
       01  AVP.
           03  AVP-FECHA           PIC 9(8).
           03  AVP-ORIGEN          PIC X(10).
           03  AVP-TIPO-DOC        PIC X.
           03  AVP-NRO-DOC         PIC X(20).
           03  AVP-PLANTILLA       PIC X(8).
           03  AVP-VARIABLE        PIC X(20) OCCURS 4 TIMES.

       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MAESTRO-ACT.DAT".
       01  MAE.
           03  MAE-PATENTE         PIC X(6).
           03  MAE-FECHA           PIC 9(8).
           03  MAE-TIPO-DOC        PIC X.
           03  MAE-NRO-DOC         PIC X(20).
           03  MAE-IMPORTE         PIC 9(4)V99.
           03  MAE-AGENCIA         PIC 9.
      * Horas, modalidad y desglose de IVA; no se usan aca.
           03  FILLER              PIC X(21).

      * Libro de reservas de TP-PARTE-1 (ver RESERVAS.cbl); estado
      * "C" = confirmada.
       FD  RESERVAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/RESERVAS.DAT".
       01  RES.
           03  RES-AGENCIA     PIC 9.
           03  RES-PATENTE     PIC X(6).
           03  RES-FECHA       PIC 9(8).
           03  RES-FECHA-HASTA PIC 9(8).
           03  RES-TIPO-DOC    PIC X.
           03  RES-NRO-DOC     PIC X(20).
           03  RES-ESTADO      PIC X.
      * Anticipo cobrado al reservar; no se usa aca.
           03  FILLER          PIC X(9).

       FD  RES-HOY LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/RESERVAS-HOY.DAT".
       01  REG-RES-HOY.
           03  RHOY-AGENCIA           PIC 9.
           03  RHOY-PATENTE           PIC X(6).
           03  RHOY-FECHA             PIC 9(8).
           03  RHOY-FECHA-HASTA       PIC 9(8).
           03  RHOY-TIPO-TRANS        PIC X.
           03  RHOY-TIPO-DOC          PIC X.
           03  RHOY-NRO-DOC           PIC X(20).

      * Fecha de proceso (AAAAMMDD), mismo criterio que VENCIDOS.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesa FECHA-CORRIDA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Salida para el gateway, formato fijo: canal "E" email / "S"
      * SMS, destino (direccion o telefono), numero de cliente,
      * codigo de plantilla y hasta cuatro variables de la plantilla.
       FD  NOTIFICACIONES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../NOTIFICACIONES.DAT".
       01  NTF.
           03  NTF-FECHA           PIC 9(8).
           03  NTF-SECUENCIA       PIC 9(6).
           03  NTF-CANAL           PIC X.
           03  NTF-DESTINO         PIC X(30).
           03  NTF-CLIENTE         PIC X(8).
           03  NTF-PLANTILLA       PIC X(8).
           03  NTF-VARIABLE        PIC X(20) OCCURS 4 TIMES.

       WORKING-STORAGE SECTION.
       77  CER-ESTADO          PIC XX.
       77  WS-LOCK-TOMADO      PIC X       VALUE "N".
       77  WS-INTENTO          PIC 9(2).
       77  WS-CERROJO-LIBRE    PIC X       VALUE "N".
       77  WS-ESPERA-SEG       PIC 9(4) COMP VALUE 5.
       77  WS-RUTA-CERROJO     PIC X(20)   VALUE "../CLIENTES.LCK".
       77  WS-RC-BORRADO       PIC S9(9) COMP.

       77  CLI-ESTADO          PIC XX.
       77  RETORNO-ESTADO      PIC XX.
       77  AVISOS-ESTADO       PIC XX.
       77  MAE-ACT-ESTADO      PIC XX.
       77  RESERVAS-ESTADO     PIC XX.
       77  RES-HOY-ESTADO      PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  NOTIF-ESTADO        PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-HAY-RETORNO      PIC X(2)    VALUE "NO".
       77  WS-HAY-AVISOS       PIC X(2)    VALUE "NO".
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       01  WS-PARM-FECHA       PIC 9(8).
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-FECHA-MANANA     PIC 9(8).
       01  WS-SECUENCIA        PIC 9(6)    VALUE 0.
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-POS              PIC 9(4).
       01  WS-CANT-HOY         PIC 9(4)    VALUE 0.
       01  WS-CANT-RET         PIC 9(4)    VALUE 0.
       01  WS-CANT-RETORNOS    PIC 9(5)    VALUE 0.
       01  WS-CANT-REBOTES     PIC 9(5)    VALUE 0.
       01  WS-CANT-AVISOS      PIC 9(5)    VALUE 0.
       01  WS-CANT-RECORDATORIOS PIC 9(5)  VALUE 0.
       01  WS-CANT-EMAIL       PIC 9(5)    VALUE 0.
       01  WS-CANT-SMS         PIC 9(5)    VALUE 0.
       01  WS-CANT-SIN-CONTACTO PIC 9(5)   VALUE 0.
       01  WS-CANT-SIN-CLIENTE PIC 9(5)    VALUE 0.
       01  WS-CANT-BAJAS       PIC 9(5)    VALUE 0.

      * Aviso a encolar: documento del cliente, plantilla y variables.
       01  WS-AVISO.
           03 WS-AV-NRO-DOC        PIC X(20).
           03 WS-AV-PLANTILLA      PIC X(8).
           03 WS-AV-VARIABLE       PIC X(20) OCCURS 4 TIMES.

      * Patente y cliente con un dia de alquiler hoy: si el alquiler
      * sigue manana no es un retiro.
       01  WS-TABLA-HOY.
           03 WS-HOY OCCURS 2000 TIMES.
               05 HOY-PATENTE      PIC X(6).
               05 HOY-NRO-DOC      PIC X(20).

      * Retiros de manana (alquileres y reservas), sin repetir
      * patente y cliente.
       01  WS-TABLA-RETIROS.
           03 WS-RET OCCURS 2000 TIMES.
               05 RET-PATENTE      PIC X(6).
               05 RET-NRO-DOC      PIC X(20).
               05 RET-AGENCIA      PIC 9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 020-APLICAR-RETORNO.
            PERFORM 030-ENCOLAR-PENDIENTES.
            PERFORM 040-CARGAR-RETIROS.
            PERFORM 048-ENCOLAR-RETIRO VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-RET.
            PERFORM 070-CERRAR-ARCHIVOS.
            PERFORM 080-VACIAR-ENTRADAS.
            DISPLAY "NOTIFICA: RETORNOS " WS-CANT-RETORNOS
                " REBOTES MARCADOS " WS-CANT-REBOTES.
            DISPLAY "NOTIFICA: AVISOS " WS-CANT-AVISOS
                " RECORDATORIOS DE RETIRO " WS-CANT-RECORDATORIOS.
            DISPLAY "NOTIFICA: ENCOLADOS EMAIL " WS-CANT-EMAIL
                " SMS " WS-CANT-SMS.
            DISPLAY "NOTIFICA: SIN CONTACTO " WS-CANT-SIN-CONTACTO
                " CLIENTE INEXISTENTE " WS-CANT-SIN-CLIENTE
                " DADOS DE BAJA " WS-CANT-BAJAS.
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
           COMPUTE WS-FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) + 1).
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           PERFORM ESPERAR-Y-TOMAR-CERROJO.
           OPEN I-O CLIENTES.
           IF CLI-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CLIENTES FS: " CLI-ESTADO
               PERFORM SOLTAR-CERROJO
               STOP RUN.
           OPEN OUTPUT NOTIFICACIONES.
           IF NOTIF-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN NOTIFICACIONES FS: "
                   NOTIF-ESTADO
               CLOSE CLIENTES
               PERFORM SOLTAR-CERROJO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       020-APLICAR-RETORNO.
      *******
      * Solo se marca el rebote si el cliente sigue con el mismo
      * destino: si CLI-NOV ya lo cambio, el dato nuevo se usa.
           OPEN INPUT RETORNO.
           IF RETORNO-ESTADO = "00"
               MOVE "SI" TO WS-HAY-RETORNO
               PERFORM UNTIL RETORNO-ESTADO NOT = "00"
                   READ RETORNO
                   IF RETORNO-ESTADO = "00"
                       ADD 1 TO WS-CANT-RETORNOS
                       IF NTR-RESULTADO = "R"
                           PERFORM 022-MARCAR-REBOTE
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE RETORNO.
      *******
       022-MARCAR-REBOTE.
      *******
           MOVE NTR-CLIENTE TO CLI-NUMERO.
           READ CLIENTES RECORD KEY IS CLI-NUMERO
               INVALID KEY CONTINUE
           END-READ.
           IF CLI-ESTADO = "00"
               IF NTR-CANAL = "E" AND CLI-EMAIL = NTR-DESTINO AND
                   CLI-REBOTE-EMAIL NOT = "S"
                   MOVE "S" TO CLI-REBOTE-EMAIL
                   PERFORM 024-REGRABAR-CLIENTE
               ELSE
               IF NTR-CANAL = "S" AND CLI-TELEFONO = NTR-DESTINO AND
                   CLI-REBOTE-TEL NOT = "S"
                   MOVE "S" TO CLI-REBOTE-TEL
                   PERFORM 024-REGRABAR-CLIENTE.
      *******
       024-REGRABAR-CLIENTE.
      *******
           REWRITE CLI.
           IF CLI-ESTADO NOT = "00"
               DISPLAY "ERROR EN REWRITE CLIENTES FS: " CLI-ESTADO
               CLOSE CLIENTES
               PERFORM SOLTAR-CERROJO
               STOP RUN.
           ADD 1 TO WS-CANT-REBOTES.
      *-----------------------------------------------------------------
      *******
       030-ENCOLAR-PENDIENTES.
      *******
           OPEN INPUT AVISOS.
           IF AVISOS-ESTADO = "00"
               MOVE "SI" TO WS-HAY-AVISOS
               PERFORM UNTIL AVISOS-ESTADO NOT = "00"
                   READ AVISOS
                   IF AVISOS-ESTADO = "00"
                       ADD 1 TO WS-CANT-AVISOS
                       MOVE AVP-NRO-DOC TO WS-AV-NRO-DOC
                       MOVE AVP-PLANTILLA TO WS-AV-PLANTILLA
                       MOVE AVP-VARIABLE(1) TO WS-AV-VARIABLE(1)
                       MOVE AVP-VARIABLE(2) TO WS-AV-VARIABLE(2)
                       MOVE AVP-VARIABLE(3) TO WS-AV-VARIABLE(3)
                       MOVE AVP-VARIABLE(4) TO WS-AV-VARIABLE(4)
                       PERFORM 050-ENCOLAR-AVISO
                   END-IF
               END-PERFORM.
           CLOSE AVISOS.
      *-----------------------------------------------------------------
      *******
       040-CARGAR-RETIROS.
      *******
      * Alquileres: cada registro de MAESTRO-ACT es un dia; el que
      * tiene dia manana y no hoy empieza manana.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO = "00"
               PERFORM UNTIL MAE-ACT-ESTADO NOT = "00"
                   READ MAE-ACT
                   IF MAE-ACT-ESTADO = "00"
                       IF MAE-PATENTE = "*CTRL*"
                           MOVE "10" TO MAE-ACT-ESTADO
                       ELSE
                           PERFORM 042-CLASIFICAR-DIA
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE MAE-ACT.
      * Reservas confirmadas que se retiran manana: las del libro y
      * las ya entregadas al merge con esa fecha.
           OPEN INPUT RESERVAS.
           IF RESERVAS-ESTADO = "00"
               PERFORM UNTIL RESERVAS-ESTADO NOT = "00"
                   READ RESERVAS
                   IF RESERVAS-ESTADO = "00" AND RES-ESTADO = "C"
                       AND RES-FECHA = WS-FECHA-MANANA
                       PERFORM 044-AGREGAR-RETIRO-RES
                   END-IF
               END-PERFORM.
           CLOSE RESERVAS.
           OPEN INPUT RES-HOY.
           IF RES-HOY-ESTADO = "00"
               PERFORM UNTIL RES-HOY-ESTADO NOT = "00"
                   READ RES-HOY
                   IF RES-HOY-ESTADO = "00" AND
                       RHOY-FECHA = WS-FECHA-MANANA
                       PERFORM 045-AGREGAR-RETIRO-RHOY
                   END-IF
               END-PERFORM.
           CLOSE RES-HOY.
      *******
       042-CLASIFICAR-DIA.
      *******
           IF MAE-FECHA = WS-FECHA-PROCESO
               IF WS-CANT-HOY < WS-TOPE-TABLA
                   ADD 1 TO WS-CANT-HOY
                   MOVE MAE-PATENTE TO HOY-PATENTE(WS-CANT-HOY)
                   MOVE MAE-NRO-DOC TO HOY-NRO-DOC(WS-CANT-HOY)
               END-IF
           ELSE
           IF MAE-FECHA = WS-FECHA-MANANA
               MOVE MAE-PATENTE TO WS-AV-VARIABLE(1)
               MOVE MAE-NRO-DOC TO WS-AV-NRO-DOC
               PERFORM 046-BUSCAR-RETIRO
               IF WS-POS = 0
                   PERFORM 047-AGREGAR-RETIRO
                   IF WS-POS NOT = 0
                       MOVE MAE-AGENCIA TO RET-AGENCIA(WS-POS).
      *******
       044-AGREGAR-RETIRO-RES.
      *******
           MOVE RES-PATENTE TO WS-AV-VARIABLE(1).
           MOVE RES-NRO-DOC TO WS-AV-NRO-DOC.
           PERFORM 046-BUSCAR-RETIRO.
           IF WS-POS = 0
               PERFORM 047-AGREGAR-RETIRO
               IF WS-POS NOT = 0
                   MOVE RES-AGENCIA TO RET-AGENCIA(WS-POS).
      *******
       045-AGREGAR-RETIRO-RHOY.
      *******
           MOVE RHOY-PATENTE TO WS-AV-VARIABLE(1).
           MOVE RHOY-NRO-DOC TO WS-AV-NRO-DOC.
           PERFORM 046-BUSCAR-RETIRO.
           IF WS-POS = 0
               PERFORM 047-AGREGAR-RETIRO
               IF WS-POS NOT = 0
                   MOVE RHOY-AGENCIA TO RET-AGENCIA(WS-POS).
      *******
       046-BUSCAR-RETIRO.
      *******
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-RET OR WS-POS NOT = 0
               IF RET-PATENTE(WS-J) = WS-AV-VARIABLE(1) AND
                   RET-NRO-DOC(WS-J) = WS-AV-NRO-DOC
                   MOVE WS-J TO WS-POS
               END-IF
           END-PERFORM.
      *******
       047-AGREGAR-RETIRO.
      *******
      * Deja WS-POS en el renglon nuevo (0 si la tabla esta llena).
           IF WS-CANT-RET < WS-TOPE-TABLA
               ADD 1 TO WS-CANT-RET
               MOVE WS-CANT-RET TO WS-POS
               MOVE WS-AV-VARIABLE(1) TO RET-PATENTE(WS-POS)
               MOVE WS-AV-NRO-DOC TO RET-NRO-DOC(WS-POS)
               MOVE 0 TO RET-AGENCIA(WS-POS)
           ELSE
               MOVE 0 TO WS-POS
               DISPLAY "ATENCION: tabla de retiros llena ("
                   WS-TOPE-TABLA "); patente sin recordatorio: "
                   WS-AV-VARIABLE(1).
      *******
       048-ENCOLAR-RETIRO.
      *******
      * Un alquiler que ya tenia dia hoy sigue; no es un retiro.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-HOY OR WS-POS NOT = 0
               IF HOY-PATENTE(WS-J) = RET-PATENTE(WS-I) AND
                   HOY-NRO-DOC(WS-J) = RET-NRO-DOC(WS-I)
                   MOVE WS-J TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               ADD 1 TO WS-CANT-RECORDATORIOS
               MOVE RET-NRO-DOC(WS-I) TO WS-AV-NRO-DOC
               MOVE "RETIRO" TO WS-AV-PLANTILLA
               MOVE RET-PATENTE(WS-I) TO WS-AV-VARIABLE(1)
               MOVE WS-FECHA-MANANA TO WS-AV-VARIABLE(2)
               MOVE RET-AGENCIA(WS-I) TO WS-AV-VARIABLE(3)
               MOVE SPACES TO WS-AV-VARIABLE(4)
               PERFORM 050-ENCOLAR-AVISO.
      *-----------------------------------------------------------------
      *******
       050-ENCOLAR-AVISO.
      *******
      * Canal: email si hay uno que no reboto; si no, SMS al
      * telefono; sin ninguno de los dos el aviso no sale.
           MOVE WS-AV-NRO-DOC TO CLI-DOCUMENTO.
           READ CLIENTES RECORD KEY IS CLI-DOCUMENTO
               INVALID KEY CONTINUE
           END-READ.
           IF CLI-ESTADO NOT = "00" AND CLI-ESTADO NOT = "02"
               ADD 1 TO WS-CANT-SIN-CLIENTE
           ELSE
           IF CLI-ESTADO-CLI = "B"
               ADD 1 TO WS-CANT-BAJAS
           ELSE
           IF CLI-EMAIL NOT = SPACES AND CLI-REBOTE-EMAIL NOT = "S"
               MOVE "E" TO NTF-CANAL
               MOVE CLI-EMAIL TO NTF-DESTINO
               ADD 1 TO WS-CANT-EMAIL
               PERFORM 052-GRABAR-NOTIFICACION
           ELSE
           IF CLI-TELEFONO NOT = SPACES AND CLI-REBOTE-TEL NOT = "S"
               MOVE "S" TO NTF-CANAL
               MOVE CLI-TELEFONO TO NTF-DESTINO
               ADD 1 TO WS-CANT-SMS
               PERFORM 052-GRABAR-NOTIFICACION
           ELSE
               ADD 1 TO WS-CANT-SIN-CONTACTO.
      *******
       052-GRABAR-NOTIFICACION.
      *******
           ADD 1 TO WS-SECUENCIA.
           MOVE WS-FECHA-PROCESO TO NTF-FECHA.
           MOVE WS-SECUENCIA TO NTF-SECUENCIA.
           MOVE CLI-NUMERO TO NTF-CLIENTE.
           MOVE WS-AV-PLANTILLA TO NTF-PLANTILLA.
           MOVE WS-AV-VARIABLE(1) TO NTF-VARIABLE(1).
           MOVE WS-AV-VARIABLE(2) TO NTF-VARIABLE(2).
           MOVE WS-AV-VARIABLE(3) TO NTF-VARIABLE(3).
           MOVE WS-AV-VARIABLE(4) TO NTF-VARIABLE(4).
           WRITE NTF.
           IF NOTIF-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE NOTIFICACIONES FS: "
                   NOTIF-ESTADO
               CLOSE CLIENTES
               PERFORM SOLTAR-CERROJO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               CLIENTES
               NOTIFICACIONES.
           PERFORM SOLTAR-CERROJO.
      *-----------------------------------------------------------------
      *******
       080-VACIAR-ENTRADAS.
      *******
      * Con NOTIFICACIONES.DAT ya cerrado, lo consumido se vacia
      * para no encolarlo ni aplicarlo dos veces.
           IF WS-HAY-AVISOS = "SI"
               OPEN OUTPUT AVISOS
               CLOSE AVISOS.
           IF WS-HAY-RETORNO = "SI"
               OPEN OUTPUT RETORNO
               CLOSE RETORNO.
      *-----------------------------------------------------------------
       ESPERAR-Y-TOMAR-CERROJO.
      * Hasta 5 intentos con 5 segundos entre cada uno; si el cerrojo
      * sigue tomado se abandona con mensaje, sin tocar nada.
           MOVE "N" TO WS-CERROJO-LIBRE.
           PERFORM PROBAR-CERROJO VARYING WS-INTENTO FROM 1 BY 1
               UNTIL WS-INTENTO > 5 OR WS-CERROJO-LIBRE = "S".
           IF WS-CERROJO-LIBRE NOT = "S"
               DISPLAY "CLIENTES.TXT SIGUE OCUPADO; SE ABANDONA LA "
                   "CORRIDA SIN TOCAR NADA."
               STOP RUN.
           OPEN OUTPUT CERROJO.
           IF CER-ESTADO = "00" OR CER-ESTADO = "05"
               MOVE "CLIENTES TOMADO POR BATCH" TO REG-CERROJO
               WRITE REG-CERROJO
               CLOSE CERROJO
               MOVE "S" TO WS-LOCK-TOMADO.

       PROBAR-CERROJO.
           OPEN INPUT CERROJO.
           IF CER-ESTADO = "05"
               CLOSE CERROJO
               MOVE "S" TO WS-CERROJO-LIBRE
           ELSE
               CLOSE CERROJO
               DISPLAY "CLIENTES.TXT OCUPADO POR OTRO PROCESO; "
                   "REINTENTO EN 5 SEGUNDOS (" WS-INTENTO "/5)"
               CALL "C$SLEEP" USING WS-ESPERA-SEG.

       SOLTAR-CERROJO.
           IF WS-LOCK-TOMADO = "S"
               CALL "CBL_DELETE_FILE" USING WS-RUTA-CERROJO
                   GIVING WS-RC-BORRADO
               MOVE "N" TO WS-LOCK-TOMADO.
      *-----------------------------------------------------------------
      *******
       END PROGRAM NOTIFICA.
