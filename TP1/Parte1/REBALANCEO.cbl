      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: propuesta de traslados entre agencias.
      *       Para los dias que vienen (REBALANCEO-DIAS, 3 por
      *       omision) calcula por agencia y tamaño los autos en playa
      *       segun AUT-AGENCIA-ACTUAL, mas las devoluciones
      *       esperadas y menos los retiros (alquileres aprobados de
      *       MAESTRO-ACT.DAT por ACT-AGENCIA y reservas confirmadas
      *       de RESERVAS.DAT), y para cada faltante propone patentes
      *       puntuales de agencias que sobran: primero autos que
      *       vuelven a su AUT-AGENCIA-BASE y despues autos ociosos,
      *       nunca uno con ventana en TALLER.DAT ni uno ya tomado.
      *       Las propuestas salen a REBALANCEO-PROP.DAT para aprobar:
      *       el jefe de flota marca con "S" las que acepta y la
      *       proxima corrida las agrega a TRASLADOS.DAT, que aplica
      *       FLOTA-UBIC. El listado REBALANCEO-LST.DAT muestra el
      *       saldo de cada agencia antes y despues de los traslados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBALANCEO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT OPTIONAL MAE-ACT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL RESERVAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RESERVAS-ESTADO.

           SELECT OPTIONAL TALLER ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TALLER-ESTADO.

           SELECT OPTIONAL TRASLADOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TRASLADOS-ESTADO.

           SELECT OPTIONAL PROPUESTA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROPUESTA-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.
       DATA DIVISION.
       FILE SECTION.
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
           03  AUT-AGENCIA-BASE    PIC 9.
           03  AUT-AGENCIA-ACTUAL  PIC 9.

       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO-ACT.DAT".
       01  ACT.
           03  ACT-PATENTE         PIC X(6).
           03  ACT-FECHA           PIC 9(8).
           03  ACT-TIPO-DOC        PIC X.
           03  ACT-NRO-DOC         PIC X(20).
           03  ACT-IMPORTE         PIC 9(4)V99.
           03  ACT-AGENCIA         PIC 9.
      * Horas, modalidad y desglose de IVA; no se usan aca.
           03  FILLER              PIC X(21).

       FD  RESERVAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RESERVAS.DAT".
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

      * Ventanas de fuera de servicio, mismas que consulta el merge.
       FD  TALLER LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TALLER.DAT".
       01  REG-TALLER.
           03  RTA-PATENTE     PIC X(6).
           03  RTA-DESDE       PIC 9(8).
           03  RTA-HASTA       PIC 9(8).

      * Traslados de playa a playa que aplica FLOTA-UBIC: los que se
      * cargan a mano y los aprobados de la propuesta de esta corrida.
       FD  TRASLADOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TRASLADOS.DAT".
       01  REG-TRASLADO.
           03  TRA-PATENTE     PIC X(6).
           03  TRA-AGENCIA     PIC 9.
           03  TRA-FECHA       PIC 9(8).

      * Traslados a aprobar: PROP-APROBADO sale en blanco y el jefe de
      * flota pone "S" en los que acepta. Lo que no tiene "S" vence
      * con la corrida siguiente. PROP-MOTIVO: "B" el auto vuelve a
      * su agencia base, "O" auto ocioso de una agencia que sobra.
       FD  PROPUESTA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../REBALANCEO-PROP.DAT".
       01  REG-PROPUESTA.
           03  PROP-PATENTE        PIC X(6).
           03  PROP-TAMANIO        PIC X.
           03  PROP-AGENCIA-DESDE  PIC 9.
           03  PROP-AGENCIA-HASTA  PIC 9.
           03  PROP-FECHA          PIC 9(8).
           03  PROP-MOTIVO         PIC X.
           03  PROP-APROBADO       PIC X.
           03  PROP-FECHA-PROCESO  PIC 9(8).

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
                   VALUE OF FILE-ID IS "../REBALANCEO-LST.DAT".
       01  LINEA               PIC X(100).

      * Dias alquilados de la ventana ordenados por patente y fecha:
      * los dias seguidos de una patente son un mismo alquiler, que
      * retira el primer dia y devuelve el dia siguiente al ultimo.
       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-PATENTE         PIC X(6).
           03  AUX-FECHA           PIC 9(8).
           03  AUX-AGENCIA         PIC 9.

       WORKING-STORAGE SECTION.
       77  AUTOS-EOF           PIC XXX     VALUE "NO".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  AUTOS-ESTADO        PIC XX.
       77  MAE-ACT-ESTADO      PIC XX.
       77  RESERVAS-ESTADO     PIC XX.
       77  TALLER-ESTADO       PIC XX.
       77  TRASLADOS-ESTADO    PIC XX.
       77  PROPUESTA-ESTADO    PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  FS-AUX              PIC XX.
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       77  WS-TOPE-PROPUESTAS  PIC 9(3)    VALUE 500.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
      * Dias hacia adelante que se cubren (clave REBALANCEO-DIAS).
       77  WS-DIAS-VENTANA     PIC 9(2)    VALUE 3.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-INT-PROCESO      PIC 9(7).
       01  WS-INT-FIN          PIC 9(7).
       01  WS-FECHA-FIN        PIC 9(8).
      * Los traslados propuestos se hacen el dia siguiente al proceso.
       01  WS-FECHA-TRASLADO   PIC 9(8).
       01  WS-INT-FECHA        PIC 9(7).
       01  WS-INT-ANT          PIC 9(7)    VALUE 0.
       01  WS-INT-HASTA        PIC 9(7).
       01  WS-PATENTE-ANT      PIC X(6)    VALUE SPACES.
       01  WS-AGENCIA-TRAMO    PIC 9.
       01  WS-POS-TRAMO        PIC 9(4).
       01  WS-CANT-AUTOS       PIC 9(4)    VALUE 0.
       01  WS-POS              PIC 9(4).
       01  WS-I                PIC 9(4).
       01  WS-A                PIC 9.
       01  WS-TAM              PIC 9.
       01  WS-K                PIC 9.
       01  WS-ORIGEN           PIC 9.
       01  WS-PASADA           PIC X.
       01  WS-PATENTE-BUSCAR   PIC X(6).
       01  WS-TAM-BUSCAR       PIC X.
       01  WS-CANT-MANUALES    PIC 9(5)    VALUE 0.
       01  WS-CANT-APROBADAS   PIC 9(5)    VALUE 0.
       01  WS-CANT-VENCIDAS    PIC 9(5)    VALUE 0.
       01  WS-CANT-PROPUESTAS  PIC 9(5)    VALUE 0.
       01  WS-CANT-FALTANTES   PIC 9(5)    VALUE 0.
       01  WS-FECHA-ED-AUX     PIC 9(8).
       01  WS-FECHA-ED-AUX-R REDEFINES WS-FECHA-ED-AUX.
           03 WS-ED-AAAA           PIC 9(4).
           03 WS-ED-MM             PIC 9(2).
           03 WS-ED-DD             PIC 9(2).
       01  WS-FECHA-ED.
           03 WS-FED-DD            PIC 99.
           03 FILLER               PIC X       VALUE '/'.
           03 WS-FED-MM            PIC 99.
           03 FILLER               PIC X       VALUE '/'.
           03 WS-FED-AAAA          PIC 9999.

      * Codigos de tamaño en el orden de las columnas de la tabla.
       01  WS-TAMANIOS-VALORES PIC X(3)    VALUE 'CMG'.
       01  WS-TAMANIOS REDEFINES WS-TAMANIOS-VALORES.
           03 WS-TAM-COD OCCURS 3 TIMES PIC X.

      * Flota en memoria con la ubicacion y lo que la ventana ya tiene
      * tomado: TALLER "S" = ventana de taller dentro de los dias que
      * se cubren, FUERA "S" = alquilado hoy (no esta en la playa),
      * TOMADO "S" = con retiro o reserva en la ventana, PROPUESTO
      * "S" = ya entra en un traslado de esta corrida.
       01  WS-TABLE.
           03  WS-AUTO OCCURS 2000 TIMES
               INDEXED BY IND.
               05  WS-AUTO-PATENTE     PIC X(6).
               05  WS-AUTO-TAM         PIC 9.
               05  WS-AUTO-ESTADO      PIC X.
               05  WS-AUTO-BASE        PIC 9.
               05  WS-AUTO-ACTUAL      PIC 9.
               05  WS-AUTO-TALLER      PIC X.
               05  WS-AUTO-FUERA       PIC X.
               05  WS-AUTO-TOMADO      PIC X.
               05  WS-AUTO-PROPUESTO   PIC X.

      * Saldo por agencia (1-4) y tamaño: en playa + devoluciones -
      * retiros da el saldo antes; los traslados propuestos mueven el
      * saldo despues (SAL-NETO).
       01  WS-SALDOS.
           03 WS-AGE OCCURS 4 TIMES.
               05 WS-AGE-TAM OCCURS 3 TIMES.
                   07 SAL-PLAYA        PIC 9(4)    VALUE 0.
                   07 SAL-DEVOL        PIC 9(4)    VALUE 0.
                   07 SAL-RETIROS      PIC 9(4)    VALUE 0.
                   07 SAL-ENTRAN       PIC 9(4)    VALUE 0.
                   07 SAL-SALEN        PIC 9(4)    VALUE 0.
                   07 SAL-ANTES        PIC S9(5)   VALUE 0.
                   07 SAL-NETO         PIC S9(5)   VALUE 0.

       01  WS-PROPUESTAS.
           03 WS-PRO OCCURS 500 TIMES.
               05 PRO-PATENTE      PIC X(6).
               05 PRO-TAM          PIC 9.
               05 PRO-DESDE        PIC 9.
               05 PRO-HASTA        PIC 9.
               05 PRO-MOTIVO       PIC X.

       01  PE1-ENCABE.
           03 FILLER           PIC X(50) VALUE
               'Propuesta de traslados entre agencias'.
           03 FILLER           PIC X(16) VALUE 'Fecha proceso: '.
           03 PE1-FECHA        PIC X(10).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(16) VALUE 'Dias cubiertos: '.
           03 PE3-DESDE        PIC X(10).
           03 FILLER           PIC X(3)  VALUE ' a '.
           03 PE3-HASTA        PIC X(10).
       01  PE4-ENCABE.
           03 FILLER           PIC X(8)  VALUE 'Agencia'.
           03 FILLER           PIC X(4)  VALUE 'Tam'.
           03 FILLER           PIC X(7)  VALUE ' Playa'.
           03 FILLER           PIC X(7)  VALUE ' Devol'.
           03 FILLER           PIC X(8)  VALUE ' Retiros'.
           03 FILLER           PIC X(7)  VALUE '  Antes'.
           03 FILLER           PIC X(7)  VALUE ' Entran'.
           03 FILLER           PIC X(7)  VALUE '  Salen'.
           03 FILLER           PIC X(8)  VALUE ' Despues'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(100) VALUE ALL '_'.
       01  PE6-ENCABE.
           03 FILLER           PIC X(34) VALUE
               'Traslados propuestos (se aprueban '.
           03 FILLER           PIC X(40) VALUE
               'con "S" en REBALANCEO-PROP.DAT)'.
       01  PE7-ENCABE.
           03 FILLER           PIC X(9)  VALUE 'Patente'.
           03 FILLER           PIC X(4)  VALUE 'Tam'.
           03 FILLER           PIC X(7)  VALUE 'Desde'.
           03 FILLER           PIC X(7)  VALUE 'Hacia'.
           03 FILLER           PIC X(20) VALUE 'Motivo'.
       01  PE8-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Sin traslados para proponer.'.
       01  PTR-ROW.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-AGENCIA      PIC 9.
           03 FILLER           PIC X(5)  VALUE ' '.
           03 ROW-TAMANIO      PIC X.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-PLAYA        PIC ZZZZZ9.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-DEVOL        PIC ZZZZZ9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-RETIROS      PIC ZZZZZ9.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-ANTES        PIC -----9.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-ENTRAN       PIC ZZZZZ9.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-SALEN        PIC ZZZZZ9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-DESPUES      PIC -----9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-MARCA        PIC X(8).
       01  PTR-TRASLADO.
           03 TRW-PATENTE      PIC X(6).
           03 FILLER           PIC X(4)  VALUE ' '.
           03 TRW-TAMANIO      PIC X.
           03 FILLER           PIC X(4)  VALUE ' '.
           03 TRW-DESDE        PIC 9.
           03 FILLER           PIC X(6)  VALUE ' '.
           03 TRW-HASTA        PIC 9.
           03 FILLER           PIC X(5)  VALUE ' '.
           03 TRW-MOTIVO       PIC X(20).

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 040-CARGA-TABLA.
            PERFORM 044-MARCAR-TALLER.
            SORT ARCH-AUX
                ON ASCENDING KEY AUX-PATENTE
                ON ASCENDING KEY AUX-FECHA
                INPUT PROCEDURE IS ENTRADA
                OUTPUT PROCEDURE IS SALIDA.
            PERFORM 046-SUMAR-RESERVAS.
            PERFORM 030-APLICAR-MANUALES.
            PERFORM 032-APLICAR-APROBADOS.
            PERFORM 050-CONTAR-PLAYA VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-AUTOS.
            PERFORM 052-CALCULAR-ANTES VARYING WS-A FROM 1 BY 1
                UNTIL WS-A > 4
                AFTER WS-TAM FROM 1 BY 1 UNTIL WS-TAM > 3.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 060-CUBRIR-FALTANTE VARYING WS-A FROM 1 BY 1
                UNTIL WS-A > 4
                AFTER WS-TAM FROM 1 BY 1 UNTIL WS-TAM > 3.
            PERFORM 066-ESCRIBIR-SALDO VARYING WS-A FROM 1 BY 1
                UNTIL WS-A > 4
                AFTER WS-TAM FROM 1 BY 1 UNTIL WS-TAM > 3.
            PERFORM 067-LISTAR-TRASLADOS.
            PERFORM 070-CERRAR-ARCHIVOS.
            DISPLAY "REBALANCEO: FECHA " WS-FECHA-PROCESO
                " MANUALES " WS-CANT-MANUALES
                " APROBADOS " WS-CANT-APROBADAS
                " VENCIDOS " WS-CANT-VENCIDAS
                " PROPUESTOS " WS-CANT-PROPUESTAS.
            IF WS-CANT-FALTANTES > 0
                DISPLAY "REBALANCEO: AGENCIA/TAMAÑO QUE SIGUEN EN "
                    "FALTA: " WS-CANT-FALTANTES.
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
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "REBALANCEO-DIAS" AND
                       PARM-VALOR(1:2) IS NUMERIC AND
                       PARM-VALOR(1:2) > "00" AND
                       PARM-VALOR(1:2) <= "30"
                       MOVE PARM-VALOR(1:2) TO WS-DIAS-VENTANA
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
           COMPUTE WS-INT-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           COMPUTE WS-INT-FIN = WS-INT-PROCESO + WS-DIAS-VENTANA.
           COMPUTE WS-FECHA-FIN = FUNCTION DATE-OF-INTEGER(WS-INT-FIN).
           COMPUTE WS-FECHA-TRASLADO = FUNCTION DATE-OF-INTEGER(
               WS-INT-PROCESO + 1).
      *-----------------------------------------------------------------
      *******
       040-CARGA-TABLA.
      *******
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
           PERFORM 022-LEER-AUTOS.
           PERFORM 042-CARGAR-UN-AUTO UNTIL AUTOS-EOF = "SI" OR
               WS-CANT-AUTOS = WS-TOPE-TABLA.
           CLOSE AUTOS.
      *******
       042-CARGAR-UN-AUTO.
      *******
      * Agencia 0 o en blanco = ubicacion desconocida: el auto no
      * cuenta en ninguna playa ni se propone para trasladar.
           ADD 1 TO WS-CANT-AUTOS.
           MOVE AUT-PATENTE TO WS-AUTO-PATENTE(WS-CANT-AUTOS).
           MOVE AUT-TAMAÑO TO WS-TAM-BUSCAR.
           PERFORM 054-UBICAR-TAMANIO.
           MOVE WS-TAM TO WS-AUTO-TAM(WS-CANT-AUTOS).
           IF AUT-ESTADO = SPACE
               MOVE "A" TO WS-AUTO-ESTADO(WS-CANT-AUTOS)
           ELSE
               MOVE AUT-ESTADO TO WS-AUTO-ESTADO(WS-CANT-AUTOS).
           IF AUT-AGENCIA-BASE IS NUMERIC AND AUT-AGENCIA-BASE <= 4
               MOVE AUT-AGENCIA-BASE TO WS-AUTO-BASE(WS-CANT-AUTOS)
           ELSE
               MOVE 0 TO WS-AUTO-BASE(WS-CANT-AUTOS).
           IF AUT-AGENCIA-ACTUAL IS NUMERIC AND AUT-AGENCIA-ACTUAL <= 4
               MOVE AUT-AGENCIA-ACTUAL TO WS-AUTO-ACTUAL(WS-CANT-AUTOS)
           ELSE
               MOVE 0 TO WS-AUTO-ACTUAL(WS-CANT-AUTOS).
           MOVE "N" TO WS-AUTO-TALLER(WS-CANT-AUTOS).
           MOVE "N" TO WS-AUTO-FUERA(WS-CANT-AUTOS).
           MOVE "N" TO WS-AUTO-TOMADO(WS-CANT-AUTOS).
           MOVE "N" TO WS-AUTO-PROPUESTO(WS-CANT-AUTOS).
           PERFORM 022-LEER-AUTOS.
      *-----------------------------------------------------------------
      *******
       044-MARCAR-TALLER.
      *******
      * Un auto con ventana de taller que pisa algun dia de los que se
      * cubren no cuenta en la playa ni se traslada.
           OPEN INPUT TALLER.
           IF TALLER-ESTADO = "00"
               PERFORM UNTIL TALLER-ESTADO NOT = "00"
                   READ TALLER
                   IF TALLER-ESTADO = "00" AND
                       RTA-DESDE IS NUMERIC AND RTA-HASTA IS NUMERIC AND
                       RTA-DESDE <= WS-FECHA-FIN AND
                       RTA-HASTA > WS-FECHA-PROCESO
                       MOVE RTA-PATENTE TO WS-PATENTE-BUSCAR
                       PERFORM 056-BUSCAR-AUTO
                       IF WS-POS NOT = 0
                           MOVE "S" TO WS-AUTO-TALLER(WS-POS)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE TALLER.
      *-----------------------------------------------------------------
      *******
       046-SUMAR-RESERVAS.
      *******
      * Las reservas confirmadas que empiezan dentro de la ventana son
      * un retiro en la agencia que reservo y, si terminan antes del
      * ultimo dia, una devolucion en la misma agencia.
           OPEN INPUT RESERVAS.
           IF RESERVAS-ESTADO = "00"
               PERFORM UNTIL RESERVAS-ESTADO NOT = "00"
                   READ RESERVAS
                   IF RESERVAS-ESTADO = "00" AND
                       RES-ESTADO = "C" AND
                       RES-FECHA IS NUMERIC AND
                       RES-FECHA > WS-FECHA-PROCESO AND
                       RES-FECHA <= WS-FECHA-FIN
                       PERFORM 0461-SUMAR-UNA-RESERVA
                   END-IF
               END-PERFORM.
           CLOSE RESERVAS.
      *******
       0461-SUMAR-UNA-RESERVA.
      *******
           MOVE RES-PATENTE TO WS-PATENTE-BUSCAR.
           PERFORM 056-BUSCAR-AUTO.
           IF WS-POS NOT = 0
               MOVE "S" TO WS-AUTO-TOMADO(WS-POS)
               IF WS-AUTO-TAM(WS-POS) NOT = 0 AND
                   RES-AGENCIA IS NUMERIC AND
                   RES-AGENCIA >= 1 AND RES-AGENCIA <= 4
                   ADD 1 TO SAL-RETIROS(RES-AGENCIA,
                       WS-AUTO-TAM(WS-POS))
                   IF RES-FECHA-HASTA IS NUMERIC AND
                       RES-FECHA-HASTA NOT = 0
                       COMPUTE WS-INT-HASTA =
                           FUNCTION INTEGER-OF-DATE(RES-FECHA-HASTA)
                   ELSE
                       COMPUTE WS-INT-HASTA =
                           FUNCTION INTEGER-OF-DATE(RES-FECHA)
                   END-IF
                   IF WS-INT-HASTA + 1 <= WS-INT-FIN
                       ADD 1 TO SAL-DEVOL(RES-AGENCIA,
                           WS-AUTO-TAM(WS-POS)).
      *-----------------------------------------------------------------
      *******
       030-APLICAR-MANUALES.
      *******
      * Traslados cargados a mano que FLOTA-UBIC todavia no aplico: se
      * toman como hechos para no proponer de nuevo el mismo auto.
           OPEN INPUT TRASLADOS.
           IF TRASLADOS-ESTADO = "00"
               PERFORM UNTIL TRASLADOS-ESTADO NOT = "00"
                   READ TRASLADOS
                   IF TRASLADOS-ESTADO = "00" AND
                       TRA-AGENCIA IS NUMERIC AND TRA-AGENCIA >= 1 AND
                       TRA-AGENCIA <= 4
                       MOVE TRA-PATENTE TO WS-PATENTE-BUSCAR
                       PERFORM 056-BUSCAR-AUTO
                       IF WS-POS NOT = 0
                           MOVE TRA-AGENCIA TO WS-AUTO-ACTUAL(WS-POS)
                           ADD 1 TO WS-CANT-MANUALES
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE TRASLADOS.
      *-----------------------------------------------------------------
      *******
       032-APLICAR-APROBADOS.
      *******
      * Las filas de la propuesta anterior marcadas "S" se agregan a
      * TRASLADOS.DAT y se toman como hechas en esta corrida. Vence la
      * que ya paso de fecha o cuyo auto cambio de agencia desde que
      * se propuso.
           OPEN INPUT PROPUESTA.
           IF PROPUESTA-ESTADO = "00"
               OPEN EXTEND TRASLADOS
               IF TRASLADOS-ESTADO = "35"
                   OPEN OUTPUT TRASLADOS
                   CLOSE TRASLADOS
                   OPEN EXTEND TRASLADOS
               END-IF
               IF TRASLADOS-ESTADO NOT = ZERO AND
                   TRASLADOS-ESTADO NOT = "05"
                   DISPLAY "ERROR EN OPEN TRASLADOS FS: "
                       TRASLADOS-ESTADO
                   STOP RUN
               END-IF
               PERFORM UNTIL PROPUESTA-ESTADO NOT = "00"
                   READ PROPUESTA
                   IF PROPUESTA-ESTADO = "00" AND
                       PROP-APROBADO = "S"
                       PERFORM 0321-APLICAR-UNA-PROPUESTA
                   END-IF
               END-PERFORM
               CLOSE TRASLADOS.
           CLOSE PROPUESTA.
      *******
       0321-APLICAR-UNA-PROPUESTA.
      *******
           MOVE 0 TO WS-POS.
           IF PROP-FECHA IS NUMERIC AND
               PROP-FECHA >= WS-FECHA-PROCESO AND
               PROP-AGENCIA-HASTA IS NUMERIC AND
               PROP-AGENCIA-HASTA >= 1 AND PROP-AGENCIA-HASTA <= 4
               MOVE PROP-PATENTE TO WS-PATENTE-BUSCAR
               PERFORM 056-BUSCAR-AUTO.
           IF WS-POS NOT = 0
               IF WS-AUTO-ACTUAL(WS-POS) NOT = PROP-AGENCIA-DESDE
                   MOVE 0 TO WS-POS.
           IF WS-POS = 0
               ADD 1 TO WS-CANT-VENCIDAS
           ELSE
               MOVE PROP-PATENTE TO TRA-PATENTE
               MOVE PROP-AGENCIA-HASTA TO TRA-AGENCIA
               MOVE PROP-FECHA TO TRA-FECHA
               WRITE REG-TRASLADO
               MOVE PROP-AGENCIA-HASTA TO WS-AUTO-ACTUAL(WS-POS)
               ADD 1 TO WS-CANT-APROBADAS.
      *-----------------------------------------------------------------
      *******
       050-CONTAR-PLAYA.
      *******
      * En playa: autos activos de tamaño conocido que estan hoy en la
      * agencia, no salieron alquilados y no entran a taller.
           IF WS-AUTO-ESTADO(WS-I) NOT = "B" AND
               WS-AUTO-TAM(WS-I) NOT = 0 AND
               WS-AUTO-ACTUAL(WS-I) NOT = 0 AND
               WS-AUTO-TALLER(WS-I) = "N" AND
               WS-AUTO-FUERA(WS-I) = "N"
               ADD 1 TO SAL-PLAYA(WS-AUTO-ACTUAL(WS-I),
                   WS-AUTO-TAM(WS-I)).
      *******
       052-CALCULAR-ANTES.
      *******
           COMPUTE SAL-ANTES(WS-A, WS-TAM) = SAL-PLAYA(WS-A, WS-TAM)
               + SAL-DEVOL(WS-A, WS-TAM) - SAL-RETIROS(WS-A, WS-TAM).
           MOVE SAL-ANTES(WS-A, WS-TAM) TO SAL-NETO(WS-A, WS-TAM).
      *-----------------------------------------------------------------
      *******
       060-CUBRIR-FALTANTE.
      *******
      * Primera pasada: autos cuya base es la agencia que falta (el
      * traslado los devuelve a casa); segunda: cualquier auto ocioso.
      * El auto sale solo de una agencia que sobra del mismo tamaño.
           IF SAL-NETO(WS-A, WS-TAM) < 0
               MOVE "B" TO WS-PASADA
               PERFORM 062-PROBAR-CANDIDATO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-AUTOS OR
                   SAL-NETO(WS-A, WS-TAM) >= 0
               MOVE "O" TO WS-PASADA
               PERFORM 062-PROBAR-CANDIDATO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-AUTOS OR
                   SAL-NETO(WS-A, WS-TAM) >= 0.
      *******
       062-PROBAR-CANDIDATO.
      *******
           IF WS-AUTO-TAM(WS-I) = WS-TAM AND
               WS-AUTO-ESTADO(WS-I) NOT = "B" AND
               WS-AUTO-TALLER(WS-I) = "N" AND
               WS-AUTO-FUERA(WS-I) = "N" AND
               WS-AUTO-TOMADO(WS-I) = "N" AND
               WS-AUTO-PROPUESTO(WS-I) = "N" AND
               WS-AUTO-ACTUAL(WS-I) NOT = 0 AND
               WS-AUTO-ACTUAL(WS-I) NOT = WS-A AND
               WS-CANT-PROPUESTAS < WS-TOPE-PROPUESTAS
               MOVE WS-AUTO-ACTUAL(WS-I) TO WS-ORIGEN
               IF SAL-NETO(WS-ORIGEN, WS-TAM) > 0 AND
                   (WS-PASADA = "O" OR WS-AUTO-BASE(WS-I) = WS-A)
                   PERFORM 064-PROPONER-TRASLADO.
      *******
       064-PROPONER-TRASLADO.
      *******
           MOVE "S" TO WS-AUTO-PROPUESTO(WS-I).
           SUBTRACT 1 FROM SAL-NETO(WS-ORIGEN, WS-TAM).
           ADD 1 TO SAL-SALEN(WS-ORIGEN, WS-TAM).
           ADD 1 TO SAL-NETO(WS-A, WS-TAM).
           ADD 1 TO SAL-ENTRAN(WS-A, WS-TAM).
           ADD 1 TO WS-CANT-PROPUESTAS.
           MOVE WS-AUTO-PATENTE(WS-I) TO
               PRO-PATENTE(WS-CANT-PROPUESTAS).
           MOVE WS-TAM TO PRO-TAM(WS-CANT-PROPUESTAS).
           MOVE WS-ORIGEN TO PRO-DESDE(WS-CANT-PROPUESTAS).
           MOVE WS-A TO PRO-HASTA(WS-CANT-PROPUESTAS).
           IF WS-AUTO-BASE(WS-I) = WS-A
               MOVE "B" TO PRO-MOTIVO(WS-CANT-PROPUESTAS)
           ELSE
               MOVE "O" TO PRO-MOTIVO(WS-CANT-PROPUESTAS).
           MOVE WS-AUTO-PATENTE(WS-I) TO PROP-PATENTE.
           MOVE WS-TAM-COD(WS-TAM) TO PROP-TAMANIO.
           MOVE WS-ORIGEN TO PROP-AGENCIA-DESDE.
           MOVE WS-A TO PROP-AGENCIA-HASTA.
           MOVE WS-FECHA-TRASLADO TO PROP-FECHA.
           MOVE PRO-MOTIVO(WS-CANT-PROPUESTAS) TO PROP-MOTIVO.
           MOVE SPACE TO PROP-APROBADO.
           MOVE WS-FECHA-PROCESO TO PROP-FECHA-PROCESO.
           WRITE REG-PROPUESTA.
      *-----------------------------------------------------------------
      *******
       066-ESCRIBIR-SALDO.
      *******
           MOVE WS-A TO ROW-AGENCIA.
           MOVE WS-TAM-COD(WS-TAM) TO ROW-TAMANIO.
           MOVE SAL-PLAYA(WS-A, WS-TAM) TO ROW-PLAYA.
           MOVE SAL-DEVOL(WS-A, WS-TAM) TO ROW-DEVOL.
           MOVE SAL-RETIROS(WS-A, WS-TAM) TO ROW-RETIROS.
           MOVE SAL-ANTES(WS-A, WS-TAM) TO ROW-ANTES.
           MOVE SAL-ENTRAN(WS-A, WS-TAM) TO ROW-ENTRAN.
           MOVE SAL-SALEN(WS-A, WS-TAM) TO ROW-SALEN.
           MOVE SAL-NETO(WS-A, WS-TAM) TO ROW-DESPUES.
           MOVE SPACES TO ROW-MARCA.
           IF SAL-NETO(WS-A, WS-TAM) < 0
               MOVE "EN FALTA" TO ROW-MARCA
               ADD 1 TO WS-CANT-FALTANTES.
           WRITE LINEA FROM PTR-ROW.
      *******
       067-LISTAR-TRASLADOS.
      *******
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE6-ENCABE.
           WRITE LINEA FROM PE7-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           IF WS-CANT-PROPUESTAS = 0
               WRITE LINEA FROM PE8-ENCABE
           ELSE
               PERFORM 068-ESCRIBIR-TRASLADO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-PROPUESTAS.
      *******
       068-ESCRIBIR-TRASLADO.
      *******
           MOVE PRO-PATENTE(WS-I) TO TRW-PATENTE.
           MOVE WS-TAM-COD(PRO-TAM(WS-I)) TO TRW-TAMANIO.
           MOVE PRO-DESDE(WS-I) TO TRW-DESDE.
           MOVE PRO-HASTA(WS-I) TO TRW-HASTA.
           IF PRO-MOTIVO(WS-I) = "B"
               MOVE "vuelve a su base" TO TRW-MOTIVO
           ELSE
               MOVE "auto ocioso" TO TRW-MOTIVO.
           WRITE LINEA FROM PTR-TRASLADO.
      *-----------------------------------------------------------------
      *******
       054-UBICAR-TAMANIO.
      *******
           MOVE 0 TO WS-TAM.
           PERFORM 0541-COMPARAR-TAMANIO VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 3 OR WS-TAM NOT = 0.
      *******
       0541-COMPARAR-TAMANIO.
      *******
           IF WS-TAM-COD(WS-K) = WS-TAM-BUSCAR
               MOVE WS-K TO WS-TAM.
      *******
       056-BUSCAR-AUTO.
      *******
      * Auto de patente WS-PATENTE-BUSCAR (0 si no esta en la flota).
           MOVE 0 TO WS-POS.
           IF WS-CANT-AUTOS > 0
               MOVE 1 TO IND
               SEARCH WS-AUTO
                   AT END CONTINUE
                   WHEN IND > WS-CANT-AUTOS
                       CONTINUE
                   WHEN WS-AUTO-PATENTE(IND) EQUAL WS-PATENTE-BUSCAR
                       SET WS-POS TO IND
               END-SEARCH.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN OUTPUT PROPUESTA.
           IF PROPUESTA-ESTADO NOT = ZERO AND
               PROPUESTA-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN REBALANCEO-PROP FS: "
                   PROPUESTA-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN REBALANCEO-LST FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-ED-AUX.
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO PE1-FECHA.
           MOVE WS-FECHA-TRASLADO TO WS-FECHA-ED-AUX.
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO PE3-DESDE.
           MOVE WS-FECHA-FIN TO WS-FECHA-ED-AUX.
           PERFORM 069-EDITAR-FECHA.
           MOVE WS-FECHA-ED TO PE3-HASTA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               PROPUESTA
               LISTADO.
      *-----------------------------------------------------------------
      *******
       069-EDITAR-FECHA.
      *******
           MOVE WS-ED-DD TO WS-FED-DD.
           MOVE WS-ED-MM TO WS-FED-MM.
           MOVE WS-ED-AAAA TO WS-FED-AAAA.
      *-----------------------------------------------------------------
      *******
       022-LEER-AUTOS.
      *******
           READ AUTOS
               AT END MOVE "SI" TO AUTOS-EOF.
           IF AUTOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ AUTOS  FS: " AUTOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Solo entran al orden los dias alquilados desde hoy hasta el
      * ultimo dia de la ventana; la cola *CTRL* se saltea.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = "00"
               DISPLAY "AVISO: SIN MAESTRO-ACT.DAT; no hay retiros ni "
                   "devoluciones de alquileres."
               CLOSE MAE-ACT
           ELSE
               PERFORM CARGAR-AUX UNTIL MAE-ACT-ESTADO NOT = "00"
               CLOSE MAE-ACT.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX.
           READ MAE-ACT.
           IF MAE-ACT-ESTADO = "00" AND
               ACT-PATENTE NOT = "*CTRL*" AND
               ACT-FECHA IS NUMERIC AND
               ACT-FECHA >= WS-FECHA-PROCESO AND
               ACT-FECHA <= WS-FECHA-FIN
               MOVE ACT-PATENTE TO AUX-PATENTE
               MOVE ACT-FECHA TO AUX-FECHA
               IF ACT-AGENCIA IS NUMERIC AND ACT-AGENCIA <= 4
                   MOVE ACT-AGENCIA TO AUX-AGENCIA
               ELSE
                   MOVE 0 TO AUX-AGENCIA
               END-IF
               RELEASE REG-AUX.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM CONTAR-ALQUILADO UNTIL AUX-EOF = "SI".
           IF WS-PATENTE-ANT NOT = SPACES
               PERFORM CERRAR-TRAMO.
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       CONTAR-ALQUILADO.
      * Un dia que no sigue al anterior de la misma patente cierra el
      * alquiler anterior y abre uno nuevo.
           COMPUTE WS-INT-FECHA = FUNCTION INTEGER-OF-DATE(AUX-FECHA).
           IF AUX-PATENTE NOT = WS-PATENTE-ANT OR
               WS-INT-FECHA NOT = WS-INT-ANT + 1
               IF WS-PATENTE-ANT NOT = SPACES
                   PERFORM CERRAR-TRAMO
               END-IF
               PERFORM ABRIR-TRAMO.
           MOVE AUX-PATENTE TO WS-PATENTE-ANT.
           MOVE WS-INT-FECHA TO WS-INT-ANT.
           IF WS-POS-TRAMO NOT = 0
               IF AUX-FECHA = WS-FECHA-PROCESO
                   MOVE "S" TO WS-AUTO-FUERA(WS-POS-TRAMO)
               ELSE
                   MOVE "S" TO WS-AUTO-TOMADO(WS-POS-TRAMO).
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *******
       ABRIR-TRAMO.
      * El retiro cuenta si el alquiler arranca despues de hoy en una
      * agencia conocida (0 = alquiler del lado MAESTRO, sin agencia).
           MOVE AUX-AGENCIA TO WS-AGENCIA-TRAMO.
           MOVE AUX-PATENTE TO WS-PATENTE-BUSCAR.
           PERFORM 056-BUSCAR-AUTO.
           MOVE WS-POS TO WS-POS-TRAMO.
           IF WS-POS-TRAMO NOT = 0 AND WS-AGENCIA-TRAMO NOT = 0 AND
               WS-INT-FECHA > WS-INT-PROCESO
               IF WS-AUTO-TAM(WS-POS-TRAMO) NOT = 0
                   ADD 1 TO SAL-RETIROS(WS-AGENCIA-TRAMO,
                       WS-AUTO-TAM(WS-POS-TRAMO)).
      *******
       CERRAR-TRAMO.
      * El auto vuelve el dia siguiente al ultimo alquilado; sin
      * agencia de destino en el alquiler, se espera en la agencia que
      * lo entrego.
           IF WS-POS-TRAMO NOT = 0 AND WS-AGENCIA-TRAMO NOT = 0 AND
               WS-INT-ANT + 1 <= WS-INT-FIN
               IF WS-AUTO-TAM(WS-POS-TRAMO) NOT = 0
                   ADD 1 TO SAL-DEVOL(WS-AGENCIA-TRAMO,
                       WS-AUTO-TAM(WS-POS-TRAMO)).
      *-----------------------------------------------------------------
      *******
       END PROGRAM REBALANCEO.
