      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: extraccion nocturna para la herramienta
      *       de tableros, en estrella. Hechos: alquileres
      *       (MAESTRO-ACT.DAT, con el chofer de MAESTRO.DAT), cargos
      *       extra (CARGOS-EXTRA.DAT), pagos (PAGOS.DAT), notas de
      *       credito (NOTAS-CREDITO.DAT) y rechazos
      *       (RECHAZOS-HIST.DAT). Dimensiones: auto, cliente,
      *       agencia, chofer y fecha (con feriado de FERIADOS.DAT y
      *       temporada de TEMPORADA.DAT). Las dimensiones llevan una
      *       clave sustituta que se conserva entre corridas
      *       (BI-CLAVES.DAT). Por omision la extraccion es
      *       incremental: los hechos fechados desde la ultima
      *       extraccion (BI-CONTROL.DAT) hasta la fecha de proceso;
      *       con BI-CARGA COMPLETA se extrae todo. Cada archivo sale
      *       separado por comas, con fecha de carga en cada renglon y
      *       cola *CTRL* (cantidad y suma de control) para que la
      *       carga lo verifique. Se corre despues de TP2 y antes de
      *       FACTURA-CLI, que vacia los cargos extra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-BI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAE-ACT      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL M   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT OPTIONAL CARGOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CARGOS-ESTADO.

           SELECT OPTIONAL PAGOS-E ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PAGOS-ESTADO.

           SELECT OPTIONAL NOTAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOTAS-ESTADO.

           SELECT OPTIONAL RECH-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RECH-HIST-ESTADO.

           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT CLIENTES     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLI-ESTADO.

           SELECT OPTIONAL CERROJO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CER-ESTADO.

           SELECT OPTIONAL AGENCIAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AGENCIAS-ESTADO.

           SELECT OPTIONAL CHOFERES-MAE ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CHM-LEGAJO
                               FILE STATUS IS CHM-ESTADO.

           SELECT OPTIONAL FERIADOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FERIADOS-ESTADO.

           SELECT OPTIONAL TEMPORADA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TEMPORADA-ESTADO.

           SELECT OPTIONAL CLAVES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CLAVES-ESTADO.

           SELECT OPTIONAL CONTROL-BI ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTROL-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

           SELECT SALIDA       ASSIGN TO WS-RUTA-SALIDA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALIDA-ESTADO.
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
      * Desglose de IVA del importe bruto (ver TP-PARTE-1).
           03  MAE-NETO            PIC 9(4)V99.
           03  MAE-IVA             PIC 9(4)V99.

      * Aqui solo interesa el chofer asignado a cada dia alquilado.
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
           03  ALQ-CHOFER          PIC X(7).
           03  ALQ-ESTADO          PIC X.
           03  ALQ-AGENCIA         PIC 9.
           03  ALQ-MODO            PIC X.

      * Cargos extra del check-in de devoluciones (ver DEVOL.cbl).
       FD  CARGOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CARGOS-EXTRA.DAT".
       01  CEX.
           03  CEX-NRO-DOC         PIC X(20).
           03  CEX-FECHA           PIC 9(8).
           03  CEX-PATENTE         PIC X(6).
           03  CEX-TIPO-DOC        PIC X.
           03  CEX-CONCEPTO        PIC X(20).
           03  CEX-IMPORTE         PIC 9(6)V99.
           03  CEX-NETO            PIC 9(6)V99.
           03  CEX-IVA             PIC 9(6)V99.

      * Feed acumulado de pagos recibidos por caja (ver PAGOS.cbl).
       FD  PAGOS-E LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PAGOS.DAT".
       01  PAG.
           03  PAG-NRO-DOC         PIC X(20).
           03  PAG-FECHA           PIC 9(8).
           03  PAG-IMPORTE         PIC 9(7)V99.
      * Marca de FACTURA-CLI (pago ya informado); no se usa aca.
           03  FILLER              PIC X.
           03  PAG-MONEDA          PIC X(3).
           03  PAG-IMPORTE-ME      PIC 9(7)V99.
           03  PAG-COTIZACION      PIC 9(5)V9(4).

      * Notas de credito de cancelaciones (ver NOTAS-CRED.cbl).
       FD  NOTAS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/NOTAS-CREDITO.DAT".
       01  NC.
           03  NC-FECHA-EMISION       PIC 9(8).
           03  NC-PATENTE             PIC X(6).
           03  NC-FECHA-ALQUILER      PIC 9(8).
           03  NC-TIPO-DOC            PIC X.
           03  NC-NRO-DOC             PIC X(20).
           03  NC-IMPORTE-ORIGINAL    PIC 9(4)V99.
           03  NC-PENALIDAD-PCT       PIC 9(2).
           03  NC-IMPORTE-REEMBOLSO   PIC 9(4)V99.
           03  NC-NETO                PIC 9(4)V99.
           03  NC-IVA                 PIC 9(4)V99.
      * Marca de informado de FACTURA-CLI; no se usa aca.
           03  FILLER                 PIC X.

      * Historico de rechazos de TP-PARTE-1, con la fecha de corrida
      * en que se rechazo cada novedad.
       FD  RECH-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/RECHAZOS-HIST.DAT".
       01  RHIST.
           03  RHIST-FECHA-CORRIDA    PIC 9(8).
           03  RHIST-PATENTE          PIC X(6).
           03  RHIST-FECHA            PIC 9(8).
           03  RHIST-TIPO-DOC         PIC X.
           03  RHIST-NRO-DOC          PIC X(20).
           03  RHIST-MOTIVO           PIC 99.
           03  RHIST-AGENCIA          PIC 9.

       FD  AUTOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/AUTOS.DAT".
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
                   VALUE OF FILE-ID IS "../CLIENTES.TXT".
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

      * Cerrojo de acceso a CLIENTES.TXT, compartido con SUBPGR y los
      * batch del archivo: la lectura espera a que quede libre pero no
      * lo toma (varias consultas pueden convivir).
       FD  CERROJO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.LCK".
       01  REG-CERROJO         PIC X(30).

      * Maestro de agencias (ver LIQUI-AGE e IIBB).
       FD  AGENCIAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/AGENCIAS.DAT".
       01  AGE.
           03  AGE-CODIGO          PIC 9.
           03  AGE-NOMBRE          PIC X(30).
           03  AGE-COMISION        PIC 9(2)V99.
           03  AGE-PROVINCIA       PIC 9(3).

      * Maestro de choferes: una fila por legajo.
       FD  CHOFERES-MAE LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CHOFERES-MAE.DAT".
       01  CHM.
           03 CHM-LEGAJO           PIC X(7).
           03 CHM-NOMBRE           PIC X(30).
           03 CHM-LICENCIA         PIC X(15).
           03 CHM-CLASE            PIC X.
           03 CHM-VENCE-LICENCIA   PIC 9(8).

       FD  FERIADOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FERIADOS.DAT".
       01  REG-FERIADO.
           03  FER-FECHA       PIC 9(8).
           03  FER-DESC        PIC X(30).

      * Rangos de temporada alta: DESDE/HASTA en AAAAMMDD y el
      * multiplicador sobre la tarifa diaria.
       FD  TEMPORADA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/TEMPORADA.DAT".
       01  REG-TEMPORADA.
           03  RT-DESDE        PIC 9(8).
           03  RT-HASTA        PIC 9(8).
           03  RT-MULT         PIC 9V99.

      * Claves sustitutas asignadas: tipo de dimension ("A" auto,
      * "C" cliente, "G" agencia, "H" chofer), clave natural y clave
      * sustituta. Se regraba ordenado por tipo y clave natural; una
      * clave asignada no cambia nunca.
       FD  CLAVES  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../BI-CLAVES.DAT".
       01  BIK.
           03  BIK-TIPO            PIC X.
           03  BIK-NATURAL         PIC X(20).
           03  BIK-CLAVE           PIC 9(7).

      * Ultima ventana extraida (fechas de los hechos) y modo: "I"
      * incremental / "C" completa.
       FD  CONTROL-BI LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../BI-CONTROL.DAT".
       01  BIC.
           03  BIC-DESDE           PIC 9(8).
           03  BIC-HASTA           PIC 9(8).
           03  BIC-MODO            PIC X.

       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan FECHA-CORRIDA
      * y BI-CARGA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Claves viejas y nuevas juntas, para regrabar BI-CLAVES.DAT
      * ordenado.
       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-TIPO            PIC X.
           03  AUX-NATURAL         PIC X(20).
           03  AUX-CLAVE           PIC 9(7).

      * Los diez archivos de la extraccion salen de a uno por este FD,
      * cambiando la ruta por WS-RUTA-SALIDA.
       FD  SALIDA  LABEL RECORD IS STANDARD.
       01  LINEA               PIC X(200).

       WORKING-STORAGE SECTION.
       77  CHM-EOF             PIC XXX     VALUE "NO".
       77  CLI-EOF             PIC XXX     VALUE "NO".
       77  AUT-EOF             PIC XXX     VALUE "NO".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  MAE-ACT-ESTADO      PIC XX.
       77  M-ESTADO            PIC XX.
       77  CARGOS-ESTADO       PIC XX.
       77  PAGOS-ESTADO        PIC XX.
       77  NOTAS-ESTADO        PIC XX.
       77  RECH-HIST-ESTADO    PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  CLI-ESTADO          PIC XX.
       77  CER-ESTADO          PIC XX.
       77  AGENCIAS-ESTADO     PIC XX.
       77  CHM-ESTADO          PIC XX.
       77  FERIADOS-ESTADO     PIC XX.
       77  TEMPORADA-ESTADO    PIC XX.
       77  CLAVES-ESTADO       PIC XX.
       77  CONTROL-ESTADO      PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  FS-AUX              PIC XX.
       77  SALIDA-ESTADO       PIC XX.
       77  WS-INTENTO          PIC 9(2).
       77  WS-CERROJO-LIBRE    PIC X       VALUE "N".
       77  WS-ESPERA-SEG       PIC 9(4) COMP VALUE 5.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
       77  WS-TRL-VISTO        PIC X(2)    VALUE "NO".
       77  WS-M-ABIERTO        PIC X(2)    VALUE "NO".
      * Modo de la extraccion: "I" incremental / "C" completa.
       77  WS-MODO             PIC X       VALUE "I".
       77  WS-PARM-COMPLETA    PIC X(2)    VALUE "NO".
      * Ventana de fechas de los hechos a extraer.
       01  WS-VENTANA-DESDE    PIC 9(8)    VALUE 0.
       01  WS-VENTANA-HASTA    PIC 9(8)    VALUE 0.
       01  WS-FECHA-MIN        PIC 9(8)    VALUE 99999999.
       01  WS-INT-DIA          PIC 9(7).
       01  WS-INT-DESDE        PIC 9(7).
       01  WS-INT-HASTA        PIC 9(7).

      * Claves sustitutas: lo ya asignado (ordenado, para SEARCH ALL)
      * y lo asignado en esta corrida, que se incorpora al terminar
      * las dimensiones.
       01  WS-CANT-CLAVES      PIC 9(5)    VALUE 0.
       01  WS-TABLA-CLAVES.
           03 WS-CLAVE OCCURS 1 TO 30000 TIMES
               DEPENDING ON WS-CANT-CLAVES
               ASCENDING KEY IS TCL-TIPO TCL-NATURAL
               INDEXED BY TCL-IDX.
               05 TCL-TIPO         PIC X.
               05 TCL-NATURAL      PIC X(20).
               05 TCL-CLAVE        PIC 9(7).
       01  WS-CANT-NUEVAS      PIC 9(5)    VALUE 0.
       01  WS-NUE-IDX          PIC 9(5).
       01  WS-TABLA-NUEVAS.
           03 WS-NUEVA OCCURS 30000 TIMES.
               05 TNU-TIPO         PIC X.
               05 TNU-NATURAL      PIC X(20).
               05 TNU-CLAVE        PIC 9(7).
       01  WS-CLA-IDX          PIC 9(5).
       01  WS-ULT-AUTO         PIC 9(7)    VALUE 0.
       01  WS-ULT-CLIENTE      PIC 9(7)    VALUE 0.
       01  WS-ULT-AGENCIA      PIC 9(7)    VALUE 0.
       01  WS-ULT-CHOFER       PIC 9(7)    VALUE 0.
       01  WS-BUS-TIPO         PIC X.
       01  WS-BUS-NATURAL      PIC X(20).
       01  WS-BUS-CLAVE        PIC 9(7).

       01  WS-CANT-FERIADOS    PIC 9(3)    VALUE 0.
       01  WS-FER-IDX          PIC 9(3).
       01  WS-TABLA-FERIADOS.
           03 WS-FER-FECHA     PIC 9(8) OCCURS 500 TIMES.
       01  WS-CANT-TEMPORADAS  PIC 9(3)    VALUE 0.
       01  WS-TEMP-IDX         PIC 9(3).
       01  WS-TABLA-TEMPORADAS.
           03 WS-TEMPORADA OCCURS 100 TIMES.
               05 WS-TEMP-DESDE    PIC 9(8).
               05 WS-TEMP-HASTA    PIC 9(8).
               05 WS-TEMP-MULT     PIC 9V99.
       01  WS-FECHA-DIA        PIC 9(8).
       01  WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA.
           03 WS-DIA-AAAA      PIC 9(4).
           03 WS-DIA-MM        PIC 9(2).
           03 WS-DIA-DD        PIC 9(2).

      * Contadores del archivo que se esta escribiendo (cola *CTRL*)
      * y totales de la corrida.
       01  WS-RUTA-SALIDA      PIC X(40).
       01  WS-SAL-CANT         PIC 9(7)    VALUE 0.
       01  WS-SAL-SUMA         PIC 9(13)V99 VALUE 0.
       01  WS-CANT-HECHOS      PIC 9(7)    VALUE 0.
       01  WS-CANT-DIMENSION   PIC 9(7)    VALUE 0.

      * Renglones de los archivos. Importes sin separador, con dos
      * decimales implicitos, igual que el .CSV de TP-PARTE-2; los
      * textos van sin comas.
       01  BI-COLA.
           03 FILLER           PIC X(6)  VALUE '*CTRL*'.
           03 FILLER           PIC X     VALUE ','.
           03 COLA-CANT        PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 COLA-SUMA        PIC 9(13)V99.
           03 FILLER           PIC X     VALUE ','.
           03 COLA-CARGA       PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 COLA-MODO        PIC X.
           03 FILLER           PIC X     VALUE ','.
           03 COLA-DESDE       PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 COLA-HASTA       PIC 9(8).

       01  BI-ALQUILER.
           03 BAL-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BAL-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BAL-AUTO         PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BAL-CLIENTE      PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BAL-AGENCIA      PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BAL-CHOFER       PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BAL-MODO         PIC X.
           03 FILLER           PIC X     VALUE ','.
           03 BAL-HORA-RETIRO  PIC 9(4).
           03 FILLER           PIC X     VALUE ','.
           03 BAL-HORA-DEVOL   PIC 9(4).
           03 FILLER           PIC X     VALUE ','.
           03 BAL-IMPORTE      PIC 9(4)V99.
           03 FILLER           PIC X     VALUE ','.
           03 BAL-NETO         PIC 9(4)V99.
           03 FILLER           PIC X     VALUE ','.
           03 BAL-IVA          PIC 9(4)V99.

       01  BI-CARGO.
           03 BCA-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BCA-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BCA-AUTO         PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BCA-CLIENTE      PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BCA-CONCEPTO     PIC X(20).
           03 FILLER           PIC X     VALUE ','.
           03 BCA-IMPORTE      PIC 9(6)V99.
           03 FILLER           PIC X     VALUE ','.
           03 BCA-NETO         PIC 9(6)V99.
           03 FILLER           PIC X     VALUE ','.
           03 BCA-IVA          PIC 9(6)V99.

      * Un pago de empresa trae el CUIT, que no es cliente: el
      * documento va tambien en el renglon.
       01  BI-PAGO.
           03 BPA-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BPA-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BPA-CLIENTE      PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BPA-DOCUMENTO    PIC X(20).
           03 FILLER           PIC X     VALUE ','.
           03 BPA-IMPORTE      PIC 9(7)V99.
           03 FILLER           PIC X     VALUE ','.
           03 BPA-MONEDA       PIC X(3).
           03 FILLER           PIC X     VALUE ','.
           03 BPA-IMPORTE-ME   PIC 9(7)V99.

       01  BI-NOTA.
           03 BNC-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BNC-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BNC-FECHA-ALQ    PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BNC-AUTO         PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BNC-CLIENTE      PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BNC-ORIGINAL     PIC 9(4)V99.
           03 FILLER           PIC X     VALUE ','.
           03 BNC-PENALIDAD    PIC 9(2).
           03 FILLER           PIC X     VALUE ','.
           03 BNC-REEMBOLSO    PIC 9(4)V99.
           03 FILLER           PIC X     VALUE ','.
           03 BNC-NETO         PIC 9(4)V99.
           03 FILLER           PIC X     VALUE ','.
           03 BNC-IVA          PIC 9(4)V99.

       01  BI-RECHAZO.
           03 BRE-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BRE-FECHA-CORR   PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BRE-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BRE-AUTO         PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BRE-CLIENTE      PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BRE-AGENCIA      PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BRE-MOTIVO       PIC 99.

       01  BI-AUTO.
           03 BAU-CLAVE        PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BAU-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BAU-PATENTE      PIC X(6).
           03 FILLER           PIC X     VALUE ','.
           03 BAU-DESC         PIC X(30).
           03 FILLER           PIC X     VALUE ','.
           03 BAU-MARCA        PIC X(20).
           03 FILLER           PIC X     VALUE ','.
           03 BAU-COLOR        PIC X(10).
           03 FILLER           PIC X     VALUE ','.
           03 BAU-TAMANIO      PIC X.
           03 FILLER           PIC X     VALUE ','.
           03 BAU-COMBUSTIBLE  PIC X(10).
           03 FILLER           PIC X     VALUE ','.
           03 BAU-TRANSMISION  PIC X(10).
           03 FILLER           PIC X     VALUE ','.
           03 BAU-ESTADO       PIC X.
           03 FILLER           PIC X     VALUE ','.
           03 BAU-AGENCIA-BASE PIC 9.

      * Sin telefono, email ni CBU: la extraccion no lleva datos de
      * contacto ni bancarios.
       01  BI-CLIENTE.
           03 BCL-CLAVE        PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BCL-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BCL-DOCUMENTO    PIC X(20).
           03 FILLER           PIC X     VALUE ','.
           03 BCL-NUMERO       PIC X(8).
           03 FILLER           PIC X     VALUE ','.
           03 BCL-NOMBRE       PIC X(30).
           03 FILLER           PIC X     VALUE ','.
           03 BCL-FEC-ALTA     PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BCL-ESTADO       PIC X.
           03 FILLER           PIC X     VALUE ','.
           03 BCL-CUIT-EMPRESA PIC X(11).

       01  BI-AGENCIA.
           03 BAG-CLAVE        PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BAG-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BAG-CODIGO       PIC 9.
           03 FILLER           PIC X     VALUE ','.
           03 BAG-NOMBRE       PIC X(30).
           03 FILLER           PIC X     VALUE ','.
           03 BAG-PROVINCIA    PIC 9(3).

       01  BI-CHOFER.
           03 BCH-CLAVE        PIC 9(7).
           03 FILLER           PIC X     VALUE ','.
           03 BCH-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BCH-LEGAJO       PIC X(7).
           03 FILLER           PIC X     VALUE ','.
           03 BCH-NOMBRE       PIC X(30).
           03 FILLER           PIC X     VALUE ','.
           03 BCH-CLASE        PIC X.
           03 FILLER           PIC X     VALUE ','.
           03 BCH-VENCE        PIC 9(8).

      * Dia de la semana 1 lunes ... 7 domingo.
       01  BI-FECHA.
           03 BFE-CLAVE        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BFE-CARGA        PIC 9(8).
           03 FILLER           PIC X     VALUE ','.
           03 BFE-ANIO         PIC 9(4).
           03 FILLER           PIC X     VALUE ','.
           03 BFE-MES          PIC 99.
           03 FILLER           PIC X     VALUE ','.
           03 BFE-DIA          PIC 99.
           03 FILLER           PIC X     VALUE ','.
           03 BFE-DIA-SEMANA   PIC 9.
           03 FILLER           PIC X     VALUE ','.
           03 BFE-FERIADO      PIC X.
           03 FILLER           PIC X     VALUE ','.
           03 BFE-TEMPORADA    PIC X.
           03 FILLER           PIC X     VALUE ','.
           03 BFE-MULT         PIC 9V99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 006-DETERMINAR-VENTANA.
            PERFORM 010-CARGAR-CLAVES.
            PERFORM 012-CARGAR-CALENDARIO.
            PERFORM 020-DIMENSION-AUTO.
            PERFORM ESPERAR-CERROJO.
            PERFORM 022-DIMENSION-CLIENTE.
            PERFORM 024-DIMENSION-AGENCIA.
            PERFORM 026-DIMENSION-CHOFER.
            IF WS-CANT-NUEVAS > 0
                SORT ARCH-AUX
                    ON ASCENDING KEY AUX-TIPO
                    ON ASCENDING KEY AUX-NATURAL
                    INPUT PROCEDURE IS ENTRADA
                    OUTPUT PROCEDURE IS SALIDA-CLAVES.
            PERFORM 040-HECHOS-ALQUILER.
            PERFORM 042-HECHOS-CARGO.
            PERFORM 044-HECHOS-PAGO.
            PERFORM 046-HECHOS-NOTA.
            PERFORM 048-HECHOS-RECHAZO.
            PERFORM 050-DIMENSION-FECHA.
            PERFORM 060-GRABAR-CONTROL.
            DISPLAY "EXTRAE-BI: MODO " WS-MODO
                " VENTANA " WS-VENTANA-DESDE " A " WS-VENTANA-HASTA
                " HECHOS " WS-CANT-HECHOS
                " FILAS DE DIMENSION " WS-CANT-DIMENSION
                " CLAVES NUEVAS " WS-CANT-NUEVAS.
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
                       PERFORM 0011-TOMAR-PARAMETRO
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      *******
       0011-TOMAR-PARAMETRO.
      *******
           IF PARM-CLAVE = "FECHA-CORRIDA" AND
               PARM-VALOR(1:8) IS NUMERIC
               MOVE PARM-VALOR(1:8) TO WS-PARM-FECHA
               MOVE "SI" TO WS-PARM-HAY-FECHA.
      * VALOR: COMPLETA vuelve a extraer todo (la herramienta recarga
      * de cero); INCREMENTAL o sin la clave, solo lo nuevo.
           IF PARM-CLAVE = "BI-CARGA"
               IF PARM-VALOR(1:8) = "COMPLETA"
                   MOVE "SI" TO WS-PARM-COMPLETA
               ELSE
                   IF PARM-VALOR(1:11) NOT = "INCREMENTAL"
                       DISPLAY "PARAMETROS: BI-CARGA MAL FORMADA: "
                           PARM-VALOR.
      *-----------------------------------------------------------------
      *******
       002-VERIFICAR-TRAILER.
      *******
      * Un MAESTRO-ACT truncado por una caida no tiene la cola *CTRL*
      * y se rechaza, igual que en los demas consumidores.
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
               DISPLAY "EXTRAE-BI: MAESTRO-ACT SIN COLA DE CONTROL "
                   "(ARCHIVO TRUNCADO O CORRIDA INCOMPLETA); NO SE "
                   "EXTRAE."
               STOP RUN.
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
      *******
       006-DETERMINAR-VENTANA.
      *******
      * Incremental: desde el dia siguiente a la ultima ventana
      * extraida hasta la fecha de proceso; una corrida repetida en la
      * misma fecha vuelve a sacar la misma ventana. Sin extraccion
      * previa, o con BI-CARGA COMPLETA, se saca todo hasta la fecha
      * de proceso (desde 0). Un hecho con fecha anterior a la
      * ventana que aparece tarde (p.ej. un rechazo reprocesado) solo
      * entra con una carga completa.
           MOVE WS-FECHA-PROCESO TO WS-VENTANA-HASTA.
           MOVE 0 TO WS-VENTANA-DESDE.
           MOVE "C" TO WS-MODO.
           OPEN INPUT CONTROL-BI.
           IF CONTROL-ESTADO = "00"
               READ CONTROL-BI
               IF CONTROL-ESTADO = "00" AND BIC-HASTA IS NUMERIC AND
                   BIC-DESDE IS NUMERIC AND WS-PARM-COMPLETA = "NO"
                   PERFORM 007-VENTANA-INCREMENTAL
               END-IF
           END-IF.
           CLOSE CONTROL-BI.
      *******
       007-VENTANA-INCREMENTAL.
      *******
           IF BIC-HASTA > WS-FECHA-PROCESO
               DISPLAY "EXTRAE-BI: LA ULTIMA EXTRACCION (" BIC-HASTA
                   ") ES POSTERIOR A LA FECHA DE PROCESO; USAR "
                   "BI-CARGA COMPLETA."
               STOP RUN.
           MOVE "I" TO WS-MODO.
           IF BIC-HASTA = WS-FECHA-PROCESO
               MOVE BIC-DESDE TO WS-VENTANA-DESDE
               IF BIC-MODO = "C"
                   MOVE "C" TO WS-MODO
               END-IF
           ELSE
               COMPUTE WS-VENTANA-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BIC-HASTA) + 1).
      *-----------------------------------------------------------------
      *******
       010-CARGAR-CLAVES.
      *******
           MOVE 0 TO WS-CANT-CLAVES.
           OPEN INPUT CLAVES.
           IF CLAVES-ESTADO = "00"
               PERFORM UNTIL CLAVES-ESTADO NOT = "00"
                   READ CLAVES
                   IF CLAVES-ESTADO = "00"
                       PERFORM 011-TOMAR-CLAVE
                   END-IF
               END-PERFORM.
           CLOSE CLAVES.
      *******
       011-TOMAR-CLAVE.
      *******
           IF WS-CANT-CLAVES >= 30000
               DISPLAY "EXTRAE-BI: BI-CLAVES.DAT SUPERA LA TABLA "
                   "(30000); NO SE EXTRAE."
               STOP RUN.
           ADD 1 TO WS-CANT-CLAVES.
           MOVE BIK-TIPO TO TCL-TIPO(WS-CANT-CLAVES).
           MOVE BIK-NATURAL TO TCL-NATURAL(WS-CANT-CLAVES).
           MOVE BIK-CLAVE TO TCL-CLAVE(WS-CANT-CLAVES).
           EVALUATE BIK-TIPO
               WHEN "A"
                   IF BIK-CLAVE > WS-ULT-AUTO
                       MOVE BIK-CLAVE TO WS-ULT-AUTO
                   END-IF
               WHEN "C"
                   IF BIK-CLAVE > WS-ULT-CLIENTE
                       MOVE BIK-CLAVE TO WS-ULT-CLIENTE
                   END-IF
               WHEN "G"
                   IF BIK-CLAVE > WS-ULT-AGENCIA
                       MOVE BIK-CLAVE TO WS-ULT-AGENCIA
                   END-IF
               WHEN "H"
                   IF BIK-CLAVE > WS-ULT-CHOFER
                       MOVE BIK-CLAVE TO WS-ULT-CHOFER
                   END-IF
           END-EVALUATE.
      *******
       012-CARGAR-CALENDARIO.
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
           MOVE 0 TO WS-CANT-TEMPORADAS.
           OPEN INPUT TEMPORADA.
           IF TEMPORADA-ESTADO = "00"
               PERFORM UNTIL TEMPORADA-ESTADO NOT = "00"
                   READ TEMPORADA
                   IF TEMPORADA-ESTADO = "00" AND
                       WS-CANT-TEMPORADAS < 100 AND
                       RT-DESDE IS NUMERIC AND RT-HASTA IS NUMERIC
                       ADD 1 TO WS-CANT-TEMPORADAS
                       MOVE RT-DESDE TO
                           WS-TEMP-DESDE(WS-CANT-TEMPORADAS)
                       MOVE RT-HASTA TO
                           WS-TEMP-HASTA(WS-CANT-TEMPORADAS)
                       MOVE RT-MULT TO WS-TEMP-MULT(WS-CANT-TEMPORADAS)
                   END-IF
               END-PERFORM.
           CLOSE TEMPORADA.
      *-----------------------------------------------------------------
      *******
       020-DIMENSION-AUTO.
      *******
      * Las dimensiones salen completas en cada corrida (la carga las
      * reemplaza), con la fila 0 para lo que no se encuentra.
           MOVE "../BI-D-AUTO.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Clave,Carga,Patente,Descripcion,Marca,Color,Tamanio,"
               & "Combustible,Transmision,Estado,AgenciaBase"
               TO LINEA.
           WRITE LINEA.
           MOVE SPACES TO BAU-PATENTE BAU-DESC BAU-MARCA BAU-COLOR
               BAU-TAMANIO BAU-COMBUSTIBLE BAU-TRANSMISION BAU-ESTADO.
           MOVE "(desconocido)" TO BAU-DESC.
           MOVE 0 TO BAU-CLAVE BAU-AGENCIA-BASE.
           PERFORM 0201-ESCRIBIR-AUTO.
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
           PERFORM 021-LEER-AUTO.
           PERFORM 0200-AUTO UNTIL AUT-EOF = "SI".
           CLOSE AUTOS.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0200-AUTO.
      *******
           MOVE "A" TO WS-BUS-TIPO.
           MOVE AUT-PATENTE TO WS-BUS-NATURAL.
           PERFORM 072-ASIGNAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BAU-CLAVE.
           MOVE AUT-PATENTE TO BAU-PATENTE.
           MOVE AUT-DESC TO BAU-DESC.
           MOVE AUT-MARCA TO BAU-MARCA.
           MOVE AUT-COLOR TO BAU-COLOR.
           MOVE AUT-TAMAÑO TO BAU-TAMANIO.
           MOVE AUT-COMBUSTIBLE TO BAU-COMBUSTIBLE.
           MOVE AUT-TRANSMISION TO BAU-TRANSMISION.
           MOVE AUT-ESTADO TO BAU-ESTADO.
           IF AUT-AGENCIA-BASE IS NUMERIC
               MOVE AUT-AGENCIA-BASE TO BAU-AGENCIA-BASE
           ELSE
               MOVE 0 TO BAU-AGENCIA-BASE.
           PERFORM 0201-ESCRIBIR-AUTO.
           PERFORM 021-LEER-AUTO.
      *******
       0201-ESCRIBIR-AUTO.
      *******
           MOVE WS-FECHA-PROCESO TO BAU-CARGA.
           INSPECT BAU-DESC REPLACING ALL "," BY " ".
           INSPECT BAU-MARCA REPLACING ALL "," BY " ".
           INSPECT BAU-COLOR REPLACING ALL "," BY " ".
           INSPECT BAU-COMBUSTIBLE REPLACING ALL "," BY " ".
           INSPECT BAU-TRANSMISION REPLACING ALL "," BY " ".
           MOVE BI-AUTO TO LINEA.
           ADD BAU-CLAVE TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-DIMENSION.
      *******
       021-LEER-AUTO.
      *******
           READ AUTOS NEXT RECORD
               AT END MOVE "SI" TO AUT-EOF.
           IF AUTOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       022-DIMENSION-CLIENTE.
      *******
      * El cliente se identifica en los hechos por su documento.
           MOVE "../BI-D-CLIENTE.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Clave,Carga,Documento,Numero,Nombre,FechaAlta,Estado,"
               & "CuitEmpresa" TO LINEA.
           WRITE LINEA.
           MOVE SPACES TO BCL-DOCUMENTO BCL-NUMERO BCL-ESTADO
               BCL-CUIT-EMPRESA.
           MOVE "(desconocido)" TO BCL-NOMBRE.
           MOVE 0 TO BCL-CLAVE BCL-FEC-ALTA.
           PERFORM 0221-ESCRIBIR-CLIENTE.
           OPEN INPUT CLIENTES.
           IF CLI-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CLIENTES FS: " CLI-ESTADO
               STOP RUN.
           PERFORM 023-LEER-CLIENTE.
           PERFORM 0220-CLIENTE UNTIL CLI-EOF = "SI".
           CLOSE CLIENTES.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0220-CLIENTE.
      *******
           MOVE "C" TO WS-BUS-TIPO.
           MOVE CLI-DOCUMENTO TO WS-BUS-NATURAL.
           PERFORM 072-ASIGNAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BCL-CLAVE.
           MOVE CLI-DOCUMENTO TO BCL-DOCUMENTO.
           MOVE CLI-NUMERO TO BCL-NUMERO.
           MOVE CLI-NOMBRE TO BCL-NOMBRE.
           IF CLI-FEC-ALTA IS NUMERIC
               MOVE CLI-FEC-ALTA TO BCL-FEC-ALTA
           ELSE
               MOVE 0 TO BCL-FEC-ALTA.
           MOVE CLI-ESTADO-CLI TO BCL-ESTADO.
           MOVE CLI-CUIT-EMPRESA TO BCL-CUIT-EMPRESA.
           PERFORM 0221-ESCRIBIR-CLIENTE.
           PERFORM 023-LEER-CLIENTE.
      *******
       0221-ESCRIBIR-CLIENTE.
      *******
           MOVE WS-FECHA-PROCESO TO BCL-CARGA.
           INSPECT BCL-DOCUMENTO REPLACING ALL "," BY " ".
           INSPECT BCL-NOMBRE REPLACING ALL "," BY " ".
           MOVE BI-CLIENTE TO LINEA.
           ADD BCL-CLAVE TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-DIMENSION.
      *******
       023-LEER-CLIENTE.
      *******
           READ CLIENTES NEXT RECORD
               AT END MOVE "SI" TO CLI-EOF.
           IF CLI-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ CLIENTES FS: " CLI-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       024-DIMENSION-AGENCIA.
      *******
           MOVE "../BI-D-AGENCIA.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Clave,Carga,Codigo,Nombre,Provincia" TO LINEA.
           WRITE LINEA.
           MOVE 0 TO BAG-CLAVE BAG-CODIGO BAG-PROVINCIA.
           MOVE "(desconocida)" TO BAG-NOMBRE.
           PERFORM 0241-ESCRIBIR-AGENCIA.
           OPEN INPUT AGENCIAS.
           IF AGENCIAS-ESTADO NOT = "00"
               DISPLAY "AVISO: SIN AGENCIAS.DAT; dimension de "
                   "agencias vacia."
           ELSE
               PERFORM UNTIL AGENCIAS-ESTADO NOT = "00"
                   READ AGENCIAS
                   IF AGENCIAS-ESTADO = "00" AND
                       AGE-CODIGO IS NUMERIC AND AGE-CODIGO > 0
                       PERFORM 0240-AGENCIA
                   END-IF
               END-PERFORM.
           CLOSE AGENCIAS.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0240-AGENCIA.
      *******
           MOVE "G" TO WS-BUS-TIPO.
           MOVE AGE-CODIGO TO WS-BUS-NATURAL.
           PERFORM 072-ASIGNAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BAG-CLAVE.
           MOVE AGE-CODIGO TO BAG-CODIGO.
           MOVE AGE-NOMBRE TO BAG-NOMBRE.
           IF AGE-PROVINCIA IS NUMERIC
               MOVE AGE-PROVINCIA TO BAG-PROVINCIA
           ELSE
               MOVE 0 TO BAG-PROVINCIA.
           PERFORM 0241-ESCRIBIR-AGENCIA.
      *******
       0241-ESCRIBIR-AGENCIA.
      *******
           MOVE WS-FECHA-PROCESO TO BAG-CARGA.
           INSPECT BAG-NOMBRE REPLACING ALL "," BY " ".
           MOVE BI-AGENCIA TO LINEA.
           ADD BAG-CLAVE TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-DIMENSION.
      *-----------------------------------------------------------------
      *******
       026-DIMENSION-CHOFER.
      *******
           MOVE "../BI-D-CHOFER.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Clave,Carga,Legajo,Nombre,Clase,VenceLicencia"
               TO LINEA.
           WRITE LINEA.
           MOVE SPACES TO BCH-LEGAJO BCH-CLASE.
           MOVE "(sin chofer)" TO BCH-NOMBRE.
           MOVE 0 TO BCH-CLAVE BCH-VENCE.
           PERFORM 0261-ESCRIBIR-CHOFER.
           OPEN INPUT CHOFERES-MAE.
           IF CHM-ESTADO NOT = "00"
               DISPLAY "AVISO: SIN CHOFERES-MAE.DAT; dimension de "
                   "choferes vacia."
               CLOSE CHOFERES-MAE
           ELSE
               PERFORM 027-LEER-CHOFER
               PERFORM 0260-CHOFER UNTIL CHM-EOF = "SI"
               CLOSE CHOFERES-MAE.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0260-CHOFER.
      *******
           MOVE "H" TO WS-BUS-TIPO.
           MOVE CHM-LEGAJO TO WS-BUS-NATURAL.
           PERFORM 072-ASIGNAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BCH-CLAVE.
           MOVE CHM-LEGAJO TO BCH-LEGAJO.
           MOVE CHM-NOMBRE TO BCH-NOMBRE.
           MOVE CHM-CLASE TO BCH-CLASE.
           IF CHM-VENCE-LICENCIA IS NUMERIC
               MOVE CHM-VENCE-LICENCIA TO BCH-VENCE
           ELSE
               MOVE 0 TO BCH-VENCE.
           PERFORM 0261-ESCRIBIR-CHOFER.
           PERFORM 027-LEER-CHOFER.
      *******
       0261-ESCRIBIR-CHOFER.
      *******
           MOVE WS-FECHA-PROCESO TO BCH-CARGA.
           INSPECT BCH-NOMBRE REPLACING ALL "," BY " ".
           MOVE BI-CHOFER TO LINEA.
           ADD BCH-CLAVE TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-DIMENSION.
      *******
       027-LEER-CHOFER.
      *******
           READ CHOFERES-MAE NEXT RECORD
               AT END MOVE "SI" TO CHM-EOF.
           IF CHM-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ CHOFERES-MAE FS: " CHM-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       040-HECHOS-ALQUILER.
      *******
      * Un dia por renglon, como en MAESTRO-ACT; el chofer sale del
      * dia en MAESTRO.DAT (los que conduce el cliente no lo tienen).
           MOVE "../BI-F-ALQUILER.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Carga,Fecha,Auto,Cliente,Agencia,Chofer,Modo,"
               & "HoraRetiro,HoraDevol,Importe,Neto,Iva" TO LINEA.
           WRITE LINEA.
           OPEN INPUT M.
           IF M-ESTADO = "00"
               MOVE "SI" TO WS-M-ABIERTO
           ELSE
               MOVE "NO" TO WS-M-ABIERTO
               DISPLAY "AVISO: SIN MAESTRO.DAT; los alquileres salen "
                   "sin chofer.".
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           PERFORM UNTIL MAE-ACT-ESTADO NOT = "00"
               READ MAE-ACT
               IF MAE-ACT-ESTADO = "00" AND
                   MAE-PATENTE NOT = "*CTRL*" AND
                   MAE-FECHA IS NUMERIC
                   MOVE MAE-FECHA TO WS-FECHA-DIA
                   PERFORM 074-EN-VENTANA
                   IF WS-FECHA-DIA NOT = 0
                       PERFORM 0400-ALQUILER
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MAE-ACT.
           CLOSE M.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0400-ALQUILER.
      *******
           MOVE WS-FECHA-PROCESO TO BAL-CARGA.
           MOVE MAE-FECHA TO BAL-FECHA.
           MOVE "A" TO WS-BUS-TIPO.
           MOVE MAE-PATENTE TO WS-BUS-NATURAL.
           PERFORM 070-BUSCAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BAL-AUTO.
           MOVE "C" TO WS-BUS-TIPO.
           MOVE MAE-NRO-DOC TO WS-BUS-NATURAL.
           PERFORM 070-BUSCAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BAL-CLIENTE.
           MOVE 0 TO BAL-AGENCIA.
           IF MAE-AGENCIA IS NUMERIC AND MAE-AGENCIA > 0
               MOVE "G" TO WS-BUS-TIPO
               MOVE MAE-AGENCIA TO WS-BUS-NATURAL
               PERFORM 070-BUSCAR-CLAVE
               MOVE WS-BUS-CLAVE TO BAL-AGENCIA.
           MOVE 0 TO BAL-CHOFER.
           IF WS-M-ABIERTO = "SI" AND MAE-MODO NOT = "S"
               PERFORM 0401-BUSCAR-CHOFER.
           MOVE MAE-MODO TO BAL-MODO.
           MOVE 0 TO BAL-HORA-RETIRO BAL-HORA-DEVOL.
           IF MAE-HORA-RETIRO IS NUMERIC
               MOVE MAE-HORA-RETIRO TO BAL-HORA-RETIRO.
           IF MAE-HORA-DEVOL IS NUMERIC
               MOVE MAE-HORA-DEVOL TO BAL-HORA-DEVOL.
           MOVE 0 TO BAL-IMPORTE BAL-NETO BAL-IVA.
           IF MAE-IMPORTE IS NUMERIC
               MOVE MAE-IMPORTE TO BAL-IMPORTE.
           IF MAE-NETO IS NUMERIC AND MAE-IVA IS NUMERIC
               MOVE MAE-NETO TO BAL-NETO
               MOVE MAE-IVA TO BAL-IVA.
           MOVE BI-ALQUILER TO LINEA.
           ADD BAL-IMPORTE TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-HECHOS.
      *******
       0401-BUSCAR-CHOFER.
      *******
           MOVE MAE-PATENTE TO ALQ-PATENTE.
           MOVE MAE-FECHA TO ALQ-FECHA.
           READ M
               INVALID KEY MOVE SPACES TO ALQ-CHOFER.
           IF ALQ-CHOFER NOT = SPACES
               MOVE "H" TO WS-BUS-TIPO
               MOVE ALQ-CHOFER TO WS-BUS-NATURAL
               PERFORM 070-BUSCAR-CLAVE
               MOVE WS-BUS-CLAVE TO BAL-CHOFER.
      *-----------------------------------------------------------------
      *******
       042-HECHOS-CARGO.
      *******
           MOVE "../BI-F-CARGO.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Carga,Fecha,Auto,Cliente,Concepto,Importe,Neto,Iva"
               TO LINEA.
           WRITE LINEA.
           OPEN INPUT CARGOS.
           IF CARGOS-ESTADO = "00"
               PERFORM UNTIL CARGOS-ESTADO NOT = "00"
                   READ CARGOS
                   IF CARGOS-ESTADO = "00" AND CEX-FECHA IS NUMERIC
                       MOVE CEX-FECHA TO WS-FECHA-DIA
                       PERFORM 074-EN-VENTANA
                       IF WS-FECHA-DIA NOT = 0
                           PERFORM 0420-CARGO
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE CARGOS.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0420-CARGO.
      *******
           MOVE WS-FECHA-PROCESO TO BCA-CARGA.
           MOVE CEX-FECHA TO BCA-FECHA.
           MOVE "A" TO WS-BUS-TIPO.
           MOVE CEX-PATENTE TO WS-BUS-NATURAL.
           PERFORM 070-BUSCAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BCA-AUTO.
           MOVE "C" TO WS-BUS-TIPO.
           MOVE CEX-NRO-DOC TO WS-BUS-NATURAL.
           PERFORM 070-BUSCAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BCA-CLIENTE.
           MOVE CEX-CONCEPTO TO BCA-CONCEPTO.
           INSPECT BCA-CONCEPTO REPLACING ALL "," BY " ".
           MOVE 0 TO BCA-IMPORTE BCA-NETO BCA-IVA.
           IF CEX-IMPORTE IS NUMERIC
               MOVE CEX-IMPORTE TO BCA-IMPORTE.
           IF CEX-NETO IS NUMERIC AND CEX-IVA IS NUMERIC
               MOVE CEX-NETO TO BCA-NETO
               MOVE CEX-IVA TO BCA-IVA.
           MOVE BI-CARGO TO LINEA.
           ADD BCA-IMPORTE TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-HECHOS.
      *-----------------------------------------------------------------
      *******
       044-HECHOS-PAGO.
      *******
           MOVE "../BI-F-PAGO.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Carga,Fecha,Cliente,Documento,Importe,Moneda,"
               & "ImporteMoneda" TO LINEA.
           WRITE LINEA.
           OPEN INPUT PAGOS-E.
           IF PAGOS-ESTADO = "00"
               PERFORM UNTIL PAGOS-ESTADO NOT = "00"
                   READ PAGOS-E
                   IF PAGOS-ESTADO = "00" AND PAG-FECHA IS NUMERIC
                       MOVE PAG-FECHA TO WS-FECHA-DIA
                       PERFORM 074-EN-VENTANA
                       IF WS-FECHA-DIA NOT = 0
                           PERFORM 0440-PAGO
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE PAGOS-E.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0440-PAGO.
      *******
      * En pesos: un pago en moneda extranjera que FACTURA-CLI todavia
      * no convirtio sale con importe en pesos 0.
           MOVE WS-FECHA-PROCESO TO BPA-CARGA.
           MOVE PAG-FECHA TO BPA-FECHA.
           MOVE "C" TO WS-BUS-TIPO.
           MOVE PAG-NRO-DOC TO WS-BUS-NATURAL.
           PERFORM 070-BUSCAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BPA-CLIENTE.
           MOVE PAG-NRO-DOC TO BPA-DOCUMENTO.
           INSPECT BPA-DOCUMENTO REPLACING ALL "," BY " ".
           MOVE 0 TO BPA-IMPORTE BPA-IMPORTE-ME.
           IF PAG-IMPORTE IS NUMERIC
               MOVE PAG-IMPORTE TO BPA-IMPORTE.
           MOVE PAG-MONEDA TO BPA-MONEDA.
           IF PAG-MONEDA NOT = SPACES AND PAG-IMPORTE-ME IS NUMERIC
               MOVE PAG-IMPORTE-ME TO BPA-IMPORTE-ME.
           MOVE BI-PAGO TO LINEA.
           ADD BPA-IMPORTE TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-HECHOS.
      *-----------------------------------------------------------------
      *******
       046-HECHOS-NOTA.
      *******
           MOVE "../BI-F-NOTA-CRED.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Carga,Fecha,FechaAlquiler,Auto,Cliente,"
               & "ImporteOriginal,PenalidadPct,Reembolso,Neto,Iva"
               TO LINEA.
           WRITE LINEA.
           OPEN INPUT NOTAS.
           IF NOTAS-ESTADO = "00"
               PERFORM UNTIL NOTAS-ESTADO NOT = "00"
                   READ NOTAS
                   IF NOTAS-ESTADO = "00" AND
                       NC-FECHA-EMISION IS NUMERIC
                       MOVE NC-FECHA-EMISION TO WS-FECHA-DIA
                       PERFORM 074-EN-VENTANA
                       IF WS-FECHA-DIA NOT = 0
                           PERFORM 0460-NOTA
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE NOTAS.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0460-NOTA.
      *******
           MOVE WS-FECHA-PROCESO TO BNC-CARGA.
           MOVE NC-FECHA-EMISION TO BNC-FECHA.
           MOVE 0 TO BNC-FECHA-ALQ.
           IF NC-FECHA-ALQUILER IS NUMERIC
               MOVE NC-FECHA-ALQUILER TO BNC-FECHA-ALQ.
           MOVE "A" TO WS-BUS-TIPO.
           MOVE NC-PATENTE TO WS-BUS-NATURAL.
           PERFORM 070-BUSCAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BNC-AUTO.
           MOVE "C" TO WS-BUS-TIPO.
           MOVE NC-NRO-DOC TO WS-BUS-NATURAL.
           PERFORM 070-BUSCAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BNC-CLIENTE.
           MOVE 0 TO BNC-ORIGINAL BNC-PENALIDAD BNC-REEMBOLSO
               BNC-NETO BNC-IVA.
           IF NC-IMPORTE-ORIGINAL IS NUMERIC
               MOVE NC-IMPORTE-ORIGINAL TO BNC-ORIGINAL.
           IF NC-PENALIDAD-PCT IS NUMERIC
               MOVE NC-PENALIDAD-PCT TO BNC-PENALIDAD.
           IF NC-IMPORTE-REEMBOLSO IS NUMERIC
               MOVE NC-IMPORTE-REEMBOLSO TO BNC-REEMBOLSO.
           IF NC-NETO IS NUMERIC AND NC-IVA IS NUMERIC
               MOVE NC-NETO TO BNC-NETO
               MOVE NC-IVA TO BNC-IVA.
           MOVE BI-NOTA TO LINEA.
           ADD BNC-REEMBOLSO TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-HECHOS.
      *-----------------------------------------------------------------
      *******
       048-HECHOS-RECHAZO.
      *******
      * Los rechazos entran por la fecha de la corrida que los
      * rechazo; la suma de control es la de los motivos.
           MOVE "../BI-F-RECHAZO.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Carga,FechaCorrida,Fecha,Auto,Cliente,Agencia,Motivo"
               TO LINEA.
           WRITE LINEA.
           OPEN INPUT RECH-HIST.
           IF RECH-HIST-ESTADO = "00"
               PERFORM UNTIL RECH-HIST-ESTADO NOT = "00"
                   READ RECH-HIST
                   IF RECH-HIST-ESTADO = "00" AND
                       RHIST-FECHA-CORRIDA IS NUMERIC
                       MOVE RHIST-FECHA-CORRIDA TO WS-FECHA-DIA
                       PERFORM 074-EN-VENTANA
                       IF WS-FECHA-DIA NOT = 0
                           PERFORM 0480-RECHAZO
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE RECH-HIST.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0480-RECHAZO.
      *******
           MOVE WS-FECHA-PROCESO TO BRE-CARGA.
           MOVE RHIST-FECHA-CORRIDA TO BRE-FECHA-CORR.
           MOVE 0 TO BRE-FECHA.
           IF RHIST-FECHA IS NUMERIC
               MOVE RHIST-FECHA TO BRE-FECHA.
           MOVE "A" TO WS-BUS-TIPO.
           MOVE RHIST-PATENTE TO WS-BUS-NATURAL.
           PERFORM 070-BUSCAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BRE-AUTO.
           MOVE "C" TO WS-BUS-TIPO.
           MOVE RHIST-NRO-DOC TO WS-BUS-NATURAL.
           PERFORM 070-BUSCAR-CLAVE.
           MOVE WS-BUS-CLAVE TO BRE-CLIENTE.
           MOVE 0 TO BRE-AGENCIA.
           IF RHIST-AGENCIA IS NUMERIC AND RHIST-AGENCIA > 0
               MOVE "G" TO WS-BUS-TIPO
               MOVE RHIST-AGENCIA TO WS-BUS-NATURAL
               PERFORM 070-BUSCAR-CLAVE
               MOVE WS-BUS-CLAVE TO BRE-AGENCIA.
           MOVE 0 TO BRE-MOTIVO.
           IF RHIST-MOTIVO IS NUMERIC
               MOVE RHIST-MOTIVO TO BRE-MOTIVO.
           MOVE BI-RECHAZO TO LINEA.
           ADD BRE-MOTIVO TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-HECHOS.
      *-----------------------------------------------------------------
      *******
       050-DIMENSION-FECHA.
      *******
      * Un dia por renglon para la ventana; en una carga completa la
      * ventana arranca en el hecho mas viejo extraido. La clave es la
      * fecha AAAAMMDD, la misma que llevan los hechos.
           MOVE "../BI-D-FECHA.CSV" TO WS-RUTA-SALIDA.
           PERFORM 080-ABRIR-SALIDA.
           MOVE "Clave,Carga,Anio,Mes,Dia,DiaSemana,Feriado,Temporada,"
               & "MultTemporada" TO LINEA.
           WRITE LINEA.
           IF WS-VENTANA-DESDE = 0
               IF WS-FECHA-MIN < WS-VENTANA-HASTA
                   MOVE WS-FECHA-MIN TO WS-FECHA-DIA
               ELSE
                   MOVE WS-VENTANA-HASTA TO WS-FECHA-DIA
               END-IF
           ELSE
               MOVE WS-VENTANA-DESDE TO WS-FECHA-DIA.
           COMPUTE WS-INT-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
           COMPUTE WS-INT-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-VENTANA-HASTA).
           PERFORM 0500-FECHA VARYING WS-INT-DIA FROM WS-INT-DESDE BY 1
               UNTIL WS-INT-DIA > WS-INT-HASTA.
           PERFORM 085-CERRAR-SALIDA.
      *******
       0500-FECHA.
      *******
           COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           MOVE WS-FECHA-DIA TO BFE-CLAVE.
           MOVE WS-FECHA-PROCESO TO BFE-CARGA.
           MOVE WS-DIA-AAAA TO BFE-ANIO.
           MOVE WS-DIA-MM TO BFE-MES.
           MOVE WS-DIA-DD TO BFE-DIA.
           COMPUTE BFE-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA - 1, 7) + 1.
           MOVE "N" TO BFE-FERIADO.
           PERFORM 0501-COMPARAR-FERIADO VARYING WS-FER-IDX FROM 1
               BY 1 UNTIL WS-FER-IDX > WS-CANT-FERIADOS.
           MOVE "N" TO BFE-TEMPORADA.
           MOVE 1 TO BFE-MULT.
           PERFORM 0502-COMPARAR-TEMPORADA VARYING WS-TEMP-IDX FROM 1
               BY 1 UNTIL WS-TEMP-IDX > WS-CANT-TEMPORADAS.
           MOVE BI-FECHA TO LINEA.
           ADD BFE-CLAVE TO WS-SAL-SUMA.
           PERFORM 082-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-DIMENSION.
      *******
       0501-COMPARAR-FERIADO.
      *******
           IF WS-FER-FECHA(WS-FER-IDX) = WS-FECHA-DIA
               MOVE "S" TO BFE-FERIADO.
      *******
       0502-COMPARAR-TEMPORADA.
      *******
           IF WS-FECHA-DIA >= WS-TEMP-DESDE(WS-TEMP-IDX) AND
               WS-FECHA-DIA <= WS-TEMP-HASTA(WS-TEMP-IDX)
               MOVE "S" TO BFE-TEMPORADA
               MOVE WS-TEMP-MULT(WS-TEMP-IDX) TO BFE-MULT.
      *-----------------------------------------------------------------
      *******
       060-GRABAR-CONTROL.
      *******
      * Recien con todos los archivos escritos: una corrida caida no
      * corre la ventana y la siguiente vuelve a sacar lo mismo.
           OPEN OUTPUT CONTROL-BI.
           IF CONTROL-ESTADO NOT = ZERO AND CONTROL-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN BI-CONTROL FS: " CONTROL-ESTADO
               STOP RUN.
           MOVE WS-VENTANA-DESDE TO BIC-DESDE.
           MOVE WS-VENTANA-HASTA TO BIC-HASTA.
           MOVE WS-MODO TO BIC-MODO.
           WRITE BIC.
           CLOSE CONTROL-BI.
      *-----------------------------------------------------------------
      *******
       070-BUSCAR-CLAVE.
      *******
      * Clave sustituta de WS-BUS-TIPO / WS-BUS-NATURAL; 0 = no esta
      * en la dimension.
           MOVE 0 TO WS-BUS-CLAVE.
           IF WS-CANT-CLAVES > 0
               SEARCH ALL WS-CLAVE
                   AT END
                       MOVE 0 TO WS-BUS-CLAVE
                   WHEN TCL-TIPO(TCL-IDX) = WS-BUS-TIPO AND
                       TCL-NATURAL(TCL-IDX) = WS-BUS-NATURAL
                       MOVE TCL-CLAVE(TCL-IDX) TO WS-BUS-CLAVE
               END-SEARCH.
      *******
       072-ASIGNAR-CLAVE.
      *******
      * Un miembro nuevo de la dimension recibe la clave siguiente de
      * su tipo; se incorpora a BI-CLAVES.DAT despues de las
      * dimensiones.
           PERFORM 070-BUSCAR-CLAVE.
           IF WS-BUS-CLAVE = 0
               IF WS-CANT-NUEVAS >= 30000 OR
                   WS-CANT-CLAVES + WS-CANT-NUEVAS >= 30000
                   DISPLAY "EXTRAE-BI: CLAVES SUSTITUTAS SUPERAN LA "
                       "TABLA (30000); NO SE EXTRAE."
                   STOP RUN
               END-IF
               EVALUATE WS-BUS-TIPO
                   WHEN "A"
                       ADD 1 TO WS-ULT-AUTO
                       MOVE WS-ULT-AUTO TO WS-BUS-CLAVE
                   WHEN "C"
                       ADD 1 TO WS-ULT-CLIENTE
                       MOVE WS-ULT-CLIENTE TO WS-BUS-CLAVE
                   WHEN "G"
                       ADD 1 TO WS-ULT-AGENCIA
                       MOVE WS-ULT-AGENCIA TO WS-BUS-CLAVE
                   WHEN "H"
                       ADD 1 TO WS-ULT-CHOFER
                       MOVE WS-ULT-CHOFER TO WS-BUS-CLAVE
               END-EVALUATE
               ADD 1 TO WS-CANT-NUEVAS
               MOVE WS-BUS-TIPO TO TNU-TIPO(WS-CANT-NUEVAS)
               MOVE WS-BUS-NATURAL TO TNU-NATURAL(WS-CANT-NUEVAS)
               MOVE WS-BUS-CLAVE TO TNU-CLAVE(WS-CANT-NUEVAS).
      *******
       074-EN-VENTANA.
      *******
      * Deja WS-FECHA-DIA en 0 si la fecha del hecho cae fuera de la
      * ventana; lleva la fecha mas vieja extraida para el calendario.
           IF WS-FECHA-DIA < WS-VENTANA-DESDE OR
               WS-FECHA-DIA > WS-VENTANA-HASTA OR
               WS-FECHA-DIA < 19000101
               MOVE 0 TO WS-FECHA-DIA
           ELSE
               IF WS-FECHA-DIA < WS-FECHA-MIN
                   MOVE WS-FECHA-DIA TO WS-FECHA-MIN.
      *-----------------------------------------------------------------
      *******
       080-ABRIR-SALIDA.
      *******
           OPEN OUTPUT SALIDA.
           IF SALIDA-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN " WS-RUTA-SALIDA " FS: "
                   SALIDA-ESTADO
               STOP RUN.
           MOVE 0 TO WS-SAL-CANT.
           MOVE 0 TO WS-SAL-SUMA.
           MOVE SPACES TO LINEA.
      *******
       082-GRABAR-RENGLON.
      *******
           WRITE LINEA.
           IF SALIDA-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE " WS-RUTA-SALIDA " FS: "
                   SALIDA-ESTADO
               STOP RUN.
           ADD 1 TO WS-SAL-CANT.
      *******
       085-CERRAR-SALIDA.
      *******
      * Cola de control: renglones de datos (sin la cabecera), suma de
      * control, fecha de carga, modo y ventana.
           MOVE WS-SAL-CANT TO COLA-CANT.
           MOVE WS-SAL-SUMA TO COLA-SUMA.
           MOVE WS-FECHA-PROCESO TO COLA-CARGA.
           MOVE WS-MODO TO COLA-MODO.
           MOVE WS-VENTANA-DESDE TO COLA-DESDE.
           MOVE WS-VENTANA-HASTA TO COLA-HASTA.
           MOVE BI-COLA TO LINEA.
           WRITE LINEA.
           CLOSE SALIDA.
      *-----------------------------------------------------------------
      *******
       ESPERAR-CERROJO.
      *******
      * Espera a que el cerrojo quede libre: hasta 5 intentos con 5
      * segundos entre cada uno; si el batch sigue, se abandona con
      * mensaje en vez de reventar con error de estado.
           MOVE "N" TO WS-CERROJO-LIBRE.
           PERFORM PROBAR-CERROJO VARYING WS-INTENTO FROM 1 BY 1
               UNTIL WS-INTENTO > 5 OR WS-CERROJO-LIBRE = "S".
           IF WS-CERROJO-LIBRE NOT = "S"
               DISPLAY "EXTRAE-BI: CLIENTES.TXT OCUPADO POR EL "
                   "BATCH; REINTENTAR MAS TARDE."
               STOP RUN.
      *******
       PROBAR-CERROJO.
      *******
           OPEN INPUT CERROJO.
           IF CER-ESTADO = "05"
      * El archivo opcional no existia: el cerrojo esta libre.
               CLOSE CERROJO
               MOVE "S" TO WS-CERROJO-LIBRE
           ELSE
               CLOSE CERROJO
               DISPLAY "CLIENTES.TXT OCUPADO POR OTRO PROCESO; "
                   "REINTENTO EN 5 SEGUNDOS (" WS-INTENTO "/5)"
               CALL "C$SLEEP" USING WS-ESPERA-SEG.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Claves ya asignadas y las nuevas de esta corrida.
           PERFORM 0900-SOLTAR-CLAVE VARYING WS-CLA-IDX FROM 1 BY 1
               UNTIL WS-CLA-IDX > WS-CANT-CLAVES.
           PERFORM 0901-SOLTAR-NUEVA VARYING WS-NUE-IDX FROM 1 BY 1
               UNTIL WS-NUE-IDX > WS-CANT-NUEVAS.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       0900-SOLTAR-CLAVE.
           MOVE TCL-TIPO(WS-CLA-IDX) TO AUX-TIPO.
           MOVE TCL-NATURAL(WS-CLA-IDX) TO AUX-NATURAL.
           MOVE TCL-CLAVE(WS-CLA-IDX) TO AUX-CLAVE.
           RELEASE REG-AUX.
      *******
       0901-SOLTAR-NUEVA.
           MOVE TNU-TIPO(WS-NUE-IDX) TO AUX-TIPO.
           MOVE TNU-NATURAL(WS-NUE-IDX) TO AUX-NATURAL.
           MOVE TNU-CLAVE(WS-NUE-IDX) TO AUX-CLAVE.
           RELEASE REG-AUX.
      *-----------------------------------------------------------------
      *******
       SALIDA-CLAVES SECTION.
      * BI-CLAVES.DAT se regraba ordenado y la tabla se recarga en el
      * mismo orden para las busquedas de los hechos.
           OPEN OUTPUT CLAVES.
           IF CLAVES-ESTADO NOT = ZERO AND CLAVES-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN BI-CLAVES FS: " CLAVES-ESTADO
               STOP RUN.
           MOVE 0 TO WS-CANT-CLAVES.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM 0910-GRABAR-CLAVE UNTIL AUX-EOF = "SI".
           CLOSE CLAVES.
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       0910-GRABAR-CLAVE.
           MOVE AUX-TIPO TO BIK-TIPO.
           MOVE AUX-NATURAL TO BIK-NATURAL.
           MOVE AUX-CLAVE TO BIK-CLAVE.
           WRITE BIK.
           ADD 1 TO WS-CANT-CLAVES.
           MOVE AUX-TIPO TO TCL-TIPO(WS-CANT-CLAVES).
           MOVE AUX-NATURAL TO TCL-NATURAL(WS-CANT-CLAVES).
           MOVE AUX-CLAVE TO TCL-CLAVE(WS-CANT-CLAVES).
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM EXTRAE-BI.
