      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: barrido nocturno de integridad entre
      *       archivos. Corre todo el catalogo de reglas cruzadas
      *       (alquileres con chofer, patente o cliente inexistente,
      *       depositos sobre patentes que no estan en AUTOS.DAT,
      *       cargos y pagos de documentos que no estan en
      *       CLIENTES.TXT, contratos vigentes sobre autos dados de
      *       baja o inexistentes, ventanas de taller de patentes
      *       desconocidas y saldos abiertos de clientes anonimizados
      *       o provisorios) y lista cada huerfano con la regla que
      *       rompe en INTEGRIDAD.DAT. Devuelve la severidad (0 sin
      *       novedades, 4 avisos, 8 errores) como codigo de retorno
      *       y en el asiento "F" de CONTROL-CORRIDAS.DAT, que la
      *       muestra el tablero MONITOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL M   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT OPTIONAL CHOFERES-MAE ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CHM-LEGAJO
                               FILE STATUS IS CHM-ESTADO.

           SELECT OPTIONAL AUTOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CLI-NUMERO
                               ALTERNATE KEY IS CLI-DOCUMENTO
                               FILE STATUS IS CLI-ESTADO.

           SELECT OPTIONAL CERROJO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CER-ESTADO.

           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DEPOSITOS-ESTADO.

           SELECT OPTIONAL CARGOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CARGOS-ESTADO.

           SELECT OPTIONAL PAGOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PAGOS-ESTADO.

           SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTRATOS-ESTADO.

           SELECT OPTIONAL TALLER ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS TALLER-ESTADO.

           SELECT OPTIONAL SALDOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT OPTIONAL CONTROL-CORRIDAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CTL-ESTADO-FS.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
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

      * Maestro de choferes: una fila por legajo.
       FD  CHOFERES-MAE LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CHOFERES-MAE.DAT".
       01  CHM.
           03 CHM-LEGAJO           PIC X(7).
           03 CHM-NOMBRE           PIC X(30).
           03 CHM-LICENCIA         PIC X(15).
           03 CHM-CLASE            PIC X.
           03 CHM-VENCE-LICENCIA   PIC 9(8).

       FD  AUTOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/AUTOS.DAT".
       01  AUT.
           03  AUT-PATENTE         PIC X(6).
           03  AUT-DESC            PIC X(30).
           03  AUT-MARCA           PIC X(20).
           03  AUT-COLOR           PIC X(10).
           03  AUT-TAMAÑO          PIC X.
           03  AUT-IMPORTE         PIC 9(4)V99.
           03  AUT-COMBUSTIBLE     PIC X(10).
           03  AUT-TRANSMISION     PIC X(10).
      * "B" = dado de baja.
           03  AUT-ESTADO          PIC X.
           03  AUT-AGENCIA-BASE    PIC 9.
           03  AUT-AGENCIA-ACTUAL  PIC 9.

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
      * lo toma.
       FD  CERROJO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.LCK".
       01  REG-CERROJO         PIC X(30).

       FD  DEPOSITOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../DEPOSITOS.DAT".
       01  DEP.
           03  DEP-NRO-DOC         PIC X(20).
           03  DEP-TIPO-DOC        PIC X.
           03  DEP-PATENTE         PIC X(6).
           03  DEP-FECHA           PIC 9(8).
           03  DEP-IMPORTE         PIC 9(6)V99.
           03  DEP-APLICADO        PIC 9(6)V99.
           03  DEP-ESTADO          PIC X.
           03  DEP-INFORMADO       PIC X.

       FD  CARGOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CARGOS-EXTRA.DAT".
       01  CEX.
           03  CEX-NRO-DOC         PIC X(20).
           03  CEX-FECHA           PIC 9(8).
           03  CEX-PATENTE         PIC X(6).
           03  CEX-TIPO-DOC        PIC X.
           03  CEX-CONCEPTO        PIC X(20).
           03  CEX-IMPORTE         PIC 9(6)V99.
      * Neto e IVA del cargo; no se usan aca.
           03  FILLER              PIC X(16).

       FD  PAGOS   LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PAGOS.DAT".
       01  PAG.
           03  PAG-NRO-DOC         PIC X(20).
           03  PAG-FECHA           PIC 9(8).
           03  PAG-IMPORTE         PIC 9(7)V99.
      * Marca de FACTURA-CLI, moneda, importe en moneda y cotizacion;
      * no se usan aca.
           03  FILLER              PIC X.
           03  FILLER              PIC X(21).

       FD  CONTRATOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/CONTRATOS.DAT".
       01  REG-CONTRATO.
           03  CON-NRO-DOC     PIC X(20).
           03  CON-TIPO-DOC    PIC X.
           03  CON-PATENTE     PIC X(6).
           03  CON-DESDE       PIC 9(8).
           03  CON-HASTA       PIC 9(8).
           03  CON-IMPORTE-MES PIC 9(6)V99.

       FD  TALLER  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/TALLER.DAT".
       01  REG-TALLER.
           03  RTA-PATENTE     PIC X(6).
           03  RTA-DESDE       PIC 9(8).
           03  RTA-HASTA       PIC 9(8).

       FD  SALDOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../SALDOS-CLI.DAT".
       01  SAL.
           03  SAL-NRO-DOC         PIC X(20).
           03  SAL-FACTURADO       PIC 9(9)V99.
           03  SAL-PAGADO          PIC 9(9)V99.
           03  SAL-CREDITOS        PIC 9(9)V99.
           03  SAL-SALDO           PIC 9(9)V99.
           03  SAL-B30             PIC 9(9)V99.
           03  SAL-B60             PIC 9(9)V99.
           03  SAL-B90             PIC 9(9)V99.
           03  SAL-BMAS            PIC 9(9)V99.

      * Fecha de proceso (AAAAMMDD), mismo criterio que COBERTURA.
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

      * Control de la secuencia del batch nocturno (ver TP-PARTE-1):
      * asientos "I"/"F" por programa y fecha de proceso.
       FD  CONTROL-CORRIDAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../../Parte1/CONTROL-CORRIDAS.DAT".
       01  REG-CONTROL.
           03  CTL-PROGRAMA    PIC X(10).
           03  CTL-FECHA       PIC 9(8).
           03  CTL-ESTADO      PIC X.
      * Hora del asiento (HHMMSS) y registros procesados (0 en el
      * "I"); los lee el tablero MONITOR.
           03  CTL-HORA        PIC 9(6).
           03  CTL-CANT        PIC 9(7).
      * Severidad de la corrida (0, 4 u 8) en el asiento "F"; los
      * programas que no la informan la dejan en blanco.
           03  CTL-SEVERIDAD   PIC X.

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../INTEGRIDAD.DAT".
       01  LINEA               PIC X(110).

       WORKING-STORAGE SECTION.
       77  M-EOF               PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  M-ESTADO            PIC XX.
       77  CHM-ESTADO          PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  CLI-ESTADO          PIC XX.
       77  CER-ESTADO          PIC XX.
       77  DEPOSITOS-ESTADO    PIC XX.
       77  CARGOS-ESTADO       PIC XX.
       77  PAGOS-ESTADO        PIC XX.
       77  CONTRATOS-ESTADO    PIC XX.
       77  TALLER-ESTADO       PIC XX.
       77  SALDOS-ESTADO       PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  CTL-ESTADO-FS       PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-INTENTO          PIC 9(2).
       77  WS-CERROJO-LIBRE    PIC X       VALUE "N".
       77  WS-ESPERA-SEG       PIC 9(4) COMP VALUE 5.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-CHM-DISPONIBLE   PIC X(2)    VALUE "NO".
       77  WS-AUTOS-DISPONIBLE PIC X(2)    VALUE "NO".
       77  WS-CLI-DISPONIBLE   PIC X(2)    VALUE "NO".
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-CTL-ASIENTO-EST  PIC X.
       01  WS-HALLADO          PIC X(2).
       01  WS-BUS-PATENTE      PIC X(6).
       01  WS-BUS-DOC          PIC X(20).
       01  WS-BUS-LEGAJO       PIC X(7).
       01  WS-I                PIC 99.
       01  WS-REGLA            PIC 99.
       01  WS-CLAVE            PIC X(20).
       01  WS-DATO             PIC X(20).
       01  WS-CANT-HUERFANOS   PIC 9(7)    VALUE 0.
      * Severidad de la corrida: la mayor de las reglas rotas (0 sin
      * novedades, 4 avisos, 8 errores). Una regla que no se pudo
      * evaluar por falta del archivo de referencia cuenta como aviso.
       01  WS-SEVERIDAD        PIC 9       VALUE 0.
       01  WS-SEV-NO-EVALUADA  PIC 9       VALUE 4.

      * Catalogo de reglas: codigo, severidad, archivo revisado y
      * descripcion. Un error (8) deja algo sin poder facturar,
      * cobrar o asignar; un aviso (4) es dato sucio que no frena.
       01  WS-REGLAS-VALORES.
           03 FILLER           PIC X(16) VALUE 'R018MAESTRO     '.
           03 FILLER           PIC X(44) VALUE
               'Chofer asignado no existe en CHOFERES-MAE'.
           03 FILLER           PIC X(16) VALUE 'R028MAESTRO     '.
           03 FILLER           PIC X(44) VALUE
               'Patente no existe en AUTOS'.
           03 FILLER           PIC X(16) VALUE 'R038MAESTRO     '.
           03 FILLER           PIC X(44) VALUE
               'Documento no existe en CLIENTES'.
           03 FILLER           PIC X(16) VALUE 'R048DEPOSITOS   '.
           03 FILLER           PIC X(44) VALUE
               'Patente no existe en AUTOS'.
           03 FILLER           PIC X(16) VALUE 'R058CARGOS-EXTRA'.
           03 FILLER           PIC X(44) VALUE
               'Documento no existe en CLIENTES'.
           03 FILLER           PIC X(16) VALUE 'R068PAGOS       '.
           03 FILLER           PIC X(44) VALUE
               'Documento no existe en CLIENTES'.
           03 FILLER           PIC X(16) VALUE 'R078CONTRATOS   '.
           03 FILLER           PIC X(44) VALUE
               'Contrato vigente sobre auto dado de baja'.
           03 FILLER           PIC X(16) VALUE 'R088CONTRATOS   '.
           03 FILLER           PIC X(44) VALUE
               'Patente no existe en AUTOS'.
           03 FILLER           PIC X(16) VALUE 'R094TALLER      '.
           03 FILLER           PIC X(44) VALUE
               'Patente no existe en AUTOS'.
           03 FILLER           PIC X(16) VALUE 'R104SALDOS-CLI  '.
           03 FILLER           PIC X(44) VALUE
               'Saldo de cliente anonimizado o provisorio'.
       01  WS-TABLA-REGLAS REDEFINES WS-REGLAS-VALORES.
           03 WS-RGL OCCURS 10 TIMES.
               05 RGL-CODIGO       PIC X(3).
               05 RGL-SEVERIDAD    PIC 9.
               05 RGL-ARCHIVO      PIC X(12).
               05 RGL-DESCRIPCION  PIC X(44).
       01  WS-CANT-REGLAS      PIC 99      VALUE 10.

      * Huerfanos por regla; EVALUADA "N" = faltaba el archivo de
      * referencia y la regla no se corrio.
       01  WS-TABLA-RESULTADOS.
           03 WS-RES OCCURS 10 TIMES.
               05 RES-CANT         PIC 9(7).
               05 RES-EVALUADA     PIC X.

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Integridad entre archivos al'.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(6)  VALUE 'Regla'.
           03 FILLER           PIC X(5)  VALUE 'Sev'.
           03 FILLER           PIC X(14) VALUE 'Archivo'.
           03 FILLER           PIC X(22) VALUE 'Clave'.
           03 FILLER           PIC X(22) VALUE 'Dato'.
           03 FILLER           PIC X(30) VALUE 'Descripcion'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(110) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-REGLA        PIC X(3).
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-SEVERIDAD    PIC 9.
           03 FILLER           PIC X(4)  VALUE ' '.
           03 ROW-ARCHIVO      PIC X(12).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-CLAVE        PIC X(20).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-DATO         PIC X(20).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-DESCRIPCION  PIC X(44).
       01  PE5-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Resumen por regla'.
       01  PTR-TOTAL.
           03 TOT-REGLA        PIC X(3).
           03 FILLER           PIC X(3)  VALUE ' '.
           03 TOT-SEVERIDAD    PIC 9.
           03 FILLER           PIC X(4)  VALUE ' '.
           03 TOT-ARCHIVO      PIC X(12).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 TOT-DESCRIPCION  PIC X(44).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 TOT-CANT         PIC X(11).
       01  WS-CANT-ED          PIC Z(6)9.
       01  PTR-SEVERIDAD.
           03 FILLER           PIC X(30) VALUE
               'Severidad de la corrida: '.
           03 SEV-VALOR        PIC 9.
           03 FILLER           PIC X(16) VALUE '   Huerfanos: '.
           03 SEV-HUERFANOS    PIC Z(6)9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            MOVE "I" TO WS-CTL-ASIENTO-EST.
            PERFORM 007-ASENTAR-CONTROL.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 100-REVISAR-MAESTRO.
            PERFORM 200-REVISAR-DEPOSITOS.
            PERFORM 300-REVISAR-CARGOS.
            PERFORM 400-REVISAR-PAGOS.
            PERFORM 500-REVISAR-CONTRATOS.
            PERFORM 600-REVISAR-TALLER.
            PERFORM 700-REVISAR-SALDOS.
            PERFORM 800-EMITIR-RESUMEN.
            PERFORM 070-CERRAR-ARCHIVOS.
            MOVE "F" TO WS-CTL-ASIENTO-EST.
            PERFORM 007-ASENTAR-CONTROL.
            DISPLAY "INTEGRIDAD: FECHA " WS-FECHA-PROCESO
                " HUERFANOS " WS-CANT-HUERFANOS
                " SEVERIDAD " WS-SEVERIDAD.
            MOVE WS-SEVERIDAD TO RETURN-CODE.
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
      *-----------------------------------------------------------------
      *******
       007-ASENTAR-CONTROL.
      *******
           OPEN EXTEND CONTROL-CORRIDAS.
           IF CTL-ESTADO-FS = "00" OR CTL-ESTADO-FS = "05"
               MOVE "INTEGRIDAD" TO CTL-PROGRAMA
               MOVE WS-FECHA-PROCESO TO CTL-FECHA
               MOVE WS-CTL-ASIENTO-EST TO CTL-ESTADO
               MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
               IF WS-CTL-ASIENTO-EST = "F"
                   MOVE WS-CANT-HUERFANOS TO CTL-CANT
                   MOVE WS-SEVERIDAD TO CTL-SEVERIDAD
               ELSE
                   MOVE 0 TO CTL-CANT
                   MOVE SPACE TO CTL-SEVERIDAD
               END-IF
               WRITE REG-CONTROL
               CLOSE CONTROL-CORRIDAS
           ELSE
               DISPLAY "ERROR EN OPEN CONTROL-CORRIDAS FS: "
                   CTL-ESTADO-FS
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
      * Un archivo de referencia ausente no frena el barrido: las
      * reglas que lo necesitan salen como no evaluadas.
           PERFORM ESPERAR-CERROJO.
           OPEN INPUT CLIENTES.
           IF CLI-ESTADO = "00"
               MOVE "SI" TO WS-CLI-DISPONIBLE
           ELSE
               DISPLAY "AVISO: SIN CLIENTES.TXT; no se revisan los "
                   "documentos.".
           OPEN INPUT CHOFERES-MAE.
           IF CHM-ESTADO = "00"
               MOVE "SI" TO WS-CHM-DISPONIBLE
           ELSE
               DISPLAY "AVISO: SIN CHOFERES-MAE.DAT; no se revisan "
                   "los legajos.".
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO = "00"
               MOVE "SI" TO WS-AUTOS-DISPONIBLE
           ELSE
               DISPLAY "AVISO: SIN AUTOS.DAT; no se revisan las "
                   "patentes.".
           PERFORM 012-INICIAR-RESULTADO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-REGLAS.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN INTEGRIDAD FS: " LISTADO-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
      *******
       012-INICIAR-RESULTADO.
      *******
           MOVE 0 TO RES-CANT(WS-I).
           MOVE "S" TO RES-EVALUADA(WS-I).
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
               DISPLAY "INTEGRIDAD: CLIENTES.TXT OCUPADO POR EL "
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
       050-BUSCAR-AUTO.
      *******
           MOVE "NO" TO WS-HALLADO.
           MOVE WS-BUS-PATENTE TO AUT-PATENTE.
           READ AUTOS
               INVALID KEY CONTINUE
           END-READ.
           IF AUTOS-ESTADO = "00"
               MOVE "SI" TO WS-HALLADO.
      *******
       052-BUSCAR-CLIENTE.
      *******
           MOVE "NO" TO WS-HALLADO.
           MOVE WS-BUS-DOC TO CLI-DOCUMENTO.
           READ CLIENTES RECORD KEY IS CLI-DOCUMENTO
               INVALID KEY CONTINUE
           END-READ.
           IF CLI-ESTADO = "00" OR CLI-ESTADO = "02"
               MOVE "SI" TO WS-HALLADO.
      *******
       054-BUSCAR-CHOFER.
      *******
           MOVE "NO" TO WS-HALLADO.
           MOVE WS-BUS-LEGAJO TO CHM-LEGAJO.
           READ CHOFERES-MAE
               INVALID KEY CONTINUE
           END-READ.
           IF CHM-ESTADO = "00"
               MOVE "SI" TO WS-HALLADO.
      *-----------------------------------------------------------------
      *******
       060-ANOTAR-HUERFANO.
      *******
      * Un renglon por registro que rompe la regla WS-REGLA, con la
      * clave del registro y el dato que no se encontro.
           MOVE RGL-CODIGO(WS-REGLA) TO ROW-REGLA.
           MOVE RGL-SEVERIDAD(WS-REGLA) TO ROW-SEVERIDAD.
           MOVE RGL-ARCHIVO(WS-REGLA) TO ROW-ARCHIVO.
           MOVE WS-CLAVE TO ROW-CLAVE.
           MOVE WS-DATO TO ROW-DATO.
           MOVE RGL-DESCRIPCION(WS-REGLA) TO ROW-DESCRIPCION.
           WRITE LINEA FROM PTR-ROW.
           ADD 1 TO RES-CANT(WS-REGLA).
           ADD 1 TO WS-CANT-HUERFANOS.
           IF RGL-SEVERIDAD(WS-REGLA) > WS-SEVERIDAD
               MOVE RGL-SEVERIDAD(WS-REGLA) TO WS-SEVERIDAD.
      *******
       062-REGLA-NO-EVALUADA.
      *******
           MOVE "N" TO RES-EVALUADA(WS-REGLA).
           IF WS-SEV-NO-EVALUADA > WS-SEVERIDAD
               MOVE WS-SEV-NO-EVALUADA TO WS-SEVERIDAD.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE LISTADO.
           IF WS-CLI-DISPONIBLE = "SI"
               CLOSE CLIENTES.
           IF WS-CHM-DISPONIBLE = "SI"
               CLOSE CHOFERES-MAE.
           IF WS-AUTOS-DISPONIBLE = "SI"
               CLOSE AUTOS.
      *-----------------------------------------------------------------
      *******
       100-REVISAR-MAESTRO.
      *******
      * R01 chofer, R02 patente y R03 documento de cada alquiler.
           IF WS-CHM-DISPONIBLE NOT = "SI"
               MOVE 1 TO WS-REGLA
               PERFORM 062-REGLA-NO-EVALUADA.
           IF WS-AUTOS-DISPONIBLE NOT = "SI"
               MOVE 2 TO WS-REGLA
               PERFORM 062-REGLA-NO-EVALUADA.
           IF WS-CLI-DISPONIBLE NOT = "SI"
               MOVE 3 TO WS-REGLA
               PERFORM 062-REGLA-NO-EVALUADA.
           OPEN INPUT M.
           IF M-ESTADO = "00"
               PERFORM 102-LEER-M
               PERFORM 104-REVISAR-ALQUILER UNTIL M-EOF = "SI".
           CLOSE M.
      *******
       102-LEER-M.
      *******
           READ M NEXT RECORD
               AT END MOVE "SI" TO M-EOF.
           IF M-ESTADO NOT = ZERO AND 10 AND 02
               DISPLAY "ERROR EN READ MAESTRO FS: " M-ESTADO
               STOP RUN.
      *******
       104-REVISAR-ALQUILER.
      *******
           MOVE ALQ-PATENTE TO WS-CLAVE.
           MOVE ALQ-FECHA TO WS-CLAVE(8:8).
      * Un alquiler sin chofer (modalidad "S" o aun sin asignar) no
      * se controla contra el maestro de legajos.
           IF WS-CHM-DISPONIBLE = "SI" AND ALQ-CHOFER NOT = SPACES
               MOVE ALQ-CHOFER TO WS-BUS-LEGAJO
               PERFORM 054-BUSCAR-CHOFER
               IF WS-HALLADO = "NO"
                   MOVE 1 TO WS-REGLA
                   MOVE ALQ-CHOFER TO WS-DATO
                   PERFORM 060-ANOTAR-HUERFANO
               END-IF
           END-IF.
           IF WS-AUTOS-DISPONIBLE = "SI"
               MOVE ALQ-PATENTE TO WS-BUS-PATENTE
               PERFORM 050-BUSCAR-AUTO
               IF WS-HALLADO = "NO"
                   MOVE 2 TO WS-REGLA
                   MOVE ALQ-PATENTE TO WS-DATO
                   PERFORM 060-ANOTAR-HUERFANO
               END-IF
           END-IF.
           IF WS-CLI-DISPONIBLE = "SI"
               MOVE ALQ-NRO-DOC TO WS-BUS-DOC
               PERFORM 052-BUSCAR-CLIENTE
               IF WS-HALLADO = "NO"
                   MOVE 3 TO WS-REGLA
                   MOVE ALQ-NRO-DOC TO WS-DATO
                   PERFORM 060-ANOTAR-HUERFANO.
           PERFORM 102-LEER-M.
      *-----------------------------------------------------------------
      *******
       200-REVISAR-DEPOSITOS.
      *******
      * R04: deposito de garantia tomado sobre una patente que no
      * esta en la flota.
           MOVE 4 TO WS-REGLA.
           IF WS-AUTOS-DISPONIBLE NOT = "SI"
               PERFORM 062-REGLA-NO-EVALUADA
           ELSE
               OPEN INPUT DEPOSITOS
               IF DEPOSITOS-ESTADO = "00"
                   PERFORM UNTIL DEPOSITOS-ESTADO NOT = "00"
                       READ DEPOSITOS
                       IF DEPOSITOS-ESTADO = "00"
                           MOVE DEP-PATENTE TO WS-BUS-PATENTE
                           PERFORM 050-BUSCAR-AUTO
                           IF WS-HALLADO = "NO"
                               MOVE DEP-NRO-DOC TO WS-CLAVE
                               MOVE DEP-PATENTE TO WS-DATO
                               PERFORM 060-ANOTAR-HUERFANO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE DEPOSITOS.
      *-----------------------------------------------------------------
      *******
       300-REVISAR-CARGOS.
      *******
      * R05: cargo extra a nombre de un documento sin cliente.
           MOVE 5 TO WS-REGLA.
           IF WS-CLI-DISPONIBLE NOT = "SI"
               PERFORM 062-REGLA-NO-EVALUADA
           ELSE
               OPEN INPUT CARGOS
               IF CARGOS-ESTADO = "00"
                   PERFORM UNTIL CARGOS-ESTADO NOT = "00"
                       READ CARGOS
                       IF CARGOS-ESTADO = "00"
                           MOVE CEX-NRO-DOC TO WS-BUS-DOC
                           PERFORM 052-BUSCAR-CLIENTE
                           IF WS-HALLADO = "NO"
                               MOVE CEX-PATENTE TO WS-CLAVE
                               MOVE CEX-FECHA TO WS-CLAVE(8:8)
                               MOVE CEX-NRO-DOC TO WS-DATO
                               PERFORM 060-ANOTAR-HUERFANO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CARGOS.
      *-----------------------------------------------------------------
      *******
       400-REVISAR-PAGOS.
      *******
      * R06: pago imputado a un documento sin cliente.
           MOVE 6 TO WS-REGLA.
           IF WS-CLI-DISPONIBLE NOT = "SI"
               PERFORM 062-REGLA-NO-EVALUADA
           ELSE
               OPEN INPUT PAGOS
               IF PAGOS-ESTADO = "00"
                   PERFORM UNTIL PAGOS-ESTADO NOT = "00"
                       READ PAGOS
                       IF PAGOS-ESTADO = "00"
                           MOVE PAG-NRO-DOC TO WS-BUS-DOC
                           PERFORM 052-BUSCAR-CLIENTE
                           IF WS-HALLADO = "NO"
                               MOVE PAG-FECHA TO WS-CLAVE
                               MOVE PAG-NRO-DOC TO WS-DATO
                               PERFORM 060-ANOTAR-HUERFANO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE PAGOS.
      *-----------------------------------------------------------------
      *******
       500-REVISAR-CONTRATOS.
      *******
      * R07 y R08: solo los contratos vigentes a la fecha de proceso;
      * uno ya terminado sobre un auto que despues se dio de baja esta
      * en regla.
           IF WS-AUTOS-DISPONIBLE NOT = "SI"
               MOVE 7 TO WS-REGLA
               PERFORM 062-REGLA-NO-EVALUADA
               MOVE 8 TO WS-REGLA
               PERFORM 062-REGLA-NO-EVALUADA
           ELSE
               OPEN INPUT CONTRATOS
               IF CONTRATOS-ESTADO = "00"
                   PERFORM UNTIL CONTRATOS-ESTADO NOT = "00"
                       READ CONTRATOS
                       IF CONTRATOS-ESTADO = "00" AND
                           CON-HASTA NOT < WS-FECHA-PROCESO
                           PERFORM 502-REVISAR-UN-CONTRATO
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CONTRATOS.
      *******
       502-REVISAR-UN-CONTRATO.
      *******
           MOVE CON-PATENTE TO WS-BUS-PATENTE.
           PERFORM 050-BUSCAR-AUTO.
           MOVE CON-NRO-DOC TO WS-CLAVE.
           MOVE CON-PATENTE TO WS-DATO.
           IF WS-HALLADO = "NO"
               MOVE 8 TO WS-REGLA
               PERFORM 060-ANOTAR-HUERFANO
           ELSE
               IF AUT-ESTADO = "B"
                   MOVE 7 TO WS-REGLA
                   PERFORM 060-ANOTAR-HUERFANO.
      *-----------------------------------------------------------------
      *******
       600-REVISAR-TALLER.
      *******
      * R09: ventana de taller cargada para una patente desconocida.
           MOVE 9 TO WS-REGLA.
           IF WS-AUTOS-DISPONIBLE NOT = "SI"
               PERFORM 062-REGLA-NO-EVALUADA
           ELSE
               OPEN INPUT TALLER
               IF TALLER-ESTADO = "00"
                   PERFORM UNTIL TALLER-ESTADO NOT = "00"
                       READ TALLER
                       IF TALLER-ESTADO = "00"
                           MOVE RTA-PATENTE TO WS-BUS-PATENTE
                           PERFORM 050-BUSCAR-AUTO
                           IF WS-HALLADO = "NO"
                               MOVE RTA-DESDE TO WS-CLAVE
                               MOVE RTA-HASTA TO WS-CLAVE(10:8)
                               MOVE RTA-PATENTE TO WS-DATO
                               PERFORM 060-ANOTAR-HUERFANO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE TALLER.
      *-----------------------------------------------------------------
      *******
       700-REVISAR-SALDOS.
      *******
      * R10: ANONIMIZA no toca clientes con saldo abierto y los
      * provisorios de SUBPGR no deberian facturar; un saldo sobre
      * cualquiera de los dos es una cuenta que nadie va a cobrar.
           MOVE 10 TO WS-REGLA.
           IF WS-CLI-DISPONIBLE NOT = "SI"
               PERFORM 062-REGLA-NO-EVALUADA
           ELSE
               OPEN INPUT SALDOS
               IF SALDOS-ESTADO = "00"
                   PERFORM UNTIL SALDOS-ESTADO NOT = "00"
                       READ SALDOS
                       IF SALDOS-ESTADO = "00" AND SAL-SALDO > 0
                           PERFORM 702-REVISAR-UN-SALDO
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE SALDOS.
      *******
       702-REVISAR-UN-SALDO.
      *******
           MOVE SAL-NRO-DOC TO WS-BUS-DOC.
           PERFORM 052-BUSCAR-CLIENTE.
           IF WS-HALLADO = "SI"
               IF CLI-NOMBRE(1:8) = "ANONIMO " OR
                   CLI-DIRECCION = "SIN DIRECCION REGISTRADA"
                   MOVE SAL-NRO-DOC TO WS-CLAVE
                   MOVE CLI-NOMBRE TO WS-DATO
                   PERFORM 060-ANOTAR-HUERFANO.
      *-----------------------------------------------------------------
      *******
       800-EMITIR-RESUMEN.
      *******
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM 802-EMITIR-REGLA VARYING WS-REGLA FROM 1 BY 1
               UNTIL WS-REGLA > WS-CANT-REGLAS.
           WRITE LINEA FROM PE4-ENCABE.
           MOVE WS-SEVERIDAD TO SEV-VALOR.
           MOVE WS-CANT-HUERFANOS TO SEV-HUERFANOS.
           WRITE LINEA FROM PTR-SEVERIDAD.
      *******
       802-EMITIR-REGLA.
      *******
           MOVE RGL-CODIGO(WS-REGLA) TO TOT-REGLA.
           MOVE RGL-SEVERIDAD(WS-REGLA) TO TOT-SEVERIDAD.
           MOVE RGL-ARCHIVO(WS-REGLA) TO TOT-ARCHIVO.
           MOVE RGL-DESCRIPCION(WS-REGLA) TO TOT-DESCRIPCION.
           IF RES-EVALUADA(WS-REGLA) = "N"
               MOVE "NO EVALUADA" TO TOT-CANT
           ELSE
               MOVE RES-CANT(WS-REGLA) TO WS-CANT-ED
               MOVE WS-CANT-ED TO TOT-CANT.
           WRITE LINEA FROM PTR-TOTAL.
      *-----------------------------------------------------------------
      *******
       END PROGRAM INTEGRIDAD.
