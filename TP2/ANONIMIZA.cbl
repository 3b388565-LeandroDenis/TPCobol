      ******************************************************************
      * Author: Leandro Denis
      * Purpose: Clientes para TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: anonimizacion de los datos personales
      *       de los clientes sin actividad hace mas de N años
      *       (clave ANONIMIZA-ANIOS de PARAMETROS.DAT). La ultima
      *       actividad de cada cliente se toma de la fecha de alta
      *       y de sus alquileres en MAESTRO-ACT.DAT, MAESTRO.DAT y
      *       MAESTRO-HISTORICO.DAT; quedan afuera los que tienen
      *       saldo abierto en SALDOS-CLI.DAT, cargos sin facturar en
      *       CARGOS-EXTRA.DAT, deposito abierto en DEPOSITOS.DAT o
      *       estan en MOROSOS.DAT. A los demas se les reemplaza
      *       nombre por un seudonimo y se borran telefono,
      *       direccion, email y licencia; numero, documento y datos
      *       de cuenta quedan, para que la historia financiera por
      *       documento siga intacta durante la retencion fiscal. Cada
      *       corrida agrega su certificado a
      *       ANONIMIZA-CERTIFICADO.DAT.
      *   LD  La CBU del cliente se borra junto con los demas datos
      *       personales; quedan afuera tambien los clientes con
      *       saldo a favor o remanente de deposito todavia no
      *       transferidos por REEMBOLSOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.
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

           SELECT OPTIONAL MAE-ACT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL M   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT OPTIONAL HISTORICO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS HISTORICO-ESTADO.

           SELECT OPTIONAL SALDOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS SALDOS-ESTADO.

           SELECT OPTIONAL CARGOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CARGOS-ESTADO.

           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS DEPOSITOS-ESTADO.

           SELECT OPTIONAL MOROSOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MOROSOS-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT CERTIFICADO  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CERTIFICADO-ESTADO.

           SELECT OPTIONAL CERROJO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CER-ESTADO.
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
      * Nro de licencia de conducir; requerido para alquilar sin
      * chofer (modalidad "S" del alquiler).
           03 CLI-LICENCIA-COND PIC X(15).
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
      * Modalidad del alquiler; no se usa aca.
           03  ALQ-MODO            PIC X.

       FD  HISTORICO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO-HISTORICO.DAT".
       01  HIST-REG.
           03  HIST-PATENTE        PIC X(6).
           03  HIST-FECHA          PIC 9(8).
           03  HIST-TIPO-DOC       PIC X.
           03  HIST-NRO-DOC        PIC X(20).
           03  HIST-IMPORTE        PIC 9(4)V99.
           03  HIST-CHOFER         PIC X(7).
           03  HIST-ESTADO         PIC X.
           03  HIST-AGENCIA        PIC 9.
           03  HIST-MODO           PIC X.

       FD  SALDOS LABEL RECORD IS STANDARD
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

      * Cargos pendientes de facturar; FACTURA-CLI lo vacia al
      * facturar, asi que todo renglon es un cargo abierto.
       FD  CARGOS  LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CARGOS-EXTRA.DAT".
       01  CEX.
           03  CEX-NRO-DOC         PIC X(20).
           03  CEX-FECHA           PIC 9(8).
           03  CEX-PATENTE         PIC X(6).
           03  CEX-TIPO-DOC        PIC X.
           03  CEX-CONCEPTO        PIC X(20).
           03  CEX-IMPORTE         PIC 9(6)V99.
      * Desglose de IVA del cargo; no se usa aca.
           03  FILLER              PIC X(16).

      * Libro de depositos en garantia (ver DEPOSITOS.cbl).
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

      * Lista negra de morosos en gestion formal (ver TP-PARTE-1).
       FD  MOROSOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/MOROSOS.DAT".
       01  REG-MOROSO.
           03  MOR-DOCUMENTO   PIC X(20).
           03  MOR-MOTIVO      PIC X(30).
           03  MOR-FECHA       PIC 9(8).

      * Fecha de proceso (AAAAMMDD), mismo criterio que COBERTURA.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan FECHA-CORRIDA
      * y ANONIMIZA-ANIOS.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Certificado de anonimizacion; acumula una seccion por corrida.
       FD  CERTIFICADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ANONIMIZA-CERTIFICADO.DAT".
       01  LINEA               PIC X(80).

      * Cerrojo de acceso a CLIENTES.TXT, compartido con SUBPGR y las
      * consultas: se toma antes de abrir I-O y se suelta al cerrar.
       FD  CERROJO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES.LCK".
       01  REG-CERROJO         PIC X(30).

       WORKING-STORAGE SECTION.
       77  CER-ESTADO          PIC XX.
       77  WS-LOCK-TOMADO      PIC X       VALUE "N".
       77  WS-INTENTO          PIC 9(2).
       77  WS-CERROJO-LIBRE    PIC X       VALUE "N".
       77  WS-ESPERA-SEG       PIC 9(4) COMP VALUE 5.
       77  WS-RUTA-CERROJO     PIC X(20)   VALUE "../CLIENTES.LCK".
       77  WS-RC-BORRADO       PIC S9(9) COMP.

       77  CLI-EOF             PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  MAE-ACT-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  M-EOF               PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  HISTORICO-EOF       PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  SALDOS-EOF          PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  CARGOS-EOF          PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  DEPOSITOS-EOF       PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  MOROSOS-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  CLI-ESTADO          PIC XX.
       77  MAE-ACT-ESTADO      PIC XX.
       77  M-ESTADO            PIC XX.
       77  HISTORICO-ESTADO    PIC XX.
       77  SALDOS-ESTADO       PIC XX.
       77  CARGOS-ESTADO       PIC XX.
       77  DEPOSITOS-ESTADO    PIC XX.
       77  MOROSOS-ESTADO      PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  CERTIFICADO-ESTADO  PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-PARM-HAY-ANIOS   PIC X(2)    VALUE "NO".
       77  WS-FECHA-PROCESO    PIC 9(8).
      * Años sin actividad a partir de los cuales se anonimiza; sin
      * valor valido en PARAMETROS.DAT no se toca nada.
       77  WS-ANIOS-RETENCION  PIC 9(2)    VALUE 0.
       01  WS-FECHA-CORTE      PIC 9(8).
       77  WS-TOPE-CAND        PIC 9(4)    VALUE 5000.
       01  WS-CANT-CAND        PIC 9(4)    VALUE 0.
       01  WS-CANT-ANONIM      PIC 9(4)    VALUE 0.
       01  WS-CANT-EXC-ACTIV   PIC 9(4)    VALUE 0.
       01  WS-CANT-EXC-SALDO   PIC 9(4)    VALUE 0.
       01  WS-CANT-EXC-CARGO   PIC 9(4)    VALUE 0.
       01  WS-CANT-EXC-DEPOS   PIC 9(4)    VALUE 0.
       01  WS-CANT-EXC-MOROSO  PIC 9(4)    VALUE 0.
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-POS              PIC 9(4).
       01  WS-DOC-BUSCADO      PIC X(20).
       01  WS-FECHA-ACTIV      PIC 9(8).
       01  WS-MOTIVO-EXC       PIC X.

      * Candidatos: alta anterior al corte y todavia no anonimizados.
      * CAND-MOTIVO en blanco = se anonimiza; si no, causa de la
      * exclusion: A actividad reciente, S saldo abierto, C cargos
      * sin facturar, D deposito abierto, M moroso.
       01  WS-TABLA-CAND.
           03 WS-CAND OCCURS 5000 TIMES.
               05 CAND-NUMERO      PIC X(8).
               05 CAND-DOC         PIC X(20).
               05 CAND-ULTIMA      PIC 9(8).
               05 CAND-MOTIVO      PIC X.

       01  WS-SEUDONIMO.
           03 FILLER           PIC X(8)    VALUE "ANONIMO ".
           03 WS-SEUD-NUMERO   PIC X(8).

       01  PE1-ENCABE.
           03 FILLER           PIC X(34) VALUE
               'Certificado de anonimizacion al '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(21) VALUE
               'Plazo de retencion: '.
           03 PE3-ANIOS        PIC Z9.
           03 FILLER           PIC X(17) VALUE ' anios (corte al '.
           03 PE3-CORTE        PIC 9(8).
           03 FILLER           PIC X     VALUE ')'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(10) VALUE 'Cliente'.
           03 FILLER           PIC X(22) VALUE 'Documento'.
           03 FILLER           PIC X(18) VALUE 'Ult. actividad'.
           03 FILLER           PIC X(16) VALUE 'Seudonimo'.
       01  PTR-ROW.
           03 ROW-NUMERO       PIC X(8).
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-DOC          PIC X(20).
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-ULTIMA       PIC 9(8).
           03 FILLER           PIC X(10) VALUE ' '.
           03 ROW-SEUDONIMO    PIC X(16).
       01  PTR-TOTALES.
           03 FILLER           PIC X(14) VALUE 'Anonimizados: '.
           03 TOT-ANONIM       PIC ZZZ9.
           03 FILLER           PIC X(14) VALUE '  Candidatos: '.
           03 TOT-CAND         PIC ZZZ9.
       01  PTR-EXCLUIDOS.
           03 FILLER           PIC X(22) VALUE
               'Excluidos: actividad '.
           03 TOT-EXC-ACTIV    PIC ZZZ9.
           03 FILLER           PIC X(8)  VALUE '  saldo '.
           03 TOT-EXC-SALDO    PIC ZZZ9.
           03 FILLER           PIC X(9)  VALUE '  cargos '.
           03 TOT-EXC-CARGO    PIC ZZZ9.
           03 FILLER           PIC X(12) VALUE '  depositos '.
           03 TOT-EXC-DEPOS    PIC ZZZ9.
           03 FILLER           PIC X(10) VALUE '  morosos '.
           03 TOT-EXC-MOROSO   PIC ZZZ9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 040-RELEVAR-CANDIDATOS.
            PERFORM 100-ACTIVIDAD-MAE-ACT.
            PERFORM 110-ACTIVIDAD-MAESTRO.
            PERFORM 120-ACTIVIDAD-HISTORICO.
            PERFORM 130-EXCLUIR-MOROSOS.
            PERFORM 140-EXCLUIR-SALDOS.
            PERFORM 150-EXCLUIR-CARGOS.
            PERFORM 160-EXCLUIR-DEPOSITOS.
            PERFORM 050-ANONIMIZAR-CANDIDATO VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-CAND.
            PERFORM 060-ESCRIBIR-TOTALES.
            DISPLAY "ANONIMIZA: FECHA " WS-FECHA-PROCESO
                " CORTE " WS-FECHA-CORTE
                " CANDIDATOS " WS-CANT-CAND
                " ANONIMIZADOS " WS-CANT-ANONIM.
            PERFORM 070-CERRAR-ARCHIVOS.
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
                   IF PARAMETROS-ESTADO = "00" AND
                       PARM-CLAVE = "ANONIMIZA-ANIOS" AND
                       PARM-VALOR(1:2) IS NUMERIC
                       MOVE PARM-VALOR(1:2) TO WS-ANIOS-RETENCION
                       MOVE "SI" TO WS-PARM-HAY-ANIOS
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
      * Borrar datos personales no tiene vuelta atras: sin un plazo
      * de retencion explicito la corrida no hace nada.
           IF WS-PARM-HAY-ANIOS NOT = "SI" OR WS-ANIOS-RETENCION = 0
               DISPLAY "ANONIMIZA: FALTA ANONIMIZA-ANIOS EN "
                   "PARAMETROS.DAT; SE ABANDONA LA CORRIDA SIN "
                   "TOCAR NADA."
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
      * Misma fecha N años atras; alcanza para comparar AAAAMMDD.
           COMPUTE WS-FECHA-CORTE =
               WS-FECHA-PROCESO - WS-ANIOS-RETENCION * 10000.
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
      * OPEN EXTEND para que el certificado acumule entre corridas; si
      * todavia no existe (primera corrida) se crea y se reabre.
           OPEN EXTEND CERTIFICADO.
           IF CERTIFICADO-ESTADO = "35"
               OPEN OUTPUT CERTIFICADO
               CLOSE CERTIFICADO
               OPEN EXTEND CERTIFICADO.
           IF CERTIFICADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ANONIMIZA-CERTIFICADO FS: "
                   CERTIFICADO-ESTADO
               CLOSE CLIENTES
               PERFORM SOLTAR-CERROJO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           MOVE WS-ANIOS-RETENCION TO PE3-ANIOS.
           MOVE WS-FECHA-CORTE TO PE3-CORTE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
      *-----------------------------------------------------------------
      *******
       040-RELEVAR-CANDIDATOS.
      *******
      * Pasada secuencial completa juntando los candidatos en memoria;
      * las regrabaciones se hacen recien despues, para no mover el
      * puntero de lectura mientras se recorre.
           MOVE LOW-VALUES TO CLI-NUMERO.
           START CLIENTES KEY IS NOT LESS THAN CLI-NUMERO.
           IF CLI-ESTADO NOT = "00"
               MOVE "SI" TO CLI-EOF.
           PERFORM 042-RELEVAR-UNO UNTIL CLI-EOF = "SI".
      *******
       042-RELEVAR-UNO.
      *******
           READ CLIENTES NEXT RECORD
               AT END MOVE "SI" TO CLI-EOF.
           IF CLI-EOF = "NO" AND
               (CLI-ESTADO = "00" OR CLI-ESTADO = "02")
               IF CLI-FEC-ALTA < WS-FECHA-CORTE AND
                   CLI-DOCUMENTO NOT = SPACES AND
                   CLI-NOMBRE(1:8) NOT = "ANONIMO "
                   IF WS-CANT-CAND < WS-TOPE-CAND
                       ADD 1 TO WS-CANT-CAND
                       MOVE CLI-NUMERO TO CAND-NUMERO(WS-CANT-CAND)
                       MOVE CLI-DOCUMENTO TO CAND-DOC(WS-CANT-CAND)
                       MOVE CLI-FEC-ALTA TO CAND-ULTIMA(WS-CANT-CAND)
                       MOVE SPACE TO CAND-MOTIVO(WS-CANT-CAND)
                   ELSE
                       DISPLAY "ATENCION: tabla de candidatos llena ("
                           WS-TOPE-CAND "); el resto queda para la "
                           "proxima corrida.".
      *-----------------------------------------------------------------
      *******
       050-ANONIMIZAR-CANDIDATO.
      *******
           IF CAND-MOTIVO(WS-I) = SPACE AND
               CAND-ULTIMA(WS-I) NOT < WS-FECHA-CORTE
               MOVE "A" TO CAND-MOTIVO(WS-I).
           IF CAND-MOTIVO(WS-I) = "A"
               ADD 1 TO WS-CANT-EXC-ACTIV.
           IF CAND-MOTIVO(WS-I) = "S"
               ADD 1 TO WS-CANT-EXC-SALDO.
           IF CAND-MOTIVO(WS-I) = "C"
               ADD 1 TO WS-CANT-EXC-CARGO.
           IF CAND-MOTIVO(WS-I) = "D"
               ADD 1 TO WS-CANT-EXC-DEPOS.
           IF CAND-MOTIVO(WS-I) = "M"
               ADD 1 TO WS-CANT-EXC-MOROSO.
           IF CAND-MOTIVO(WS-I) = SPACE
               PERFORM 052-REGRABAR-ANONIMO.
      *******
       052-REGRABAR-ANONIMO.
      *******
      * Se conservan numero, documento, alta, estado, limite y cuenta
      * corporativa: son la llave de la historia financiera.
           MOVE CAND-NUMERO(WS-I) TO CLI-NUMERO.
           READ CLIENTES
               INVALID KEY CONTINUE.
           IF CLI-ESTADO NOT = "00"
               DISPLAY "ATENCION: cliente " CAND-NUMERO(WS-I)
                   " ya no esta; se saltea."
           ELSE
               MOVE CLI-NUMERO TO WS-SEUD-NUMERO
               MOVE WS-SEUDONIMO TO CLI-NOMBRE
               MOVE SPACES TO CLI-TELEFONO
               MOVE "DATO ANONIMIZADO" TO CLI-DIRECCION
               MOVE SPACES TO CLI-EMAIL
               MOVE SPACES TO CLI-LICENCIA-COND
               MOVE 0 TO CLI-VENCE-LICENCIA
               MOVE SPACE TO CLI-REBOTE-EMAIL
               MOVE SPACE TO CLI-REBOTE-TEL
               MOVE SPACES TO CLI-CBU
               REWRITE CLI
               IF CLI-ESTADO = "00" OR CLI-ESTADO = "02"
                   ADD 1 TO WS-CANT-ANONIM
                   MOVE CAND-NUMERO(WS-I) TO ROW-NUMERO
                   MOVE CAND-DOC(WS-I) TO ROW-DOC
                   MOVE CAND-ULTIMA(WS-I) TO ROW-ULTIMA
                   MOVE WS-SEUDONIMO TO ROW-SEUDONIMO
                   WRITE LINEA FROM PTR-ROW
               ELSE
                   DISPLAY "ERROR EN REWRITE CLIENTES FS: " CLI-ESTADO
                   CLOSE CLIENTES CERTIFICADO
                   PERFORM SOLTAR-CERROJO
                   STOP RUN.
      *-----------------------------------------------------------------
      *******
       060-ESCRIBIR-TOTALES.
      *******
           WRITE LINEA FROM PE2-ENCABE.
           MOVE WS-CANT-ANONIM TO TOT-ANONIM.
           MOVE WS-CANT-CAND TO TOT-CAND.
           WRITE LINEA FROM PTR-TOTALES.
           MOVE WS-CANT-EXC-ACTIV TO TOT-EXC-ACTIV.
           MOVE WS-CANT-EXC-SALDO TO TOT-EXC-SALDO.
           MOVE WS-CANT-EXC-CARGO TO TOT-EXC-CARGO.
           MOVE WS-CANT-EXC-DEPOS TO TOT-EXC-DEPOS.
           MOVE WS-CANT-EXC-MOROSO TO TOT-EXC-MOROSO.
           WRITE LINEA FROM PTR-EXCLUIDOS.
           WRITE LINEA FROM PE2-ENCABE.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               CLIENTES
               CERTIFICADO.
           PERFORM SOLTAR-CERROJO.
      *-----------------------------------------------------------------
      *******
       080-BUSCAR-CANDIDATO.
      *******
      * Deja en WS-POS el candidato de documento WS-DOC-BUSCADO, o 0.
           MOVE 0 TO WS-POS.
           IF WS-DOC-BUSCADO NOT = SPACES
               PERFORM 0801-COMPARAR-DOC VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-CAND OR WS-POS NOT = 0.
      *******
       0801-COMPARAR-DOC.
      *******
           IF CAND-DOC(WS-J) = WS-DOC-BUSCADO
               MOVE WS-J TO WS-POS.
      *******
       082-REGISTRAR-ACTIVIDAD.
      *******
           PERFORM 080-BUSCAR-CANDIDATO.
           IF WS-POS NOT = 0 AND
               WS-FECHA-ACTIV > CAND-ULTIMA(WS-POS)
               MOVE WS-FECHA-ACTIV TO CAND-ULTIMA(WS-POS).
      *******
       084-REGISTRAR-EXCLUSION.
      *******
      * Gana la primera causa encontrada; alcanza con una.
           PERFORM 080-BUSCAR-CANDIDATO.
           IF WS-POS NOT = 0 AND CAND-MOTIVO(WS-POS) = SPACE
               MOVE WS-MOTIVO-EXC TO CAND-MOTIVO(WS-POS).
      *-----------------------------------------------------------------
      *******
       100-ACTIVIDAD-MAE-ACT.
      *******
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO = "00"
               PERFORM 102-LEER-MAE-ACT
               PERFORM 104-ACTIVIDAD-MAE-ACT-UNO
                   UNTIL MAE-ACT-EOF = "SI".
           CLOSE MAE-ACT.
      *******
       102-LEER-MAE-ACT.
      *******
           READ MAE-ACT
               AT END MOVE "SI" TO MAE-ACT-EOF.
           IF MAE-ACT-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
      *******
       104-ACTIVIDAD-MAE-ACT-UNO.
      *******
           IF MAE-PATENTE NOT = "*CTRL*"
               MOVE MAE-NRO-DOC TO WS-DOC-BUSCADO
               MOVE MAE-FECHA TO WS-FECHA-ACTIV
               PERFORM 082-REGISTRAR-ACTIVIDAD.
           PERFORM 102-LEER-MAE-ACT.
      *-----------------------------------------------------------------
      *******
       110-ACTIVIDAD-MAESTRO.
      *******
           OPEN INPUT M.
           IF M-ESTADO = "00"
               PERFORM 112-LEER-MAESTRO
               PERFORM 114-ACTIVIDAD-MAESTRO-UNO
                   UNTIL M-EOF = "SI".
           CLOSE M.
      *******
       112-LEER-MAESTRO.
      *******
           READ M NEXT RECORD
               AT END MOVE "SI" TO M-EOF.
           IF M-ESTADO NOT = ZERO AND 10 AND 02
               DISPLAY "ERROR EN READ MAESTRO FS: " M-ESTADO
               STOP RUN.
      *******
       114-ACTIVIDAD-MAESTRO-UNO.
      *******
           MOVE ALQ-NRO-DOC TO WS-DOC-BUSCADO.
           MOVE ALQ-FECHA TO WS-FECHA-ACTIV.
           PERFORM 082-REGISTRAR-ACTIVIDAD.
           PERFORM 112-LEER-MAESTRO.
      *-----------------------------------------------------------------
      *******
       120-ACTIVIDAD-HISTORICO.
      *******
           OPEN INPUT HISTORICO.
           IF HISTORICO-ESTADO = "00"
               PERFORM 122-LEER-HISTORICO
               PERFORM 124-ACTIVIDAD-HISTORICO-UNO
                   UNTIL HISTORICO-EOF = "SI".
           CLOSE HISTORICO.
      *******
       122-LEER-HISTORICO.
      *******
           READ HISTORICO
               AT END MOVE "SI" TO HISTORICO-EOF.
           IF HISTORICO-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MAESTRO-HISTORICO FS: "
                   HISTORICO-ESTADO
               STOP RUN.
      *******
       124-ACTIVIDAD-HISTORICO-UNO.
      *******
           MOVE HIST-NRO-DOC TO WS-DOC-BUSCADO.
           MOVE HIST-FECHA TO WS-FECHA-ACTIV.
           PERFORM 082-REGISTRAR-ACTIVIDAD.
           PERFORM 122-LEER-HISTORICO.
      *-----------------------------------------------------------------
      *******
       130-EXCLUIR-MOROSOS.
      *******
           MOVE "M" TO WS-MOTIVO-EXC.
           OPEN INPUT MOROSOS.
           IF MOROSOS-ESTADO = "00"
               PERFORM 132-LEER-MOROSOS
               PERFORM 134-EXCLUIR-MOROSO-UNO
                   UNTIL MOROSOS-EOF = "SI".
           CLOSE MOROSOS.
      *******
       132-LEER-MOROSOS.
      *******
           READ MOROSOS
               AT END MOVE "SI" TO MOROSOS-EOF.
           IF MOROSOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MOROSOS FS: " MOROSOS-ESTADO
               STOP RUN.
      *******
       134-EXCLUIR-MOROSO-UNO.
      *******
           MOVE MOR-DOCUMENTO TO WS-DOC-BUSCADO.
           PERFORM 084-REGISTRAR-EXCLUSION.
           PERFORM 132-LEER-MOROSOS.
      *-----------------------------------------------------------------
      *******
       140-EXCLUIR-SALDOS.
      *******
           MOVE "S" TO WS-MOTIVO-EXC.
           OPEN INPUT SALDOS.
           IF SALDOS-ESTADO = "00"
               PERFORM 142-LEER-SALDOS
               PERFORM 144-EXCLUIR-SALDO-UNO
                   UNTIL SALDOS-EOF = "SI".
           CLOSE SALDOS.
      *******
       142-LEER-SALDOS.
      *******
           READ SALDOS
               AT END MOVE "SI" TO SALDOS-EOF.
           IF SALDOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ SALDOS-CLI FS: " SALDOS-ESTADO
               STOP RUN.
      *******
       144-EXCLUIR-SALDO-UNO.
      *******
      * Tambien el saldo a favor todavia no devuelto por REEMBOLSOS
      * (necesita la CBU del cliente).
           IF SAL-SALDO > 0 OR
               SAL-PAGADO + SAL-CREDITOS > SAL-FACTURADO
               MOVE SAL-NRO-DOC TO WS-DOC-BUSCADO
               PERFORM 084-REGISTRAR-EXCLUSION.
           PERFORM 142-LEER-SALDOS.
      *-----------------------------------------------------------------
      *******
       150-EXCLUIR-CARGOS.
      *******
           MOVE "C" TO WS-MOTIVO-EXC.
           OPEN INPUT CARGOS.
           IF CARGOS-ESTADO = "00"
               PERFORM 152-LEER-CARGOS
               PERFORM 154-EXCLUIR-CARGO-UNO
                   UNTIL CARGOS-EOF = "SI".
           CLOSE CARGOS.
      *******
       152-LEER-CARGOS.
      *******
           READ CARGOS
               AT END MOVE "SI" TO CARGOS-EOF.
           IF CARGOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ CARGOS-EXTRA FS: " CARGOS-ESTADO
               STOP RUN.
      *******
       154-EXCLUIR-CARGO-UNO.
      *******
           MOVE CEX-NRO-DOC TO WS-DOC-BUSCADO.
           PERFORM 084-REGISTRAR-EXCLUSION.
           PERFORM 152-LEER-CARGOS.
      *-----------------------------------------------------------------
      *******
       160-EXCLUIR-DEPOSITOS.
      *******
           MOVE "D" TO WS-MOTIVO-EXC.
           OPEN INPUT DEPOSITOS.
           IF DEPOSITOS-ESTADO = "00"
               PERFORM 162-LEER-DEPOSITOS
               PERFORM 164-EXCLUIR-DEPOSITO-UNO
                   UNTIL DEPOSITOS-EOF = "SI".
           CLOSE DEPOSITOS.
      *******
       162-LEER-DEPOSITOS.
      *******
           READ DEPOSITOS
               AT END MOVE "SI" TO DEPOSITOS-EOF.
           IF DEPOSITOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ DEPOSITOS FS: " DEPOSITOS-ESTADO
               STOP RUN.
      *******
       164-EXCLUIR-DEPOSITO-UNO.
      *******
      * El deposito todavia retenido ("A") y el devuelto al cierre
      * ("D") con remanente a transferir por REEMBOLSOS; el ya
      * transferido ("R") cerro.
           IF DEP-ESTADO = "A" OR
               (DEP-ESTADO = "D" AND DEP-IMPORTE > DEP-APLICADO)
               MOVE DEP-NRO-DOC TO WS-DOC-BUSCADO
               PERFORM 084-REGISTRAR-EXCLUSION.
           PERFORM 162-LEER-DEPOSITOS.
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
       END PROGRAM ANONIMIZA.
