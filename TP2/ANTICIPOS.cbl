      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: libro de anticipos de reservas
      *       (ANTICIPOS.DAT). El anticipo que el cliente paga al
      *       reservar ya no entra por PAGOS.DAT: RESERVAS lo deja en
      *       ANTICIPOS-PEND.DAT y aca se asienta contra la reserva
      *       como pasivo (cuenta ANTICIPOS contra BANCOS por
      *       ASIENTOS-PEND.DAT). Cuando la reserva aparece aprobada
      *       en MAESTRO-ACT.DAT el anticipo se aplica a los cargos
      *       del alquiler (ANTICIPOS contra DEUDORES; PAGOS lo toma
      *       como cobro) y lo que sobra queda a devolver. La reserva
      *       cancelada se resuelve con la politica de las claves
      *       ANTICIPO-AVISO-DIAS y ANTICIPO-RETENCION: con aviso
      *       suficiente se devuelve todo, si no se retiene el
      *       porcentaje (cuenta ANT-RETENIDO). La que el merge
      *       rechazo (RECHAZOS-HIST.DAT) se devuelve entera. Lo que
      *       hay que devolver lo transfiere REEMBOLSOS. La primera
      *       corrida de cada mes deja en ANTICIPOS-MES.DAT el saldo
      *       de anticipos del mes anterior (marca
      *       ANTICIPOS-MES-ULT.DAT). Se corre despues de TP-PARTE-1
      *       y de RESERVAS, antes de FACTURA-CLI.
      *   LD  El anticipo se aplica corrida a corrida a cada dia del
      *       alquiler que se aprueba (los dias siguientes de una
      *       reserva larga llegan por PENDIENTES en corridas
      *       posteriores) y recien se resuelve cuando la fecha de
      *       proceso alcanza el fin de la reserva o el anticipo se
      *       agota; la cancelacion o el rechazo posterior solo
      *       alcanzan a lo que quedaba sin aplicar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTICIPOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ANTICIPOS-ESTADO.

           SELECT OPTIONAL ANT-PEND ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ANT-PEND-ESTADO.

           SELECT MAE-ACT      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL RECH-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RECH-HIST-ESTADO.

           SELECT ASI-PEND     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASI-PEND-ESTADO.

           SELECT OPTIONAL MES-ULT ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MES-ULT-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
      * Libro de anticipos: uno por reserva con anticipo. Estado "P"
      * vigente (todo el importe es pasivo), "D" resuelto con algo a
      * devolver (ANT-DEVOLVER), "A" resuelto sin nada que devolver,
      * "R" devolucion ya transferida por REEMBOLSOS. La resolucion
      * dice como se cerro: "M" aplicado al alquiler aprobado, "C"
      * reserva cancelada, "R" rechazada por el merge.
      * ANT-INFORMADO lo marca FACTURA-CLI cuando lo aplicado ya
      * salio en un estado de cuenta.
       FD  ANTICIPOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ANTICIPOS.DAT".
       01  ANT.
           03  ANT-NRO-DOC         PIC X(20).
           03  ANT-TIPO-DOC        PIC X.
           03  ANT-PATENTE         PIC X(6).
           03  ANT-FECHA           PIC 9(8).
           03  ANT-FECHA-HASTA     PIC 9(8).
           03  ANT-AGENCIA         PIC 9.
           03  ANT-FECHA-COBRO     PIC 9(8).
           03  ANT-IMPORTE         PIC 9(7)V99.
           03  ANT-ESTADO          PIC X.
           03  ANT-RESOLUCION      PIC X.
           03  ANT-FECHA-RESOL     PIC 9(8).
           03  ANT-APLICADO        PIC 9(7)V99.
           03  ANT-RETENIDO        PIC 9(7)V99.
           03  ANT-DEVOLVER        PIC 9(7)V99.
           03  ANT-FECHA-DEVOL     PIC 9(8).
           03  ANT-INFORMADO       PIC X.

      * Novedades que deja RESERVAS: "A" reserva nueva con anticipo,
      * "X" reserva cancelada por el cliente.
       FD  ANT-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ANTICIPOS-PEND.DAT".
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

      * Historico de rechazos del merge, con la fecha de corrida en
      * que se rechazo cada novedad.
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

      * Asientos pendientes de exportar, en el formato de ASIENTOS.DAT.
       FD  ASI-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/ASIENTOS-PEND.DAT".
       01  ASI.
           03  ASI-FECHA           PIC 9(8).
           03  ASI-CUENTA          PIC X(12).
           03  ASI-DC              PIC X.
           03  ASI-IMPORTE         PIC 9(11)V99.
           03  ASI-CONCEPTO        PIC X(30).

      * Ultimo mes (AAAAMM) cuyo saldo de anticipos ya se informo.
       FD  MES-ULT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ANTICIPOS-MES-ULT.DAT".
       01  REG-MES-ULT         PIC 9(6).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ANTICIPOS-MES.DAT".
       01  LINEA               PIC X(100).

      * Fecha de proceso (AAAAMMDD), mismo criterio que REEMBOLSOS.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui interesan FECHA-CORRIDA,
      * ANTICIPO-AVISO-DIAS y ANTICIPO-RETENCION.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       WORKING-STORAGE SECTION.
       77  ANTICIPOS-ESTADO    PIC XX.
       77  ANT-PEND-ESTADO     PIC XX.
       77  MAE-ACT-ESTADO      PIC XX.
       77  RECH-HIST-ESTADO    PIC XX.
       77  ASI-PEND-ESTADO     PIC XX.
       77  MES-ULT-ESTADO      PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  WS-TRL-VISTO        PIC X(2).
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
       01  WS-FECHA-PROCESO    PIC 9(8).
      * Lo cerrado sin aplicar (retenido o devuelto) se conserva un
      * año y un mes para el informe mensual; despues se depura. Lo
      * aplicado a un alquiler no se depura: PAGOS lo cuenta como
      * cobro de la cuenta igual que PAGOS.DAT, que tampoco se depura.
       01  WS-FECHA-PURGA      PIC 9(8).
      * Politica de cancelacion: con ANTICIPO-AVISO-DIAS o mas dias de
      * aviso antes del retiro se devuelve todo; con menos se retiene
      * ANTICIPO-RETENCION por ciento del anticipo.
       77  WS-AVISO-DIAS       PIC 9(3)    VALUE 7.
       77  WS-RETENCION-PCT    PIC 9(3)    VALUE 50.
       01  WS-DIAS-AVISO       PIC S9(5).
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-POS              PIC 9(4).
       01  WS-CARGOS           PIC 9(9)V99.
       01  WS-APLICAR          PIC 9(7)V99.
       01  WS-SIN-APLICAR      PIC 9(7)V99.
       01  WS-CANT-NUEVOS      PIC 9(4)    VALUE 0.
       01  WS-CANT-APLICADOS   PIC 9(4)    VALUE 0.
       01  WS-CANT-CANCELADOS  PIC 9(4)    VALUE 0.
       01  WS-CANT-RECHAZADOS  PIC 9(4)    VALUE 0.
       01  WS-CANT-DEPURADOS   PIC 9(4)    VALUE 0.
       01  WS-TOT-COBRADO      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-APLICADO     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RETENIDO     PIC 9(11)V99 VALUE 0.

      * Informe mensual: periodo informado y cortes de fecha (fin del
      * mes anterior y fin del mes; AAAAMM00 y AAAAMM31 alcanzan para
      * comparar fechas AAAAMMDD sin calendario).
       01  WS-MES-ULT          PIC 9(6)    VALUE 0.
       01  WS-PERIODO-INF      PIC 9(6).
       01  WS-PERIODO-INF-R REDEFINES WS-PERIODO-INF.
           03 WS-INF-AAAA      PIC 9(4).
           03 WS-INF-MM        PIC 9(2).
       01  WS-CORTE-INICIO     PIC 9(8).
       01  WS-CORTE-FIN        PIC 9(8).
       01  WS-CORTE            PIC 9(8).
       01  WS-SALDO-FILA       PIC 9(9)V99.
       01  WS-SALDO-INICIO     PIC 9(11)V99 VALUE 0.
       01  WS-SALDO-FIN        PIC 9(11)V99 VALUE 0.
       01  WS-MES-COBRADO      PIC 9(11)V99 VALUE 0.
       01  WS-MES-APLICADO     PIC 9(11)V99 VALUE 0.
       01  WS-MES-RETENIDO     PIC 9(11)V99 VALUE 0.
       01  WS-MES-DEVUELTO     PIC 9(11)V99 VALUE 0.
       01  WS-CANT-VIGENTES    PIC 9(4)    VALUE 0.
       01  WS-AG               PIC 99.
       01  WS-SALDOS-AGENCIA.
           03 WS-SALDO-AG      PIC 9(11)V99 OCCURS 10 TIMES.

      * Libro entero en memoria: se regraba al final con las altas,
      * las aplicaciones y las cancelaciones de la corrida (mismo
      * esquema que DEPOSITOS con DEPOSITOS.DAT).
       01  WS-CANT-ANT         PIC 9(4)    VALUE 0.
       01  WS-TABLA-ANT.
           03 WS-ANT OCCURS 2000 TIMES.
               05 TAN-NRO-DOC      PIC X(20).
               05 TAN-TIPO-DOC     PIC X.
               05 TAN-PATENTE      PIC X(6).
               05 TAN-FECHA        PIC 9(8).
               05 TAN-FECHA-HASTA  PIC 9(8).
               05 TAN-AGENCIA      PIC 9.
               05 TAN-FECHA-COBRO  PIC 9(8).
               05 TAN-IMPORTE      PIC 9(7)V99.
               05 TAN-ESTADO       PIC X.
               05 TAN-RESOLUCION   PIC X.
               05 TAN-FECHA-RESOL  PIC 9(8).
               05 TAN-APLICADO     PIC 9(7)V99.
               05 TAN-RETENIDO     PIC 9(7)V99.
               05 TAN-DEVOLVER     PIC 9(7)V99.
               05 TAN-FECHA-DEVOL  PIC 9(8).
               05 TAN-INFORMADO    PIC X.
      * Cargos aprobados del alquiler en MAESTRO-ACT y marca de
      * rechazo del merge; solo para esta corrida.
               05 TAN-CARGOS       PIC 9(9)V99.
               05 TAN-RECHAZO      PIC X.

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Anticipos de reservas - saldo del mes '.
           03 PE1-PERIODO      PIC 9(6).
           03 FILLER           PIC X(16) VALUE '  (proceso del '.
           03 PE1-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE ')'.
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(21) VALUE 'Documento'.
           03 FILLER           PIC X(7)  VALUE 'Auto'.
           03 FILLER           PIC X(9)  VALUE 'Retiro'.
           03 FILLER           PIC X(3)  VALUE 'Ag'.
           03 FILLER           PIC X(9)  VALUE 'Cobrado'.
           03 FILLER           PIC X(12) VALUE '    Anticipo'.
           03 FILLER           PIC X(13) VALUE '   Pendiente'.
           03 FILLER           PIC X(20) VALUE ' Situacion'.
       01  PE4-ENCABE.
           03 FILLER           PIC X(94) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-NRO-DOC      PIC X(20).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-AGENCIA      PIC 9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-FECHA-COBRO  PIC 9(8).
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-IMPORTE      PIC ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE ' '.
           03 ROW-SALDO        PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-SITUACION    PIC X(20).
       01  PTR-AGENCIA.
           03 FILLER           PIC X(24) VALUE 'Saldo agencia '.
           03 AGE-AGENCIA      PIC 9.
           03 FILLER           PIC X(3)  VALUE ': '.
           03 AGE-SALDO        PIC ZZZZZZZZZZ9,99.
       01  PTR-RESUMEN.
           03 RES-CONCEPTO     PIC X(28).
           03 RES-IMPORTE      PIC ZZZZZZZZZZ9,99.
       01  PTR-CANTIDAD.
           03 FILLER           PIC X(28) VALUE
               'Reservas con anticipo: '.
           03 CAN-VIGENTES     PIC ZZZ9.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 003-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 010-CARGAR-LIBRO.
            PERFORM 015-ABRIR-ASIENTOS.
            PERFORM 020-TOMAR-NOVEDADES.
            PERFORM 040-SUMAR-ALQUILERES.
            PERFORM 045-APLICAR-ANTICIPO VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-ANT.
            PERFORM 050-BUSCAR-RECHAZOS.
            PERFORM 055-DEVOLVER-RECHAZADA VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-ANT.
            CLOSE ASI-PEND.
            PERFORM 060-REGRABAR-LIBRO.
            PERFORM 065-VACIAR-NOVEDADES.
            PERFORM 070-INFORME-MENSUAL.
            DISPLAY "ANTICIPOS NUEVOS: " WS-CANT-NUEVOS
                " POR " WS-TOT-COBRADO.
            DISPLAY "ANTICIPOS APLICADOS A ALQUILERES: "
                WS-CANT-APLICADOS " POR " WS-TOT-APLICADO.
            DISPLAY "RESERVAS CANCELADAS: " WS-CANT-CANCELADOS
                " RETENIDO " WS-TOT-RETENIDO.
            DISPLAY "RESERVAS RECHAZADAS POR EL MERGE: "
                WS-CANT-RECHAZADOS.
            DISPLAY "ANTICIPOS DEPURADOS: " WS-CANT-DEPURADOS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       003-LEER-PARAMETROS.
      *******
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-ESTADO = "00"
               PERFORM UNTIL PARAMETROS-ESTADO NOT = "00"
                   READ PARAMETROS
                   IF PARAMETROS-ESTADO = "00"
                       PERFORM 004-TOMAR-PARAMETRO
                   END-IF
               END-PERFORM.
           CLOSE PARAMETROS.
           DISPLAY "POLITICA DE CANCELACION: AVISO " WS-AVISO-DIAS
               " DIAS, RETENCION " WS-RETENCION-PCT "%".
      *******
       004-TOMAR-PARAMETRO.
      *******
      * VALOR de las dos claves de la politica: 3 digitos (dias de
      * aviso; porcentaje retenido, hasta 100).
           IF PARM-CLAVE = "FECHA-CORRIDA" AND
               PARM-VALOR(1:8) IS NUMERIC
               MOVE PARM-VALOR(1:8) TO WS-PARM-FECHA
               MOVE "SI" TO WS-PARM-HAY-FECHA.
           IF PARM-CLAVE = "ANTICIPO-AVISO-DIAS"
               IF PARM-VALOR(1:3) IS NUMERIC
                   MOVE PARM-VALOR(1:3) TO WS-AVISO-DIAS
               ELSE
                   DISPLAY "PARAMETROS: ANTICIPO-AVISO-DIAS MAL "
                       "FORMADA: " PARM-VALOR.
           IF PARM-CLAVE = "ANTICIPO-RETENCION"
               IF PARM-VALOR(1:3) IS NUMERIC AND
                   PARM-VALOR(1:3) NOT > "100"
                   MOVE PARM-VALOR(1:3) TO WS-RETENCION-PCT
               ELSE
                   DISPLAY "PARAMETROS: ANTICIPO-RETENCION MAL "
                       "FORMADA: " PARM-VALOR.
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
           COMPUTE WS-FECHA-PURGA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) - 400).
      *-----------------------------------------------------------------
      *******
       002-VERIFICAR-TRAILER.
      *******
      * Pasada previa: sin la cola *CTRL* de MAESTRO-ACT (archivo
      * truncado por una caida) no se aplica ningun anticipo (misma
      * guarda que DEPOSITOS y PAGOS).
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
               DISPLAY "ANTICIPOS: MAESTRO-ACT SIN COLA DE CONTROL "
                   "(ARCHIVO TRUNCADO O CORRIDA INCOMPLETA); NO SE "
                   "PROCESA."
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       010-CARGAR-LIBRO.
      *******
      * Si el libro supera la tabla se aborta sin tocar nada, para no
      * perder la cola del archivo al regrabarlo.
           OPEN INPUT ANTICIPOS.
           IF ANTICIPOS-ESTADO = "00"
               PERFORM UNTIL ANTICIPOS-ESTADO NOT = "00"
                   READ ANTICIPOS
                   IF ANTICIPOS-ESTADO = "00"
                       PERFORM 012-CARGAR-UNO
                   END-IF
               END-PERFORM.
           CLOSE ANTICIPOS.
      *******
       012-CARGAR-UNO.
      *******
           IF ANT-APLICADO = 0 AND
               ((ANT-ESTADO = "A" AND ANT-FECHA-RESOL < WS-FECHA-PURGA)
               OR
               (ANT-ESTADO = "R" AND ANT-FECHA-DEVOL < WS-FECHA-PURGA))
               ADD 1 TO WS-CANT-DEPURADOS
           ELSE
               IF WS-CANT-ANT >= WS-TOPE-TABLA
                   DISPLAY "ANTICIPOS: ANTICIPOS.DAT SUPERA LA TABLA "
                       "(2000); NO SE PROCESA."
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-ANT
               MOVE ANT-NRO-DOC TO TAN-NRO-DOC(WS-CANT-ANT)
               MOVE ANT-TIPO-DOC TO TAN-TIPO-DOC(WS-CANT-ANT)
               MOVE ANT-PATENTE TO TAN-PATENTE(WS-CANT-ANT)
               MOVE ANT-FECHA TO TAN-FECHA(WS-CANT-ANT)
               MOVE ANT-FECHA-HASTA TO TAN-FECHA-HASTA(WS-CANT-ANT)
               MOVE ANT-AGENCIA TO TAN-AGENCIA(WS-CANT-ANT)
               MOVE ANT-FECHA-COBRO TO TAN-FECHA-COBRO(WS-CANT-ANT)
               MOVE ANT-IMPORTE TO TAN-IMPORTE(WS-CANT-ANT)
               MOVE ANT-ESTADO TO TAN-ESTADO(WS-CANT-ANT)
               MOVE ANT-RESOLUCION TO TAN-RESOLUCION(WS-CANT-ANT)
               MOVE ANT-FECHA-RESOL TO TAN-FECHA-RESOL(WS-CANT-ANT)
               MOVE ANT-APLICADO TO TAN-APLICADO(WS-CANT-ANT)
               MOVE ANT-RETENIDO TO TAN-RETENIDO(WS-CANT-ANT)
               MOVE ANT-DEVOLVER TO TAN-DEVOLVER(WS-CANT-ANT)
               MOVE ANT-FECHA-DEVOL TO TAN-FECHA-DEVOL(WS-CANT-ANT)
               MOVE ANT-INFORMADO TO TAN-INFORMADO(WS-CANT-ANT)
               MOVE 0 TO TAN-CARGOS(WS-CANT-ANT)
               MOVE SPACE TO TAN-RECHAZO(WS-CANT-ANT).
      *-----------------------------------------------------------------
      *******
       015-ABRIR-ASIENTOS.
      *******
           OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO = "35"
               OPEN OUTPUT ASI-PEND
               CLOSE ASI-PEND
               OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       020-TOMAR-NOVEDADES.
      *******
           OPEN INPUT ANT-PEND.
           IF ANT-PEND-ESTADO = "00"
               PERFORM UNTIL ANT-PEND-ESTADO NOT = "00"
                   READ ANT-PEND
                   IF ANT-PEND-ESTADO = "00"
                       PERFORM 022-TOMAR-UNA-NOVEDAD
                   END-IF
               END-PERFORM.
           CLOSE ANT-PEND.
      *******
       022-TOMAR-UNA-NOVEDAD.
      *******
      * La reserva se identifica por patente, fecha de retiro y
      * documento; una cancelada que no tenia alta (se cargo y se
      * cancelo antes de pasar por RESERVAS) entra y se cancela en la
      * misma corrida.
           PERFORM 024-BUSCAR-VIGENTE.
           IF WS-POS = 0
               PERFORM 026-ALTA-ANTICIPO.
           IF ANP-TIPO = "X" AND WS-POS NOT = 0
               PERFORM 030-CANCELAR-RESERVA.
      *******
       024-BUSCAR-VIGENTE.
      *******
           MOVE 0 TO WS-POS.
           PERFORM 025-COMPARAR-VIGENTE VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-ANT OR WS-POS NOT = 0.
      *******
       025-COMPARAR-VIGENTE.
      *******
           IF TAN-PATENTE(WS-J) = ANP-PATENTE AND
               TAN-FECHA(WS-J) = ANP-FECHA AND
               TAN-NRO-DOC(WS-J) = ANP-NRO-DOC AND
               TAN-ESTADO(WS-J) = "P"
               MOVE WS-J TO WS-POS.
      *******
       026-ALTA-ANTICIPO.
      *******
      * El cobro entra a BANCOS y queda como pasivo en ANTICIPOS
      * hasta que se aplique, se retenga o se devuelva.
           IF WS-CANT-ANT >= WS-TOPE-TABLA
               DISPLAY "ANTICIPOS: ANTICIPOS.DAT SUPERA LA TABLA "
                   "(2000); NO SE PROCESA."
               STOP RUN.
           ADD 1 TO WS-CANT-ANT.
           MOVE WS-CANT-ANT TO WS-POS.
           MOVE ANP-NRO-DOC TO TAN-NRO-DOC(WS-POS).
           MOVE ANP-TIPO-DOC TO TAN-TIPO-DOC(WS-POS).
           MOVE ANP-PATENTE TO TAN-PATENTE(WS-POS).
           MOVE ANP-FECHA TO TAN-FECHA(WS-POS).
           MOVE ANP-FECHA-HASTA TO TAN-FECHA-HASTA(WS-POS).
           MOVE ANP-AGENCIA TO TAN-AGENCIA(WS-POS).
           MOVE ANP-FECHA-PROCESO TO TAN-FECHA-COBRO(WS-POS).
           MOVE ANP-IMPORTE TO TAN-IMPORTE(WS-POS).
           MOVE "P" TO TAN-ESTADO(WS-POS).
           MOVE SPACE TO TAN-RESOLUCION(WS-POS).
           MOVE 0 TO TAN-FECHA-RESOL(WS-POS).
           MOVE 0 TO TAN-APLICADO(WS-POS).
           MOVE 0 TO TAN-RETENIDO(WS-POS).
           MOVE 0 TO TAN-DEVOLVER(WS-POS).
           MOVE 0 TO TAN-FECHA-DEVOL(WS-POS).
           MOVE SPACE TO TAN-INFORMADO(WS-POS).
           MOVE 0 TO TAN-CARGOS(WS-POS).
           MOVE SPACE TO TAN-RECHAZO(WS-POS).
           ADD 1 TO WS-CANT-NUEVOS.
           ADD ANP-IMPORTE TO WS-TOT-COBRADO.
           MOVE SPACES TO ASI-CONCEPTO.
           STRING "ANTICIPO RESERVA " ANP-NRO-DOC
               DELIMITED BY SIZE INTO ASI-CONCEPTO.
           MOVE "BANCOS" TO ASI-CUENTA.
           MOVE "D" TO ASI-DC.
           MOVE ANP-IMPORTE TO ASI-IMPORTE.
           PERFORM 090-GRABAR-ASIENTO.
           MOVE "ANTICIPOS" TO ASI-CUENTA.
           MOVE "H" TO ASI-DC.
           PERFORM 090-GRABAR-ASIENTO.
      *-----------------------------------------------------------------
      *******
       030-CANCELAR-RESERVA.
      *******
      * Dias de aviso: del proceso en que llega la cancelacion a la
      * fecha de retiro reservada.
           COMPUTE WS-DIAS-AVISO =
               FUNCTION INTEGER-OF-DATE(TAN-FECHA(WS-POS)) -
               FUNCTION INTEGER-OF-DATE(ANP-FECHA-PROCESO).
      * Si el alquiler ya habia empezado, la politica corre solo
      * sobre lo que quedaba sin aplicar.
           COMPUTE WS-SIN-APLICAR = TAN-IMPORTE(WS-POS) -
               TAN-APLICADO(WS-POS).
           IF WS-DIAS-AVISO >= WS-AVISO-DIAS
               MOVE 0 TO TAN-RETENIDO(WS-POS)
           ELSE
               COMPUTE TAN-RETENIDO(WS-POS) ROUNDED =
                   WS-SIN-APLICAR * WS-RETENCION-PCT / 100.
           COMPUTE TAN-DEVOLVER(WS-POS) = WS-SIN-APLICAR -
               TAN-RETENIDO(WS-POS).
           MOVE "C" TO TAN-RESOLUCION(WS-POS).
           MOVE ANP-FECHA-PROCESO TO TAN-FECHA-RESOL(WS-POS).
           PERFORM 080-ESTADO-RESUELTO.
           ADD 1 TO WS-CANT-CANCELADOS.
           IF TAN-RETENIDO(WS-POS) > 0
               ADD TAN-RETENIDO(WS-POS) TO WS-TOT-RETENIDO
               MOVE SPACES TO ASI-CONCEPTO
               STRING "RETENC. ANTICIPO " TAN-NRO-DOC(WS-POS)
                   DELIMITED BY SIZE INTO ASI-CONCEPTO
               MOVE "ANTICIPOS" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE TAN-RETENIDO(WS-POS) TO ASI-IMPORTE
               PERFORM 090-GRABAR-ASIENTO
               MOVE "ANT-RETENIDO" TO ASI-CUENTA
               MOVE "H" TO ASI-DC
               PERFORM 090-GRABAR-ASIENTO.
      *-----------------------------------------------------------------
      *******
       040-SUMAR-ALQUILERES.
      *******
      * Una pasada por MAESTRO-ACT: cada dia aprobado suma a los
      * anticipos vigentes de su patente y documento cuyo rango de
      * reserva lo contiene.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           PERFORM UNTIL MAE-ACT-ESTADO NOT = "00"
               READ MAE-ACT
               IF MAE-ACT-ESTADO = "00" AND MAE-PATENTE NOT = "*CTRL*"
                   PERFORM 042-SUMAR-CARGO VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-CANT-ANT
               END-IF
           END-PERFORM.
           CLOSE MAE-ACT.
      *******
       042-SUMAR-CARGO.
      *******
           IF TAN-ESTADO(WS-J) = "P" AND
               TAN-PATENTE(WS-J) = MAE-PATENTE AND
               TAN-NRO-DOC(WS-J) = MAE-NRO-DOC AND
               MAE-FECHA >= TAN-FECHA(WS-J) AND
               MAE-FECHA <= TAN-FECHA-HASTA(WS-J)
               ADD MAE-IMPORTE TO TAN-CARGOS(WS-J).
      *******
       045-APLICAR-ANTICIPO.
      *******
      * El anticipo cubre los cargos de cada dia aprobado hasta donde
      * alcanza (sale de ANTICIPOS contra DEUDORES). Los dias de una
      * reserva larga se aprueban en corridas distintas: mientras la
      * reserva sigue vigente lo aplicado se acumula y la fecha de
      * resolucion lleva la de la ultima aplicacion.
           MOVE WS-I TO WS-POS.
           IF TAN-ESTADO(WS-POS) = "P" AND TAN-CARGOS(WS-POS) > 0
               COMPUTE WS-APLICAR = TAN-IMPORTE(WS-POS) -
                   TAN-APLICADO(WS-POS)
               IF TAN-CARGOS(WS-POS) < WS-APLICAR
                   MOVE TAN-CARGOS(WS-POS) TO WS-APLICAR
               END-IF
               IF WS-APLICAR > 0
                   ADD WS-APLICAR TO TAN-APLICADO(WS-POS)
                   MOVE WS-FECHA-PROCESO TO TAN-FECHA-RESOL(WS-POS)
                   ADD 1 TO WS-CANT-APLICADOS
                   ADD WS-APLICAR TO WS-TOT-APLICADO
                   MOVE SPACES TO ASI-CONCEPTO
                   STRING "APLIC. ANTICIPO " TAN-NRO-DOC(WS-POS)
                       DELIMITED BY SIZE INTO ASI-CONCEPTO
                   MOVE "ANTICIPOS" TO ASI-CUENTA
                   MOVE "D" TO ASI-DC
                   MOVE WS-APLICAR TO ASI-IMPORTE
                   PERFORM 090-GRABAR-ASIENTO
                   MOVE "DEUDORES" TO ASI-CUENTA
                   MOVE "H" TO ASI-DC
                   PERFORM 090-GRABAR-ASIENTO.
           IF TAN-ESTADO(WS-POS) = "P" AND TAN-APLICADO(WS-POS) > 0
               IF WS-FECHA-PROCESO >= TAN-FECHA-HASTA(WS-POS) OR
                   TAN-APLICADO(WS-POS) = TAN-IMPORTE(WS-POS)
                   PERFORM 046-RESOLVER-APLICADO.
      *******
       046-RESOLVER-APLICADO.
      *******
      * Terminada la reserva (o agotado el anticipo), lo que sobro
      * porque el alquiler salio mas barato queda a devolver.
           COMPUTE TAN-DEVOLVER(WS-POS) = TAN-IMPORTE(WS-POS) -
               TAN-APLICADO(WS-POS).
           MOVE "M" TO TAN-RESOLUCION(WS-POS).
           MOVE WS-FECHA-PROCESO TO TAN-FECHA-RESOL(WS-POS).
           PERFORM 080-ESTADO-RESUELTO.
      *-----------------------------------------------------------------
      *******
       050-BUSCAR-RECHAZOS.
      *******
      * Reserva madurada que el merge rechazo (un dia de su rango para
      * la misma patente y documento, rechazado despues del cobro):
      * el alquiler no se hizo y el anticipo se devuelve entero.
           OPEN INPUT RECH-HIST.
           IF RECH-HIST-ESTADO = "00"
               PERFORM UNTIL RECH-HIST-ESTADO NOT = "00"
                   READ RECH-HIST
                   IF RECH-HIST-ESTADO = "00"
                       PERFORM 052-MARCAR-RECHAZO VARYING WS-J
                           FROM 1 BY 1 UNTIL WS-J > WS-CANT-ANT
                   END-IF
               END-PERFORM.
           CLOSE RECH-HIST.
      *******
       052-MARCAR-RECHAZO.
      *******
           IF TAN-ESTADO(WS-J) = "P" AND
               TAN-PATENTE(WS-J) = RHIST-PATENTE AND
               TAN-NRO-DOC(WS-J) = RHIST-NRO-DOC AND
               RHIST-FECHA >= TAN-FECHA(WS-J) AND
               RHIST-FECHA <= TAN-FECHA-HASTA(WS-J) AND
               RHIST-FECHA-CORRIDA >= TAN-FECHA-COBRO(WS-J)
               MOVE "S" TO TAN-RECHAZO(WS-J).
      *******
       055-DEVOLVER-RECHAZADA.
      *******
      * Lo ya aplicado a dias aprobados en corridas anteriores queda
      * aplicado; se devuelve el resto.
           IF TAN-ESTADO(WS-I) = "P" AND TAN-RECHAZO(WS-I) = "S"
               MOVE WS-I TO WS-POS
               MOVE 0 TO TAN-RETENIDO(WS-POS)
               COMPUTE TAN-DEVOLVER(WS-POS) = TAN-IMPORTE(WS-POS) -
                   TAN-APLICADO(WS-POS)
               MOVE "R" TO TAN-RESOLUCION(WS-POS)
               MOVE WS-FECHA-PROCESO TO TAN-FECHA-RESOL(WS-POS)
               PERFORM 080-ESTADO-RESUELTO
               ADD 1 TO WS-CANT-RECHAZADOS.
      *-----------------------------------------------------------------
      *******
       060-REGRABAR-LIBRO.
      *******
           OPEN OUTPUT ANTICIPOS.
           IF ANTICIPOS-ESTADO NOT = "00" AND
               ANTICIPOS-ESTADO NOT = "05"
               DISPLAY "ERROR EN REAPERTURA ANTICIPOS FS: "
                   ANTICIPOS-ESTADO
               STOP RUN.
           PERFORM 062-REGRABAR-UNO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-ANT.
           CLOSE ANTICIPOS.
      *******
       062-REGRABAR-UNO.
      *******
           MOVE TAN-NRO-DOC(WS-I) TO ANT-NRO-DOC.
           MOVE TAN-TIPO-DOC(WS-I) TO ANT-TIPO-DOC.
           MOVE TAN-PATENTE(WS-I) TO ANT-PATENTE.
           MOVE TAN-FECHA(WS-I) TO ANT-FECHA.
           MOVE TAN-FECHA-HASTA(WS-I) TO ANT-FECHA-HASTA.
           MOVE TAN-AGENCIA(WS-I) TO ANT-AGENCIA.
           MOVE TAN-FECHA-COBRO(WS-I) TO ANT-FECHA-COBRO.
           MOVE TAN-IMPORTE(WS-I) TO ANT-IMPORTE.
           MOVE TAN-ESTADO(WS-I) TO ANT-ESTADO.
           MOVE TAN-RESOLUCION(WS-I) TO ANT-RESOLUCION.
           MOVE TAN-FECHA-RESOL(WS-I) TO ANT-FECHA-RESOL.
           MOVE TAN-APLICADO(WS-I) TO ANT-APLICADO.
           MOVE TAN-RETENIDO(WS-I) TO ANT-RETENIDO.
           MOVE TAN-DEVOLVER(WS-I) TO ANT-DEVOLVER.
           MOVE TAN-FECHA-DEVOL(WS-I) TO ANT-FECHA-DEVOL.
           MOVE TAN-INFORMADO(WS-I) TO ANT-INFORMADO.
           WRITE ANT.
      *******
       065-VACIAR-NOVEDADES.
      *******
      * Con el libro ya regrabado las novedades quedan asentadas.
           OPEN OUTPUT ANT-PEND.
           CLOSE ANT-PEND.
      *-----------------------------------------------------------------
      *******
       070-INFORME-MENSUAL.
      *******
      * La primera corrida de cada mes informa el saldo del mes
      * anterior: movimiento del mes y cada anticipo todavia
      * pendiente al cierre (vigente o resuelto sin transferir).
           DIVIDE WS-FECHA-PROCESO BY 100 GIVING WS-PERIODO-INF.
           IF WS-INF-MM = 1
               MOVE 12 TO WS-INF-MM
               SUBTRACT 1 FROM WS-INF-AAAA
           ELSE
               SUBTRACT 1 FROM WS-INF-MM.
           MOVE 0 TO WS-MES-ULT.
           OPEN INPUT MES-ULT.
           IF MES-ULT-ESTADO = "00"
               READ MES-ULT
               IF MES-ULT-ESTADO = "00" AND REG-MES-ULT IS NUMERIC
                   MOVE REG-MES-ULT TO WS-MES-ULT.
           CLOSE MES-ULT.
           IF WS-MES-ULT < WS-PERIODO-INF
               PERFORM 072-ESCRIBIR-INFORME
               OPEN OUTPUT MES-ULT
               WRITE REG-MES-ULT FROM WS-PERIODO-INF
               CLOSE MES-ULT.
      *******
       072-ESCRIBIR-INFORME.
      *******
           COMPUTE WS-CORTE-INICIO = WS-PERIODO-INF * 100.
           COMPUTE WS-CORTE-FIN = WS-PERIODO-INF * 100 + 31.
           PERFORM 0721-LIMPIAR-AGENCIA VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > 10.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ANTICIPOS-MES FS: "
                   LISTADO-ESTADO
               STOP RUN.
           MOVE WS-PERIODO-INF TO PE1-PERIODO.
           MOVE WS-FECHA-PROCESO TO PE1-FECHA.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           PERFORM 074-INFORMAR-UNO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-ANT.
           WRITE LINEA FROM PE4-ENCABE.
           MOVE WS-CANT-VIGENTES TO CAN-VIGENTES.
           WRITE LINEA FROM PTR-CANTIDAD.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM 076-ESCRIBIR-AGENCIA VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > 10.
           WRITE LINEA FROM PE2-ENCABE.
           MOVE "Saldo al inicio del mes" TO RES-CONCEPTO.
           MOVE WS-SALDO-INICIO TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "+ Anticipos cobrados" TO RES-CONCEPTO.
           MOVE WS-MES-COBRADO TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "- Aplicados a alquileres" TO RES-CONCEPTO.
           MOVE WS-MES-APLICADO TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "- Retenidos por cancelacion" TO RES-CONCEPTO.
           MOVE WS-MES-RETENIDO TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "- Devueltos por transfer." TO RES-CONCEPTO.
           MOVE WS-MES-DEVUELTO TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           MOVE "Saldo al cierre del mes" TO RES-CONCEPTO.
           MOVE WS-SALDO-FIN TO RES-IMPORTE.
           WRITE LINEA FROM PTR-RESUMEN.
           CLOSE LISTADO.
           DISPLAY "ANTICIPOS: SALDO AL CIERRE DE " WS-PERIODO-INF
               " " WS-SALDO-FIN " (VER ANTICIPOS-MES.DAT)".
      *******
       0721-LIMPIAR-AGENCIA.
      *******
           MOVE 0 TO WS-SALDO-AG(WS-AG).
      *******
       074-INFORMAR-UNO.
      *******
           MOVE WS-CORTE-INICIO TO WS-CORTE.
           PERFORM 078-SALDO-AL-CORTE.
           ADD WS-SALDO-FILA TO WS-SALDO-INICIO.
           IF TAN-FECHA-COBRO(WS-I) > WS-CORTE-INICIO AND
               TAN-FECHA-COBRO(WS-I) <= WS-CORTE-FIN
               ADD TAN-IMPORTE(WS-I) TO WS-MES-COBRADO.
           IF TAN-FECHA-RESOL(WS-I) > WS-CORTE-INICIO AND
               TAN-FECHA-RESOL(WS-I) <= WS-CORTE-FIN
               ADD TAN-APLICADO(WS-I) TO WS-MES-APLICADO
               ADD TAN-RETENIDO(WS-I) TO WS-MES-RETENIDO.
           IF TAN-FECHA-DEVOL(WS-I) > WS-CORTE-INICIO AND
               TAN-FECHA-DEVOL(WS-I) <= WS-CORTE-FIN
               ADD TAN-DEVOLVER(WS-I) TO WS-MES-DEVUELTO.
           MOVE WS-CORTE-FIN TO WS-CORTE.
           PERFORM 078-SALDO-AL-CORTE.
           IF WS-SALDO-FILA > 0
               ADD WS-SALDO-FILA TO WS-SALDO-FIN
               ADD 1 TO WS-CANT-VIGENTES
               COMPUTE WS-AG = TAN-AGENCIA(WS-I) + 1
               ADD WS-SALDO-FILA TO WS-SALDO-AG(WS-AG)
               MOVE TAN-NRO-DOC(WS-I) TO ROW-NRO-DOC
               MOVE TAN-PATENTE(WS-I) TO ROW-PATENTE
               MOVE TAN-FECHA(WS-I) TO ROW-FECHA
               MOVE TAN-AGENCIA(WS-I) TO ROW-AGENCIA
               MOVE TAN-FECHA-COBRO(WS-I) TO ROW-FECHA-COBRO
               MOVE TAN-IMPORTE(WS-I) TO ROW-IMPORTE
               MOVE WS-SALDO-FILA TO ROW-SALDO
               IF TAN-ESTADO(WS-I) = "P" OR
                   TAN-FECHA-RESOL(WS-I) = 0 OR
                   TAN-FECHA-RESOL(WS-I) > WS-CORTE-FIN
                   MOVE "RESERVA VIGENTE" TO ROW-SITUACION
               ELSE
                   MOVE "A DEVOLVER" TO ROW-SITUACION
               END-IF
               WRITE LINEA FROM PTR-ROW.
      *******
       076-ESCRIBIR-AGENCIA.
      *******
           IF WS-SALDO-AG(WS-AG) > 0
               COMPUTE AGE-AGENCIA = WS-AG - 1
               MOVE WS-SALDO-AG(WS-AG) TO AGE-SALDO
               WRITE LINEA FROM PTR-AGENCIA.
      *******
       078-SALDO-AL-CORTE.
      *******
      * Lo que del anticipo seguia siendo pasivo a la fecha de corte:
      * cobrado hasta el corte, menos lo aplicado o retenido y lo ya
      * transferido hasta el corte.
           MOVE 0 TO WS-SALDO-FILA.
           IF TAN-FECHA-COBRO(WS-I) <= WS-CORTE
               MOVE TAN-IMPORTE(WS-I) TO WS-SALDO-FILA
               IF TAN-FECHA-RESOL(WS-I) > 0 AND
                   TAN-FECHA-RESOL(WS-I) <= WS-CORTE
                   SUBTRACT TAN-APLICADO(WS-I) FROM WS-SALDO-FILA
                   SUBTRACT TAN-RETENIDO(WS-I) FROM WS-SALDO-FILA
               END-IF
               IF TAN-FECHA-DEVOL(WS-I) > 0 AND
                   TAN-FECHA-DEVOL(WS-I) <= WS-CORTE
                   SUBTRACT TAN-DEVOLVER(WS-I) FROM WS-SALDO-FILA.
      *-----------------------------------------------------------------
      *******
       080-ESTADO-RESUELTO.
      *******
           IF TAN-DEVOLVER(WS-POS) > 0
               MOVE "D" TO TAN-ESTADO(WS-POS)
           ELSE
               MOVE "A" TO TAN-ESTADO(WS-POS).
           MOVE SPACE TO TAN-INFORMADO(WS-POS).
      *******
       090-GRABAR-ASIENTO.
      *******
           MOVE WS-FECHA-PROCESO TO ASI-FECHA.
           WRITE ASI.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM ANTICIPOS.
