      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: presupuesto contra real del mes de la
      *       fecha de proceso, por agencia y tamaño. El objetivo
      *       mensual (cantidad de alquileres e importe) lo carga la
      *       gerencia a mano en PRESUPUESTO.DAT; lo real sale de
      *       MAESTRO-ACT.DAT mas lo archivado por PURGA-MAE
      *       (MAESTRO-HISTORICO.DAT), con el tamaño tomado de
      *       AUTOS.DAT, hasta la fecha de proceso inclusive. Muestra
      *       la proyeccion del mes completo al ritmo diario actual,
      *       la diferencia del mes (proyeccion contra objetivo) y la
      *       del acumulado del año (real contra objetivo, con el mes
      *       en curso prorrateado por los dias transcurridos), en
      *       pesos y en porcentaje; marca con "*" la celda que queda
      *       mas de un 10% por debajo del objetivo. Sale por
      *       PRESUP-REAL.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUP-REAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PRESUPUESTO-ESTADO.

           SELECT MAE-ACT      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS MAE-ACT-ESTADO.

           SELECT OPTIONAL HISTORICO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS HISTORICO-ESTADO.

           SELECT AUTOS        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

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
      * Objetivo mensual por agencia (1-4) y tamaño (C/M/G), cargado a
      * mano por la gerencia: una fila por año, mes, agencia y tamaño.
       FD  PRESUPUESTO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PRESUPUESTO.DAT".
       01  PRE-REG.
           03  PRE-ANIO            PIC 9(4).
           03  PRE-MES             PIC 9(2).
           03  PRE-AGENCIA         PIC 9.
           03  PRE-TAMANIO         PIC X.
           03  PRE-CANT            PIC 9(5).
           03  PRE-IMPORTE         PIC 9(9)V99.

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
      * Agencia base y actual del auto; no se usan aca.
           03  FILLER          PIC X(2).

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

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PRESUP-REAL.DAT".
       01  LINEA               PIC X(160).

       WORKING-STORAGE SECTION.
       77  PRESUPUESTO-EOF     PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  MAE-ACT-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  HISTORICO-EOF       PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AUTOS-EOF           PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  PRESUPUESTO-ESTADO  PIC XX.
       77  MAE-ACT-ESTADO      PIC XX.
       77  WS-TRL-VISTO        PIC X(2).
       77  HISTORICO-ESTADO    PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-TOPE-TABLA       PIC 9(4)    VALUE 2000.
      * Porcentaje por debajo del objetivo a partir del cual se marca.
       77  WS-TOLERANCIA       PIC 9(2)    VALUE 10.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-FECHA-PROC-R REDEFINES WS-FECHA-PROCESO.
           03 WS-PROC-AAAA         PIC 9(4).
           03 WS-PROC-MM           PIC 9(2).
           03 WS-PROC-DD           PIC 9(2).
       01  WS-FECHA-AUX        PIC 9(8).
       01  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           03 WS-AUX-AAAA          PIC 9(4).
           03 WS-AUX-MM            PIC 9(2).
           03 WS-AUX-DD            PIC 9(2).
       01  WS-INICIO-MES       PIC 9(8).
       01  WS-DIAS-MES         PIC 9(2).
       01  WS-CANT-AUTOS       PIC 9(4)    VALUE 0.
       01  WS-POS              PIC 9(4).
       01  WS-I                PIC 9.
       01  WS-PATENTE-BUSCADA  PIC X(6).
       01  WS-AG               PIC 9.
       01  WS-TAM              PIC 9.
       01  WS-TAMANIO          PIC X.
       01  WS-IMPORTE          PIC 9(4)V99.
       01  WS-FECHA            PIC 9(8).
       01  WS-CANT-SIN-AUTO    PIC 9(5)    VALUE 0.
       01  WS-CANT-PRE-MALO    PIC 9(5)    VALUE 0.
       01  WS-DIF              PIC S9(9)V99.
       01  WS-PORC             PIC S9(5)V9.
       01  WS-BASE             PIC 9(9)V99.
       01  WS-MARCA            PIC X.

      * Codigos de tamaño en el orden de las columnas de la tabla.
       01  WS-TAMANIOS-VALORES PIC X(3)    VALUE 'CMG'.
       01  WS-TAMANIOS REDEFINES WS-TAMANIOS-VALORES.
           03 WS-TAM-COD OCCURS 3 TIMES PIC X.

       01  WS-TABLE.
           03  WS-AUTO OCCURS 2000 TIMES
               INDEXED BY IND.
               05  WS-AUTO-PATENTE     PIC X(6) VALUE SPACES.
               05  WS-AUTO-TAMAÑO      PIC X VALUE SPACE.

      * Celdas agencia x tamaño; la agencia 5 es el total general y
      * el tamaño 4 el total de la agencia.
       01  WS-CELDAS.
           03 WS-CEL-AG OCCURS 5 TIMES.
               05 WS-CEL OCCURS 4 TIMES.
                   07 CEL-PPTO-CANT        PIC 9(7)    VALUE 0.
                   07 CEL-PPTO-IMPORTE     PIC 9(9)V99 VALUE 0.
                   07 CEL-PPTO-ACU-IMPORTE PIC 9(9)V99 VALUE 0.
                   07 CEL-REAL-CANT        PIC 9(7)    VALUE 0.
                   07 CEL-REAL-IMPORTE     PIC 9(9)V99 VALUE 0.
                   07 CEL-REAL-ACU-IMPORTE PIC 9(9)V99 VALUE 0.
                   07 CEL-PROY-CANT        PIC 9(7)    VALUE 0.
                   07 CEL-PROY-IMPORTE     PIC 9(9)V99 VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(45) VALUE
               'Presupuesto contra real por agencia y tamanio'.
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(5)  VALUE 'Mes: '.
           03 PE3-MM           PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 PE3-AAAA         PIC 9999.
           03 FILLER           PIC X(24) VALUE
               '   Real hasta el dia '.
           03 PE3-DD           PIC 99.
           03 FILLER           PIC X(4)  VALUE ' de '.
           03 PE3-DIAS-MES     PIC 99.
       01  PE4-ENCABE.
           03 FILLER           PIC X(30) VALUE ' '.
           03 FILLER           PIC X(53) VALUE
               '----------------------- Mes -----------------------'.
           03 FILLER           PIC X(25) VALUE ' '.
           03 FILLER           PIC X(50) VALUE
               '------------ Acumulado del anio ------------'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(9)  VALUE 'Ag Tam'.
           03 FILLER           PIC X(21) VALUE
               'Cant.ppto Real  Proy.'.
           03 FILLER           PIC X(14) VALUE '  Presupuesto'.
           03 FILLER           PIC X(14) VALUE '    Real fecha'.
           03 FILLER           PIC X(14) VALUE '    Proyectado'.
           03 FILLER           PIC X(15) VALUE '    Diferencia'.
           03 FILLER           PIC X(9)  VALUE '      %'.
           03 FILLER           PIC X(14) VALUE '  Presupuesto'.
           03 FILLER           PIC X(14) VALUE '          Real'.
           03 FILLER           PIC X(15) VALUE '    Diferencia'.
           03 FILLER           PIC X(9)  VALUE '      %'.
       01  PE6-ENCABE.
           03 FILLER           PIC X(160) VALUE ALL '_'.
       01  PE7-ENCABE.
           03 FILLER           PIC X(60) VALUE
               '* = mas de 10% por debajo del presupuesto'.
       01  PTR-ROW.
           03 ROW-AGENCIA      PIC X(2).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-TAMANIO      PIC X(5).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 ROW-PPTO-CANT    PIC ZZZZZZ9.
           03 ROW-REAL-CANT    PIC ZZZZZZ9.
           03 ROW-PROY-CANT    PIC ZZZZZZ9.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-PPTO         PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-REAL         PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-PROY         PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-DIF          PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-PORC         PIC -ZZZ9,9.
           03 ROW-MARCA        PIC X.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-PPTO-ACU     PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-REAL-ACU     PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-DIF-ACU      PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-PORC-ACU     PIC -ZZZ9,9.
           03 ROW-MARCA-ACU    PIC X.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 002-VERIFICAR-TRAILER.
            PERFORM 010-ABRIR-ARCHIVOS.
            PERFORM 040-CARGA-TABLA-AUTOS.
            PERFORM 023-LEER-PRESUPUESTO.
            PERFORM 045-CARGAR-PRESUPUESTO
                UNTIL PRESUPUESTO-EOF = "SI".
            PERFORM 020-LEER-MAE-ACT.
            PERFORM 050-ACUMULAR-ACT UNTIL MAE-ACT-EOF = "SI".
            IF HISTORICO-ESTADO = "00" OR HISTORICO-ESTADO = "10"
                PERFORM 021-LEER-HISTORICO
                PERFORM 052-ACUMULAR-HIST UNTIL HISTORICO-EOF = "SI".
            PERFORM 056-TOTALIZAR.
            PERFORM 060-ESCRIBIR-INFORME.
            PERFORM 070-CERRAR-ARCHIVOS.
            DISPLAY "PRESUP-REAL: MES " WS-PROC-MM "/" WS-PROC-AAAA
                " FILAS DE PRESUPUESTO INVALIDAS " WS-CANT-PRE-MALO
                " ALQUILERES SIN AUTO " WS-CANT-SIN-AUTO.
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
      * Dias del mes: del primero de este mes al primero del siguiente.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-AUX.
           MOVE 1 TO WS-AUX-DD.
           MOVE WS-FECHA-AUX TO WS-INICIO-MES.
           IF WS-AUX-MM = 12
               ADD 1 TO WS-AUX-AAAA
               MOVE 1 TO WS-AUX-MM
           ELSE
               ADD 1 TO WS-AUX-MM.
           COMPUTE WS-DIAS-MES = FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
               - FUNCTION INTEGER-OF-DATE(WS-INICIO-MES).
      *-----------------------------------------------------------------
      *******
       002-VERIFICAR-TRAILER.
      *******
      * Pasada previa: un MAESTRO-ACT truncado por una caida no tiene
      * la cola *CTRL*; sin cola el archivo se rechaza con mensaje en
      * vez de informar un real a medias (mismo criterio que RENTAB).
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
               DISPLAY "PRESUP-REAL: MAESTRO-ACT SIN COLA DE CONTROL "
                   "(ARCHIVO TRUNCADO O CORRIDA INCOMPLETA); NO SE "
                   "PROCESA."
               STOP RUN.
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN INPUT PRESUPUESTO.
           IF PRESUPUESTO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PRESUPUESTO FS: "
                   PRESUPUESTO-ESTADO
               STOP RUN.
           OPEN INPUT MAE-ACT.
           IF MAE-ACT-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
           OPEN INPUT HISTORICO.
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN PRESUP-REAL FS: "
                   LISTADO-ESTADO
               STOP RUN.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
      *-----------------------------------------------------------------
      *******
       040-CARGA-TABLA-AUTOS.
      *******
           PERFORM 022-LEER-AUTOS.
           PERFORM 042-CARGAR-UN-AUTO UNTIL AUTOS-EOF = "SI" OR
               WS-CANT-AUTOS = WS-TOPE-TABLA.
           IF AUTOS-EOF NOT = "SI"
               DISPLAY "ATENCION: AUTOS.DAT supera WS-TOPE-TABLA ("
                   WS-TOPE-TABLA "); autos excedentes quedan sin "
                   "tamanio.".
      *******
       042-CARGAR-UN-AUTO.
      *******
           ADD 1 TO WS-CANT-AUTOS.
           MOVE AUT-PATENTE TO WS-AUTO-PATENTE(WS-CANT-AUTOS).
           MOVE AUT-TAMAÑO TO WS-AUTO-TAMAÑO(WS-CANT-AUTOS).
           PERFORM 022-LEER-AUTOS.
      *-----------------------------------------------------------------
      *******
       045-CARGAR-PRESUPUESTO.
      *******
      * Solo interesa el año de la fecha de proceso, hasta su mes; el
      * mes en curso entra al acumulado prorrateado por los dias ya
      * transcurridos, para comparar contra un real a la fecha.
           MOVE PRE-TAMANIO TO WS-TAMANIO.
           PERFORM 058-UBICAR-TAMANIO.
           IF PRE-AGENCIA < 1 OR PRE-AGENCIA > 4 OR WS-TAM = 0 OR
               PRE-MES < 1 OR PRE-MES > 12 OR
               PRE-CANT IS NOT NUMERIC OR PRE-IMPORTE IS NOT NUMERIC
               ADD 1 TO WS-CANT-PRE-MALO
               DISPLAY "ATENCION: fila de PRESUPUESTO invalida: "
                   PRE-REG
           ELSE
               MOVE PRE-AGENCIA TO WS-AG
               IF PRE-ANIO = WS-PROC-AAAA AND PRE-MES = WS-PROC-MM
                   ADD PRE-CANT TO CEL-PPTO-CANT(WS-AG, WS-TAM)
                   ADD PRE-IMPORTE TO CEL-PPTO-IMPORTE(WS-AG, WS-TAM)
                   COMPUTE CEL-PPTO-ACU-IMPORTE(WS-AG, WS-TAM)
                       ROUNDED = CEL-PPTO-ACU-IMPORTE(WS-AG, WS-TAM) +
                       PRE-IMPORTE * WS-PROC-DD / WS-DIAS-MES
               ELSE
                   IF PRE-ANIO = WS-PROC-AAAA AND
                       PRE-MES < WS-PROC-MM
                       ADD PRE-IMPORTE TO
                           CEL-PPTO-ACU-IMPORTE(WS-AG, WS-TAM).
           PERFORM 023-LEER-PRESUPUESTO.
      *-----------------------------------------------------------------
      *******
       050-ACUMULAR-ACT.
      *******
           MOVE MAE-PATENTE TO WS-PATENTE-BUSCADA.
           MOVE MAE-FECHA TO WS-FECHA.
           MOVE MAE-AGENCIA TO WS-AG.
           MOVE MAE-IMPORTE TO WS-IMPORTE.
           PERFORM 054-ACUMULAR-COMUN.
           PERFORM 020-LEER-MAE-ACT.
      *******
       052-ACUMULAR-HIST.
      *******
           MOVE HIST-PATENTE TO WS-PATENTE-BUSCADA.
           MOVE HIST-FECHA TO WS-FECHA.
           MOVE HIST-AGENCIA TO WS-AG.
           MOVE HIST-IMPORTE TO WS-IMPORTE.
           PERFORM 054-ACUMULAR-COMUN.
           PERFORM 021-LEER-HISTORICO.
      *-----------------------------------------------------------------
      *******
       054-ACUMULAR-COMUN.
      *******
      * Lo real es lo alquilado del 1 de enero a la fecha de proceso
      * inclusive; lo posterior son reservas, no facturacion.
           MOVE WS-FECHA TO WS-FECHA-AUX.
           IF WS-AUX-AAAA = WS-PROC-AAAA AND
               WS-FECHA NOT > WS-FECHA-PROCESO AND
               WS-AG >= 1 AND WS-AG <= 4
               MOVE SPACE TO WS-TAMANIO
               PERFORM 055-BUSCAR-PATENTE
               IF WS-POS NOT = 0
                   MOVE WS-AUTO-TAMAÑO(WS-POS) TO WS-TAMANIO
               END-IF
               PERFORM 058-UBICAR-TAMANIO
               IF WS-TAM = 0
                   ADD 1 TO WS-CANT-SIN-AUTO
               ELSE
                   ADD WS-IMPORTE TO
                       CEL-REAL-ACU-IMPORTE(WS-AG, WS-TAM)
                   IF WS-AUX-MM = WS-PROC-MM
                       ADD 1 TO CEL-REAL-CANT(WS-AG, WS-TAM)
                       ADD WS-IMPORTE TO
                           CEL-REAL-IMPORTE(WS-AG, WS-TAM).
      *******
       055-BUSCAR-PATENTE.
      *******
           MOVE 0 TO WS-POS.
           IF WS-CANT-AUTOS > 0
               MOVE 1 TO IND
               SEARCH WS-AUTO
                   AT END CONTINUE
                   WHEN IND > WS-CANT-AUTOS
                       CONTINUE
                   WHEN WS-AUTO-PATENTE(IND) EQUAL WS-PATENTE-BUSCADA
                       MOVE IND TO WS-POS
               END-SEARCH.
      *******
       058-UBICAR-TAMANIO.
      *******
           MOVE 0 TO WS-TAM.
           PERFORM 0581-COMPARAR-TAMANIO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 3 OR WS-TAM NOT = 0.
      *******
       0581-COMPARAR-TAMANIO.
      *******
           IF WS-TAM-COD(WS-I) = WS-TAMANIO
               MOVE WS-I TO WS-TAM.
      *-----------------------------------------------------------------
      *******
       056-TOTALIZAR.
      *******
      * Proyeccion de cada celda al ritmo diario del mes, despues
      * totales por agencia (tamaño 4) y generales (agencia 5).
           PERFORM 0561-PROYECTAR-CELDA
               VARYING WS-AG FROM 1 BY 1 UNTIL WS-AG > 4
               AFTER WS-TAM FROM 1 BY 1 UNTIL WS-TAM > 3.
      *******
       0561-PROYECTAR-CELDA.
      *******
           COMPUTE CEL-PROY-CANT(WS-AG, WS-TAM) ROUNDED =
               CEL-REAL-CANT(WS-AG, WS-TAM) * WS-DIAS-MES / WS-PROC-DD.
           COMPUTE CEL-PROY-IMPORTE(WS-AG, WS-TAM) ROUNDED =
               CEL-REAL-IMPORTE(WS-AG, WS-TAM) * WS-DIAS-MES /
               WS-PROC-DD.
           ADD CEL-PPTO-CANT(WS-AG, WS-TAM) TO CEL-PPTO-CANT(WS-AG, 4)
               CEL-PPTO-CANT(5, WS-TAM) CEL-PPTO-CANT(5, 4).
           ADD CEL-PPTO-IMPORTE(WS-AG, WS-TAM) TO
               CEL-PPTO-IMPORTE(WS-AG, 4) CEL-PPTO-IMPORTE(5, WS-TAM)
               CEL-PPTO-IMPORTE(5, 4).
           ADD CEL-PPTO-ACU-IMPORTE(WS-AG, WS-TAM) TO
               CEL-PPTO-ACU-IMPORTE(WS-AG, 4)
               CEL-PPTO-ACU-IMPORTE(5, WS-TAM)
               CEL-PPTO-ACU-IMPORTE(5, 4).
           ADD CEL-REAL-CANT(WS-AG, WS-TAM) TO CEL-REAL-CANT(WS-AG, 4)
               CEL-REAL-CANT(5, WS-TAM) CEL-REAL-CANT(5, 4).
           ADD CEL-REAL-IMPORTE(WS-AG, WS-TAM) TO
               CEL-REAL-IMPORTE(WS-AG, 4) CEL-REAL-IMPORTE(5, WS-TAM)
               CEL-REAL-IMPORTE(5, 4).
           ADD CEL-REAL-ACU-IMPORTE(WS-AG, WS-TAM) TO
               CEL-REAL-ACU-IMPORTE(WS-AG, 4)
               CEL-REAL-ACU-IMPORTE(5, WS-TAM)
               CEL-REAL-ACU-IMPORTE(5, 4).
           ADD CEL-PROY-CANT(WS-AG, WS-TAM) TO CEL-PROY-CANT(WS-AG, 4)
               CEL-PROY-CANT(5, WS-TAM) CEL-PROY-CANT(5, 4).
           ADD CEL-PROY-IMPORTE(WS-AG, WS-TAM) TO
               CEL-PROY-IMPORTE(WS-AG, 4) CEL-PROY-IMPORTE(5, WS-TAM)
               CEL-PROY-IMPORTE(5, 4).
      *-----------------------------------------------------------------
      *******
       060-ESCRIBIR-INFORME.
      *******
           MOVE WS-PROC-MM TO PE3-MM.
           MOVE WS-PROC-AAAA TO PE3-AAAA.
           MOVE WS-PROC-DD TO PE3-DD.
           MOVE WS-DIAS-MES TO PE3-DIAS-MES.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           WRITE LINEA FROM PE6-ENCABE.
           PERFORM 061-ESCRIBIR-AGENCIA VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > 5.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE7-ENCABE.
      *******
       061-ESCRIBIR-AGENCIA.
      *******
           PERFORM 062-ESCRIBIR-CELDA VARYING WS-TAM FROM 1 BY 1
               UNTIL WS-TAM > 4.
           WRITE LINEA FROM PE6-ENCABE.
      *******
       062-ESCRIBIR-CELDA.
      *******
           IF WS-AG = 5
               MOVE "TT" TO ROW-AGENCIA
           ELSE
               MOVE WS-AG TO ROW-AGENCIA.
           IF WS-TAM = 4
               MOVE "Total" TO ROW-TAMANIO
           ELSE
               MOVE WS-TAM-COD(WS-TAM) TO ROW-TAMANIO.
           MOVE CEL-PPTO-CANT(WS-AG, WS-TAM) TO ROW-PPTO-CANT.
           MOVE CEL-REAL-CANT(WS-AG, WS-TAM) TO ROW-REAL-CANT.
           MOVE CEL-PROY-CANT(WS-AG, WS-TAM) TO ROW-PROY-CANT.
           MOVE CEL-PPTO-IMPORTE(WS-AG, WS-TAM) TO ROW-PPTO.
           MOVE CEL-REAL-IMPORTE(WS-AG, WS-TAM) TO ROW-REAL.
           MOVE CEL-PROY-IMPORTE(WS-AG, WS-TAM) TO ROW-PROY.
      * Mes: la proyeccion del mes completo contra el objetivo.
           MOVE CEL-PPTO-IMPORTE(WS-AG, WS-TAM) TO WS-BASE.
           COMPUTE WS-DIF = CEL-PROY-IMPORTE(WS-AG, WS-TAM) - WS-BASE.
           PERFORM 064-CALCULAR-PORCENTAJE.
           MOVE WS-DIF TO ROW-DIF.
           MOVE WS-PORC TO ROW-PORC.
           MOVE WS-MARCA TO ROW-MARCA.
      * Acumulado: real a la fecha contra objetivo a la fecha.
           MOVE CEL-PPTO-ACU-IMPORTE(WS-AG, WS-TAM) TO WS-BASE.
           MOVE WS-BASE TO ROW-PPTO-ACU.
           MOVE CEL-REAL-ACU-IMPORTE(WS-AG, WS-TAM) TO ROW-REAL-ACU.
           COMPUTE WS-DIF = CEL-REAL-ACU-IMPORTE(WS-AG, WS-TAM) -
               WS-BASE.
           PERFORM 064-CALCULAR-PORCENTAJE.
           MOVE WS-DIF TO ROW-DIF-ACU.
           MOVE WS-PORC TO ROW-PORC-ACU.
           MOVE WS-MARCA TO ROW-MARCA-ACU.
           WRITE LINEA FROM PTR-ROW.
      *******
       064-CALCULAR-PORCENTAJE.
      *******
      * Sin objetivo cargado no hay porcentaje ni marca.
           MOVE SPACE TO WS-MARCA.
           IF WS-BASE = 0
               MOVE 0 TO WS-PORC
           ELSE
               COMPUTE WS-PORC ROUNDED = WS-DIF * 100 / WS-BASE
               IF WS-PORC < 0 - WS-TOLERANCIA
                   MOVE "*" TO WS-MARCA.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           IF HISTORICO-ESTADO = "00" OR HISTORICO-ESTADO = "10"
               CLOSE HISTORICO.
           CLOSE
               PRESUPUESTO
               MAE-ACT
               AUTOS
               LISTADO.
      *-----------------------------------------------------------------
      *******
       020-LEER-MAE-ACT.
      *******
           READ MAE-ACT
               AT END MOVE "SI" TO MAE-ACT-EOF.
           IF MAE-ACT-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ MAESTRO-ACT FS: " MAE-ACT-ESTADO
               STOP RUN.
      * La cola de control *CTRL* es el ultimo registro: se toma como
      * fin de datos.
           IF MAE-PATENTE = "*CTRL*"
               MOVE "SI" TO MAE-ACT-EOF.
      *******
       021-LEER-HISTORICO.
      *******
           READ HISTORICO
               AT END MOVE "SI" TO HISTORICO-EOF.
           IF HISTORICO-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ HISTORICO FS: " HISTORICO-ESTADO
               STOP RUN.
      *******
       022-LEER-AUTOS.
      *******
           READ AUTOS
               AT END MOVE "SI" TO AUTOS-EOF.
           IF AUTOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ AUTOS  FS: " AUTOS-ESTADO
               STOP RUN.
      *******
       023-LEER-PRESUPUESTO.
      *******
           READ PRESUPUESTO
               AT END MOVE "SI" TO PRESUPUESTO-EOF.
           IF PRESUPUESTO-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ PRESUPUESTO FS: "
                   PRESUPUESTO-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM PRESUP-REAL.
