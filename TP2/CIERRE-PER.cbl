      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 2 Algoritmos 4
      *
      * Modification history:
      *   LD  Programa nuevo: cierre contable del periodo (año y mes).
      *       Asienta el mes en PERIODOS-CERRADOS.DAT solo si pasan
      *       los controles de fin de mes: BALANCEO sin ecuaciones
      *       que no cuadren en las fechas del mes, CONTROL-NUM sin
      *       numeros faltantes ni duplicados y la RECONCIL de la
      *       fecha de proceso sin faltantes ni importes distintos.
      *       Los meses se cierran en orden (sin saltear ninguno). Una
      *       vez cerrado, los programas que asientan movimientos
      *       (TP-PARTE-1, DEVOL, INTERESES, SINIESTROS, VENCIDOS,
      *       FACT-CONTR, MULTAS, NOTAS-CRED, RECLAMOS y ASIENTOS)
      *       mandan todo movimiento fechado en un mes cerrado al
      *       primer periodo abierto como ajuste de periodo anterior
      *       (AJUSTES-PERIODO.DAT), y LIBRO-IVA lo imputa ahi: el
      *       libro ya presentado no cambia. El informe
      *       CIERRE-PERIODO.DAT trae el resultado de cada control y
      *       los ajustes imputados al periodo que se cierra. Periodo
      *       a cerrar: clave CIERRE-PERIODO (AAAAMM) de
      *       PARAMETROS.DAT; por omision, el mes anterior al de la
      *       fecha de proceso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-PER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCEO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS BALANCEO-ESTADO.

           SELECT OPTIONAL CONTROL-NUM ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CONTROL-NUM-ESTADO.

           SELECT OPTIONAL RECONCIL ASSIGN TO WS-RECONCIL-PATH
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RECONCIL-ESTADO.

           SELECT OPTIONAL PERIODOS-CERR ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PERIODOS-ESTADO.

           SELECT OPTIONAL AJUSTES-PER ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AJUSTES-ESTADO.

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
      * Salida de BALANCEO: un bloque por fecha de proceso
      * ("Fecha de proceso: AAAAMMDD") con una linea por ecuacion.
       FD  BALANCEO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/BALANCEO.DAT".
       01  LINEA-BAL.
           03  BAL-ROTULO      PIC X(18).
           03  BAL-FECHA       PIC X(8).
           03  FILLER          PIC X(74).
       01  LINEA-BAL-ECUACION.
           03  FILLER          PIC X(14).
           03  BAL-RESULTADO   PIC X(10).
           03  FILLER          PIC X(76).

      * Salida de CONTROL-NUM: una linea por numero faltante o
      * duplicado.
       FD  CONTROL-NUM LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONTROL-NUMERACION.DAT".
       01  LINEA-NUM.
           03  NUM-ROTULO      PIC X(16).
           03  FILLER          PIC X(84).

      * Salida de RECONCIL de la fecha de proceso: el resumen trae el
      * rotulo en 30 posiciones y la cantidad a continuacion.
       FD  RECONCIL LABEL RECORD IS STANDARD.
       01  LINEA-REC.
           03  REC-ROTULO      PIC X(30).
           03  REC-VALOR       PIC X(7).
           03  FILLER          PIC X(63).

      * Meses cerrados (AAAAMM), con fecha y hora del cierre.
       FD  PERIODOS-CERR LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../../Parte1/PERIODOS-CERRADOS.DAT".
       01  REG-PERIODO.
           03  PC-PERIODO      PIC 9(6).
           03  PC-FECHA-CIERRE PIC 9(8).
           03  PC-HORA         PIC 9(6).

      * Movimientos fechados en un mes cerrado que los programas de
      * asiento mandaron al primer periodo abierto.
       FD  AJUSTES-PER LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "../../Parte1/AJUSTES-PERIODO.DAT".
       01  AJP.
           03  AJP-FECHA-PROCESO PIC 9(8).
           03  AJP-PROGRAMA    PIC X(10).
      * ALQUILER / CARGO / NOTA-CRED / ASIENTO.
           03  AJP-ORIGEN      PIC X(10).
      * "D" debito (alta), "C" credito (reverso de un alta de un mes
      * cerrado o nota de credito).
           03  AJP-SIGNO       PIC X.
           03  AJP-PATENTE     PIC X(6).
           03  AJP-NRO-DOC     PIC X(20).
           03  AJP-FECHA-MOV   PIC 9(8).
           03  AJP-CONCEPTO    PIC X(20).
           03  AJP-PERIODO-IMPUT PIC 9(6).
           03  AJP-NETO        PIC 9(9)V99.
           03  AJP-IVA         PIC 9(9)V99.

      * Parametro opcional con la fecha de proceso de la corrida
      * (AAAAMMDD). Si no existe se usa la fecha del sistema.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre: CLAVE (20) + VALOR (60);
      * aqui interesan FECHA-CORRIDA y CIERRE-PERIODO.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CIERRE-PERIODO.DAT".
       01  LINEA               PIC X(120).

       WORKING-STORAGE SECTION.
       77  BAL-EOF             PIC XXX     VALUE "NO".
       77  NUM-EOF             PIC XXX     VALUE "NO".
       77  REC-EOF             PIC XXX     VALUE "NO".
       77  AJP-EOF             PIC XXX     VALUE "NO".
       77  BALANCEO-ESTADO     PIC XX.
       77  CONTROL-NUM-ESTADO  PIC XX.
       77  RECONCIL-ESTADO     PIC XX.
       77  PERIODOS-ESTADO     PIC XX.
       77  AJUSTES-ESTADO      PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           03 WS-PROCESO-AAAAMM PIC 9(6).
           03 FILLER            PIC 9(2).
       01  WS-HORA-CORRIDA     PIC 9(6).
       01  WS-RECONCIL-PATH    PIC X(80).
       01  WS-ULT-CERRADO      PIC 9(6)    VALUE 0.
       01  WS-PERIODO          PIC 9(6)    VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-AAAA  PIC 9(4).
           03 WS-PERIODO-MM    PIC 9(2).
       01  WS-PERIODO-ESPERADO PIC 9(6).
       01  WS-PERIODO-VALIDO   PIC X(2)    VALUE "SI".
       01  WS-MOTIVO-INVALIDO  PIC X(60)   VALUE SPACES.
      * Resultado de los controles: "SI" = pasa.
       01  WS-BAL-OK           PIC X(2)    VALUE "NO".
       01  WS-NUM-OK           PIC X(2)    VALUE "NO".
       01  WS-REC-OK           PIC X(2)    VALUE "NO".
       01  WS-BAL-FECHA-ACT    PIC X(8)    VALUE SPACES.
       01  WS-BAL-FECHAS       PIC 9(3)    VALUE 0.
       01  WS-BAL-NO-CUADRA    PIC 9(3)    VALUE 0.
       01  WS-NUM-FALTANTES    PIC 9(5)    VALUE 0.
       01  WS-NUM-DUPLICADOS   PIC 9(5)    VALUE 0.
       01  WS-REC-FALTANTES    PIC 9(7)    VALUE 0.
       01  WS-REC-DIFIMPORTE   PIC 9(7)    VALUE 0.
       01  WS-REC-RESUMEN      PIC X(2)    VALUE "NO".
       01  WS-REC-VALOR-X      PIC X(7).
       01  WS-REC-VALOR        PIC 9(7).
       01  WS-CANT-AJUSTES     PIC 9(5)    VALUE 0.
       01  WS-AJU-NETO         PIC S9(9)V99 VALUE 0.
       01  WS-AJU-IVA          PIC S9(9)V99 VALUE 0.
       01  WS-AJP-ANTERIOR     PIC X(111)  VALUE SPACES.

       01  PE1-ENCABE.
           03 FILLER           PIC X(34) VALUE
               'Cierre contable del periodo'.
           03 PE1-PERIODO      PIC 9(6).
           03 FILLER           PIC X(18) VALUE '  Fecha de proceso'.
           03 FILLER           PIC X(2)  VALUE ': '.
           03 PE1-FECHA        PIC 9(8).
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(120) VALUE ALL '_'.
       01  PTR-CONTROL.
           03 CTR-NOMBRE       PIC X(14).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 CTR-RESULTADO    PIC X(8).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 CTR-DETALLE      PIC X(70).
       01  PTR-CONCLUSION.
           03 FILLER           PIC X(10) VALUE 'Periodo: '.
           03 CON-PERIODO      PIC 9(6).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 CON-TEXTO        PIC X(60).
       01  PE4-ENCABE.
           03 FILLER           PIC X(60) VALUE
               'Ajustes de periodos anteriores imputados al periodo'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(10) VALUE 'Fecha mov'.
           03 FILLER           PIC X(11) VALUE 'Origen'.
           03 FILLER           PIC X(4)  VALUE 'D/C'.
           03 FILLER           PIC X(8)  VALUE 'Patente'.
           03 FILLER           PIC X(21) VALUE 'Documento / cuenta'.
           03 FILLER           PIC X(21) VALUE 'Concepto'.
           03 FILLER           PIC X(11) VALUE 'Programa'.
           03 FILLER           PIC X(13) VALUE '         Neto'.
           03 FILLER           PIC X(13) VALUE '          IVA'.
       01  PTR-AJUSTE.
           03 AJU-FECHA-MOV    PIC 9(8).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 AJU-ORIGEN       PIC X(10).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 AJU-SIGNO        PIC X.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 AJU-PATENTE      PIC X(6).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 AJU-NRO-DOC      PIC X(20).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 AJU-CONCEPTO     PIC X(20).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 AJU-PROGRAMA     PIC X(10).
           03 FILLER           PIC X(1)  VALUE ' '.
           03 AJU-NETO         PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(1)  VALUE ' '.
           03 AJU-IVA          PIC ZZZZZZZZ9,99.
       01  PTR-TOTAL-AJUSTES.
           03 FILLER           PIC X(10) VALUE 'Ajustes: '.
           03 TOT-AJUSTES      PIC ZZZZ9.
           03 FILLER           PIC X(8)  VALUE '  Neto '.
           03 TOT-AJU-NETO     PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(7)  VALUE '  IVA '.
           03 TOT-AJU-IVA      PIC -ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-LEER-PERIODOS-CERRADOS.
            PERFORM 015-VALIDAR-PERIODO.
            OPEN OUTPUT LISTADO.
            IF LISTADO-ESTADO NOT = ZERO
                DISPLAY "ERROR EN OPEN CIERRE-PERIODO FS: "
                    LISTADO-ESTADO
                STOP RUN.
            MOVE WS-PERIODO TO PE1-PERIODO.
            MOVE WS-FECHA-PROCESO TO PE1-FECHA.
            WRITE LINEA FROM PE1-ENCABE.
            WRITE LINEA FROM PE2-ENCABE.
            MOVE WS-PERIODO TO CON-PERIODO.
            IF WS-PERIODO-VALIDO = "NO"
                MOVE WS-MOTIVO-INVALIDO TO CON-TEXTO
                WRITE LINEA FROM PTR-CONCLUSION
                CLOSE LISTADO
                DISPLAY "CIERRE-PER: " WS-PERIODO " "
                    WS-MOTIVO-INVALIDO
                MOVE 8 TO RETURN-CODE
                STOP RUN.
            PERFORM 020-CONTROLAR-BALANCEO.
            PERFORM 030-CONTROLAR-NUMERACION.
            PERFORM 040-CONTROLAR-RECONCIL.
            WRITE LINEA FROM PE3-ENCABE.
            IF WS-BAL-OK = "SI" AND WS-NUM-OK = "SI" AND
                WS-REC-OK = "SI"
                PERFORM 050-ASENTAR-CIERRE
                MOVE "CERRADO: LO DEL MES VA AL PRIMER PERIODO ABIERTO."
                    TO CON-TEXTO
                WRITE LINEA FROM PTR-CONCLUSION
                DISPLAY "CIERRE-PER: PERIODO " WS-PERIODO " CERRADO."
            ELSE
                MOVE "NO SE CIERRA: FALLAN CONTROLES DE FIN DE MES."
                    TO CON-TEXTO
                WRITE LINEA FROM PTR-CONCLUSION
                DISPLAY "CIERRE-PER: PERIODO " WS-PERIODO
                    " NO SE CIERRA; VER CIERRE-PERIODO.DAT."
                MOVE 8 TO RETURN-CODE.
            PERFORM 060-LISTAR-AJUSTES.
            CLOSE LISTADO.
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
                       PARM-CLAVE = "CIERRE-PERIODO" AND
                       PARM-VALOR(1:6) IS NUMERIC
                       MOVE PARM-VALOR(1:6) TO WS-PERIODO
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
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-CORRIDA.
      * Sin periodo informado se cierra el mes anterior al de la
      * fecha de proceso.
           IF WS-PERIODO = 0
               MOVE WS-PROCESO-AAAAMM TO WS-PERIODO
               IF WS-PERIODO-MM = 1
                   SUBTRACT 1 FROM WS-PERIODO-AAAA
                   MOVE 12 TO WS-PERIODO-MM
               ELSE
                   SUBTRACT 1 FROM WS-PERIODO-MM.
      *-----------------------------------------------------------------
      *******
       010-LEER-PERIODOS-CERRADOS.
      *******
           OPEN INPUT PERIODOS-CERR.
           IF PERIODOS-ESTADO = "00"
               PERFORM UNTIL PERIODOS-ESTADO NOT = "00"
                   READ PERIODOS-CERR
                   IF PERIODOS-ESTADO = "00" AND
                       PC-PERIODO IS NUMERIC AND
                       PC-PERIODO > WS-ULT-CERRADO
                       MOVE PC-PERIODO TO WS-ULT-CERRADO
                   END-IF
               END-PERFORM.
           CLOSE PERIODOS-CERR.
      *-----------------------------------------------------------------
      *******
       015-VALIDAR-PERIODO.
      *******
      * Solo un mes ya terminado, todavia abierto y, si hay meses
      * cerrados, el siguiente al ultimo: un hueco dejaria un mes
      * abierto detras de uno cerrado.
           IF WS-ULT-CERRADO(5:2) = "12"
               COMPUTE WS-PERIODO-ESPERADO = WS-ULT-CERRADO + 89
           ELSE
               COMPUTE WS-PERIODO-ESPERADO = WS-ULT-CERRADO + 1.
           IF WS-PERIODO-MM < 1 OR WS-PERIODO-MM > 12
               MOVE "NO" TO WS-PERIODO-VALIDO
               MOVE "PERIODO INVALIDO (AAAAMM)." TO WS-MOTIVO-INVALIDO
           ELSE
           IF WS-PERIODO NOT < WS-PROCESO-AAAAMM
               MOVE "NO" TO WS-PERIODO-VALIDO
               MOVE "EL MES TODAVIA NO TERMINO." TO WS-MOTIVO-INVALIDO
           ELSE
           IF WS-PERIODO NOT > WS-ULT-CERRADO
               MOVE "NO" TO WS-PERIODO-VALIDO
               MOVE "EL PERIODO YA ESTA CERRADO." TO
                   WS-MOTIVO-INVALIDO
           ELSE
           IF WS-ULT-CERRADO > 0 AND
               WS-PERIODO NOT = WS-PERIODO-ESPERADO
               MOVE "NO" TO WS-PERIODO-VALIDO
               STRING "HAY QUE CERRAR ANTES EL PERIODO "
                   WS-PERIODO-ESPERADO "."
                   DELIMITED BY SIZE INTO WS-MOTIVO-INVALIDO.
      *-----------------------------------------------------------------
      *******
       020-CONTROLAR-BALANCEO.
      *******
      * Cuenta las ecuaciones que no cuadran en las fechas de proceso
      * del mes; sin ninguna fecha del mes el cuadre no se corrio.
           MOVE "BALANCEO" TO CTR-NOMBRE.
           OPEN INPUT BALANCEO.
           IF BALANCEO-ESTADO = "00"
               PERFORM 022-LEER-BALANCEO UNTIL BAL-EOF = "SI".
           CLOSE BALANCEO.
           IF WS-BAL-FECHAS = 0
               MOVE "FALTA" TO CTR-RESULTADO
               MOVE "SIN CUADRE PARA FECHAS DEL MES (CORRER BALANCEO)"
                   TO CTR-DETALLE
           ELSE
           IF WS-BAL-NO-CUADRA > 0
               MOVE "FALLA" TO CTR-RESULTADO
               MOVE SPACES TO CTR-DETALLE
               STRING "ECUACIONES QUE NO CUADRAN EN EL MES: "
                   WS-BAL-NO-CUADRA
                   DELIMITED BY SIZE INTO CTR-DETALLE
           ELSE
               MOVE "SI" TO WS-BAL-OK
               MOVE "OK" TO CTR-RESULTADO
               MOVE SPACES TO CTR-DETALLE
               STRING "CUADRAN LAS " WS-BAL-FECHAS
                   " FECHAS DE PROCESO DEL MES"
                   DELIMITED BY SIZE INTO CTR-DETALLE.
           WRITE LINEA FROM PTR-CONTROL.
      *******
       022-LEER-BALANCEO.
      *******
           READ BALANCEO
               AT END MOVE "SI" TO BAL-EOF.
           IF BAL-EOF = "NO" AND BALANCEO-ESTADO = "00"
               IF BAL-ROTULO = "Fecha de proceso: "
                   MOVE BAL-FECHA TO WS-BAL-FECHA-ACT
                   IF BAL-FECHA(1:6) = WS-PERIODO
                       ADD 1 TO WS-BAL-FECHAS
                   END-IF
               ELSE
               IF BAL-RESULTADO = " NO CUADRA" AND
                   WS-BAL-FECHA-ACT(1:6) = WS-PERIODO
                   ADD 1 TO WS-BAL-NO-CUADRA.
      *-----------------------------------------------------------------
      *******
       030-CONTROLAR-NUMERACION.
      *******
           MOVE "CONTROL-NUM" TO CTR-NOMBRE.
           OPEN INPUT CONTROL-NUM.
           IF CONTROL-NUM-ESTADO = "00"
               PERFORM 032-LEER-NUMERACION UNTIL NUM-EOF = "SI"
               CLOSE CONTROL-NUM
               IF WS-NUM-FALTANTES = 0 AND WS-NUM-DUPLICADOS = 0
                   MOVE "SI" TO WS-NUM-OK
                   MOVE "OK" TO CTR-RESULTADO
                   MOVE "CORRELATIVIDAD COMPLETA" TO CTR-DETALLE
               ELSE
                   MOVE "FALLA" TO CTR-RESULTADO
                   MOVE SPACES TO CTR-DETALLE
                   STRING "FALTANTES " WS-NUM-FALTANTES
                       "  DUPLICADOS " WS-NUM-DUPLICADOS
                       DELIMITED BY SIZE INTO CTR-DETALLE
               END-IF
           ELSE
               CLOSE CONTROL-NUM
               MOVE "FALTA" TO CTR-RESULTADO
               MOVE "SIN CONTROL-NUMERACION.DAT (CORRER CONTROL-NUM)"
                   TO CTR-DETALLE.
           WRITE LINEA FROM PTR-CONTROL.
      *******
       032-LEER-NUMERACION.
      *******
           READ CONTROL-NUM
               AT END MOVE "SI" TO NUM-EOF.
           IF NUM-EOF = "NO" AND CONTROL-NUM-ESTADO = "00"
               IF NUM-ROTULO = "NUMERO FALTANTE:"
                   ADD 1 TO WS-NUM-FALTANTES
               ELSE
               IF NUM-ROTULO = "NUMERO DUPLICADO"
                   ADD 1 TO WS-NUM-DUPLICADOS.
      *-----------------------------------------------------------------
      *******
       040-CONTROLAR-RECONCIL.
      *******
      * La reconciliacion de la fecha de proceso del cierre, ya con
      * todo el mes cargado.
           MOVE "RECONCIL" TO CTR-NOMBRE.
           MOVE SPACES TO WS-RECONCIL-PATH.
           STRING "../RECONCIL-" WS-FECHA-PROCESO ".DAT"
               DELIMITED BY SIZE INTO WS-RECONCIL-PATH.
           OPEN INPUT RECONCIL.
           IF RECONCIL-ESTADO = "00"
               PERFORM 042-LEER-RECONCIL UNTIL REC-EOF = "SI".
           CLOSE RECONCIL.
           IF WS-REC-RESUMEN = "NO"
               MOVE "FALTA" TO CTR-RESULTADO
               MOVE SPACES TO CTR-DETALLE
               STRING "SIN RECONCIL-" WS-FECHA-PROCESO
                   ".DAT COMPLETO (CORRER RECONCIL)"
                   DELIMITED BY SIZE INTO CTR-DETALLE
           ELSE
           IF WS-REC-FALTANTES > 0 OR WS-REC-DIFIMPORTE > 0
               MOVE "FALLA" TO CTR-RESULTADO
               MOVE SPACES TO CTR-DETALLE
               STRING "FALTANTES " WS-REC-FALTANTES
                   "  IMPORTE DISTINTO " WS-REC-DIFIMPORTE
                   DELIMITED BY SIZE INTO CTR-DETALLE
           ELSE
               MOVE "SI" TO WS-REC-OK
               MOVE "OK" TO CTR-RESULTADO
               MOVE "SIN DIFERENCIAS" TO CTR-DETALLE.
           WRITE LINEA FROM PTR-CONTROL.
      *******
       042-LEER-RECONCIL.
      *******
           READ RECONCIL
               AT END MOVE "SI" TO REC-EOF.
           IF REC-EOF = "NO" AND RECONCIL-ESTADO = "00"
               IF REC-ROTULO = "FALTANTES EN MAESTRO.DAT"
                   PERFORM 044-VALOR-RECONCIL
                   MOVE WS-REC-VALOR TO WS-REC-FALTANTES
                   MOVE "SI" TO WS-REC-RESUMEN
               ELSE
               IF REC-ROTULO = "CON IMPORTE DISTINTO"
                   PERFORM 044-VALOR-RECONCIL
                   MOVE WS-REC-VALOR TO WS-REC-DIFIMPORTE.
      *******
       044-VALOR-RECONCIL.
      *******
      * La cantidad viene editada (ZZZZZZ9): blancos a ceros.
           MOVE REC-VALOR TO WS-REC-VALOR-X.
           INSPECT WS-REC-VALOR-X REPLACING ALL SPACE BY ZERO.
           MOVE 0 TO WS-REC-VALOR.
           IF WS-REC-VALOR-X IS NUMERIC
               MOVE WS-REC-VALOR-X TO WS-REC-VALOR
           ELSE
               MOVE 9999999 TO WS-REC-VALOR.
      *-----------------------------------------------------------------
      *******
       050-ASENTAR-CIERRE.
      *******
      * OPEN EXTEND para que los cierres se acumulen; si todavia no
      * existe (primer cierre) se crea y se reabre.
           OPEN EXTEND PERIODOS-CERR.
           IF PERIODOS-ESTADO = "35"
               OPEN OUTPUT PERIODOS-CERR
               CLOSE PERIODOS-CERR
               OPEN EXTEND PERIODOS-CERR.
           IF PERIODOS-ESTADO NOT = ZERO AND PERIODOS-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN PERIODOS-CERRADOS FS: "
                   PERIODOS-ESTADO
               STOP RUN.
           MOVE WS-PERIODO TO PC-PERIODO.
           MOVE WS-FECHA-PROCESO TO PC-FECHA-CIERRE.
           MOVE WS-HORA-CORRIDA TO PC-HORA.
           WRITE REG-PERIODO.
           CLOSE PERIODOS-CERR.
      *-----------------------------------------------------------------
      *******
       060-LISTAR-AJUSTES.
      *******
      * Lo que los programas de asiento mandaron a este periodo desde
      * meses ya cerrados.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           OPEN INPUT AJUSTES-PER.
           IF AJUSTES-ESTADO = "00"
               PERFORM 062-LISTAR-UN-AJUSTE UNTIL AJP-EOF = "SI".
           CLOSE AJUSTES-PER.
           WRITE LINEA FROM PE3-ENCABE.
           MOVE WS-CANT-AJUSTES TO TOT-AJUSTES.
           MOVE WS-AJU-NETO TO TOT-AJU-NETO.
           MOVE WS-AJU-IVA TO TOT-AJU-IVA.
           WRITE LINEA FROM PTR-TOTAL-AJUSTES.
      *******
       062-LISTAR-UN-AJUSTE.
      *******
           READ AJUSTES-PER
               AT END MOVE "SI" TO AJP-EOF.
      * Una corrida repetida puede asentar dos veces el mismo ajuste.
           IF AJP-EOF = "NO" AND AJUSTES-ESTADO = "00" AND
               AJP-PERIODO-IMPUT = WS-PERIODO AND
               AJP NOT = WS-AJP-ANTERIOR
               MOVE AJP TO WS-AJP-ANTERIOR
               ADD 1 TO WS-CANT-AJUSTES
               MOVE AJP-FECHA-MOV TO AJU-FECHA-MOV
               MOVE AJP-ORIGEN TO AJU-ORIGEN
               MOVE AJP-SIGNO TO AJU-SIGNO
               MOVE AJP-PATENTE TO AJU-PATENTE
               MOVE AJP-NRO-DOC TO AJU-NRO-DOC
               MOVE AJP-CONCEPTO TO AJU-CONCEPTO
               MOVE AJP-PROGRAMA TO AJU-PROGRAMA
               MOVE AJP-NETO TO AJU-NETO
               MOVE AJP-IVA TO AJU-IVA
               WRITE LINEA FROM PTR-AJUSTE
               IF AJP-SIGNO = "C"
                   SUBTRACT AJP-NETO FROM WS-AJU-NETO
                   SUBTRACT AJP-IVA FROM WS-AJU-IVA
               ELSE
                   ADD AJP-NETO TO WS-AJU-NETO
                   ADD AJP-IVA TO WS-AJU-IVA.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CIERRE-PER.
