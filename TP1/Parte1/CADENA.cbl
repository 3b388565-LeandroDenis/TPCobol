      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: conductor de la cadena nocturna. Lee la
      *       definicion de la cadena de CADENA.DAT (orden del paso,
      *       programa, si es obligatorio u opcional, si se saltea
      *       los fines de semana, si debe dejar su asiento "F" en
      *       CONTROL-CORRIDAS.DAT y la linea de comando que lo
      *       lanza) y corre los pasos en orden. El primer paso
      *       obligatorio que falla (codigo de retorno 8 o mas, o sin
      *       el asiento "F" de la fecha cuando se lo exige) corta la
      *       cadena con un mensaje claro; un opcional que falla solo
      *       avisa. El punto de la cadena queda en CADENA-ESTADO.DAT:
      *       al relanzar, se retoma en el paso que fallo en vez de
      *       empezar de arriba, y una cadena ya completa para la
      *       fecha de proceso no se vuelve a correr. Tras un
      *       ROLLBACK (o para recorrer la fecha entera) se borra
      *       CADENA-ESTADO.DAT. Deja sus propios asientos I/F en
      *       CONTROL-CORRIDAS.DAT, asi MONITOR muestra la cadena.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENA-DEF   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CADENA-ESTADO-FS.

           SELECT OPTIONAL CADENA-PUNTO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PUNTO-ESTADO.

           SELECT OPTIONAL CONTROL-CORRIDAS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CTL-ESTADO-FS.

           SELECT OPTIONAL FECHA-CORRIDA ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FEC-CORR-ESTADO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Definicion de la cadena, un paso por linea en orden creciente:
      * OBLIGATORIO "S"/"N", SALTA-FINDE "S" = no corre sabados ni
      * domingos, CONTROL "S" = el paso tiene que dejar su asiento "F"
      * de la fecha en CONTROL-CORRIDAS.DAT (para los programas que
      * cortan con STOP RUN sin codigo de retorno).
       FD  CADENA-DEF LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CADENA.DAT".
       01  REG-CADENA.
           03  CAD-ORDEN       PIC 9(3).
           03  CAD-PASO        PIC X(10).
           03  CAD-OBLIGATORIO PIC X.
           03  CAD-SALTA-FINDE PIC X.
           03  CAD-CONTROL     PIC X.
           03  CAD-COMANDO     PIC X(100).

      * Punto de la cadena: fecha de proceso, paso en que se retoma y
      * situacion ("P" pendiente desde ese paso, "C" completa).
       FD  CADENA-PUNTO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CADENA-ESTADO.DAT".
       01  REG-PUNTO.
           03  PTO-FECHA       PIC 9(8).
           03  PTO-ORDEN       PIC 9(3).
           03  PTO-PASO        PIC X(10).
           03  PTO-SITUACION   PIC X.

       FD  CONTROL-CORRIDAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CONTROL-CORRIDAS.DAT".
       01  REG-CONTROL.
           03  CTL-PROGRAMA    PIC X(10).
           03  CTL-FECHA       PIC 9(8).
           03  CTL-ESTADO      PIC X.
           03  CTL-HORA        PIC 9(6).
           03  CTL-CANT        PIC 9(7).
           03  CTL-SEVERIDAD   PIC X.

      * Parametro opcional con la fecha de proceso de la corrida
      * (AAAAMMDD). Si no existe se usa la fecha del sistema.
       FD  FECHA-CORRIDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../FECHA-CORRIDA.DAT".
       01  REG-FECHA-CORRIDA   PIC 9(8).

      * Parametros de corrida con nombre: CLAVE (20) + VALOR (60);
      * aqui interesa FECHA-CORRIDA.
       FD  PARAMETROS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PARAMETROS.DAT".
       01  REG-PARAMETRO.
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

       WORKING-STORAGE SECTION.
       77  CADENA-EOF          PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  CTL-EOF             PIC XXX     VALUE "NO".
       77  CADENA-ESTADO-FS    PIC XX.
       77  PUNTO-ESTADO        PIC XX.
       77  CTL-ESTADO-FS       PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-TOPE-PASOS       PIC 9(3)    VALUE 100.
       01  WS-FECHA-PROCESO    PIC 9(8).
       01  WS-DIA-SEMANA       PIC 9(1).
       01  WS-FIN-DE-SEMANA    PIC X(2)    VALUE "NO".
       01  WS-CTL-ASIENTO-EST  PIC X.
       01  WS-SEVERIDAD        PIC 9       VALUE 0.
       01  WS-DEF-VALIDA       PIC X(2)    VALUE "SI".
       01  WS-I                PIC 9(3).
       01  WS-PASO-INICIAL     PIC 9(3)    VALUE 1.
       01  WS-CORTADA          PIC X(2)    VALUE "NO".
       01  WS-CANT-CORRIDOS    PIC 9(3)    VALUE 0.
       01  WS-CANT-SALTEADOS   PIC 9(3)    VALUE 0.
       01  WS-CANT-AVISOS      PIC 9(3)    VALUE 0.
       01  WS-RC-PASO          PIC S9(9)   VALUE 0.
       01  WS-RC-EDIT          PIC -(8)9.
       01  WS-CANT-F-ANTES     PIC 9(5).
       01  WS-CANT-F           PIC 9(5).
       01  WS-FALLA-PASO       PIC X(2).
       01  WS-MOTIVO-FALLA     PIC X(50).

      * Pasos de la cadena en el orden de CADENA.DAT.
       01  WS-CANT-PASOS       PIC 9(3)    VALUE 0.
       01  WS-TABLA-PASOS.
           03 WS-PAS OCCURS 100 TIMES.
               05 PAS-ORDEN        PIC 9(3).
               05 PAS-PASO         PIC X(10).
               05 PAS-OBLIGATORIO  PIC X.
               05 PAS-SALTA-FINDE  PIC X.
               05 PAS-CONTROL      PIC X.
               05 PAS-COMANDO      PIC X(100).

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 001-LEER-PARAMETROS.
            PERFORM 005-INICIALIZAR-FECHA-PROCESO.
            PERFORM 010-CARGAR-CADENA.
            IF WS-DEF-VALIDA = "NO"
                DISPLAY "CADENA: DEFINICION INVALIDA EN CADENA.DAT; "
                    "NO SE CORRE NINGUN PASO."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
            PERFORM 020-UBICAR-PUNTO.
            MOVE "I" TO WS-CTL-ASIENTO-EST.
            PERFORM 007-ASENTAR-CONTROL.
            PERFORM 050-CORRER-PASO VARYING WS-I FROM WS-PASO-INICIAL
                BY 1 UNTIL WS-I > WS-CANT-PASOS OR WS-CORTADA = "SI".
            IF WS-CORTADA = "SI"
                MOVE 8 TO WS-SEVERIDAD
            ELSE
                PERFORM 080-MARCAR-COMPLETA
                IF WS-CANT-AVISOS > 0
                    MOVE 4 TO WS-SEVERIDAD.
            MOVE "F" TO WS-CTL-ASIENTO-EST.
            PERFORM 007-ASENTAR-CONTROL.
            DISPLAY "CADENA: FECHA " WS-FECHA-PROCESO
                " CORRIDOS " WS-CANT-CORRIDOS
                " SALTEADOS " WS-CANT-SALTEADOS
                " AVISOS " WS-CANT-AVISOS.
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
      * 0 = domingo ... 6 = sabado (el 01/01/1601 fue lunes).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO), 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "SI" TO WS-FIN-DE-SEMANA.
      *-----------------------------------------------------------------
      *******
       007-ASENTAR-CONTROL.
      *******
           OPEN EXTEND CONTROL-CORRIDAS.
           IF CTL-ESTADO-FS = "00" OR CTL-ESTADO-FS = "05"
               MOVE "CADENA" TO CTL-PROGRAMA
               MOVE WS-FECHA-PROCESO TO CTL-FECHA
               MOVE WS-CTL-ASIENTO-EST TO CTL-ESTADO
               MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
               IF WS-CTL-ASIENTO-EST = "F"
                   MOVE WS-CANT-CORRIDOS TO CTL-CANT
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
       010-CARGAR-CADENA.
      *******
      * Se valida la definicion entera antes de correr nada: un paso
      * mal escrito a mitad de la lista no debe descubrirse a las 3.
           OPEN INPUT CADENA-DEF.
           IF CADENA-ESTADO-FS NOT = "00"
               DISPLAY "ERROR EN OPEN CADENA.DAT FS: " CADENA-ESTADO-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 012-CARGAR-UN-PASO UNTIL CADENA-EOF = "SI".
           CLOSE CADENA-DEF.
           IF WS-CANT-PASOS = 0
               DISPLAY "ERROR: CADENA.DAT SIN PASOS."
               MOVE "NO" TO WS-DEF-VALIDA.
      *******
       012-CARGAR-UN-PASO.
      *******
           READ CADENA-DEF
               AT END MOVE "SI" TO CADENA-EOF.
           IF CADENA-EOF = "NO"
               IF WS-CANT-PASOS NOT < WS-TOPE-PASOS
                   DISPLAY "ERROR: CADENA.DAT SUPERA " WS-TOPE-PASOS
                       " PASOS."
                   MOVE "NO" TO WS-DEF-VALIDA
                   MOVE "SI" TO CADENA-EOF
               ELSE
                   PERFORM 014-VALIDAR-PASO
                   ADD 1 TO WS-CANT-PASOS
                   MOVE REG-CADENA TO WS-PAS(WS-CANT-PASOS).
      *******
       014-VALIDAR-PASO.
      *******
           IF CAD-ORDEN NOT NUMERIC
               DISPLAY "ERROR CADENA.DAT: ORDEN NO NUMERICO EN "
                   CAD-PASO
               MOVE "NO" TO WS-DEF-VALIDA
           ELSE
           IF WS-CANT-PASOS > 0 AND
               CAD-ORDEN NOT > PAS-ORDEN(WS-CANT-PASOS)
               DISPLAY "ERROR CADENA.DAT: ORDEN " CAD-ORDEN
                   " NO CRECIENTE"
               MOVE "NO" TO WS-DEF-VALIDA.
           IF CAD-PASO = SPACES OR CAD-COMANDO = SPACES
               DISPLAY "ERROR CADENA.DAT: PASO SIN PROGRAMA O SIN "
                   "COMANDO EN ORDEN " CAD-ORDEN
               MOVE "NO" TO WS-DEF-VALIDA.
           IF (CAD-OBLIGATORIO NOT = "S" AND CAD-OBLIGATORIO NOT = "N")
               OR (CAD-SALTA-FINDE NOT = "S" AND
                   CAD-SALTA-FINDE NOT = "N")
               OR (CAD-CONTROL NOT = "S" AND CAD-CONTROL NOT = "N")
               DISPLAY "ERROR CADENA.DAT: MARCAS S/N INVALIDAS EN "
                   CAD-PASO
               MOVE "NO" TO WS-DEF-VALIDA.
      *-----------------------------------------------------------------
      *******
       020-UBICAR-PUNTO.
      *******
      * Sin punto guardado se arranca de arriba. Con punto de la misma
      * fecha se retoma ahi (o se termina si la cadena ya completo);
      * un punto pendiente de otra fecha frena: esa noche quedo a
      * medias y hay que terminarla o descartarla a conciencia.
           OPEN INPUT CADENA-PUNTO.
           IF PUNTO-ESTADO = "00"
               READ CADENA-PUNTO
               IF PUNTO-ESTADO = "00"
                   PERFORM 022-EVALUAR-PUNTO.
           CLOSE CADENA-PUNTO.
      *******
       022-EVALUAR-PUNTO.
      *******
           IF PTO-FECHA NOT = WS-FECHA-PROCESO
               IF PTO-SITUACION = "P"
                   DISPLAY "CADENA: LA CADENA DEL " PTO-FECHA
                       " QUEDO CORTADA EN EL PASO " PTO-ORDEN " "
                       PTO-PASO "."
                   DISPLAY "CADENA: TERMINARLA CON ESA FECHA DE "
                       "PROCESO O BORRAR CADENA-ESTADO.DAT."
                   CLOSE CADENA-PUNTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
           IF PTO-SITUACION = "C"
               DISPLAY "CADENA: LA CADENA DEL " WS-FECHA-PROCESO
                   " YA ESTA COMPLETA; NO SE VUELVE A CORRER."
               CLOSE CADENA-PUNTO
               STOP RUN
           ELSE
               MOVE 0 TO WS-PASO-INICIAL
               PERFORM 024-BUSCAR-PASO-PUNTO VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-PASOS OR WS-PASO-INICIAL > 0
               IF WS-PASO-INICIAL = 0
                   DISPLAY "CADENA: EL PASO " PTO-ORDEN " " PTO-PASO
                       " DEL PUNTO GUARDADO YA NO ESTA EN CADENA.DAT."
                   CLOSE CADENA-PUNTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   DISPLAY "CADENA: SE RETOMA EN EL PASO " PTO-ORDEN
                       " " PTO-PASO.
      *******
       024-BUSCAR-PASO-PUNTO.
      *******
           IF PAS-ORDEN(WS-I) = PTO-ORDEN
               MOVE WS-I TO WS-PASO-INICIAL.
      *-----------------------------------------------------------------
      *******
       050-CORRER-PASO.
      *******
           IF WS-FIN-DE-SEMANA = "SI" AND PAS-SALTA-FINDE(WS-I) = "S"
               ADD 1 TO WS-CANT-SALTEADOS
               DISPLAY "CADENA: " PAS-ORDEN(WS-I) " " PAS-PASO(WS-I)
                   " SALTEADO (FIN DE SEMANA)"
           ELSE
               PERFORM 052-LANZAR-PASO.
      *******
       052-LANZAR-PASO.
      *******
      * El punto se graba antes de lanzar: si se cae el propio
      * conductor, el relanzamiento vuelve a este paso.
           PERFORM 070-GRABAR-PUNTO.
           IF PAS-CONTROL(WS-I) = "S"
               PERFORM 060-CONTAR-ASIENTOS-F
               MOVE WS-CANT-F TO WS-CANT-F-ANTES.
           DISPLAY "CADENA: " PAS-ORDEN(WS-I) " " PAS-PASO(WS-I)
               " INICIO " FUNCTION CURRENT-DATE(9:6).
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING PAS-COMANDO(WS-I).
           MOVE RETURN-CODE TO WS-RC-PASO.
           MOVE 0 TO RETURN-CODE.
      * El shell devuelve el codigo de salida del programa en el byte
      * alto del estado.
           IF WS-RC-PASO > 255
               DIVIDE 256 INTO WS-RC-PASO.
           ADD 1 TO WS-CANT-CORRIDOS.
           MOVE "NO" TO WS-FALLA-PASO.
           MOVE SPACES TO WS-MOTIVO-FALLA.
           MOVE WS-RC-PASO TO WS-RC-EDIT.
           IF WS-RC-PASO NOT < 8 OR WS-RC-PASO < 0
               MOVE "SI" TO WS-FALLA-PASO
               STRING "CODIGO DE RETORNO " WS-RC-EDIT
                   DELIMITED BY SIZE INTO WS-MOTIVO-FALLA
           ELSE
           IF PAS-CONTROL(WS-I) = "S"
               PERFORM 060-CONTAR-ASIENTOS-F
               IF WS-CANT-F NOT > WS-CANT-F-ANTES
                   MOVE "SI" TO WS-FALLA-PASO
                   MOVE "SIN ASIENTO F EN CONTROL-CORRIDAS"
                       TO WS-MOTIVO-FALLA.
           IF WS-FALLA-PASO = "SI"
               PERFORM 054-INFORMAR-FALLA
           ELSE
           IF WS-RC-PASO > 0
               ADD 1 TO WS-CANT-AVISOS
               DISPLAY "CADENA: " PAS-ORDEN(WS-I) " " PAS-PASO(WS-I)
                   " TERMINO CON AVISOS (CODIGO " WS-RC-EDIT ")"
           ELSE
               DISPLAY "CADENA: " PAS-ORDEN(WS-I) " " PAS-PASO(WS-I)
                   " OK " FUNCTION CURRENT-DATE(9:6).
      *******
       054-INFORMAR-FALLA.
      *******
           IF PAS-OBLIGATORIO(WS-I) = "S"
               MOVE "SI" TO WS-CORTADA
               DISPLAY "CADENA: *** FALLO EL PASO OBLIGATORIO "
                   PAS-ORDEN(WS-I) " " PAS-PASO(WS-I) ": "
                   WS-MOTIVO-FALLA
               DISPLAY "CADENA: *** CADENA CORTADA. CORREGIR Y "
                   "RELANZAR: SE RETOMA EN ESTE PASO."
           ELSE
               ADD 1 TO WS-CANT-AVISOS
               DISPLAY "CADENA: AVISO: FALLO EL PASO OPCIONAL "
                   PAS-ORDEN(WS-I) " " PAS-PASO(WS-I) ": "
                   WS-MOTIVO-FALLA "; SE SIGUE.".
      *-----------------------------------------------------------------
      *******
       060-CONTAR-ASIENTOS-F.
      *******
      * Asientos "F" del programa del paso para la fecha de proceso.
           MOVE 0 TO WS-CANT-F.
           MOVE "NO" TO CTL-EOF.
           OPEN INPUT CONTROL-CORRIDAS.
           IF CTL-ESTADO-FS = "00"
               PERFORM 062-LEER-ASIENTO UNTIL CTL-EOF = "SI"
               CLOSE CONTROL-CORRIDAS.
      *******
       062-LEER-ASIENTO.
      *******
           READ CONTROL-CORRIDAS
               AT END MOVE "SI" TO CTL-EOF.
           IF CTL-EOF = "NO" AND CTL-ESTADO-FS = "00" AND
               CTL-PROGRAMA = PAS-PASO(WS-I) AND
               CTL-FECHA = WS-FECHA-PROCESO AND CTL-ESTADO = "F"
               ADD 1 TO WS-CANT-F.
      *-----------------------------------------------------------------
      *******
       070-GRABAR-PUNTO.
      *******
           OPEN OUTPUT CADENA-PUNTO.
           IF PUNTO-ESTADO NOT = "00" AND PUNTO-ESTADO NOT = "05"
               DISPLAY "ERROR EN OPEN CADENA-ESTADO FS: " PUNTO-ESTADO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO PTO-FECHA.
           MOVE PAS-ORDEN(WS-I) TO PTO-ORDEN.
           MOVE PAS-PASO(WS-I) TO PTO-PASO.
           MOVE "P" TO PTO-SITUACION.
           WRITE REG-PUNTO.
           CLOSE CADENA-PUNTO.
      *******
       080-MARCAR-COMPLETA.
      *******
           OPEN OUTPUT CADENA-PUNTO.
           IF PUNTO-ESTADO = "00" OR PUNTO-ESTADO = "05"
               MOVE WS-FECHA-PROCESO TO PTO-FECHA
               MOVE PAS-ORDEN(WS-CANT-PASOS) TO PTO-ORDEN
               MOVE PAS-PASO(WS-CANT-PASOS) TO PTO-PASO
               MOVE "C" TO PTO-SITUACION
               WRITE REG-PUNTO
               CLOSE CADENA-PUNTO.
      *-----------------------------------------------------------------
      *******
       END PROGRAM CADENA.
