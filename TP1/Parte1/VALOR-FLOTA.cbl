      ******************************************************************
      * Author: Leandro Denis
      * Purpose: TP 1 Algoritmos 4 Parte 1
      *
      * Modification history:
      *   LD  Programa nuevo: valor de libros de la flota. Lista las
      *       fichas en uso de ACTIVOS-FIJOS.DAT (costo, amortizacion
      *       acumulada a la ultima corrida de AMORTIZA y valor de
      *       libros) agrupadas por tamaño y marca del auto
      *       (AUTOS.DAT), con subtotal por marca, por tamaño y total
      *       general. Sale por VALOR-FLOTA.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALOR-FLOTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACTIVOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AFI-PATENTE
                               FILE STATUS IS ACTIVOS-ESTADO.

           SELECT OPTIONAL AUTOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS AUT-PATENTE
                               FILE STATUS IS AUTOS-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

           SELECT LISTADO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LISTADO-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Ficha de bien de uso por patente (ver CARGA-FLOTA).
       FD  ACTIVOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ACTIVOS-FIJOS.DAT".
       01  AFI.
           03  AFI-PATENTE         PIC X(6).
           03  AFI-FECHA-COMPRA    PIC 9(8).
           03  AFI-COSTO           PIC 9(9)V99.
           03  AFI-VIDA-MESES      PIC 9(3).
           03  AFI-RESIDUAL        PIC 9(9)V99.
           03  AFI-AMORT-ACUM      PIC 9(9)V99.
      * Ultimo mes amortizado (AAAAMM); 0 = todavia ninguno.
           03  AFI-ULT-PERIODO     PIC 9(6).
      * "A" en uso / "B" vendido o dado de baja.
           03  AFI-ESTADO          PIC X.
           03  AFI-FECHA-BAJA      PIC 9(8).
           03  AFI-PRECIO-VENTA    PIC 9(9)V99.
           03  AFI-RESULTADO       PIC 9(9)V99.
           03  AFI-RESULTADO-TIPO  PIC X.

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

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-TAMANIO         PIC X.
           03  AUX-MARCA           PIC X(20).
           03  AUX-PATENTE         PIC X(6).
           03  AUX-FECHA-COMPRA    PIC 9(8).
           03  AUX-COSTO           PIC 9(9)V99.
           03  AUX-AMORT-ACUM      PIC 9(9)V99.

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../VALOR-FLOTA.DAT".
       01  LINEA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  ACTIVOS-EOF         PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  AUX-EOF             PIC XXX     VALUE "NO".
       77  ACTIVOS-ESTADO      PIC XX.
       77  AUTOS-ESTADO        PIC XX.
       77  FS-AUX              PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  AUTOS-DISPONIBLE    PIC X(2)    VALUE "NO".
       01  WS-TAMANIO-ACTUAL   PIC X.
       01  WS-MARCA-ACTUAL     PIC X(20).
       01  WS-CANT-FICHAS      PIC 9(5)    VALUE 0.
      * Acumuladores de costo / amortizacion / valor de libros por
      * marca, por tamaño y total general.
       01  WS-MAR-COSTO        PIC 9(11)V99.
       01  WS-MAR-AMORT        PIC 9(11)V99.
       01  WS-TAM-COSTO        PIC 9(11)V99.
       01  WS-TAM-AMORT        PIC 9(11)V99.
       01  WS-GRL-COSTO        PIC 9(11)V99 VALUE 0.
       01  WS-GRL-AMORT        PIC 9(11)V99 VALUE 0.

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
               'Valor de libros de la flota'.
       01  PE2-ENCABE          PIC X(60) VALUE ' '.
       01  PE3-ENCABE.
           03 FILLER           PIC X(9)  VALUE 'Tamaño: '.
           03 PE3-TAMANIO      PIC X.
           03 FILLER           PIC X(10) VALUE '  Marca: '.
           03 PE3-MARCA        PIC X(20).
       01  PE4-ENCABE.
           03 FILLER           PIC X(8)  VALUE 'Patente'.
           03 FILLER           PIC X(12) VALUE 'Compra'.
           03 FILLER           PIC X(20) VALUE '               Costo'.
           03 FILLER           PIC X(20) VALUE '        Amortizacion'.
           03 FILLER           PIC X(20) VALUE '     Valor de libros'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(80) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-PATENTE      PIC X(6).
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-DIA          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-MES          PIC 99.
           03 FILLER           PIC X     VALUE '/'.
           03 ROW-ANIO         PIC 9999.
           03 FILLER           PIC X(2)  VALUE ' '.
           03 ROW-COSTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-AMORT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 ROW-LIBROS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  PTR-TOTAL.
           03 TOT-TITULO       PIC X(20).
           03 TOT-COSTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 TOT-AMORT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(3)  VALUE ' '.
           03 TOT-LIBROS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       COMIENZO.
            PERFORM 010-ABRIR-ARCHIVOS.
            SORT ARCH-AUX
                ON ASCENDING KEY AUX-TAMANIO
                ON ASCENDING KEY AUX-MARCA
                ON ASCENDING KEY AUX-PATENTE
                INPUT PROCEDURE IS ENTRADA
                OUTPUT PROCEDURE IS SALIDA.
            WRITE LINEA FROM PE2-ENCABE.
            MOVE 'Total de la flota' TO TOT-TITULO.
            MOVE WS-GRL-COSTO TO TOT-COSTO.
            MOVE WS-GRL-AMORT TO TOT-AMORT.
            COMPUTE TOT-LIBROS = WS-GRL-COSTO - WS-GRL-AMORT.
            WRITE LINEA FROM PTR-TOTAL.
            DISPLAY "VALOR-FLOTA: FICHAS EN USO " WS-CANT-FICHAS.
            PERFORM 070-CERRAR-ARCHIVOS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
       010-ABRIR-ARCHIVOS.
      *******
           OPEN INPUT AUTOS.
           IF AUTOS-ESTADO = "00"
               MOVE "SI" TO AUTOS-DISPONIBLE
           ELSE
               MOVE "NO" TO AUTOS-DISPONIBLE
               DISPLAY "AVISO: SIN AUTOS.DAT; todo sale sin tamaño "
                   "ni marca.".
           OPEN OUTPUT LISTADO.
           IF LISTADO-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN VALOR-FLOTA FS: " LISTADO-ESTADO
               STOP RUN.
           WRITE LINEA FROM PE1-ENCABE.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
           CLOSE
               LISTADO.
           IF AUTOS-DISPONIBLE = "SI"
               CLOSE AUTOS.
      *-----------------------------------------------------------------
      *******
       020-LEER-ACTIVO.
      *******
           READ ACTIVOS NEXT RECORD
               AT END MOVE "SI" TO ACTIVOS-EOF.
           IF ACTIVOS-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ ACTIVOS-FIJOS FS: "
                   ACTIVOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       ENTRADA SECTION.
      * Solo los bienes en uso; los vendidos ya salieron del libro.
           OPEN INPUT ACTIVOS.
           IF ACTIVOS-ESTADO NOT = "00"
               DISPLAY "AVISO: SIN ACTIVOS-FIJOS.DAT; listado vacio."
               CLOSE ACTIVOS
           ELSE
               PERFORM 020-LEER-ACTIVO
               PERFORM CARGAR-AUX UNTIL ACTIVOS-EOF = "SI"
               CLOSE ACTIVOS.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
       CARGAR-AUX.
           IF AFI-ESTADO NOT = "B"
               MOVE SPACE TO AUX-TAMANIO
               MOVE SPACES TO AUX-MARCA
               IF AUTOS-DISPONIBLE = "SI"
                   MOVE AFI-PATENTE TO AUT-PATENTE
                   READ AUTOS
                       INVALID KEY CONTINUE
                   END-READ
                   IF AUTOS-ESTADO = "00"
                       MOVE AUT-TAMAÑO TO AUX-TAMANIO
                       MOVE AUT-MARCA TO AUX-MARCA
                   END-IF
               END-IF
               MOVE AFI-PATENTE TO AUX-PATENTE
               MOVE AFI-FECHA-COMPRA TO AUX-FECHA-COMPRA
               MOVE AFI-COSTO TO AUX-COSTO
               MOVE AFI-AMORT-ACUM TO AUX-AMORT-ACUM
               RELEASE REG-AUX.
           PERFORM 020-LEER-ACTIVO.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           MOVE "NO" TO AUX-EOF.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
           PERFORM PROCESAR-TAMANIO UNTIL AUX-EOF = "SI".
       OTRA-SALIDA SECTION.
      *-----------------------------------------------------------------
      *******
       PROCESAR-TAMANIO.
           MOVE AUX-TAMANIO TO WS-TAMANIO-ACTUAL.
           MOVE 0 TO WS-TAM-COSTO.
           MOVE 0 TO WS-TAM-AMORT.
           PERFORM PROCESAR-MARCA UNTIL AUX-EOF = "SI" OR
               AUX-TAMANIO NOT = WS-TAMANIO-ACTUAL.
           MOVE SPACES TO TOT-TITULO.
           STRING 'Total tamaño ' WS-TAMANIO-ACTUAL
               DELIMITED BY SIZE INTO TOT-TITULO.
           MOVE WS-TAM-COSTO TO TOT-COSTO.
           MOVE WS-TAM-AMORT TO TOT-AMORT.
           COMPUTE TOT-LIBROS = WS-TAM-COSTO - WS-TAM-AMORT.
           WRITE LINEA FROM PTR-TOTAL.
           ADD WS-TAM-COSTO TO WS-GRL-COSTO.
           ADD WS-TAM-AMORT TO WS-GRL-AMORT.
      *******
       PROCESAR-MARCA.
           MOVE AUX-MARCA TO WS-MARCA-ACTUAL.
           MOVE 0 TO WS-MAR-COSTO.
           MOVE 0 TO WS-MAR-AMORT.
           WRITE LINEA FROM PE2-ENCABE.
           MOVE WS-TAMANIO-ACTUAL TO PE3-TAMANIO.
           MOVE WS-MARCA-ACTUAL TO PE3-MARCA.
           WRITE LINEA FROM PE3-ENCABE.
           WRITE LINEA FROM PE4-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           PERFORM ESCRIBIR-RENGLON UNTIL AUX-EOF = "SI" OR
               AUX-TAMANIO NOT = WS-TAMANIO-ACTUAL OR
               AUX-MARCA NOT = WS-MARCA-ACTUAL.
           WRITE LINEA FROM PE5-ENCABE.
           MOVE 'Total marca' TO TOT-TITULO.
           MOVE WS-MAR-COSTO TO TOT-COSTO.
           MOVE WS-MAR-AMORT TO TOT-AMORT.
           COMPUTE TOT-LIBROS = WS-MAR-COSTO - WS-MAR-AMORT.
           WRITE LINEA FROM PTR-TOTAL.
           ADD WS-MAR-COSTO TO WS-TAM-COSTO.
           ADD WS-MAR-AMORT TO WS-TAM-AMORT.
      *******
       ESCRIBIR-RENGLON.
           MOVE AUX-PATENTE TO ROW-PATENTE.
           MOVE AUX-FECHA-COMPRA(7:2) TO ROW-DIA.
           MOVE AUX-FECHA-COMPRA(5:2) TO ROW-MES.
           MOVE AUX-FECHA-COMPRA(1:4) TO ROW-ANIO.
           MOVE AUX-COSTO TO ROW-COSTO.
           MOVE AUX-AMORT-ACUM TO ROW-AMORT.
           COMPUTE ROW-LIBROS = AUX-COSTO - AUX-AMORT-ACUM.
           WRITE LINEA FROM PTR-ROW.
           ADD 1 TO WS-CANT-FICHAS.
           ADD AUX-COSTO TO WS-MAR-COSTO.
           ADD AUX-AMORT-ACUM TO WS-MAR-AMORT.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
       END PROGRAM VALOR-FLOTA.
