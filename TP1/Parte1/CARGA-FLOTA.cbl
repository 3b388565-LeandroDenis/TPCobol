      *       tabla en memoria con su tope de 2000 desaparece; la
      *       cobertura de resguardo la da RESGUARDO como con los
      *       demas indexados.
      *   LD  Ficha de bien de uso por patente (ACTIVOS-FIJOS.DAT):
      *       el alta la abre con fecha de compra, costo, vida util y
      *       residual de la novedad, y la baja con precio de venta
      *       calcula la ganancia o perdida contra el valor de libros
      *       y deja el asiento en ASIENTOS-PEND.DAT para ASIENTOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-FLOTA.
           SELECT INFORME      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS INFORME-ESTADO.

           SELECT ACTIVOS      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AFI-PATENTE
                               FILE STATUS IS ACTIVOS-ESTADO.

           SELECT ASI-PEND     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS ASI-PEND-ESTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTOS   LABEL RECORD IS STANDARD
      * Agencia base del auto (1-4); en el alta fija base y actual,
      * en la modificacion pisa la base si viene informada.
           03  FLO-AGENCIA-BASE PIC X.
      * Datos del bien de uso para el alta (fecha de compra, costo,
      * vida util en meses, valor residual; en blanco la fecha es la
      * del dia, la vida 60 meses y el residual 0; sin costo no se
      * abre ficha de activo) y precio de venta para la baja.
           03  FLO-FECHA-COMPRA PIC X(8).
           03  FLO-COSTO        PIC X(11).
           03  FLO-VIDA-MESES   PIC X(3).
           03  FLO-RESIDUAL     PIC X(11).
           03  FLO-PRECIO-VENTA PIC X(11).

       FD  INFORME LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CARGA-FLOTA.DAT".
       01  LINEA               PIC X(80).

      * Ficha de bien de uso por patente; la amortiza AMORTIZA cada
      * mes.
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
      * Resultado de la venta contra el valor de libros: "G" ganancia
      * / "P" perdida.
           03  AFI-RESULTADO       PIC 9(9)V99.
           03  AFI-RESULTADO-TIPO  PIC X.

      * Asientos pendientes de exportar, en el formato de ASIENTOS.DAT;
      * la proxima corrida de ASIENTOS los incorpora y lo vacia.
       FD  ASI-PEND LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../ASIENTOS-PEND.DAT".
       01  ASI.
           03  ASI-FECHA           PIC 9(8).
           03  ASI-CUENTA          PIC X(12).
           03  ASI-DC              PIC X.
           03  ASI-IMPORTE         PIC 9(11)V99.
           03  ASI-CONCEPTO        PIC X(30).

       WORKING-STORAGE SECTION.
       77  FLOTA-NOV-EOF       PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       01  WS-EXISTE           PIC X(2).
       01  WS-MOV-VALIDO       PIC X(2).
       01  WS-MOTIVO-RECH      PIC X(40).
       77  ACTIVOS-ESTADO      PIC XX.
       77  ASI-PEND-ESTADO     PIC XX.
       01  WS-FECHA-HOY        PIC 9(8).
      * Vida util por omision del bien, en meses.
       01  WS-VIDA-OMISION     PIC 9(3)    VALUE 60.
       01  WS-VALOR-LIBROS     PIC 9(9)V99.
       01  WS-TXT-RESULTADO.
           03 TXR-TIPO         PIC X(10).
           03 TXR-IMPORTE      PIC ZZZ.ZZZ.ZZ9,99.

       01  PE1-ENCABE.
           03 FILLER           PIC X(50) VALUE
           IF INFORME-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CARGA-FLOTA FS: " INFORME-ESTADO
               STOP RUN.
           OPEN I-O ACTIVOS.
           IF ACTIVOS-ESTADO = "35"
               OPEN OUTPUT ACTIVOS
               CLOSE ACTIVOS
               OPEN I-O ACTIVOS.
           IF ACTIVOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ACTIVOS-FIJOS FS: " ACTIVOS-ESTADO
               STOP RUN.
           OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO = "35"
               OPEN OUTPUT ASI-PEND
               CLOSE ASI-PEND
               OPEN EXTEND ASI-PEND.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           WRITE LINEA FROM PE1-ENCABE.
           WRITE LINEA FROM PE2-ENCABE.
      *-----------------------------------------------------------------
           ELSE
           IF FLO-IMPORTE NOT > 0
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Importe debe ser mayor a cero" TO WS-MOTIVO-RECH
           ELSE
           IF (FLO-COSTO NOT = SPACES AND FLO-COSTO NOT NUMERIC) OR
               (FLO-RESIDUAL NOT = SPACES AND
                FLO-RESIDUAL NOT NUMERIC) OR
               (FLO-VIDA-MESES NOT = SPACES AND
                FLO-VIDA-MESES NOT NUMERIC) OR
               (FLO-FECHA-COMPRA NOT = SPACES AND
                FLO-FECHA-COMPRA NOT NUMERIC)
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Datos del bien de uso invalidos" TO
                   WS-MOTIVO-RECH
           ELSE
           IF FLO-COSTO IS NUMERIC AND FLO-RESIDUAL IS NUMERIC AND
               FLO-RESIDUAL > FLO-COSTO
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Residual mayor que el costo" TO WS-MOTIVO-RECH.
      *-----------------------------------------------------------------
      *******
       054-VALIDAR-BAJA.
           ELSE
           IF AUT-ESTADO = "B"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Auto ya dado de baja" TO WS-MOTIVO-RECH
           ELSE
           IF FLO-PRECIO-VENTA NOT = SPACES AND
               FLO-PRECIO-VENTA NOT NUMERIC
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Precio de venta invalido" TO WS-MOTIVO-RECH.
      *-----------------------------------------------------------------
      *******
       055-VALIDAR-MODIFICACION.
                           AUTOS-ESTADO
                       STOP RUN
                   END-IF
                   PERFORM 059-ALTA-ACTIVO
               WHEN "B"
                   MOVE "B" TO AUT-ESTADO
                   PERFORM 058-REGRABAR-AUTO
                   PERFORM 060-BAJA-ACTIVO
               WHEN "M"
                   PERFORM 057-APLICAR-MODIFICACION
                   PERFORM 058-REGRABAR-AUTO
               DISPLAY "ERROR EN REWRITE AUTOS FS: " AUTOS-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       059-ALTA-ACTIVO.
      *******
      * Abre la ficha de bien de uso del auto nuevo; sin costo de
      * compra informado no hay nada que amortizar y queda anotado.
           IF FLO-COSTO NOT NUMERIC
               MOVE "Sin costo de compra: sin ficha de activo" TO
                   WS-MOTIVO-RECH
           ELSE
               MOVE FLO-PATENTE TO AFI-PATENTE
               IF FLO-FECHA-COMPRA IS NUMERIC
                   MOVE FLO-FECHA-COMPRA TO AFI-FECHA-COMPRA
               ELSE
                   MOVE WS-FECHA-HOY TO AFI-FECHA-COMPRA
               END-IF
               MOVE FLO-COSTO TO AFI-COSTO(1:11)
               IF FLO-VIDA-MESES IS NUMERIC AND FLO-VIDA-MESES > 0
                   MOVE FLO-VIDA-MESES TO AFI-VIDA-MESES
               ELSE
                   MOVE WS-VIDA-OMISION TO AFI-VIDA-MESES
               END-IF
               IF FLO-RESIDUAL IS NUMERIC
                   MOVE FLO-RESIDUAL TO AFI-RESIDUAL(1:11)
               ELSE
                   MOVE 0 TO AFI-RESIDUAL
               END-IF
               MOVE 0 TO AFI-AMORT-ACUM
               MOVE 0 TO AFI-ULT-PERIODO
               MOVE "A" TO AFI-ESTADO
               MOVE 0 TO AFI-FECHA-BAJA
               MOVE 0 TO AFI-PRECIO-VENTA
               MOVE 0 TO AFI-RESULTADO
               MOVE SPACE TO AFI-RESULTADO-TIPO
               WRITE AFI
      * Una ficha vieja de la misma patente (auto recomprado) se pisa.
               IF ACTIVOS-ESTADO = "22"
                   REWRITE AFI
               END-IF
               IF ACTIVOS-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN WRITE ACTIVOS-FIJOS FS: "
                       ACTIVOS-ESTADO
                   STOP RUN.
      *-----------------------------------------------------------------
      *******
       060-BAJA-ACTIVO.
      *******
      * Venta del auto: el resultado es el precio contra el valor de
      * libros (costo menos amortizacion acumulada a la ultima
      * corrida de AMORTIZA); el asiento de la baja queda pendiente
      * para la proxima exportacion de ASIENTOS.
           MOVE FLO-PATENTE TO AFI-PATENTE.
           READ ACTIVOS
               INVALID KEY CONTINUE
           END-READ.
           IF ACTIVOS-ESTADO NOT = "00" OR AFI-ESTADO = "B"
               MOVE "Sin ficha de activo: sin resultado" TO
                   WS-MOTIVO-RECH
           ELSE
               IF FLO-PRECIO-VENTA IS NUMERIC
                   MOVE FLO-PRECIO-VENTA TO AFI-PRECIO-VENTA(1:11)
               ELSE
                   MOVE 0 TO AFI-PRECIO-VENTA
               END-IF
               COMPUTE WS-VALOR-LIBROS = AFI-COSTO - AFI-AMORT-ACUM
               IF AFI-PRECIO-VENTA >= WS-VALOR-LIBROS
                   MOVE "G" TO AFI-RESULTADO-TIPO
                   COMPUTE AFI-RESULTADO =
                       AFI-PRECIO-VENTA - WS-VALOR-LIBROS
                   MOVE "Ganancia" TO TXR-TIPO
               ELSE
                   MOVE "P" TO AFI-RESULTADO-TIPO
                   COMPUTE AFI-RESULTADO =
                       WS-VALOR-LIBROS - AFI-PRECIO-VENTA
                   MOVE "Perdida" TO TXR-TIPO
               END-IF
               MOVE "B" TO AFI-ESTADO
               MOVE WS-FECHA-HOY TO AFI-FECHA-BAJA
               REWRITE AFI
               IF ACTIVOS-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN REWRITE ACTIVOS-FIJOS FS: "
                       ACTIVOS-ESTADO
                   STOP RUN
               END-IF
               MOVE AFI-RESULTADO TO TXR-IMPORTE
               MOVE WS-TXT-RESULTADO TO WS-MOTIVO-RECH
               PERFORM 061-ASIENTO-BAJA.
      *******
       061-ASIENTO-BAJA.
      *******
      * Debe: cobro de la venta y amortizacion acumulada; haber: costo
      * del rodado; la diferencia es el resultado de la venta.
           MOVE WS-FECHA-HOY TO ASI-FECHA.
           MOVE SPACES TO ASI-CONCEPTO.
           STRING "BAJA RODADO " AFI-PATENTE DELIMITED BY SIZE
               INTO ASI-CONCEPTO.
           IF AFI-PRECIO-VENTA > 0
               MOVE "DEUDORES" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE AFI-PRECIO-VENTA TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO.
           IF AFI-AMORT-ACUM > 0
               MOVE "AMORT-ACUM" TO ASI-CUENTA
               MOVE "D" TO ASI-DC
               MOVE AFI-AMORT-ACUM TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO.
           MOVE "RODADOS" TO ASI-CUENTA.
           MOVE "H" TO ASI-DC.
           MOVE AFI-COSTO TO ASI-IMPORTE.
           PERFORM 062-GRABAR-ASIENTO.
           IF AFI-RESULTADO > 0
               MOVE "RES-VTA-BU" TO ASI-CUENTA
               IF AFI-RESULTADO-TIPO = "G"
                   MOVE "H" TO ASI-DC
               ELSE
                   MOVE "D" TO ASI-DC
               END-IF
               MOVE AFI-RESULTADO TO ASI-IMPORTE
               PERFORM 062-GRABAR-ASIENTO.
      *******
       062-GRABAR-ASIENTO.
      *******
           WRITE ASI.
           IF ASI-PEND-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE ASIENTOS-PEND FS: "
                   ASI-PEND-ESTADO
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       065-ESCRIBIR-TOTALES.
      *******
           CLOSE
               AUTOS
               FLOTA-NOV
               INFORME
               ACTIVOS
               ASI-PEND.
      *-----------------------------------------------------------------
      *******
       020-LEER-FLOTA-NOV.
