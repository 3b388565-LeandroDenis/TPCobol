      *       pool alquilable del merge sin esperar la carga manual.
      *       Cada parte queda asentado en REPARACIONES-LOG.DAT y el
      *       feed consumido se vacia al terminar bien.
      *   LD  El parte de reparacion trae ademas el proveedor (taller
      *       del maestro PROVEEDORES.DAT), el numero y la fecha de
      *       la factura y su importe con IVA. Cada factura de un
      *       proveedor conocido se registra en CUENTAS-PAGAR.DAT con
      *       su vencimiento (fecha de factura mas el plazo del
      *       proveedor) para la corrida de cuentas a pagar
      *       (CTAS-PAGAR); el costo queda tambien en el log para la
      *       ficha del auto. Un proveedor desconocido o una factura
      *       ya registrada se avisan y no se registran; la ventana
      *       de taller se cierra igual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARA.
           SELECT LOG-REP      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LOG-ESTADO.

           SELECT OPTIONAL PROVEEDORES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PROVEEDORES-ESTADO.

           SELECT CTAS-PAGAR   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CXP-ESTADO.
       DATA DIVISION.
       FILE SECTION.
      * Partes de reparacion terminada que manda el taller.
           03  REP-PATENTE     PIC X(6).
           03  REP-FECHA-FIN   PIC 9(8).
           03  REP-DETALLE     PIC X(40).
      * Factura del taller: codigo de proveedor (blanco = arreglo
      * propio, sin factura), numero, fecha e importe con IVA.
           03  REP-PROVEEDOR   PIC X(6).
           03  REP-FACTURA     PIC X(12).
           03  REP-FECHA-FACTURA PIC 9(8).
           03  REP-COSTO       PIC 9(6)V99.

       FD  TALLER LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/TALLER.DAT".
           03  LOG-PATENTE     PIC X(6).
           03  LOG-FECHA-FIN   PIC 9(8).
           03  LOG-DETALLE     PIC X(40).
           03  LOG-PROVEEDOR   PIC X(6).
           03  LOG-FACTURA     PIC X(12).
           03  LOG-COSTO       PIC 9(6)V99.

      * Maestro de proveedores (talleres), lo mantiene compras.
       FD  PROVEEDORES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PROVEEDORES.DAT".
       01  PRV.
           03  PRV-CODIGO          PIC X(6).
           03  PRV-RAZON-SOCIAL    PIC X(30).
           03  PRV-CUIT            PIC X(11).
           03  PRV-PLAZO-DIAS      PIC 9(3).

      * Facturas de proveedores a pagar, acumuladas entre corridas;
      * los pagos y la contabilizacion los registra CTAS-PAGAR.
       FD  CTAS-PAGAR LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CUENTAS-PAGAR.DAT".
       01  CXP.
           03  CXP-PROVEEDOR       PIC X(6).
           03  CXP-FACTURA         PIC X(12).
           03  CXP-PATENTE         PIC X(6).
           03  CXP-FECHA-FACTURA   PIC 9(8).
           03  CXP-VENCIMIENTO     PIC 9(8).
           03  CXP-IMPORTE         PIC 9(7)V99.
           03  CXP-PAGADO          PIC 9(7)V99.
           03  CXP-FECHA-PAGO      PIC 9(8).
      * "N" = falta el asiento de compra / "S" = ya contabilizada.
           03  CXP-CONTABILIZADA   PIC X.

       WORKING-STORAGE SECTION.
       77  REPARA-EOF          PIC XXX     VALUE "NO".
       77  REPARA-ESTADO       PIC XX.
       77  TALLER-ESTADO       PIC XX.
       77  LOG-ESTADO          PIC XX.
       77  PROVEEDORES-ESTADO  PIC XX.
       77  CXP-ESTADO          PIC XX.
       77  WS-TOPE-TABLA       PIC 9(3)    VALUE 200.
       01  WS-CANT-VENTANAS    PIC 9(3)    VALUE 0.
       01  WS-CANT-REPARA      PIC 9(3)    VALUE 0.
       01  WS-CANT-CERRADAS    PIC 9(3)    VALUE 0.
       01  WS-I                PIC 9(3).
       01  WS-J                PIC 9(3).
       01  WS-CANT-FACTURAS    PIC 9(3)    VALUE 0.
       01  WS-CANT-OBSERVADAS  PIC 9(3)    VALUE 0.
       01  WS-CANT-PROVEEDORES PIC 9(3)    VALUE 0.
       01  WS-PRV-POS          PIC 9(3).
       01  WS-FECHA-FACT       PIC 9(8).
       01  WS-TABLA-PROVEEDORES.
           03 WS-PROVEEDOR OCCURS 200 TIMES.
               05 PROV-CODIGO     PIC X(6) VALUE SPACES.
               05 PROV-PLAZO      PIC 9(3) VALUE 0.
       01  WS-TABLA-VENTANAS.
           03 WS-VENTANA OCCURS 200 TIMES.
               05 VEN-PATENTE     PIC X(6) VALUE SPACES.
               05 REPA-PATENTE    PIC X(6).
               05 REPA-FECHA      PIC 9(8).
               05 REPA-DETALLE    PIC X(40).
               05 REPA-PROVEEDOR  PIC X(6).
               05 REPA-FACTURA    PIC X(12).
               05 REPA-FECHA-FACT PIC 9(8).
               05 REPA-COSTO      PIC 9(6)V99.
      * "S" = la factura va a CUENTAS-PAGAR.DAT.
               05 REPA-REGISTRAR  PIC X.
               05 REPA-PLAZO      PIC 9(3).

       PROCEDURE DIVISION.
       COMIENZO.
                UNTIL WS-I > WS-CANT-REPARA.
            PERFORM 050-REGRABAR-TALLER.
            PERFORM 060-GRABAR-LOG.
            PERFORM 015-CARGAR-PROVEEDORES.
            PERFORM 040-VALIDAR-FACTURA VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-REPARA.
            PERFORM 065-REGISTRAR-FACTURAS.
            PERFORM 070-VACIAR-FEED.
            DISPLAY "REPARA: PARTES " WS-CANT-REPARA " VENTANAS "
                "AJUSTADAS " WS-CANT-CERRADAS.
            DISPLAY "REPARA: FACTURAS REGISTRADAS " WS-CANT-FACTURAS
                " OBSERVADAS " WS-CANT-OBSERVADAS.
            STOP RUN.
      *-----------------------------------------------------------------
      *******
                           REPA-FECHA(WS-CANT-REPARA)
                       MOVE REP-DETALLE TO
                           REPA-DETALLE(WS-CANT-REPARA)
                       MOVE REP-PROVEEDOR TO
                           REPA-PROVEEDOR(WS-CANT-REPARA)
                       MOVE REP-FACTURA TO
                           REPA-FACTURA(WS-CANT-REPARA)
                       IF REP-FECHA-FACTURA IS NUMERIC AND
                           REP-FECHA-FACTURA NOT = 0
                           MOVE REP-FECHA-FACTURA TO
                               REPA-FECHA-FACT(WS-CANT-REPARA)
                       ELSE
                           MOVE REP-FECHA-FIN TO
                               REPA-FECHA-FACT(WS-CANT-REPARA)
                       END-IF
                       IF REP-COSTO IS NUMERIC
                           MOVE REP-COSTO TO
                               REPA-COSTO(WS-CANT-REPARA)
                       ELSE
                           MOVE 0 TO REPA-COSTO(WS-CANT-REPARA)
                       END-IF
                       MOVE "N" TO REPA-REGISTRAR(WS-CANT-REPARA)
                       MOVE 0 TO REPA-PLAZO(WS-CANT-REPARA)
                   END-IF
               END-PERFORM.
           CLOSE REPARACIONES.
           IF TALLER-ESTADO NOT = ZERO AND 10
               DISPLAY "ERROR EN READ TALLER FS: " TALLER-ESTADO
               STOP RUN.
      *******
       015-CARGAR-PROVEEDORES.
      *******
           OPEN INPUT PROVEEDORES.
           IF PROVEEDORES-ESTADO = "00"
               PERFORM UNTIL PROVEEDORES-ESTADO NOT = "00"
                   READ PROVEEDORES
                   IF PROVEEDORES-ESTADO = "00" AND
                       WS-CANT-PROVEEDORES < WS-TOPE-TABLA
                       ADD 1 TO WS-CANT-PROVEEDORES
                       MOVE PRV-CODIGO TO
                           PROV-CODIGO(WS-CANT-PROVEEDORES)
                       IF PRV-PLAZO-DIAS IS NUMERIC
                           MOVE PRV-PLAZO-DIAS TO
                               PROV-PLAZO(WS-CANT-PROVEEDORES)
                       ELSE
                           MOVE 0 TO PROV-PLAZO(WS-CANT-PROVEEDORES)
                       END-IF
                   END-IF
               END-PERFORM.
           CLOSE PROVEEDORES.
      *******
       024-CARGAR-UNA-VENTANA.
      *******
               END-IF
               ADD 1 TO WS-CANT-CERRADAS.
      *-----------------------------------------------------------------
      *******
       040-VALIDAR-FACTURA.
      *******
      * Solo se registra la factura de un proveedor del maestro, con
      * importe, que no este ya en CUENTAS-PAGAR.DAT ni repetida en
      * este mismo feed.
           IF REPA-PROVEEDOR(WS-I) NOT = SPACES
               MOVE 0 TO WS-PRV-POS
               PERFORM 042-BUSCAR-PROVEEDOR VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-PROVEEDORES OR
                   WS-PRV-POS NOT = 0
               IF WS-PRV-POS = 0
                   DISPLAY "REPARA: PROVEEDOR DESCONOCIDO "
                       REPA-PROVEEDOR(WS-I) " FACTURA "
                       REPA-FACTURA(WS-I) "; NO SE REGISTRA."
                   ADD 1 TO WS-CANT-OBSERVADAS
               ELSE
               IF REPA-COSTO(WS-I) = 0
                   DISPLAY "REPARA: FACTURA SIN IMPORTE "
                       REPA-PROVEEDOR(WS-I) " " REPA-FACTURA(WS-I)
                       "; NO SE REGISTRA."
                   ADD 1 TO WS-CANT-OBSERVADAS
               ELSE
                   MOVE PROV-PLAZO(WS-PRV-POS) TO REPA-PLAZO(WS-I)
                   MOVE "S" TO REPA-REGISTRAR(WS-I)
                   PERFORM 044-BUSCAR-DUPLICADA.
      *******
       042-BUSCAR-PROVEEDOR.
      *******
           IF PROV-CODIGO(WS-J) = REPA-PROVEEDOR(WS-I)
               MOVE WS-J TO WS-PRV-POS.
      *******
       044-BUSCAR-DUPLICADA.
      *******
           PERFORM 046-COMPARAR-EN-FEED VARYING WS-J FROM 1 BY 1
               UNTIL WS-J NOT < WS-I.
           OPEN INPUT CTAS-PAGAR.
           IF CXP-ESTADO = "00"
               PERFORM UNTIL CXP-ESTADO NOT = "00"
                   READ CTAS-PAGAR
                   IF CXP-ESTADO = "00" AND
                       CXP-PROVEEDOR = REPA-PROVEEDOR(WS-I) AND
                       CXP-FACTURA = REPA-FACTURA(WS-I)
                       MOVE "N" TO REPA-REGISTRAR(WS-I)
                   END-IF
               END-PERFORM.
           CLOSE CTAS-PAGAR.
           IF REPA-REGISTRAR(WS-I) = "N"
               DISPLAY "REPARA: FACTURA YA REGISTRADA "
                   REPA-PROVEEDOR(WS-I) " " REPA-FACTURA(WS-I)
               ADD 1 TO WS-CANT-OBSERVADAS.
      *******
       046-COMPARAR-EN-FEED.
      *******
           IF REPA-REGISTRAR(WS-J) = "S" AND
               REPA-PROVEEDOR(WS-J) = REPA-PROVEEDOR(WS-I) AND
               REPA-FACTURA(WS-J) = REPA-FACTURA(WS-I)
               MOVE "N" TO REPA-REGISTRAR(WS-I).
      *-----------------------------------------------------------------
      *******
       050-REGRABAR-TALLER.
      *******
           MOVE REPA-PATENTE(WS-I) TO LOG-PATENTE.
           MOVE REPA-FECHA(WS-I) TO LOG-FECHA-FIN.
           MOVE REPA-DETALLE(WS-I) TO LOG-DETALLE.
           MOVE REPA-PROVEEDOR(WS-I) TO LOG-PROVEEDOR.
           MOVE REPA-FACTURA(WS-I) TO LOG-FACTURA.
           MOVE REPA-COSTO(WS-I) TO LOG-COSTO.
           WRITE REG-LOG.
      *-----------------------------------------------------------------
      *******
       065-REGISTRAR-FACTURAS.
      *******
           OPEN EXTEND CTAS-PAGAR.
           IF CXP-ESTADO = "35"
               OPEN OUTPUT CTAS-PAGAR
               CLOSE CTAS-PAGAR
               OPEN EXTEND CTAS-PAGAR.
           IF CXP-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN CUENTAS-PAGAR FS: " CXP-ESTADO
               STOP RUN.
           PERFORM 067-REGISTRAR-UNA-FACTURA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-REPARA.
           CLOSE CTAS-PAGAR.
      *******
       067-REGISTRAR-UNA-FACTURA.
      *******
      * Vence a los dias de plazo del proveedor desde la factura.
           IF REPA-REGISTRAR(WS-I) = "S"
               MOVE REPA-PROVEEDOR(WS-I) TO CXP-PROVEEDOR
               MOVE REPA-FACTURA(WS-I) TO CXP-FACTURA
               MOVE REPA-PATENTE(WS-I) TO CXP-PATENTE
               MOVE REPA-FECHA-FACT(WS-I) TO WS-FECHA-FACT
               MOVE WS-FECHA-FACT TO CXP-FECHA-FACTURA
               COMPUTE CXP-VENCIMIENTO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-FACT) +
                   REPA-PLAZO(WS-I))
               MOVE REPA-COSTO(WS-I) TO CXP-IMPORTE
               MOVE 0 TO CXP-PAGADO
               MOVE 0 TO CXP-FECHA-PAGO
               MOVE "N" TO CXP-CONTABILIZADA
               WRITE CXP
               IF CXP-ESTADO NOT = ZERO
                   DISPLAY "ERROR EN WRITE CUENTAS-PAGAR FS: "
                       CXP-ESTADO
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-FACTURAS.
      *-----------------------------------------------------------------
      *******
       070-VACIAR-FEED.
      *******
