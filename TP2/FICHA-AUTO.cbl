      *       vez con MIGRA-AUD; sin esa conversion la patente de la
      *       imagen DESPUES de un asiento viejo queda corrida un
      *       byte y el apareo por patente no la encuentra.
      *   LD  Las reparaciones de REPARACIONES-LOG.DAT entran en la
      *       vida del auto con el taller, la factura y lo que costo
      *       cada una, y la ficha cierra con el costo total de
      *       reparaciones junto al ingreso.
      *   LD  Los cambios de auto a mitad de alquiler
      *       (CAMBIOS-AUTO.DAT, los deja TP-PARTE-1) entran en la
      *       vida de los dos autos: el que se dejo, con la patente
      *       que lo reemplazo, y el nuevo, con la que recibio al
      *       cliente y hasta que dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-AUTO.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS AUD-ESTADO.

           SELECT OPTIONAL LOG-REP ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS LOG-ESTADO.

           SELECT OPTIONAL KILOMETRAJE ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS KM-ESTADO.

           SELECT OPTIONAL CAMBIOS-AUTO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CAMBIOS-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
                               SORT STATUS IS FS-AUX.

               05 AUD-DESP-PATENTE  PIC X(6).
               05 FILLER            PIC X(45).

      * Historial de reparaciones (ver REPARA); los partes viejos no
      * traen proveedor, factura ni costo.
       FD  LOG-REP LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../REPARACIONES-LOG.DAT".
       01  REG-LOG.
           03  LOG-PATENTE     PIC X(6).
           03  LOG-FECHA-FIN   PIC 9(8).
           03  LOG-DETALLE     PIC X(40).
           03  LOG-PROVEEDOR   PIC X(6).
           03  LOG-FACTURA     PIC X(12).
           03  LOG-COSTO       PIC 9(6)V99.

       FD  KILOMETRAJE LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../KILOMETRAJE.DAT".
       01  KMS.
           03  KMS-KM-ACUM         PIC 9(7).
           03  KMS-KM-SERVICE      PIC 9(7).

      * Cambios de auto a mitad de alquiler (ver TP-PARTE-1).
       FD  CAMBIOS-AUTO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../Parte1/CAMBIOS-AUTO.DAT".
       01  CAM.
           03  CAM-FECHA-PROCESO   PIC 9(8).
           03  CAM-AGENCIA         PIC 9.
           03  CAM-PATENTE-ANT     PIC X(6).
           03  CAM-PATENTE         PIC X(6).
           03  CAM-TIPO-DOC        PIC X.
           03  CAM-NRO-DOC         PIC X(20).
           03  CAM-FECHA           PIC 9(8).
           03  CAM-HASTA           PIC 9(8).
           03  CAM-TALLER-HASTA    PIC 9(8).

      * La vida del auto en eventos fechados, ordenada por SORT.
       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
       77  CARGOS-ESTADO       PIC XX.
       77  AUD-ESTADO          PIC XX.
       77  KM-ESTADO           PIC XX.
       77  LOG-ESTADO          PIC XX.
       77  CAMBIOS-ESTADO      PIC XX.
       77  FS-AUX              PIC XX.
       77  LISTADO-ESTADO      PIC XX.
       77  PEDIDO-EOF          PIC XXX     VALUE "NO".
       01  WS-AUTO-HALLADO     PIC X(2).
       01  WS-CANT-EVENTOS     PIC 9(5).
       01  WS-TOT-INGRESO      PIC 9(9)V99.
       01  WS-TOT-REPARACION   PIC 9(9)V99.

       01  PE1-ENCABE.
           03 FILLER           PIC X(30) VALUE ALL '='.
           03 TOT-EVENTOS      PIC ZZZZ9.
           03 FILLER           PIC X(20) VALUE '  Ingreso total:    '.
           03 TOT-INGRESO      PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(22) VALUE '  Costo reparaciones: '.
           03 TOT-REPARACION   PIC ZZZZZZZZ9,99.
       01  PTR-NO-AUTO.
           03 FILLER           PIC X(30) VALUE
               'PATENTE FUERA DE LA FLOTA: '.
               PERFORM 056-ESCRIBIR-KILOMETRAJE
               MOVE 0 TO WS-CANT-EVENTOS
               MOVE 0 TO WS-TOT-INGRESO
               MOVE 0 TO WS-TOT-REPARACION
               WRITE LINEA FROM PE2-ENCABE
               WRITE LINEA FROM PE3-TITULO
               SORT ARCH-AUX
                   OUTPUT PROCEDURE IS SALIDA
               MOVE WS-CANT-EVENTOS TO TOT-EVENTOS
               MOVE WS-TOT-INGRESO TO TOT-INGRESO
               MOVE WS-TOT-REPARACION TO TOT-REPARACION
               WRITE LINEA FROM PTR-TOTAL.
           PERFORM 020-LEER-PEDIDO.
      *******
           PERFORM CARGAR-ALQUILERES.
           PERFORM CARGAR-HISTORICO.
           PERFORM CARGAR-TALLER.
           PERFORM CARGAR-REPARACIONES.
           PERFORM CARGAR-CARGOS.
           PERFORM CARGAR-AUDITORIA.
           PERFORM CARGAR-CAMBIOS.
       OTRA-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *******
                   END-IF
               END-PERFORM.
           CLOSE TALLER.
      *******
       CARGAR-REPARACIONES.
           OPEN INPUT LOG-REP.
           IF LOG-ESTADO = "00"
               PERFORM UNTIL LOG-ESTADO NOT = "00"
                   READ LOG-REP
                   IF LOG-ESTADO = "00" AND
                       LOG-PATENTE = WS-PATENTE
                       PERFORM CARGAR-UNA-REPARACION
                   END-IF
               END-PERFORM.
           CLOSE LOG-REP.
      *******
       CARGAR-UNA-REPARACION.
      * Con factura el detalle muestra taller y numero; sin ella, el
      * detalle del parte.
           MOVE LOG-FECHA-FIN TO AUX-FECHA.
           MOVE "REPARACION" TO AUX-TIPO.
           MOVE SPACES TO AUX-DETALLE.
           IF LOG-PROVEEDOR = SPACES
               MOVE LOG-DETALLE TO AUX-DETALLE
           ELSE
               STRING LOG-PROVEEDOR " FC " LOG-FACTURA " "
                   LOG-DETALLE DELIMITED BY SIZE INTO AUX-DETALLE.
           IF LOG-COSTO IS NUMERIC
               MOVE LOG-COSTO TO AUX-IMPORTE
           ELSE
               MOVE 0 TO AUX-IMPORTE.
           RELEASE REG-AUX.
      *******
       CARGAR-CARGOS.
           OPEN INPUT CARGOS.
                   END-IF
               END-PERFORM.
           CLOSE AUDITORIA.
      *******
       CARGAR-CAMBIOS.
           OPEN INPUT CAMBIOS-AUTO.
           IF CAMBIOS-ESTADO = "00"
               PERFORM UNTIL CAMBIOS-ESTADO NOT = "00"
                   READ CAMBIOS-AUTO
                   IF CAMBIOS-ESTADO = "00" AND
                       (CAM-PATENTE-ANT = WS-PATENTE OR
                        CAM-PATENTE = WS-PATENTE)
                       PERFORM CARGAR-UN-CAMBIO
                   END-IF
               END-PERFORM.
           CLOSE CAMBIOS-AUTO.
      *******
       CARGAR-UN-CAMBIO.
      * El auto que se dejo muestra por cual se cambio; el nuevo, de
      * cual viene el cliente y hasta que dia lo tiene.
           MOVE CAM-FECHA TO AUX-FECHA.
           MOVE "CAMBIO" TO AUX-TIPO.
           MOVE SPACES TO AUX-DETALLE.
           IF CAM-PATENTE-ANT = WS-PATENTE
               STRING "PASA A " CAM-PATENTE " DOC " CAM-NRO-DOC
                   DELIMITED BY SIZE INTO AUX-DETALLE
           ELSE
               STRING "VIENE DE " CAM-PATENTE-ANT " HASTA " CAM-HASTA
                   DELIMITED BY SIZE INTO AUX-DETALLE.
           MOVE 0 TO AUX-IMPORTE.
           RELEASE REG-AUX.
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
           ADD 1 TO WS-CANT-EVENTOS.
           IF AUX-TIPO = "ALQUILER" OR AUX-TIPO = "ALQ.HIST"
               ADD AUX-IMPORTE TO WS-TOT-INGRESO.
           IF AUX-TIPO = "REPARACION"
               ADD AUX-IMPORTE TO WS-TOT-REPARACION.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
