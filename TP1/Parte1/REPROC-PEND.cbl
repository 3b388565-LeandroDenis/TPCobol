      *       en la secuencia de batch.
      *   LD  Si PENDIENTES.DAT supera la tabla en memoria se aborta
      *       sin reescribir, para no perder la cola del archivo.
      *   LD  La marca de canje de puntos (PEND-CANJE) viaja con la
      *       novedad madurada a PENDIENTES-HOY.DAT.
      *   LD  El codigo de promocion (PEND-PROMO) viaja con la
      *       novedad madurada a PENDIENTES-HOY.DAT.
      *   LD  Los codigos de adicionales (PEND-EXTRAS) viajan con la
      *       novedad madurada a PENDIENTES-HOY.DAT.
      *   LD  La moneda pactada (PEND-MONEDA) viaja con la novedad
      *       madurada a PENDIENTES-HOY.DAT.
      *   LD  Cambios de auto (CAMBIOS-AUTO.DAT, lo deja TP-PARTE-1):
      *       los dias pendientes del alquiler sobre la patente que
      *       el cliente dejo, entre el dia del cambio y el ultimo
      *       del alquiler, pasan a la patente nueva antes de madurar
      *       y llevan la anterior en PEND-PATENTE-ANT para que el
      *       merge los siga tarifando con el auto original.
      *   LD  El numero de cotizacion (PEND-COTIZ-NRO) viaja con la
      *       novedad madurada a PENDIENTES-HOY.DAT.
      *   LD  Un dia de un cambio de auto que chocaria con otro dia
      *       pendiente (no baja) de la patente nueva en la misma
      *       fecha queda en la patente anterior y se rechaza ya con
      *       motivo 1 en RECHAZOS.DAT y RECHAZOS-HIST.DAT, en vez de
      *       dejar dos alquileres del mismo auto el mismo dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROC-PEND.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS PARAMETROS-ESTADO.

           SELECT OPTIONAL CAMBIOS-AUTO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CAMBIOS-ESTADO.

           SELECT RECHAZOS     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RECHAZOS-ESTADO.

           SELECT RECHAZOS-HIST ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS RECH-HIST-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTES LABEL RECORD IS STANDARD
           03  PEND-HORA-RETIRO       PIC 9(4).
           03  PEND-HORA-DEVOL        PIC 9(4).
           03  PEND-MODO              PIC X.
           03  PEND-CANJE             PIC X.
           03  PEND-PROMO             PIC X(10).
           03  PEND-EXTRAS            PIC X(12).
           03  PEND-MONEDA            PIC X(3).
      * Cambio de auto: patente original del alquiler (su tarifa).
           03  PEND-PATENTE-ANT       PIC X(6).
           03  PEND-COTIZ-NRO         PIC 9(7).

      * Novedades maduradas listas para el merge: TP-PARTE-1 las toma
      * como quinta corriente y vacia el archivo al terminar bien.
           03  PHOY-HORA-RETIRO       PIC 9(4).
           03  PHOY-HORA-DEVOL        PIC 9(4).
           03  PHOY-MODO              PIC X.
           03  PHOY-CANJE             PIC X.
           03  PHOY-PROMO             PIC X(10).
           03  PHOY-EXTRAS            PIC X(12).
           03  PHOY-MONEDA            PIC X(3).
           03  PHOY-PATENTE-ANT       PIC X(6).
           03  PHOY-COTIZ-NRO         PIC 9(7).

      * Parametro opcional con la fecha de proceso de la corrida
      * (AAAAMMDD); igual archivo y mismo criterio que usa TP-PARTE-1
           03  PARM-CLAVE      PIC X(20).
           03  PARM-VALOR      PIC X(60).

      * Cambios de auto aceptados por TP-PARTE-1.
       FD  CAMBIOS-AUTO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CAMBIOS-AUTO.DAT".
       01  CAM.
           03  CAM-FECHA-PROCESO PIC 9(8).
           03  CAM-AGENCIA     PIC 9.
           03  CAM-PATENTE-ANT PIC X(6).
           03  CAM-PATENTE     PIC X(6).
           03  CAM-TIPO-DOC    PIC X.
           03  CAM-NRO-DOC     PIC X(20).
           03  CAM-FECHA       PIC 9(8).
           03  CAM-HASTA       PIC 9(8).
           03  CAM-TALLER-HASTA PIC 9(8).

      * Mismos rechazos y mismo historico que deja TP-PARTE-1: un dia
      * de cambio que no se pudo pasar al auto nuevo se agrega al final.
       FD  RECHAZOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RECHAZOS.DAT".
       01  RECHAZO.
           03  RECHAZO-PATENTE        PIC X(6).
           03  RECHAZO-FECHA          PIC 9(8).
           03  RECHAZO-TIPO-DOC       PIC X.
           03  RECHAZO-NRO-DOC        PIC X(20).
           03  RECHAZO-MOTIVO         PIC 99.
           03  RECHAZO-AGENCIA        PIC 9.

       FD  RECHAZOS-HIST LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RECHAZOS-HIST.DAT".
       01  RECH-HIST.
           03  RHIST-FECHA-CORRIDA    PIC 9(8).
           03  RHIST-PATENTE          PIC X(6).
           03  RHIST-FECHA            PIC 9(8).
           03  RHIST-TIPO-DOC         PIC X.
           03  RHIST-NRO-DOC          PIC X(20).
           03  RHIST-MOTIVO           PIC 99.
           03  RHIST-AGENCIA          PIC 9.

       WORKING-STORAGE SECTION.
       77  PEND-EOF            PIC XXX     VALUE "NO".
           88 EOF                          VALUE "SI".
       77  PEND-HOY-ESTADO     PIC XX.
       77  FEC-CORR-ESTADO     PIC XX.
       77  PARAMETROS-ESTADO   PIC XX.
       77  CAMBIOS-ESTADO      PIC XX.
       77  RECHAZOS-ESTADO     PIC XX.
       77  RECH-HIST-ESTADO    PIC XX.
       77  WS-RECH-ABIERTO     PIC X(2)    VALUE "NO".
       77  WS-CHOQUE           PIC X(2).
       77  WS-K                PIC 9(4).
       77  WS-PARM-HAY-FECHA   PIC X(2)    VALUE "NO".
       77  WS-PARM-FECHA       PIC 9(8)    VALUE 0.
       77  WS-FECHA-PROCESO    PIC 9(8).
       77  WS-CANT-REPROC      PIC 9(4)    VALUE 0.
       77  WS-CANT-ESPERA      PIC 9(4)    VALUE 0.
       77  WS-I                PIC 9(4).
       77  WS-J                PIC 9(4).
       77  WS-CANT-CAMBIOS     PIC 9(4)    VALUE 0.
       77  WS-CANT-MOVIDOS     PIC 9(4)    VALUE 0.
       77  WS-CANT-CHOQUES     PIC 9(4)    VALUE 0.

      * PENDIENTES.DAT entero en memoria: hace falta reescribirlo sin
      * las novedades que ya se reinyectaron, y no se puede tener el
               05 WS-PEND-HORA-RETIRO  PIC 9(4).
               05 WS-PEND-HORA-DEVOL   PIC 9(4).
               05 WS-PEND-MODO         PIC X.
               05 WS-PEND-CANJE        PIC X.
               05 WS-PEND-PROMO        PIC X(10).
               05 WS-PEND-EXTRAS       PIC X(12).
               05 WS-PEND-MONEDA       PIC X(3).
               05 WS-PEND-PATENTE-ANT  PIC X(6).
               05 WS-PEND-COTIZ-NRO    PIC 9(7).

      * Cambios de auto cuyo alquiler todavia tiene dias por delante.
       01  WS-TABLA-CAMBIOS.
           03 WS-CAMBIO OCCURS 500 TIMES.
               05 CAMB-PATENTE-ANT     PIC X(6).
               05 CAMB-PATENTE         PIC X(6).
               05 CAMB-NRO-DOC         PIC X(20).
               05 CAMB-FECHA           PIC 9(8).
               05 CAMB-HASTA           PIC 9(8).
               05 CAMB-FECHA-PROCESO   PIC 9(8).

       PROCEDURE DIVISION.
       COMIENZO.
                DISPLAY "REPROC-PEND: NO HAY PENDIENTES.DAT, NADA PARA
      -              " REPROCESAR"
                STOP RUN.
            PERFORM 015-CARGAR-CAMBIOS.
            IF WS-CANT-CAMBIOS > 0
                PERFORM 035-APLICAR-CAMBIOS VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-CANT-PEND
                DISPLAY "DIAS PASADOS AL AUTO DE UN CAMBIO: "
                    WS-CANT-MOVIDOS
                DISPLAY "DIAS DE CAMBIO RECHAZADOS POR AUTO OCUPADO: "
                    WS-CANT-CHOQUES.
            IF WS-RECH-ABIERTO = "SI"
                CLOSE RECHAZOS
                CLOSE RECHAZOS-HIST.
            PERFORM 030-ABRIR-PEND-HOY.
            PERFORM 040-PROCESAR-PEND VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-PEND.
               ELSE
                   MOVE SPACE TO WS-PEND-MODO(WS-CANT-PEND)
               END-IF
               IF PEND-CANJE = "P"
                   MOVE "P" TO WS-PEND-CANJE(WS-CANT-PEND)
               ELSE
                   MOVE SPACE TO WS-PEND-CANJE(WS-CANT-PEND)
               END-IF
               MOVE PEND-PROMO TO WS-PEND-PROMO(WS-CANT-PEND)
               MOVE PEND-EXTRAS TO WS-PEND-EXTRAS(WS-CANT-PEND)
               MOVE PEND-MONEDA TO WS-PEND-MONEDA(WS-CANT-PEND)
               MOVE PEND-PATENTE-ANT TO
                   WS-PEND-PATENTE-ANT(WS-CANT-PEND)
               IF PEND-COTIZ-NRO IS NUMERIC
                   MOVE PEND-COTIZ-NRO TO
                       WS-PEND-COTIZ-NRO(WS-CANT-PEND)
               ELSE
                   MOVE 0 TO WS-PEND-COTIZ-NRO(WS-CANT-PEND)
               END-IF
               PERFORM 020-LEER-PEND.
      *-----------------------------------------------------------------
      *******
       015-CARGAR-CAMBIOS.
      *******
      * Solo interesan los cambios con dias del alquiler posteriores
      * al cambio que todavia no pasaron.
           MOVE 0 TO WS-CANT-CAMBIOS.
           OPEN INPUT CAMBIOS-AUTO.
           IF CAMBIOS-ESTADO = "00"
               PERFORM UNTIL CAMBIOS-ESTADO NOT = "00"
                   READ CAMBIOS-AUTO
                   IF CAMBIOS-ESTADO = "00" AND
                       CAM-HASTA > CAM-FECHA AND
                       CAM-HASTA >= WS-FECHA-PROCESO AND
                       WS-CANT-CAMBIOS < 500
                       ADD 1 TO WS-CANT-CAMBIOS
                       MOVE CAM-PATENTE-ANT TO
                           CAMB-PATENTE-ANT(WS-CANT-CAMBIOS)
                       MOVE CAM-PATENTE TO
                           CAMB-PATENTE(WS-CANT-CAMBIOS)
                       MOVE CAM-NRO-DOC TO
                           CAMB-NRO-DOC(WS-CANT-CAMBIOS)
                       MOVE CAM-FECHA TO CAMB-FECHA(WS-CANT-CAMBIOS)
                       MOVE CAM-HASTA TO CAMB-HASTA(WS-CANT-CAMBIOS)
                       MOVE CAM-FECHA-PROCESO TO
                           CAMB-FECHA-PROCESO(WS-CANT-CAMBIOS)
                   END-IF
               END-PERFORM.
           CLOSE CAMBIOS-AUTO.
      *-----------------------------------------------------------------
      *******
       035-APLICAR-CAMBIOS.
      *******
           PERFORM 036-APLICAR-UN-CAMBIO VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-CAMBIOS.
      *******
       036-APLICAR-UN-CAMBIO.
      *******
      * Un dia del alquiler del documento sobre la patente que dejo,
      * posterior al cambio y dentro del alquiler, pasa al auto
      * nuevo; la patente original queda como tarifa (si ya venia de
      * otro cambio se conserva la primera). Si la patente nueva ya
      * tiene otro dia pendiente (no baja) en esa fecha, el dia queda
      * donde estaba y sale rechazado con motivo 1; el rechazo se
      * asienta solo en la corrida del cambio (las siguientes vuelven
      * a intentar el pase sin repetirlo).
           IF WS-PEND-PATENTE(WS-I) = CAMB-PATENTE-ANT(WS-J) AND
               WS-PEND-NRO-DOC(WS-I) = CAMB-NRO-DOC(WS-J) AND
               WS-PEND-FECHA(WS-I) > CAMB-FECHA(WS-J) AND
               WS-PEND-FECHA(WS-I) <= CAMB-HASTA(WS-J) AND
               WS-PEND-TIPO-TRANS(WS-I) NOT = "B" AND
               WS-PEND-TIPO-TRANS(WS-I) NOT = "C"
               MOVE "NO" TO WS-CHOQUE
               PERFORM 037-BUSCAR-CHOQUE VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CANT-PEND OR WS-CHOQUE = "SI"
               IF WS-CHOQUE = "SI"
                   IF CAMB-FECHA-PROCESO(WS-J) = WS-FECHA-PROCESO
                       PERFORM 038-RECHAZAR-DIA-CAMBIO
                   END-IF
               ELSE
                   IF WS-PEND-PATENTE-ANT(WS-I) = SPACES
                       MOVE WS-PEND-PATENTE(WS-I) TO
                           WS-PEND-PATENTE-ANT(WS-I)
                   END-IF
                   MOVE CAMB-PATENTE(WS-J) TO WS-PEND-PATENTE(WS-I)
                   ADD 1 TO WS-CANT-MOVIDOS.
      *******
       037-BUSCAR-CHOQUE.
      *******
      * Otro registro pendiente de la patente nueva que cubre la fecha
      * (el dia mismo o un rango que empieza antes y lo alcanza).
           IF WS-K NOT = WS-I AND
               WS-PEND-PATENTE(WS-K) = CAMB-PATENTE(WS-J) AND
               WS-PEND-TIPO-TRANS(WS-K) NOT = "B" AND
               (WS-PEND-FECHA(WS-K) = WS-PEND-FECHA(WS-I) OR
               (WS-PEND-FECHA(WS-K) < WS-PEND-FECHA(WS-I) AND
               WS-PEND-FECHA-HASTA(WS-K) >= WS-PEND-FECHA(WS-I)))
               MOVE "SI" TO WS-CHOQUE.
      *******
       038-RECHAZAR-DIA-CAMBIO.
      *******
      * Mismo registro de rechazo y de historico que TP-PARTE-1, con
      * la patente nueva que no se pudo tomar y el motivo 1 (auto ya
      * alquilado ese dia).
           IF WS-RECH-ABIERTO = "NO"
               PERFORM 039-ABRIR-RECHAZOS.
           MOVE CAMB-PATENTE(WS-J) TO RECHAZO-PATENTE.
           MOVE WS-PEND-FECHA(WS-I) TO RECHAZO-FECHA.
           MOVE WS-PEND-TIPO-DOC(WS-I) TO RECHAZO-TIPO-DOC.
           MOVE WS-PEND-NRO-DOC(WS-I) TO RECHAZO-NRO-DOC.
           MOVE 1 TO RECHAZO-MOTIVO.
           MOVE WS-PEND-AGENCIA(WS-I) TO RECHAZO-AGENCIA.
           WRITE RECHAZO.
           IF RECHAZOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE RECHAZOS FS: " RECHAZOS-ESTADO
               STOP RUN.
           MOVE WS-FECHA-PROCESO TO RHIST-FECHA-CORRIDA.
           MOVE RECHAZO-PATENTE TO RHIST-PATENTE.
           MOVE RECHAZO-FECHA TO RHIST-FECHA.
           MOVE RECHAZO-TIPO-DOC TO RHIST-TIPO-DOC.
           MOVE RECHAZO-NRO-DOC TO RHIST-NRO-DOC.
           MOVE RECHAZO-MOTIVO TO RHIST-MOTIVO.
           MOVE RECHAZO-AGENCIA TO RHIST-AGENCIA.
           WRITE RECH-HIST.
           IF RECH-HIST-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE RECHAZOS-HIST FS: "
                   RECH-HIST-ESTADO
               STOP RUN.
           ADD 1 TO WS-CANT-CHOQUES.
           DISPLAY "CAMBIO DE AUTO: " CAMB-PATENTE(WS-J) " OCUPADO EL "
               WS-PEND-FECHA(WS-I) "; EL DIA QUEDA EN "
               WS-PEND-PATENTE(WS-I) " DOC " WS-PEND-NRO-DOC(WS-I).
      *******
       039-ABRIR-RECHAZOS.
      *******
      * EXTEND: se agrega a lo que dejo la ultima corrida del merge;
      * si todavia no existen se crean.
           OPEN EXTEND RECHAZOS.
           IF RECHAZOS-ESTADO = "35"
               OPEN OUTPUT RECHAZOS
               CLOSE RECHAZOS
               OPEN EXTEND RECHAZOS.
           IF RECHAZOS-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN RECHAZOS FS: " RECHAZOS-ESTADO
               STOP RUN.
           OPEN EXTEND RECHAZOS-HIST.
           IF RECH-HIST-ESTADO = "35"
               OPEN OUTPUT RECHAZOS-HIST
               CLOSE RECHAZOS-HIST
               OPEN EXTEND RECHAZOS-HIST.
           IF RECH-HIST-ESTADO NOT = ZERO
               DISPLAY "ERROR EN OPEN RECHAZOS-HIST FS: "
                   RECH-HIST-ESTADO
               STOP RUN.
           MOVE "SI" TO WS-RECH-ABIERTO.
      *-----------------------------------------------------------------
      *******
       030-ABRIR-PEND-HOY.
      *******
           MOVE WS-PEND-HORA-RETIRO(WS-I) TO PHOY-HORA-RETIRO.
           MOVE WS-PEND-HORA-DEVOL(WS-I) TO PHOY-HORA-DEVOL.
           MOVE WS-PEND-MODO(WS-I) TO PHOY-MODO.
           MOVE WS-PEND-CANJE(WS-I) TO PHOY-CANJE.
           MOVE WS-PEND-PROMO(WS-I) TO PHOY-PROMO.
           MOVE WS-PEND-EXTRAS(WS-I) TO PHOY-EXTRAS.
           MOVE WS-PEND-MONEDA(WS-I) TO PHOY-MONEDA.
           MOVE WS-PEND-PATENTE-ANT(WS-I) TO PHOY-PATENTE-ANT.
           MOVE WS-PEND-COTIZ-NRO(WS-I) TO PHOY-COTIZ-NRO.
           WRITE REG-PEND-HOY.
           IF PEND-HOY-ESTADO NOT = ZERO
               DISPLAY "ERROR EN WRITE PENDIENTES-HOY FS: "
               MOVE WS-PEND-HORA-RETIRO(WS-I) TO PEND-HORA-RETIRO
               MOVE WS-PEND-HORA-DEVOL(WS-I) TO PEND-HORA-DEVOL
               MOVE WS-PEND-MODO(WS-I) TO PEND-MODO
               MOVE WS-PEND-CANJE(WS-I) TO PEND-CANJE
               MOVE WS-PEND-PROMO(WS-I) TO PEND-PROMO
               MOVE WS-PEND-EXTRAS(WS-I) TO PEND-EXTRAS
               MOVE WS-PEND-MONEDA(WS-I) TO PEND-MONEDA
               MOVE WS-PEND-PATENTE-ANT(WS-I) TO PEND-PATENTE-ANT
               MOVE WS-PEND-COTIZ-NRO(WS-I) TO PEND-COTIZ-NRO
               WRITE PEND.
      *-----------------------------------------------------------------
      *******
