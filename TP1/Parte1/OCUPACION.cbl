           03  PEND-TIPO-TRANS        PIC X.
           03  PEND-TIPO-DOC          PIC X.
           03  PEND-NRO-DOC           PIC X(20).
           03  FILLER              PIC X(48).

       FD  PEND-HOY LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../PENDIENTES-HOY.DAT".
           03  PHOY-TIPO-TRANS        PIC X.
           03  PHOY-TIPO-DOC          PIC X.
           03  PHOY-NRO-DOC           PIC X(20).
           03  FILLER              PIC X(48).

       FD  RESERVAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RESERVAS.DAT".
           03  RES-TIPO-DOC    PIC X.
           03  RES-NRO-DOC     PIC X(20).
           03  RES-ESTADO      PIC X.
      * Anticipo cobrado al reservar; no se usa aca.
           03  FILLER          PIC X(9).

      * Calendario de ocupacion: un registro por patente y dia tomado,
      * con el origen ("A" alquiler aprobado, "T" taller, "P" novedad
