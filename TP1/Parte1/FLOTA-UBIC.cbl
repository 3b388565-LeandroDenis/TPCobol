           03  DEV-DANIO           PIC X.
           03  DEV-AGENCIA         PIC 9.

      * Traslados de playa a playa: patente, agencia destino y fecha;
      * los carga el jefe de flota a mano o salen de la propuesta
      * aprobada de REBALANCEO. El feed se vacia al terminar bien.
       FD  TRASLADOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TRASLADOS.DAT".
       01  REG-TRASLADO.
