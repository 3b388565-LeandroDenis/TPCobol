      *   LD  La agencia de origen que TP-PARTE-1 deja en
      *       MAESTRO-ACT.DAT se carga tambien en el registro ALQ de
      *       MAESTRO.DAT (registros viejos sin el campo quedan en 0).
      *   LD  MAESTRO.DAT pasa a tener clave patente+fecha (ALQ-CLAVE)
      *       y clave alternativa por documento: un segundo alquiler de
      *       la misma patente en otra fecha entra como fila nueva en
      *       vez de contarse como duplicado. Solo se ignora el mismo
      *       patente+fecha que TP2 ya proceso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP2.
           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT MAE-ACT      ASSIGN TO DISK
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
      * "I"); los lee el tablero MONITOR.
           03  CTL-HORA        PIC 9(6).
           03  CTL-CANT        PIC 9(7).
      * Severidad de la corrida en el asiento "F" (la informa
      * INTEGRIDAD); aqui va en blanco.
           03  CTL-SEVERIDAD   PIC X.

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui solo interesa la clave
                   CONTINUE
               WHEN "MIN-DESCANSO"
                   CONTINUE
               WHEN "PUNTO-VENTA"
                   CONTINUE
               WHEN "PUNTOS-POR-PESO"
                   CONTINUE
               WHEN "PUNTOS-VALOR"
                   CONTINUE
               WHEN "PUNTOS-VENCE-MESES"
                   CONTINUE
               WHEN "MULTA-GESTION"
                   CONTINUE
               WHEN "SINIESTRO-FRANQUICIA"
                   CONTINUE
               WHEN "SINIESTRO-ASEGURADORA"
                   CONTINUE
               WHEN "PROPUESTA-PAGO-DIAS"
                   CONTINUE
               WHEN "ANONIMIZA-ANIOS"
                   CONTINUE
               WHEN "DEMANDA-TRAMO"
                   CONTINUE
               WHEN "DEMANDA-DIAS"
                   CONTINUE
               WHEN "MANT-CTRL-DESDE"
                   CONTINUE
               WHEN "MANT-CTRL-HASTA"
                   CONTINUE
               WHEN "CIERRE-PERIODO"
                   CONTINUE
               WHEN "CBU-EMPRESA"
                   CONTINUE
               WHEN "REBALANCEO-DIAS"
                   CONTINUE
               WHEN "IIBB-PERIODO"
                   CONTINUE
               WHEN "IIBB-ACT-ALQUILER"
                   CONTINUE
               WHEN "IIBB-ACT-CARGOS"
                   CONTINUE
               WHEN "PAGOS-RECONSTRUIR"
                   CONTINUE
               WHEN "COTIZ-VIGENCIA"
                   CONTINUE
               WHEN "BI-CARGA"
                   CONTINUE
               WHEN "GASTO-TOPE-PEAJE"
                   CONTINUE
               WHEN "GASTO-TOPE-ESTAC"
                   CONTINUE
               WHEN "GASTO-TOPE-COMBUS"
                   CONTINUE
               WHEN "ANTICIPO-AVISO-DIAS"
                   CONTINUE
               WHEN "ANTICIPO-RETENCION"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PARAMETROS: CLAVE DESCONOCIDA: "
                       PARM-CLAVE
               ELSE
                   MOVE 0 TO CTL-CANT
               END-IF
               MOVE SPACE TO CTL-SEVERIDAD
               WRITE REG-CONTROL
               CLOSE CONTROL-CORRIDAS
           ELSE
      *******
           ADD 1 TO WS-CANT-LEIDOS.
           MOVE MAE-PATENTE TO ALQ-PATENTE.
           MOVE MAE-FECHA TO ALQ-FECHA.
           READ M
               INVALID KEY CONTINUE.
           IF M-ESTADO = "23"
      *******
       057-ACTUALIZAR-SI-PENDIENTE.
      *******
      * El patente+fecha ya esta en MAESTRO.DAT. Si esa fila todavia
      * esta pendiente ("P"), TP2 aun no la toco y se puede reemplazar
      * por el alquiler mas nuevo sin perder nada; si ya tiene chofer
      * asignado o quedo en un estado final, se deja como esta y se
      * cuenta como duplicado ignorado.
           IF ALQ-ESTADO = "P"
                   DISPLAY "ERROR EN REWRITE MAESTRO FS: " M-ESTADO
                   STOP RUN
           ELSE
               DISPLAY "PATENTE/FECHA DUPLICADA EN MAESTRO-ACT, "
                   "SE IGNORA: " MAE-PATENTE " " MAE-FECHA
               ADD 1 TO WS-CANT-DUPLICADOS.
      *-----------------------------------------------------------------
      *******
