      *       copia vigente de CARGA-MAE en TP2.
      *   LD  Se rechaza un MAESTRO-ACT sin cola *CTRL* (archivo
      *       truncado por una caida) antes de procesar.
      *   LD  MAESTRO.DAT con clave patente+fecha (ALQ-CLAVE) y clave
      *       alternativa por documento, igual que la copia de TP2: un
      *       segundo alquiler de la misma patente en otra fecha entra
      *       como fila nueva; el mismo patente+fecha reemplaza la fila
      *       si sigue pendiente y si no se ignora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP2.
       FILE-CONTROL.
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
       01  MAE-ACT-ESTADO      PIC XX.
       77  WS-TRL-VISTO        PIC X(2).
       01  WS-CANT-CARGADOS    PIC 9(5)    VALUE 0.
       01  WS-CANT-ACTUALIZAD  PIC 9(5)    VALUE 0.
       01  WS-CANT-DUPLICADOS  PIC 9(5)    VALUE 0.

       PROCEDURE DIVISION.
            PERFORM 020-LEER-MAE-ACT.
            PERFORM 050-PROCESAR UNTIL MAE-ACT-EOF = "SI".
            DISPLAY "MAESTRO.DAT CARGADOS: " WS-CANT-CARGADOS.
            DISPLAY "MAESTRO.DAT PENDIENTES ACTUALIZADOS: "
                WS-CANT-ACTUALIZAD.
            DISPLAY "MAESTRO.DAT DUPLICADOS IGNORADOS: "
                WS-CANT-DUPLICADOS.
            PERFORM 070-CERRAR-ARCHIVOS.
       050-PROCESAR.
      *******
           MOVE MAE-PATENTE TO ALQ-PATENTE.
           MOVE MAE-FECHA TO ALQ-FECHA.
           READ M
               INVALID KEY CONTINUE.
           IF M-ESTADO = "23"
               PERFORM 055-CARGAR-NUEVO
           ELSE
               IF M-ESTADO = ZERO
                   PERFORM 057-ACTUALIZAR-SI-PENDIENTE
               ELSE
                   DISPLAY "ERROR EN READ MAESTRO FS: " M-ESTADO
                   STOP RUN.
           PERFORM 020-LEER-MAE-ACT.
      *-----------------------------------------------------------------
      *******
       055-CARGAR-NUEVO.
      *******
           PERFORM 056-ARMAR-ALQ.
           WRITE ALQ.
           IF M-ESTADO = ZERO
               ADD 1 TO WS-CANT-CARGADOS
           ELSE
               DISPLAY "ERROR EN WRITE MAESTRO FS: " M-ESTADO
               STOP RUN.
      *******
       056-ARMAR-ALQ.
      *******
           MOVE MAE-FECHA TO ALQ-FECHA.
           MOVE MAE-TIPO-DOC TO ALQ-TIPO-DOC.
           MOVE MAE-NRO-DOC TO ALQ-NRO-DOC.
               MOVE "S" TO ALQ-MODO
           ELSE
               MOVE SPACE TO ALQ-MODO.
      *-----------------------------------------------------------------
      *******
       057-ACTUALIZAR-SI-PENDIENTE.
      *******
      * El patente+fecha ya esta en MAESTRO.DAT. Si esa fila todavia
      * esta pendiente ("P"), TP2 aun no la toco y se puede reemplazar
      * por el alquiler mas nuevo sin perder nada; si ya tiene chofer
      * asignado o quedo en un estado final, se deja como esta y se
      * cuenta como duplicado ignorado.
           IF ALQ-ESTADO = "P"
               PERFORM 056-ARMAR-ALQ
               REWRITE ALQ
               IF M-ESTADO = ZERO
                   ADD 1 TO WS-CANT-ACTUALIZAD
               ELSE
                   DISPLAY "ERROR EN REWRITE MAESTRO FS: " M-ESTADO
                   STOP RUN
           ELSE
               DISPLAY "PATENTE/FECHA DUPLICADA EN MAESTRO-ACT, "
                   "SE IGNORA: " MAE-PATENTE " " MAE-FECHA
               ADD 1 TO WS-CANT-DUPLICADOS.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
