      *   LD  Clase de licencia (CHM-CLASE) en el maestro, tomada de
      *       la entrada; TP2 y REABRE-RECH la cruzan con la clase
      *       requerida por tamaño (CLASES-TAMANIO.DAT).
      *   LD  Vencimiento de la licencia (CHM-VENCE-LICENCIA) en el
      *       maestro, tomado de la entrada; TP2 no asigna un legajo
      *       con la licencia vencida en la fecha del alquiler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CHO.
      * Clase de licencia (A < B < C): habilita tamaños segun
      * CLASES-TAMANIO.DAT.
           03 CHM-CLASE            PIC X.
      * Vencimiento de la licencia de conducir (AAAAMMDD); 0 =
      * sin dato.
           03 CHM-VENCE-LICENCIA   PIC 9(8).

      * Altas y correcciones del maestro de choferes.
       FD  MAE-ENTRADA LABEL RECORD IS STANDARD
           03 CHM2-NOMBRE          PIC X(30).
           03 CHM2-LICENCIA        PIC X(15).
           03 CHM2-CLASE           PIC X.
      * Vencimiento de la licencia (AAAAMMDD); blanco = sin dato.
           03 CHM2-VENCE-LICENCIA  PIC X(8).

       WORKING-STORAGE SECTION.
       77  CHO-EOF             PIC XXX     VALUE "NO".
               MOVE CHM2-NOMBRE TO CHM-NOMBRE
               MOVE CHM2-LICENCIA TO CHM-LICENCIA
               MOVE CHM2-CLASE TO CHM-CLASE
               PERFORM 034-MOVER-VENCE-LICENCIA
               REWRITE CHM
               IF CHM-ESTADO NOT = 00
                   DISPLAY "ERROR EN REWRITE CHOFERES-MAE FS: "
               MOVE CHM2-NOMBRE TO CHM-NOMBRE
               MOVE CHM2-LICENCIA TO CHM-LICENCIA
               MOVE CHM2-CLASE TO CHM-CLASE
               PERFORM 034-MOVER-VENCE-LICENCIA
               WRITE CHM
               IF CHM-ESTADO NOT = 00
                   DISPLAY "ERROR EN WRITE CHOFERES-MAE FS: "
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-MAE-ALTAS.
      *******
       034-MOVER-VENCE-LICENCIA.
      *******
      * Sin vencimiento informado queda en 0 y la asignacion de TP2 no
      * lo controla.
           IF CHM2-VENCE-LICENCIA IS NUMERIC
               MOVE CHM2-VENCE-LICENCIA TO CHM-VENCE-LICENCIA
           ELSE
               MOVE 0 TO CHM-VENCE-LICENCIA.
      *-----------------------------------------------------------------
      *******
       050-CARGAR-CHOFER.
