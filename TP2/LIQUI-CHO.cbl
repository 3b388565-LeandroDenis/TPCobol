      *   LD  Marca de exportacion en LIQUIDACION-CHOFER.DAT: nace en
      *       blanco y EXP-SUELDOS la pasa a "S" al exportar, para
      *       que el mismo periodo no viaje dos veces a sueldos.
      *   LD  MAESTRO.DAT con clave patente+fecha (ALQ-CLAVE) y clave
      *       alternativa por documento (ALQ-NRO-DOC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUI-CHO.
           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT CHOFERES     ASSIGN TO DISK
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
      * Clase de licencia (A < B < C): habilita tamaños segun
      * CLASES-TAMANIO.DAT.
           03 CHM-CLASE            PIC X.
      * Vencimiento de la licencia de conducir (AAAAMMDD); 0 =
      * sin dato.
           03 CHM-VENCE-LICENCIA   PIC 9(8).

      * Tasa de comision por turno (M/T/N), en porcentaje.
       FD  COMISIONES LABEL RECORD IS STANDARD
