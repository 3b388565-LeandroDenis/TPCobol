      *       por año y mes con columnas comparativas contra el mismo
      *       mes del año anterior, mas totales por chofer y por
      *       estado. Sale por HIST-ANUAL.DAT.
      *   LD  MAESTRO.DAT con clave patente+fecha (ALQ-CLAVE) y clave
      *       alternativa por documento (ALQ-NRO-DOC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-ANUAL.
           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT LISTADO      ASSIGN TO DISK
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
               05  ALQ-FECHA-R REDEFINES ALQ-FECHA.
                   07 ALQ-AAAA     PIC 9(4).
                   07 ALQ-MM       PIC 9(2).
                   07 ALQ-DD       PIC 9(2).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
