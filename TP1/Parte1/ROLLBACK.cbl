      *       0085-VERIFICAR-CONTROL deja relanzar la fecha sin
      *       tocar nada a mano) y FRAUDE-SOSPECHAS.DAT (el
      *       relanzamiento no duplica los asientos de fraude).
      *   LD  MAESTRO.DAT con clave patente+fecha (ALQ-CLAVE) y clave
      *       alternativa por documento (ALQ-NRO-DOC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLBACK.
           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../../TP2/MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
