      *       sale marcado REVISAR: a las 3 de la mañana la pregunta
      *       es siempre la misma y este listado la contesta. Sale
      *       por TABLERO-BATCH.DAT.
      *   LD  Severidad de la corrida: el asiento "F" trae al final
      *       la severidad que informa el programa (hoy INTEGRIDAD: 4
      *       avisos, 8 errores); sale en la columna Sev y una
      *       severidad distinta de cero se marca en el estado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITOR.
      * anteriores a la marca vienen cortos (no numericos).
           03  CTL-HORA        PIC 9(6).
           03  CTL-CANT        PIC 9(7).
      * Severidad (0, 4 u 8) del asiento "F"; en blanco en los
      * programas que no la informan.
           03  CTL-SEVERIDAD   PIC X.

       FD  LISTADO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../TABLERO-BATCH.DAT".
               05 COR-HORA-FIN     PIC 9(6).
               05 COR-CANT         PIC 9(7).
               05 COR-COMPLETA     PIC X.
               05 COR-SEVERIDAD    PIC X.

       01  PE1-ENCABE.
           03 FILLER           PIC X(40) VALUE
           03 FILLER           PIC X(10) VALUE 'Dur.tip'.
           03 FILLER           PIC X(9)  VALUE 'Registros'.
           03 FILLER           PIC X(10) VALUE '  Vol.tip'.
           03 FILLER           PIC X(5)  VALUE '  Sev'.
           03 FILLER           PIC X(16) VALUE '  Estado'.
       01  PE5-ENCABE.
           03 FILLER           PIC X(95) VALUE ALL '_'.
       01  PTR-ROW.
           03 ROW-PROGRAMA     PIC X(10).
           03 FILLER           PIC X VALUE ' '.
           03 ROW-CANT         PIC ZZZZZZ9.
           03 FILLER           PIC X(3) VALUE ' '.
           03 ROW-CANT-TIP     PIC ZZZZZZ9.
           03 FILLER           PIC X(4) VALUE ' '.
           03 ROW-SEVERIDAD    PIC X.
           03 FILLER           PIC X(2) VALUE ' '.
           03 ROW-ALERTA       PIC X(16).

                   ELSE
                       MOVE CTL-HORA TO COR-HORA-FIN(WS-POS)
                       MOVE CTL-CANT TO COR-CANT(WS-POS)
                       MOVE CTL-SEVERIDAD TO COR-SEVERIDAD(WS-POS)
                       MOVE "S" TO COR-COMPLETA(WS-POS).
      *******
       014-UBICAR-CORRIDA.
                   MOVE 0 TO COR-HORA-FIN(WS-POS)
                   MOVE 0 TO COR-CANT(WS-POS)
                   MOVE "N" TO COR-COMPLETA(WS-POS)
                   MOVE SPACE TO COR-SEVERIDAD(WS-POS)
               ELSE
                   DISPLAY "ATENCION: tabla de corridas llena ("
                       WS-TOPE-CORRIDAS "); conviene rotar "
                        COR-CANT(WS-I) < WS-PROM-CANT / 2)
                       MOVE "REVISAR VOLUMEN" TO WS-ALERTA
                   END-IF
      * La severidad informada por el propio programa pesa mas que
      * la duracion o el volumen.
                   IF COR-SEVERIDAD(WS-I) = "4"
                       MOVE "REVISAR AVISOS" TO WS-ALERTA
                   END-IF
                   IF COR-SEVERIDAD(WS-I) = "8"
                       MOVE "REVISAR ERRORES" TO WS-ALERTA
                   END-IF
               ELSE
                   MOVE "------" TO ROW-FIN
                   MOVE 0 TO ROW-DUR
               END-IF
               MOVE WS-PROM-DUR TO ROW-DUR-TIP
               MOVE WS-PROM-CANT TO ROW-CANT-TIP
               MOVE COR-SEVERIDAD(WS-I) TO ROW-SEVERIDAD
               MOVE WS-ALERTA TO ROW-ALERTA
               WRITE LINEA FROM PTR-ROW.
      *******
