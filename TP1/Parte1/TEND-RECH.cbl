       01  WS-MESES.
           03 WS-MES OCCURS 24 TIMES.
               05 MES-ANIOMES      PIC 9(6) VALUE 0.
               05 MES-MOTIVO OCCURS 20 TIMES PIC 9(5) VALUE 0.
               05 MES-AGENCIA OCCURS 5 TIMES PIC 9(5) VALUE 0.

       01  PE1-ENCABE.
           COMPUTE WS-ANIOMES = RHIST-AAAA * 100 + RHIST-MM.
           PERFORM 052-UBICAR-MES.
           IF WS-MES-POS NOT = 0
               IF RHIST-MOTIVO >= 1 AND RHIST-MOTIVO <= 20
                   ADD 1 TO MES-MOTIVO(WS-MES-POS, RHIST-MOTIVO)
               END-IF
               IF RHIST-AGENCIA <= 4
      *******
           MOVE 0 TO WS-TOTAL-MES.
           PERFORM 062-SUMAR-MES VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 20.
           MOVE MES-ANIOMES(WS-MES-POS) TO PE3-ANIOMES.
           MOVE WS-TOTAL-MES TO PE3-TOTAL.
           WRITE LINEA FROM PE2-ENCABE.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM 064-ESCRIBIR-MOTIVO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 20.
           PERFORM 066-ESCRIBIR-AGENCIA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 5.
      *******
