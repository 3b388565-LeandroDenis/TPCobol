      *       proceso, para que una recorrida no pise la anterior.
      *   LD  Verificacion de la cola de control *CTRL* de
      *       MAESTRO-ACT antes de conciliar nada.
      *   LD  MAESTRO.DAT con clave patente+fecha: el apareo con
      *       MAESTRO-ACT pasa a ser por patente+fecha, asi cada dia
      *       alquilado de una misma patente se concilia contra su
      *       propia fila; duplicado en origen es solo el mismo
      *       patente+fecha repetido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCIL.
           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT ARCH-AUX     ASSIGN TO DISK
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-CLAVE.
               05  AUX-PATENTE     PIC X(6).
               05  AUX-FECHA       PIC 9(8).
           03  AUX-IMPORTE         PIC 9(4)V99.

       FD  LISTADO LABEL RECORD IS STANDARD.
      * "I"); los lee el tablero MONITOR.
           03  CTL-HORA        PIC 9(6).
           03  CTL-CANT        PIC 9(7).
      * Severidad de la corrida en el asiento "F" (la informa
      * INTEGRIDAD); aqui va en blanco.
           03  CTL-SEVERIDAD   PIC X.

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui solo interesa la clave
       01  WS-IMPORTE-FALTANTE PIC 9(9)V99 VALUE 0.
       01  WS-CANT-DIFIMPORTE  PIC 9(7)    VALUE 0.
       01  WS-CANT-DUPORIGEN   PIC 9(7)    VALUE 0.
      * Clave anterior del apareo: como MAESTRO-ACT viene ordenado
      * por el SORT y ALQ-CLAVE (patente+fecha) es clave unica, una
      * repeticion de la clave anterior es un duplicado en origen,
      * sin tabla ni tope.
       01  WS-CLAVE-ANTERIOR   PIC X(14)   VALUE SPACES.
       01  WS-SALIDA-PATH      PIC X(80).

       01  PE1-ENCABE.
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
      *-----------------------------------------------------------------
      *******
       SALIDA SECTION.
      * Apareo lineal: ambos lados vienen ascendentes por patente y
      * fecha (el SORT de un lado, la lectura secuencial por clave del
      * otro).
           MOVE "NO" TO AUX-EOF.
           PERFORM 051-LEER-M.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
       052-APAREAR.
      *******
           PERFORM 051-LEER-M UNTIL M-EOF = "SI" OR
               ALQ-CLAVE >= AUX-CLAVE.
           IF M-EOF = "NO" AND ALQ-CLAVE = AUX-CLAVE
               IF AUX-CLAVE = WS-CLAVE-ANTERIOR
      * Segunda (o enesima) ocurrencia de patente+fecha en
      * MAESTRO-ACT: CARGA-MAE solo cargo la primera; no es
      * comparable.
                   ADD 1 TO WS-CANT-DUPORIGEN
               ELSE
                   ADD 1 TO WS-CANT-ENCONTRADOS
                   END-IF
               END-IF
           ELSE
               IF AUX-CLAVE = WS-CLAVE-ANTERIOR
                   ADD 1 TO WS-CANT-DUPORIGEN
               ELSE
                   ADD 1 TO WS-CANT-FALTANTES
                   PERFORM 056-ESCRIBIR-FALTANTE
               END-IF
           END-IF.
           MOVE AUX-CLAVE TO WS-CLAVE-ANTERIOR.
           RETURN ARCH-AUX RECORD AT END MOVE "SI" TO AUX-EOF.
      *-----------------------------------------------------------------
      *******
