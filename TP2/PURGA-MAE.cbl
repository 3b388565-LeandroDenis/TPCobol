      *   LD  Fecha de corte tomada de PARAMETROS.DAT (clave
      *       FECHA-CORTE-PURGA) si existe, con eco al arrancar;
      *       FECHA-CORTE-PURGA.DAT sigue como respaldo.
      *   LD  MAESTRO.DAT con clave patente+fecha (ALQ-CLAVE) y clave
      *       alternativa por documento (ALQ-NRO-DOC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGA-MAE.
           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT HISTORICO   ASSIGN TO DISK
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
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
