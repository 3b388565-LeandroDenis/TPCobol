      *       saberlo). Sale un unico informe GO / NO-GO en
      *       PRE-VUELO.DAT, para que la mala noche no empiece a
      *       descubrirse a mitad de cadena.
      *   LD  El registro de novedad suma la marca de canje de
      *       puntos (54 bytes); claves PUNTOS-POR-PESO, PUNTOS-VALOR
      *       y PUNTOS-VENCE-MESES.
      *   LD  El registro de novedad suma el codigo de promocion
      *       (64 bytes).
      *   LD  El registro de novedad suma los codigos de adicionales
      *       (76 bytes).
      *   LD  Clave MULTA-GESTION (gasto de gestion de multas).
      *   LD  Claves SINIESTRO-FRANQUICIA y SINIESTRO-ASEGURADORA
      *       (siniestros ante el seguro).
      *   LD  Clave PROPUESTA-PAGO-DIAS (horizonte de la propuesta de
      *       pago a proveedores).
      *   LD  El registro de novedad suma la moneda pactada
      *       (79 bytes).
      *   LD  Clave ANONIMIZA-ANIOS (años sin actividad para
      *       anonimizar los datos personales de un cliente).
      *   LD  Claves DEMANDA-TRAMO y DEMANDA-DIAS (tabla y horizonte
      *       del multiplicador de precio por demanda).
      *   LD  Claves MANT-CTRL-DESDE y MANT-CTRL-HASTA (periodo del
      *       listado de cambios a los archivos de control).
      *   LD  Clave CIERRE-PERIODO (mes AAAAMM a cerrar por
      *       CIERRE-PER).
      *   LD  Clave CBU-EMPRESA (cuenta de la empresa que ordena las
      *       transferencias de REEMBOLSOS).
      *   LD  Clave REBALANCEO-DIAS (dias que cubre la propuesta de
      *       traslados entre agencias).
      *   LD  Claves IIBB-PERIODO, IIBB-ACT-ALQUILER e IIBB-ACT-CARGOS
      *       (liquidacion mensual de ingresos brutos).
      *   LD  Clave COTIZ-VIGENCIA (dias de validez de una cotizacion).
      *   LD  Clave BI-CARGA (COMPLETA o INCREMENTAL, extraccion para
      *       tableros).
      *   LD  Claves GASTO-TOPE-PEAJE, GASTO-TOPE-ESTAC y
      *       GASTO-TOPE-COMBUS (tope por comprobante de los gastos de
      *       viaje de choferes; lo que lo supera requiere aprobacion).
      *   LD  Claves ANTICIPO-AVISO-DIAS y ANTICIPO-RETENCION
      *       (politica de cancelacion de reservas con anticipo: dias
      *       de aviso para devolver todo y porcentaje retenido).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRE-VUELO.
      * Los cuatro feeds se revisan con el mismo FD, cambiando la
      * ruta por WS-RUTA-FEED.
       FD  FEED    LABEL RECORD IS STANDARD.
       01  REG-FEED            PIC X(92).
       01  REG-FEED-CTL REDEFINES REG-FEED.
           03 PVF-MARCA        PIC X(6).
           03 PVF-AGENCIA      PIC 9.
           03 PVF-FECHA        PIC 9(8).
           03 PVF-CANT         PIC 9(7).
           03 PVF-HASH         PIC 9(12).
           03 FILLER           PIC X(58).
       01  REG-FEED-NOV REDEFINES REG-FEED.
           03 PVN-PATENTE      PIC X(6).
           03 PVN-FECHA        PIC 9(8).
           03 FILLER           PIC X(78).

       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
                   END-IF
               WHEN "FRAUDE-UMBRAL"
               WHEN "FRAUDE-RECHAZO"
               WHEN "COTIZ-VIGENCIA"
                   IF PARM-VALOR(1:3) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "AGING-HABILES"
               WHEN "PAGOS-RECONSTRUIR"
                   CONTINUE
               WHEN "INTERES-60"
               WHEN "INTERES-90"
                   END-IF
               WHEN "SIMULACRO"
                   CONTINUE
               WHEN "PUNTO-VENTA"
                   IF PARM-VALOR(1:4) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "PUNTOS-POR-PESO"
                   IF PARM-VALOR(1:3) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "PUNTOS-VALOR"
                   IF PARM-VALOR(1:3) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "PUNTOS-VENCE-MESES"
                   IF PARM-VALOR(1:3) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "MULTA-GESTION"
                   IF PARM-VALOR(1:7) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "SINIESTRO-FRANQUICIA"
                   IF PARM-VALOR(1:8) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "SINIESTRO-ASEGURADORA"
                   IF PARM-VALOR(1:20) = SPACES
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "PROPUESTA-PAGO-DIAS"
                   IF PARM-VALOR(1:3) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "ANONIMIZA-ANIOS"
                   IF PARM-VALOR(1:2) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "DEMANDA-TRAMO"
                   IF PARM-VALOR(1:3) NOT NUMERIC OR
                       PARM-VALOR(5:3) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "DEMANDA-DIAS"
                   IF PARM-VALOR(1:3) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "MANT-CTRL-DESDE"
                   IF PARM-VALOR(1:8) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "MANT-CTRL-HASTA"
                   IF PARM-VALOR(1:8) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "CIERRE-PERIODO"
                   IF PARM-VALOR(1:6) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "CBU-EMPRESA"
                   IF PARM-VALOR(1:22) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "REBALANCEO-DIAS"
                   IF PARM-VALOR(1:2) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "IIBB-PERIODO"
               WHEN "IIBB-ACT-ALQUILER"
               WHEN "IIBB-ACT-CARGOS"
                   IF PARM-VALOR(1:6) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "BI-CARGA"
                   IF PARM-VALOR(1:8) NOT = "COMPLETA" AND
                       PARM-VALOR(1:11) NOT = "INCREMENTAL"
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "GASTO-TOPE-PEAJE"
                   IF PARM-VALOR(1:7) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "GASTO-TOPE-ESTAC"
                   IF PARM-VALOR(1:7) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "GASTO-TOPE-COMBUS"
                   IF PARM-VALOR(1:7) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "ANTICIPO-AVISO-DIAS"
                   IF PARM-VALOR(1:3) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN "ANTICIPO-RETENCION"
                   IF PARM-VALOR(1:3) NOT NUMERIC
                       PERFORM 044-VALOR-MALO
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO AVISO-DETALLE
                   STRING "CLAVE DESCONOCIDA EN PARAMETROS: "
