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
