           03  PAG-IMPORTE         PIC 9(7)V99.
      * Marca de FACTURA-CLI (pago ya informado); no se usa aca.
           03  FILLER              PIC X.
      * Moneda, importe en moneda y cotizacion (ver FACTURA-CLI).
           03  FILLER              PIC X(21).

      * Parametros centrales; aqui interesan FECHA-CORRIDA y
      * CONCIL-TOLERANCIA (importe en 7 digitos, 9(5)V99).
