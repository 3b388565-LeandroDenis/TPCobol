           03  AGE-CODIGO          PIC 9.
           03  AGE-NOMBRE          PIC X(30).
           03  AGE-COMISION        PIC 9(2)V99.
      * Provincia (jurisdiccion de Ingresos Brutos, ver IIBB); no se
      * usa aca.
           03  FILLER              PIC X(3).

       FD  MAE-ACT LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO-ACT.DAT".
