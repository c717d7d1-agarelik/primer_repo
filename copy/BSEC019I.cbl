104594 01  REG-BSEC019I.
104594     02  BSEC019I-CODENT             PIC X(03).
104594     02  BSEC019I-NRO-COTIZACION     PIC X(14).
104663     02  BSEC019I-FORZAR-CIERRE      PIC X(01).
104663*        'S' REGISTRA AUNQUE EL PERIODO DE LA FECHA EFECTIVA
104663*        ESTE CERRADO (PERMISO FORZARPERIODOCERRADO; SEGLOG)
104663     02  FILLER                      PIC X(16241).
