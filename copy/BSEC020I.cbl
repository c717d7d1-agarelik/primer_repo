104595     02  BSEC020I-JUZGADO            PIC X(30).
104595     02  BSEC020I-IMPORTE            PIC S9(13)V99.
104595     02  BSEC020I-FEC-ALTA           PIC 9(08).
104658     02  BSEC020I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (MODOS 'A' Y 'L');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104663     02  BSEC020I-FORZAR-CIERRE      PIC X(01).
104663*        'S' REGISTRA AUNQUE EL PERIODO DE LA FECHA EFECTIVA
104663*        ESTE CERRADO (PERMISO FORZARPERIODOCERRADO; SEGLOG)
104663     02  FILLER                      PIC X(16157).
