104572     02  BSEC014I-CTAAFI             PIC X(10).
104572     02  BSEC014I-FEC-PROMESA        PIC 9(08).
104572     02  BSEC014I-IMPORTE            PIC S9(13)V99.
104658     02  BSEC014I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (ALTA 'A');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104663     02  BSEC014I-FORZAR-CIERRE      PIC X(01).
104663*        'S' REGISTRA AUNQUE EL PERIODO DE LA FECHA EFECTIVA
104663*        ESTE CERRADO (PERMISO FORZARPERIODOCERRADO; SEGLOG)
104663     02  FILLER                      PIC X(16203).
