104622*    PROXIMA POR LA PAGINA ANTERIOR; CEROS = DESDE EL PRINCIPIO
104622     02  BSEC027I-DESDE-FECHA        PIC 9(07).
104622     02  BSEC027I-DESDE-HORA         PIC 9(07).
104658     02  BSEC027I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (ALTA 'A');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104663     02  BSEC027I-FORZAR-CIERRE      PIC X(01).
104663*        'S' REGISTRA AUNQUE EL PERIODO DE LA FECHA EFECTIVA
104663*        ESTE CERRADO (PERMISO FORZARPERIODOCERRADO; SEGLOG)
104663     02  FILLER                      PIC X(16147).
