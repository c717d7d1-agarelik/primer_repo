      *------------------ TRAMA DE ENTRADA REGISTRARGASTOJUDICIAL -----*
104640 01  REG-BSEC032I.
104640     02  BSEC032I-MODO               PIC X(01).
104640*        'R' REGISTRA GASTO / 'C' CONSULTA GASTOS DE LA CUENTA
104640     02  BSEC032I-CODENT             PIC X(03).
104640     02  BSEC032I-CTAAFI             PIC X(10).
104640     02  BSEC032I-CONCEPTO           PIC X(03).
104640     02  BSEC032I-DOCUMENTO          PIC X(20).
104640     02  BSEC032I-IMPORTE            PIC S9(13)V99.
104640     02  BSEC032I-MONEDA             PIC X(02).
104640     02  BSEC032I-FEC-GASTO          PIC 9(08).
104640     02  BSEC032I-RECUPERABLE        PIC X(01).
104640*    ------ PAGINACION DE LA CONSULTA (MODO 'C') -----------------*
104640*    LA PROXIMA PAGINA ARRANCA EN LA SECUENCIA DEVUELTA COMO
104640*    PROXIMA POR LA PAGINA ANTERIOR; CEROS = DESDE EL PRINCIPIO
104640     02  BSEC032I-DESDE-SECUENCIA    PIC 9(05).
104663     02  BSEC032I-FORZAR-CIERRE      PIC X(01).
104663*        'S' REGISTRA AUNQUE EL PERIODO DE LA FECHA EFECTIVA
104663*        ESTE CERRADO (PERMISO FORZARPERIODOCERRADO; SEGLOG)
104658     02  BSEC032I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (REGISTRO 'R');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16170).
