      *------------------ COMMAREA RUTINA BSEOCIER (CIERRE PERIODO) ---*
104663 01  CIE-COMMAREA.
104663     02  CIE-USER-ID                 PIC X(08).
104663     02  CIE-PROGRAMA                PIC X(08).
104663     02  CIE-CTAAFI                  PIC X(10).
104663*        CUENTA O DOCUMENTO AFECTADO (VA A SEGLOG SI SE FUERZA)
104663     02  CIE-FEC-EFECTIVA            PIC 9(08).
104663*        FECHA EFECTIVA DEL REGISTRO (AAAAMMDD); CERO = HOY
104663     02  CIE-FORZAR                  PIC X(01).
104663*        'S' EL USUARIO PIDE REGISTRAR AUNQUE EL PERIODO ESTE
104663*            CERRADO (REQUIERE EL PERMISO PUNTUAL
104663*            FORZARPERIODOCERRADO EN PERMUSU)
104663     02  CIE-PERIODO                 PIC 9(06).
104663*        PERIODO (AAAAMM) DE LA FECHA EFECTIVA
104663     02  CIE-COD-RESPTA              PIC X(02).
104663*        '00' PERIODO ABIERTO
104663*        '04' PERIODO CERRADO: NO SE REGISTRA
104663*        '06' PERIODO CERRADO FORZADO CON PERMISO (EN SEGLOG)
104663*        '08' PEDIDO DE FORZAR SIN PERMISO (DENEGACION EN SEGLOG)
104663*        '12' ERROR DE ARCHIVO
